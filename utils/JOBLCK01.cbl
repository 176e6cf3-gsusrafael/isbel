000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     JOBLCK01.
000030 AUTHOR.         R SANTOS.
000040 INSTALLATION.   ISBEL SISTEMAS BATCH.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    --------------------
000100*    2026-10-15  RS   ORIGINAL VERSION - RUN LOCK INQUIRY AND
000110*                      CLEAR.  GIVEN ENV-CODE ON THE COMMAND LINE
000120*                      THE ENVIRONMENT'S RUNLOCK ROW IS SHOWN -
000130*                      HOLDER JOB-ID, RUN-DATE, MODE, START
000140*                      TIMESTAMP AND AGE IN MINUTES - AND A LOCK
000150*                      HELD LONGER THAN RL-STALE-MINS IS FLAGGED
000160*                      PROBABLY STALE.  GIVEN ALSO A USER-ID AND
000170*                      C, A STALE LOCK IS CLEARED; F CLEARS A
000180*                      RECENT ONE AS WELL, FOR THE OPERATOR WHO
000190*                      HAS CONFIRMED THE HOLDER IS GONE.  EVERY
000200*                      CLEAR IS APPENDED TO LOGFILE AS A MODE L
000210*                      ENTRY WITH THE OPERATOR'S USER-ID.
000220*
000230*    USAGE:  JOBLCK01 ENV-CODE              SHOW THE LOCK
000240*            JOBLCK01 ENV-CODE,USER-ID,C    CLEAR A STALE LOCK
000250*            JOBLCK01 ENV-CODE,USER-ID,F    CLEAR IT REGARDLESS
000260*
000270*    RETURN CODES:  0  LOCK FREE, NO LOCK FILE, OR LOCK CLEARED
000280*                   4  LOCK HELD, NOT YET STALE
000290*                   8  LOCK HELD AND PROBABLY STALE (NOT CLEARED)
000300*                  12  CLEAR REFUSED - LOCK NOT STALE, USE F
000310*                  16  USAGE OR FILE ERROR
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.    IBM-370.
000360 OBJECT-COMPUTER.    IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RUNLOCK   ASSIGN USING RL-RUNLOCK-NAME
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS RL-RUNLOCK-STATUS.
000420     SELECT LOGFILE   ASSIGN USING RL-LOGFILE-NAME
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS RL-LOGFILE-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480*
000490*    ---------------------------------------------------------
000500*    RUNLOCK - THE ENVIRONMENT RUN LOCK, ONE ROW.  READ, AND
000510*    REWRITTEN WHOLE ON A CLEAR.  SEE LCKREC01.
000520*    ---------------------------------------------------------
000530 FD  RUNLOCK
000540     LABEL RECORDS ARE STANDARD
000550     RECORDING MODE IS F.
000560 COPY LCKREC01.
000570*
000580*    ---------------------------------------------------------
000590*    LOGFILE - THE DRIVER'S AUDIT TRAIL, APPENDED.  SEE
000600*    LOGREC01.
000610*    ---------------------------------------------------------
000620 FD  LOGFILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORDING MODE IS F.
000650 COPY LOGREC01.
000660*
000670 WORKING-STORAGE SECTION.
000680*
000690*    ---------------------------------------------------------
000700*    RUN LOCK WORKING FIELDS
000710*    ---------------------------------------------------------
000720 01  RL-RUNLOCK-STATUS           PIC X(02).
000730 01  RL-LOGFILE-STATUS           PIC X(02).
000740 01  RL-CDT-DATE                 PIC 9(08).
000750 01  RL-CDT-TIME                 PIC 9(08).
000760 01  RL-TIMESTAMP                PIC X(18).
000770 01  RL-RETURN-CODE              PIC 9(04) VALUE ZERO.
000780 01  RL-RC-ED                    PIC Z(03)9.
000790 01  RL-RAW-LINE                 PIC X(80).
000800 01  RL-FOUND-SW                 PIC X(01) VALUE 'N'.
000810     88  RL-LOCK-FOUND            VALUE 'Y'.
000820 01  RL-STALE-SW                 PIC X(01) VALUE 'N'.
000830     88  RL-LOCK-STALE            VALUE 'Y'.
000840*
000850*    ---------------------------------------------------------
000860*    THE KEYS FROM THE COMMAND LINE.  NO LOCK IS CLEARED
000870*    WITHOUT A NAME AGAINST IT.
000880*    ---------------------------------------------------------
000890 01  RL-ENV-CODE                 PIC X(04).
000900 01  RL-USER-ID                  PIC X(08).
000910 01  RL-ACTION                   PIC X(01).
000920     88  RL-ACTION-SHOW           VALUE ' '.
000930     88  RL-ACTION-CLEAR          VALUE 'C'.
000940     88  RL-ACTION-FORCE          VALUE 'F'.
000950     88  RL-ACTION-VALID          VALUE ' ' 'C' 'F'.
000960*
000970*    ---------------------------------------------------------
000980*    ENV-QUALIFIED FILE NAMES, BUILT FROM THE COMMAND-LINE
000990*    ENV-CODE THE SAME WAY THE DRIVER QUALIFIES ITS FILES.
001000*    ---------------------------------------------------------
001010 01  RL-RUNLOCK-NAME             PIC X(13).
001020 01  RL-LOGFILE-NAME             PIC X(13).
001030*
001040*    ---------------------------------------------------------
001050*    LOCK AGE.  A NIGHT'S LONGEST JOB RUNS WELL INSIDE
001060*    RL-STALE-MINS; A LOCK HELD LONGER THAN THAT IS REPORTED
001070*    PROBABLY STALE AND MAY BE CLEARED WITHOUT THE FORCE.
001080*    THE TIMESTAMPS CARRY CCYYMMDDHHMMSSCC; THE DATE PART
001090*    BECOMES A SERIAL DAY NUMBER SO A LOCK TAKEN BEFORE
001100*    MIDNIGHT STILL AGES TRUE.
001110*    ---------------------------------------------------------
001120 77  RL-STALE-MINS               PIC 9(04) COMP VALUE 240.
001130 01  RL-TS-WORK.
001140     05  RL-TS-YYYY              PIC 9(04).
001150     05  RL-TS-MM                PIC 9(02).
001160     05  RL-TS-DD                PIC 9(02).
001170     05  RL-TS-HH                PIC 9(02).
001180     05  RL-TS-MIN               PIC 9(02).
001190     05  RL-TS-SS                PIC 9(02).
001200     05  FILLER                  PIC X(02).
001210 77  RL-CAL-Y                    PIC 9(08) COMP VALUE ZERO.
001220 77  RL-CAL-M                    PIC 9(04) COMP VALUE ZERO.
001230 01  RL-SERIAL-DAY               PIC S9(09) COMP-3.
001240 01  RL-SERIAL-SECS              PIC S9(13) COMP-3.
001250 01  RL-START-SECS               PIC S9(13) COMP-3.
001260 01  RL-NOW-SECS                 PIC S9(13) COMP-3.
001270 01  RL-AGE-MINS                 PIC S9(09) COMP-3 VALUE ZERO.
001280 01  RL-AGE-ED                   PIC Z(08)9-.
001290 01  RL-STALE-ED                 PIC Z(03)9.
001300*
001310 PROCEDURE DIVISION.
001320*
001330 0000-MAINLINE.
001340     PERFORM 1000-ACCEPT-KEYS
001350         THRU 1000-EXIT.
001360     IF RL-RETURN-CODE NOT = ZERO
001370         GO TO 0000-END-RUN
001380     END-IF.
001390     PERFORM 2000-READ-LOCK
001400         THRU 2000-EXIT.
001410     IF RL-RETURN-CODE NOT = ZERO
001420         GO TO 0000-SHOW-RC
001430     END-IF.
001440     PERFORM 3000-SHOW-LOCK
001450         THRU 3000-EXIT.
001460     IF RL-ACTION-SHOW
001470         GO TO 0000-SHOW-RC
001480     END-IF.
001490     PERFORM 4000-CLEAR-LOCK
001500         THRU 4000-EXIT.
001510 0000-SHOW-RC.
001520     MOVE RL-RETURN-CODE TO RL-RC-ED.
001530     DISPLAY 'JOBLCK01: RUN LOCK FOR ENV ' RL-ENV-CODE
001540         ' ENDED RC ' RL-RC-ED '.'.
001550 0000-END-RUN.
001560     MOVE RL-RETURN-CODE TO RETURN-CODE.
001570     STOP RUN.
001580*
001590*    ---------------------------------------------------------
001600*    1000-ACCEPT-KEYS - ENV-CODE, AND FOR A CLEAR THE USER-ID
001610*    AND C OR F, COMMA-SEPARATED ON THE COMMAND LINE.
001620*    ---------------------------------------------------------
001630 1000-ACCEPT-KEYS.
001640     ACCEPT RL-RAW-LINE
001650         FROM COMMAND-LINE
001660     END-ACCEPT.
001670     MOVE SPACES TO RL-ENV-CODE.
001680     MOVE SPACES TO RL-USER-ID.
001690     MOVE SPACES TO RL-ACTION.
001700     UNSTRING RL-RAW-LINE DELIMITED BY ','
001710         INTO RL-ENV-CODE RL-USER-ID RL-ACTION
001720     END-UNSTRING.
001730     IF RL-ENV-CODE = SPACES
001740         DISPLAY 'JOBLCK01 *ERROR* USAGE IS ENV-CODE[,USER-ID,'
001750             'C|F] - NO ENV-CODE WAS GIVEN.'
001760         MOVE 16 TO RL-RETURN-CODE
001770         GO TO 1000-EXIT
001780     END-IF.
001790     IF NOT RL-ACTION-VALID
001800         DISPLAY 'JOBLCK01 *ERROR* USAGE IS ENV-CODE[,USER-ID,'
001810             'C|F] - THE ACTION MUST BE C OR F - ' RL-ACTION
001820             ' WAS GIVEN.'
001830         MOVE 16 TO RL-RETURN-CODE
001840         GO TO 1000-EXIT
001850     END-IF.
001860     IF RL-USER-ID NOT = SPACES
001870         AND RL-ACTION-SHOW
001880         DISPLAY 'JOBLCK01 *ERROR* USAGE IS ENV-CODE[,USER-ID,'
001890             'C|F] - A USER-ID WAS GIVEN WITH NO C OR F.'
001900         MOVE 16 TO RL-RETURN-CODE
001910         GO TO 1000-EXIT
001920     END-IF.
001930     IF RL-USER-ID = SPACES
001940         AND NOT RL-ACTION-SHOW
001950         DISPLAY 'JOBLCK01 *ERROR* USAGE IS ENV-CODE[,USER-ID,'
001960             'C|F] - NO USER-ID WAS GIVEN FOR THE CLEAR.'
001970         MOVE 16 TO RL-RETURN-CODE
001980         GO TO 1000-EXIT
001990     END-IF.
002000     ACCEPT RL-CDT-DATE FROM DATE YYYYMMDD.
002010     ACCEPT RL-CDT-TIME FROM TIME.
002020     MOVE SPACES TO RL-TIMESTAMP.
002030     STRING RL-CDT-DATE RL-CDT-TIME
002040         DELIMITED BY SIZE
002050         INTO RL-TIMESTAMP
002060     END-STRING.
002070     MOVE SPACES TO RL-RUNLOCK-NAME.
002080     STRING 'RUNLOCK.'  DELIMITED BY SIZE
002090            RL-ENV-CODE DELIMITED BY SPACE
002100         INTO RL-RUNLOCK-NAME
002110     END-STRING.
002120     MOVE SPACES TO RL-LOGFILE-NAME.
002130     STRING 'LOGFILE.'  DELIMITED BY SIZE
002140            RL-ENV-CODE DELIMITED BY SPACE
002150         INTO RL-LOGFILE-NAME
002160     END-STRING.
002170 1000-EXIT.
002180     EXIT.
002190*
002200*    ---------------------------------------------------------
002210*    2000-READ-LOCK - THE ONE RUNLOCK ROW.  NO FILE MEANS THE
002220*    DRIVER HAS NEVER RUN IN THIS ENVIRONMENT - NOTHING HELD.
002230*    ---------------------------------------------------------
002240 2000-READ-LOCK.
002250     MOVE SPACES TO LCK-RECORD.
002260     OPEN INPUT RUNLOCK.
002270     IF RL-RUNLOCK-STATUS = '35'
002280         GO TO 2000-EXIT
002290     END-IF.
002300     IF RL-RUNLOCK-STATUS NOT = '00'
002310         DISPLAY 'JOBLCK01 *ERROR* ' RL-RUNLOCK-NAME
002320             ' COULD NOT BE OPENED, STATUS ' RL-RUNLOCK-STATUS '.'
002330         MOVE 16 TO RL-RETURN-CODE
002340         GO TO 2000-EXIT
002350     END-IF.
002360     READ RUNLOCK
002370         AT END
002380             MOVE SPACES TO LCK-RECORD
002390         NOT AT END
002400             SET RL-LOCK-FOUND TO TRUE
002410     END-READ.
002420     CLOSE RUNLOCK.
002430 2000-EXIT.
002440     EXIT.
002450*
002460*    ---------------------------------------------------------
002470*    3000-SHOW-LOCK - WHO HOLDS THE LOCK AND FOR HOW LONG, OR
002480*    WHO LAST HELD IT.  SETS RC 4 FOR A RECENT LOCK AND 8 FOR
002490*    ONE PAST RL-STALE-MINS (OR WHOSE START CANNOT BE READ).
002500*    ---------------------------------------------------------
002510 3000-SHOW-LOCK.
002520     IF NOT RL-LOCK-FOUND
002530         DISPLAY 'JOBLCK01: ' RL-RUNLOCK-NAME ' NOT FOUND - THE '
002540             'ENVIRONMENT IS NOT LOCKED.'
002550         GO TO 3000-EXIT
002560     END-IF.
002570     IF NOT LCK-HELD
002580         DISPLAY 'JOBLCK01: ENV ' RL-ENV-CODE ' IS NOT LOCKED.'
002590         DISPLAY 'JOBLCK01:   LAST HELD BY ' LCK-JOB-ID
002600             ' RUN-DATE ' LCK-RUN-DATE ' MODE ' LCK-MODE-FLAG
002610             ' FROM ' LCK-START-TS ' TO ' LCK-END-TS '.'
002620         IF LCK-CLEARED
002630             DISPLAY 'JOBLCK01:   CLEARED BY ' LCK-CLEARED-BY '.'
002640         END-IF
002650         GO TO 3000-EXIT
002660     END-IF.
002670     DISPLAY 'JOBLCK01: ENV ' RL-ENV-CODE ' IS LOCKED BY '
002680         LCK-JOB-ID ' RUN-DATE ' LCK-RUN-DATE ' MODE '
002690         LCK-MODE-FLAG '.'.
002700     DISPLAY 'JOBLCK01:   HELD SINCE ' LCK-START-TS '.'.
002710     IF LCK-START-TS(1:14) NOT NUMERIC
002720         SET RL-LOCK-STALE TO TRUE
002730         MOVE 8 TO RL-RETURN-CODE
002740         DISPLAY 'JOBLCK01:   START TIMESTAMP UNREADABLE - '
002750             'TREATED AS PROBABLY STALE.'
002760         GO TO 3000-EXIT
002770     END-IF.
002780     MOVE LCK-START-TS TO RL-TS-WORK.
002790     PERFORM 9000-TS-TO-SECONDS
002800         THRU 9000-EXIT.
002810     MOVE RL-SERIAL-SECS TO RL-START-SECS.
002820     MOVE RL-TIMESTAMP TO RL-TS-WORK.
002830     PERFORM 9000-TS-TO-SECONDS
002840         THRU 9000-EXIT.
002850     MOVE RL-SERIAL-SECS TO RL-NOW-SECS.
002860     COMPUTE RL-AGE-MINS =
002870         (RL-NOW-SECS - RL-START-SECS) / 60.
002880     MOVE RL-AGE-MINS TO RL-AGE-ED.
002890     MOVE RL-STALE-MINS TO RL-STALE-ED.
002900     IF RL-AGE-MINS > RL-STALE-MINS
002910         SET RL-LOCK-STALE TO TRUE
002920         MOVE 8 TO RL-RETURN-CODE
002930         DISPLAY 'JOBLCK01:   HELD ' RL-AGE-ED ' MINUTES, OVER '
002940             'THE ' RL-STALE-ED '-MINUTE LIMIT - PROBABLY STALE.'
002950     ELSE
002960         MOVE 4 TO RL-RETURN-CODE
002970         DISPLAY 'JOBLCK01:   HELD ' RL-AGE-ED ' MINUTES - THE '
002980             'HOLDER MAY STILL BE RUNNING.'
002990     END-IF.
003000 3000-EXIT.
003010     EXIT.
003020*
003030*    ---------------------------------------------------------
003040*    4000-CLEAR-LOCK - C CLEARS A STALE LOCK ONLY; F CLEARS
003050*    ANY HELD LOCK.  THE ROW IS KEPT, MARKED C WITH THE CLEAR
003060*    TIME AND THE OPERATOR, SO THE NEXT DRIVER RUN TAKES IT
003070*    AND JOBINQ01 STILL SHOWS WHAT WAS CLEARED.
003080*    ---------------------------------------------------------
003090 4000-CLEAR-LOCK.
003100     IF NOT RL-LOCK-FOUND
003110         OR NOT LCK-HELD
003120         DISPLAY 'JOBLCK01: NOTHING TO CLEAR.'
003130         GO TO 4000-EXIT
003140     END-IF.
003150     IF NOT RL-LOCK-STALE
003160         AND NOT RL-ACTION-FORCE
003170         DISPLAY 'JOBLCK01 *ERROR* THE LOCK IS NOT STALE - CHECK '
003180             'THAT ' LCK-JOB-ID ' IS NO LONGER RUNNING AND '
003190             'CLEAR WITH F.'
003200         MOVE 12 TO RL-RETURN-CODE
003210         GO TO 4000-EXIT
003220     END-IF.
003230     SET LCK-CLEARED TO TRUE.
003240     MOVE RL-TIMESTAMP TO LCK-END-TS.
003250     MOVE RL-USER-ID   TO LCK-CLEARED-BY.
003260     OPEN OUTPUT RUNLOCK.
003270     IF RL-RUNLOCK-STATUS NOT = '00'
003280         DISPLAY 'JOBLCK01 *ERROR* ' RL-RUNLOCK-NAME
003290             ' COULD NOT BE REWRITTEN, STATUS ' RL-RUNLOCK-STATUS
003300             ' - LOCK NOT CLEARED.'
003310         MOVE 16 TO RL-RETURN-CODE
003320         GO TO 4000-EXIT
003330     END-IF.
003340     WRITE LCK-RECORD.
003350     CLOSE RUNLOCK.
003360     MOVE ZERO TO RL-RETURN-CODE.
003370     DISPLAY 'JOBLCK01: LOCK HELD BY ' LCK-JOB-ID ' CLEARED BY '
003380         RL-USER-ID '.'.
003390     PERFORM 4500-WRITE-LOGFILE
003400         THRU 4500-EXIT.
003410 4000-EXIT.
003420     EXIT.
003430*
003440*    ---------------------------------------------------------
003450*    4500-WRITE-LOGFILE - THE CLEAR ON THE DRIVER'S AUDIT
003460*    TRAIL, MODE L, UNDER THE HOLDER'S JOB-ID AND RUN-DATE
003470*    WITH THE OPERATOR'S USER-ID (SEE LOGREC01).
003480*    ---------------------------------------------------------
003490 4500-WRITE-LOGFILE.
003500     MOVE SPACES TO LOG-RECORD.
003510     MOVE RL-TIMESTAMP TO LOG-TIMESTAMP.
003520     MOVE LCK-JOB-ID   TO LOG-DATOS(1:8).
003530     MOVE LCK-RUN-DATE TO LOG-DATOS(9:8).
003540     MOVE 'L'          TO LOG-DATOS(17:1).
003550     MOVE RL-ENV-CODE  TO LOG-DATOS(18:4).
003560     MOVE RL-USER-ID   TO LOG-DATOS(22:8).
003570     STRING 'RUN LOCK CLEARED, HELD SINCE ' LCK-START-TS
003580         DELIMITED BY SIZE
003590         INTO LOG-DATOS(31:47)
003600     END-STRING.
003610     MOVE RL-RETURN-CODE TO LOG-RETURN-CODE.
003620     OPEN EXTEND LOGFILE.
003630     IF RL-LOGFILE-STATUS = '35'
003640         OPEN OUTPUT LOGFILE
003650     END-IF.
003660     IF RL-LOGFILE-STATUS NOT = '00'
003670         DISPLAY 'JOBLCK01 *WARNING* ' RL-LOGFILE-NAME
003680             ' COULD NOT BE OPENED, STATUS ' RL-LOGFILE-STATUS
003690             ' - THE CLEAR IS NOT LOGGED.'
003700         GO TO 4500-EXIT
003710     END-IF.
003720     WRITE LOG-RECORD.
003730     CLOSE LOGFILE.
003740 4500-EXIT.
003750     EXIT.
003760*
003770*    ---------------------------------------------------------
003780*    9000-TS-TO-SECONDS - THE TIMESTAMP IN RL-TS-WORK AS A
003790*    SECOND COUNT ON A SERIAL-DAY SCALE, THE SAME ARITHMETIC
003800*    JOBPRC07 USES FOR ITS ELAPSED TIMES.
003810*    ---------------------------------------------------------
003820 9000-TS-TO-SECONDS.
003830     IF RL-TS-MM > 2
003840         MOVE RL-TS-YYYY TO RL-CAL-Y
003850         COMPUTE RL-CAL-M = RL-TS-MM + 1
003860     ELSE
003870         COMPUTE RL-CAL-Y = RL-TS-YYYY - 1
003880         COMPUTE RL-CAL-M = RL-TS-MM + 13
003890     END-IF.
003900     COMPUTE RL-SERIAL-DAY =
003910         (1461 * RL-CAL-Y) / 4
003920         + (306 * RL-CAL-M) / 10
003930         + RL-TS-DD.
003940     COMPUTE RL-SERIAL-SECS =
003950         RL-SERIAL-DAY * 86400
003960         + RL-TS-HH * 3600
003970         + RL-TS-MIN * 60
003980         + RL-TS-SS.
003990 9000-EXIT.
004000     EXIT.
