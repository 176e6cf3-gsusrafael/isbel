000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     JOBBKO01.
000030 AUTHOR.         R SANTOS.
000040 INSTALLATION.   ISBEL SISTEMAS BATCH.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    --------------------
000100*    2026-10-15  RS   ORIGINAL VERSION - NIGHT BACKOUT UTILITY.
000110*                      GIVEN JOB-ID,RUN-DATE,ENV-CODE,USER-ID
000120*                      (AND OPTIONALLY THE CLOSED-PERIOD OVERRIDE
000130*                      Y) ON THE COMMAND LINE, EVERY PSTJRNL ROW
000140*                      THAT JOB FILED FOR THAT RUN-DATE GETS A
000150*                      REVERSING ROW (SOURCE TYPE B, SIDE
000160*                      SWAPPED), A CTLTOTS ROW KEEPS THE
000170*                      BALANCING RUN TIED OUT, THE GOVERNING
000180*                      CKPTMST ROW IS SET TO BACKED OUT SO THE
000190*                      DRIVER WILL DISPATCH THE NIGHT AGAIN, AND
000200*                      A BACKOUT EVENT IS APPENDED TO CKPTFILE
000210*                      AND LOGFILE.  A NIGHT WHOSE POSTINGS FALL
000220*                      IN A PERIOD ALREADY CLOSED ON GLBAL IS
000230*                      REFUSED UNLESS THE OVERRIDE IS GIVEN.
000240*                      EVERY FILE AND RECORD TOUCHED, AND WHO
000250*                      ASKED, IS LISTED ON THE BKORPT REPORT.
000260*                      NO MORE HAND SURGERY ON CKPTMST.
000261*    2026-10-15  RS   A BACKOUT IS REFUSED WHILE THE ENVIRONMENT'S
000262*                      RUN LOCK IS HELD (SEE LCKREC01) - NOTHING
000263*                      IS UNDONE UNDER A RUNNING DRIVER.
000264*    2026-10-15  RS   A REVERSAL CARRIES ITS ORIGINAL ROW'S
000265*                      CURRENCY AND ORIGINAL AMOUNT AS WELL.
000266*    2026-10-15  RS   A PSTJRNL ROW THAT CANNOT BE READ STOPS THE
000267*                      BACKOUT BEFORE ANYTHING IS WRITTEN, RATHER
000268*                      THAN REVERSING PART OF THE NIGHT.
000269*    2026-10-15  RS   A FAILED JOURNAL WRITE OR CKPTMST REWRITE
000270*                      NOW STOPS THE BACKOUT WITH RC 16 AND SAYS
000271*                      WHAT WAS ALREADY FILED; CTLTOTS, CKPTFILE
000272*                      AND LOGFILE OPENS ARE CHECKED AS WELL.
000273*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.    IBM-370.
000310 OBJECT-COMPUTER.    IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PSTJRNL   ASSIGN USING BK-PSTJRNL-NAME
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS BK-PSTJRNL-STATUS.
000370     SELECT BKOWORK   ASSIGN USING BK-BKOWORK-NAME
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS BK-BKOWORK-STATUS.
000400     SELECT GLBAL     ASSIGN USING BK-GLBAL-NAME
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS GLB-KEY
000440         FILE STATUS IS BK-GLBAL-STATUS.
000450     SELECT CTLTOTS   ASSIGN USING BK-CTLTOTS-NAME
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS BK-CTLTOTS-STATUS.
000480     SELECT CKPTMST   ASSIGN USING BK-CKPTMST-NAME
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS CKM-KEY
000520         FILE STATUS IS BK-CKPTMST-STATUS.
000530     SELECT CKPTFILE  ASSIGN USING BK-CKPTFILE-NAME
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS BK-CKPTFILE-STATUS.
000560     SELECT LOGFILE   ASSIGN USING BK-LOGFILE-NAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS BK-LOGFILE-STATUS.
000590     SELECT BKORPT    ASSIGN USING BK-BKORPT-NAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS BK-BKORPT-STATUS.
000611     SELECT RUNLOCK   ASSIGN USING BK-RUNLOCK-NAME
000612         ORGANIZATION IS LINE SEQUENTIAL
000613         FILE STATUS IS BK-RUNLOCK-STATUS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650*
000660*    ---------------------------------------------------------
000670*    PSTJRNL - THE PERIOD POSTING JOURNAL.  READ FOR THE
000680*    NIGHT'S ROWS, THEN EXTENDED WITH THEIR REVERSALS.  SEE
000690*    PJRREC01.
000700*    ---------------------------------------------------------
000710 FD  PSTJRNL
000720     LABEL RECORDS ARE STANDARD
000730     RECORDING MODE IS F.
000740 COPY PJRREC01.
000750*
000760*    ---------------------------------------------------------
000770*    BKOWORK - THE REVERSING ROWS, HELD UNTIL EVERY CHECK HAS
000780*    PASSED.  SAME 116-BYTE LAYOUT AS PSTJRNL.
000790*    ---------------------------------------------------------
000800 FD  BKOWORK
000810     LABEL RECORDS ARE STANDARD
000820     RECORDING MODE IS F.
000830 01  BK-WORK-REC                 PIC X(116).
000840*
000850*    ---------------------------------------------------------
000860*    GLBAL - THE BALANCE MASTER, READ ONLY TO LEARN WHICH
000870*    PERIODS ARE ALREADY CLOSED.  SEE GLBREC01.
000880*    ---------------------------------------------------------
000890 FD  GLBAL
000900     LABEL RECORDS ARE STANDARD.
000910 COPY GLBREC01.
000920*
000930*    ---------------------------------------------------------
000940*    CTLTOTS - CONTROL TOTALS, ONE ROW APPENDED SO JOBPRC02
000950*    STILL TIES THE NIGHT OUT.  SEE CTLREC01.
000960*    ---------------------------------------------------------
000970 FD  CTLTOTS
000980     LABEL RECORDS ARE STANDARD
000990     RECORDING MODE IS F.
001000 COPY CTLREC01.
001010*
001020*    ---------------------------------------------------------
001030*    CKPTMST - THE GOVERNING CHECKPOINT ROW, READ AND
001040*    REWRITTEN BY KEY.  SEE CKMREC01.
001050*    ---------------------------------------------------------
001060 FD  CKPTMST
001070     LABEL RECORDS ARE STANDARD.
001080 COPY CKMREC01.
001090*
001100*    ---------------------------------------------------------
001110*    CKPTFILE - THE CHECKPOINT AUDIT HISTORY, APPENDED.  SEE
001120*    CKPTREC01.
001130*    ---------------------------------------------------------
001140 FD  CKPTFILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORDING MODE IS F.
001170 COPY CKPTREC01.
001180*
001190*    ---------------------------------------------------------
001200*    LOGFILE - THE DRIVER'S AUDIT TRAIL, APPENDED.  SEE
001210*    LOGREC01.
001220*    ---------------------------------------------------------
001230 FD  LOGFILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORDING MODE IS F.
001260 COPY LOGREC01.
001270*
001280*    ---------------------------------------------------------
001290*    BKORPT - THE PAGINATED BACKOUT REPORT.  SEE RPTREC01.
001300*    ---------------------------------------------------------
001310 FD  BKORPT
001320     LABEL RECORDS ARE STANDARD
001330     RECORDING MODE IS F.
001340 COPY RPTREC01.
001341*
001342*    ---------------------------------------------------------
001343*    RUNLOCK - THE ENVIRONMENT RUN LOCK, READ ONLY.  SEE
001344*    LCKREC01.
001345*    ---------------------------------------------------------
001346 FD  RUNLOCK
001347     LABEL RECORDS ARE STANDARD
001348     RECORDING MODE IS F.
001349 COPY LCKREC01.
001350*
001360 WORKING-STORAGE SECTION.
001370*
001380*    ---------------------------------------------------------
001390*    BACKOUT WORKING FIELDS
001400*    ---------------------------------------------------------
001410 01  BK-PSTJRNL-STATUS           PIC X(02).
001420 01  BK-BKOWORK-STATUS           PIC X(02).
001430 01  BK-GLBAL-STATUS             PIC X(02).
001440 01  BK-CTLTOTS-STATUS           PIC X(02).
001450 01  BK-CKPTMST-STATUS           PIC X(02).
001460 01  BK-CKPTFILE-STATUS          PIC X(02).
001470 01  BK-LOGFILE-STATUS           PIC X(02).
001480 01  BK-BKORPT-STATUS            PIC X(02).
001481 01  BK-RUNLOCK-STATUS           PIC X(02).
001490 01  BK-CDT-DATE                 PIC 9(08).
001500 01  BK-CDT-TIME                 PIC 9(08).
001510 01  BK-TIMESTAMP                PIC X(18).
001520 01  BK-RETURN-CODE              PIC 9(04) VALUE ZERO.
001530 01  BK-RC-ED                    PIC Z(03)9.
001540 01  BK-RAW-LINE                 PIC X(80).
001550 01  BK-EOF-SW                   PIC X(01) VALUE 'N'.
001560     88  BK-EOF                   VALUE 'Y'.
001570 01  BK-STOP-SW                  PIC X(01) VALUE 'N'.
001580     88  BK-STOPPED               VALUE 'Y'.
001590 01  BK-CKM-FOUND-SW             PIC X(01) VALUE 'N'.
001600     88  BK-CKM-FOUND             VALUE 'Y'.
001610 01  BK-CKM-OPEN-SW              PIC X(01) VALUE 'N'.
001620     88  BK-CKM-OPEN              VALUE 'Y'.
001630*
001640*    ---------------------------------------------------------
001650*    THE BACKOUT KEYS FROM THE COMMAND LINE.  BK-OVERRIDE Y
001660*    LETS A NIGHT IN A CLOSED PERIOD BE BACKED OUT ALL THE
001670*    SAME - THE PERIOD MUST THEN BE CLOSED AGAIN.
001680*    ---------------------------------------------------------
001690 01  BK-JOB-ID                   PIC X(08).
001700 01  BK-RUN-DATE                 PIC X(08).
001710 01  BK-ENV-CODE                 PIC X(04).
001720 01  BK-USER-ID                  PIC X(08).
001730 01  BK-OVERRIDE                 PIC X(01).
001740     88  BK-OVERRIDE-YES          VALUE 'Y'.
001750     88  BK-OVERRIDE-VALID        VALUE 'Y' 'N' ' '.
001760*
001770*    ---------------------------------------------------------
001780*    ENV-QUALIFIED FILE NAMES, BUILT FROM THE COMMAND-LINE
001790*    ENV-CODE THE SAME WAY THE DRIVER QUALIFIES ITS FILES.
001800*    ---------------------------------------------------------
001810 01  BK-BASE-NAME                PIC X(08).
001820 01  BK-QUAL-NAME                PIC X(13).
001830 01  BK-PSTJRNL-NAME             PIC X(13).
001840 01  BK-BKOWORK-NAME             PIC X(13).
001850 01  BK-GLBAL-NAME               PIC X(13).
001860 01  BK-CTLTOTS-NAME             PIC X(13).
001870 01  BK-CKPTMST-NAME             PIC X(13).
001880 01  BK-CKPTFILE-NAME            PIC X(13).
001890 01  BK-LOGFILE-NAME             PIC X(13).
001900 01  BK-BKORPT-NAME              PIC X(13).
001901 01  BK-RUNLOCK-NAME             PIC X(13).
001910*
001920*    ---------------------------------------------------------
001930*    WHAT THE NIGHT POSTED - ROWS AND AMOUNT HASH OF THE
001940*    ORIGINALS, AND ANY REVERSALS ALREADY FILED BY AN EARLIER
001950*    BACKOUT.
001960*    ---------------------------------------------------------
001970 77  BK-POST-CNT                 PIC 9(07) COMP VALUE ZERO.
001980 77  BK-PRIOR-BKO-CNT            PIC 9(07) COMP VALUE ZERO.
001990 77  BK-REV-CNT                  PIC 9(07) COMP VALUE ZERO.
002000 01  BK-POST-HASH                PIC S9(13)V99 COMP-3 VALUE ZERO.
002010 01  BK-CNT-ED                   PIC Z(06)9.
002020 01  BK-HASH-ED                  PIC Z(12)9.99-.
002030 01  BK-AMT-ED                   PIC Z(08)9.99-.
002040 01  BK-OLD-SIDE                 PIC X(01).
002050*
002060*    ---------------------------------------------------------
002070*    PERIODS THE NIGHT POSTED INTO (CCYYMM OF EACH POSTING
002080*    DATE) AND WHETHER GLBAL SHOWS EACH ONE CLOSED.
002090*    ---------------------------------------------------------
002100 77  BK-PER-CNT                  PIC 9(04) COMP VALUE ZERO.
002110 77  BK-PER-SUB                  PIC 9(04) COMP VALUE ZERO.
002120 77  BK-PER-FOUND                PIC 9(04) COMP VALUE ZERO.
002130 77  BK-CLOSED-CNT               PIC 9(04) COMP VALUE ZERO.
002140 01  BK-WORK-PERIOD              PIC X(06).
002150 01  BK-PERIOD-TABLE.
002160     05  BK-PER-ENTRY OCCURS 24 TIMES.
002170         10  BK-PER-PERIOD        PIC X(06).
002180         10  BK-PER-CLOSED        PIC X(01).
002190*
002200*    ---------------------------------------------------------
002210*    THE GOVERNING CKPTMST ROW AS FOUND, FOR THE REPORT.
002220*    ---------------------------------------------------------
002230 01  BK-CKM-BEFORE               PIC X(53).
002240 01  BK-CKM-BEFORE-R REDEFINES BK-CKM-BEFORE.
002250     05  FILLER                  PIC X(16).
002260     05  BK-BEF-STATUS           PIC X(01).
002270     05  BK-BEF-START-TS         PIC X(18).
002280     05  BK-BEF-COMPLETE-TS      PIC X(18).
002290*
002300*    ---------------------------------------------------------
002310*    REPORT FIELDS - SAME PAGINATION PATTERN AS THE DRIVER'S
002320*    RPTFILE REPORT.  EACH LINE NAMES THE FILE, WHAT WAS DONE
002330*    TO IT, AND THE RECORD.
002340*    ---------------------------------------------------------
002350 77  BK-RPT-LINE-CNT             PIC 9(04) COMP VALUE ZERO.
002360 77  BK-RPT-LINES-PER-PAGE       PIC 9(04) COMP VALUE 60.
002370 77  BK-RPT-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
002380 77  BK-TOUCH-CNT                PIC 9(07) COMP VALUE ZERO.
002390 01  BK-RPT-PAGE-NO-ED           PIC ZZZ9.
002400 01  BK-RPT-RULE-LINE            PIC X(132) VALUE ALL '-'.
002410 01  BK-RPT-FILE                 PIC X(13).
002420 01  BK-RPT-ACTION               PIC X(10).
002430 01  BK-RPT-DETAIL               PIC X(100).
002440*
002450 PROCEDURE DIVISION.
002460*
002470 0000-MAINLINE.
002480     PERFORM 1000-ACCEPT-KEYS
002490         THRU 1000-EXIT.
002500     IF BK-RETURN-CODE NOT = ZERO
002510         GO TO 0000-END-RUN
002520     END-IF.
002530     PERFORM 1500-OPEN-REPORT
002540         THRU 1500-EXIT.
002550     IF BK-STOPPED
002560         GO TO 0000-END-RUN
002570     END-IF.
002571     PERFORM 1700-CHECK-RUNLOCK
002572         THRU 1700-EXIT.
002573     IF BK-STOPPED
002574         GO TO 0000-CLOSE-REPORT
002575     END-IF.
002580     PERFORM 2000-SCAN-JOURNAL
002590         THRU 2000-EXIT.
002600     IF BK-STOPPED
002610         GO TO 0000-CLOSE-REPORT
002620     END-IF.
002630     PERFORM 3000-CHECK-CLOSED
002640         THRU 3000-EXIT.
002650     IF BK-STOPPED
002660         GO TO 0000-CLOSE-REPORT
002670     END-IF.
002680     PERFORM 3500-READ-CKPTMST
002690         THRU 3500-EXIT.
002700     IF BK-STOPPED
002710         GO TO 0000-CLOSE-REPORT
002720     END-IF.
002730     PERFORM 4000-APPLY-BACKOUT
002740         THRU 4000-EXIT.
002750 0000-CLOSE-REPORT.
002760     PERFORM 6900-PRINT-TRAILER
002770         THRU 6900-EXIT.
002780     CLOSE BKORPT.
002790     MOVE BK-RETURN-CODE TO BK-RC-ED.
002800     DISPLAY 'JOBBKO01: BACKOUT OF ' BK-JOB-ID ' RUN-DATE '
002810         BK-RUN-DATE ' ENV ' BK-ENV-CODE ' ENDED RC ' BK-RC-ED
002820         ' - SEE ' BK-BKORPT-NAME '.'.
002830 0000-END-RUN.
002840     MOVE BK-RETURN-CODE TO RETURN-CODE.
002850     STOP RUN.
002860*
002870*    ---------------------------------------------------------
002880*    1000-ACCEPT-KEYS - JOB-ID, RUN-DATE, ENV-CODE, USER-ID AND
002890*    THE OPTIONAL OVERRIDE, COMMA-SEPARATED ON THE COMMAND
002900*    LINE.  NOTHING IS BACKED OUT WITHOUT A NAME AGAINST IT.
002910*    ---------------------------------------------------------
002920 1000-ACCEPT-KEYS.
002930     ACCEPT BK-RAW-LINE
002940         FROM COMMAND-LINE
002950     END-ACCEPT.
002960     MOVE SPACES TO BK-JOB-ID.
002970     MOVE SPACES TO BK-RUN-DATE.
002980     MOVE SPACES TO BK-ENV-CODE.
002990     MOVE SPACES TO BK-USER-ID.
003000     MOVE SPACES TO BK-OVERRIDE.
003010     UNSTRING BK-RAW-LINE DELIMITED BY ','
003020         INTO BK-JOB-ID BK-RUN-DATE BK-ENV-CODE BK-USER-ID
003030              BK-OVERRIDE
003040     END-UNSTRING.
003050     IF BK-JOB-ID = SPACES
003060         DISPLAY 'JOBBKO01 *ERROR* USAGE IS JOB-ID,RUN-DATE,'
003070             'ENV-CODE,USER-ID[,Y] - NO JOB-ID WAS GIVEN.'
003080         MOVE 16 TO BK-RETURN-CODE
003090         GO TO 1000-EXIT
003100     END-IF.
003110     IF BK-RUN-DATE NOT NUMERIC
003120         DISPLAY 'JOBBKO01 *ERROR* USAGE IS JOB-ID,RUN-DATE,'
003130             'ENV-CODE,USER-ID[,Y] - RUN-DATE ' BK-RUN-DATE
003140             ' IS NOT CCYYMMDD.'
003150         MOVE 16 TO BK-RETURN-CODE
003160         GO TO 1000-EXIT
003170     END-IF.
003180     IF BK-ENV-CODE = SPACES
003190         DISPLAY 'JOBBKO01 *ERROR* USAGE IS JOB-ID,RUN-DATE,'
003200             'ENV-CODE,USER-ID[,Y] - NO ENV-CODE WAS GIVEN.'
003210         MOVE 16 TO BK-RETURN-CODE
003220         GO TO 1000-EXIT
003230     END-IF.
003240     IF BK-USER-ID = SPACES
003250         DISPLAY 'JOBBKO01 *ERROR* USAGE IS JOB-ID,RUN-DATE,'
003260             'ENV-CODE,USER-ID[,Y] - NO USER-ID WAS GIVEN.'
003270         MOVE 16 TO BK-RETURN-CODE
003280         GO TO 1000-EXIT
003290     END-IF.
003300     IF NOT BK-OVERRIDE-VALID
003310         DISPLAY 'JOBBKO01 *ERROR* THE OVERRIDE MUST BE Y OR '
003320             'LEFT OFF - ' BK-OVERRIDE ' WAS GIVEN.'
003330         MOVE 16 TO BK-RETURN-CODE
003340         GO TO 1000-EXIT
003350     END-IF.
003360     ACCEPT BK-CDT-DATE FROM DATE YYYYMMDD.
003370     ACCEPT BK-CDT-TIME FROM TIME.
003380     MOVE SPACES TO BK-TIMESTAMP.
003390     STRING BK-CDT-DATE BK-CDT-TIME
003400         DELIMITED BY SIZE
003410         INTO BK-TIMESTAMP
003420     END-STRING.
003430     PERFORM 1100-SET-FILE-NAMES
003440         THRU 1100-EXIT.
003450 1000-EXIT.
003460     EXIT.
003470*
003480*    ---------------------------------------------------------
003490*    1100-SET-FILE-NAMES - BUILD THE ENV-QUALIFIED NAME OF
003500*    EVERY FILE THIS BACKOUT TOUCHES.
003510*    ---------------------------------------------------------
003520 1100-SET-FILE-NAMES.
003530     MOVE 'PSTJRNL ' TO BK-BASE-NAME.
003540     PERFORM 1150-QUALIFY-ONE
003550         THRU 1150-EXIT.
003560     MOVE BK-QUAL-NAME TO BK-PSTJRNL-NAME.
003570     MOVE 'BKOWORK ' TO BK-BASE-NAME.
003580     PERFORM 1150-QUALIFY-ONE
003590         THRU 1150-EXIT.
003600     MOVE BK-QUAL-NAME TO BK-BKOWORK-NAME.
003610     MOVE 'GLBAL   ' TO BK-BASE-NAME.
003620     PERFORM 1150-QUALIFY-ONE
003630         THRU 1150-EXIT.
003640     MOVE BK-QUAL-NAME TO BK-GLBAL-NAME.
003650     MOVE 'CTLTOTS ' TO BK-BASE-NAME.
003660     PERFORM 1150-QUALIFY-ONE
003670         THRU 1150-EXIT.
003680     MOVE BK-QUAL-NAME TO BK-CTLTOTS-NAME.
003690     MOVE 'CKPTMST ' TO BK-BASE-NAME.
003700     PERFORM 1150-QUALIFY-ONE
003710         THRU 1150-EXIT.
003720     MOVE BK-QUAL-NAME TO BK-CKPTMST-NAME.
003730     MOVE 'CKPTFILE' TO BK-BASE-NAME.
003740     PERFORM 1150-QUALIFY-ONE
003750         THRU 1150-EXIT.
003760     MOVE BK-QUAL-NAME TO BK-CKPTFILE-NAME.
003770     MOVE 'LOGFILE ' TO BK-BASE-NAME.
003780     PERFORM 1150-QUALIFY-ONE
003790         THRU 1150-EXIT.
003800     MOVE BK-QUAL-NAME TO BK-LOGFILE-NAME.
003810     MOVE 'BKORPT  ' TO BK-BASE-NAME.
003820     PERFORM 1150-QUALIFY-ONE
003830         THRU 1150-EXIT.
003840     MOVE BK-QUAL-NAME TO BK-BKORPT-NAME.
003841     MOVE 'RUNLOCK ' TO BK-BASE-NAME.
003842     PERFORM 1150-QUALIFY-ONE
003843         THRU 1150-EXIT.
003844     MOVE BK-QUAL-NAME TO BK-RUNLOCK-NAME.
003850 1100-EXIT.
003860     EXIT.
003870*
003880 1150-QUALIFY-ONE.
003890     MOVE SPACES TO BK-QUAL-NAME.
003900     STRING BK-BASE-NAME   DELIMITED BY SPACE
003910            '.'            DELIMITED BY SIZE
003920            BK-ENV-CODE    DELIMITED BY SPACE
003930         INTO BK-QUAL-NAME
003940     END-STRING.
003950 1150-EXIT.
003960     EXIT.
003970*
003980*    ---------------------------------------------------------
003990*    1500-OPEN-REPORT - THE REPORT IS OPENED BEFORE ANYTHING
004000*    IS TOUCHED; WITHOUT IT THERE WOULD BE NO RECORD OF WHAT
004010*    WAS UNDONE, SO A REPORT THAT WILL NOT OPEN STOPS THE RUN.
004020*    ---------------------------------------------------------
004030 1500-OPEN-REPORT.
004040     MOVE ZERO TO BK-RPT-PAGE-NO.
004050     MOVE ZERO TO BK-RPT-LINE-CNT.
004060     OPEN OUTPUT BKORPT.
004070     IF BK-BKORPT-STATUS NOT = '00'
004080         DISPLAY 'JOBBKO01 *ERROR* BKORPT COULD NOT BE OPENED'
004090             ', STATUS ' BK-BKORPT-STATUS ' - NOTHING BACKED OUT.'
004100         MOVE 16 TO BK-RETURN-CODE
004110         SET BK-STOPPED TO TRUE
004120         GO TO 1500-EXIT
004130     END-IF.
004140     PERFORM 6100-PRINT-HEADER
004150         THRU 6100-EXIT.
004160 1500-EXIT.
004170     EXIT.
004171*
004172*    ---------------------------------------------------------
004173*    1700-CHECK-RUNLOCK - NO NIGHT IS BACKED OUT UNDER A
004174*    RUNNING DRIVER.  WHILE THE ENVIRONMENT'S RUN LOCK IS HELD
004175*    THE BACKOUT IS REFUSED; A LOCK LEFT BY AN ABENDED RUN IS
004176*    CLEARED WITH JOBLCK01 FIRST.  NO LOCK FILE MEANS THE
004177*    DRIVER HAS NEVER RUN HERE.
004178*    ---------------------------------------------------------
004179 1700-CHECK-RUNLOCK.
004180     MOVE SPACES TO LCK-RECORD.
004181     OPEN INPUT RUNLOCK.
004182     IF BK-RUNLOCK-STATUS NOT = '00'
004183         GO TO 1700-EXIT
004184     END-IF.
004185     READ RUNLOCK
004186         AT END
004187             MOVE SPACES TO LCK-RECORD
004188     END-READ.
004189     CLOSE RUNLOCK.
004190     IF NOT LCK-HELD
004191         GO TO 1700-EXIT
004192     END-IF.
004193     MOVE BK-RUNLOCK-NAME TO BK-RPT-FILE.
004194     MOVE 'CHECKED'       TO BK-RPT-ACTION.
004195     MOVE SPACES TO BK-RPT-DETAIL.
004196     STRING '*** REFUSED - RUN LOCK HELD BY ' LCK-JOB-ID
004197         ' RUN-DATE ' LCK-RUN-DATE ' SINCE ' LCK-START-TS
004198         ' ***'
004199         DELIMITED BY SIZE INTO BK-RPT-DETAIL
004200     END-STRING.
004201     PERFORM 6800-WRITE-LINE
004202         THRU 6800-EXIT.
004203     DISPLAY 'JOBBKO01 *ERROR* ENVIRONMENT ' BK-ENV-CODE
004204         ' IS LOCKED BY ' LCK-JOB-ID ' - NOTHING BACKED OUT; '
004205         'SEE JOBLCK01.'
004206     MOVE 12 TO BK-RETURN-CODE.
004207     SET BK-STOPPED TO TRUE.
004208 1700-EXIT.
004209     EXIT.
004210*
004211*    ---------------------------------------------------------
004212*    2000-SCAN-JOURNAL - ONE PASS OF PSTJRNL.  EVERY ROW THE
004213*    JOB FILED FOR THE RUN-DATE IS COUNTED AND HASHED, ITS
004214*    PERIOD NOTED, AND ITS REVERSAL WRITTEN TO BKOWORK TO WAIT
004215*    FOR THE CHECKS.  A REVERSAL ALREADY ON THE JOURNAL MEANS
004216*    THE NIGHT WAS BACKED OUT BEFORE AND NOT RERUN SINCE - A
004217*    SECOND BACKOUT WOULD POST IT BACK, SO IT IS REFUSED.
004218*    ---------------------------------------------------------
004270 2000-SCAN-JOURNAL.
004280     OPEN INPUT PSTJRNL.
004290     IF BK-PSTJRNL-STATUS = '35'
004300         MOVE BK-PSTJRNL-NAME TO BK-RPT-FILE
004310         MOVE 'READ'          TO BK-RPT-ACTION
004320         MOVE 'NO JOURNAL EXISTS - NOTHING WAS POSTED.'
004330             TO BK-RPT-DETAIL
004340         PERFORM 6800-WRITE-LINE
004350             THRU 6800-EXIT
004360         GO TO 2000-EXIT
004370     END-IF.
004380     IF BK-PSTJRNL-STATUS NOT = '00'
004390         DISPLAY 'JOBBKO01 *ERROR* PSTJRNL COULD NOT BE OPENED'
004400             ', STATUS ' BK-PSTJRNL-STATUS
004410         MOVE 16 TO BK-RETURN-CODE
004420         SET BK-STOPPED TO TRUE
004430         GO TO 2000-EXIT
004440     END-IF.
004450     OPEN OUTPUT BKOWORK.
004460     IF BK-BKOWORK-STATUS NOT = '00'
004470         DISPLAY 'JOBBKO01 *ERROR* BKOWORK COULD NOT BE OPENED'
004480             ', STATUS ' BK-BKOWORK-STATUS
004490         MOVE 16 TO BK-RETURN-CODE
004500         SET BK-STOPPED TO TRUE
004510         CLOSE PSTJRNL
004520         GO TO 2000-EXIT
004530     END-IF.
004540     MOVE 'N' TO BK-EOF-SW.
004550     PERFORM 2100-READ-JOURNAL
004560         THRU 2100-EXIT
004570         UNTIL BK-EOF OR BK-STOPPED.
004580     CLOSE PSTJRNL.
004590     CLOSE BKOWORK.
004600     IF BK-STOPPED
004610         GO TO 2000-EXIT
004620     END-IF.
004630     MOVE BK-POST-CNT  TO BK-CNT-ED.
004640     MOVE BK-POST-HASH TO BK-HASH-ED.
004650     MOVE BK-PSTJRNL-NAME TO BK-RPT-FILE.
004660     MOVE 'READ'          TO BK-RPT-ACTION.
004670     MOVE SPACES TO BK-RPT-DETAIL.
004680     STRING BK-CNT-ED ' ROW(S) FILED BY ' BK-JOB-ID
004690         ' FOR RUN-DATE ' BK-RUN-DATE ', AMOUNT HASH '
004700         BK-HASH-ED
004710         DELIMITED BY SIZE INTO BK-RPT-DETAIL
004720     END-STRING.
004730     PERFORM 6800-WRITE-LINE
004740         THRU 6800-EXIT.
004750     IF BK-PRIOR-BKO-CNT > ZERO
004760         MOVE SPACES TO BK-RPT-DETAIL
004770         STRING '*** REFUSED - THE JOURNAL ALREADY CARRIES '
004780             'REVERSALS FOR THIS NIGHT; RERUN IT BEFORE ANY '
004790             'FURTHER BACKOUT ***'
004800             DELIMITED BY SIZE INTO BK-RPT-DETAIL
004810         END-STRING
004820         PERFORM 6800-WRITE-LINE
004830             THRU 6800-EXIT
004840         DISPLAY 'JOBBKO01 *ERROR* ' BK-JOB-ID ' RUN-DATE '
004850             BK-RUN-DATE ' IS ALREADY BACKED OUT - REFUSED.'
004860         MOVE 12 TO BK-RETURN-CODE
004870         SET BK-STOPPED TO TRUE
004880     END-IF.
004890 2000-EXIT.
004900     EXIT.
004910*
004920 2100-READ-JOURNAL.
004930     READ PSTJRNL
004940         AT END
004950             MOVE 'Y' TO BK-EOF-SW
004960             GO TO 2100-EXIT
004970     END-READ.
004971     IF BK-PSTJRNL-STATUS NOT = '00'
004972         DISPLAY 'JOBBKO01 *ERROR* PSTJRNL COULD NOT BE READ'
004973             ', STATUS ' BK-PSTJRNL-STATUS
004974             ' - NOTHING BACKED OUT.'
004975         MOVE 16 TO BK-RETURN-CODE
004976         SET BK-STOPPED TO TRUE
004977         GO TO 2100-EXIT
004978     END-IF.
004980     IF PJR-RUN-DATE NOT = BK-RUN-DATE
004990         OR PJR-SOURCE-JOB NOT = BK-JOB-ID
005000         GO TO 2100-EXIT
005010     END-IF.
005020     IF PJR-SRC-BACKOUT
005030         ADD 1 TO BK-PRIOR-BKO-CNT
005040         GO TO 2100-EXIT
005050     END-IF.
005060     ADD 1 TO BK-POST-CNT.
005070     ADD PJR-AMOUNT TO BK-POST-HASH.
005080     MOVE PJR-POST-DATE(1:6) TO BK-WORK-PERIOD.
005090     PERFORM 2200-NOTE-PERIOD
005100         THRU 2200-EXIT.
005110     SET PJR-SRC-BACKOUT TO TRUE.
005120     MOVE BK-USER-ID TO PJR-PREPARER.
005130     IF PJR-CREDIT
005140         SET PJR-DEBIT TO TRUE
005150     ELSE
005160         SET PJR-CREDIT TO TRUE
005170     END-IF.
005180     WRITE BK-WORK-REC FROM PJR-RECORD.
005190 2100-EXIT.
005200     EXIT.
005210*
005220*    ---------------------------------------------------------
005230*    2200-NOTE-PERIOD - ADD THE POSTING'S PERIOD TO THE TABLE
005240*    ON FIRST SIGHT.  A NIGHT THAT SPANS MORE PERIODS THAN THE
005250*    TABLE HOLDS IS NOT BACKED OUT BLIND.
005260*    ---------------------------------------------------------
005270 2200-NOTE-PERIOD.
005280     MOVE ZERO TO BK-PER-FOUND.
005290     PERFORM 2250-MATCH-PERIOD
005300         THRU 2250-EXIT
005310         VARYING BK-PER-SUB FROM 1 BY 1
005320         UNTIL BK-PER-SUB > BK-PER-CNT
005330             OR BK-PER-FOUND > ZERO.
005340     IF BK-PER-FOUND > ZERO
005350         GO TO 2200-EXIT
005360     END-IF.
005370     IF BK-PER-CNT = 24
005380         DISPLAY 'JOBBKO01 *ERROR* THE NIGHT POSTED INTO MORE '
005390             'THAN 24 PERIODS - BACKOUT ABANDONED.'
005400         MOVE 16 TO BK-RETURN-CODE
005410         SET BK-STOPPED TO TRUE
005420         GO TO 2200-EXIT
005430     END-IF.
005440     ADD 1 TO BK-PER-CNT.
005450     MOVE BK-WORK-PERIOD TO BK-PER-PERIOD(BK-PER-CNT).
005460     MOVE 'N'            TO BK-PER-CLOSED(BK-PER-CNT).
005470 2200-EXIT.
005480     EXIT.
005490*
005500 2250-MATCH-PERIOD.
005510     IF BK-PER-PERIOD(BK-PER-SUB) = BK-WORK-PERIOD
005520         MOVE BK-PER-SUB TO BK-PER-FOUND
005530     END-IF.
005540 2250-EXIT.
005550     EXIT.
005560*
005570*    ---------------------------------------------------------
005580*    3000-CHECK-CLOSED - A PERIOD WITH ANY GLBAL ROW HAS BEEN
005590*    CLOSED.  REVERSALS KEEP THEIR ORIGINAL POSTING DATES, SO
005600*    BACKING OUT INTO A CLOSED PERIOD LEAVES GLBAL WRONG UNTIL
005610*    THE PERIOD IS CLOSED AGAIN; WITHOUT THE OVERRIDE THE
005620*    BACKOUT IS REFUSED BEFORE ANYTHING IS TOUCHED.
005630*    ---------------------------------------------------------
005640 3000-CHECK-CLOSED.
005650     IF BK-PER-CNT = ZERO
005660         GO TO 3000-EXIT
005670     END-IF.
005680     OPEN INPUT GLBAL.
005690     IF BK-GLBAL-STATUS = '35'
005700         GO TO 3000-REPORT
005710     END-IF.
005720     IF BK-GLBAL-STATUS NOT = '00'
005730         DISPLAY 'JOBBKO01 *ERROR* GLBAL COULD NOT BE OPENED'
005740             ', STATUS ' BK-GLBAL-STATUS
005750             ' - CANNOT TELL WHETHER THE PERIOD IS CLOSED.'
005760         MOVE 16 TO BK-RETURN-CODE
005770         SET BK-STOPPED TO TRUE
005780         GO TO 3000-EXIT
005790     END-IF.
005800     MOVE 'N' TO BK-EOF-SW.
005810     MOVE LOW-VALUES TO GLB-KEY.
005820     START GLBAL KEY NOT < GLB-KEY
005830         INVALID KEY
005840             MOVE 'Y' TO BK-EOF-SW
005850     END-START.
005860     PERFORM 3100-READ-GLBAL-NEXT
005870         THRU 3100-EXIT
005880         UNTIL BK-EOF.
005890     CLOSE GLBAL.
005900 3000-REPORT.
005910     PERFORM 3300-REPORT-PERIOD
005920         THRU 3300-EXIT
005930         VARYING BK-PER-SUB FROM 1 BY 1
005940         UNTIL BK-PER-SUB > BK-PER-CNT.
005950     IF BK-CLOSED-CNT = ZERO
005960         GO TO 3000-EXIT
005970     END-IF.
005980     IF BK-OVERRIDE-YES
005990         DISPLAY 'JOBBKO01 *WARNING* BACKING OUT INTO A CLOSED '
006000             'PERIOD UNDER OVERRIDE - RERUN JOB006 FOR IT AND '
006010             'EVERY LATER CLOSED PERIOD.'
006020         GO TO 3000-EXIT
006030     END-IF.
006040     MOVE BK-GLBAL-NAME TO BK-RPT-FILE.
006050     MOVE 'CHECKED'     TO BK-RPT-ACTION.
006060     MOVE SPACES TO BK-RPT-DETAIL.
006070     STRING '*** REFUSED - THE NIGHT POSTED INTO A CLOSED '
006080         'PERIOD; GIVE THE OVERRIDE Y TO BACK IT OUT ANYWAY ***'
006090         DELIMITED BY SIZE INTO BK-RPT-DETAIL
006100     END-STRING.
006110     PERFORM 6800-WRITE-LINE
006120         THRU 6800-EXIT.
006130     DISPLAY 'JOBBKO01 *ERROR* ' BK-JOB-ID ' RUN-DATE '
006140         BK-RUN-DATE ' POSTED INTO A CLOSED PERIOD - REFUSED '
006150         'WITHOUT THE OVERRIDE.'
006160     MOVE 12 TO BK-RETURN-CODE.
006170     SET BK-STOPPED TO TRUE.
006180 3000-EXIT.
006190     EXIT.
006200*
006210 3100-READ-GLBAL-NEXT.
006220     READ GLBAL NEXT RECORD
006230         AT END
006240             MOVE 'Y' TO BK-EOF-SW
006250             GO TO 3100-EXIT
006260     END-READ.
006270     PERFORM 3200-MATCH-CLOSED
006280         THRU 3200-EXIT
006290         VARYING BK-PER-SUB FROM 1 BY 1
006300         UNTIL BK-PER-SUB > BK-PER-CNT.
006310 3100-EXIT.
006320     EXIT.
006330*
006340 3200-MATCH-CLOSED.
006350     IF BK-PER-PERIOD(BK-PER-SUB) = GLB-PERIOD
006360         MOVE 'Y' TO BK-PER-CLOSED(BK-PER-SUB)
006370     END-IF.
006380 3200-EXIT.
006390     EXIT.
006400*
006410 3300-REPORT-PERIOD.
006420     MOVE BK-GLBAL-NAME TO BK-RPT-FILE.
006430     MOVE 'CHECKED'     TO BK-RPT-ACTION.
006440     MOVE SPACES TO BK-RPT-DETAIL.
006450     IF BK-PER-CLOSED(BK-PER-SUB) = 'Y'
006460         ADD 1 TO BK-CLOSED-CNT
006470         IF BK-OVERRIDE-YES
006480             STRING 'PERIOD ' BK-PER-PERIOD(BK-PER-SUB)
006490                 ' IS CLOSED - OVERRIDE GIVEN; RERUN JOB006 FOR'
006500                 ' IT AND EVERY LATER CLOSED PERIOD'
006510                 DELIMITED BY SIZE INTO BK-RPT-DETAIL
006520             END-STRING
006530         ELSE
006540             STRING 'PERIOD ' BK-PER-PERIOD(BK-PER-SUB)
006550                 ' IS CLOSED'
006560                 DELIMITED BY SIZE INTO BK-RPT-DETAIL
006570             END-STRING
006580         END-IF
006590     ELSE
006600         STRING 'PERIOD ' BK-PER-PERIOD(BK-PER-SUB)
006610             ' IS OPEN'
006620             DELIMITED BY SIZE INTO BK-RPT-DETAIL
006630         END-STRING
006640     END-IF.
006650     PERFORM 6800-WRITE-LINE
006660         THRU 6800-EXIT.
006670 3300-EXIT.
006680     EXIT.
006690*
006700*    ---------------------------------------------------------
006710*    3500-READ-CKPTMST - OPEN THE CHECKPOINT STORE FOR UPDATE
006720*    AND READ THE GOVERNING ROW.  A NIGHT ALREADY AT BACKED
006730*    OUT IS REFUSED; A NIGHT WITH NO ROW AND NO POSTINGS HAS
006740*    NOTHING TO BACK OUT.
006750*    ---------------------------------------------------------
006760 3500-READ-CKPTMST.
006770     MOVE SPACES TO BK-CKM-BEFORE.
006780     OPEN I-O CKPTMST.
006790     IF BK-CKPTMST-STATUS = '00'
006800         SET BK-CKM-OPEN TO TRUE
006810         MOVE BK-JOB-ID   TO CKM-JOB-ID
006820         MOVE BK-RUN-DATE TO CKM-RUN-DATE
006830         READ CKPTMST
006840             INVALID KEY
006850                 MOVE 'N' TO BK-CKM-FOUND-SW
006860             NOT INVALID KEY
006870                 SET BK-CKM-FOUND TO TRUE
006880                 MOVE CKM-RECORD TO BK-CKM-BEFORE
006890         END-READ
006900     ELSE
006910         IF BK-CKPTMST-STATUS NOT = '35'
006920             DISPLAY 'JOBBKO01 *ERROR* CKPTMST COULD NOT BE '
006930                 'OPENED, STATUS ' BK-CKPTMST-STATUS
006940             MOVE 16 TO BK-RETURN-CODE
006950             SET BK-STOPPED TO TRUE
006960             GO TO 3500-EXIT
006970         END-IF
006980     END-IF.
006990     IF BK-CKM-FOUND
007000         AND CKM-BACKED-OUT
007010         MOVE BK-CKPTMST-NAME TO BK-RPT-FILE
007020         MOVE 'READ'          TO BK-RPT-ACTION
007030         MOVE SPACES TO BK-RPT-DETAIL
007040         STRING '*** REFUSED - THE NIGHT WAS BACKED OUT AT '
007050             CKM-COMPLETE-TS ' AND HAS NOT RUN SINCE ***'
007060             DELIMITED BY SIZE INTO BK-RPT-DETAIL
007070         END-STRING
007080         PERFORM 6800-WRITE-LINE
007090             THRU 6800-EXIT
007100         DISPLAY 'JOBBKO01 *ERROR* ' BK-JOB-ID ' RUN-DATE '
007110             BK-RUN-DATE ' IS ALREADY BACKED OUT - REFUSED.'
007120         MOVE 12 TO BK-RETURN-CODE
007130         SET BK-STOPPED TO TRUE
007140         GO TO 3500-CLOSE
007150     END-IF.
007160     IF NOT BK-CKM-FOUND
007170         AND BK-POST-CNT = ZERO
007180         MOVE BK-CKPTMST-NAME TO BK-RPT-FILE
007190         MOVE 'READ'          TO BK-RPT-ACTION
007200        MOVE 'NO CHECKPOINT ROW AND NO POSTINGS - NOTHING TO DO'
007210             TO BK-RPT-DETAIL
007220         PERFORM 6800-WRITE-LINE
007230             THRU 6800-EXIT
007240         DISPLAY 'JOBBKO01 *WARNING* ' BK-JOB-ID ' RUN-DATE '
007250             BK-RUN-DATE ' NEVER RAN IN ENV ' BK-ENV-CODE
007260             ' - NOTHING TO BACK OUT.'
007270         MOVE 8 TO BK-RETURN-CODE
007280         SET BK-STOPPED TO TRUE
007290         GO TO 3500-CLOSE
007300     END-IF.
007310     GO TO 3500-EXIT.
007320 3500-CLOSE.
007330     IF BK-CKM-OPEN
007340         CLOSE CKPTMST
007350     END-IF.
007360 3500-EXIT.
007370     EXIT.
007380*
007390*    ---------------------------------------------------------
007400*    4000-APPLY-BACKOUT - EVERY CHECK HAS PASSED.  THE
007410*    REVERSALS AND THEIR CONTROL TOTALS GO FIRST, THEN THE
007420*    CHECKPOINT IS RESET AND THE EVENT IS TRAILED.
007421*    A JOURNAL WRITE OR CKPTMST REWRITE THAT FAILS STOPS THE
007422*    BACKOUT THERE; A CKPTFILE, LOGFILE OR CTLTOTS ROW THAT
007423*    CANNOT BE FILED ENDS RC 16 BUT DOES NOT UNDO THE REST.
007430*    ---------------------------------------------------------
007440 4000-APPLY-BACKOUT.
007450     IF BK-POST-CNT > ZERO
007460         PERFORM 4100-APPEND-REVERSALS
007470             THRU 4100-EXIT
007480         IF BK-STOPPED
007490             GO TO 4000-CLOSE
007500         END-IF
007510         PERFORM 4200-WRITE-CTLTOTS
007520             THRU 4200-EXIT
007530     END-IF.
007540     PERFORM 4300-RESET-CKPTMST
007550         THRU 4300-EXIT.
007551     IF BK-STOPPED
007552         GO TO 4000-CLOSE
007553     END-IF.
007560     PERFORM 4400-WRITE-CKPTFILE
007570         THRU 4400-EXIT.
007580     PERFORM 4500-WRITE-LOGFILE
007590         THRU 4500-EXIT.
007600 4000-CLOSE.
007601     IF BK-STOPPED
007602         AND BK-REV-CNT > ZERO
007603         MOVE BK-REV-CNT TO BK-CNT-ED
007604         DISPLAY 'JOBBKO01 *ERROR* BACKOUT STOPPED PART-WAY - '
007605             BK-CNT-ED ' REVERSING ROW(S) ARE ALREADY ON PSTJRNL.'
007606         DISPLAY 'JOBBKO01 REPAIR PSTJRNL AND CKPTMST BY HAND '
007607             'BEFORE ANY RERUN OR NEW BACKOUT OF THE NIGHT.'
007608     END-IF.
007610     IF BK-CKM-OPEN
007620         CLOSE CKPTMST
007630     END-IF.
007640 4000-EXIT.
007650     EXIT.
007660*
007670*    ---------------------------------------------------------
007680*    4100-APPEND-REVERSALS - BKOWORK ONTO THE END OF PSTJRNL,
007690*    ONE REPORT LINE PER ROW ADDED.
007700*    ---------------------------------------------------------
007710 4100-APPEND-REVERSALS.
007720     OPEN INPUT BKOWORK.
007730     IF BK-BKOWORK-STATUS NOT = '00'
007740         DISPLAY 'JOBBKO01 *ERROR* BKOWORK COULD NOT BE '
007750             'REOPENED, STATUS ' BK-BKOWORK-STATUS
007760         MOVE 16 TO BK-RETURN-CODE
007770         SET BK-STOPPED TO TRUE
007780         GO TO 4100-EXIT
007790     END-IF.
007800     OPEN EXTEND PSTJRNL.
007810     IF BK-PSTJRNL-STATUS NOT = '00'
007820         DISPLAY 'JOBBKO01 *ERROR* PSTJRNL COULD NOT BE '
007830             'EXTENDED, STATUS ' BK-PSTJRNL-STATUS
007840         MOVE 16 TO BK-RETURN-CODE
007850         SET BK-STOPPED TO TRUE
007860         CLOSE BKOWORK
007870         GO TO 4100-EXIT
007880     END-IF.
007890     MOVE 'N' TO BK-EOF-SW.
007900     PERFORM 4150-COPY-REVERSAL
007910         THRU 4150-EXIT
007920         UNTIL BK-EOF.
007930     CLOSE BKOWORK.
007940     CLOSE PSTJRNL.
007950 4100-EXIT.
007960     EXIT.
007970*
007980 4150-COPY-REVERSAL.
007990     READ BKOWORK
008000         AT END
008010             MOVE 'Y' TO BK-EOF-SW
008020             GO TO 4150-EXIT
008030     END-READ.
008040     MOVE BK-WORK-REC TO PJR-RECORD.
008050     IF PJR-DEBIT
008060         MOVE 'C' TO BK-OLD-SIDE
008070     ELSE
008080         MOVE 'D' TO BK-OLD-SIDE
008090     END-IF.
008100     MOVE PJR-AMOUNT TO BK-AMT-ED.
008110     MOVE BK-PSTJRNL-NAME TO BK-RPT-FILE.
008120     MOVE 'APPENDED'      TO BK-RPT-ACTION.
008130     MOVE SPACES TO BK-RPT-DETAIL.
008140     STRING PJR-ACCOUNT-NO ' ' PJR-POST-DATE ' '
008150         BK-OLD-SIDE '>' PJR-DR-CR ' ' BK-AMT-ED '  '
008160         PJR-DESCRIPTION ' ' PJR-JOURNAL-NO
008170         DELIMITED BY SIZE INTO BK-RPT-DETAIL
008180     END-STRING.
008190     WRITE PJR-RECORD.
008191     IF BK-PSTJRNL-STATUS NOT = '00'
008192         DISPLAY 'JOBBKO01 *ERROR* PSTJRNL COULD NOT BE '
008193             'WRITTEN, STATUS ' BK-PSTJRNL-STATUS
008194         MOVE 16 TO BK-RETURN-CODE
008195         SET BK-STOPPED TO TRUE
008196         MOVE 'Y' TO BK-EOF-SW
008197         MOVE 'FAILED' TO BK-RPT-ACTION
008198     ELSE
008199         ADD 1 TO BK-REV-CNT
008200     END-IF.
008210     PERFORM 6800-WRITE-LINE
008220         THRU 6800-EXIT.
008230 4150-EXIT.
008240     EXIT.
008250*
008260*    ---------------------------------------------------------
008270*    4200-WRITE-CTLTOTS - THE JOURNAL NOW CARRIES THE
008280*    ORIGINALS AND THEIR REVERSALS FOR THE NIGHT, SO THE NEW
008290*    GOVERNING ROW COUNTS AND HASHES BOTH - THE SAME MEASURE
008300*    JOBPRC02 TAKES PER SOURCE JOB.
008310*    ---------------------------------------------------------
008320 4200-WRITE-CTLTOTS.
008330     MOVE SPACES TO CTL-RECORD.
008340     MOVE BK-JOB-ID    TO CTL-JOB-ID.
008350     MOVE BK-RUN-DATE  TO CTL-RUN-DATE.
008360     COMPUTE CTL-RECORD-COUNT = BK-POST-CNT + BK-REV-CNT.
008370     COMPUTE CTL-HASH-TOTAL = BK-POST-HASH + BK-POST-HASH.
008380     MOVE BK-TIMESTAMP TO CTL-TIMESTAMP.
008390     MOVE CTL-RECORD-COUNT TO BK-CNT-ED.
008395     MOVE CTL-HASH-TOTAL   TO BK-HASH-ED.
008400     MOVE BK-CTLTOTS-NAME TO BK-RPT-FILE.
008405     MOVE 'APPENDED'      TO BK-RPT-ACTION.
008410     OPEN EXTEND CTLTOTS.
008415     IF BK-CTLTOTS-STATUS = '35'
008420         OPEN OUTPUT CTLTOTS
008425     END-IF.
008430     IF BK-CTLTOTS-STATUS NOT = '00'
008435         DISPLAY 'JOBBKO01 *ERROR* CTLTOTS COULD NOT BE OPENED, '
008440             'STATUS ' BK-CTLTOTS-STATUS ' - TOTALS NOT FILED.'
008445         MOVE 16 TO BK-RETURN-CODE
008450         MOVE 'FAILED' TO BK-RPT-ACTION
008455     ELSE
008460         WRITE CTL-RECORD
008465         CLOSE CTLTOTS
008470     END-IF.
008490     MOVE SPACES TO BK-RPT-DETAIL.
008500     STRING BK-JOB-ID ' ' BK-RUN-DATE ' COUNT ' BK-CNT-ED
008510         ' HASH ' BK-HASH-ED
008520         DELIMITED BY SIZE INTO BK-RPT-DETAIL
008530     END-STRING.
008540     PERFORM 6800-WRITE-LINE
008550         THRU 6800-EXIT.
008560 4200-EXIT.
008570     EXIT.
008580*
008590*    ---------------------------------------------------------
008600*    4300-RESET-CKPTMST - THE GOVERNING ROW GOES TO BACKED OUT
008610*    (SEE CKMREC01), SO THE DRIVER NO LONGER SKIPS THE NIGHT AS
008620*    COMPLETE AND ITS SUCCESSORS WAIT FOR THE RERUN.
008630*    ---------------------------------------------------------
008640 4300-RESET-CKPTMST.
008650     MOVE BK-CKPTMST-NAME TO BK-RPT-FILE.
008660     IF NOT BK-CKM-FOUND
008670         MOVE 'READ' TO BK-RPT-ACTION
008680         MOVE 'NO GOVERNING ROW FOR THE NIGHT - NOTHING TO RESET'
008690             TO BK-RPT-DETAIL
008700         PERFORM 6800-WRITE-LINE
008710             THRU 6800-EXIT
008720         GO TO 4300-EXIT
008730     END-IF.
008740     SET CKM-BACKED-OUT TO TRUE.
008750     MOVE BK-TIMESTAMP TO CKM-COMPLETE-TS.
008760     REWRITE CKM-RECORD.
008770     IF BK-CKPTMST-STATUS NOT = '00'
008780         DISPLAY 'JOBBKO01 *ERROR* CKPTMST ROW COULD NOT BE '
008790             'REWRITTEN, STATUS ' BK-CKPTMST-STATUS
008800         MOVE 16 TO BK-RETURN-CODE
008801         SET BK-STOPPED TO TRUE
008810         MOVE 'FAILED' TO BK-RPT-ACTION
008820     ELSE
008830         MOVE 'REWRITTEN' TO BK-RPT-ACTION
008840     END-IF.
008850     MOVE SPACES TO BK-RPT-DETAIL.
008860     STRING BK-JOB-ID ' ' BK-RUN-DATE ' STATUS ' BK-BEF-STATUS
008870         '>B START ' BK-BEF-START-TS ' COMPLETE '
008880         BK-BEF-COMPLETE-TS '>' CKM-COMPLETE-TS
008890         DELIMITED BY SIZE INTO BK-RPT-DETAIL
008900     END-STRING.
008910     PERFORM 6800-WRITE-LINE
008920         THRU 6800-EXIT.
008930 4300-EXIT.
008940     EXIT.
008950*
008960*    ---------------------------------------------------------
008970*    4400-WRITE-CKPTFILE - THE BACKOUT EVENT ON THE CHECKPOINT
008980*    AUDIT HISTORY.
008990*    ---------------------------------------------------------
009000 4400-WRITE-CKPTFILE.
009010     MOVE SPACES TO CKPT-RECORD.
009020     MOVE BK-JOB-ID    TO CKPT-JOB-ID.
009030     MOVE BK-RUN-DATE  TO CKPT-RUN-DATE.
009040     SET CKPT-BACKED-OUT TO TRUE.
009050     MOVE BK-TIMESTAMP TO CKPT-TIMESTAMP.
009060     MOVE BK-CKPTFILE-NAME TO BK-RPT-FILE.
009065     MOVE 'APPENDED'       TO BK-RPT-ACTION.
009070     MOVE CKPT-RECORD      TO BK-RPT-DETAIL.
009075     OPEN EXTEND CKPTFILE.
009080     IF BK-CKPTFILE-STATUS = '35'
009085         OPEN OUTPUT CKPTFILE
009090     END-IF.
009095     IF BK-CKPTFILE-STATUS NOT = '00'
009100         DISPLAY 'JOBBKO01 *ERROR* CKPTFILE COULD NOT BE OPENED, '
009105             'STATUS ' BK-CKPTFILE-STATUS ' - EVENT NOT TRAILED.'
009110         MOVE 16 TO BK-RETURN-CODE
009115         MOVE 'FAILED' TO BK-RPT-ACTION
009120     ELSE
009125         WRITE CKPT-RECORD
009130         CLOSE CKPTFILE
009135     END-IF.
009140     PERFORM 6800-WRITE-LINE
009145         THRU 6800-EXIT.
009170 4400-EXIT.
009180     EXIT.
009190*
009200*    ---------------------------------------------------------
009210*    4500-WRITE-LOGFILE - THE BACKOUT EVENT ON THE DRIVER'S
009220*    AUDIT TRAIL, MODE B, WITH THE OPERATOR'S USER-ID (SEE
009230*    LOGREC01).  A BACKOUT LOGGED AFTER THE PERIOD'S LAST
009240*    BALANCING RUN VOIDS IT FOR THE CLOSE.
009250*    ---------------------------------------------------------
009260 4500-WRITE-LOGFILE.
009270     MOVE SPACES TO LOG-RECORD.
009280     MOVE BK-TIMESTAMP TO LOG-TIMESTAMP.
009290     MOVE BK-JOB-ID    TO LOG-DATOS(1:8).
009300     MOVE BK-RUN-DATE  TO LOG-DATOS(9:8).
009310     MOVE 'B'          TO LOG-DATOS(17:1).
009320     MOVE BK-ENV-CODE  TO LOG-DATOS(18:4).
009330     MOVE BK-USER-ID   TO LOG-DATOS(22:8).
009340     IF BK-OVERRIDE-YES
009350         MOVE 'BACKOUT - CLOSED-PERIOD OVERRIDE'
009360             TO LOG-DATOS(31:32)
009370     ELSE
009380         MOVE 'BACKOUT' TO LOG-DATOS(31:7)
009390     END-IF.
009400     MOVE BK-RETURN-CODE TO LOG-RETURN-CODE.
009410     MOVE BK-LOGFILE-NAME TO BK-RPT-FILE.
009415     MOVE 'APPENDED'      TO BK-RPT-ACTION.
009420     MOVE SPACES TO BK-RPT-DETAIL.
009425     STRING LOG-TIMESTAMP ' ' LOG-DATOS(1:62)
009430         DELIMITED BY SIZE INTO BK-RPT-DETAIL
009435     END-STRING.
009440     OPEN EXTEND LOGFILE.
009445     IF BK-LOGFILE-STATUS = '35'
009450         OPEN OUTPUT LOGFILE
009455     END-IF.
009460     IF BK-LOGFILE-STATUS NOT = '00'
009465         DISPLAY 'JOBBKO01 *ERROR* LOGFILE COULD NOT BE OPENED, '
009470             'STATUS ' BK-LOGFILE-STATUS ' - BACKOUT NOT LOGGED.'
009475         MOVE 16 TO BK-RETURN-CODE
009480         MOVE 'FAILED' TO BK-RPT-ACTION
009485     ELSE
009490         WRITE LOG-RECORD
009495         CLOSE LOGFILE
009500     END-IF.
009505     PERFORM 6800-WRITE-LINE
009510         THRU 6800-EXIT.
009550 4500-EXIT.
009560     EXIT.
009570*
009580*    ---------------------------------------------------------
009590*    6100-PRINT-HEADER - EJECT TO A NEW PAGE AND PRINT THE
009600*    BACKOUT KEYS, WHO ASKED, AND THE COLUMN CAPTIONS.
009610*    ---------------------------------------------------------
009620 6100-PRINT-HEADER.
009630     ADD 1 TO BK-RPT-PAGE-NO.
009640     MOVE ZERO TO BK-RPT-LINE-CNT.
009650     MOVE BK-RPT-PAGE-NO TO BK-RPT-PAGE-NO-ED.
009660     MOVE SPACES TO RPT-RECORD.
009670     STRING 'ISBEL SISTEMAS BATCH'  SPACE SPACE SPACE
009680         'NIGHT BACKOUT'  SPACE SPACE SPACE
009690         'PAGE ' BK-RPT-PAGE-NO-ED
009700         DELIMITED BY SIZE INTO RPT-RECORD
009710     END-STRING.
009720     WRITE RPT-RECORD AFTER ADVANCING PAGE.
009730     MOVE SPACES TO RPT-RECORD.
009740     STRING 'JOB-ID: '    BK-JOB-ID
009750         '   RUN-DATE: '  BK-RUN-DATE
009760         '   ENV: '       BK-ENV-CODE
009770         '   BY: '        BK-USER-ID
009780         '   AT: '        BK-TIMESTAMP
009790         '   OVERRIDE: '  BK-OVERRIDE
009800         DELIMITED BY SIZE INTO RPT-RECORD
009810     END-STRING.
009820     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
009830     MOVE SPACES TO RPT-RECORD.
009840     STRING 'FILE          ACTION     RECORD'
009850         DELIMITED BY SIZE INTO RPT-RECORD
009860     END-STRING.
009870     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
009880     MOVE BK-RPT-RULE-LINE TO RPT-RECORD.
009890     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
009900     ADD 6 TO BK-RPT-LINE-CNT.
009910 6100-EXIT.
009920     EXIT.
009930*
009940*    ---------------------------------------------------------
009950*    6800-WRITE-LINE - ONE FILE/ACTION/RECORD LINE, EJECTING
009960*    TO A NEW PAGE FIRST WHEN THIS ONE IS FULL.
009970*    ---------------------------------------------------------
009980 6800-WRITE-LINE.
009990     IF BK-RPT-LINE-CNT >= BK-RPT-LINES-PER-PAGE
010000         PERFORM 6100-PRINT-HEADER
010010             THRU 6100-EXIT
010020     END-IF.
010030     MOVE SPACES TO RPT-RECORD.
010040     STRING BK-RPT-FILE ' ' BK-RPT-ACTION ' ' BK-RPT-DETAIL
010050         DELIMITED BY SIZE INTO RPT-RECORD
010060     END-STRING.
010070     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
010080     ADD 1 TO BK-RPT-LINE-CNT.
010090     ADD 1 TO BK-TOUCH-CNT.
010100 6800-EXIT.
010110     EXIT.
010120*
010130*    ---------------------------------------------------------
010140*    6900-PRINT-TRAILER - THE OUTCOME AND END MARKER.
010150*    ---------------------------------------------------------
010160 6900-PRINT-TRAILER.
010170     MOVE BK-REV-CNT     TO BK-CNT-ED.
010180     MOVE BK-RETURN-CODE TO BK-RC-ED.
010190     MOVE SPACES TO RPT-RECORD.
010200     IF BK-STOPPED
010205         IF BK-REV-CNT > ZERO
010210             STRING 'BACKOUT STOPPED PART-WAY - ' BK-CNT-ED
010215                 ' REVERSING ROW(S) ALREADY FILED.  RC ' BK-RC-ED
010220                 DELIMITED BY SIZE INTO RPT-RECORD
010225             END-STRING
010230         ELSE
010235             STRING 'BACKOUT NOT APPLIED - NOTHING WAS CHANGED.  '
010240                 'RC ' BK-RC-ED
010245                 DELIMITED BY SIZE INTO RPT-RECORD
010250             END-STRING
010255         END-IF
010260     ELSE
010265         STRING 'BACKOUT APPLIED BY ' BK-USER-ID ' - '
010270             BK-CNT-ED ' REVERSING ROW(S) FILED.  RC ' BK-RC-ED
010275             DELIMITED BY SIZE INTO RPT-RECORD
010280         END-STRING
010285     END-IF.
010310     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
010320     MOVE SPACES TO RPT-RECORD.
010330     STRING '*** END OF REPORT ***'
010340         DELIMITED BY SIZE INTO RPT-RECORD
010350     END-STRING.
010360     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
010370 6900-EXIT.
010380     EXIT.
