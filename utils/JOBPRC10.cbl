000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     JOBPRC10.
000030 AUTHOR.         R SANTOS.
000040 INSTALLATION.   ISBEL SISTEMAS BATCH.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    --------------------
000100*    2026-10-15  RS   ORIGINAL VERSION - VOLUME ANOMALY CHECK,
000110*                      CALLED FROM THE HELLO-WORLD DRIVER AS
000120*                      JOB010.  THE GOVERNING CTLTOTS ROW OF EACH
000130*                      JOB-ID FOR THE RUN-DATE IS COMPARED WITH
000140*                      THE TRAILING AVERAGE OF THAT JOB'S LAST
000150*                      BUSINESS DAYS ON VOLHIST, WITHIN THE
000160*                      PERCENTAGES MAINTAINED ON VOLTOL (SEE
000170*                      VTLREC01).  WEEKENDS AND HOLIDAYS ON
000180*                      CALFILE NEVER FEED THE AVERAGE AND ARE NOT
000190*                      THEMSELVES COMPARED.  EACH JOB OUT OF
000200*                      TOLERANCE GETS AN ALERTS ROW AND IS LISTED
000210*                      FIRST ON THE VOLRPT VARIANCE REPORT, AND
000220*                      POSTS RC 8.  TONIGHT'S TOTALS ARE THEN
000230*                      APPENDED TO VOLHIST (SEE VHSREC01).
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.    IBM-370.
000280 OBJECT-COMPUTER.    IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CTLTOTS   ASSIGN USING VA-CTLTOTS-NAME
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS VA-CTLTOTS-STATUS.
000340     SELECT CALFILE   ASSIGN TO "CALFILE"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS VA-CALFILE-STATUS.
000370     SELECT VOLTOL    ASSIGN TO "VOLTOL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS VA-VOLTOL-STATUS.
000400     SELECT VOLHIST   ASSIGN USING VA-VOLHIST-NAME
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS VA-VOLHIST-STATUS.
000430     SELECT ALERTS    ASSIGN USING VA-ALERTS-NAME
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS VA-ALERTS-STATUS.
000460     SELECT VOLRPT    ASSIGN USING VA-VOLRPT-NAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS VA-VOLRPT-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520*
000530*    ---------------------------------------------------------
000540*    CTLTOTS - BATCH CONTROL TOTALS FOR THE RUN-DATE.  SEE
000550*    CTLREC01.
000560*    ---------------------------------------------------------
000570 FD  CTLTOTS
000580     LABEL RECORDS ARE STANDARD
000590     RECORDING MODE IS F.
000600 COPY CTLREC01.
000610*
000620*    ---------------------------------------------------------
000630*    CALFILE - SHOP CALENDAR, READ ONLY TO CLASSIFY THE
000640*    RUN-DATE.  SEE CALREC01.
000650*    ---------------------------------------------------------
000660 FD  CALFILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORDING MODE IS F.
000690 COPY CALREC01.
000700*
000710*    ---------------------------------------------------------
000720*    VOLTOL - MAINTAINED PER-JOB VOLUME TOLERANCES.  SEE
000730*    VTLREC01.
000740*    ---------------------------------------------------------
000750 FD  VOLTOL
000760     LABEL RECORDS ARE STANDARD
000770     RECORDING MODE IS F.
000780 COPY VTLREC01.
000790*
000800*    ---------------------------------------------------------
000810*    VOLHIST - NIGHTLY VOLUME HISTORY, READ FOR THE BASELINE
000820*    AND EXTENDED WITH TONIGHT'S TOTALS.  SEE VHSREC01.
000830*    ---------------------------------------------------------
000840 FD  VOLHIST
000850     LABEL RECORDS ARE STANDARD
000860     RECORDING MODE IS F.
000870 COPY VHSREC01.
000880*
000890*    ---------------------------------------------------------
000900*    ALERTS - OPERATOR ALERT INTERFACE, ONE ROW APPENDED PER
000910*    JOB-ID OUT OF TOLERANCE.  SEE ALRREC01.
000920*    ---------------------------------------------------------
000930 FD  ALERTS
000940     LABEL RECORDS ARE STANDARD
000950     RECORDING MODE IS F.
000960 COPY ALRREC01.
000970*
000980*    ---------------------------------------------------------
000990*    VOLRPT - THE PAGINATED VOLUME VARIANCE REPORT.  SEE
001000*    RPTREC01.
001010*    ---------------------------------------------------------
001020 FD  VOLRPT
001030     LABEL RECORDS ARE STANDARD
001040     RECORDING MODE IS F.
001050 COPY RPTREC01.
001060*
001070 WORKING-STORAGE SECTION.
001080*
001090*    ---------------------------------------------------------
001100*    VOLUME CHECK WORKING FIELDS
001110*    ---------------------------------------------------------
001120 01  VA-CTLTOTS-STATUS           PIC X(02).
001130 01  VA-CALFILE-STATUS           PIC X(02).
001140 01  VA-VOLTOL-STATUS            PIC X(02).
001150 01  VA-VOLHIST-STATUS           PIC X(02).
001160 01  VA-ALERTS-STATUS            PIC X(02).
001170 01  VA-VOLRPT-STATUS            PIC X(02).
001180 01  VA-EOF-SW                   PIC X(01) VALUE 'N'.
001190     88  VA-EOF                   VALUE 'Y'.
001200 01  VA-ABORT-SW                 PIC X(01) VALUE 'N'.
001210     88  VA-ABORTED               VALUE 'Y'.
001220 01  VA-NONBUS-SW                PIC X(01) VALUE 'N'.
001230     88  VA-NONBUSINESS           VALUE 'Y'.
001240 01  VA-CAL-DESC-FOUND           PIC X(20) VALUE SPACES.
001250 01  VA-RETURN-CODE              PIC 9(04) VALUE ZERO.
001260 77  VA-EXC-CNT                  PIC 9(05) COMP VALUE ZERO.
001270 01  VA-EXC-CNT-ED               PIC Z(04)9.
001280 01  VA-CDT-DATE                 PIC 9(08).
001290 01  VA-CDT-TIME                 PIC 9(08).
001300 01  VA-TIMESTAMP                PIC X(18).
001310*
001320*    ---------------------------------------------------------
001330*    ENV-QUALIFIED FILE NAMES - BUILT BY 0100-SET-FILE-NAMES
001340*    FROM PARM-ENV-CODE SO THE CHECK READS AND WRITES ONLY ITS
001350*    OWN ENVIRONMENT'S FILES.
001360*    ---------------------------------------------------------
001370 01  VA-BASE-NAME                PIC X(08).
001380 01  VA-QUAL-NAME                PIC X(13).
001390 01  VA-CTLTOTS-NAME             PIC X(13).
001400 01  VA-VOLHIST-NAME             PIC X(13).
001410 01  VA-ALERTS-NAME              PIC X(13).
001420 01  VA-VOLRPT-NAME              PIC X(13).
001430*
001440*    ---------------------------------------------------------
001450*    PER-JOB TABLE - ONE ROW PER JOB-ID WITH A CTLTOTS ROW ON
001460*    THE RUN-DATE.  TOL-SW N MEANS NO VOLTOL ROW, NEVER
001470*    FLAGGED.  THE HISTORY SLOTS HOLD THE MOST RECENT
001480*    BASE-DAYS BUSINESS DAYS BEFORE THE RUN-DATE (ONE SLOT PER
001490*    RUN-DATE, THE LAST VOLHIST ROW GOVERNING), IN NO ORDER.
001500*    ---------------------------------------------------------
001510 77  VA-JOB-CNT                  PIC 9(04) COMP VALUE ZERO.
001520 77  VA-SUB                      PIC 9(04) COMP VALUE ZERO.
001530 77  VA-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
001540 77  VA-SLOT                     PIC 9(04) COMP VALUE ZERO.
001550 77  VA-FOUND-SLOT               PIC 9(04) COMP VALUE ZERO.
001560 77  VA-OLD-SLOT                 PIC 9(04) COMP VALUE ZERO.
001570 01  VA-WORK-JOB-ID              PIC X(08).
001580 01  VA-JOB-TABLE.
001590     05  VA-JOB-ENTRY OCCURS 100 TIMES.
001600         10  VA-JOB-ID            PIC X(08).
001610         10  VA-NIGHT-COUNT       PIC 9(07).
001620         10  VA-NIGHT-HASH        PIC S9(13)V99 COMP-3.
001630         10  VA-TOL-SW            PIC X(01).
001640         10  VA-COUNT-PCT         PIC 9(03).
001650         10  VA-HASH-PCT          PIC 9(03).
001660         10  VA-BASE-DAYS         PIC 9(02).
001670         10  VA-MIN-DAYS          PIC 9(02).
001680         10  VA-HIST-CNT          PIC 9(04) COMP.
001690         10  VA-COMPARED-SW       PIC X(01).
001700         10  VA-OUT-SW            PIC X(01).
001710         10  VA-AVG-COUNT         PIC S9(09)V99 COMP-3.
001720         10  VA-AVG-HASH          PIC S9(13)V99 COMP-3.
001730         10  VA-COUNT-DEV         PIC S9(05)V9 COMP-3.
001740         10  VA-HASH-DEV          PIC S9(05)V9 COMP-3.
001750         10  VA-RESULT            PIC X(32).
001760         10  VA-HIST-SLOT OCCURS 30 TIMES.
001770             15  VA-HIST-DATE     PIC X(08).
001780             15  VA-HIST-COUNT    PIC 9(07).
001790             15  VA-HIST-HASH     PIC S9(13)V99 COMP-3.
001800*
001810*    ---------------------------------------------------------
001820*    AVERAGE AND DEVIATION FIELDS.  A DEVIATION IS SIGNED
001830*    PERCENT OF THE AVERAGE (OF ITS SIZE, FOR A HASH TOTAL
001840*    AVERAGING BELOW ZERO); MOVED TO AN UNSIGNED FIELD IT IS
001850*    THE DISTANCE EITHER WAY FOR THE TOLERANCE TEST.  A NIGHT
001860*    AWAY FROM A ZERO AVERAGE, OR TOO FAR TO MEASURE, SHOWS
001870*    THE CEILING VALUE.
001880*    ---------------------------------------------------------
001890 01  VA-SUM-COUNT                PIC S9(11) COMP-3.
001900 01  VA-SUM-HASH                 PIC S9(15)V99 COMP-3.
001910 01  VA-ABS-AVG-HASH             PIC 9(13)V99 COMP-3.
001920 01  VA-ABS-DEV                  PIC 9(05)V9 COMP-3.
001930 01  VA-DEV-CEILING              PIC S9(05)V9 COMP-3
001940                                     VALUE 99999.9.
001950 01  VA-COUNT-OUT-SW             PIC X(01).
001960 01  VA-HASH-OUT-SW              PIC X(01).
001970 01  VA-ALERT-REASON             PIC X(40).
001980*
001990*    ---------------------------------------------------------
002000*    REPORT FIELDS - SAME PAGINATION PATTERN AS THE DRIVER'S
002010*    RPTFILE REPORT.
002020*    ---------------------------------------------------------
002030 77  VA-RPT-LINE-CNT             PIC 9(04) COMP VALUE ZERO.
002040 77  VA-RPT-LINES-PER-PAGE       PIC 9(04) COMP VALUE 60.
002050 77  VA-RPT-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
002060 01  VA-RPT-PAGE-NO-ED           PIC ZZZ9.
002070 01  VA-RPT-RULE-LINE            PIC X(132) VALUE ALL '-'.
002080 01  VA-COUNT-ED                 PIC Z(06)9.
002090 01  VA-HASH-ED                  PIC Z(12)9.99-.
002100 01  VA-COMPARE-EDITS.
002110     05  VA-AVG-COUNT-ED         PIC Z(08)9.99.
002120     05  VA-COUNT-DEV-ED         PIC Z(04)9.9-.
002130     05  VA-AVG-HASH-ED          PIC Z(12)9.99-.
002140     05  VA-HASH-DEV-ED          PIC Z(04)9.9-.
002150     05  VA-DAYS-ED              PIC Z9.
002160*
002170 LINKAGE SECTION.
002180*
002190*    ---------------------------------------------------------
002200*    PARAMETERS PASSED DOWN FROM THE DRIVER - SEE PARMREC01
002210*    ---------------------------------------------------------
002220 COPY PARMREC01.
002230*
002240*    ---------------------------------------------------------
002250*    EXTENDED PARAMETERS FROM THE DELIMITED PARM FORM - SEE
002260*    PARMREC02.
002270*    ---------------------------------------------------------
002280 COPY PARMREC02.
002290*
002300 PROCEDURE DIVISION USING PARM-RECORD PARM-EXT-RECORD.
002310*
002320 0000-MAINLINE.
002330     DISPLAY 'JOBPRC10: VOLUME ANOMALY CHECK STARTING FOR '
002340         'RUN-DATE ' PARM-RUN-DATE ' ENV ' PARM-ENV-CODE.
002350     PERFORM 0100-SET-FILE-NAMES
002360         THRU 0100-EXIT.
002370     PERFORM 1000-SCAN-CTLTOTS
002380         THRU 1000-EXIT.
002390     IF VA-ABORTED
002400         GO TO 0000-GOBACK
002410     END-IF.
002420     PERFORM 1500-CHECK-CALENDAR
002430         THRU 1500-EXIT.
002440     IF VA-ABORTED
002450         GO TO 0000-GOBACK
002460     END-IF.
002470     PERFORM 2000-LOAD-TOLERANCES
002480         THRU 2000-EXIT.
002490     PERFORM 3000-LOAD-HISTORY
002500         THRU 3000-EXIT.
002510     IF VA-ABORTED
002520         GO TO 0000-GOBACK
002530     END-IF.
002540     ACCEPT VA-CDT-DATE FROM DATE YYYYMMDD.
002550     ACCEPT VA-CDT-TIME FROM TIME.
002560     MOVE SPACES TO VA-TIMESTAMP.
002570     STRING VA-CDT-DATE VA-CDT-TIME
002580         DELIMITED BY SIZE
002590         INTO VA-TIMESTAMP
002600     END-STRING.
002610     PERFORM 4000-COMPARE-ONE-JOB
002620         THRU 4000-EXIT
002630         VARYING VA-SUB FROM 1 BY 1
002640         UNTIL VA-SUB > VA-JOB-CNT.
002650     PERFORM 5000-PRINT-REPORT
002660         THRU 5000-EXIT.
002670     PERFORM 7000-APPEND-HISTORY
002680         THRU 7000-EXIT.
002690     MOVE VA-EXC-CNT TO VA-EXC-CNT-ED.
002700     DISPLAY 'JOBPRC10: ' VA-EXC-CNT-ED
002710         ' JOB-ID(S) OUT OF VOLUME TOLERANCE.'
002720     DISPLAY 'JOBPRC10: VOLUME ANOMALY CHECK COMPLETE.'
002730     IF VA-EXC-CNT > ZERO
002740         AND VA-RETURN-CODE = ZERO
002750         MOVE 8 TO VA-RETURN-CODE
002760     END-IF.
002770 0000-GOBACK.
002780     MOVE VA-RETURN-CODE TO RETURN-CODE.
002790     GOBACK.
002800*
002810*    ---------------------------------------------------------
002820*    0100-SET-FILE-NAMES - BUILD THE ENV-QUALIFIED NAMES OF
002830*    THE CONTROL TOTALS, THE VOLUME HISTORY, THE ALERTS FILE
002840*    AND THE REPORT FILE.
002850*    ---------------------------------------------------------
002860 0100-SET-FILE-NAMES.
002870     MOVE 'CTLTOTS ' TO VA-BASE-NAME.
002880     PERFORM 0150-QUALIFY-ONE
002890         THRU 0150-EXIT.
002900     MOVE VA-QUAL-NAME TO VA-CTLTOTS-NAME.
002910     MOVE 'VOLHIST ' TO VA-BASE-NAME.
002920     PERFORM 0150-QUALIFY-ONE
002930         THRU 0150-EXIT.
002940     MOVE VA-QUAL-NAME TO VA-VOLHIST-NAME.
002950     MOVE 'ALERTS  ' TO VA-BASE-NAME.
002960     PERFORM 0150-QUALIFY-ONE
002970         THRU 0150-EXIT.
002980     MOVE VA-QUAL-NAME TO VA-ALERTS-NAME.
002990     MOVE 'VOLRPT  ' TO VA-BASE-NAME.
003000     PERFORM 0150-QUALIFY-ONE
003010         THRU 0150-EXIT.
003020     MOVE VA-QUAL-NAME TO VA-VOLRPT-NAME.
003030 0100-EXIT.
003040     EXIT.
003050*
003060*    ---------------------------------------------------------
003070*    0150-QUALIFY-ONE - ONE NAME: BASE.ENV, OR THE BASE ALONE
003080*    SHOULD THE DRIVER EVER HAND DOWN A BLANK ENV-CODE.
003090*    ---------------------------------------------------------
003100 0150-QUALIFY-ONE.
003110     MOVE SPACES TO VA-QUAL-NAME.
003120     IF PARM-ENV-CODE = SPACES
003130         MOVE VA-BASE-NAME TO VA-QUAL-NAME
003140         GO TO 0150-EXIT
003150     END-IF.
003160     STRING VA-BASE-NAME   DELIMITED BY SPACE
003170            '.'            DELIMITED BY SIZE
003180            PARM-ENV-CODE  DELIMITED BY SPACE
003190         INTO VA-QUAL-NAME
003200     END-STRING.
003210 0150-EXIT.
003220     EXIT.
003230*
003240*    ---------------------------------------------------------
003250*    1000-SCAN-CTLTOTS - EVERY ROW FOR THE RUN-DATE FEEDS ITS
003260*    JOB'S TABLE ENTRY; THE LAST ROW SEEN GOVERNS, THE SAME
003270*    RULE JOBPRC02 APPLIES WHEN IT BALANCES.
003280*    ---------------------------------------------------------
003290 1000-SCAN-CTLTOTS.
003300     MOVE 'N' TO VA-EOF-SW.
003310     OPEN INPUT CTLTOTS.
003320     IF VA-CTLTOTS-STATUS NOT = '00'
003330         DISPLAY 'JOBPRC10 *ERROR* CTLTOTS COULD NOT BE OPENED'
003340             ', STATUS ' VA-CTLTOTS-STATUS
003350             ' - NOTHING TO CHECK.'
003360         MOVE 16 TO VA-RETURN-CODE
003370         SET VA-ABORTED TO TRUE
003380         GO TO 1000-EXIT
003390     END-IF.
003400     PERFORM 1100-READ-CTLTOTS
003410         THRU 1100-EXIT
003420         UNTIL VA-EOF.
003430     CLOSE CTLTOTS.
003440 1000-EXIT.
003450     EXIT.
003460*
003470 1100-READ-CTLTOTS.
003480     READ CTLTOTS
003490         AT END
003500             MOVE 'Y' TO VA-EOF-SW
003510         NOT AT END
003520             IF CTL-RUN-DATE = PARM-RUN-DATE
003530                 MOVE CTL-JOB-ID TO VA-WORK-JOB-ID
003540                 PERFORM 6000-FIND-OR-ADD-JOB
003550                     THRU 6000-EXIT
003560                 IF VA-FOUND-SUB > ZERO
003570                     MOVE CTL-RECORD-COUNT
003580                         TO VA-NIGHT-COUNT(VA-FOUND-SUB)
003590                     MOVE CTL-HASH-TOTAL
003600                         TO VA-NIGHT-HASH(VA-FOUND-SUB)
003610                 END-IF
003620             END-IF
003630     END-READ.
003640 1100-EXIT.
003650     EXIT.
003660*
003670*    ---------------------------------------------------------
003680*    1500-CHECK-CALENDAR - AN H OR W CALFILE ROW FOR THE
003690*    RUN-DATE AND ENV MAKES TONIGHT A NON-BUSINESS DAY: ITS
003700*    TOTALS ARE RECORDED BUT NEITHER COMPARED NOR AVERAGED.
003710*    WITHOUT THE CALENDAR THE BASELINE CANNOT BE KEPT CLEAN,
003720*    SO A MISSING CALFILE STOPS THE CHECK.
003730*    ---------------------------------------------------------
003740 1500-CHECK-CALENDAR.
003750     MOVE 'N' TO VA-EOF-SW.
003760     MOVE 'N' TO VA-NONBUS-SW.
003770     OPEN INPUT CALFILE.
003780     IF VA-CALFILE-STATUS NOT = '00'
003790         DISPLAY 'JOBPRC10 *ERROR* CALFILE COULD NOT BE OPENED'
003800             ', STATUS ' VA-CALFILE-STATUS
003810             ' - RUN-DATE CANNOT BE CLASSIFIED.'
003820         MOVE 16 TO VA-RETURN-CODE
003830         SET VA-ABORTED TO TRUE
003840         GO TO 1500-EXIT
003850     END-IF.
003860     PERFORM 1600-READ-CALFILE
003870         THRU 1600-EXIT
003880         UNTIL VA-EOF.
003890     CLOSE CALFILE.
003900     IF VA-NONBUSINESS
003910         DISPLAY 'JOBPRC10: RUN-DATE ' PARM-RUN-DATE
003920             ' IS NOT A BUSINESS DAY (' VA-CAL-DESC-FOUND
003930             ') - TOTALS RECORDED, NOT COMPARED.'
003940     END-IF.
003950 1500-EXIT.
003960     EXIT.
003970*
003980 1600-READ-CALFILE.
003990     READ CALFILE
004000         AT END
004010             MOVE 'Y' TO VA-EOF-SW
004020         NOT AT END
004030             IF CAL-ENV-CODE = PARM-ENV-CODE
004040                 AND CAL-DATE = PARM-RUN-DATE
004050                 AND (CAL-HOLIDAY OR CAL-WEEKEND)
004060                 SET VA-NONBUSINESS TO TRUE
004070                 MOVE CAL-DESCRIPTION TO VA-CAL-DESC-FOUND
004080             END-IF
004090     END-READ.
004100 1600-EXIT.
004110     EXIT.
004120*
004130*    ---------------------------------------------------------
004140*    2000-LOAD-TOLERANCES - MATCH EACH TABLE ROW WITH ITS
004150*    VOLTOL ROW.  A MISSING VOLTOL IS NOT AN ERROR - EVERY JOB
004160*    SIMPLY REPORTS WITHOUT A TOLERANCE.
004170*    ---------------------------------------------------------
004180 2000-LOAD-TOLERANCES.
004190     MOVE 'N' TO VA-EOF-SW.
004200     OPEN INPUT VOLTOL.
004210     IF VA-VOLTOL-STATUS NOT = '00'
004220         DISPLAY 'JOBPRC10: VOLTOL NOT AVAILABLE, STATUS '
004230             VA-VOLTOL-STATUS ' - NO TOLERANCES TO COMPARE.'
004240         GO TO 2000-EXIT
004250     END-IF.
004260     PERFORM 2100-READ-VOLTOL
004270         THRU 2100-EXIT
004280         UNTIL VA-EOF.
004290     CLOSE VOLTOL.
004300 2000-EXIT.
004310     EXIT.
004320*
004330*    ---------------------------------------------------------
004340*    2100-READ-VOLTOL - A ROW WITH A NON-NUMERIC FIELD OR A
004350*    ZERO BASE IS SKIPPED WITH A WARNING.  THE BASE IS CAPPED
004360*    AT THE 30 SLOTS THE TABLE HOLDS, AND THE MINIMUM HISTORY
004370*    AT THE BASE.
004380*    ---------------------------------------------------------
004390 2100-READ-VOLTOL.
004400     READ VOLTOL
004410         AT END
004420             MOVE 'Y' TO VA-EOF-SW
004430             GO TO 2100-EXIT
004440     END-READ.
004450     IF VTL-COUNT-PCT NOT NUMERIC
004460         OR VTL-HASH-PCT NOT NUMERIC
004470         OR VTL-BASE-DAYS NOT NUMERIC
004480         OR VTL-MIN-DAYS NOT NUMERIC
004490         OR VTL-BASE-DAYS = ZERO
004500         DISPLAY 'JOBPRC10: VOLTOL ROW FOR ' VTL-JOB-ID
004510             ' IS NOT VALID - IGNORED.'
004520         GO TO 2100-EXIT
004530     END-IF.
004540     IF VTL-BASE-DAYS > 30
004550         MOVE 30 TO VTL-BASE-DAYS
004560     END-IF.
004570     IF VTL-MIN-DAYS > VTL-BASE-DAYS
004580         MOVE VTL-BASE-DAYS TO VTL-MIN-DAYS
004590     END-IF.
004600     PERFORM 2200-APPLY-TOLERANCE
004610         THRU 2200-EXIT
004620         VARYING VA-SUB FROM 1 BY 1
004630         UNTIL VA-SUB > VA-JOB-CNT.
004640 2100-EXIT.
004650     EXIT.
004660*
004670 2200-APPLY-TOLERANCE.
004680     IF VA-JOB-ID(VA-SUB) = VTL-JOB-ID
004690         MOVE 'Y'           TO VA-TOL-SW(VA-SUB)
004700         MOVE VTL-COUNT-PCT TO VA-COUNT-PCT(VA-SUB)
004710         MOVE VTL-HASH-PCT  TO VA-HASH-PCT(VA-SUB)
004720         MOVE VTL-BASE-DAYS TO VA-BASE-DAYS(VA-SUB)
004730         MOVE VTL-MIN-DAYS  TO VA-MIN-DAYS(VA-SUB)
004740     END-IF.
004750 2200-EXIT.
004760     EXIT.
004770*
004780*    ---------------------------------------------------------
004790*    3000-LOAD-HISTORY - THE BASELINE.  ONLY BUSINESS-DAY ROWS
004800*    OF THIS ENV, BEFORE THE RUN-DATE, FOR A JOB-ID THAT HAS A
004810*    TOLERANCE, ARE KEPT.  A VOLHIST THAT DOES NOT EXIST YET
004820*    IS AN EMPTY HISTORY.
004830*    ---------------------------------------------------------
004840 3000-LOAD-HISTORY.
004850     MOVE 'N' TO VA-EOF-SW.
004860     OPEN INPUT VOLHIST.
004870     IF VA-VOLHIST-STATUS = '35'
004880         DISPLAY 'JOBPRC10: ' VA-VOLHIST-NAME
004890             ' NOT FOUND - NO HISTORY YET.'
004900         GO TO 3000-EXIT
004910     END-IF.
004920     IF VA-VOLHIST-STATUS NOT = '00'
004930         DISPLAY 'JOBPRC10 *ERROR* VOLHIST COULD NOT BE OPENED'
004940             ', STATUS ' VA-VOLHIST-STATUS
004950         MOVE 16 TO VA-RETURN-CODE
004960         SET VA-ABORTED TO TRUE
004970         GO TO 3000-EXIT
004980     END-IF.
004990     PERFORM 3100-READ-VOLHIST
005000         THRU 3100-EXIT
005010         UNTIL VA-EOF.
005020     CLOSE VOLHIST.
005030 3000-EXIT.
005040     EXIT.
005050*
005060 3100-READ-VOLHIST.
005070     READ VOLHIST
005080         AT END
005090             MOVE 'Y' TO VA-EOF-SW
005100             GO TO 3100-EXIT
005110     END-READ.
005120     IF VHS-ENV-CODE NOT = PARM-ENV-CODE
005130         OR VHS-RUN-DATE NOT < PARM-RUN-DATE
005140         OR NOT VHS-BUSINESS-DAY
005150         GO TO 3100-EXIT
005160     END-IF.
005170     MOVE VHS-JOB-ID TO VA-WORK-JOB-ID.
005180     MOVE ZERO TO VA-FOUND-SUB.
005190     PERFORM 6100-MATCH-JOB
005200         THRU 6100-EXIT
005210         VARYING VA-SUB FROM 1 BY 1
005220         UNTIL VA-SUB > VA-JOB-CNT
005230             OR VA-FOUND-SUB > ZERO.
005240     IF VA-FOUND-SUB = ZERO
005250         GO TO 3100-EXIT
005260     END-IF.
005270     IF VA-TOL-SW(VA-FOUND-SUB) NOT = 'Y'
005280         GO TO 3100-EXIT
005290     END-IF.
005300     PERFORM 3200-KEEP-HISTORY
005310         THRU 3200-EXIT.
005320 3100-EXIT.
005330     EXIT.
005340*
005350*    ---------------------------------------------------------
005360*    3200-KEEP-HISTORY - A LATER ROW FOR A RUN-DATE ALREADY
005370*    HELD REPLACES IT.  OTHERWISE THE ROW TAKES A FREE SLOT,
005380*    OR, ONCE BASE-DAYS SLOTS ARE IN USE, DISPLACES THE OLDEST
005390*    RUN-DATE HELD IF IT IS MORE RECENT.
005400*    ---------------------------------------------------------
005410 3200-KEEP-HISTORY.
005420     MOVE ZERO TO VA-FOUND-SLOT.
005430     PERFORM 3300-MATCH-SLOT
005440         THRU 3300-EXIT
005450         VARYING VA-SLOT FROM 1 BY 1
005460         UNTIL VA-SLOT > VA-HIST-CNT(VA-FOUND-SUB)
005470             OR VA-FOUND-SLOT > ZERO.
005480     IF VA-FOUND-SLOT = ZERO
005490         IF VA-HIST-CNT(VA-FOUND-SUB) < VA-BASE-DAYS(VA-FOUND-SUB)
005500             ADD 1 TO VA-HIST-CNT(VA-FOUND-SUB)
005510             MOVE VA-HIST-CNT(VA-FOUND-SUB) TO VA-FOUND-SLOT
005520         ELSE
005530             MOVE 1 TO VA-OLD-SLOT
005540             PERFORM 3400-FIND-OLDEST
005550                 THRU 3400-EXIT
005560                 VARYING VA-SLOT FROM 2 BY 1
005570                 UNTIL VA-SLOT > VA-HIST-CNT(VA-FOUND-SUB)
005580             IF VHS-RUN-DATE >
005590                     VA-HIST-DATE(VA-FOUND-SUB, VA-OLD-SLOT)
005600                 MOVE VA-OLD-SLOT TO VA-FOUND-SLOT
005610             ELSE
005620                 GO TO 3200-EXIT
005630             END-IF
005640         END-IF
005650     END-IF.
005660     MOVE VHS-RUN-DATE
005670         TO VA-HIST-DATE(VA-FOUND-SUB, VA-FOUND-SLOT).
005680     MOVE VHS-RECORD-COUNT
005690         TO VA-HIST-COUNT(VA-FOUND-SUB, VA-FOUND-SLOT).
005700     MOVE VHS-HASH-TOTAL
005710         TO VA-HIST-HASH(VA-FOUND-SUB, VA-FOUND-SLOT).
005720 3200-EXIT.
005730     EXIT.
005740*
005750 3300-MATCH-SLOT.
005760     IF VA-HIST-DATE(VA-FOUND-SUB, VA-SLOT) = VHS-RUN-DATE
005770         MOVE VA-SLOT TO VA-FOUND-SLOT
005780     END-IF.
005790 3300-EXIT.
005800     EXIT.
005810*
005820 3400-FIND-OLDEST.
005830     IF VA-HIST-DATE(VA-FOUND-SUB, VA-SLOT) <
005840             VA-HIST-DATE(VA-FOUND-SUB, VA-OLD-SLOT)
005850         MOVE VA-SLOT TO VA-OLD-SLOT
005860     END-IF.
005870 3400-EXIT.
005880     EXIT.
005890*
005900*    ---------------------------------------------------------
005910*    4000-COMPARE-ONE-JOB - AVERAGE THE HISTORY SLOTS AND
005920*    MEASURE TONIGHT AGAINST THEM.  A NON-BUSINESS NIGHT, A
005930*    JOB WITH NO TOLERANCE AND A JOB WITH FEWER THAN MIN-DAYS
005940*    OF HISTORY ARE REPORTED BUT NOT COMPARED.
005950*    ---------------------------------------------------------
005960 4000-COMPARE-ONE-JOB.
005970     MOVE 'N'  TO VA-COMPARED-SW(VA-SUB).
005980     MOVE 'N'  TO VA-OUT-SW(VA-SUB).
005990     MOVE ZERO TO VA-AVG-COUNT(VA-SUB).
006000     MOVE ZERO TO VA-AVG-HASH(VA-SUB).
006010     MOVE ZERO TO VA-COUNT-DEV(VA-SUB).
006020     MOVE ZERO TO VA-HASH-DEV(VA-SUB).
006030     IF VA-NONBUSINESS
006040         MOVE 'NON-BUSINESS DAY - NOT COMPARED'
006050             TO VA-RESULT(VA-SUB)
006060         GO TO 4000-EXIT
006070     END-IF.
006080     IF VA-TOL-SW(VA-SUB) NOT = 'Y'
006090         MOVE 'NO VOLTOL ROW - NOT COMPARED'
006100             TO VA-RESULT(VA-SUB)
006110         GO TO 4000-EXIT
006120     END-IF.
006130     IF VA-HIST-CNT(VA-SUB) = ZERO
006140         OR VA-HIST-CNT(VA-SUB) < VA-MIN-DAYS(VA-SUB)
006150         MOVE 'HISTORY TOO SHORT - NOT COMPARED'
006160             TO VA-RESULT(VA-SUB)
006170         GO TO 4000-EXIT
006180     END-IF.
006190     MOVE 'Y'  TO VA-COMPARED-SW(VA-SUB).
006200     MOVE ZERO TO VA-SUM-COUNT.
006210     MOVE ZERO TO VA-SUM-HASH.
006220     PERFORM 4100-SUM-SLOT
006230         THRU 4100-EXIT
006240         VARYING VA-SLOT FROM 1 BY 1
006250         UNTIL VA-SLOT > VA-HIST-CNT(VA-SUB).
006260     COMPUTE VA-AVG-COUNT(VA-SUB) ROUNDED =
006270         VA-SUM-COUNT / VA-HIST-CNT(VA-SUB).
006280     COMPUTE VA-AVG-HASH(VA-SUB) ROUNDED =
006290         VA-SUM-HASH / VA-HIST-CNT(VA-SUB).
006300     PERFORM 4200-MEASURE-COUNT
006310         THRU 4200-EXIT.
006320     PERFORM 4300-MEASURE-HASH
006330         THRU 4300-EXIT.
006340     MOVE 'N' TO VA-COUNT-OUT-SW.
006350     MOVE 'N' TO VA-HASH-OUT-SW.
006360     MOVE VA-COUNT-DEV(VA-SUB) TO VA-ABS-DEV.
006370     IF VA-ABS-DEV > VA-COUNT-PCT(VA-SUB)
006380         MOVE 'Y' TO VA-COUNT-OUT-SW
006390     END-IF.
006400     MOVE VA-HASH-DEV(VA-SUB) TO VA-ABS-DEV.
006410     IF VA-ABS-DEV > VA-HASH-PCT(VA-SUB)
006420         MOVE 'Y' TO VA-HASH-OUT-SW
006430     END-IF.
006440     IF VA-COUNT-OUT-SW = 'N'
006450         AND VA-HASH-OUT-SW = 'N'
006460         MOVE 'WITHIN TOLERANCE' TO VA-RESULT(VA-SUB)
006470         GO TO 4000-EXIT
006480     END-IF.
006490     IF VA-COUNT-OUT-SW = 'Y'
006500         AND VA-HASH-OUT-SW = 'Y'
006510         MOVE '** COUNT AND HASH OUT **'
006520             TO VA-RESULT(VA-SUB)
006530         MOVE 'VOLUME COUNT AND HASH OUT OF TOLERANCE'
006540             TO VA-ALERT-REASON
006550     ELSE
006560         IF VA-COUNT-OUT-SW = 'Y'
006570             MOVE '** COUNT OUT OF TOLERANCE **'
006580                 TO VA-RESULT(VA-SUB)
006590             MOVE 'VOLUME COUNT OUT OF TOLERANCE'
006600                 TO VA-ALERT-REASON
006610         ELSE
006620             MOVE '** HASH OUT OF TOLERANCE **'
006630                 TO VA-RESULT(VA-SUB)
006640             MOVE 'VOLUME HASH TOTAL OUT OF TOLERANCE'
006650                 TO VA-ALERT-REASON
006660         END-IF
006670     END-IF.
006680     MOVE 'Y' TO VA-OUT-SW(VA-SUB).
006690     ADD 1 TO VA-EXC-CNT.
006700     PERFORM 4500-WRITE-ALERT
006710         THRU 4500-EXIT.
006720 4000-EXIT.
006730     EXIT.
006740*
006750 4100-SUM-SLOT.
006760     ADD VA-HIST-COUNT(VA-SUB, VA-SLOT) TO VA-SUM-COUNT.
006770     ADD VA-HIST-HASH(VA-SUB, VA-SLOT)  TO VA-SUM-HASH.
006780 4100-EXIT.
006790     EXIT.
006800*
006810 4200-MEASURE-COUNT.
006820     IF VA-AVG-COUNT(VA-SUB) = ZERO
006830         IF VA-NIGHT-COUNT(VA-SUB) = ZERO
006840             MOVE ZERO TO VA-COUNT-DEV(VA-SUB)
006850         ELSE
006860             MOVE VA-DEV-CEILING TO VA-COUNT-DEV(VA-SUB)
006870         END-IF
006880         GO TO 4200-EXIT
006890     END-IF.
006900     COMPUTE VA-COUNT-DEV(VA-SUB) ROUNDED =
006910         (VA-NIGHT-COUNT(VA-SUB) - VA-AVG-COUNT(VA-SUB)) * 100
006920         / VA-AVG-COUNT(VA-SUB)
006930         ON SIZE ERROR
006940             MOVE VA-DEV-CEILING TO VA-COUNT-DEV(VA-SUB)
006950     END-COMPUTE.
006960 4200-EXIT.
006970     EXIT.
006980*
006990 4300-MEASURE-HASH.
007000     MOVE VA-AVG-HASH(VA-SUB) TO VA-ABS-AVG-HASH.
007010     IF VA-ABS-AVG-HASH = ZERO
007020         IF VA-NIGHT-HASH(VA-SUB) = ZERO
007030             MOVE ZERO TO VA-HASH-DEV(VA-SUB)
007040         ELSE
007050             MOVE VA-DEV-CEILING TO VA-HASH-DEV(VA-SUB)
007060         END-IF
007070         GO TO 4300-EXIT
007080     END-IF.
007090     COMPUTE VA-HASH-DEV(VA-SUB) ROUNDED =
007100         (VA-NIGHT-HASH(VA-SUB) - VA-AVG-HASH(VA-SUB)) * 100
007110         / VA-ABS-AVG-HASH
007120         ON SIZE ERROR
007130             MOVE VA-DEV-CEILING TO VA-HASH-DEV(VA-SUB)
007140     END-COMPUTE.
007150 4300-EXIT.
007160     EXIT.
007170*
007180*    ---------------------------------------------------------
007190*    4500-WRITE-ALERT - ONE ALERTS ROW FOR THE JOB-ID OUT OF
007200*    TOLERANCE, SO THE MONITORING SIDE SEES THE ANOMALY UNDER
007210*    THE JOB THAT PRODUCED IT.  WARNING SEVERITY, RC 8, THE
007220*    SAME DATA-EXCEPTION BAND THE DRIVER USES.
007230*    ---------------------------------------------------------
007240 4500-WRITE-ALERT.
007250     MOVE SPACES TO ALR-RECORD.
007260     MOVE VA-JOB-ID(VA-SUB) TO ALR-JOB-ID.
007270     MOVE PARM-RUN-DATE     TO ALR-RUN-DATE.
007280     MOVE PARM-ENV-CODE     TO ALR-ENV-CODE.
007290     MOVE 8                 TO ALR-RETURN-CODE.
007300     SET ALR-SEV-WARNING TO TRUE.
007310     MOVE VA-TIMESTAMP      TO ALR-TIMESTAMP.
007320     MOVE VA-ALERT-REASON   TO ALR-REASON.
007330     OPEN EXTEND ALERTS.
007340     IF VA-ALERTS-STATUS = '35'
007350         OPEN OUTPUT ALERTS
007360     END-IF.
007370     IF VA-ALERTS-STATUS NOT = '00'
007380         DISPLAY 'JOBPRC10 *ERROR* ALERTS COULD NOT BE OPENED'
007390             ', STATUS ' VA-ALERTS-STATUS
007400         MOVE 16 TO VA-RETURN-CODE
007410         GO TO 4500-EXIT
007420     END-IF.
007430     WRITE ALR-RECORD.
007440     CLOSE ALERTS.
007450 4500-EXIT.
007460     EXIT.
007470*
007480*    ---------------------------------------------------------
007490*    5000-PRINT-REPORT - JOBS OUT OF TOLERANCE FIRST, THEN
007500*    THE REST.  A QUIET NIGHT GETS AN EXPLICIT ALL-WITHIN
007510*    LINE.
007520*    ---------------------------------------------------------
007530 5000-PRINT-REPORT.
007540     MOVE ZERO TO VA-RPT-PAGE-NO.
007550     MOVE ZERO TO VA-RPT-LINE-CNT.
007560     OPEN OUTPUT VOLRPT.
007570     IF VA-VOLRPT-STATUS NOT = '00'
007580         DISPLAY 'JOBPRC10 *ERROR* VOLRPT COULD NOT BE OPENED'
007590             ', STATUS ' VA-VOLRPT-STATUS
007600         MOVE 16 TO VA-RETURN-CODE
007610         GO TO 5000-EXIT
007620     END-IF.
007630     PERFORM 5100-PRINT-HEADER
007640         THRU 5100-EXIT.
007650     PERFORM 5200-PRINT-OUT
007660         THRU 5200-EXIT
007670         VARYING VA-SUB FROM 1 BY 1
007680         UNTIL VA-SUB > VA-JOB-CNT.
007690     PERFORM 5300-PRINT-WITHIN
007700         THRU 5300-EXIT
007710         VARYING VA-SUB FROM 1 BY 1
007720         UNTIL VA-SUB > VA-JOB-CNT.
007730     IF VA-JOB-CNT = ZERO
007740         MOVE SPACES TO RPT-RECORD
007750         STRING 'NO CONTROL TOTALS FOR RUN-DATE '
007760             PARM-RUN-DATE '.'
007770             DELIMITED BY SIZE INTO RPT-RECORD
007780         END-STRING
007790         WRITE RPT-RECORD AFTER ADVANCING 1 LINE
007800         ADD 1 TO VA-RPT-LINE-CNT
007810     ELSE
007820         IF VA-EXC-CNT = ZERO
007830             MOVE SPACES TO RPT-RECORD
007840             STRING 'NO JOB OUT OF VOLUME TOLERANCE FOR '
007850                 'RUN-DATE ' PARM-RUN-DATE '.'
007860                 DELIMITED BY SIZE INTO RPT-RECORD
007870             END-STRING
007880             WRITE RPT-RECORD AFTER ADVANCING 2 LINES
007890             ADD 2 TO VA-RPT-LINE-CNT
007900         END-IF
007910     END-IF.
007920     PERFORM 5800-PRINT-TRAILER
007930         THRU 5800-EXIT.
007940     CLOSE VOLRPT.
007950 5000-EXIT.
007960     EXIT.
007970*
007980*    ---------------------------------------------------------
007990*    5100-PRINT-HEADER - EJECT TO A NEW PAGE AND PRINT THE
008000*    RUN-DATE HEADER AND COLUMN CAPTIONS.
008010*    ---------------------------------------------------------
008020 5100-PRINT-HEADER.
008030     ADD 1 TO VA-RPT-PAGE-NO.
008040     MOVE ZERO TO VA-RPT-LINE-CNT.
008050     MOVE VA-RPT-PAGE-NO TO VA-RPT-PAGE-NO-ED.
008060     MOVE SPACES TO RPT-RECORD.
008070     STRING 'ISBEL SISTEMAS BATCH'  SPACE SPACE SPACE
008080         'VOLUME VARIANCE REPORT'  SPACE SPACE SPACE
008090         'PAGE ' VA-RPT-PAGE-NO-ED
008100         DELIMITED BY SIZE INTO RPT-RECORD
008110     END-STRING.
008120     WRITE RPT-RECORD AFTER ADVANCING PAGE.
008130     MOVE SPACES TO RPT-RECORD.
008140     STRING 'RUN-DATE: ' PARM-RUN-DATE
008150         '   JOB-ID: '   PARM-JOB-ID
008160         '   ENV: '      PARM-ENV-CODE
008170         DELIMITED BY SIZE INTO RPT-RECORD
008180     END-STRING.
008190     IF VA-NONBUSINESS
008200         MOVE '   NON-BUSINESS DAY' TO RPT-RECORD(45:19)
008210     END-IF.
008220     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
008230     MOVE SPACES TO RPT-RECORD.
008240     STRING 'JOB-ID      COUNT     AVG COUNT    DEV %  '
008250         '       HASH TOTAL           AVG HASH     DEV % '
008260         'DAYS  RESULT'
008270         DELIMITED BY SIZE INTO RPT-RECORD
008280     END-STRING.
008290     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
008300     MOVE VA-RPT-RULE-LINE TO RPT-RECORD.
008310     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
008320     ADD 6 TO VA-RPT-LINE-CNT.
008330 5100-EXIT.
008340     EXIT.
008350*
008360*    ---------------------------------------------------------
008370*    5200-PRINT-OUT - FLAGGED ROWS ONLY, SO THE ANOMALIES TOP
008380*    THE REPORT.
008390*    ---------------------------------------------------------
008400 5200-PRINT-OUT.
008410     IF VA-OUT-SW(VA-SUB) = 'Y'
008420         PERFORM 5900-PRINT-DETAIL
008430             THRU 5900-EXIT
008440     END-IF.
008450 5200-EXIT.
008460     EXIT.
008470*
008480*    ---------------------------------------------------------
008490*    5300-PRINT-WITHIN - THE UNFLAGGED ROWS.
008500*    ---------------------------------------------------------
008510 5300-PRINT-WITHIN.
008520     IF VA-OUT-SW(VA-SUB) NOT = 'Y'
008530         PERFORM 5900-PRINT-DETAIL
008540             THRU 5900-EXIT
008550     END-IF.
008560 5300-EXIT.
008570     EXIT.
008580*
008590*    ---------------------------------------------------------
008600*    5800-PRINT-TRAILER - EXCEPTION COUNT AND END MARKER.
008610*    ---------------------------------------------------------
008620 5800-PRINT-TRAILER.
008630     MOVE VA-EXC-CNT TO VA-EXC-CNT-ED.
008640     MOVE SPACES TO RPT-RECORD.
008650     STRING VA-EXC-CNT-ED ' JOB-ID(S) OUT OF TOLERANCE FOR '
008660         'RUN-DATE ' PARM-RUN-DATE '.'
008670         DELIMITED BY SIZE INTO RPT-RECORD
008680     END-STRING.
008690     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
008700     MOVE SPACES TO RPT-RECORD.
008710     STRING '*** END OF REPORT ***'
008720         DELIMITED BY SIZE INTO RPT-RECORD
008730     END-STRING.
008740     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
008750 5800-EXIT.
008760     EXIT.
008770*
008780*    ---------------------------------------------------------
008790*    5900-PRINT-DETAIL - ONE JOB: TONIGHT'S COUNT AND HASH,
008800*    AND, WHEN COMPARED, THE AVERAGES, DEVIATIONS AND THE
008810*    NUMBER OF BUSINESS DAYS AVERAGED, WITH THE SAME
008820*    PAGE-BREAK RULE AS THE DRIVER.
008830*    ---------------------------------------------------------
008840 5900-PRINT-DETAIL.
008850     IF VA-RPT-LINE-CNT >= VA-RPT-LINES-PER-PAGE
008860         PERFORM 5100-PRINT-HEADER
008870             THRU 5100-EXIT
008880     END-IF.
008890     MOVE VA-NIGHT-COUNT(VA-SUB) TO VA-COUNT-ED.
008900     MOVE VA-NIGHT-HASH(VA-SUB)  TO VA-HASH-ED.
008910     IF VA-COMPARED-SW(VA-SUB) = 'Y'
008920         MOVE VA-AVG-COUNT(VA-SUB) TO VA-AVG-COUNT-ED
008930         MOVE VA-COUNT-DEV(VA-SUB) TO VA-COUNT-DEV-ED
008940         MOVE VA-AVG-HASH(VA-SUB)  TO VA-AVG-HASH-ED
008950         MOVE VA-HASH-DEV(VA-SUB)  TO VA-HASH-DEV-ED
008960         MOVE VA-HIST-CNT(VA-SUB)  TO VA-DAYS-ED
008970     ELSE
008980         MOVE SPACES TO VA-COMPARE-EDITS
008990     END-IF.
009000     MOVE SPACES TO RPT-RECORD.
009010     STRING VA-JOB-ID(VA-SUB) '  '
009020         VA-COUNT-ED '  '
009030         VA-AVG-COUNT-ED '  '
009040         VA-COUNT-DEV-ED '  '
009050         VA-HASH-ED '  '
009060         VA-AVG-HASH-ED '  '
009070         VA-HASH-DEV-ED '  '
009080         VA-DAYS-ED '  '
009090         VA-RESULT(VA-SUB)
009100         DELIMITED BY SIZE INTO RPT-RECORD
009110     END-STRING.
009120     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
009130     ADD 1 TO VA-RPT-LINE-CNT.
009140 5900-EXIT.
009150     EXIT.
009160*
009170*    ---------------------------------------------------------
009180*    6000-FIND-OR-ADD-JOB - COMMON TABLE LOOKUP.  THE JOB-ID IN
009190*    VA-WORK-JOB-ID IS LOCATED (OR ADDED EMPTY) AND ITS ROW
009200*    NUMBER LEFT IN VA-FOUND-SUB; ZERO MEANS THE TABLE IS FULL
009210*    AND THE ROW WAS DROPPED FROM THE CHECK.
009220*    ---------------------------------------------------------
009230 6000-FIND-OR-ADD-JOB.
009240     MOVE ZERO TO VA-FOUND-SUB.
009250     PERFORM 6100-MATCH-JOB
009260         THRU 6100-EXIT
009270         VARYING VA-SUB FROM 1 BY 1
009280         UNTIL VA-SUB > VA-JOB-CNT
009290             OR VA-FOUND-SUB > ZERO.
009300     IF VA-FOUND-SUB = ZERO
009310         IF VA-JOB-CNT = 100
009320             DISPLAY 'JOBPRC10 *ERROR* MORE THAN 100 JOB-IDS - '
009330                 VA-WORK-JOB-ID ' DROPPED FROM THE CHECK.'
009340             GO TO 6000-EXIT
009350         END-IF
009360         ADD 1 TO VA-JOB-CNT
009370         MOVE VA-JOB-CNT TO VA-FOUND-SUB
009380         MOVE VA-WORK-JOB-ID TO VA-JOB-ID(VA-FOUND-SUB)
009390         MOVE ZERO   TO VA-NIGHT-COUNT(VA-FOUND-SUB)
009400         MOVE ZERO   TO VA-NIGHT-HASH(VA-FOUND-SUB)
009410         MOVE 'N'    TO VA-TOL-SW(VA-FOUND-SUB)
009420         MOVE ZERO   TO VA-COUNT-PCT(VA-FOUND-SUB)
009430         MOVE ZERO   TO VA-HASH-PCT(VA-FOUND-SUB)
009440         MOVE ZERO   TO VA-BASE-DAYS(VA-FOUND-SUB)
009450         MOVE ZERO   TO VA-MIN-DAYS(VA-FOUND-SUB)
009460         MOVE ZERO   TO VA-HIST-CNT(VA-FOUND-SUB)
009470         MOVE SPACES TO VA-RESULT(VA-FOUND-SUB)
009480     END-IF.
009490 6000-EXIT.
009500     EXIT.
009510*
009520 6100-MATCH-JOB.
009530     IF VA-JOB-ID(VA-SUB) = VA-WORK-JOB-ID
009540         MOVE VA-SUB TO VA-FOUND-SUB
009550     END-IF.
009560 6100-EXIT.
009570     EXIT.
009580*
009590*    ---------------------------------------------------------
009600*    7000-APPEND-HISTORY - TONIGHT'S GOVERNING TOTALS FOR EVERY
009610*    JOB-ID ON THE TABLE, FLAGGED B OR N FROM THE CALENDAR, SO
009620*    TOMORROW'S BASELINE INCLUDES THEM.
009630*    ---------------------------------------------------------
009640 7000-APPEND-HISTORY.
009650     IF VA-JOB-CNT = ZERO
009660         GO TO 7000-EXIT
009670     END-IF.
009680     OPEN EXTEND VOLHIST.
009690     IF VA-VOLHIST-STATUS = '35'
009700         OPEN OUTPUT VOLHIST
009710     END-IF.
009720     IF VA-VOLHIST-STATUS NOT = '00'
009730         DISPLAY 'JOBPRC10 *ERROR* VOLHIST COULD NOT BE OPENED'
009740             ' FOR APPEND, STATUS ' VA-VOLHIST-STATUS
009750         MOVE 16 TO VA-RETURN-CODE
009760         GO TO 7000-EXIT
009770     END-IF.
009780     PERFORM 7100-WRITE-VOLHIST
009790         THRU 7100-EXIT
009800         VARYING VA-SUB FROM 1 BY 1
009810         UNTIL VA-SUB > VA-JOB-CNT.
009820     CLOSE VOLHIST.
009830 7000-EXIT.
009840     EXIT.
009850*
009860 7100-WRITE-VOLHIST.
009870     MOVE SPACES TO VHS-RECORD.
009880     MOVE VA-JOB-ID(VA-SUB)      TO VHS-JOB-ID.
009890     MOVE PARM-RUN-DATE          TO VHS-RUN-DATE.
009900     MOVE PARM-ENV-CODE          TO VHS-ENV-CODE.
009910     MOVE VA-NIGHT-COUNT(VA-SUB) TO VHS-RECORD-COUNT.
009920     MOVE VA-NIGHT-HASH(VA-SUB)  TO VHS-HASH-TOTAL.
009930     IF VA-NONBUSINESS
009940         SET VHS-NON-BUSINESS TO TRUE
009950     ELSE
009960         SET VHS-BUSINESS-DAY TO TRUE
009970     END-IF.
009980     MOVE VA-TIMESTAMP           TO VHS-TIMESTAMP.
009990     WRITE VHS-RECORD.
010000 7100-EXIT.
010010     EXIT.
