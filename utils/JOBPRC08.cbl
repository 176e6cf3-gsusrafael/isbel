000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     JOBPRC08.
000030 AUTHOR.         R SANTOS.
000040 INSTALLATION.   ISBEL SISTEMAS BATCH.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    --------------------
000100*    2026-10-15  RS   ORIGINAL VERSION - MANUAL JOURNAL ENTRY JOB,
000110*                      CALLED FROM THE HELLO-WORLD DRIVER AS
000120*                      JOB008.  READS THE MULTI-LINE ENTRIES ON
000130*                      JETRAN (SEE MJEREC01), CHECKS EACH ENTRY
000140*                      AS A WHOLE - DEBITS EQUAL CREDITS, DATE
000150*                      INSIDE THE OPEN PERIOD, EVERY LINE WELL
000160*                      FORMED, JOURNAL NUMBER NOT ALREADY ON THE
000170*                      LEDGER - AND FILES THE ACCEPTED ENTRIES ON
000180*                      THE PSTJRNL PERIOD JOURNAL TAGGED MANUAL
000190*                      (M) WITH THE JOURNAL NUMBER AND PREPARER.
000200*                      A FAILING ENTRY IS NEVER PART-POSTED: ALL
000210*                      OF ITS LINES GO TO THE JEREJRPT REJECT
000220*                      REPORT AND THE RUN POSTS RC 8.  A CTLTOTS
000230*                      ROW IS APPENDED THE WAY JOBPRC05 DOES SO
000240*                      JOBPRC02 VERIFIES THE MANUAL ROWS TOO.
000250*    2026-10-15  RS   EVERY LINE'S ACCOUNT IS NOW CHECKED AGAINST
000260*                      THE GLCHART CHART OF ACCOUNTS (SEE
000270*                      GLAREC01); AN ENTRY TOUCHING AN ACCOUNT
000280*                      THAT IS NOT ON IT OR IS INACTIVE IS
000290*                      REJECTED WHOLE AS ACCT.
000300*    2026-10-15  RS   MANUAL ROWS ARE BASE CURRENCY: THE JOURNAL
000310*                      CURRENCY STAYS BLANK AND THE ORIGINAL
000320*                      AMOUNT REPEATS THE AMOUNT (SEE GLPREC01).
000330*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.    IBM-370.
000370 OBJECT-COMPUTER.    IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT JETRAN    ASSIGN USING MJ-JETRAN-NAME
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS MJ-JETRAN-STATUS.
000430     SELECT PSTJRNL   ASSIGN USING MJ-PSTJRNL-NAME
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS MJ-PSTJRNL-STATUS.
000460     SELECT PJRWORK   ASSIGN USING MJ-PJRWORK-NAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS MJ-PJRWORK-STATUS.
000490     SELECT CTLTOTS   ASSIGN USING MJ-CTLTOTS-NAME
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS MJ-CTLTOTS-STATUS.
000520     SELECT JEREJRPT  ASSIGN USING MJ-JEREJRPT-NAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS MJ-JEREJRPT-STATUS.
000550     SELECT GLCHART   ASSIGN TO "GLCHART"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS MJ-GLCHART-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610*
000620*    ---------------------------------------------------------
000630*    JETRAN - THE MANUAL JOURNAL ENTRY LINES, READ-ONLY INPUT.
000640*    SEE MJEREC01.
000650*    ---------------------------------------------------------
000660 FD  JETRAN
000670     LABEL RECORDS ARE STANDARD
000680     RECORDING MODE IS F.
000690 COPY MJEREC01.
000700*
000710*    ---------------------------------------------------------
000720*    PSTJRNL - THE PERIOD POSTING JOURNAL, REBUILT FROM THE
000730*    PRIOR JOURNAL LESS THIS RUN-DATE'S ROWS FROM THIS JOB,
000740*    PLUS TONIGHT'S ACCEPTED ENTRIES.  SEE PJRREC01.
000750*    ---------------------------------------------------------
000760 FD  PSTJRNL
000770     LABEL RECORDS ARE STANDARD
000780     RECORDING MODE IS F.
000790 COPY PJRREC01.
000800*
000810*    ---------------------------------------------------------
000820*    PJRWORK - SCRATCH COPY OF THE REBUILT JOURNAL.
000830*    ---------------------------------------------------------
000840 FD  PJRWORK
000850     LABEL RECORDS ARE STANDARD
000860     RECORDING MODE IS F.
000870 01  MJ-WORK-REC                 PIC X(116).
000880*
000890*    ---------------------------------------------------------
000900*    CTLTOTS - BATCH CONTROL-TOTALS HAND-OFF TO THE BALANCING
000910*    RUN.  SEE CTLREC01 AND 3100-WRITE-CTLTOTS.
000920*    ---------------------------------------------------------
000930 FD  CTLTOTS
000940     LABEL RECORDS ARE STANDARD
000950     RECORDING MODE IS F.
000960 COPY CTLREC01.
000970*
000980*    ---------------------------------------------------------
000990*    JEREJRPT - PAGINATED REJECTED-ENTRY REPORT, BUILT THE SAME
001000*    WAY JOBPRC01 BUILDS SUSPRPT.  SEE RPTREC01.
001010*    ---------------------------------------------------------
001020 FD  JEREJRPT
001030     LABEL RECORDS ARE STANDARD
001040     RECORDING MODE IS F.
001050 COPY RPTREC01.
001060*
001070*    ---------------------------------------------------------
001080*    GLCHART - MAINTAINED CHART OF ACCOUNTS, ONE ROW PER GL
001090*    ACCOUNT.  SEE GLAREC01.
001100*    ---------------------------------------------------------
001110 FD  GLCHART
001120     LABEL RECORDS ARE STANDARD
001130     RECORDING MODE IS F.
001140 COPY GLAREC01.
001150*
001160 WORKING-STORAGE SECTION.
001170*
001180*    ---------------------------------------------------------
001190*    MANUAL JOURNAL WORKING FIELDS
001200*    ---------------------------------------------------------
001210 01  MJ-JETRAN-STATUS            PIC X(02).
001220 01  MJ-PSTJRNL-STATUS           PIC X(02).
001230 01  MJ-PJRWORK-STATUS           PIC X(02).
001240 01  MJ-CTLTOTS-STATUS           PIC X(02).
001250 01  MJ-JEREJRPT-STATUS          PIC X(02).
001260 01  MJ-GLCHART-STATUS           PIC X(02).
001270 01  MJ-CDT-DATE                 PIC 9(08).
001280 01  MJ-CDT-TIME                 PIC 9(08).
001290 01  MJ-TRAN-EOF-SW              PIC X(01) VALUE 'N'.
001300     88  MJ-TRAN-EOF              VALUE 'Y'.
001310 01  MJ-JRN-EOF-SW               PIC X(01) VALUE 'N'.
001320     88  MJ-JRN-EOF               VALUE 'Y'.
001330 01  MJ-CHART-EOF-SW             PIC X(01) VALUE 'N'.
001340     88  MJ-CHART-EOF             VALUE 'Y'.
001350 01  MJ-ABORT-SW                 PIC X(01) VALUE 'N'.
001360     88  MJ-ABORTED               VALUE 'Y'.
001370 01  MJ-RETURN-CODE              PIC 9(04) VALUE ZERO.
001380 77  MJ-READ-CNT                 PIC 9(07) COMP VALUE ZERO.
001390 77  MJ-ENTRY-CNT                PIC 9(07) COMP VALUE ZERO.
001400 77  MJ-ACCEPT-CNT               PIC 9(07) COMP VALUE ZERO.
001410 77  MJ-REJECT-CNT               PIC 9(07) COMP VALUE ZERO.
001420 77  MJ-POST-CNT                 PIC 9(07) COMP VALUE ZERO.
001430 77  MJ-JRN-KEEP-CNT             PIC 9(07) COMP VALUE ZERO.
001440 77  MJ-JRN-DROP-CNT             PIC 9(07) COMP VALUE ZERO.
001450 01  MJ-READ-CNT-ED              PIC Z(06)9.
001460 01  MJ-ENTRY-CNT-ED             PIC Z(06)9.
001470 01  MJ-ACCEPT-CNT-ED            PIC Z(06)9.
001480 01  MJ-REJECT-CNT-ED            PIC Z(06)9.
001490 01  MJ-POST-CNT-ED              PIC Z(06)9.
001500 01  MJ-JRN-KEEP-CNT-ED          PIC Z(06)9.
001510 01  MJ-JRN-DROP-CNT-ED          PIC Z(06)9.
001520*
001530*    ---------------------------------------------------------
001540*    ENV-QUALIFIED FILE NAMES - BUILT BY 1300-SET-FILE-NAMES
001550*    FROM PARM-ENV-CODE, THE SAME AS THE OTHER LEDGER JOBS.
001560*    ---------------------------------------------------------
001570 01  MJ-BASE-NAME                PIC X(08).
001580 01  MJ-QUAL-NAME                PIC X(13).
001590 01  MJ-JETRAN-NAME              PIC X(13).
001600 01  MJ-PSTJRNL-NAME             PIC X(13).
001610 01  MJ-PJRWORK-NAME             PIC X(13).
001620 01  MJ-CTLTOTS-NAME             PIC X(13).
001630 01  MJ-JEREJRPT-NAME            PIC X(13).
001640*
001650*    ---------------------------------------------------------
001660*    AMOUNT HASH TOTAL OF THE JOURNAL ROWS FILED - CARRIED TO
001670*    THE BALANCING RUN THROUGH CTLTOTS.
001680*    ---------------------------------------------------------
001690 01  MJ-HASH-TOTAL               PIC S9(13)V99 COMP-3 VALUE ZERO.
001700*
001710*    ---------------------------------------------------------
001720*    THE ENTRY IN HAND - ITS LINES ARE HELD HERE UNTIL THE
001730*    JOURNAL NUMBER CHANGES, THEN CHECKED AND POSTED OR
001740*    REJECTED TOGETHER.  AN ENTRY LONGER THAN THE TABLE IS
001750*    COUNTED IN MJ-EXCESS-CNT AND REJECTED WHOLE.
001760*    ---------------------------------------------------------
001770 77  MJ-LINE-CNT                 PIC 9(04) COMP VALUE ZERO.
001780 77  MJ-LINE-SUB                 PIC 9(04) COMP VALUE ZERO.
001790 77  MJ-EXCESS-CNT               PIC 9(04) COMP VALUE ZERO.
001800 01  MJ-CUR-JOURNAL-NO           PIC X(08).
001810 01  MJ-LINE-TABLE.
001820     05  MJ-LINE-ENTRY OCCURS 50 TIMES.
001830         10  MJ-LINE-IMAGE.
001840             15  MJ-LN-JOURNAL-NO PIC X(08).
001850             15  FILLER           PIC X(01).
001860             15  MJ-LN-LINE-NO    PIC 9(03).
001870             15  FILLER           PIC X(01).
001880             15  MJ-LN-ENTRY-DATE PIC X(08).
001890             15  FILLER           PIC X(01).
001900             15  MJ-LN-ACCOUNT-NO PIC X(08).
001910             15  FILLER           PIC X(01).
001920             15  MJ-LN-DR-CR      PIC X(01).
001930             15  FILLER           PIC X(01).
001940             15  MJ-LN-AMOUNT     PIC S9(09)V99.
001950             15  FILLER           PIC X(01).
001960             15  MJ-LN-DESC       PIC X(30).
001970             15  FILLER           PIC X(01).
001980             15  MJ-LN-PREPARER   PIC X(08).
001990 01  MJ-ENTRY-DR                 PIC S9(11)V99 COMP-3 VALUE ZERO.
002000 01  MJ-ENTRY-CR                 PIC S9(11)V99 COMP-3 VALUE ZERO.
002010 01  MJ-REJ-REASON               PIC X(04).
002020     88  MJ-ENTRY-OK              VALUE SPACES.
002030*
002040*    ---------------------------------------------------------
002050*    OPEN PERIOD - THE CCYYMM OF THE RUN-DATE.  THE PERIOD
002060*    JOURNAL ONLY EVER HOLDS THE MONTH JOBPRC06 HAS YET TO
002070*    CLOSE, SO AN ENTRY DATED OUTSIDE IT IS REJECTED.
002080*    ---------------------------------------------------------
002090 01  MJ-OPEN-PERIOD              PIC X(06).
002100*
002110*    ---------------------------------------------------------
002120*    JOURNAL NUMBERS ALREADY ON THE LEDGER - EVERY MANUAL
002130*    ENTRY KEPT ON THE JOURNAL PLUS EVERY ENTRY SEEN THIS RUN,
002140*    SO AN ENTRY KEYED TWICE CAN NEVER POST TWICE.
002150*    ---------------------------------------------------------
002160 77  MJ-SEEN-CNT                 PIC 9(04) COMP VALUE ZERO.
002170 77  MJ-SEEN-SUB                 PIC 9(04) COMP VALUE ZERO.
002180 77  MJ-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
002190 01  MJ-SEEN-TABLE.
002200     05  MJ-SEEN-NO OCCURS 2000 TIMES
002210                                 PIC X(08).
002220*
002230 77  MJ-CHART-CNT                PIC 9(04) COMP VALUE ZERO.
002240 77  MJ-CHART-SUB                PIC 9(04) COMP VALUE ZERO.
002250 77  MJ-CHART-FOUND              PIC 9(04) COMP VALUE ZERO.
002260 01  MJ-CHART-TABLE.
002270     05  MJ-CHART-ENTRY OCCURS 500 TIMES.
002280         10  MJ-CHART-ACCT        PIC X(08).
002290         10  MJ-CHART-ACTIVE      PIC X(01).
002300*
002310*    ---------------------------------------------------------
002320*    REAL-DATE CHECK FIELDS - THE SAME ARITHMETIC JOBMNT02
002330*    USES ON CALENDAR DATES.
002340*    ---------------------------------------------------------
002350 01  MJ-DATE-OK-SW               PIC X(01) VALUE 'N'.
002360     88  MJ-DATE-OK               VALUE 'Y'.
002370 01  MJ-DATE-CHECK.
002380     05  MJ-DTC-YYYY             PIC 9(04).
002390     05  MJ-DTC-MM               PIC 9(02).
002400     05  MJ-DTC-DD               PIC 9(02).
002410 01  MJ-DATE-CHECK-X REDEFINES MJ-DATE-CHECK
002420                                 PIC X(08).
002430 77  MJ-LEAP-REM                 PIC 9(04) COMP VALUE ZERO.
002440 77  MJ-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
002450 77  MJ-MONTH-DAYS               PIC 9(02) COMP VALUE ZERO.
002460 01  MJ-DIM-TABLE                PIC X(24)
002470         VALUE '312831303130313130313031'.
002480 01  MJ-DIM-R REDEFINES MJ-DIM-TABLE.
002490     05  MJ-DIM OCCURS 12 TIMES  PIC 9(02).
002500*
002510*    ---------------------------------------------------------
002520*    REJECT REPORT FIELDS - SAME PAGINATION PATTERN AS THE
002530*    DRIVER'S RPTFILE REPORT.
002540*    ---------------------------------------------------------
002550 77  MJ-RPT-LINE-CNT             PIC 9(04) COMP VALUE ZERO.
002560 77  MJ-RPT-LINES-PER-PAGE       PIC 9(04) COMP VALUE 60.
002570 77  MJ-RPT-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
002580 01  MJ-RPT-PAGE-NO-ED           PIC ZZZ9.
002590 01  MJ-RPT-RULE-LINE            PIC X(132) VALUE ALL '-'.
002600 01  MJ-AMOUNT-ED                PIC Z(08)9.99-.
002610 01  MJ-ENTRY-DR-ED              PIC Z(10)9.99-.
002620 01  MJ-ENTRY-CR-ED              PIC Z(10)9.99-.
002630 01  MJ-LINE-CNT-ED              PIC ZZZ9.
002640*
002650 LINKAGE SECTION.
002660*
002670*    ---------------------------------------------------------
002680*    PARAMETERS PASSED DOWN FROM THE DRIVER - SEE PARMREC01
002690*    ---------------------------------------------------------
002700 COPY PARMREC01.
002710*
002720*    ---------------------------------------------------------
002730*    EXTENDED PARAMETERS FROM THE DELIMITED PARM FORM - SEE
002740*    PARMREC02.
002750*    ---------------------------------------------------------
002760 COPY PARMREC02.
002770*
002780 PROCEDURE DIVISION USING PARM-RECORD PARM-EXT-RECORD.
002790*
002800 0000-MAINLINE.
002810     DISPLAY 'JOBPRC08: MANUAL JOURNAL ENTRY STARTING FOR JOB-ID '
002820         PARM-JOB-ID ' ENV ' PARM-ENV-CODE.
002830     PERFORM 1000-INITIALIZE
002840         THRU 1000-EXIT.
002850     IF MJ-ABORTED
002860         GO TO 0000-GOBACK
002870     END-IF.
002880     PERFORM 2000-PROCESS-LINE
002890         THRU 2000-EXIT
002900         UNTIL MJ-TRAN-EOF OR MJ-ABORTED.
002910     IF MJ-ABORTED
002920         DISPLAY 'JOBPRC08 *ERROR* RUN ABANDONED - PSTJRNL LEFT '
002930             'AS IT WAS.'
002940         CLOSE JETRAN
002950         CLOSE PJRWORK
002960         CLOSE JEREJRPT
002970         GO TO 0000-GOBACK
002980     END-IF.
002990     PERFORM 3000-WRAPUP
003000         THRU 3000-EXIT.
003010 0000-GOBACK.
003020     MOVE MJ-RETURN-CODE TO RETURN-CODE.
003030     GOBACK.
003040*
003050*    ---------------------------------------------------------
003060*    1000-INITIALIZE - OPEN THE FILES AND START THE WORK COPY
003070*    OF THE JOURNAL: EVERY ROW IS KEPT EXCEPT THOSE THIS JOB
003080*    FILED FOR THIS SAME RUN-DATE, SO A RERUN REPLACES ITS
003090*    ENTRIES INSTEAD OF DOUBLING THEM.  A MISSING JETRAN IS AN
003100*    OPERATOR MISTAKE AND STOPS THE RUN HERE.
003110*    ---------------------------------------------------------
003120 1000-INITIALIZE.
003130     PERFORM 1300-SET-FILE-NAMES
003140         THRU 1300-EXIT.
003150     PERFORM 1100-LOAD-GLCHART
003160         THRU 1100-EXIT.
003170     IF MJ-ABORTED
003180         GO TO 1000-EXIT
003190     END-IF.
003200     MOVE PARM-RUN-DATE(1:6) TO MJ-OPEN-PERIOD.
003210     OPEN INPUT JETRAN.
003220     IF MJ-JETRAN-STATUS NOT = '00'
003230         DISPLAY 'JOBPRC08 *ERROR* JETRAN COULD NOT BE OPENED'
003240             ', STATUS ' MJ-JETRAN-STATUS
003250         MOVE 16 TO MJ-RETURN-CODE
003260         SET MJ-ABORTED TO TRUE
003270         GO TO 1000-EXIT
003280     END-IF.
003290     OPEN OUTPUT JEREJRPT.
003300     IF MJ-JEREJRPT-STATUS NOT = '00'
003310         DISPLAY 'JOBPRC08 *ERROR* JEREJRPT COULD NOT BE OPENED'
003320             ', STATUS ' MJ-JEREJRPT-STATUS
003330         MOVE 16 TO MJ-RETURN-CODE
003340         SET MJ-ABORTED TO TRUE
003350         CLOSE JETRAN
003360         GO TO 1000-EXIT
003370     END-IF.
003380     OPEN OUTPUT PJRWORK.
003390     IF MJ-PJRWORK-STATUS NOT = '00'
003400         DISPLAY 'JOBPRC08 *ERROR* PJRWORK COULD NOT BE OPENED'
003410             ', STATUS ' MJ-PJRWORK-STATUS
003420         MOVE 16 TO MJ-RETURN-CODE
003430         SET MJ-ABORTED TO TRUE
003440         CLOSE JETRAN
003450         CLOSE JEREJRPT
003460         GO TO 1000-EXIT
003470     END-IF.
003480     MOVE 'N' TO MJ-JRN-EOF-SW.
003490     OPEN INPUT PSTJRNL.
003500     IF MJ-PSTJRNL-STATUS = '35'
003510         DISPLAY 'JOBPRC08: PSTJRNL NOT FOUND - STARTING A NEW '
003520             'PERIOD JOURNAL.'
003530     ELSE
003540         IF MJ-PSTJRNL-STATUS NOT = '00'
003550             DISPLAY 'JOBPRC08 *ERROR* PSTJRNL COULD NOT BE '
003560                 'OPENED, STATUS ' MJ-PSTJRNL-STATUS
003570             MOVE 16 TO MJ-RETURN-CODE
003580             SET MJ-ABORTED TO TRUE
003590             CLOSE JETRAN
003600             CLOSE JEREJRPT
003610             CLOSE PJRWORK
003620             GO TO 1000-EXIT
003630         END-IF
003640         PERFORM 1200-COPY-KEPT
003650             THRU 1200-EXIT
003660             UNTIL MJ-JRN-EOF
003670         CLOSE PSTJRNL
003680     END-IF.
003690     IF MJ-ABORTED
003700         CLOSE JETRAN
003710         CLOSE JEREJRPT
003720         CLOSE PJRWORK
003730         GO TO 1000-EXIT
003740     END-IF.
003750     PERFORM 4100-PRINT-HEADER
003760         THRU 4100-EXIT.
003770 1000-EXIT.
003780     EXIT.
003790*
003800*    ---------------------------------------------------------
003810*    1100-LOAD-GLCHART - THE CHART OF ACCOUNTS INTO STORAGE.  A
003820*    MISSING OR EMPTY GLCHART STOPS THE RUN BEFORE ANY FILE IS
003830*    OPENED - WITHOUT IT NO ENTRY COULD BE CHECKED.
003840*    ---------------------------------------------------------
003850 1100-LOAD-GLCHART.
003860     OPEN INPUT GLCHART.
003870     IF MJ-GLCHART-STATUS NOT = '00'
003880         DISPLAY 'JOBPRC08 *ERROR* GLCHART COULD NOT BE OPENED'
003890             ', STATUS ' MJ-GLCHART-STATUS
003900         MOVE 16 TO MJ-RETURN-CODE
003910         SET MJ-ABORTED TO TRUE
003920         GO TO 1100-EXIT
003930     END-IF.
003940     PERFORM 1150-READ-GLCHART
003950         THRU 1150-EXIT
003960         UNTIL MJ-CHART-EOF.
003970     CLOSE GLCHART.
003980     IF MJ-CHART-CNT = ZERO
003990         DISPLAY 'JOBPRC08 *ERROR* GLCHART CARRIES NO ACCOUNTS - '
004000             'RUN ABANDONED.'
004010         MOVE 16 TO MJ-RETURN-CODE
004020         SET MJ-ABORTED TO TRUE
004030     END-IF.
004040 1100-EXIT.
004050     EXIT.
004060*
004070 1150-READ-GLCHART.
004080     READ GLCHART
004090         AT END
004100             MOVE 'Y' TO MJ-CHART-EOF-SW
004110         NOT AT END
004120             IF MJ-CHART-CNT < 500
004130                 AND GLA-ACCOUNT-NO NOT = SPACES
004140                 ADD 1 TO MJ-CHART-CNT
004150                 MOVE GLA-ACCOUNT-NO
004160                     TO MJ-CHART-ACCT(MJ-CHART-CNT)
004170                 MOVE GLA-ACTIVE-FLAG
004180                     TO MJ-CHART-ACTIVE(MJ-CHART-CNT)
004190             END-IF
004200     END-READ.
004210 1150-EXIT.
004220     EXIT.
004230*
004240*    ---------------------------------------------------------
004250*    1200-COPY-KEPT - ONE JOURNAL ROW TO THE WORK FILE, UNLESS
004260*    THIS JOB FILED IT FOR THIS SAME RUN-DATE.  THE JOURNAL
004270*    NUMBER OF EVERY MANUAL ROW KEPT IS REMEMBERED SO IT
004280*    CANNOT BE POSTED A SECOND TIME.
004290*    ---------------------------------------------------------
004300 1200-COPY-KEPT.
004310     READ PSTJRNL
004320         AT END
004330             MOVE 'Y' TO MJ-JRN-EOF-SW
004340             GO TO 1200-EXIT
004350     END-READ.
004360     IF PJR-RUN-DATE = PARM-RUN-DATE
004370         AND PJR-SOURCE-JOB = PARM-JOB-ID
004380         ADD 1 TO MJ-JRN-DROP-CNT
004390         GO TO 1200-EXIT
004400     END-IF.
004410     ADD 1 TO MJ-JRN-KEEP-CNT.
004420     WRITE MJ-WORK-REC FROM PJR-RECORD.
004430     IF PJR-SRC-MANUAL
004440         AND PJR-JOURNAL-NO NOT = SPACES
004450         MOVE PJR-JOURNAL-NO TO MJ-CUR-JOURNAL-NO
004460         PERFORM 2750-REMEMBER-JOURNAL
004470             THRU 2750-EXIT
004480     END-IF.
004490 1200-EXIT.
004500     EXIT.
004510*
004520*    ---------------------------------------------------------
004530*    1300-SET-FILE-NAMES - BUILD THE ENV-QUALIFIED NAME OF
004540*    EVERY FILE THIS JOB READS FROM OR HANDS DOWNSTREAM.
004550*    ---------------------------------------------------------
004560 1300-SET-FILE-NAMES.
004570     MOVE 'JETRAN  ' TO MJ-BASE-NAME.
004580     PERFORM 1350-QUALIFY-ONE
004590         THRU 1350-EXIT.
004600     MOVE MJ-QUAL-NAME TO MJ-JETRAN-NAME.
004610     MOVE 'PSTJRNL ' TO MJ-BASE-NAME.
004620     PERFORM 1350-QUALIFY-ONE
004630         THRU 1350-EXIT.
004640     MOVE MJ-QUAL-NAME TO MJ-PSTJRNL-NAME.
004650     MOVE 'PJRWORK ' TO MJ-BASE-NAME.
004660     PERFORM 1350-QUALIFY-ONE
004670         THRU 1350-EXIT.
004680     MOVE MJ-QUAL-NAME TO MJ-PJRWORK-NAME.
004690     MOVE 'CTLTOTS ' TO MJ-BASE-NAME.
004700     PERFORM 1350-QUALIFY-ONE
004710         THRU 1350-EXIT.
004720     MOVE MJ-QUAL-NAME TO MJ-CTLTOTS-NAME.
004730     MOVE 'JEREJRPT' TO MJ-BASE-NAME.
004740     PERFORM 1350-QUALIFY-ONE
004750         THRU 1350-EXIT.
004760     MOVE MJ-QUAL-NAME TO MJ-JEREJRPT-NAME.
004770 1300-EXIT.
004780     EXIT.
004790*
004800*    ---------------------------------------------------------
004810*    1350-QUALIFY-ONE - ONE NAME: BASE.ENV, OR THE BASE ALONE
004820*    SHOULD THE DRIVER EVER HAND DOWN A BLANK ENV-CODE.
004830*    ---------------------------------------------------------
004840 1350-QUALIFY-ONE.
004850     MOVE SPACES TO MJ-QUAL-NAME.
004860     IF PARM-ENV-CODE = SPACES
004870         MOVE MJ-BASE-NAME TO MJ-QUAL-NAME
004880         GO TO 1350-EXIT
004890     END-IF.
004900     STRING MJ-BASE-NAME   DELIMITED BY SPACE
004910            '.'            DELIMITED BY SIZE
004920            PARM-ENV-CODE  DELIMITED BY SPACE
004930         INTO MJ-QUAL-NAME
004940     END-STRING.
004950 1350-EXIT.
004960     EXIT.
004970*
004980*    ---------------------------------------------------------
004990*    2000-PROCESS-LINE - ONE JETRAN LINE.  A CHANGE OF JOURNAL
005000*    NUMBER (OR END OF FILE) CLOSES THE ENTRY IN HAND BEFORE
005010*    THE NEW LINE IS TAKEN INTO THE TABLE.
005020*    ---------------------------------------------------------
005030 2000-PROCESS-LINE.
005040     READ JETRAN
005050         AT END
005060             MOVE 'Y' TO MJ-TRAN-EOF-SW
005070             IF MJ-LINE-CNT > ZERO
005080                 OR MJ-EXCESS-CNT > ZERO
005090                 PERFORM 2500-CLOSE-ENTRY
005100                     THRU 2500-EXIT
005110             END-IF
005120             GO TO 2000-EXIT
005130     END-READ.
005140     ADD 1 TO MJ-READ-CNT.
005150     IF (MJ-LINE-CNT > ZERO OR MJ-EXCESS-CNT > ZERO)
005160         AND MJE-JOURNAL-NO NOT = MJ-CUR-JOURNAL-NO
005170         PERFORM 2500-CLOSE-ENTRY
005180             THRU 2500-EXIT
005190     END-IF.
005200     MOVE MJE-JOURNAL-NO TO MJ-CUR-JOURNAL-NO.
005210     IF MJ-LINE-CNT = 50
005220         ADD 1 TO MJ-EXCESS-CNT
005230         GO TO 2000-EXIT
005240     END-IF.
005250     ADD 1 TO MJ-LINE-CNT.
005260     MOVE MJE-RECORD TO MJ-LINE-IMAGE(MJ-LINE-CNT).
005270 2000-EXIT.
005280     EXIT.
005290*
005300*    ---------------------------------------------------------
005310*    2500-CLOSE-ENTRY - THE WHOLE ENTRY IN HAND IS CHECKED,
005320*    THEN EITHER EVERY LINE IS FILED ON THE JOURNAL OR EVERY
005330*    LINE IS REPORTED AS REJECTED.  NOTHING IN BETWEEN.
005340*    ---------------------------------------------------------
005350 2500-CLOSE-ENTRY.
005360     ADD 1 TO MJ-ENTRY-CNT.
005370     PERFORM 2600-VALIDATE-ENTRY
005380         THRU 2600-EXIT.
005390     IF MJ-ENTRY-OK
005400         PERFORM 2700-POST-LINE
005410             THRU 2700-EXIT
005420             VARYING MJ-LINE-SUB FROM 1 BY 1
005430             UNTIL MJ-LINE-SUB > MJ-LINE-CNT
005440         ADD 1 TO MJ-ACCEPT-CNT
005450     ELSE
005460         PERFORM 2800-REPORT-REJECT
005470             THRU 2800-EXIT
005480         ADD 1 TO MJ-REJECT-CNT
005490     END-IF.
005500     IF MJ-CUR-JOURNAL-NO NOT = SPACES
005510         PERFORM 2750-REMEMBER-JOURNAL
005520             THRU 2750-EXIT
005530     END-IF.
005540     MOVE ZERO TO MJ-LINE-CNT.
005550     MOVE ZERO TO MJ-EXCESS-CNT.
005560 2500-EXIT.
005570     EXIT.
005580*
005590*    ---------------------------------------------------------
005600*    2600-VALIDATE-ENTRY - THE FIRST FAILING CHECK NAMES THE
005610*    REASON:
005620*        LONG  MORE LINES THAN THE ENTRY TABLE HOLDS
005630*        NOJN  NO JOURNAL NUMBER
005640*        DUPL  JOURNAL NUMBER ALREADY ON THE LEDGER
005650*        NOPR  NO PREPARER USER-ID
005660*        BADL  A LINE WITH NO ACCOUNT, A SIDE OTHER THAN D/C,
005670*              A MISSING OR NON-POSITIVE AMOUNT, OR A DATE OR
005680*              PREPARER DIFFERENT FROM THE FIRST LINE'S
005690*        ACCT  A LINE ACCOUNT NOT ON GLCHART, OR INACTIVE
005700*        PERD  ENTRY DATE NOT A REAL DATE IN THE OPEN PERIOD
005710*        UNBL  FEWER THAN TWO LINES, OR DEBITS NOT EQUAL TO
005720*              CREDITS
005730*    ---------------------------------------------------------
005740 2600-VALIDATE-ENTRY.
005750     MOVE SPACES TO MJ-REJ-REASON.
005760     MOVE ZERO TO MJ-ENTRY-DR.
005770     MOVE ZERO TO MJ-ENTRY-CR.
005780     IF MJ-EXCESS-CNT > ZERO
005790         MOVE 'LONG' TO MJ-REJ-REASON
005800         GO TO 2600-EXIT
005810     END-IF.
005820     IF MJ-CUR-JOURNAL-NO = SPACES
005830         MOVE 'NOJN' TO MJ-REJ-REASON
005840         GO TO 2600-EXIT
005850     END-IF.
005860     PERFORM 2660-FIND-SEEN
005870         THRU 2660-EXIT.
005880     IF MJ-FOUND-SUB > ZERO
005890         MOVE 'DUPL' TO MJ-REJ-REASON
005900         GO TO 2600-EXIT
005910     END-IF.
005920     IF MJ-LN-PREPARER(1) = SPACES
005930         MOVE 'NOPR' TO MJ-REJ-REASON
005940         GO TO 2600-EXIT
005950     END-IF.
005960     PERFORM 2650-CHECK-LINE
005970         THRU 2650-EXIT
005980         VARYING MJ-LINE-SUB FROM 1 BY 1
005990         UNTIL MJ-LINE-SUB > MJ-LINE-CNT.
006000     IF NOT MJ-ENTRY-OK
006010         GO TO 2600-EXIT
006020     END-IF.
006030     PERFORM 2680-CHECK-ACCOUNT
006040         THRU 2680-EXIT
006050         VARYING MJ-LINE-SUB FROM 1 BY 1
006060         UNTIL MJ-LINE-SUB > MJ-LINE-CNT.
006070     IF NOT MJ-ENTRY-OK
006080         GO TO 2600-EXIT
006090     END-IF.
006100     IF MJ-LN-ENTRY-DATE(1) NOT NUMERIC
006110         MOVE 'PERD' TO MJ-REJ-REASON
006120         GO TO 2600-EXIT
006130     END-IF.
006140     MOVE MJ-LN-ENTRY-DATE(1) TO MJ-DATE-CHECK-X.
006150     PERFORM 9000-CHECK-REAL-DATE
006160         THRU 9000-EXIT.
006170     IF NOT MJ-DATE-OK
006180         OR MJ-LN-ENTRY-DATE(1)(1:6) NOT = MJ-OPEN-PERIOD
006190         MOVE 'PERD' TO MJ-REJ-REASON
006200         GO TO 2600-EXIT
006210     END-IF.
006220     IF MJ-LINE-CNT < 2
006230         OR MJ-ENTRY-DR NOT = MJ-ENTRY-CR
006240         MOVE 'UNBL' TO MJ-REJ-REASON
006250     END-IF.
006260 2600-EXIT.
006270     EXIT.
006280*
006290*    ---------------------------------------------------------
006300*    2650-CHECK-LINE - ONE LINE OF THE ENTRY, ADDING ITS AMOUNT
006310*    TO THE DEBIT OR CREDIT TOTAL WHEN IT IS WELL FORMED.
006320*    ---------------------------------------------------------
006330 2650-CHECK-LINE.
006340     IF MJ-LN-ACCOUNT-NO(MJ-LINE-SUB) = SPACES
006350         OR (MJ-LN-DR-CR(MJ-LINE-SUB) NOT = 'D'
006360             AND MJ-LN-DR-CR(MJ-LINE-SUB) NOT = 'C')
006370         OR MJ-LN-AMOUNT(MJ-LINE-SUB) NOT NUMERIC
006380         OR MJ-LN-ENTRY-DATE(MJ-LINE-SUB)
006390             NOT = MJ-LN-ENTRY-DATE(1)
006400         OR MJ-LN-PREPARER(MJ-LINE-SUB)
006410             NOT = MJ-LN-PREPARER(1)
006420         MOVE 'BADL' TO MJ-REJ-REASON
006430         GO TO 2650-EXIT
006440     END-IF.
006450     IF MJ-LN-AMOUNT(MJ-LINE-SUB) NOT > ZERO
006460         MOVE 'BADL' TO MJ-REJ-REASON
006470         GO TO 2650-EXIT
006480     END-IF.
006490     IF MJ-LN-DR-CR(MJ-LINE-SUB) = 'D'
006500         ADD MJ-LN-AMOUNT(MJ-LINE-SUB) TO MJ-ENTRY-DR
006510     ELSE
006520         ADD MJ-LN-AMOUNT(MJ-LINE-SUB) TO MJ-ENTRY-CR
006530     END-IF.
006540 2650-EXIT.
006550     EXIT.
006560*
006570*    ---------------------------------------------------------
006580*    2660-FIND-SEEN - IS MJ-CUR-JOURNAL-NO ALREADY ON THE
006590*    LEDGER OR ALREADY TAKEN THIS RUN?
006600*    ---------------------------------------------------------
006610 2660-FIND-SEEN.
006620     MOVE ZERO TO MJ-FOUND-SUB.
006630     PERFORM 2670-MATCH-SEEN
006640         THRU 2670-EXIT
006650         VARYING MJ-SEEN-SUB FROM 1 BY 1
006660         UNTIL MJ-SEEN-SUB > MJ-SEEN-CNT
006670             OR MJ-FOUND-SUB > ZERO.
006680 2660-EXIT.
006690     EXIT.
006700*
006710 2670-MATCH-SEEN.
006720     IF MJ-SEEN-NO(MJ-SEEN-SUB) = MJ-CUR-JOURNAL-NO
006730         MOVE MJ-SEEN-SUB TO MJ-FOUND-SUB
006740     END-IF.
006750 2670-EXIT.
006760     EXIT.
006770*
006780*    ---------------------------------------------------------
006790*    2680-CHECK-ACCOUNT - ONE LINE'S ACCOUNT MUST BE ON THE
006800*    CHART AND ACTIVE.
006810*    ---------------------------------------------------------
006820 2680-CHECK-ACCOUNT.
006830     MOVE ZERO TO MJ-CHART-FOUND.
006840     PERFORM 2690-MATCH-CHART
006850         THRU 2690-EXIT
006860         VARYING MJ-CHART-SUB FROM 1 BY 1
006870         UNTIL MJ-CHART-SUB > MJ-CHART-CNT
006880             OR MJ-CHART-FOUND > ZERO.
006890     IF MJ-CHART-FOUND = ZERO
006900         MOVE 'ACCT' TO MJ-REJ-REASON
006910         GO TO 2680-EXIT
006920     END-IF.
006930     IF MJ-CHART-ACTIVE(MJ-CHART-FOUND) NOT = 'Y'
006940         MOVE 'ACCT' TO MJ-REJ-REASON
006950     END-IF.
006960 2680-EXIT.
006970     EXIT.
006980*
006990 2690-MATCH-CHART.
007000     IF MJ-CHART-ACCT(MJ-CHART-SUB)
007010         = MJ-LN-ACCOUNT-NO(MJ-LINE-SUB)
007020         MOVE MJ-CHART-SUB TO MJ-CHART-FOUND
007030     END-IF.
007040 2690-EXIT.
007050     EXIT.
007060*
007070*    ---------------------------------------------------------
007080*    2700-POST-LINE - ONE LINE OF AN ACCEPTED ENTRY, STAMPED
007090*    WITH THE RUN-DATE, JOB-ID, MANUAL TAG, JOURNAL NUMBER AND
007100*    PREPARER, TO THE WORK COPY OF THE JOURNAL.
007110*    ---------------------------------------------------------
007120 2700-POST-LINE.
007130     MOVE SPACES TO PJR-RECORD.
007140     MOVE PARM-RUN-DATE TO PJR-RUN-DATE.
007150     MOVE PARM-JOB-ID   TO PJR-SOURCE-JOB.
007160     SET PJR-SRC-MANUAL TO TRUE.
007170     MOVE MJ-LN-JOURNAL-NO(MJ-LINE-SUB) TO PJR-JOURNAL-NO.
007180     MOVE MJ-LN-PREPARER(MJ-LINE-SUB)   TO PJR-PREPARER.
007190     MOVE MJ-LN-ACCOUNT-NO(MJ-LINE-SUB) TO PJR-ACCOUNT-NO.
007200     MOVE MJ-LN-ENTRY-DATE(MJ-LINE-SUB) TO PJR-POST-DATE.
007210     MOVE MJ-LN-DR-CR(MJ-LINE-SUB)      TO PJR-DR-CR.
007220     MOVE MJ-LN-AMOUNT(MJ-LINE-SUB)     TO PJR-AMOUNT.
007230     MOVE MJ-LN-AMOUNT(MJ-LINE-SUB)     TO PJR-ORIG-AMOUNT.
007240     MOVE MJ-LN-DESC(MJ-LINE-SUB)       TO PJR-DESCRIPTION.
007250     WRITE MJ-WORK-REC FROM PJR-RECORD.
007260     ADD 1 TO MJ-POST-CNT.
007270     ADD PJR-AMOUNT TO MJ-HASH-TOTAL.
007280 2700-EXIT.
007290     EXIT.
007300*
007310*    ---------------------------------------------------------
007320*    2750-REMEMBER-JOURNAL - ADD MJ-CUR-JOURNAL-NO TO THE
007330*    SEEN TABLE.  THE LINES OF ONE ENTRY ARE CONTIGUOUS, SO A
007340*    NUMBER EQUAL TO THE LAST ONE HELD IS ALREADY THERE.  A
007350*    FULL TABLE ABANDONS THE RUN - DUPLICATES COULD NO LONGER
007360*    BE CAUGHT.
007370*    ---------------------------------------------------------
007380 2750-REMEMBER-JOURNAL.
007390     IF MJ-SEEN-CNT > ZERO
007400         AND MJ-SEEN-NO(MJ-SEEN-CNT) = MJ-CUR-JOURNAL-NO
007410         GO TO 2750-EXIT
007420     END-IF.
007430     IF MJ-SEEN-CNT = 2000
007440         DISPLAY 'JOBPRC08 *ERROR* MORE THAN 2000 JOURNAL '
007450             'NUMBERS ON THE PERIOD - DUPLICATE CHECK NOT '
007460             'POSSIBLE.'
007470         MOVE 16 TO MJ-RETURN-CODE
007480         SET MJ-ABORTED TO TRUE
007490         MOVE 'Y' TO MJ-JRN-EOF-SW
007500         GO TO 2750-EXIT
007510     END-IF.
007520     ADD 1 TO MJ-SEEN-CNT.
007530     MOVE MJ-CUR-JOURNAL-NO TO MJ-SEEN-NO(MJ-SEEN-CNT).
007540 2750-EXIT.
007550     EXIT.
007560*
007570*    ---------------------------------------------------------
007580*    2800-REPORT-REJECT - THE ENTRY'S REASON AND TOTALS, THEN
007590*    EVERY LINE AS READ, SO THE PREPARER SEES EXACTLY WHAT
007600*    WAS KEYED.
007610*    ---------------------------------------------------------
007620 2800-REPORT-REJECT.
007630     IF MJ-RPT-LINE-CNT + 2 >= MJ-RPT-LINES-PER-PAGE
007640         PERFORM 4100-PRINT-HEADER
007650             THRU 4100-EXIT
007660     END-IF.
007670     MOVE MJ-ENTRY-DR TO MJ-ENTRY-DR-ED.
007680     MOVE MJ-ENTRY-CR TO MJ-ENTRY-CR-ED.
007690     COMPUTE MJ-LINE-CNT-ED = MJ-LINE-CNT + MJ-EXCESS-CNT.
007700     MOVE SPACES TO RPT-RECORD.
007710     STRING MJ-REJ-REASON '    '
007720         'JOURNAL ' MJ-CUR-JOURNAL-NO
007730         '  LINES ' MJ-LINE-CNT-ED
007740         '  DEBITS ' MJ-ENTRY-DR-ED
007750         '  CREDITS ' MJ-ENTRY-CR-ED
007760         DELIMITED BY SIZE INTO RPT-RECORD
007770     END-STRING.
007780     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
007790     ADD 2 TO MJ-RPT-LINE-CNT.
007800     PERFORM 2850-PRINT-REJ-LINE
007810         THRU 2850-EXIT
007820         VARYING MJ-LINE-SUB FROM 1 BY 1
007830         UNTIL MJ-LINE-SUB > MJ-LINE-CNT.
007840     DISPLAY 'JOBPRC08 *REJECT* ' MJ-REJ-REASON
007850         ' JOURNAL ' MJ-CUR-JOURNAL-NO
007860         ' - SEE JEREJRPT.'.
007870 2800-EXIT.
007880     EXIT.
007890*
007900 2850-PRINT-REJ-LINE.
007910     IF MJ-RPT-LINE-CNT >= MJ-RPT-LINES-PER-PAGE
007920         PERFORM 4100-PRINT-HEADER
007930             THRU 4100-EXIT
007940     END-IF.
007950     IF MJ-LN-AMOUNT(MJ-LINE-SUB) NUMERIC
007960         MOVE MJ-LN-AMOUNT(MJ-LINE-SUB) TO MJ-AMOUNT-ED
007970     ELSE
007980         MOVE ZERO TO MJ-AMOUNT-ED
007990     END-IF.
008000     MOVE SPACES TO RPT-RECORD.
008010     STRING '        '
008020         MJ-LN-LINE-NO(MJ-LINE-SUB) '  '
008030         MJ-LN-ENTRY-DATE(MJ-LINE-SUB) '  '
008040         MJ-LN-ACCOUNT-NO(MJ-LINE-SUB) ' '
008050         MJ-LN-DR-CR(MJ-LINE-SUB) ' '
008060         MJ-AMOUNT-ED '  '
008070         MJ-LN-DESC(MJ-LINE-SUB) '  '
008080         MJ-LN-PREPARER(MJ-LINE-SUB)
008090         DELIMITED BY SIZE INTO RPT-RECORD
008100     END-STRING.
008110     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
008120     ADD 1 TO MJ-RPT-LINE-CNT.
008130 2850-EXIT.
008140     EXIT.
008150*
008160*    ---------------------------------------------------------
008170*    3000-WRAPUP - REWRITE THE JOURNAL FROM THE WORK FILE, HAND
008180*    THE CONTROL TOTALS TO THE BALANCING RUN, CLOSE THE REPORT
008190*    AND ACCOUNT FOR EVERY ENTRY ON SYSOUT.  ANY REJECTED ENTRY
008200*    POSTS RC 8.  A JOURNAL THAT CANNOT BE REWRITTEN POSTS RC
008210*    16 AND NO CTLTOTS ROW.
008220*    ---------------------------------------------------------
008230 3000-WRAPUP.
008240     CLOSE JETRAN.
008250     CLOSE PJRWORK.
008260     IF MJ-REJECT-CNT = ZERO
008270         MOVE SPACES TO RPT-RECORD
008280         STRING 'NO REJECTED ENTRIES - EVERY MANUAL ENTRY '
008290             'BALANCED AND FELL IN THE OPEN PERIOD.'
008300             DELIMITED BY SIZE INTO RPT-RECORD
008310         END-STRING
008320         WRITE RPT-RECORD AFTER ADVANCING 1 LINE
008330         ADD 1 TO MJ-RPT-LINE-CNT
008340     END-IF.
008350     PERFORM 4300-PRINT-TRAILER
008360         THRU 4300-EXIT.
008370     CLOSE JEREJRPT.
008380     PERFORM 3200-REWRITE-JOURNAL
008390         THRU 3200-EXIT.
008400     IF MJ-ABORTED
008410         DISPLAY 'JOBPRC08 *ERROR* PSTJRNL NOT UPDATED - NO '
008420             'CTLTOTS ROW WRITTEN.'
008430         MOVE 16 TO MJ-RETURN-CODE
008440         GO TO 3000-EXIT
008450     END-IF.
008460     PERFORM 3100-WRITE-CTLTOTS
008470         THRU 3100-EXIT.
008480     MOVE MJ-READ-CNT     TO MJ-READ-CNT-ED.
008490     MOVE MJ-ENTRY-CNT    TO MJ-ENTRY-CNT-ED.
008500     MOVE MJ-ACCEPT-CNT   TO MJ-ACCEPT-CNT-ED.
008510     MOVE MJ-REJECT-CNT   TO MJ-REJECT-CNT-ED.
008520     MOVE MJ-POST-CNT     TO MJ-POST-CNT-ED.
008530     MOVE MJ-JRN-KEEP-CNT TO MJ-JRN-KEEP-CNT-ED.
008540     MOVE MJ-JRN-DROP-CNT TO MJ-JRN-DROP-CNT-ED.
008550     DISPLAY 'JOBPRC08: ' MJ-READ-CNT-ED ' LINES READ, '
008560         MJ-ENTRY-CNT-ED ' ENTRIES, '
008570         MJ-ACCEPT-CNT-ED ' POSTED, '
008580         MJ-REJECT-CNT-ED ' REJECTED.'
008590     DISPLAY 'JOBPRC08: PSTJRNL - ' MJ-JRN-KEEP-CNT-ED ' KEPT, '
008600         MJ-JRN-DROP-CNT-ED ' REPLACED, '
008610         MJ-POST-CNT-ED ' ADDED FOR ' PARM-RUN-DATE '.'
008620     IF MJ-REJECT-CNT > ZERO
008630         MOVE 8 TO MJ-RETURN-CODE
008640     END-IF.
008650     DISPLAY 'JOBPRC08: MANUAL JOURNAL ENTRY COMPLETE.'.
008660 3000-EXIT.
008670     EXIT.
008680*
008690*    ---------------------------------------------------------
008700*    3100-WRITE-CTLTOTS - APPEND THE CONTROL-TOTALS ROW FOR
008710*    THIS RUN: JOURNAL ROWS FILED AND THEIR AMOUNT HASH, THE
008720*    SAME MEASURE JOBPRC02 TAKES PER SOURCE JOB.  WRITTEN EVEN
008730*    WHEN NOTHING POSTED, SO THE LAST ROW ALWAYS GOVERNS.
008740*    ---------------------------------------------------------
008750 3100-WRITE-CTLTOTS.
008760     ACCEPT MJ-CDT-DATE FROM DATE YYYYMMDD.
008770     ACCEPT MJ-CDT-TIME FROM TIME.
008780     MOVE SPACES TO CTL-RECORD.
008790     MOVE PARM-JOB-ID    TO CTL-JOB-ID.
008800     MOVE PARM-RUN-DATE  TO CTL-RUN-DATE.
008810     MOVE MJ-POST-CNT    TO CTL-RECORD-COUNT.
008820     MOVE MJ-HASH-TOTAL  TO CTL-HASH-TOTAL.
008830     STRING MJ-CDT-DATE MJ-CDT-TIME
008840         DELIMITED BY SIZE
008850         INTO CTL-TIMESTAMP
008860     END-STRING.
008870     OPEN EXTEND CTLTOTS.
008880     IF MJ-CTLTOTS-STATUS = '35'
008890         OPEN OUTPUT CTLTOTS
008900     END-IF.
008910     WRITE CTL-RECORD.
008920     CLOSE CTLTOTS.
008930 3100-EXIT.
008940     EXIT.
008950*
008960*    ---------------------------------------------------------
008970*    3200-REWRITE-JOURNAL - PASS 2: THE WHOLE JOURNAL BACK OUT
008980*    OF THE WORK FILE.
008990*    ---------------------------------------------------------
009000 3200-REWRITE-JOURNAL.
009010     OPEN OUTPUT PSTJRNL.
009020     IF MJ-PSTJRNL-STATUS NOT = '00'
009030         DISPLAY 'JOBPRC08 *ERROR* PSTJRNL COULD NOT BE '
009040             'REWRITTEN, STATUS ' MJ-PSTJRNL-STATUS
009050         SET MJ-ABORTED TO TRUE
009060         GO TO 3200-EXIT
009070     END-IF.
009080     OPEN INPUT PJRWORK.
009090     IF MJ-PJRWORK-STATUS NOT = '00'
009100         DISPLAY 'JOBPRC08 *ERROR* PJRWORK COULD NOT BE '
009110             'REOPENED, STATUS ' MJ-PJRWORK-STATUS
009120         SET MJ-ABORTED TO TRUE
009130         CLOSE PSTJRNL
009140         GO TO 3200-EXIT
009150     END-IF.
009160     MOVE 'N' TO MJ-JRN-EOF-SW.
009170     PERFORM 3350-COPY-BACK
009180         THRU 3350-EXIT
009190         UNTIL MJ-JRN-EOF.
009200     CLOSE PJRWORK.
009210     CLOSE PSTJRNL.
009220 3200-EXIT.
009230     EXIT.
009240*
009250 3350-COPY-BACK.
009260     READ PJRWORK
009270         AT END
009280             MOVE 'Y' TO MJ-JRN-EOF-SW
009290         NOT AT END
009300             WRITE PJR-RECORD FROM MJ-WORK-REC
009310     END-READ.
009320 3350-EXIT.
009330     EXIT.
009340*
009350*    ---------------------------------------------------------
009360*    4100-PRINT-HEADER - EJECT TO A NEW PAGE AND PRINT THE
009370*    RUN-DATE HEADER AND COLUMN CAPTIONS.
009380*    ---------------------------------------------------------
009390 4100-PRINT-HEADER.
009400     ADD 1 TO MJ-RPT-PAGE-NO.
009410     MOVE ZERO TO MJ-RPT-LINE-CNT.
009420     MOVE MJ-RPT-PAGE-NO TO MJ-RPT-PAGE-NO-ED.
009430     MOVE SPACES TO RPT-RECORD.
009440     STRING 'ISBEL SISTEMAS BATCH'  SPACE SPACE SPACE
009450         'MANUAL JOURNAL REJECTS'  SPACE SPACE SPACE
009460         'PAGE ' MJ-RPT-PAGE-NO-ED
009470         DELIMITED BY SIZE INTO RPT-RECORD
009480     END-STRING.
009490     WRITE RPT-RECORD AFTER ADVANCING PAGE.
009500     MOVE SPACES TO RPT-RECORD.
009510     STRING 'RUN-DATE: ' PARM-RUN-DATE
009520         '   OPEN PERIOD: ' MJ-OPEN-PERIOD
009530         '   JOB-ID: '   PARM-JOB-ID
009540         '   ENV: '      PARM-ENV-CODE
009550         DELIMITED BY SIZE INTO RPT-RECORD
009560     END-STRING.
009570     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
009580     MOVE SPACES TO RPT-RECORD.
009590     STRING 'REASON  LINE ENTRY-DT  ACCOUNT  S'
009600         '       AMOUNT   DESCRIPTION'
009610         '                     PREPARER'
009620         DELIMITED BY SIZE INTO RPT-RECORD
009630     END-STRING.
009640     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
009650     MOVE MJ-RPT-RULE-LINE TO RPT-RECORD.
009660     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
009670     ADD 6 TO MJ-RPT-LINE-CNT.
009680 4100-EXIT.
009690     EXIT.
009700*
009710*    ---------------------------------------------------------
009720*    4300-PRINT-TRAILER - ENTRY COUNTS AND END MARKER.
009730*    ---------------------------------------------------------
009740 4300-PRINT-TRAILER.
009750     MOVE MJ-ENTRY-CNT  TO MJ-ENTRY-CNT-ED.
009760     MOVE MJ-REJECT-CNT TO MJ-REJECT-CNT-ED.
009770     MOVE SPACES TO RPT-RECORD.
009780     STRING MJ-ENTRY-CNT-ED ' ENTRY(IES) READ, '
009790         MJ-REJECT-CNT-ED ' REJECTED.'
009800         DELIMITED BY SIZE INTO RPT-RECORD
009810     END-STRING.
009820     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
009830     MOVE SPACES TO RPT-RECORD.
009840     STRING '*** END OF REPORT ***'
009850         DELIMITED BY SIZE INTO RPT-RECORD
009860     END-STRING.
009870     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
009880 4300-EXIT.
009890     EXIT.
009900*
009910*    ---------------------------------------------------------
009920*    9000-CHECK-REAL-DATE - IS THE CCYYMMDD IN MJ-DATE-CHECK A
009930*    DATE THE CALENDAR ACTUALLY CONTAINS?  MONTH 1-12, DAY 1
009940*    TO THE MONTH'S LENGTH, FEBRUARY 29 ONLY IN A LEAP YEAR.
009950*    ---------------------------------------------------------
009960 9000-CHECK-REAL-DATE.
009970     MOVE 'N' TO MJ-DATE-OK-SW.
009980     IF MJ-DTC-MM < 1 OR MJ-DTC-MM > 12
009990         GO TO 9000-EXIT
010000     END-IF.
010010     MOVE MJ-DIM(MJ-DTC-MM) TO MJ-MONTH-DAYS.
010020     IF MJ-DTC-MM = 2
010030         PERFORM 9100-SET-FEB-DAYS
010040             THRU 9100-EXIT
010050     END-IF.
010060     IF MJ-DTC-DD < 1 OR MJ-DTC-DD > MJ-MONTH-DAYS
010070         GO TO 9000-EXIT
010080     END-IF.
010090     MOVE 'Y' TO MJ-DATE-OK-SW.
010100 9000-EXIT.
010110     EXIT.
010120*
010130*    ---------------------------------------------------------
010140*    9100-SET-FEB-DAYS - FEBRUARY'S LENGTH FOR MJ-DTC-YYYY:
010150*    DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400.
010160*    ---------------------------------------------------------
010170 9100-SET-FEB-DAYS.
010180     MOVE 28 TO MJ-MONTH-DAYS.
010190     DIVIDE MJ-DTC-YYYY BY 4 GIVING MJ-LEAP-QUOT
010200         REMAINDER MJ-LEAP-REM.
010210     IF MJ-LEAP-REM NOT = ZERO
010220         GO TO 9100-EXIT
010230     END-IF.
010240     DIVIDE MJ-DTC-YYYY BY 100 GIVING MJ-LEAP-QUOT
010250         REMAINDER MJ-LEAP-REM.
010260     IF MJ-LEAP-REM NOT = ZERO
010270         MOVE 29 TO MJ-MONTH-DAYS
010280         GO TO 9100-EXIT
010290     END-IF.
010300     DIVIDE MJ-DTC-YYYY BY 400 GIVING MJ-LEAP-QUOT
010310         REMAINDER MJ-LEAP-REM.
010320     IF MJ-LEAP-REM = ZERO
010330         MOVE 29 TO MJ-MONTH-DAYS
010340     END-IF.
010350 9100-EXIT.
010360     EXIT.
