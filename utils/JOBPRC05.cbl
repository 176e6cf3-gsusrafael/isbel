000390*                      RC 16 AND A FORMAT-MISMATCH MESSAGE
000400*                      (AND NO CTLTOTS ROW) INSTEAD OF
000410*                      REJECTING EVERY ROW AS BADAMT.
000411*    2026-10-15  RS   EVERY NIGHT'S PAIRS ARE NOW ALSO FILED ON
000412*                      THE PSTJRNL PERIOD POSTING JOURNAL (SEE
000413*                      PJRREC01), STAMPED WITH THE RUN-DATE AND
000414*                      SOURCE JOB-ID, SO THE MONTH SURVIVES THE
000415*                      NIGHTLY OUTPUT OPEN OF GLPOST.  A RERUN
000416*                      OF THE SAME RUN-DATE REPLACES THAT
000417*                      NIGHT'S JOURNAL ROWS RATHER THAN DOUBLING
000418*                      THEM.  SEE 3200-UPDATE-JOURNAL.
000419*    2026-10-15  RS   JOURNAL ROWS ARE NOW TAGGED NIGHTLY (N).
000420*    2026-10-15  RS   BOTH ACCOUNTS OF EVERY PAIR ARE NOW CHECKED
000421*                      AGAINST THE GLCHART CHART OF ACCOUNTS (SEE
000422*                      GLAREC01).  A RULE THAT POSTS TO AN
000423*                      ACCOUNT NOT ON THE CHART (NOACCT) OR TO AN
000424*                      INACTIVE ONE (INACCT) SENDS THE ROW TO
000425*                      PSTREJS INSTEAD OF THE LEDGER.
000426*    2026-10-15  RS   PAIRS NOW POST THE EXTRACT'S BASE-CURRENCY
000427*                      AMOUNT AND CARRY THE ORIGINAL CURRENCY AND
000428*                      AMOUNT (SEE GLPREC01); CTLTOTS IS IN BASE.
000429*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.    IBM-370.
000610     SELECT CTLTOTS   ASSIGN USING GP-CTLTOTS-NAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS GP-CTLTOTS-STATUS.
000631     SELECT PSTJRNL   ASSIGN USING GP-PSTJRNL-NAME
000632         ORGANIZATION IS LINE SEQUENTIAL
000633         FILE STATUS IS GP-PSTJRNL-STATUS.
000634     SELECT PJRWORK   ASSIGN USING GP-PJRWORK-NAME
000635         ORGANIZATION IS LINE SEQUENTIAL
000636         FILE STATUS IS GP-PJRWORK-STATUS.
000637     SELECT GLCHART   ASSIGN TO "GLCHART"
000638         ORGANIZATION IS LINE SEQUENTIAL
000639         FILE STATUS IS GP-GLCHART-STATUS.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000820     LABEL RECORDS ARE STANDARD
000830     RECORDING MODE IS F.
000840 COPY PSTREC01.
000841*
000842*    ---------------------------------------------------------
000843*    GLCHART - MAINTAINED CHART OF ACCOUNTS, ONE ROW PER GL
000844*    ACCOUNT.  SEE GLAREC01.
000845*    ---------------------------------------------------------
000846 FD  GLCHART
000847     LABEL RECORDS ARE STANDARD
000848     RECORDING MODE IS F.
000849 COPY GLAREC01.
000850*
000860*    ---------------------------------------------------------
000870*    GLPOST - THE GL POSTING FILE THIS RUN BUILDS, TWO GLPREC01
001100     LABEL RECORDS ARE STANDARD
001110     RECORDING MODE IS F.
001120 COPY CTLREC01.
001121*
001122*    ---------------------------------------------------------
001123*    PSTJRNL - THE PERIOD POSTING JOURNAL, REBUILT EACH RUN
001124*    FROM THE PRIOR JOURNAL LESS THIS RUN-DATE'S ROWS FROM
001125*    THIS JOB, PLUS TONIGHT'S GLPOST.  SEE PJRREC01.
001126*    ---------------------------------------------------------
001127 FD  PSTJRNL
001128     LABEL RECORDS ARE STANDARD
001129     RECORDING MODE IS F.
001130 COPY PJRREC01.
001131*
001132*    ---------------------------------------------------------
001133*    PJRWORK - SCRATCH COPY OF THE REBUILT JOURNAL.
001134*    ---------------------------------------------------------
001135 FD  PJRWORK
001136     LABEL RECORDS ARE STANDARD
001137     RECORDING MODE IS F.
001138 01  GP-WORK-REC                 PIC X(116).
001139*
001140 WORKING-STORAGE SECTION.
001150*
001160*    ---------------------------------------------------------
001210 01  GP-GLPOST-STATUS            PIC X(02).
001220 01  GP-PSTREJS-STATUS           PIC X(02).
001230 01  GP-CTLTOTS-STATUS           PIC X(02).
001231 01  GP-PSTJRNL-STATUS           PIC X(02).
001232 01  GP-PJRWORK-STATUS           PIC X(02).
001233 01  GP-GLCHART-STATUS           PIC X(02).
001240 01  GP-CDT-DATE                 PIC 9(08).
001250 01  GP-CDT-TIME                 PIC 9(08).
001260 01  GP-EXT-EOF-SW               PIC X(01) VALUE 'N'.
001270     88  GP-EXT-EOF               VALUE 'Y'.
001280 01  GP-RULE-EOF-SW              PIC X(01) VALUE 'N'.
001290     88  GP-RULE-EOF              VALUE 'Y'.
001291 01  GP-JRN-EOF-SW               PIC X(01) VALUE 'N'.
001292     88  GP-JRN-EOF               VALUE 'Y'.
001293 01  GP-GLP-EOF-SW               PIC X(01) VALUE 'N'.
001294     88  GP-GLP-EOF               VALUE 'Y'.
001295 01  GP-CHART-EOF-SW             PIC X(01) VALUE 'N'.
001296     88  GP-CHART-EOF             VALUE 'Y'.
001300 01  GP-ABORT-SW                 PIC X(01) VALUE 'N'.
001310     88  GP-ABORTED               VALUE 'Y'.
001320 01  GP-RETURN-CODE              PIC 9(04) VALUE ZERO.
001370 01  GP-POST-CNT-ED              PIC Z(06)9.
001380 01  GP-REJ-CNT-ED               PIC Z(06)9.
001390 01  GP-REJ-REASON               PIC X(06).
001391 77  GP-JRN-KEEP-CNT             PIC 9(07) COMP VALUE ZERO.
001392 77  GP-JRN-DROP-CNT             PIC 9(07) COMP VALUE ZERO.
001393 77  GP-JRN-ADD-CNT              PIC 9(07) COMP VALUE ZERO.
001394 01  GP-JRN-KEEP-CNT-ED          PIC Z(06)9.
001395 01  GP-JRN-DROP-CNT-ED          PIC Z(06)9.
001396 01  GP-JRN-ADD-CNT-ED           PIC Z(06)9.
001400*
001410*    ---------------------------------------------------------
001420*    ENV-QUALIFIED FILE NAMES - BUILT BY 1300-SET-FILE-NAMES
001490 01  GP-GLPOST-NAME              PIC X(13).
001500 01  GP-PSTREJS-NAME             PIC X(13).
001510 01  GP-CTLTOTS-NAME             PIC X(13).
001511 01  GP-PSTJRNL-NAME             PIC X(13).
001512 01  GP-PJRWORK-NAME             PIC X(13).
001520*
001530*    ---------------------------------------------------------
001540*    BASE-CURRENCY AMOUNT HASH TOTAL OF THE POSTINGS WRITTEN -
001550*    CARRIED TO THE BALANCING RUN THROUGH CTLTOTS.
001560*    ---------------------------------------------------------
001570 01  GP-HASH-TOTAL               PIC S9(13)V99 COMP-3 VALUE ZERO.
001580*
001640 77  GP-RULE-CNT                 PIC 9(04) COMP VALUE ZERO.
001650 77  GP-RULE-SUB                 PIC 9(04) COMP VALUE ZERO.
001660 77  GP-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
001661 77  GP-CHART-CNT                PIC 9(04) COMP VALUE ZERO.
001662 77  GP-CHART-SUB                PIC 9(04) COMP VALUE ZERO.
001663 77  GP-CHART-FOUND              PIC 9(04) COMP VALUE ZERO.
001664 01  GP-WORK-ACCT                PIC X(08).
001670 01  GP-RULE-TABLE.
001680     05  GP-RULE-ENTRY OCCURS 50 TIMES.
001690         10  GP-RULE-CODE         PIC X(02).
001700         10  GP-RULE-DEBIT        PIC X(08).
001710         10  GP-RULE-CREDIT       PIC X(08).
001711*
001712*    ---------------------------------------------------------
001713*    CHART-OF-ACCOUNTS TABLE - LOADED FROM GLCHART AT START-UP.
001714*    BOTH ACCOUNTS OF A RULE MUST BE ON IT AND ACTIVE.
001715*    ---------------------------------------------------------
001716 01  GP-CHART-TABLE.
001717     05  GP-CHART-ENTRY OCCURS 500 TIMES.
001718         10  GP-CHART-ACCT        PIC X(08).
001719         10  GP-CHART-ACTIVE      PIC X(01).
001720*
001730*    ---------------------------------------------------------
001740*    FIXED-FORM EXTRACT RECORD - SEE COPY EXTREC01.
002410         SET GP-ABORTED TO TRUE
002420         GO TO 1000-EXIT
002430     END-IF.
002431     PERFORM 1200-LOAD-GLCHART
002432         THRU 1200-EXIT.
002433     IF GP-ABORTED
002434         GO TO 1000-EXIT
002435     END-IF.
002440     OPEN INPUT EXTFILE.
002450     IF GP-EXTFILE-STATUS NOT = '00'
002460         DISPLAY 'JOBPRC05 *ERROR* EXTFILE COULD NOT BE OPENED'
002900 1100-EXIT.
002910     EXIT.
002920*
002921*    ---------------------------------------------------------
002922*    1200-LOAD-GLCHART - THE CHART OF ACCOUNTS INTO STORAGE.  A
002923*    MISSING OR EMPTY GLCHART STOPS THE BUILD - WITHOUT IT
002924*    EVERY ROW WOULD REJECT AND THE LEDGER WOULD BE REBUILT
002925*    EMPTY, THE SAME REASONING AS PSTRULES.
002926*    ---------------------------------------------------------
002927 1200-LOAD-GLCHART.
002928     OPEN INPUT GLCHART.
002929     IF GP-GLCHART-STATUS NOT = '00'
002930         DISPLAY 'JOBPRC05 *ERROR* GLCHART COULD NOT BE OPENED'
002931             ', STATUS ' GP-GLCHART-STATUS
002932         MOVE 16 TO GP-RETURN-CODE
002933         SET GP-ABORTED TO TRUE
002934         GO TO 1200-EXIT
002935     END-IF.
002936     PERFORM 1250-READ-GLCHART
002937         THRU 1250-EXIT
002938         UNTIL GP-CHART-EOF.
002939     CLOSE GLCHART.
002940     IF GP-CHART-CNT = ZERO
002941         DISPLAY 'JOBPRC05 *ERROR* GLCHART CARRIES NO ACCOUNTS - '
002942             'BUILD ABANDONED.'
002943         MOVE 16 TO GP-RETURN-CODE
002944         SET GP-ABORTED TO TRUE
002945     END-IF.
002946 1200-EXIT.
002947     EXIT.
002948*
002949 1250-READ-GLCHART.
002950     READ GLCHART
002951         AT END
002952             MOVE 'Y' TO GP-CHART-EOF-SW
002953         NOT AT END
002954             IF GP-CHART-CNT < 500
002955                 AND GLA-ACCOUNT-NO NOT = SPACES
002956                 ADD 1 TO GP-CHART-CNT
002957                 MOVE GLA-ACCOUNT-NO
002958                     TO GP-CHART-ACCT(GP-CHART-CNT)
002959                 MOVE GLA-ACTIVE-FLAG
002960                     TO GP-CHART-ACTIVE(GP-CHART-CNT)
002961             END-IF
002962     END-READ.
002963 1250-EXIT.
002964     EXIT.
002965*
002966*    ---------------------------------------------------------
002967*    1300-SET-FILE-NAMES - BUILD THE ENV-QUALIFIED NAME OF
002968*    EVERY FILE THIS BUILD READS FROM OR HANDS DOWNSTREAM.
002969*    ---------------------------------------------------------
002970 1300-SET-FILE-NAMES.
002980     MOVE 'EXTFILE ' TO GP-BASE-NAME.
002990     PERFORM 1350-QUALIFY-ONE
003110     PERFORM 1350-QUALIFY-ONE
003120         THRU 1350-EXIT.
003130     MOVE GP-QUAL-NAME TO GP-CTLTOTS-NAME.
003131     MOVE 'PSTJRNL ' TO GP-BASE-NAME.
003132     PERFORM 1350-QUALIFY-ONE
003133         THRU 1350-EXIT.
003134     MOVE GP-QUAL-NAME TO GP-PSTJRNL-NAME.
003135     MOVE 'PJRWORK ' TO GP-BASE-NAME.
003136     PERFORM 1350-QUALIFY-ONE
003137         THRU 1350-EXIT.
003138     MOVE GP-QUAL-NAME TO GP-PJRWORK-NAME.
003140 1300-EXIT.
003150     EXIT.
003160*
003550         GO TO 2000-EXIT
003560     END-IF.
003570     IF EXTR-AMOUNT NOT NUMERIC
003571         OR EXTR-BASE-AMOUNT NOT NUMERIC
003575         MOVE 'BADAMT' TO GP-REJ-REASON
003580         PERFORM 2800-WRITE-REJECT
003590             THRU 2800-EXIT
003600         GO TO 2000-EXIT
003660         UNTIL GP-RULE-SUB > GP-RULE-CNT
003670             OR GP-FOUND-SUB > ZERO.
003680     IF GP-FOUND-SUB = ZERO
003685         MOVE 'NORULE' TO GP-REJ-REASON
003690         PERFORM 2800-WRITE-REJECT
003700             THRU 2800-EXIT
003710         GO TO 2000-EXIT
003720     END-IF.
003721     PERFORM 2150-CHECK-PAIR-ACCTS
003722         THRU 2150-EXIT.
003723     IF GP-REJ-REASON NOT = SPACES
003724         PERFORM 2800-WRITE-REJECT
003725             THRU 2800-EXIT
003726         GO TO 2000-EXIT
003727     END-IF.
003730     PERFORM 2500-WRITE-PAIR
003740         THRU 2500-EXIT.
003750 2000-EXIT.
003820 2100-EXIT.
003830     EXIT.
003840*
003841*    ---------------------------------------------------------
003842*    2150-CHECK-PAIR-ACCTS - THE RULE'S DEBIT ACCOUNT, THEN ITS
003843*    CREDIT ACCOUNT, AGAINST THE CHART.  THE FIRST ONE THAT IS
003844*    MISSING (NOACCT) OR INACTIVE (INACCT) LEAVES ITS REASON IN
003845*    GP-REJ-REASON; SPACES MEANS THE PAIR MAY POST.
003846*    ---------------------------------------------------------
003847 2150-CHECK-PAIR-ACCTS.
003848     MOVE GP-RULE-DEBIT(GP-FOUND-SUB) TO GP-WORK-ACCT.
003849     PERFORM 2200-CHECK-ACCOUNT
003850         THRU 2200-EXIT.
003851     IF GP-REJ-REASON = SPACES
003852         MOVE GP-RULE-CREDIT(GP-FOUND-SUB) TO GP-WORK-ACCT
003853         PERFORM 2200-CHECK-ACCOUNT
003854             THRU 2200-EXIT
003855     END-IF.
003856     IF GP-REJ-REASON NOT = SPACES
003857         DISPLAY 'JOBPRC05 *REJECT* GL ACCOUNT ' GP-WORK-ACCT
003858             ' ON THE RULE FOR TRAN-CODE ' EXTR-TRAN-CODE
003859             ' IS NOT AN ACTIVE GLCHART ACCOUNT.'
003860     END-IF.
003861 2150-EXIT.
003862     EXIT.
003863*
003864*    ---------------------------------------------------------
003865*    2200-CHECK-ACCOUNT - IS GP-WORK-ACCT ON THE CHART AND
003866*    ACTIVE?
003867*    ---------------------------------------------------------
003868 2200-CHECK-ACCOUNT.
003869     MOVE SPACES TO GP-REJ-REASON.
003870     MOVE ZERO TO GP-CHART-FOUND.
003871     PERFORM 2250-MATCH-CHART
003872         THRU 2250-EXIT
003873         VARYING GP-CHART-SUB FROM 1 BY 1
003874         UNTIL GP-CHART-SUB > GP-CHART-CNT
003875             OR GP-CHART-FOUND > ZERO.
003876     IF GP-CHART-FOUND = ZERO
003877         MOVE 'NOACCT' TO GP-REJ-REASON
003878         GO TO 2200-EXIT
003879     END-IF.
003880     IF GP-CHART-ACTIVE(GP-CHART-FOUND) NOT = 'Y'
003881         MOVE 'INACCT' TO GP-REJ-REASON
003882     END-IF.
003883 2200-EXIT.
003884     EXIT.
003885*
003886 2250-MATCH-CHART.
003887     IF GP-CHART-ACCT(GP-CHART-SUB) = GP-WORK-ACCT
003888         MOVE GP-CHART-SUB TO GP-CHART-FOUND
003889     END-IF.
003890 2250-EXIT.
003891     EXIT.
003892*
003893*    ---------------------------------------------------------
003894*    2500-WRITE-PAIR - THE BALANCED DEBIT/CREDIT PAIR FOR THE
003895*    ROW IN HAND, BOTH SIDES DATED AND VALUED FROM THE SAME
003896*    EXTRACT FIELDS SO THEY CAN NEVER TIE OUT UNEVENLY.
003897*    GLP-AMOUNT IS THE BASE-CURRENCY AMOUNT; THE ORIGINAL
003898*    CURRENCY AND AMOUNT RIDE ALONG ON BOTH SIDES.
003899*    ---------------------------------------------------------
003900 2500-WRITE-PAIR.
003910     MOVE SPACES TO GLP-RECORD.
003920     MOVE GP-RULE-DEBIT(GP-FOUND-SUB) TO GLP-ACCOUNT-NO.
003930     MOVE EXTR-TRAN-DATE    TO GLP-POST-DATE.
003940     SET GLP-DEBIT TO TRUE.
003950     MOVE EXTR-BASE-AMOUNT  TO GLP-AMOUNT.
003960     MOVE EXTR-DESCRIPTION  TO GLP-DESCRIPTION.
003961     MOVE EXTR-CURRENCY     TO GLP-CURRENCY.
003962     MOVE EXTR-AMOUNT       TO GLP-ORIG-AMOUNT.
003970     WRITE GLP-RECORD.
003980     ADD 1 TO GP-POST-CNT.
003990     ADD EXTR-BASE-AMOUNT TO GP-HASH-TOTAL.
004000     MOVE SPACES TO GLP-RECORD.
004010     MOVE GP-RULE-CREDIT(GP-FOUND-SUB) TO GLP-ACCOUNT-NO.
004020     MOVE EXTR-TRAN-DATE    TO GLP-POST-DATE.
004030     SET GLP-CREDIT TO TRUE.
004040     MOVE EXTR-BASE-AMOUNT  TO GLP-AMOUNT.
004050     MOVE EXTR-DESCRIPTION  TO GLP-DESCRIPTION.
004051     MOVE EXTR-CURRENCY     TO GLP-CURRENCY.
004052     MOVE EXTR-AMOUNT       TO GLP-ORIG-AMOUNT.
004060     WRITE GLP-RECORD.
004070     ADD 1 TO GP-POST-CNT.
004080     ADD EXTR-BASE-AMOUNT TO GP-HASH-TOTAL.
004090 2500-EXIT.
004100     EXIT.
004110*
004120*    ---------------------------------------------------------
004130*    2800-WRITE-REJECT - ONE REJECTED ROW TO PSTREJS: THE
004140*    REASON CODE (NORULE, BADAMT, NOACCT OR INACCT, SET BY
004150*    THE CALLER) AND THE EXTRACT LINE AS READ, SO THE MORNING
004155*    REVIEW SEES EXACTLY WHAT ARRIVED.
004160*    ---------------------------------------------------------
004170 2800-WRITE-REJECT.
004180     ADD 1 TO GP-REJ-CNT.
004240     MOVE SPACES TO GP-REJ-LINE.
004250     STRING GP-REJ-REASON ' ' EXTR-RECORD
004260         DELIMITED BY SIZE INTO GP-REJ-LINE
004340     EXIT.
004350*
004360*    ---------------------------------------------------------
004370*    3000-WRAPUP - CLOSE THE FILES, FILE TONIGHT'S PAIRS ON THE
004380*    PERIOD JOURNAL, HAND THE CONTROL TOTALS TO THE BALANCING
004390*    RUN AND ACCOUNT FOR EVERY ROW ON SYSOUT.  ANY REJECT
004400*    POSTS RC 8 SO THE CHECKPOINT IS NOT MARKED COMPLETE WHILE
004405*    ROWS SIT ON PSTREJS.  A JOURNAL THAT CANNOT BE REBUILT
004406*    POSTS RC 16 AND NO CTLTOTS ROW - THE BALANCING RUN READS
004407*    THE JOURNAL, NOT GLPOST.
004410*    ---------------------------------------------------------
004420 3000-WRAPUP.
004430     CLOSE EXTFILE.
004440     CLOSE GLPOST.
004450     CLOSE PSTREJS.
004451     PERFORM 3200-UPDATE-JOURNAL
004452         THRU 3200-EXIT.
004453     IF GP-ABORTED
004454         DISPLAY 'JOBPRC05 *ERROR* PSTJRNL NOT UPDATED - NO '
004455             'CTLTOTS ROW WRITTEN.'
004456         MOVE 16 TO GP-RETURN-CODE
004457         GO TO 3000-EXIT
004458     END-IF.
004460     PERFORM 3100-WRITE-CTLTOTS
004470         THRU 3100-EXIT.
004480     MOVE GP-READ-CNT TO GP-READ-CNT-ED.
004850     CLOSE CTLTOTS.
004860 3100-EXIT.
004870     EXIT.
004880*
004890*    ---------------------------------------------------------
004900*    3200-UPDATE-JOURNAL - PASS 1: COPY THE JOURNAL TO THE
004910*    WORK FILE, DROPPING ANY ROWS THIS JOB ALREADY FILED FOR
004920*    THIS RUN-DATE (A RERUN REPLACES ITS NIGHT, IT NEVER ADDS
004930*    TO IT), THEN ADD TONIGHT'S GLPOST PAIRS STAMPED WITH THE
004940*    RUN-DATE AND JOB-ID.  PASS 2: REWRITE THE JOURNAL FROM
004950*    THE WORK FILE.  A JOURNAL NOT YET CREATED IS SIMPLY
004960*    EMPTY - THE FIRST NIGHT STARTS IT.
004970*    ---------------------------------------------------------
004980 3200-UPDATE-JOURNAL.
004990     MOVE ZERO TO GP-JRN-KEEP-CNT.
005000     MOVE ZERO TO GP-JRN-DROP-CNT.
005010     MOVE ZERO TO GP-JRN-ADD-CNT.
005020     OPEN OUTPUT PJRWORK.
005030     IF GP-PJRWORK-STATUS NOT = '00'
005040         DISPLAY 'JOBPRC05 *ERROR* PJRWORK COULD NOT BE OPENED'
005050             ', STATUS ' GP-PJRWORK-STATUS
005060         SET GP-ABORTED TO TRUE
005070         GO TO 3200-EXIT
005080     END-IF.
005090     MOVE 'N' TO GP-JRN-EOF-SW.
005100     OPEN INPUT PSTJRNL.
005110     IF GP-PSTJRNL-STATUS = '35'
005120         DISPLAY 'JOBPRC05: PSTJRNL NOT FOUND - STARTING A NEW '
005130             'PERIOD JOURNAL.'
005140         MOVE 'Y' TO GP-JRN-EOF-SW
005150     ELSE
005160         IF GP-PSTJRNL-STATUS NOT = '00'
005170             DISPLAY 'JOBPRC05 *ERROR* PSTJRNL COULD NOT BE '
005180                 'OPENED, STATUS ' GP-PSTJRNL-STATUS
005190             SET GP-ABORTED TO TRUE
005200             CLOSE PJRWORK
005210             GO TO 3200-EXIT
005220         END-IF
005230         PERFORM 3250-COPY-KEPT
005240             THRU 3250-EXIT
005250             UNTIL GP-JRN-EOF
005260         CLOSE PSTJRNL
005270     END-IF.
005280     OPEN INPUT GLPOST.
005290     IF GP-GLPOST-STATUS NOT = '00'
005300         DISPLAY 'JOBPRC05 *ERROR* GLPOST COULD NOT BE REOPENED'
005310             ', STATUS ' GP-GLPOST-STATUS
005320         SET GP-ABORTED TO TRUE
005330         CLOSE PJRWORK
005340         GO TO 3200-EXIT
005350     END-IF.
005360     MOVE 'N' TO GP-GLP-EOF-SW.
005370     PERFORM 3300-FILE-TONIGHT
005380         THRU 3300-EXIT
005390         UNTIL GP-GLP-EOF.
005400     CLOSE GLPOST.
005410     CLOSE PJRWORK.
005420     OPEN OUTPUT PSTJRNL.
005430     IF GP-PSTJRNL-STATUS NOT = '00'
005440         DISPLAY 'JOBPRC05 *ERROR* PSTJRNL COULD NOT BE '
005450             'REWRITTEN, STATUS ' GP-PSTJRNL-STATUS
005460         SET GP-ABORTED TO TRUE
005470         GO TO 3200-EXIT
005480     END-IF.
005490     OPEN INPUT PJRWORK.
005500     IF GP-PJRWORK-STATUS NOT = '00'
005510         DISPLAY 'JOBPRC05 *ERROR* PJRWORK COULD NOT BE '
005520             'REOPENED, STATUS ' GP-PJRWORK-STATUS
005530         SET GP-ABORTED TO TRUE
005540         CLOSE PSTJRNL
005550         GO TO 3200-EXIT
005560     END-IF.
005570     MOVE 'N' TO GP-JRN-EOF-SW.
005580     PERFORM 3350-COPY-BACK
005590         THRU 3350-EXIT
005600         UNTIL GP-JRN-EOF.
005610     CLOSE PJRWORK.
005620     CLOSE PSTJRNL.
005630     MOVE GP-JRN-KEEP-CNT TO GP-JRN-KEEP-CNT-ED.
005640     MOVE GP-JRN-DROP-CNT TO GP-JRN-DROP-CNT-ED.
005650     MOVE GP-JRN-ADD-CNT  TO GP-JRN-ADD-CNT-ED.
005660     DISPLAY 'JOBPRC05: PSTJRNL - ' GP-JRN-KEEP-CNT-ED ' KEPT, '
005670         GP-JRN-DROP-CNT-ED ' REPLACED, '
005680         GP-JRN-ADD-CNT-ED ' ADDED FOR ' PARM-RUN-DATE '.'.
005690 3200-EXIT.
005700     EXIT.
005710*
005720*    ---------------------------------------------------------
005730*    3250-COPY-KEPT - ONE JOURNAL ROW TO THE WORK FILE, UNLESS
005740*    THIS JOB FILED IT FOR THIS SAME RUN-DATE.
005750*    ---------------------------------------------------------
005760 3250-COPY-KEPT.
005770     READ PSTJRNL
005780         AT END
005790             MOVE 'Y' TO GP-JRN-EOF-SW
005800         NOT AT END
005810             IF PJR-RUN-DATE = PARM-RUN-DATE
005820                 AND PJR-SOURCE-JOB = PARM-JOB-ID
005830                 ADD 1 TO GP-JRN-DROP-CNT
005840             ELSE
005850                 ADD 1 TO GP-JRN-KEEP-CNT
005860                 WRITE GP-WORK-REC FROM PJR-RECORD
005870             END-IF
005880     END-READ.
005890 3250-EXIT.
005900     EXIT.
005910*
005920*    ---------------------------------------------------------
005930*    3300-FILE-TONIGHT - ONE GLPOST POSTING, STAMPED WITH THE
005940*    RUN-DATE AND SOURCE JOB-ID, TO THE WORK FILE.
005950*    ---------------------------------------------------------
005960 3300-FILE-TONIGHT.
005970     READ GLPOST
005980         AT END
005990             MOVE 'Y' TO GP-GLP-EOF-SW
006000         NOT AT END
006010             MOVE SPACES        TO PJR-RECORD
006020             MOVE PARM-RUN-DATE TO PJR-RUN-DATE
006030             MOVE PARM-JOB-ID   TO PJR-SOURCE-JOB
006035             SET PJR-SRC-NIGHTLY TO TRUE
006040             MOVE GLP-RECORD    TO PJR-POSTING
006050             ADD 1 TO GP-JRN-ADD-CNT
006060             WRITE GP-WORK-REC FROM PJR-RECORD
006070     END-READ.
006080 3300-EXIT.
006090     EXIT.
006100*
006101*    ---------------------------------------------------------
006102*    3350-COPY-BACK - ONE WORK FILE ROW BACK ONTO THE JOURNAL.
006103*    ---------------------------------------------------------
006110 3350-COPY-BACK.
006120     READ PJRWORK
006130         AT END
006140             MOVE 'Y' TO GP-JRN-EOF-SW
006150         NOT AT END
006160             WRITE PJR-RECORD FROM GP-WORK-REC
006170     END-READ.
006180 3350-EXIT.
006190     EXIT.
