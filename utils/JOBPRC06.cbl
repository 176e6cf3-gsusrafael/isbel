000310*                      TIME, SO EACH ENVIRONMENT CARRIES ITS
000320*                      OWN BALANCE MASTER.  SEE
000330*                      1100-SET-FILE-NAMES.
000331*    2026-10-15  RS   THE PERIOD IS NOW CLOSED FROM THE PSTJRNL
000332*                      PERIOD POSTING JOURNAL (SEE PJRREC01), SO
000333*                      EVERY NIGHT OF THE MONTH ROLLS ONTO GLBAL,
000334*                      NOT ONLY THE LAST GLPOST.
000335*    2026-10-15  RS   A BACKOUT LOGGED FOR THE PERIOD AFTER ITS
000336*                      LAST JOB002 RUN VOIDS THE BALANCING PROOF;
000337*                      THE CLOSE WAITS FOR A FRESH JOB002 RUN.
000338*    2026-10-15  RS   A LOCK-CLEAR ENTRY (MODE L) FOR JOB002 IS
000339*                      NOT A BALANCING RUN.
000340*    2026-10-15  RS   THE TRIAL BALANCE NOW ALSO SHOWS, UNDER
000341*                      EACH ACCOUNT, ITS PERIOD MOVEMENT IN EVERY
000342*                      FOREIGN CURRENCY IT WAS POSTED IN (THE
000343*                      ORIGINAL AMOUNTS, SEE GLPREC01), THE BASE
000344*                      CURRENCY BEING NAMED ON RATEFILE (SEE
000345*                      RATREC01).  GLBAL STAYS IN BASE CURRENCY.
000346*                      SEE 6000-LOAD-BASE-CCY.
000347*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.    IBM-370.
000380 OBJECT-COMPUTER.    IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PSTJRNL   ASSIGN USING GC-PSTJRNL-NAME
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS GC-PSTJRNL-STATUS.
000440     SELECT LOGFILE   ASSIGN USING GC-LOGFILE-NAME
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS GC-LOGFILE-STATUS.
000520     SELECT TRIALBAL  ASSIGN USING GC-TRIALBAL-NAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS GC-TRIALBAL-STATUS.
000541     SELECT RATEFILE  ASSIGN TO "RATEFILE"
000542         ORGANIZATION IS LINE SEQUENTIAL
000543         FILE STATUS IS GC-RATEFILE-STATUS.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580*
000590*    ---------------------------------------------------------
000600*    PSTJRNL - THE PERIOD POSTING JOURNAL, READ-ONLY INPUT.
000610*    SEE PJRREC01.
000620*    ---------------------------------------------------------
000630 FD  PSTJRNL
000640     LABEL RECORDS ARE STANDARD
000650     RECORDING MODE IS F.
000660 COPY PJRREC01.
000670*
000680*    ---------------------------------------------------------
000690*    LOGFILE - THE DRIVER'S AUDIT TRAIL, SCANNED FOR JOB002'S
000930     RECORDING MODE IS F.
000940 COPY RPTREC01.
000950*
000951*    ---------------------------------------------------------
000952*    RATEFILE - EXCHANGE-RATE TABLE, READ ONLY FOR THE BASE
000953*    CURRENCY.  SEE RATREC01.
000954*    ---------------------------------------------------------
000955 FD  RATEFILE
000956     LABEL RECORDS ARE STANDARD
000957     RECORDING MODE IS F.
000958 COPY RATREC01.
000959*
000960 WORKING-STORAGE SECTION.
000970*
000980*    ---------------------------------------------------------
000990*    CLOSE-RUN WORKING FIELDS
001000*    ---------------------------------------------------------
001010 01  GC-PSTJRNL-STATUS           PIC X(02).
001020 01  GC-LOGFILE-STATUS           PIC X(02).
001030 01  GC-GLBAL-STATUS             PIC X(02).
001040 01  GC-TRIALBAL-STATUS          PIC X(02).
001041 01  GC-RATEFILE-STATUS          PIC X(02).
001050 01  GC-CDT-DATE                 PIC 9(08).
001060 01  GC-CDT-TIME                 PIC 9(08).
001070 01  GC-PSTJRNL-EOF-SW           PIC X(01) VALUE 'N'.
001080     88  GC-PSTJRNL-EOF           VALUE 'Y'.
001090 01  GC-LOG-EOF-SW               PIC X(01) VALUE 'N'.
001100     88  GC-LOG-EOF               VALUE 'Y'.
001110 01  GC-GLBAL-EOF-SW             PIC X(01) VALUE 'N'.
001120     88  GC-GLBAL-EOF             VALUE 'Y'.
001121 01  GC-RATE-EOF-SW              PIC X(01) VALUE 'N'.
001122     88  GC-RATE-EOF              VALUE 'Y'.
001130 01  GC-BAL-FOUND-SW             PIC X(01) VALUE 'N'.
001140     88  GC-BAL-RUN-FOUND         VALUE 'Y'.
001150 01  GC-ABORT-SW                 PIC X(01) VALUE 'N'.
001210 01  GC-READ-CNT-ED              PIC Z(06)9.
001220 01  GC-PERIOD-CNT-ED            PIC Z(06)9.
001230 01  GC-ACCT-CNT-ED              PIC Z(04)9.
001231*
001232*    ---------------------------------------------------------
001233*    THE POSTING IN HAND - PJR-POSTING IS MOVED ACROSS INTO
001234*    THE GLPREC01 VIEW.
001235*    ---------------------------------------------------------
001236 COPY GLPREC01.
001240*
001250*    ---------------------------------------------------------
001260*    ENV-QUALIFIED FILE NAMES - BUILT BY 1100-SET-FILE-NAMES
001290*    ---------------------------------------------------------
001300 01  GC-BASE-NAME                PIC X(08).
001310 01  GC-QUAL-NAME                PIC X(13).
001320 01  GC-PSTJRNL-NAME             PIC X(13).
001330 01  GC-LOGFILE-NAME             PIC X(13).
001340 01  GC-GLBAL-NAME               PIC X(13).
001350 01  GC-TRIALBAL-NAME            PIC X(13).
001660         10  GC-ACCT-DEBITS       PIC S9(11)V99 COMP-3.
001670         10  GC-ACCT-CREDITS      PIC S9(11)V99 COMP-3.
001680         10  GC-ACCT-CLOSE        PIC S9(11)V99 COMP-3.
001681*
001682*    ---------------------------------------------------------
001683*    FOREIGN-CURRENCY TOTALS - ONE ROW PER ACCOUNT (ITS ROW IN
001684*    GC-ACCT-TABLE) AND CURRENCY OTHER THAN THE BASE ONE, IN
001685*    ORIGINAL AMOUNTS.  FILLED BY 6200-ACCUMULATE-FX, PRINTED
001686*    UNDER THE ACCOUNT BY 6400-PRINT-FX.
001687*    ---------------------------------------------------------
001688 77  GC-FX-CNT                   PIC 9(04) COMP VALUE ZERO.
001689 77  GC-FX-SUB                   PIC 9(04) COMP VALUE ZERO.
001690 77  GC-FX-FOUND-SUB             PIC 9(04) COMP VALUE ZERO.
001691 01  GC-BASE-CCY                 PIC X(03) VALUE SPACES.
001692 01  GC-FX-FULL-SW               PIC X(01) VALUE 'N'.
001693     88  GC-FX-FULL               VALUE 'Y'.
001694 01  GC-FX-NET                   PIC S9(11)V99 COMP-3.
001695 01  GC-FX-TABLE.
001696     05  GC-FX-ENTRY OCCURS 1000 TIMES.
001697         10  GC-FX-ACCT-SUB       PIC 9(04) COMP.
001698         10  GC-FX-CCY            PIC X(03).
001699         10  GC-FX-DEBITS         PIC S9(11)V99 COMP-3.
001700         10  GC-FX-CREDITS        PIC S9(11)V99 COMP-3.
001701*
001702*    ---------------------------------------------------------
001703*    GRAND TOTALS FOR THE TRIAL BALANCE
001704*    ---------------------------------------------------------
001730 01  GC-TOT-OPEN                 PIC S9(13)V99 COMP-3 VALUE ZERO.
001740 01  GC-TOT-DEBITS               PIC S9(13)V99 COMP-3 VALUE ZERO.
001750 01  GC-TOT-CREDITS              PIC S9(13)V99 COMP-3 VALUE ZERO.
002230     END-IF.
002240     PERFORM 2000-PROCESS-POST
002250         THRU 2000-EXIT
002260         UNTIL GC-PSTJRNL-EOF OR GC-ABORTED.
002270     CLOSE PSTJRNL.
002280     IF GC-ABORTED
002290         GO TO 0000-GOBACK
002300     END-IF.
002430*
002440*    ---------------------------------------------------------
002450*    1000-INITIALIZE - DERIVE THE RUN AND PRIOR PERIODS AND
002460*    OPEN PSTJRNL.
002470*    ---------------------------------------------------------
002480 1000-INITIALIZE.
002490     PERFORM 1100-SET-FILE-NAMES
002500         THRU 1100-EXIT.
002501     PERFORM 6000-LOAD-BASE-CCY
002502         THRU 6000-EXIT.
002510     MOVE PARM-RUN-DATE(1:6) TO GC-PERIOD-X.
002520     MOVE GC-PERIOD-X TO GC-PRIOR-PERIOD-X.
002530     IF GC-PRI-MM = 1
002560     ELSE
002570         SUBTRACT 1 FROM GC-PRI-MM
002580     END-IF.
002590     OPEN INPUT PSTJRNL.
002600     IF GC-PSTJRNL-STATUS NOT = '00'
002610         DISPLAY 'JOBPRC06 *ERROR* PSTJRNL COULD NOT BE OPENED'
002620             ', STATUS ' GC-PSTJRNL-STATUS
002630         MOVE 16 TO GC-RETURN-CODE
002640         SET GC-ABORTED TO TRUE
002650         GO TO 1000-EXIT
002740*    EVERY FILE THIS CLOSE TOUCHES.
002750*    ---------------------------------------------------------
002760 1100-SET-FILE-NAMES.
002770     MOVE 'PSTJRNL ' TO GC-BASE-NAME.
002780     PERFORM 1150-QUALIFY-ONE
002790         THRU 1150-EXIT.
002800     MOVE GC-QUAL-NAME TO GC-PSTJRNL-NAME.
002810     MOVE 'LOGFILE ' TO GC-BASE-NAME.
002820     PERFORM 1150-QUALIFY-ONE
002830         THRU 1150-EXIT.
003160*    LOGFILE SHOWS A JOB002 INVOCATION FOR THIS PERIOD AND
003170*    ENVIRONMENT THAT POSTED RC 0.  THE LAST MATCHING ENTRY
003180*    GOVERNS, THE SAME RULE THE DRIVER'S RESTART CHECK APPLIES.
003181*    A NIGHT OF THE PERIOD BACKED OUT (JOBBKO01, MODE B) AFTER
003182*    THAT RUN VOIDS IT - JOB002 MUST BALANCE THE PERIOD AGAIN.
003190*    ---------------------------------------------------------
003200 1500-CHECK-BALANCED.
003210     MOVE 'N' TO GC-LOG-EOF-SW.
003270             ' - NO PROOF THE PERIOD BALANCED.'
003280         MOVE 16 TO GC-RETURN-CODE
003290         SET GC-ABORTED TO TRUE
003300         CLOSE PSTJRNL
003310         GO TO 1500-EXIT
003320     END-IF.
003330     PERFORM 1600-SCAN-LOGFILE
003400             PARM-ENV-CODE ' - CLOSE REFUSED.'
003410         MOVE 16 TO GC-RETURN-CODE
003420         SET GC-ABORTED TO TRUE
003430         CLOSE PSTJRNL
003440         GO TO 1500-EXIT
003450     END-IF.
003460     IF GC-BAL-RC NOT = ZERO
003490             ' - CLOSE REFUSED UNTIL THE PERIOD BALANCES CLEAN.'
003500         MOVE 16 TO GC-RETURN-CODE
003510         SET GC-ABORTED TO TRUE
003520         CLOSE PSTJRNL
003530     END-IF.
003540 1500-EXIT.
003550     EXIT.
003660             IF LOG-DATOS(1:8) = 'JOB002  '
003670                 AND LOG-DATOS(9:6) = GC-PERIOD-X
003680                 AND LOG-DATOS(18:4) = PARM-ENV-CODE
003685                 AND LOG-DATOS(17:1) NOT = 'B'
003686                 AND LOG-DATOS(17:1) NOT = 'L'
003690                 AND LOG-RETURN-CODE NUMERIC
003700                 SET GC-BAL-RUN-FOUND TO TRUE
003710                 MOVE LOG-RETURN-CODE TO GC-BAL-RC
003720             END-IF
003721             IF LOG-DATOS(17:1) = 'B'
003722                 AND LOG-DATOS(9:6) = GC-PERIOD-X
003723                 AND LOG-DATOS(18:4) = PARM-ENV-CODE
003724                 MOVE 'N' TO GC-BAL-FOUND-SW
003725             END-IF
003730     END-READ.
003740 1600-EXIT.
003750     EXIT.
003760*
003770*    ---------------------------------------------------------
003780*    2000-PROCESS-POST - ONE PSTJRNL ROW.  ONLY POSTINGS
003790*    DATED INSIDE THE RUN PERIOD TAKE PART IN THE CLOSE.
003800*    ---------------------------------------------------------
003810 2000-PROCESS-POST.
003820     READ PSTJRNL
003830         AT END
003840             MOVE 'Y' TO GC-PSTJRNL-EOF-SW
003850         NOT AT END
003860             ADD 1 TO GC-READ-CNT
003865             MOVE PJR-POSTING TO GLP-RECORD
003870             IF GLP-POST-DATE(1:6) = GC-PERIOD-X
003880                 ADD 1 TO GC-PERIOD-CNT
003890                 PERFORM 2100-ACCUMULATE
004110     ELSE
004120         ADD GLP-AMOUNT TO GC-ACCT-DEBITS(GC-FOUND-SUB)
004130     END-IF.
004131     IF GLP-CURRENCY NOT = SPACES
004132         AND GLP-CURRENCY NOT = GC-BASE-CCY
004133         AND GLP-ORIG-AMOUNT NUMERIC
004134         PERFORM 6200-ACCUMULATE-FX
004135             THRU 6200-EXIT
004136     END-IF.
004140 2100-EXIT.
004150     EXIT.
004160*
006030         '   PERIOD: '   GC-PERIOD-X
006040         '   JOB-ID: '   PARM-JOB-ID
006050         '   ENV: '      PARM-ENV-CODE
006051         '   BASE CURRENCY: ' GC-BASE-CCY
006060         DELIMITED BY SIZE INTO RPT-RECORD
006070     END-STRING.
006080     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
006230*
006240*    ---------------------------------------------------------
006250*    4200-PRINT-DETAIL - ONE ACCOUNT: OPENING, MOVEMENT,
006260*    CLOSING, ACCUMULATING THE GRAND TOTALS AS IT GOES, THEN
006261*    ITS FOREIGN-CURRENCY LINES.
006270*    ---------------------------------------------------------
006280 4200-PRINT-DETAIL.
006290     IF GC-RPT-LINE-CNT >= GC-RPT-LINES-PER-PAGE
006480     END-STRING.
006490     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
006500     ADD 1 TO GC-RPT-LINE-CNT.
006501     PERFORM 6400-PRINT-FX
006502         THRU 6400-EXIT
006503         VARYING GC-FX-SUB FROM 1 BY 1
006504         UNTIL GC-FX-SUB > GC-FX-CNT.
006510 4200-EXIT.
006520     EXIT.
006530*
006680         DELIMITED BY SIZE INTO RPT-RECORD
006690     END-STRING.
006700     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
006701     IF GC-FX-CNT > ZERO
006702         MOVE SPACES TO RPT-RECORD
006703         STRING 'INDENTED LINES ARE PERIOD MOVEMENT IN THE '
006704             'ORIGINAL CURRENCY, NET IN THE CLOSING COLUMN.'
006705             DELIMITED BY SIZE INTO RPT-RECORD
006706         END-STRING
006707         WRITE RPT-RECORD AFTER ADVANCING 2 LINES
006708     END-IF.
006710     MOVE SPACES TO RPT-RECORD.
006720     STRING '*** END OF REPORT ***'
006730         DELIMITED BY SIZE INTO RPT-RECORD
006890     DISPLAY 'JOBPRC06: PERIOD-END GL CLOSE COMPLETE.'.
006900 5000-EXIT.
006910     EXIT.
006920*
006930*    ---------------------------------------------------------
006940*    6000-LOAD-BASE-CCY - LEARN THE BASE CURRENCY FROM THE
006950*    RATEFILE B ROW, SO ONLY GENUINELY FOREIGN POSTINGS GET
006960*    THEIR OWN TRIAL-BALANCE LINES.  THE CLOSE DOES NOT DEPEND
006970*    ON IT: WITHOUT THE TABLE EVERY CURRENCY CODE ON THE
006980*    JOURNAL IS SIMPLY SHOWN.
006990*    ---------------------------------------------------------
007000 6000-LOAD-BASE-CCY.
007010     MOVE SPACES TO GC-BASE-CCY.
007020     OPEN INPUT RATEFILE.
007030     IF GC-RATEFILE-STATUS NOT = '00'
007040         DISPLAY 'JOBPRC06 *WARNING* RATEFILE COULD NOT BE OPENED'
007050             ', STATUS ' GC-RATEFILE-STATUS
007060             ' - EVERY CURRENCY ON THE JOURNAL IS SHOWN.'
007070         GO TO 6000-EXIT
007080     END-IF.
007090     MOVE 'N' TO GC-RATE-EOF-SW.
007100     PERFORM 6100-READ-RATEFILE
007110         THRU 6100-EXIT
007120         UNTIL GC-RATE-EOF.
007130     CLOSE RATEFILE.
007140     IF GC-BASE-CCY = SPACES
007150         DISPLAY 'JOBPRC06 *WARNING* RATEFILE NAMES NO BASE '
007160             'CURRENCY - EVERY CURRENCY ON THE JOURNAL IS SHOWN.'
007170     END-IF.
007180 6000-EXIT.
007190     EXIT.
007200*
007210 6100-READ-RATEFILE.
007220     READ RATEFILE
007230         AT END
007240             MOVE 'Y' TO GC-RATE-EOF-SW
007250         NOT AT END
007260             IF RAT-BASE-CCY
007270                 MOVE RAT-CURRENCY TO GC-BASE-CCY
007280             END-IF
007290     END-READ.
007300 6100-EXIT.
007310     EXIT.
007320*
007330*    ---------------------------------------------------------
007340*    6200-ACCUMULATE-FX - ADD A FOREIGN-CURRENCY POSTING'S
007350*    ORIGINAL AMOUNT TO ITS ACCOUNT AND CURRENCY ROW, CREATING
007360*    THE ROW ON FIRST SIGHT.  GC-FOUND-SUB STILL HOLDS THE
007370*    ACCOUNT'S ROW FROM 2100-ACCUMULATE.  THESE TOTALS ONLY
007380*    FEED THE REPORT, SO A FULL TABLE IS WARNED OF, NOT FATAL.
007390*    ---------------------------------------------------------
007400 6200-ACCUMULATE-FX.
007410     MOVE ZERO TO GC-FX-FOUND-SUB.
007420     PERFORM 6300-MATCH-FX
007430         THRU 6300-EXIT
007440         VARYING GC-FX-SUB FROM 1 BY 1
007450         UNTIL GC-FX-SUB > GC-FX-CNT
007460             OR GC-FX-FOUND-SUB > ZERO.
007470     IF GC-FX-FOUND-SUB = ZERO
007480         IF GC-FX-CNT = 1000
007490             IF NOT GC-FX-FULL
007500                 DISPLAY 'JOBPRC06 *WARNING* MORE THAN 1000 '
007510                     'ACCOUNT/CURRENCY TOTALS - THE TRIAL '
007520                     'BALANCE SHOWS THE FIRST 1000 ONLY.'
007530                 SET GC-FX-FULL TO TRUE
007540             END-IF
007550             GO TO 6200-EXIT
007560         END-IF
007570         ADD 1 TO GC-FX-CNT
007580         MOVE GC-FX-CNT    TO GC-FX-FOUND-SUB
007590         MOVE GC-FOUND-SUB TO GC-FX-ACCT-SUB(GC-FX-FOUND-SUB)
007600         MOVE GLP-CURRENCY TO GC-FX-CCY(GC-FX-FOUND-SUB)
007610         MOVE ZERO TO GC-FX-DEBITS(GC-FX-FOUND-SUB)
007620         MOVE ZERO TO GC-FX-CREDITS(GC-FX-FOUND-SUB)
007630     END-IF.
007640     IF GLP-CREDIT
007650         ADD GLP-ORIG-AMOUNT TO GC-FX-CREDITS(GC-FX-FOUND-SUB)
007660     ELSE
007670         ADD GLP-ORIG-AMOUNT TO GC-FX-DEBITS(GC-FX-FOUND-SUB)
007680     END-IF.
007690 6200-EXIT.
007700     EXIT.
007710*
007720 6300-MATCH-FX.
007730     IF GC-FX-ACCT-SUB(GC-FX-SUB) = GC-FOUND-SUB
007740         AND GC-FX-CCY(GC-FX-SUB) = GLP-CURRENCY
007750         MOVE GC-FX-SUB TO GC-FX-FOUND-SUB
007760     END-IF.
007770 6300-EXIT.
007780     EXIT.
007790*
007800*    ---------------------------------------------------------
007810*    6400-PRINT-FX - ONE FOREIGN-CURRENCY LINE UNDER THE
007820*    ACCOUNT IN GC-SUB: THE CURRENCY, INDENTED, THEN ITS
007830*    ORIGINAL-AMOUNT DEBITS AND CREDITS AND THE NET MOVEMENT
007840*    IN THE CLOSING COLUMN.  THE OPENING COLUMN STAYS BLANK -
007850*    GLBAL CARRIES BALANCES IN BASE CURRENCY ONLY.
007860*    ---------------------------------------------------------
007870 6400-PRINT-FX.
007880     IF GC-FX-ACCT-SUB(GC-FX-SUB) NOT = GC-SUB
007890         GO TO 6400-EXIT
007900     END-IF.
007910     IF GC-RPT-LINE-CNT >= GC-RPT-LINES-PER-PAGE
007920         PERFORM 4100-PRINT-HEADER
007930             THRU 4100-EXIT
007940     END-IF.
007950     COMPUTE GC-FX-NET =
007960         GC-FX-DEBITS(GC-FX-SUB) - GC-FX-CREDITS(GC-FX-SUB).
007970     MOVE GC-FX-DEBITS(GC-FX-SUB)  TO GC-DEBITS-ED.
007980     MOVE GC-FX-CREDITS(GC-FX-SUB) TO GC-CREDITS-ED.
007990     MOVE GC-FX-NET                TO GC-CLOSE-ED.
008000     MOVE SPACES TO RPT-RECORD.
008010     MOVE GC-FX-CCY(GC-FX-SUB) TO RPT-RECORD(3:3).
008020     MOVE GC-DEBITS-ED         TO RPT-RECORD(24:15).
008030     MOVE GC-CREDITS-ED        TO RPT-RECORD(39:15).
008040     MOVE GC-CLOSE-ED          TO RPT-RECORD(54:15).
008050     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
008060     ADD 1 TO GC-RPT-LINE-CNT.
008070 6400-EXIT.
008080     EXIT.
