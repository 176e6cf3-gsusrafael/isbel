000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     JOBPRC11.
000030 AUTHOR.         R SANTOS.
000040 INSTALLATION.   ISBEL SISTEMAS BATCH.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    --------------------
000100*    2026-10-15  RS   ORIGINAL VERSION - BANK STATEMENT
000110*                      RECONCILIATION, CALLED FROM THE HELLO-WORLD
000120*                      DRIVER AS JOB011.  THE DAY'S BANKSTMT (SEE
000130*                      BSTREC01) IS MATCHED AGAINST THE CASH
000140*                      ACCOUNT'S PSTJRNL POSTINGS FOR THE RUN-DATE
000150*                      ON AMOUNT AND DIRECTION, WITH VALUE DATE
000160*                      AND POSTING DATE NO MORE THAN THE BANKCTL
000170*                      TOLERANCE APART (SEE BCTREC01).  ITEMS LEFT
000180*                      UNMATCHED ARE CARRIED FORWARD ON BANKOPEN
000190*                      (SEE BOPREC01) AND TRIED AGAIN EVERY NIGHT
000200*                      UNTIL THEY CLEAR, AGEING FROM THE NIGHT
000210*                      THEY WERE FIRST SEEN.  THE BNKRPT REPORT
000220*                      LISTS MATCHED ITEMS, UNMATCHED BANK ITEMS,
000230*                      UNMATCHED BOOK ITEMS AND THE RECONCILED
000240*                      BALANCE: THE GLBAL CASH BALANCE BROUGHT
000250*                      TO THE RUN-DATE, ADJUSTED FOR BOTH
000260*                      OUTSTANDING LISTS, AGAINST THE STATEMENT'S
000270*                      CLOSING BALANCE.  A DIFFERENCE, A STATEMENT
000280*                      WITH NO CLOSING BALANCE OR A REJECTED
000290*                      STATEMENT LINE POSTS RC 8.
000291*    2026-10-15  RS   A BACKOUT RUN THE MORNING AFTER ITS NIGHT
000292*                      WAS RECONCILED NOW CLEARS THERE TOO: A
000293*                      BACKOUT ROW OF AN EARLIER RUN-DATE NETS OFF
000294*                      ITS ORIGINAL ON THE CARRY-FORWARD LIST, AND
000295*                      EVERY PAIR NETTED OFF STAYS ON BANKOPEN AS
000296*                      AN X ROW SO NO REVERSAL IS NETTED TWICE.
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.    IBM-370.
000340 OBJECT-COMPUTER.    IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT BANKCTL   ASSIGN TO "BANKCTL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS BR-BANKCTL-STATUS.
000400     SELECT BANKSTMT  ASSIGN USING BR-BANKSTMT-NAME
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS BR-BANKSTMT-STATUS.
000430     SELECT PSTJRNL   ASSIGN USING BR-PSTJRNL-NAME
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS BR-PSTJRNL-STATUS.
000460     SELECT GLBAL     ASSIGN USING BR-GLBAL-NAME
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS GLB-KEY
000500         FILE STATUS IS BR-GLBAL-STATUS.
000510     SELECT BANKOPEN  ASSIGN USING BR-BANKOPEN-NAME
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS BR-BANKOPEN-STATUS.
000540     SELECT BANKWORK  ASSIGN USING BR-BANKWORK-NAME
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS BR-BANKWORK-STATUS.
000570     SELECT BNKRPT    ASSIGN USING BR-BNKRPT-NAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS BR-BNKRPT-STATUS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630*
000640*    ---------------------------------------------------------
000650*    BANKCTL - THE CASH ACCOUNT AND THE DATE TOLERANCE, ONE
000660*    ROW.  SEE BCTREC01.
000670*    ---------------------------------------------------------
000680 FD  BANKCTL
000690     LABEL RECORDS ARE STANDARD
000700     RECORDING MODE IS F.
000710 COPY BCTREC01.
000720*
000730*    ---------------------------------------------------------
000740*    BANKSTMT - THE DAY'S BANK STATEMENT.  SEE BSTREC01.
000750*    ---------------------------------------------------------
000760 FD  BANKSTMT
000770     LABEL RECORDS ARE STANDARD
000780     RECORDING MODE IS F.
000790 COPY BSTREC01.
000800*
000810*    ---------------------------------------------------------
000820*    PSTJRNL - THE PERIOD POSTING JOURNAL, READ-ONLY INPUT.
000830*    SEE PJRREC01.
000840*    ---------------------------------------------------------
000850 FD  PSTJRNL
000860     LABEL RECORDS ARE STANDARD
000870     RECORDING MODE IS F.
000880 COPY PJRREC01.
000890*
000900*    ---------------------------------------------------------
000910*    GLBAL - THE KEYED BALANCE MASTER THE CLOSE MAINTAINS,
000920*    READ BY KEY FOR THE CASH ACCOUNT'S OPENING BALANCE.  SEE
000930*    GLBREC01.
000940*    ---------------------------------------------------------
000950 FD  GLBAL
000960     LABEL RECORDS ARE STANDARD.
000970 COPY GLBREC01.
000980*
000990*    ---------------------------------------------------------
001000*    BANKOPEN - THE OUTSTANDING ITEMS CARRIED FROM NIGHT TO
001010*    NIGHT.  SEE BOPREC01.
001020*    ---------------------------------------------------------
001030 FD  BANKOPEN
001040     LABEL RECORDS ARE STANDARD
001050     RECORDING MODE IS F.
001060 COPY BOPREC01.
001070*
001080*    ---------------------------------------------------------
001090*    BANKWORK - BANKOPEN AS IT WILL BE REWRITTEN.  SAME
001100*    90-BYTE LAYOUT AS BANKOPEN.
001110*    ---------------------------------------------------------
001120 FD  BANKWORK
001130     LABEL RECORDS ARE STANDARD
001140     RECORDING MODE IS F.
001150 01  BR-WORK-REC                 PIC X(90).
001160*
001170*    ---------------------------------------------------------
001180*    BNKRPT - THE PAGINATED BANK RECONCILIATION REPORT.  SEE
001190*    RPTREC01.
001200*    ---------------------------------------------------------
001210 FD  BNKRPT
001220     LABEL RECORDS ARE STANDARD
001230     RECORDING MODE IS F.
001240 COPY RPTREC01.
001250*
001260 WORKING-STORAGE SECTION.
001270*
001280*    ---------------------------------------------------------
001290*    RECONCILIATION WORKING FIELDS
001300*    ---------------------------------------------------------
001310 01  BR-BANKCTL-STATUS           PIC X(02).
001320 01  BR-BANKSTMT-STATUS          PIC X(02).
001330 01  BR-PSTJRNL-STATUS           PIC X(02).
001340 01  BR-GLBAL-STATUS             PIC X(02).
001350 01  BR-BANKOPEN-STATUS          PIC X(02).
001360 01  BR-BANKWORK-STATUS          PIC X(02).
001370 01  BR-BNKRPT-STATUS            PIC X(02).
001380 01  BR-EOF-SW                   PIC X(01) VALUE 'N'.
001390     88  BR-EOF                   VALUE 'Y'.
001400 01  BR-ABORT-SW                 PIC X(01) VALUE 'N'.
001410     88  BR-ABORTED               VALUE 'Y'.
001420 01  BR-RETURN-CODE              PIC 9(04) VALUE ZERO.
001430*
001440*    ---------------------------------------------------------
001450*    ENV-QUALIFIED FILE NAMES - BUILT BY 0100-SET-FILE-NAMES
001460*    FROM PARM-ENV-CODE SO THE RECONCILIATION READS AND WRITES
001470*    ONLY ITS OWN ENVIRONMENT'S FILES.
001480*    ---------------------------------------------------------
001490 01  BR-BASE-NAME                PIC X(08).
001500 01  BR-QUAL-NAME                PIC X(13).
001510 01  BR-BANKSTMT-NAME            PIC X(13).
001520 01  BR-PSTJRNL-NAME             PIC X(13).
001530 01  BR-GLBAL-NAME               PIC X(13).
001540 01  BR-BANKOPEN-NAME            PIC X(13).
001550 01  BR-BANKWORK-NAME            PIC X(13).
001560 01  BR-BNKRPT-NAME              PIC X(13).
001570*
001580*    ---------------------------------------------------------
001590*    CONTROL VALUES FROM BANKCTL, THE RUN PERIOD (CCYYMM OF
001600*    THE RUN-DATE) AND THE PERIOD BEFORE IT, AND THE RUN-DATE
001610*    OF THE CARRY-FORWARD LIST THIS NIGHT STARTS FROM.
001620*    ---------------------------------------------------------
001630 01  BR-CASH-ACCOUNT             PIC X(08).
001640 77  BR-DATE-TOL                 PIC 9(04) COMP VALUE ZERO.
001650 01  BR-PERIOD.
001660     05  BR-PER-YYYY             PIC 9(04).
001670     05  BR-PER-MM               PIC 9(02).
001680 01  BR-PERIOD-X REDEFINES BR-PERIOD
001690                                 PIC X(06).
001700 01  BR-PRIOR-PERIOD.
001710     05  BR-PRI-YYYY             PIC 9(04).
001720     05  BR-PRI-MM               PIC 9(02).
001730 01  BR-PRIOR-PERIOD-X REDEFINES BR-PRIOR-PERIOD
001740                                 PIC X(06).
001750 01  BR-PRIOR-ASOF               PIC X(08) VALUE SPACES.
001760*
001770*    ---------------------------------------------------------
001780*    ITEM TABLE - EVERY ITEM IN PLAY TONIGHT: THE CARRIED-
001790*    FORWARD LIST FIRST, THEN THE STATEMENT (SIDE S), THEN THE
001800*    NIGHT'S CASH POSTINGS (SIDE L).  DR-CR IS ALWAYS THE BOOK
001810*    SIDE (D CASH IN, C CASH OUT), SO A BANK CREDIT IS HELD AS
001820*    D.  STATE U = UNMATCHED, M = MATCHED (PAIR NAMES THE
001830*    OTHER ITEM), X = NETTED OFF AGAINST ITS BACKOUT REVERSAL,
001831*    R = NETTED OFF ON AN EARLIER NIGHT AND CARRIED AS AN X
001832*    ROW, WAITING FOR ITS REVERSAL TO BE SEEN AGAIN.
001840*    ---------------------------------------------------------
001850 77  BR-ITEM-CNT                 PIC 9(04) COMP VALUE ZERO.
001860 77  BR-ITEM-MAX                 PIC 9(04) COMP VALUE 500.
001870 77  BR-SUB                      PIC 9(04) COMP VALUE ZERO.
001880 77  BR-SUB2                     PIC 9(04) COMP VALUE ZERO.
001890 77  BR-BEST-SUB                 PIC 9(04) COMP VALUE ZERO.
001891 77  BR-REV-SUB                  PIC 9(04) COMP VALUE ZERO.
001900 77  BR-BEST-DIFF                PIC 9(09) COMP VALUE ZERO.
001910 77  BR-PRT-SUB                  PIC 9(04) COMP VALUE ZERO.
001920 01  BR-ITEM-TABLE.
001930     05  BR-ITEM OCCURS 500 TIMES.
001940         10  BR-ITM-SIDE          PIC X(01).
001950         10  BR-ITM-FIRST-DATE    PIC X(08).
001960         10  BR-ITM-DATE          PIC X(08).
001970         10  BR-ITM-DR-CR         PIC X(01).
001980         10  BR-ITM-AMOUNT        PIC 9(09)V99 COMP-3.
001990         10  BR-ITM-REF           PIC X(16).
002000         10  BR-ITM-DESC          PIC X(30).
002010         10  BR-ITM-SRC-TYPE      PIC X(01).
002020         10  BR-ITM-STATE         PIC X(01).
002030         10  BR-ITM-PAIR          PIC 9(04) COMP.
002040         10  BR-ITM-SERIAL        PIC S9(09) COMP-3.
002050         10  BR-ITM-AGE           PIC S9(05) COMP-3.
002060*
002070*    ---------------------------------------------------------
002080*    COUNTS AND BALANCES.  BALANCES ARE DEBIT POSITIVE, AS ON
002090*    GLBAL; A STATEMENT BALANCE IN CREDIT (MONEY IN THE BANK)
002100*    IS THEREFORE POSITIVE HERE.
002110*    ---------------------------------------------------------
002120 77  BR-CARRIED-CNT              PIC 9(05) COMP VALUE ZERO.
002130 77  BR-STMT-CNT                 PIC 9(05) COMP VALUE ZERO.
002140 77  BR-BOOK-CNT                 PIC 9(05) COMP VALUE ZERO.
002150 77  BR-MATCHED-CNT              PIC 9(05) COMP VALUE ZERO.
002160 77  BR-UNM-BANK-CNT             PIC 9(05) COMP VALUE ZERO.
002170 77  BR-UNM-BOOK-CNT             PIC 9(05) COMP VALUE ZERO.
002180 77  BR-REVERSED-CNT             PIC 9(05) COMP VALUE ZERO.
002190 77  BR-REJECT-CNT               PIC 9(05) COMP VALUE ZERO.
002200 01  BR-STMT-BAL-SW              PIC X(01) VALUE 'N'.
002210     88  BR-STMT-BAL-GIVEN        VALUE 'Y'.
002220 01  BR-OPEN-NOTE                PIC X(40) VALUE SPACES.
002230 01  BR-OPEN-BAL                 PIC S9(13)V99 COMP-3 VALUE ZERO.
002240 01  BR-PTD-DEBITS               PIC S9(13)V99 COMP-3 VALUE ZERO.
002250 01  BR-PTD-CREDITS              PIC S9(13)V99 COMP-3 VALUE ZERO.
002260 01  BR-BOOK-BAL                 PIC S9(13)V99 COMP-3 VALUE ZERO.
002270 01  BR-STMT-BAL                 PIC S9(13)V99 COMP-3 VALUE ZERO.
002280 01  BR-UNM-BANK-IN              PIC S9(13)V99 COMP-3 VALUE ZERO.
002290 01  BR-UNM-BANK-OUT             PIC S9(13)V99 COMP-3 VALUE ZERO.
002300 01  BR-UNM-BOOK-IN              PIC S9(13)V99 COMP-3 VALUE ZERO.
002310 01  BR-UNM-BOOK-OUT             PIC S9(13)V99 COMP-3 VALUE ZERO.
002320 01  BR-ADJ-BOOK-BAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
002330 01  BR-ADJ-BANK-BAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
002340 01  BR-DIFFERENCE               PIC S9(13)V99 COMP-3 VALUE ZERO.
002350*
002360*    ---------------------------------------------------------
002370*    DATE ARITHMETIC FIELDS - A CCYYMMDD DATE BECOMES A SERIAL
002380*    DAY NUMBER SO THE TOLERANCE AND THE AGE MEASURE TRUE
002390*    ACROSS MONTH AND YEAR ENDS.
002400*    ---------------------------------------------------------
002410 01  BR-DT-WORK.
002420     05  BR-DT-YYYY              PIC 9(04).
002430     05  BR-DT-MM                PIC 9(02).
002440     05  BR-DT-DD                PIC 9(02).
002450 01  BR-DT-WORK-X REDEFINES BR-DT-WORK
002460                                 PIC X(08).
002470 77  BR-CAL-Y                    PIC 9(08) COMP VALUE ZERO.
002480 77  BR-CAL-M                    PIC 9(04) COMP VALUE ZERO.
002490 01  BR-SERIAL-DAY               PIC S9(09) COMP-3.
002500 01  BR-RUN-SERIAL               PIC S9(09) COMP-3.
002510 01  BR-DAY-DIFF                 PIC S9(09) COMP-3.
002520 01  BR-ABS-DIFF                 PIC 9(09) COMP-3.
002530*
002540*    ---------------------------------------------------------
002550*    REPORT FIELDS - SAME PAGINATION PATTERN AS THE DRIVER'S
002560*    RPTFILE REPORT.
002570*    ---------------------------------------------------------
002580 77  BR-RPT-LINE-CNT             PIC 9(04) COMP VALUE ZERO.
002590 77  BR-RPT-LINES-PER-PAGE       PIC 9(04) COMP VALUE 60.
002600 77  BR-RPT-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
002610 01  BR-RPT-PAGE-NO-ED           PIC ZZZ9.
002620 01  BR-RPT-RULE-LINE            PIC X(132) VALUE ALL '-'.
002630 01  BR-RPT-TITLE                PIC X(60).
002640 01  BR-PRT-TAG                  PIC X(04).
002650 01  BR-PRT-DIR                  PIC X(03).
002660 01  BR-AMT-ED                   PIC Z(08)9.99.
002670 01  BR-AGE-ED                   PIC Z(04)9.
002680 01  BR-CNT-ED                   PIC Z(04)9.
002690 01  BR-BAL-LABEL                PIC X(50).
002700 01  BR-BAL-AMT                  PIC S9(13)V99 COMP-3.
002710 01  BR-BAL-ED                   PIC Z(12)9.99-.
002720*
002730 LINKAGE SECTION.
002740*
002750*    ---------------------------------------------------------
002760*    PARAMETERS PASSED DOWN FROM THE DRIVER - SEE PARMREC01
002770*    ---------------------------------------------------------
002780 COPY PARMREC01.
002790*
002800*    ---------------------------------------------------------
002810*    EXTENDED PARAMETERS FROM THE DELIMITED PARM FORM - SEE
002820*    PARMREC02.
002830*    ---------------------------------------------------------
002840 COPY PARMREC02.
002850*
002860 PROCEDURE DIVISION USING PARM-RECORD PARM-EXT-RECORD.
002870*
002880 0000-MAINLINE.
002890     DISPLAY 'JOBPRC11: BANK RECONCILIATION STARTING FOR '
002900         'RUN-DATE ' PARM-RUN-DATE ' ENV ' PARM-ENV-CODE.
002910     PERFORM 0100-SET-FILE-NAMES
002920         THRU 0100-EXIT.
002930     PERFORM 1000-INITIALIZE
002940         THRU 1000-EXIT.
002950     IF BR-ABORTED
002960         GO TO 0000-GOBACK
002970     END-IF.
002980     PERFORM 2000-LOAD-OUTSTANDING
002990         THRU 2000-EXIT.
003000     IF BR-ABORTED
003010         GO TO 0000-GOBACK
003020     END-IF.
003030     PERFORM 2500-LOAD-STATEMENT
003040         THRU 2500-EXIT.
003050     IF BR-ABORTED
003060         GO TO 0000-GOBACK
003070     END-IF.
003080     PERFORM 3000-LOAD-BOOK
003090         THRU 3000-EXIT.
003100     IF BR-ABORTED
003110         GO TO 0000-GOBACK
003120     END-IF.
003130     PERFORM 3500-BOOK-OPENING
003140         THRU 3500-EXIT.
003150     IF BR-ABORTED
003160         GO TO 0000-GOBACK
003170     END-IF.
003180     PERFORM 4000-MATCH-ONE-BANK
003190         THRU 4000-EXIT
003200         VARYING BR-SUB FROM 1 BY 1
003210         UNTIL BR-SUB > BR-ITEM-CNT.
003220     PERFORM 4500-AGE-ONE-ITEM
003230         THRU 4500-EXIT
003240         VARYING BR-SUB FROM 1 BY 1
003250         UNTIL BR-SUB > BR-ITEM-CNT.
003260     PERFORM 4800-RECONCILE-BALANCE
003270         THRU 4800-EXIT.
003280     PERFORM 5000-PRINT-REPORT
003290         THRU 5000-EXIT.
003300     PERFORM 7000-CARRY-FORWARD
003310         THRU 7000-EXIT.
003320     MOVE BR-MATCHED-CNT TO BR-CNT-ED.
003330     DISPLAY 'JOBPRC11: ' BR-CNT-ED ' ITEM(S) MATCHED.'.
003340     MOVE BR-UNM-BANK-CNT TO BR-CNT-ED.
003350     DISPLAY 'JOBPRC11: ' BR-CNT-ED ' BANK ITEM(S) OUTSTANDING.'.
003360     MOVE BR-UNM-BOOK-CNT TO BR-CNT-ED.
003370     DISPLAY 'JOBPRC11: ' BR-CNT-ED ' BOOK ITEM(S) OUTSTANDING.'.
003380     IF BR-DIFFERENCE NOT = ZERO
003390         OR NOT BR-STMT-BAL-GIVEN
003400         OR BR-REJECT-CNT > ZERO
003410         DISPLAY 'JOBPRC11: CASH ACCOUNT ' BR-CASH-ACCOUNT
003420             ' NOT RECONCILED - SEE ' BR-BNKRPT-NAME '.'
003430         IF BR-RETURN-CODE = ZERO
003440             MOVE 8 TO BR-RETURN-CODE
003450         END-IF
003460     END-IF.
003470     DISPLAY 'JOBPRC11: BANK RECONCILIATION COMPLETE.'.
003480 0000-GOBACK.
003490     MOVE BR-RETURN-CODE TO RETURN-CODE.
003500     GOBACK.
003510*
003520*    ---------------------------------------------------------
003530*    0100-SET-FILE-NAMES - BUILD THE ENV-QUALIFIED NAMES OF
003540*    THE STATEMENT, THE JOURNAL, THE BALANCE MASTER, THE
003550*    CARRY-FORWARD LIST AND ITS WORK FILE, AND THE REPORT.
003560*    ---------------------------------------------------------
003570 0100-SET-FILE-NAMES.
003580     MOVE 'BANKSTMT' TO BR-BASE-NAME.
003590     PERFORM 0150-QUALIFY-ONE
003600         THRU 0150-EXIT.
003610     MOVE BR-QUAL-NAME TO BR-BANKSTMT-NAME.
003620     MOVE 'PSTJRNL ' TO BR-BASE-NAME.
003630     PERFORM 0150-QUALIFY-ONE
003640         THRU 0150-EXIT.
003650     MOVE BR-QUAL-NAME TO BR-PSTJRNL-NAME.
003660     MOVE 'GLBAL   ' TO BR-BASE-NAME.
003670     PERFORM 0150-QUALIFY-ONE
003680         THRU 0150-EXIT.
003690     MOVE BR-QUAL-NAME TO BR-GLBAL-NAME.
003700     MOVE 'BANKOPEN' TO BR-BASE-NAME.
003710     PERFORM 0150-QUALIFY-ONE
003720         THRU 0150-EXIT.
003730     MOVE BR-QUAL-NAME TO BR-BANKOPEN-NAME.
003740     MOVE 'BANKWORK' TO BR-BASE-NAME.
003750     PERFORM 0150-QUALIFY-ONE
003760         THRU 0150-EXIT.
003770     MOVE BR-QUAL-NAME TO BR-BANKWORK-NAME.
003780     MOVE 'BNKRPT  ' TO BR-BASE-NAME.
003790     PERFORM 0150-QUALIFY-ONE
003800         THRU 0150-EXIT.
003810     MOVE BR-QUAL-NAME TO BR-BNKRPT-NAME.
003820 0100-EXIT.
003830     EXIT.
003840*
003850*    ---------------------------------------------------------
003860*    0150-QUALIFY-ONE - ONE NAME: BASE.ENV, OR THE BASE ALONE
003870*    SHOULD THE DRIVER EVER HAND DOWN A BLANK ENV-CODE.
003880*    ---------------------------------------------------------
003890 0150-QUALIFY-ONE.
003900     MOVE SPACES TO BR-QUAL-NAME.
003910     IF PARM-ENV-CODE = SPACES
003920         MOVE BR-BASE-NAME TO BR-QUAL-NAME
003930         GO TO 0150-EXIT
003940     END-IF.
003950     STRING BR-BASE-NAME   DELIMITED BY SPACE
003960            '.'            DELIMITED BY SIZE
003970            PARM-ENV-CODE  DELIMITED BY SPACE
003980         INTO BR-QUAL-NAME
003990     END-STRING.
004000 0150-EXIT.
004010     EXIT.
004020*
004030*    ---------------------------------------------------------
004040*    1000-INITIALIZE - THE RUN PERIOD AND THE ONE BEFORE IT,
004050*    THE RUN-DATE AS A SERIAL DAY FOR THE AGEING, AND THE
004060*    BANKCTL ROW.  WITHOUT BANKCTL THERE IS NO CASH ACCOUNT TO
004070*    RECONCILE, SO IT STOPS THE RUN.
004080*    ---------------------------------------------------------
004090 1000-INITIALIZE.
004100     MOVE PARM-RUN-DATE(1:6) TO BR-PERIOD-X.
004110     MOVE BR-PERIOD-X TO BR-PRIOR-PERIOD-X.
004120     IF BR-PRI-MM = 1
004130         SUBTRACT 1 FROM BR-PRI-YYYY
004140         MOVE 12 TO BR-PRI-MM
004150     ELSE
004160         SUBTRACT 1 FROM BR-PRI-MM
004170     END-IF.
004180     MOVE PARM-RUN-DATE TO BR-DT-WORK-X.
004190     PERFORM 9000-DATE-TO-SERIAL
004200         THRU 9000-EXIT.
004210     MOVE BR-SERIAL-DAY TO BR-RUN-SERIAL.
004220     OPEN INPUT BANKCTL.
004230     IF BR-BANKCTL-STATUS NOT = '00'
004240         DISPLAY 'JOBPRC11 *ERROR* BANKCTL COULD NOT BE OPENED'
004250             ', STATUS ' BR-BANKCTL-STATUS
004260             ' - NO CASH ACCOUNT TO RECONCILE.'
004270         MOVE 16 TO BR-RETURN-CODE
004280         SET BR-ABORTED TO TRUE
004290         GO TO 1000-EXIT
004300     END-IF.
004310     MOVE SPACES TO BCT-RECORD.
004320     READ BANKCTL
004330         AT END
004340             MOVE SPACES TO BCT-RECORD
004350     END-READ.
004360     CLOSE BANKCTL.
004370     IF BCT-CASH-ACCOUNT = SPACES
004380         OR BCT-DATE-TOL-DAYS NOT NUMERIC
004390         DISPLAY 'JOBPRC11 *ERROR* BANKCTL HAS NO USABLE ROW - '
004400             'NO CASH ACCOUNT TO RECONCILE.'
004410         MOVE 16 TO BR-RETURN-CODE
004420         SET BR-ABORTED TO TRUE
004430         GO TO 1000-EXIT
004440     END-IF.
004450     MOVE BCT-CASH-ACCOUNT  TO BR-CASH-ACCOUNT.
004460     MOVE BCT-DATE-TOL-DAYS TO BR-DATE-TOL.
004470     DISPLAY 'JOBPRC11: RECONCILING CASH ACCOUNT ' BR-CASH-ACCOUNT
004480         ', DATE TOLERANCE ' BCT-DATE-TOL-DAYS ' DAY(S).'.
004490 1000-EXIT.
004500     EXIT.
004510*
004520*    ---------------------------------------------------------
004530*    2000-LOAD-OUTSTANDING - THE CARRY-FORWARD LIST OF THE
004540*    LATEST RUN-DATE BEFORE TONIGHT'S.  ONE PASS FINDS THAT
004550*    RUN-DATE, A SECOND LOADS ITS ITEMS.  NO BANKOPEN YET IS
004560*    THE FIRST NIGHT - NOTHING OUTSTANDING.
004561*    X ROWS COME BACK IN STATE R - PAIRS ALREADY NETTED OFF.
004570*    ---------------------------------------------------------
004580 2000-LOAD-OUTSTANDING.
004590     MOVE SPACES TO BR-PRIOR-ASOF.
004600     OPEN INPUT BANKOPEN.
004610     IF BR-BANKOPEN-STATUS = '35'
004620         DISPLAY 'JOBPRC11: NO ' BR-BANKOPEN-NAME
004630             ' YET - NOTHING CARRIED FORWARD.'
004640         GO TO 2000-EXIT
004650     END-IF.
004660     IF BR-BANKOPEN-STATUS NOT = '00'
004670         DISPLAY 'JOBPRC11 *ERROR* BANKOPEN COULD NOT BE OPENED'
004680             ', STATUS ' BR-BANKOPEN-STATUS
004690         MOVE 16 TO BR-RETURN-CODE
004700         SET BR-ABORTED TO TRUE
004710         GO TO 2000-EXIT
004720     END-IF.
004730     MOVE 'N' TO BR-EOF-SW.
004740     PERFORM 2100-FIND-PRIOR
004750         THRU 2100-EXIT
004760         UNTIL BR-EOF.
004770     CLOSE BANKOPEN.
004780     IF BR-PRIOR-ASOF = SPACES
004790         GO TO 2000-EXIT
004800     END-IF.
004810     OPEN INPUT BANKOPEN.
004820     MOVE 'N' TO BR-EOF-SW.
004830     PERFORM 2200-LOAD-ONE-OPEN
004840         THRU 2200-EXIT
004850         UNTIL BR-EOF OR BR-ABORTED.
004860     CLOSE BANKOPEN.
004870     MOVE BR-CARRIED-CNT TO BR-CNT-ED.
004880     DISPLAY 'JOBPRC11: ' BR-CNT-ED ' ITEM(S) CARRIED FORWARD '
004890         'FROM RUN-DATE ' BR-PRIOR-ASOF '.'.
004900 2000-EXIT.
004910     EXIT.
004920*
004930 2100-FIND-PRIOR.
004940     READ BANKOPEN
004950         AT END
004960             MOVE 'Y' TO BR-EOF-SW
004970             GO TO 2100-EXIT
004980     END-READ.
004990     IF BOP-AS-OF-DATE < PARM-RUN-DATE
005000         AND BOP-AS-OF-DATE > BR-PRIOR-ASOF
005010         MOVE BOP-AS-OF-DATE TO BR-PRIOR-ASOF
005020     END-IF.
005030 2100-EXIT.
005040     EXIT.
005050*
005060 2200-LOAD-ONE-OPEN.
005070     READ BANKOPEN
005080         AT END
005090             MOVE 'Y' TO BR-EOF-SW
005100             GO TO 2200-EXIT
005110     END-READ.
005120     IF BOP-AS-OF-DATE NOT = BR-PRIOR-ASOF
005130         OR BOP-LIST-HEADER
005140         GO TO 2200-EXIT
005150     END-IF.
005160     PERFORM 6000-NEXT-SLOT
005170         THRU 6000-EXIT.
005180     IF BR-ABORTED
005190         GO TO 2200-EXIT
005200     END-IF.
005210     MOVE BOP-ITEM-SIDE   TO BR-ITM-SIDE(BR-ITEM-CNT).
005220     MOVE BOP-FIRST-DATE  TO BR-ITM-FIRST-DATE(BR-ITEM-CNT).
005230     MOVE BOP-ITEM-DATE   TO BR-ITM-DATE(BR-ITEM-CNT).
005240     MOVE BOP-DR-CR       TO BR-ITM-DR-CR(BR-ITEM-CNT).
005250     MOVE BOP-AMOUNT      TO BR-ITM-AMOUNT(BR-ITEM-CNT).
005260     MOVE BOP-REFERENCE   TO BR-ITM-REF(BR-ITEM-CNT).
005270     MOVE BOP-DESCRIPTION TO BR-ITM-DESC(BR-ITEM-CNT).
005271     IF BOP-REVERSED-ITEM
005272         MOVE 'L' TO BR-ITM-SIDE(BR-ITEM-CNT)
005273         MOVE 'R' TO BR-ITM-STATE(BR-ITEM-CNT)
005274         GO TO 2200-EXIT
005275     END-IF.
005280     PERFORM 6100-SET-SERIAL
005290         THRU 6100-EXIT.
005300     ADD 1 TO BR-CARRIED-CNT.
005310 2200-EXIT.
005320     EXIT.
005330*
005340*    ---------------------------------------------------------
005350*    2500-LOAD-STATEMENT - EVERY T LINE IS A BANK ITEM FIRST
005360*    SEEN TONIGHT; THE B LINE IS THE CLOSING BALANCE.  A LINE
005370*    THAT CANNOT BE READ IS REJECTED AND LISTED ON THE
005380*    CONSOLE, AND THE NIGHT CANNOT RECONCILE.  NO STATEMENT
005390*    AT ALL STOPS THE RUN - THE BANK HAS NOT DELIVERED.
005400*    ---------------------------------------------------------
005410 2500-LOAD-STATEMENT.
005420     OPEN INPUT BANKSTMT.
005430     IF BR-BANKSTMT-STATUS NOT = '00'
005440         DISPLAY 'JOBPRC11 *ERROR* ' BR-BANKSTMT-NAME
005450             ' COULD NOT BE OPENED, STATUS ' BR-BANKSTMT-STATUS
005460             ' - NO STATEMENT TO RECONCILE.'
005470         MOVE 16 TO BR-RETURN-CODE
005480         SET BR-ABORTED TO TRUE
005490         GO TO 2500-EXIT
005500     END-IF.
005510     MOVE 'N' TO BR-EOF-SW.
005520     PERFORM 2600-READ-STATEMENT
005530         THRU 2600-EXIT
005540         UNTIL BR-EOF OR BR-ABORTED.
005550     CLOSE BANKSTMT.
005560 2500-EXIT.
005570     EXIT.
005580*
005590 2600-READ-STATEMENT.
005600     READ BANKSTMT
005610         AT END
005620             MOVE 'Y' TO BR-EOF-SW
005630             GO TO 2600-EXIT
005640     END-READ.
005650     IF BST-RECORD = SPACES
005660         GO TO 2600-EXIT
005670     END-IF.
005680     IF BST-AMOUNT NOT NUMERIC
005690         OR NOT (BST-BANK-CREDIT OR BST-BANK-DEBIT)
005700         OR NOT (BST-MOVEMENT OR BST-CLOSING-BAL)
005710         OR (BST-MOVEMENT AND BST-VALUE-DATE NOT NUMERIC)
005720         ADD 1 TO BR-REJECT-CNT
005730         DISPLAY 'JOBPRC11 *WARNING* STATEMENT LINE REJECTED: '
005740             BST-RECORD
005750         GO TO 2600-EXIT
005760     END-IF.
005770     IF BST-CLOSING-BAL
005780         SET BR-STMT-BAL-GIVEN TO TRUE
005790         IF BST-BANK-CREDIT
005800             MOVE BST-AMOUNT TO BR-STMT-BAL
005810         ELSE
005820             COMPUTE BR-STMT-BAL = ZERO - BST-AMOUNT
005830         END-IF
005840         GO TO 2600-EXIT
005850     END-IF.
005860     PERFORM 6000-NEXT-SLOT
005870         THRU 6000-EXIT.
005880     IF BR-ABORTED
005890         GO TO 2600-EXIT
005900     END-IF.
005910     MOVE 'S'             TO BR-ITM-SIDE(BR-ITEM-CNT).
005920     MOVE PARM-RUN-DATE   TO BR-ITM-FIRST-DATE(BR-ITEM-CNT).
005930     MOVE BST-VALUE-DATE  TO BR-ITM-DATE(BR-ITEM-CNT).
005940     IF BST-BANK-CREDIT
005950         MOVE 'D' TO BR-ITM-DR-CR(BR-ITEM-CNT)
005960     ELSE
005970         MOVE 'C' TO BR-ITM-DR-CR(BR-ITEM-CNT)
005980     END-IF.
005990     MOVE BST-AMOUNT      TO BR-ITM-AMOUNT(BR-ITEM-CNT).
006000     MOVE BST-BANK-REF    TO BR-ITM-REF(BR-ITEM-CNT).
006010     MOVE BST-DESCRIPTION TO BR-ITM-DESC(BR-ITEM-CNT).
006020     PERFORM 6100-SET-SERIAL
006030         THRU 6100-EXIT.
006040     ADD 1 TO BR-STMT-CNT.
006050 2600-EXIT.
006060     EXIT.
006070*
006080*    ---------------------------------------------------------
006090*    3000-LOAD-BOOK - ONE PASS OF PSTJRNL FOR THE CASH
006100*    ACCOUNT.  EVERY ROW POSTED IN THE RUN PERIOD BY A NIGHT UP
006110*    TO TONIGHT FEEDS THE PERIOD-TO-DATE MOVEMENT; TONIGHT'S
006120*    OWN ROWS ARE ALSO BOOK ITEMS TO MATCH.  A BACKOUT ROW
006130*    NETS OFF THE ORIGINAL IT REVERSES AND NEITHER IS MATCHED.
006131*    A BACKOUT IS USUALLY RUN THE MORNING AFTER ITS NIGHT WAS
006132*    RECONCILED, SO BACKOUT ROWS OF EARLIER RUN-DATES ARE READ
006133*    TOO: SUCH A ROW NETS OFF ITS ORIGINAL ON THE CARRY-FORWARD
006134*    LIST, OR RE-CLAIMS THE X ROW OF A PAIR ALREADY NETTED.
006140*    NO JOURNAL YET MEANS NOTHING HAS BEEN POSTED.
006150*    ---------------------------------------------------------
006160 3000-LOAD-BOOK.
006170     OPEN INPUT PSTJRNL.
006180     IF BR-PSTJRNL-STATUS = '35'
006190         DISPLAY 'JOBPRC11: NO ' BR-PSTJRNL-NAME
006200             ' YET - NO BOOK ITEMS.'
006210         GO TO 3000-EXIT
006220     END-IF.
006230     IF BR-PSTJRNL-STATUS NOT = '00'
006240         DISPLAY 'JOBPRC11 *ERROR* PSTJRNL COULD NOT BE OPENED'
006250             ', STATUS ' BR-PSTJRNL-STATUS
006260         MOVE 16 TO BR-RETURN-CODE
006270         SET BR-ABORTED TO TRUE
006280         GO TO 3000-EXIT
006290     END-IF.
006300     MOVE 'N' TO BR-EOF-SW.
006310     PERFORM 3100-READ-JOURNAL
006320         THRU 3100-EXIT
006330         UNTIL BR-EOF OR BR-ABORTED.
006340     CLOSE PSTJRNL.
006350 3000-EXIT.
006360     EXIT.
006370*
006380 3100-READ-JOURNAL.
006390     READ PSTJRNL
006400         AT END
006410             MOVE 'Y' TO BR-EOF-SW
006420             GO TO 3100-EXIT
006430     END-READ.
006440     IF PJR-ACCOUNT-NO NOT = BR-CASH-ACCOUNT
006450         GO TO 3100-EXIT
006460     END-IF.
006470     IF PJR-POST-DATE(1:6) = BR-PERIOD-X
006480         AND PJR-RUN-DATE NOT > PARM-RUN-DATE
006490         IF PJR-DEBIT
006500             ADD PJR-AMOUNT TO BR-PTD-DEBITS
006510         ELSE
006520             ADD PJR-AMOUNT TO BR-PTD-CREDITS
006530         END-IF
006540     END-IF.
006550     IF PJR-RUN-DATE > PARM-RUN-DATE
006555         GO TO 3100-EXIT
006560     END-IF.
006565     IF PJR-SRC-BACKOUT
006570         MOVE ZERO TO BR-BEST-SUB
006575         MOVE ZERO TO BR-REV-SUB
006580         PERFORM 3200-FIND-ORIGINAL
006585             THRU 3200-EXIT
006590             VARYING BR-SUB2 FROM 1 BY 1
006595             UNTIL BR-SUB2 > BR-ITEM-CNT
006600                 OR BR-REV-SUB > ZERO
006605         IF BR-REV-SUB > ZERO
006610             MOVE 'X' TO BR-ITM-STATE(BR-REV-SUB)
006615             GO TO 3100-EXIT
006620         END-IF
006625         IF BR-BEST-SUB > ZERO
006630             MOVE 'X' TO BR-ITM-STATE(BR-BEST-SUB)
006635             ADD 1 TO BR-REVERSED-CNT
006640             GO TO 3100-EXIT
006645         END-IF
006650     END-IF.
006655     IF PJR-RUN-DATE NOT = PARM-RUN-DATE
006660         GO TO 3100-EXIT
006665     END-IF.
006710     PERFORM 6000-NEXT-SLOT
006720         THRU 6000-EXIT.
006730     IF BR-ABORTED
006740         GO TO 3100-EXIT
006750     END-IF.
006760     MOVE 'L'             TO BR-ITM-SIDE(BR-ITEM-CNT).
006770     MOVE PARM-RUN-DATE   TO BR-ITM-FIRST-DATE(BR-ITEM-CNT).
006780     MOVE PJR-POST-DATE   TO BR-ITM-DATE(BR-ITEM-CNT).
006790     MOVE PJR-DR-CR       TO BR-ITM-DR-CR(BR-ITEM-CNT).
006800     MOVE PJR-AMOUNT      TO BR-ITM-AMOUNT(BR-ITEM-CNT).
006810     MOVE PJR-SOURCE-JOB  TO BR-ITM-REF(BR-ITEM-CNT)(1:8).
006820     MOVE PJR-JOURNAL-NO  TO BR-ITM-REF(BR-ITEM-CNT)(9:8).
006830     MOVE PJR-DESCRIPTION TO BR-ITM-DESC(BR-ITEM-CNT).
006840     MOVE PJR-SOURCE-TYPE TO BR-ITM-SRC-TYPE(BR-ITEM-CNT).
006850     PERFORM 6100-SET-SERIAL
006860         THRU 6100-EXIT.
006870     ADD 1 TO BR-BOOK-CNT.
006880 3100-EXIT.
006890     EXIT.
006900*
006905*    ---------------------------------------------------------
006910*    3200-FIND-ORIGINAL - THE BOOK ITEM A BACKOUT ROW REVERSES:
006915*    SAME AMOUNT AND POSTING DATE FROM THE SAME SOURCE JOB, ON
006920*    THE OTHER SIDE, FIRST SEEN ON THE BACKOUT ROW'S OWN
006925*    RUN-DATE - A BOOK ITEM IS FIRST SEEN THE NIGHT IT IS
006930*    POSTED, HOWEVER LONG IT HAS BEEN CARRIED SINCE.  A PAIR
006935*    ALREADY NETTED (STATE R) IS TAKEN FIRST, SO A BACKOUT ROW
006940*    SEEN AGAIN ON A LATER NIGHT ONLY RE-CLAIMS ITS OWN PAIR;
006945*    OTHERWISE THE FIRST OUTSTANDING ITEM IS NETTED.
006950*    ---------------------------------------------------------
006955 3200-FIND-ORIGINAL.
006960     IF BR-ITM-SIDE(BR-SUB2) NOT = 'L'
006965         OR BR-ITM-FIRST-DATE(BR-SUB2) NOT = PJR-RUN-DATE
006970         OR BR-ITM-SRC-TYPE(BR-SUB2) = 'B'
006975         OR BR-ITM-AMOUNT(BR-SUB2) NOT = PJR-AMOUNT
006980         OR BR-ITM-DATE(BR-SUB2) NOT = PJR-POST-DATE
006985         OR BR-ITM-REF(BR-SUB2)(1:8) NOT = PJR-SOURCE-JOB
006990         OR BR-ITM-DR-CR(BR-SUB2) = PJR-DR-CR
006995         GO TO 3200-EXIT
007000     END-IF.
007005     IF BR-ITM-STATE(BR-SUB2) = 'R'
007010         MOVE BR-SUB2 TO BR-REV-SUB
007015         GO TO 3200-EXIT
007020     END-IF.
007025     IF BR-ITM-STATE(BR-SUB2) = 'U'
007030         AND BR-BEST-SUB = ZERO
007035         MOVE BR-SUB2 TO BR-BEST-SUB
007040     END-IF.
007045 3200-EXIT.
007050     EXIT.
007090*
007100*    ---------------------------------------------------------
007110*    3500-BOOK-OPENING - THE CASH ACCOUNT'S BALANCE AT THE
007120*    START OF THE RUN PERIOD: THE OPENING ON ITS GLBAL ROW FOR
007130*    THE PERIOD IF THE PERIOD IS ALREADY CLOSED, ELSE THE
007140*    CLOSING OF THE PRIOR PERIOD.  THE PERIOD-TO-DATE MOVEMENT
007150*    BRINGS IT TO THE RUN-DATE.  NO GLBAL ROW AT ALL OPENS AT
007160*    ZERO, AND THE REPORT SAYS SO.
007170*    ---------------------------------------------------------
007180 3500-BOOK-OPENING.
007190     MOVE ZERO TO BR-OPEN-BAL.
007200     OPEN INPUT GLBAL.
007210     IF BR-GLBAL-STATUS = '35'
007220         MOVE 'NO GLBAL - OPENING TAKEN AS ZERO'
007230             TO BR-OPEN-NOTE
007240         GO TO 3500-BOOK-BALANCE
007250     END-IF.
007260     IF BR-GLBAL-STATUS NOT = '00'
007270         DISPLAY 'JOBPRC11 *ERROR* GLBAL COULD NOT BE OPENED'
007280             ', STATUS ' BR-GLBAL-STATUS
007290         MOVE 16 TO BR-RETURN-CODE
007300         SET BR-ABORTED TO TRUE
007310         GO TO 3500-EXIT
007320     END-IF.
007330     MOVE BR-CASH-ACCOUNT TO GLB-ACCOUNT-NO.
007340     MOVE BR-PERIOD-X     TO GLB-PERIOD.
007350     READ GLBAL
007360         INVALID KEY
007370             MOVE SPACES TO GLB-PERIOD
007380     END-READ.
007390     IF GLB-PERIOD = BR-PERIOD-X
007400         MOVE GLB-OPEN-BAL TO BR-OPEN-BAL
007410         MOVE SPACES TO BR-OPEN-NOTE
007420         STRING 'GLBAL ' BR-PERIOD-X ' OPENING BALANCE'
007430             DELIMITED BY SIZE INTO BR-OPEN-NOTE
007440         END-STRING
007450         CLOSE GLBAL
007460         GO TO 3500-BOOK-BALANCE
007470     END-IF.
007480     MOVE BR-CASH-ACCOUNT   TO GLB-ACCOUNT-NO.
007490     MOVE BR-PRIOR-PERIOD-X TO GLB-PERIOD.
007500     READ GLBAL
007510         INVALID KEY
007520             MOVE SPACES TO GLB-PERIOD
007530     END-READ.
007540     IF GLB-PERIOD = BR-PRIOR-PERIOD-X
007550         MOVE GLB-CLOSE-BAL TO BR-OPEN-BAL
007560         MOVE SPACES TO BR-OPEN-NOTE
007570         STRING 'GLBAL ' BR-PRIOR-PERIOD-X ' CLOSING BALANCE'
007580             DELIMITED BY SIZE INTO BR-OPEN-NOTE
007590         END-STRING
007600     ELSE
007610         MOVE SPACES TO BR-OPEN-NOTE
007620         STRING 'NO GLBAL ROW FOR ' BR-PRIOR-PERIOD-X
007630             ' - OPENING TAKEN AS ZERO'
007640             DELIMITED BY SIZE INTO BR-OPEN-NOTE
007650         END-STRING
007660     END-IF.
007670     CLOSE GLBAL.
007680 3500-BOOK-BALANCE.
007690     COMPUTE BR-BOOK-BAL =
007700         BR-OPEN-BAL + BR-PTD-DEBITS - BR-PTD-CREDITS.
007710 3500-EXIT.
007720     EXIT.
007730*
007740*    ---------------------------------------------------------
007750*    4000-MATCH-ONE-BANK - ONE UNMATCHED BANK ITEM AGAINST THE
007760*    UNMATCHED BOOK ITEMS: SAME DIRECTION, SAME AMOUNT, DATES
007770*    NO MORE THAN THE TOLERANCE APART.  OF SEVERAL CANDIDATES
007780*    THE NEAREST DATE WINS, THE OLDEST ITEM ON A TIE.
007790*    ---------------------------------------------------------
007800 4000-MATCH-ONE-BANK.
007810     IF BR-ITM-SIDE(BR-SUB) NOT = 'S'
007820         OR BR-ITM-STATE(BR-SUB) NOT = 'U'
007830         GO TO 4000-EXIT
007840     END-IF.
007850     MOVE ZERO TO BR-BEST-SUB.
007860     MOVE 999999999 TO BR-BEST-DIFF.
007870     PERFORM 4100-TRY-BOOK-ITEM
007880         THRU 4100-EXIT
007890         VARYING BR-SUB2 FROM 1 BY 1
007900         UNTIL BR-SUB2 > BR-ITEM-CNT.
007910     IF BR-BEST-SUB = ZERO
007920         GO TO 4000-EXIT
007930     END-IF.
007940     MOVE 'M'         TO BR-ITM-STATE(BR-SUB).
007950     MOVE BR-BEST-SUB TO BR-ITM-PAIR(BR-SUB).
007960     MOVE 'M'         TO BR-ITM-STATE(BR-BEST-SUB).
007970     MOVE BR-SUB      TO BR-ITM-PAIR(BR-BEST-SUB).
007980     ADD 1 TO BR-MATCHED-CNT.
007990 4000-EXIT.
008000     EXIT.
008010*
008020 4100-TRY-BOOK-ITEM.
008030     IF BR-ITM-SIDE(BR-SUB2) NOT = 'L'
008040         OR BR-ITM-STATE(BR-SUB2) NOT = 'U'
008050         OR BR-ITM-DR-CR(BR-SUB2) NOT = BR-ITM-DR-CR(BR-SUB)
008060         OR BR-ITM-AMOUNT(BR-SUB2) NOT = BR-ITM-AMOUNT(BR-SUB)
008070         GO TO 4100-EXIT
008080     END-IF.
008090     COMPUTE BR-DAY-DIFF =
008100         BR-ITM-SERIAL(BR-SUB) - BR-ITM-SERIAL(BR-SUB2).
008110     MOVE BR-DAY-DIFF TO BR-ABS-DIFF.
008120     IF BR-ABS-DIFF > BR-DATE-TOL
008130         OR BR-ABS-DIFF NOT < BR-BEST-DIFF
008140         GO TO 4100-EXIT
008150     END-IF.
008160     MOVE BR-SUB2     TO BR-BEST-SUB.
008170     MOVE BR-ABS-DIFF TO BR-BEST-DIFF.
008180 4100-EXIT.
008190     EXIT.
008200*
008210*    ---------------------------------------------------------
008220*    4500-AGE-ONE-ITEM - AN ITEM STILL UNMATCHED IS AGED IN
008230*    DAYS FROM THE NIGHT IT WAS FIRST SEEN AND ADDED TO THE
008240*    OUTSTANDING TOTALS FOR ITS SIDE AND DIRECTION.
008250*    ---------------------------------------------------------
008260 4500-AGE-ONE-ITEM.
008270     IF BR-ITM-STATE(BR-SUB) NOT = 'U'
008280         GO TO 4500-EXIT
008290     END-IF.
008300     MOVE BR-ITM-FIRST-DATE(BR-SUB) TO BR-DT-WORK-X.
008310     MOVE ZERO TO BR-ITM-AGE(BR-SUB).
008320     IF BR-DT-WORK-X NUMERIC
008330         PERFORM 9000-DATE-TO-SERIAL
008340             THRU 9000-EXIT
008350         COMPUTE BR-ITM-AGE(BR-SUB) =
008360             BR-RUN-SERIAL - BR-SERIAL-DAY
008370     END-IF.
008380     IF BR-ITM-SIDE(BR-SUB) = 'S'
008390         ADD 1 TO BR-UNM-BANK-CNT
008400         IF BR-ITM-DR-CR(BR-SUB) = 'D'
008410             ADD BR-ITM-AMOUNT(BR-SUB) TO BR-UNM-BANK-IN
008420         ELSE
008430             ADD BR-ITM-AMOUNT(BR-SUB) TO BR-UNM-BANK-OUT
008440         END-IF
008450     ELSE
008460         ADD 1 TO BR-UNM-BOOK-CNT
008470         IF BR-ITM-DR-CR(BR-SUB) = 'D'
008480             ADD BR-ITM-AMOUNT(BR-SUB) TO BR-UNM-BOOK-IN
008490         ELSE
008500             ADD BR-ITM-AMOUNT(BR-SUB) TO BR-UNM-BOOK-OUT
008510         END-IF
008520     END-IF.
008530 4500-EXIT.
008540     EXIT.
008550*
008560*    ---------------------------------------------------------
008570*    4800-RECONCILE-BALANCE - THE BOOK BALANCE PLUS BANK ITEMS
008580*    NOT YET BOOKED, AGAINST THE STATEMENT BALANCE PLUS BOOK
008590*    ITEMS THE BANK HAS NOT YET CLEARED.  THE TWO ADJUSTED
008600*    BALANCES AGREE WHEN THE ACCOUNT RECONCILES.
008610*    ---------------------------------------------------------
008620 4800-RECONCILE-BALANCE.
008630     COMPUTE BR-ADJ-BOOK-BAL =
008640         BR-BOOK-BAL + BR-UNM-BANK-IN - BR-UNM-BANK-OUT.
008650     COMPUTE BR-ADJ-BANK-BAL =
008660         BR-STMT-BAL + BR-UNM-BOOK-IN - BR-UNM-BOOK-OUT.
008670     IF BR-STMT-BAL-GIVEN
008680         COMPUTE BR-DIFFERENCE =
008690             BR-ADJ-BANK-BAL - BR-ADJ-BOOK-BAL
008700     ELSE
008710         MOVE ZERO TO BR-DIFFERENCE
008720     END-IF.
008730 4800-EXIT.
008740     EXIT.
008750*
008760*    ---------------------------------------------------------
008770*    5000-PRINT-REPORT - BNKRPT: MATCHED PAIRS, THEN THE
008780*    OUTSTANDING BANK ITEMS, THE OUTSTANDING BOOK ITEMS, AND
008790*    THE RECONCILED BALANCE.
008800*    ---------------------------------------------------------
008810 5000-PRINT-REPORT.
008820     MOVE ZERO TO BR-RPT-PAGE-NO.
008830     MOVE ZERO TO BR-RPT-LINE-CNT.
008840     OPEN OUTPUT BNKRPT.
008850     IF BR-BNKRPT-STATUS NOT = '00'
008860         DISPLAY 'JOBPRC11 *ERROR* BNKRPT COULD NOT BE OPENED'
008870             ', STATUS ' BR-BNKRPT-STATUS
008880         MOVE 16 TO BR-RETURN-CODE
008890         GO TO 5000-EXIT
008900     END-IF.
008910     PERFORM 5100-PRINT-HEADER
008920         THRU 5100-EXIT.
008930     MOVE 'MATCHED ITEMS' TO BR-RPT-TITLE.
008940     PERFORM 5950-PRINT-TITLE
008950         THRU 5950-EXIT.
008960     PERFORM 5200-PRINT-MATCHED
008970         THRU 5200-EXIT
008980         VARYING BR-SUB FROM 1 BY 1
008990         UNTIL BR-SUB > BR-ITEM-CNT.
009000     MOVE 'UNMATCHED BANK ITEMS - NOT YET ON THE BOOKS'
009010         TO BR-RPT-TITLE.
009020     PERFORM 5950-PRINT-TITLE
009030         THRU 5950-EXIT.
009040     MOVE 'S' TO BR-PRT-TAG.
009050     PERFORM 5300-PRINT-UNMATCHED
009060         THRU 5300-EXIT
009070         VARYING BR-SUB FROM 1 BY 1
009080         UNTIL BR-SUB > BR-ITEM-CNT.
009090     MOVE 'UNMATCHED BOOK ITEMS - NOT YET CLEARED BY THE BANK'
009100         TO BR-RPT-TITLE.
009110     PERFORM 5950-PRINT-TITLE
009120         THRU 5950-EXIT.
009130     MOVE 'L' TO BR-PRT-TAG.
009140     PERFORM 5300-PRINT-UNMATCHED
009150         THRU 5300-EXIT
009160         VARYING BR-SUB FROM 1 BY 1
009170         UNTIL BR-SUB > BR-ITEM-CNT.
009180     PERFORM 5600-PRINT-BALANCE
009190         THRU 5600-EXIT.
009200     PERFORM 5800-PRINT-TRAILER
009210         THRU 5800-EXIT.
009220     CLOSE BNKRPT.
009230 5000-EXIT.
009240     EXIT.
009250*
009260*    ---------------------------------------------------------
009270*    5100-PRINT-HEADER - EJECT TO A NEW PAGE AND PRINT THE
009280*    TITLE, THE RUN KEYS AND THE COLUMN CAPTIONS.  DIR IS THE
009290*    BOOK SIDE: IN IS CASH IN, OUT IS CASH OUT; AGE IS DAYS
009300*    SINCE THE ITEM WAS FIRST SEEN.
009310*    ---------------------------------------------------------
009320 5100-PRINT-HEADER.
009330     ADD 1 TO BR-RPT-PAGE-NO.
009340     MOVE ZERO TO BR-RPT-LINE-CNT.
009350     MOVE BR-RPT-PAGE-NO TO BR-RPT-PAGE-NO-ED.
009360     MOVE SPACES TO RPT-RECORD.
009370     STRING 'ISBEL SISTEMAS BATCH'  SPACE SPACE SPACE
009380         'BANK RECONCILIATION REPORT'  SPACE SPACE SPACE
009390         'PAGE ' BR-RPT-PAGE-NO-ED
009400         DELIMITED BY SIZE INTO RPT-RECORD
009410     END-STRING.
009420     WRITE RPT-RECORD AFTER ADVANCING PAGE.
009430     MOVE SPACES TO RPT-RECORD.
009440     STRING 'RUN-DATE: ' PARM-RUN-DATE
009450         '   JOB-ID: '   PARM-JOB-ID
009460         '   ENV: '      PARM-ENV-CODE
009470         '   CASH ACCOUNT: ' BR-CASH-ACCOUNT
009480         DELIMITED BY SIZE INTO RPT-RECORD
009490     END-STRING.
009500     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
009510     MOVE SPACES TO RPT-RECORD.
009520     STRING 'SIDE  DATE      DIR        AMOUNT  '
009530         'REFERENCE         DESCRIPTION                     '
009540         'FIRST SEEN  AGE'
009550         DELIMITED BY SIZE INTO RPT-RECORD
009560     END-STRING.
009570     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
009580     MOVE BR-RPT-RULE-LINE TO RPT-RECORD.
009590     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
009600     ADD 6 TO BR-RPT-LINE-CNT.
009610 5100-EXIT.
009620     EXIT.
009630*
009640*    ---------------------------------------------------------
009650*    5200-PRINT-MATCHED - A MATCHED BANK ITEM AND, BELOW IT,
009660*    THE BOOK ITEM IT CLEARED.
009670*    ---------------------------------------------------------
009680 5200-PRINT-MATCHED.
009690     IF BR-ITM-SIDE(BR-SUB) NOT = 'S'
009700         OR BR-ITM-STATE(BR-SUB) NOT = 'M'
009710         GO TO 5200-EXIT
009720     END-IF.
009730     MOVE BR-SUB TO BR-PRT-SUB.
009740     PERFORM 5900-PRINT-ITEM
009750         THRU 5900-EXIT.
009760     MOVE BR-ITM-PAIR(BR-SUB) TO BR-PRT-SUB.
009770     PERFORM 5900-PRINT-ITEM
009780         THRU 5900-EXIT.
009790 5200-EXIT.
009800     EXIT.
009810*
009820*    ---------------------------------------------------------
009830*    5300-PRINT-UNMATCHED - AN OUTSTANDING ITEM OF THE SIDE IN
009840*    BR-PRT-TAG, WITH ITS AGE.
009850*    ---------------------------------------------------------
009860 5300-PRINT-UNMATCHED.
009870     IF BR-ITM-SIDE(BR-SUB) NOT = BR-PRT-TAG(1:1)
009880         OR BR-ITM-STATE(BR-SUB) NOT = 'U'
009890         GO TO 5300-EXIT
009900     END-IF.
009910     MOVE BR-SUB TO BR-PRT-SUB.
009920     PERFORM 5900-PRINT-ITEM
009930         THRU 5900-EXIT.
009940 5300-EXIT.
009950     EXIT.
009960*
009970*    ---------------------------------------------------------
009980*    5600-PRINT-BALANCE - THE RECONCILED BALANCE, BOOK SIDE
009990*    THEN BANK SIDE, AND THE VERDICT.
010000*    ---------------------------------------------------------
010010 5600-PRINT-BALANCE.
010020     MOVE 'RECONCILED BALANCE' TO BR-RPT-TITLE.
010030     PERFORM 5950-PRINT-TITLE
010040         THRU 5950-EXIT.
010050     MOVE SPACES TO BR-BAL-LABEL.
010060     STRING 'OPENING - ' BR-OPEN-NOTE
010070         DELIMITED BY SIZE INTO BR-BAL-LABEL
010080     END-STRING.
010090     MOVE BR-OPEN-BAL TO BR-BAL-AMT.
010100     PERFORM 5700-PRINT-AMOUNT
010110         THRU 5700-EXIT.
010120     MOVE '  ADD PERIOD-TO-DATE CASH IN' TO BR-BAL-LABEL.
010130     MOVE BR-PTD-DEBITS TO BR-BAL-AMT.
010140     PERFORM 5700-PRINT-AMOUNT
010150         THRU 5700-EXIT.
010160     MOVE '  LESS PERIOD-TO-DATE CASH OUT' TO BR-BAL-LABEL.
010170     MOVE BR-PTD-CREDITS TO BR-BAL-AMT.
010180     PERFORM 5700-PRINT-AMOUNT
010190         THRU 5700-EXIT.
010200     MOVE 'BOOK BALANCE AT RUN-DATE' TO BR-BAL-LABEL.
010210     MOVE BR-BOOK-BAL TO BR-BAL-AMT.
010220     PERFORM 5700-PRINT-AMOUNT
010230         THRU 5700-EXIT.
010240     MOVE '  ADD BANK CASH IN NOT ON THE BOOKS' TO BR-BAL-LABEL.
010250     MOVE BR-UNM-BANK-IN TO BR-BAL-AMT.
010260     PERFORM 5700-PRINT-AMOUNT
010270         THRU 5700-EXIT.
010280     MOVE '  LESS BANK CASH OUT NOT ON THE BOOKS' TO BR-BAL-LABEL.
010290     MOVE BR-UNM-BANK-OUT TO BR-BAL-AMT.
010300     PERFORM 5700-PRINT-AMOUNT
010310         THRU 5700-EXIT.
010320     MOVE 'ADJUSTED BOOK BALANCE' TO BR-BAL-LABEL.
010330     MOVE BR-ADJ-BOOK-BAL TO BR-BAL-AMT.
010340     PERFORM 5700-PRINT-AMOUNT
010350         THRU 5700-EXIT.
010360     IF NOT BR-STMT-BAL-GIVEN
010370         MOVE SPACES TO RPT-RECORD
010380         STRING '*** NO CLOSING BALANCE ON THE STATEMENT - THE '
010390             'BALANCE CANNOT BE PROVEN ***'
010400             DELIMITED BY SIZE INTO RPT-RECORD
010410         END-STRING
010420         WRITE RPT-RECORD AFTER ADVANCING 2 LINES
010430         ADD 2 TO BR-RPT-LINE-CNT
010440         GO TO 5600-EXIT
010450     END-IF.
010460     MOVE 'STATEMENT CLOSING BALANCE' TO BR-BAL-LABEL.
010470     MOVE BR-STMT-BAL TO BR-BAL-AMT.
010480     PERFORM 5700-PRINT-AMOUNT
010490         THRU 5700-EXIT.
010500     MOVE '  ADD BOOK CASH IN NOT ON THE STATEMENT'
010510         TO BR-BAL-LABEL.
010520     MOVE BR-UNM-BOOK-IN TO BR-BAL-AMT.
010530     PERFORM 5700-PRINT-AMOUNT
010540         THRU 5700-EXIT.
010550     MOVE '  LESS BOOK CASH OUT NOT ON THE STATEMENT'
010560         TO BR-BAL-LABEL.
010570     MOVE BR-UNM-BOOK-OUT TO BR-BAL-AMT.
010580     PERFORM 5700-PRINT-AMOUNT
010590         THRU 5700-EXIT.
010600     MOVE 'ADJUSTED BANK BALANCE' TO BR-BAL-LABEL.
010610     MOVE BR-ADJ-BANK-BAL TO BR-BAL-AMT.
010620     PERFORM 5700-PRINT-AMOUNT
010630         THRU 5700-EXIT.
010640     MOVE 'DIFFERENCE' TO BR-BAL-LABEL.
010650     MOVE BR-DIFFERENCE TO BR-BAL-AMT.
010660     PERFORM 5700-PRINT-AMOUNT
010670         THRU 5700-EXIT.
010680     MOVE SPACES TO RPT-RECORD.
010690     IF BR-DIFFERENCE = ZERO
010700         MOVE '*** CASH ACCOUNT RECONCILED ***' TO RPT-RECORD
010710     ELSE
010720         MOVE '*** CASH ACCOUNT NOT RECONCILED ***' TO RPT-RECORD
010730     END-IF.
010740     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
010750     ADD 2 TO BR-RPT-LINE-CNT.
010760 5600-EXIT.
010770     EXIT.
010780*
010790 5700-PRINT-AMOUNT.
010800     IF BR-RPT-LINE-CNT >= BR-RPT-LINES-PER-PAGE
010810         PERFORM 5100-PRINT-HEADER
010820             THRU 5100-EXIT
010830     END-IF.
010840     MOVE BR-BAL-AMT TO BR-BAL-ED.
010850     MOVE SPACES TO RPT-RECORD.
010860     STRING BR-BAL-LABEL '  ' BR-BAL-ED
010870         DELIMITED BY SIZE INTO RPT-RECORD
010880     END-STRING.
010890     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
010900     ADD 1 TO BR-RPT-LINE-CNT.
010910 5700-EXIT.
010920     EXIT.
010930*
010940 5800-PRINT-TRAILER.
010950     MOVE SPACES TO RPT-RECORD.
010960     MOVE BR-MATCHED-CNT TO BR-CNT-ED.
010970     STRING 'MATCHED ' BR-CNT-ED
010980         DELIMITED BY SIZE INTO RPT-RECORD
010990     END-STRING.
011000     MOVE BR-UNM-BANK-CNT TO BR-CNT-ED.
011010     STRING '   UNMATCHED BANK ' BR-CNT-ED
011020         DELIMITED BY SIZE INTO RPT-RECORD(14:23)
011030     END-STRING.
011040     MOVE BR-UNM-BOOK-CNT TO BR-CNT-ED.
011050     STRING '   UNMATCHED BOOK ' BR-CNT-ED
011060         DELIMITED BY SIZE INTO RPT-RECORD(37:23)
011070     END-STRING.
011080     MOVE BR-REVERSED-CNT TO BR-CNT-ED.
011090     STRING '   BACKED OUT ' BR-CNT-ED
011100         DELIMITED BY SIZE INTO RPT-RECORD(60:19)
011110     END-STRING.
011120     MOVE BR-REJECT-CNT TO BR-CNT-ED.
011130     STRING '   REJECTED ' BR-CNT-ED
011140         DELIMITED BY SIZE INTO RPT-RECORD(79:17)
011150     END-STRING.
011160     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
011170     MOVE SPACES TO RPT-RECORD.
011180     STRING '*** END OF REPORT ***'
011190         DELIMITED BY SIZE INTO RPT-RECORD
011200     END-STRING.
011210     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
011220 5800-EXIT.
011230     EXIT.
011240*
011250*    ---------------------------------------------------------
011260*    5900-PRINT-ITEM - ONE ITEM LINE FOR TABLE ROW BR-PRT-SUB,
011270*    EJECTING TO A NEW PAGE FIRST WHEN THIS ONE IS FULL.
011280*    ---------------------------------------------------------
011290 5900-PRINT-ITEM.
011300     IF BR-RPT-LINE-CNT >= BR-RPT-LINES-PER-PAGE
011310         PERFORM 5100-PRINT-HEADER
011320             THRU 5100-EXIT
011330     END-IF.
011340     IF BR-ITM-DR-CR(BR-PRT-SUB) = 'D'
011350         MOVE 'IN ' TO BR-PRT-DIR
011360     ELSE
011370         MOVE 'OUT' TO BR-PRT-DIR
011380     END-IF.
011390     MOVE BR-ITM-AMOUNT(BR-PRT-SUB) TO BR-AMT-ED.
011400     MOVE BR-ITM-AGE(BR-PRT-SUB)    TO BR-AGE-ED.
011410     MOVE SPACES TO RPT-RECORD.
011420     IF BR-ITM-SIDE(BR-PRT-SUB) = 'S'
011430         MOVE 'BANK' TO RPT-RECORD(1:4)
011440     ELSE
011450         MOVE 'BOOK' TO RPT-RECORD(1:4)
011460     END-IF.
011470     STRING BR-ITM-DATE(BR-PRT-SUB) '  '
011480         BR-PRT-DIR '  '
011490         BR-AMT-ED '  '
011500         BR-ITM-REF(BR-PRT-SUB) '  '
011510         BR-ITM-DESC(BR-PRT-SUB) '  '
011520         BR-ITM-FIRST-DATE(BR-PRT-SUB) '  '
011530         DELIMITED BY SIZE INTO RPT-RECORD(7:87)
011540     END-STRING.
011550     IF BR-ITM-STATE(BR-PRT-SUB) = 'U'
011560         MOVE BR-AGE-ED TO RPT-RECORD(96:5)
011570     END-IF.
011580     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
011590     ADD 1 TO BR-RPT-LINE-CNT.
011600 5900-EXIT.
011610     EXIT.
011620*
011630 5950-PRINT-TITLE.
011640     IF BR-RPT-LINE-CNT + 4 > BR-RPT-LINES-PER-PAGE
011650         PERFORM 5100-PRINT-HEADER
011660             THRU 5100-EXIT
011670     END-IF.
011680     MOVE SPACES TO RPT-RECORD.
011690     STRING '*** ' BR-RPT-TITLE
011700         DELIMITED BY '  ' INTO RPT-RECORD
011710     END-STRING.
011720     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
011730     ADD 2 TO BR-RPT-LINE-CNT.
011740 5950-EXIT.
011750     EXIT.
011760*
011770*    ---------------------------------------------------------
011780*    6000-NEXT-SLOT - OPEN THE NEXT ITEM TABLE ROW.  A NIGHT
011790*    WITH MORE ITEMS THAN THE TABLE HOLDS STOPS BEFORE
011800*    BANKOPEN IS TOUCHED, SO NO OUTSTANDING ITEM IS LOST.
011810*    ---------------------------------------------------------
011820 6000-NEXT-SLOT.
011830     IF BR-ITEM-CNT NOT < BR-ITEM-MAX
011840         DISPLAY 'JOBPRC11 *ERROR* MORE THAN 500 ITEMS IN PLAY - '
011850             'BANKOPEN LEFT AS IT WAS.'
011860         MOVE 16 TO BR-RETURN-CODE
011870         SET BR-ABORTED TO TRUE
011880         GO TO 6000-EXIT
011890     END-IF.
011900     ADD 1 TO BR-ITEM-CNT.
011910     MOVE SPACES TO BR-ITEM(BR-ITEM-CNT).
011920     MOVE ZERO   TO BR-ITM-AMOUNT(BR-ITEM-CNT).
011930     MOVE 'U'    TO BR-ITM-STATE(BR-ITEM-CNT).
011940     MOVE ZERO   TO BR-ITM-PAIR(BR-ITEM-CNT).
011950     MOVE ZERO   TO BR-ITM-SERIAL(BR-ITEM-CNT).
011960     MOVE ZERO   TO BR-ITM-AGE(BR-ITEM-CNT).
011970 6000-EXIT.
011980     EXIT.
011990*
012000*    ---------------------------------------------------------
012010*    6100-SET-SERIAL - THE ITEM DATE OF THE NEWEST ROW AS A
012020*    SERIAL DAY.  A DATE THAT IS NOT CCYYMMDD GETS ZERO AND SO
012030*    NEVER FALLS INSIDE THE TOLERANCE.
012040*    ---------------------------------------------------------
012050 6100-SET-SERIAL.
012060     MOVE BR-ITM-DATE(BR-ITEM-CNT) TO BR-DT-WORK-X.
012070     IF BR-DT-WORK-X NOT NUMERIC
012080         GO TO 6100-EXIT
012090     END-IF.
012100     PERFORM 9000-DATE-TO-SERIAL
012110         THRU 9000-EXIT.
012120     MOVE BR-SERIAL-DAY TO BR-ITM-SERIAL(BR-ITEM-CNT).
012130 6100-EXIT.
012140     EXIT.
012150*
012160*    ---------------------------------------------------------
012170*    7000-CARRY-FORWARD - REWRITE BANKOPEN THROUGH BANKWORK.
012180*    THE LIST TONIGHT STARTED FROM IS KEPT SO A RERUN OF
012190*    TONIGHT STARTS FROM IT AGAIN, AS IS ANY LIST OF A LATER
012200*    RUN-DATE; OLDER LISTS AND ANY EARLIER LIST OF TONIGHT ARE
012210*    DROPPED.  TONIGHT'S LIST IS AN H ROW AND ITS OUTSTANDING
012220*    ITEMS, SO A NIGHT THAT CLEARED EVERYTHING STILL LEAVES A
012230*    LIST FOR THE NEXT NIGHT TO START FROM.
012231*    PAIRS NETTED OFF BY A BACKOUT GO ON AS X ROWS FOR AS
012232*    LONG AS THEIR REVERSAL IS STILL ON THE JOURNAL.
012240*    ---------------------------------------------------------
012250 7000-CARRY-FORWARD.
012260     OPEN OUTPUT BANKWORK.
012270     IF BR-BANKWORK-STATUS NOT = '00'
012280         DISPLAY 'JOBPRC11 *ERROR* BANKWORK COULD NOT BE OPENED'
012290             ', STATUS ' BR-BANKWORK-STATUS
012300             ' - OUTSTANDING ITEMS NOT CARRIED FORWARD.'
012310         MOVE 16 TO BR-RETURN-CODE
012320         GO TO 7000-EXIT
012330     END-IF.
012340     OPEN INPUT BANKOPEN.
012350     IF BR-BANKOPEN-STATUS = '00'
012360         MOVE 'N' TO BR-EOF-SW
012370         PERFORM 7100-KEEP-ONE-OPEN
012380             THRU 7100-EXIT
012390             UNTIL BR-EOF
012400         CLOSE BANKOPEN
012410     END-IF.
012420     MOVE SPACES TO BOP-RECORD.
012430     MOVE PARM-RUN-DATE TO BOP-AS-OF-DATE.
012440     SET BOP-LIST-HEADER TO TRUE.
012450     MOVE PARM-RUN-DATE TO BOP-FIRST-DATE.
012460     MOVE ZERO TO BOP-AMOUNT.
012470     MOVE 'LIST HEADER' TO BOP-DESCRIPTION.
012480     WRITE BR-WORK-REC FROM BOP-RECORD.
012490     PERFORM 7200-WRITE-ONE-ITEM
012500         THRU 7200-EXIT
012510         VARYING BR-SUB FROM 1 BY 1
012520         UNTIL BR-SUB > BR-ITEM-CNT.
012530     CLOSE BANKWORK.
012540     OPEN INPUT BANKWORK.
012550     OPEN OUTPUT BANKOPEN.
012560     IF BR-BANKOPEN-STATUS NOT = '00'
012570         DISPLAY 'JOBPRC11 *ERROR* BANKOPEN COULD NOT BE '
012580             'REWRITTEN, STATUS ' BR-BANKOPEN-STATUS
012590             ' - THE LIST IS ON ' BR-BANKWORK-NAME '.'
012600         MOVE 16 TO BR-RETURN-CODE
012610         CLOSE BANKWORK
012620         GO TO 7000-EXIT
012630     END-IF.
012640     MOVE 'N' TO BR-EOF-SW.
012650     PERFORM 7300-COPY-BACK
012660         THRU 7300-EXIT
012670         UNTIL BR-EOF.
012680     CLOSE BANKWORK.
012690     CLOSE BANKOPEN.
012700 7000-EXIT.
012710     EXIT.
012720*
012730 7100-KEEP-ONE-OPEN.
012740     READ BANKOPEN
012750         AT END
012760             MOVE 'Y' TO BR-EOF-SW
012770             GO TO 7100-EXIT
012780     END-READ.
012790     IF BOP-AS-OF-DATE = BR-PRIOR-ASOF
012800         OR BOP-AS-OF-DATE > PARM-RUN-DATE
012810         WRITE BR-WORK-REC FROM BOP-RECORD
012820     END-IF.
012830 7100-EXIT.
012840     EXIT.
012850*
012860 7200-WRITE-ONE-ITEM.
012870     IF BR-ITM-STATE(BR-SUB) NOT = 'U'
012871         AND BR-ITM-STATE(BR-SUB) NOT = 'X'
012880         GO TO 7200-EXIT
012890     END-IF.
012900     MOVE SPACES TO BOP-RECORD.
012910     MOVE PARM-RUN-DATE              TO BOP-AS-OF-DATE.
012920     MOVE BR-ITM-SIDE(BR-SUB)        TO BOP-ITEM-SIDE.
012921     IF BR-ITM-STATE(BR-SUB) = 'X'
012922         SET BOP-REVERSED-ITEM TO TRUE
012923     END-IF.
012930     MOVE BR-ITM-FIRST-DATE(BR-SUB)  TO BOP-FIRST-DATE.
012940     MOVE BR-ITM-DATE(BR-SUB)        TO BOP-ITEM-DATE.
012950     MOVE BR-ITM-DR-CR(BR-SUB)       TO BOP-DR-CR.
012960     MOVE BR-ITM-AMOUNT(BR-SUB)      TO BOP-AMOUNT.
012970     MOVE BR-ITM-REF(BR-SUB)         TO BOP-REFERENCE.
012980     MOVE BR-ITM-DESC(BR-SUB)        TO BOP-DESCRIPTION.
012990     WRITE BR-WORK-REC FROM BOP-RECORD.
013000 7200-EXIT.
013010     EXIT.
013020*
013030 7300-COPY-BACK.
013040     READ BANKWORK
013050         AT END
013060             MOVE 'Y' TO BR-EOF-SW
013070             GO TO 7300-EXIT
013080     END-READ.
013090     WRITE BOP-RECORD FROM BR-WORK-REC.
013100 7300-EXIT.
013110     EXIT.
013120*
013130*    ---------------------------------------------------------
013140*    9000-DATE-TO-SERIAL - THE CCYYMMDD DATE IN BR-DT-WORK AS
013150*    A SERIAL DAY NUMBER, THE SAME MARCH-BASED ARITHMETIC
013160*    JOBPRC07 USES FOR ITS ELAPSED TIMES.
013170*    ---------------------------------------------------------
013180 9000-DATE-TO-SERIAL.
013190     IF BR-DT-MM > 2
013200         MOVE BR-DT-YYYY TO BR-CAL-Y
013210         COMPUTE BR-CAL-M = BR-DT-MM + 1
013220     ELSE
013230         COMPUTE BR-CAL-Y = BR-DT-YYYY - 1
013240         COMPUTE BR-CAL-M = BR-DT-MM + 13
013250     END-IF.
013260     COMPUTE BR-SERIAL-DAY =
013270         (1461 * BR-CAL-Y) / 4
013280         + (306 * BR-CAL-M) / 10
013290         + BR-DT-DD.
013300 9000-EXIT.
013310     EXIT.
