000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     JOBPRC09.
000030 AUTHOR.         R SANTOS.
000040 INSTALLATION.   ISBEL SISTEMAS BATCH.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070*
000080*    MODIFICATION HISTORY
000090*    --------------------
000100*    2026-10-15  RS   ORIGINAL VERSION - FINANCIAL STATEMENTS,
000110*                      CALLED FROM THE HELLO-WORLD DRIVER AS
000120*                      JOB009 ONCE THE PERIOD-END CLOSE (JOB006)
000130*                      HAS RUN.  THE RUN-DATE'S CCYYMM CLOSING
000140*                      BALANCES ARE READ FROM GLBAL, CLASSIFIED BY
000150*                      THE GLCHART CHART OF ACCOUNTS (SEE
000160*                      GLAREC01) AND PRINTED ON FINSTMT AS A
000170*                      BALANCE SHEET (ASSETS, LIABILITIES, EQUITY
000180*                      PLUS THE CURRENT EARNINGS) AND AN INCOME
000190*                      STATEMENT (REVENUE, EXPENSES, NET INCOME),
000200*                      EACH GROUP SUBTOTALLED.  A GLBAL ACCOUNT
000210*                      NOT ON THE CHART PRINTS UNDER UNCLASSIFIED
000220*                      AND, LIKE AN OUT-OF-BALANCE SHEET OR A
000230*                      PERIOD WITH NO BALANCES, ENDS THE RUN RC 8.
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.    IBM-370.
000280 OBJECT-COMPUTER.    IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT GLCHART   ASSIGN TO "GLCHART"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS FS-GLCHART-STATUS.
000340     SELECT GLBAL     ASSIGN USING FS-GLBAL-NAME
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS GLB-KEY
000380         FILE STATUS IS FS-GLBAL-STATUS.
000390     SELECT FINSTMT   ASSIGN USING FS-FINSTMT-NAME
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS FS-FINSTMT-STATUS.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000450*
000460*    ---------------------------------------------------------
000470*    GLCHART - MAINTAINED CHART OF ACCOUNTS, ONE ROW PER GL
000480*    ACCOUNT.  SEE GLAREC01.
000490*    ---------------------------------------------------------
000500 FD  GLCHART
000510     LABEL RECORDS ARE STANDARD
000520     RECORDING MODE IS F.
000530 COPY GLAREC01.
000540*
000550*    ---------------------------------------------------------
000560*    GLBAL - THE KEYED BALANCE MASTER THE CLOSE MAINTAINS,
000570*    READ-ONLY HERE.  SEE GLBREC01.
000580*    ---------------------------------------------------------
000590 FD  GLBAL
000600     LABEL RECORDS ARE STANDARD.
000610 COPY GLBREC01.
000620*
000630*    ---------------------------------------------------------
000640*    FINSTMT - THE PAGINATED STATEMENTS REPORT.  SEE RPTREC01.
000650*    ---------------------------------------------------------
000660 FD  FINSTMT
000670     LABEL RECORDS ARE STANDARD
000680     RECORDING MODE IS F.
000690 COPY RPTREC01.
000700*
000710 WORKING-STORAGE SECTION.
000720*
000730*    ---------------------------------------------------------
000740*    STATEMENTS-RUN WORKING FIELDS
000750*    ---------------------------------------------------------
000760 01  FS-GLCHART-STATUS           PIC X(02).
000770 01  FS-GLBAL-STATUS             PIC X(02).
000780 01  FS-FINSTMT-STATUS           PIC X(02).
000790 01  FS-CHART-EOF-SW             PIC X(01) VALUE 'N'.
000800     88  FS-CHART-EOF             VALUE 'Y'.
000810 01  FS-GLBAL-EOF-SW             PIC X(01) VALUE 'N'.
000820     88  FS-GLBAL-EOF             VALUE 'Y'.
000830 01  FS-ABORT-SW                 PIC X(01) VALUE 'N'.
000840     88  FS-ABORTED               VALUE 'Y'.
000850 01  FS-RETURN-CODE              PIC 9(04) VALUE ZERO.
000860 01  FS-PERIOD-X                 PIC X(06).
000870 77  FS-GLB-CNT                  PIC 9(07) COMP VALUE ZERO.
000880 77  FS-AGAINST-CNT              PIC 9(07) COMP VALUE ZERO.
000890 01  FS-GLB-CNT-ED               PIC Z(06)9.
000900 01  FS-UNC-CNT-ED               PIC Z(06)9.
000910 01  FS-AGAINST-CNT-ED           PIC Z(06)9.
000920*
000930*    ---------------------------------------------------------
000940*    ENV-QUALIFIED FILE NAMES - BUILT BY 1100-SET-FILE-NAMES
000950*    FROM PARM-ENV-CODE.  GLCHART IS ONE CHART FOR EVERY
000960*    ENVIRONMENT, THE SAME AS PSTRULES.
000970*    ---------------------------------------------------------
000980 01  FS-BASE-NAME                PIC X(08).
000990 01  FS-QUAL-NAME                PIC X(13).
001000 01  FS-GLBAL-NAME               PIC X(13).
001010 01  FS-FINSTMT-NAME             PIC X(13).
001020*
001030*    ---------------------------------------------------------
001040*    CHART TABLE - ONE ROW PER GLCHART ACCOUNT, CARRYING THE
001050*    PERIOD'S CLOSING BALANCE (DEBIT POSITIVE, AS ON GLBAL)
001060*    ONCE 2000-LOAD-BALANCES HAS FOUND IT.
001070*    ---------------------------------------------------------
001080 77  FS-CHART-CNT                PIC 9(04) COMP VALUE ZERO.
001090 77  FS-SUB                      PIC 9(04) COMP VALUE ZERO.
001100 77  FS-FOUND-SUB                PIC 9(04) COMP VALUE ZERO.
001110 01  FS-WORK-ACCT                PIC X(08).
001120 01  FS-CHART-TABLE.
001130     05  FS-CHART-ENTRY OCCURS 500 TIMES.
001140         10  FS-CH-ACCT           PIC X(08).
001150         10  FS-CH-NAME           PIC X(30).
001160         10  FS-CH-TYPE           PIC X(01).
001170         10  FS-CH-SIDE           PIC X(01).
001180         10  FS-CH-ACTIVE         PIC X(01).
001190         10  FS-CH-HIT            PIC X(01).
001200         10  FS-CH-BAL            PIC S9(11)V99 COMP-3.
001210*
001220*    ---------------------------------------------------------
001230*    UNCLASSIFIED TABLE - GLBAL ACCOUNTS OF THE PERIOD THAT
001240*    ARE NOT ON THE CHART, OR CARRY A TYPE IT DOES NOT KNOW.
001250*    ---------------------------------------------------------
001260 77  FS-UNC-CNT                  PIC 9(04) COMP VALUE ZERO.
001270 01  FS-UNC-TABLE.
001280     05  FS-UNC-ENTRY OCCURS 200 TIMES.
001290         10  FS-UNC-ACCT          PIC X(08).
001300         10  FS-UNC-BAL           PIC S9(11)V99 COMP-3.
001310*
001320*    ---------------------------------------------------------
001330*    GROUP TOTALS - EACH IN THE GROUP'S OWN NATURAL SIGN:
001340*    ASSETS AND EXPENSES DEBIT POSITIVE, LIABILITIES, EQUITY
001350*    AND REVENUE CREDIT POSITIVE.
001360*    ---------------------------------------------------------
001370 01  FS-TOT-ASSETS               PIC S9(13)V99 COMP-3 VALUE ZERO.
001380 01  FS-TOT-LIABS                PIC S9(13)V99 COMP-3 VALUE ZERO.
001390 01  FS-TOT-EQUITY               PIC S9(13)V99 COMP-3 VALUE ZERO.
001400 01  FS-TOT-REVENUE              PIC S9(13)V99 COMP-3 VALUE ZERO.
001410 01  FS-TOT-EXPENSE              PIC S9(13)V99 COMP-3 VALUE ZERO.
001420 01  FS-TOT-UNCLASS              PIC S9(13)V99 COMP-3 VALUE ZERO.
001430 01  FS-NET-INCOME               PIC S9(13)V99 COMP-3 VALUE ZERO.
001440 01  FS-TOT-LIAB-EQ              PIC S9(13)V99 COMP-3 VALUE ZERO.
001450 01  FS-DIFFERENCE               PIC S9(13)V99 COMP-3 VALUE ZERO.
001460 01  FS-SHOW-AMT                 PIC S9(13)V99 COMP-3 VALUE ZERO.
001470*
001480*    ---------------------------------------------------------
001490*    THE GROUP IN HAND - SET BY THE CALLER OF 4400-PRINT-GROUP.
001500*    ---------------------------------------------------------
001510 01  FS-GROUP-TYPE               PIC X(01).
001520 01  FS-GROUP-NAME               PIC X(30).
001530 01  FS-GROUP-TOTAL              PIC S9(13)V99 COMP-3.
001540 01  FS-TOTAL-LABEL              PIC X(40).
001550 01  FS-NOTE                     PIC X(30).
001560*
001570*    ---------------------------------------------------------
001580*    REPORT FIELDS - SAME PAGINATION PATTERN AS THE DRIVER'S
001590*    RPTFILE REPORT.  FS-HOLD-LINE KEEPS A PREPARED LINE SAFE
001600*    WHILE 4100-PRINT-HEADER EJECTS TO A NEW PAGE.
001610*    ---------------------------------------------------------
001620 77  FS-RPT-LINE-CNT             PIC 9(04) COMP VALUE ZERO.
001630 77  FS-RPT-LINES-PER-PAGE       PIC 9(04) COMP VALUE 60.
001640 77  FS-RPT-PAGE-NO              PIC 9(04) COMP VALUE ZERO.
001650 77  FS-ADVANCE                  PIC 9(04) COMP VALUE ZERO.
001660 01  FS-RPT-PAGE-NO-ED           PIC ZZZ9.
001670 01  FS-RPT-RULE-LINE            PIC X(132) VALUE ALL '-'.
001680 01  FS-HOLD-LINE                PIC X(132).
001690 01  FS-AMT-ED                   PIC Z(12)9.99-.
001700*
001710 LINKAGE SECTION.
001720*
001730*    ---------------------------------------------------------
001740*    PARAMETERS PASSED DOWN FROM THE DRIVER - SEE PARMREC01
001750*    ---------------------------------------------------------
001760 COPY PARMREC01.
001770*
001780*    ---------------------------------------------------------
001790*    EXTENDED PARAMETERS FROM THE DELIMITED PARM FORM - SEE
001800*    PARMREC02.
001810*    ---------------------------------------------------------
001820 COPY PARMREC02.
001830*
001840 PROCEDURE DIVISION USING PARM-RECORD PARM-EXT-RECORD.
001850*
001860 0000-MAINLINE.
001870     DISPLAY 'JOBPRC09: FINANCIAL STATEMENTS STARTING FOR '
001880         'RUN-DATE ' PARM-RUN-DATE ' ENV ' PARM-ENV-CODE.
001890     PERFORM 1000-INITIALIZE
001900         THRU 1000-EXIT.
001910     IF FS-ABORTED
001920         GO TO 0000-GOBACK
001930     END-IF.
001940     PERFORM 2000-LOAD-BALANCES
001950         THRU 2000-EXIT.
001960     IF FS-ABORTED
001970         GO TO 0000-GOBACK
001980     END-IF.
001990     PERFORM 3000-SUM-GROUPS
002000         THRU 3000-EXIT.
002010     PERFORM 4000-PRINT-REPORT
002020         THRU 4000-EXIT.
002030     PERFORM 5000-WRAPUP
002040         THRU 5000-EXIT.
002050 0000-GOBACK.
002060     MOVE FS-RETURN-CODE TO RETURN-CODE.
002070     GOBACK.
002080*
002090*    ---------------------------------------------------------
002100*    1000-INITIALIZE - DERIVE THE PERIOD AND LOAD THE CHART.
002110*    A MISSING OR EMPTY GLCHART STOPS THE RUN - WITHOUT IT NO
002120*    BALANCE COULD BE CLASSIFIED.
002130*    ---------------------------------------------------------
002140 1000-INITIALIZE.
002150     PERFORM 1100-SET-FILE-NAMES
002160         THRU 1100-EXIT.
002170     MOVE PARM-RUN-DATE(1:6) TO FS-PERIOD-X.
002180     OPEN INPUT GLCHART.
002190     IF FS-GLCHART-STATUS NOT = '00'
002200         DISPLAY 'JOBPRC09 *ERROR* GLCHART COULD NOT BE OPENED'
002210             ', STATUS ' FS-GLCHART-STATUS
002220         MOVE 16 TO FS-RETURN-CODE
002230         SET FS-ABORTED TO TRUE
002240         GO TO 1000-EXIT
002250     END-IF.
002260     PERFORM 1200-READ-GLCHART
002270         THRU 1200-EXIT
002280         UNTIL FS-CHART-EOF.
002290     CLOSE GLCHART.
002300     IF FS-CHART-CNT = ZERO
002310         DISPLAY 'JOBPRC09 *ERROR* GLCHART CARRIES NO ACCOUNTS - '
002320             'RUN ABANDONED.'
002330         MOVE 16 TO FS-RETURN-CODE
002340         SET FS-ABORTED TO TRUE
002350         GO TO 1000-EXIT
002360     END-IF.
002370     DISPLAY 'JOBPRC09: STATEMENTS FOR PERIOD ' FS-PERIOD-X '.'.
002380 1000-EXIT.
002390     EXIT.
002400*
002410*    ---------------------------------------------------------
002420*    1100-SET-FILE-NAMES - BUILD THE ENV-QUALIFIED NAME OF
002430*    EVERY FILE THIS RUN TOUCHES.
002440*    ---------------------------------------------------------
002450 1100-SET-FILE-NAMES.
002460     MOVE 'GLBAL   ' TO FS-BASE-NAME.
002470     PERFORM 1150-QUALIFY-ONE
002480         THRU 1150-EXIT.
002490     MOVE FS-QUAL-NAME TO FS-GLBAL-NAME.
002500     MOVE 'FINSTMT ' TO FS-BASE-NAME.
002510     PERFORM 1150-QUALIFY-ONE
002520         THRU 1150-EXIT.
002530     MOVE FS-QUAL-NAME TO FS-FINSTMT-NAME.
002540 1100-EXIT.
002550     EXIT.
002560*
002570*    ---------------------------------------------------------
002580*    1150-QUALIFY-ONE - ONE NAME: BASE.ENV, OR THE BASE ALONE
002590*    SHOULD THE DRIVER EVER HAND DOWN A BLANK ENV-CODE.
002600*    ---------------------------------------------------------
002610 1150-QUALIFY-ONE.
002620     MOVE SPACES TO FS-QUAL-NAME.
002630     IF PARM-ENV-CODE = SPACES
002640         MOVE FS-BASE-NAME TO FS-QUAL-NAME
002650         GO TO 1150-EXIT
002660     END-IF.
002670     STRING FS-BASE-NAME   DELIMITED BY SPACE
002680            '.'            DELIMITED BY SIZE
002690            PARM-ENV-CODE  DELIMITED BY SPACE
002700         INTO FS-QUAL-NAME
002710     END-STRING.
002720 1150-EXIT.
002730     EXIT.
002740*
002750*    ---------------------------------------------------------
002760*    1200-READ-GLCHART - ONE CHART ROW INTO THE TABLE, ITS
002770*    BALANCE ZERO UNTIL GLBAL SUPPLIES ONE.
002780*    ---------------------------------------------------------
002790 1200-READ-GLCHART.
002800     READ GLCHART
002810         AT END
002820             MOVE 'Y' TO FS-CHART-EOF-SW
002830             GO TO 1200-EXIT
002840     END-READ.
002850     IF GLA-ACCOUNT-NO = SPACES
002860         GO TO 1200-EXIT
002870     END-IF.
002880     IF FS-CHART-CNT = 500
002890         DISPLAY 'JOBPRC09 *WARNING* MORE THAN 500 CHART ACCOUNTS'
002900             ' - ' GLA-ACCOUNT-NO ' LEFT UNCLASSIFIED.'
002910         GO TO 1200-EXIT
002920     END-IF.
002930     ADD 1 TO FS-CHART-CNT.
002940     MOVE GLA-ACCOUNT-NO  TO FS-CH-ACCT(FS-CHART-CNT).
002950     MOVE GLA-NAME        TO FS-CH-NAME(FS-CHART-CNT).
002960     MOVE GLA-TYPE        TO FS-CH-TYPE(FS-CHART-CNT).
002970     MOVE GLA-NORMAL-SIDE TO FS-CH-SIDE(FS-CHART-CNT).
002980     MOVE GLA-ACTIVE-FLAG TO FS-CH-ACTIVE(FS-CHART-CNT).
002990     MOVE 'N'             TO FS-CH-HIT(FS-CHART-CNT).
003000     MOVE ZERO            TO FS-CH-BAL(FS-CHART-CNT).
003010     IF NOT GLA-TYPE-KNOWN
003020         DISPLAY 'JOBPRC09 *WARNING* GLCHART ACCOUNT '
003030             GLA-ACCOUNT-NO ' CARRIES UNKNOWN TYPE ' GLA-TYPE
003040             ' - IT WILL PRINT UNCLASSIFIED.'
003050     END-IF.
003060 1200-EXIT.
003070     EXIT.
003080*
003090*    ---------------------------------------------------------
003100*    2000-LOAD-BALANCES - SWEEP GLBAL FRONT TO BACK FOR THE
003110*    PERIOD'S ROWS.  EACH CLOSING BALANCE LANDS ON ITS CHART
003120*    ROW, OR ON THE UNCLASSIFIED TABLE WHEN THE CHART DOES
003130*    NOT CLASSIFY IT.  NO GLBAL AT ALL IS TREATED AS A PERIOD
003140*    WITH NO BALANCES - THE CLOSE HAS NOT YET RUN.
003150*    ---------------------------------------------------------
003160 2000-LOAD-BALANCES.
003170     OPEN INPUT GLBAL.
003180     IF FS-GLBAL-STATUS = '35'
003190         DISPLAY 'JOBPRC09 *WARNING* NO GLBAL BALANCE MASTER '
003200             'EXISTS FOR ENV ' PARM-ENV-CODE '.'
003210         GO TO 2000-EXIT
003220     END-IF.
003230     IF FS-GLBAL-STATUS NOT = '00'
003240         DISPLAY 'JOBPRC09 *ERROR* GLBAL COULD NOT BE OPENED'
003250             ', STATUS ' FS-GLBAL-STATUS
003260         MOVE 16 TO FS-RETURN-CODE
003270         SET FS-ABORTED TO TRUE
003280         GO TO 2000-EXIT
003290     END-IF.
003300     MOVE 'N' TO FS-GLBAL-EOF-SW.
003310     MOVE LOW-VALUES TO GLB-KEY.
003320     START GLBAL KEY NOT < GLB-KEY
003330         INVALID KEY
003340             MOVE 'Y' TO FS-GLBAL-EOF-SW
003350     END-START.
003360     PERFORM 2100-READ-GLBAL-NEXT
003370         THRU 2100-EXIT
003380         UNTIL FS-GLBAL-EOF.
003390     CLOSE GLBAL.
003400 2000-EXIT.
003410     EXIT.
003420*
003430 2100-READ-GLBAL-NEXT.
003440     READ GLBAL NEXT RECORD
003450         AT END
003460             MOVE 'Y' TO FS-GLBAL-EOF-SW
003470             GO TO 2100-EXIT
003480     END-READ.
003490     IF GLB-PERIOD NOT = FS-PERIOD-X
003500         GO TO 2100-EXIT
003510     END-IF.
003520     ADD 1 TO FS-GLB-CNT.
003530     MOVE GLB-ACCOUNT-NO TO FS-WORK-ACCT.
003540     MOVE ZERO TO FS-FOUND-SUB.
003550     PERFORM 2200-MATCH-CHART
003560         THRU 2200-EXIT
003570         VARYING FS-SUB FROM 1 BY 1
003580         UNTIL FS-SUB > FS-CHART-CNT
003590             OR FS-FOUND-SUB > ZERO.
003600     IF FS-FOUND-SUB > ZERO
003610         IF FS-CH-TYPE(FS-FOUND-SUB) = 'A' OR 'L' OR 'E'
003620                                      OR 'R' OR 'X'
003630             MOVE 'Y' TO FS-CH-HIT(FS-FOUND-SUB)
003640             ADD GLB-CLOSE-BAL TO FS-CH-BAL(FS-FOUND-SUB)
003650             GO TO 2100-EXIT
003660         END-IF
003670     END-IF.
003680     PERFORM 2300-ADD-UNCLASSIFIED
003690         THRU 2300-EXIT.
003700 2100-EXIT.
003710     EXIT.
003720*
003730 2200-MATCH-CHART.
003740     IF FS-CH-ACCT(FS-SUB) = FS-WORK-ACCT
003750         MOVE FS-SUB TO FS-FOUND-SUB
003760     END-IF.
003770 2200-EXIT.
003780     EXIT.
003790*
003800*    ---------------------------------------------------------
003810*    2300-ADD-UNCLASSIFIED - A BALANCE THE CHART CANNOT PLACE.
003820*    THE STATEMENTS ARE THEN INCOMPLETE, SO THE RUN ENDS RC 8.
003830*    ---------------------------------------------------------
003840 2300-ADD-UNCLASSIFIED.
003850     IF FS-RETURN-CODE < 8
003860         MOVE 8 TO FS-RETURN-CODE
003870     END-IF.
003880     DISPLAY 'JOBPRC09 *WARNING* GLBAL ACCOUNT ' FS-WORK-ACCT
003890         ' IS NOT CLASSIFIED BY GLCHART.'.
003900     IF FS-UNC-CNT = 200
003910         GO TO 2300-EXIT
003920     END-IF.
003930     ADD 1 TO FS-UNC-CNT.
003940     MOVE FS-WORK-ACCT  TO FS-UNC-ACCT(FS-UNC-CNT).
003950     MOVE GLB-CLOSE-BAL TO FS-UNC-BAL(FS-UNC-CNT).
003960 2300-EXIT.
003970     EXIT.
003980*
003990*    ---------------------------------------------------------
004000*    3000-SUM-GROUPS - GROUP TOTALS, NET INCOME AND THE
004010*    BALANCE SHEET PROOF, WORKED OUT BEFORE ANYTHING PRINTS
004020*    BECAUSE THE EARNINGS LINE UNDER EQUITY NEEDS THE INCOME
004030*    STATEMENT'S RESULT.  ASSETS MUST EQUAL LIABILITIES PLUS
004040*    EQUITY PLUS THE EARNINGS NOT YET CLOSED TO EQUITY.
004050*    ---------------------------------------------------------
004060 3000-SUM-GROUPS.
004070     PERFORM 3100-SUM-ONE-ACCT
004080         THRU 3100-EXIT
004090         VARYING FS-SUB FROM 1 BY 1
004100         UNTIL FS-SUB > FS-CHART-CNT.
004110     PERFORM 3200-SUM-UNCLASSIFIED
004120         THRU 3200-EXIT
004130         VARYING FS-SUB FROM 1 BY 1
004140         UNTIL FS-SUB > FS-UNC-CNT.
004150     COMPUTE FS-NET-INCOME = FS-TOT-REVENUE - FS-TOT-EXPENSE.
004160     COMPUTE FS-TOT-LIAB-EQ =
004170         FS-TOT-LIABS + FS-TOT-EQUITY + FS-NET-INCOME.
004180     COMPUTE FS-DIFFERENCE = FS-TOT-ASSETS - FS-TOT-LIAB-EQ.
004190     IF FS-DIFFERENCE NOT = ZERO
004200         DISPLAY 'JOBPRC09 *WARNING* BALANCE SHEET IS OUT OF '
004210             'BALANCE FOR PERIOD ' FS-PERIOD-X '.'
004220         IF FS-RETURN-CODE < 8
004230             MOVE 8 TO FS-RETURN-CODE
004240         END-IF
004250     END-IF.
004260 3000-EXIT.
004270     EXIT.
004280*
004290 3100-SUM-ONE-ACCT.
004300     IF FS-CH-HIT(FS-SUB) NOT = 'Y'
004310         GO TO 3100-EXIT
004320     END-IF.
004330     EVALUATE FS-CH-TYPE(FS-SUB)
004340         WHEN 'A'
004350             ADD FS-CH-BAL(FS-SUB) TO FS-TOT-ASSETS
004360         WHEN 'L'
004370             SUBTRACT FS-CH-BAL(FS-SUB) FROM FS-TOT-LIABS
004380         WHEN 'E'
004390             SUBTRACT FS-CH-BAL(FS-SUB) FROM FS-TOT-EQUITY
004400         WHEN 'R'
004410             SUBTRACT FS-CH-BAL(FS-SUB) FROM FS-TOT-REVENUE
004420         WHEN 'X'
004430             ADD FS-CH-BAL(FS-SUB) TO FS-TOT-EXPENSE
004440     END-EVALUATE.
004450 3100-EXIT.
004460     EXIT.
004470*
004480 3200-SUM-UNCLASSIFIED.
004490     ADD FS-UNC-BAL(FS-SUB) TO FS-TOT-UNCLASS.
004500 3200-EXIT.
004510     EXIT.
004520*
004530*    ---------------------------------------------------------
004540*    4000-PRINT-REPORT - THE PAGINATED STATEMENTS.  A PERIOD
004550*    WITH NO GLBAL BALANCES STILL GETS A REPORT SAYING SO, AND
004560*    ENDS RC 8.
004570*    ---------------------------------------------------------
004580 4000-PRINT-REPORT.
004590     MOVE ZERO TO FS-RPT-PAGE-NO.
004600     MOVE ZERO TO FS-RPT-LINE-CNT.
004610     OPEN OUTPUT FINSTMT.
004620     IF FS-FINSTMT-STATUS NOT = '00'
004630         DISPLAY 'JOBPRC09 *ERROR* FINSTMT COULD NOT BE OPENED'
004640             ', STATUS ' FS-FINSTMT-STATUS
004650         MOVE 16 TO FS-RETURN-CODE
004660         GO TO 4000-EXIT
004670     END-IF.
004680     PERFORM 4100-PRINT-HEADER
004690         THRU 4100-EXIT.
004700     IF FS-GLB-CNT = ZERO
004710         MOVE SPACES TO FS-HOLD-LINE
004720         STRING 'NO GLBAL BALANCES FOR PERIOD ' FS-PERIOD-X
004730             ' - THE PERIOD-END CLOSE HAS NOT RUN.'
004740             DELIMITED BY SIZE INTO FS-HOLD-LINE
004750         END-STRING
004760         MOVE 2 TO FS-ADVANCE
004770         PERFORM 4800-WRITE-LINE
004780             THRU 4800-EXIT
004790         IF FS-RETURN-CODE < 8
004800             MOVE 8 TO FS-RETURN-CODE
004810         END-IF
004820     ELSE
004830         PERFORM 4200-PRINT-BALANCE-SHEET
004840             THRU 4200-EXIT
004850         PERFORM 4300-PRINT-INCOME-STMT
004860             THRU 4300-EXIT
004870         IF FS-UNC-CNT > ZERO
004880             PERFORM 4600-PRINT-UNCLASSIFIED
004890                 THRU 4600-EXIT
004900         END-IF
004910     END-IF.
004920     PERFORM 4700-PRINT-TRAILER
004930         THRU 4700-EXIT.
004940     CLOSE FINSTMT.
004950 4000-EXIT.
004960     EXIT.
004970*
004980*    ---------------------------------------------------------
004990*    4100-PRINT-HEADER - EJECT TO A NEW PAGE AND PRINT THE
005000*    PERIOD HEADER AND COLUMN CAPTIONS.
005010*    ---------------------------------------------------------
005020 4100-PRINT-HEADER.
005030     ADD 1 TO FS-RPT-PAGE-NO.
005040     MOVE ZERO TO FS-RPT-LINE-CNT.
005050     MOVE FS-RPT-PAGE-NO TO FS-RPT-PAGE-NO-ED.
005060     MOVE SPACES TO RPT-RECORD.
005070     STRING 'ISBEL SISTEMAS BATCH'  SPACE SPACE SPACE
005080         'FINANCIAL STATEMENTS'  SPACE SPACE SPACE
005090         'PAGE ' FS-RPT-PAGE-NO-ED
005100         DELIMITED BY SIZE INTO RPT-RECORD
005110     END-STRING.
005120     WRITE RPT-RECORD AFTER ADVANCING PAGE.
005130     MOVE SPACES TO RPT-RECORD.
005140     STRING 'RUN-DATE: ' PARM-RUN-DATE
005150         '   PERIOD: '   FS-PERIOD-X
005160         '   JOB-ID: '   PARM-JOB-ID
005170         '   ENV: '      PARM-ENV-CODE
005180         DELIMITED BY SIZE INTO RPT-RECORD
005190     END-STRING.
005200     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
005210     MOVE SPACES TO RPT-RECORD.
005220     STRING '  ACCOUNT   NAME'
005230         '                                     '
005240         'BALANCE   NOTE'
005250         DELIMITED BY SIZE INTO RPT-RECORD
005260     END-STRING.
005270     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
005280     MOVE FS-RPT-RULE-LINE TO RPT-RECORD.
005290     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
005300     ADD 6 TO FS-RPT-LINE-CNT.
005310 4100-EXIT.
005320     EXIT.
005330*
005340*    ---------------------------------------------------------
005350*    4200-PRINT-BALANCE-SHEET - ASSETS, LIABILITIES, EQUITY,
005360*    THE CURRENT EARNINGS, AND THE PROOF THAT BOTH SIDES
005370*    AGREE.
005380*    ---------------------------------------------------------
005390 4200-PRINT-BALANCE-SHEET.
005400     MOVE SPACES TO FS-HOLD-LINE.
005410     MOVE 'BALANCE SHEET' TO FS-HOLD-LINE.
005420     MOVE 2 TO FS-ADVANCE.
005430     PERFORM 4800-WRITE-LINE
005440         THRU 4800-EXIT.
005450     MOVE 'A' TO FS-GROUP-TYPE.
005460     MOVE 'ASSETS' TO FS-GROUP-NAME.
005470     MOVE FS-TOT-ASSETS TO FS-GROUP-TOTAL.
005480     PERFORM 4400-PRINT-GROUP
005490         THRU 4400-EXIT.
005500     MOVE 'L' TO FS-GROUP-TYPE.
005510     MOVE 'LIABILITIES' TO FS-GROUP-NAME.
005520     MOVE FS-TOT-LIABS TO FS-GROUP-TOTAL.
005530     PERFORM 4400-PRINT-GROUP
005540         THRU 4400-EXIT.
005550     MOVE 'E' TO FS-GROUP-TYPE.
005560     MOVE 'EQUITY' TO FS-GROUP-NAME.
005570     MOVE FS-TOT-EQUITY TO FS-GROUP-TOTAL.
005580     PERFORM 4400-PRINT-GROUP
005590         THRU 4400-EXIT.
005600     MOVE 'CURRENT PERIOD EARNINGS' TO FS-TOTAL-LABEL.
005610     MOVE FS-NET-INCOME TO FS-SHOW-AMT.
005620     MOVE 1 TO FS-ADVANCE.
005630     PERFORM 4550-PRINT-TOTAL
005640         THRU 4550-EXIT.
005650     MOVE 'TOTAL LIABILITIES AND EQUITY' TO FS-TOTAL-LABEL.
005660     MOVE FS-TOT-LIAB-EQ TO FS-SHOW-AMT.
005670     MOVE 2 TO FS-ADVANCE.
005680     PERFORM 4550-PRINT-TOTAL
005690         THRU 4550-EXIT.
005700     MOVE FS-DIFFERENCE TO FS-AMT-ED.
005710     MOVE SPACES TO FS-HOLD-LINE.
005720     IF FS-DIFFERENCE = ZERO
005730         STRING '  BALANCE SHEET IN BALANCE'
005740             DELIMITED BY SIZE INTO FS-HOLD-LINE
005750         END-STRING
005760     ELSE
005770         STRING '  *** BALANCE SHEET OUT OF BALANCE BY '
005780             FS-AMT-ED ' ***'
005790             DELIMITED BY SIZE INTO FS-HOLD-LINE
005800         END-STRING
005810     END-IF.
005820     MOVE 2 TO FS-ADVANCE.
005830     PERFORM 4800-WRITE-LINE
005840         THRU 4800-EXIT.
005850 4200-EXIT.
005860     EXIT.
005870*
005880*    ---------------------------------------------------------
005890*    4300-PRINT-INCOME-STMT - REVENUE, EXPENSES AND THE NET
005900*    INCOME OF THE BALANCES TO DATE.
005910*    ---------------------------------------------------------
005920 4300-PRINT-INCOME-STMT.
005930     MOVE SPACES TO FS-HOLD-LINE.
005940     MOVE 'INCOME STATEMENT' TO FS-HOLD-LINE.
005950     MOVE 3 TO FS-ADVANCE.
005960     PERFORM 4800-WRITE-LINE
005970         THRU 4800-EXIT.
005980     MOVE 'R' TO FS-GROUP-TYPE.
005990     MOVE 'REVENUE' TO FS-GROUP-NAME.
006000     MOVE FS-TOT-REVENUE TO FS-GROUP-TOTAL.
006010     PERFORM 4400-PRINT-GROUP
006020         THRU 4400-EXIT.
006030     MOVE 'X' TO FS-GROUP-TYPE.
006040     MOVE 'EXPENSES' TO FS-GROUP-NAME.
006050     MOVE FS-TOT-EXPENSE TO FS-GROUP-TOTAL.
006060     PERFORM 4400-PRINT-GROUP
006070         THRU 4400-EXIT.
006080     MOVE 'NET INCOME' TO FS-TOTAL-LABEL.
006090     MOVE FS-NET-INCOME TO FS-SHOW-AMT.
006100     MOVE 2 TO FS-ADVANCE.
006110     PERFORM 4550-PRINT-TOTAL
006120         THRU 4550-EXIT.
006130 4300-EXIT.
006140     EXIT.
006150*
006160*    ---------------------------------------------------------
006170*    4400-PRINT-GROUP - THE GROUP CAPTION, EVERY CHART ACCOUNT
006180*    OF FS-GROUP-TYPE THAT HAS A BALANCE ROW THIS PERIOD, AND
006190*    THE GROUP SUBTOTAL.
006200*    ---------------------------------------------------------
006210 4400-PRINT-GROUP.
006220     MOVE SPACES TO FS-HOLD-LINE.
006230     MOVE FS-GROUP-NAME TO FS-HOLD-LINE.
006240     MOVE 2 TO FS-ADVANCE.
006250     PERFORM 4800-WRITE-LINE
006260         THRU 4800-EXIT.
006270     PERFORM 4500-PRINT-ACCT
006280         THRU 4500-EXIT
006290         VARYING FS-SUB FROM 1 BY 1
006300         UNTIL FS-SUB > FS-CHART-CNT.
006310     MOVE SPACES TO FS-TOTAL-LABEL.
006320     STRING 'TOTAL ' FS-GROUP-NAME
006330         DELIMITED BY SIZE INTO FS-TOTAL-LABEL
006340     END-STRING.
006350     MOVE FS-GROUP-TOTAL TO FS-SHOW-AMT.
006360     MOVE 1 TO FS-ADVANCE.
006370     PERFORM 4550-PRINT-TOTAL
006380         THRU 4550-EXIT.
006390 4400-EXIT.
006400     EXIT.
006410*
006420*    ---------------------------------------------------------
006430*    4500-PRINT-ACCT - ONE ACCOUNT IN ITS GROUP'S NATURAL
006440*    SIGN.  A BALANCE SITTING ON THE SIDE OPPOSITE THE CHART'S
006450*    NORMAL SIDE, AND A BALANCE ON AN INACTIVE ACCOUNT, ARE
006460*    NOTED AGAINST THE LINE.
006470*    ---------------------------------------------------------
006480 4500-PRINT-ACCT.
006490     IF FS-CH-HIT(FS-SUB) NOT = 'Y'
006500         OR FS-CH-TYPE(FS-SUB) NOT = FS-GROUP-TYPE
006510         GO TO 4500-EXIT
006520     END-IF.
006530     IF FS-GROUP-TYPE = 'A' OR 'X'
006540         MOVE FS-CH-BAL(FS-SUB) TO FS-SHOW-AMT
006550     ELSE
006560         COMPUTE FS-SHOW-AMT = ZERO - FS-CH-BAL(FS-SUB)
006570     END-IF.
006580     MOVE SPACES TO FS-NOTE.
006590     IF (FS-CH-SIDE(FS-SUB) = 'D' AND FS-CH-BAL(FS-SUB) < ZERO)
006600        OR (FS-CH-SIDE(FS-SUB) = 'C'
006610            AND FS-CH-BAL(FS-SUB) > ZERO)
006620         MOVE 'AGAINST NORMAL SIDE' TO FS-NOTE
006630         ADD 1 TO FS-AGAINST-CNT
006640     END-IF.
006650     IF FS-CH-ACTIVE(FS-SUB) NOT = 'Y'
006660         IF FS-NOTE = SPACES
006670             MOVE 'INACTIVE ACCOUNT' TO FS-NOTE
006680         ELSE
006690             MOVE 'AGAINST NORMAL SIDE, INACTIVE' TO FS-NOTE
006700         END-IF
006710     END-IF.
006720     MOVE FS-SHOW-AMT TO FS-AMT-ED.
006730     MOVE SPACES TO FS-HOLD-LINE.
006740     STRING '  ' FS-CH-ACCT(FS-SUB)
006750         '  '   FS-CH-NAME(FS-SUB)
006760         '  '   FS-AMT-ED
006770         '  '   FS-NOTE
006780         DELIMITED BY SIZE INTO FS-HOLD-LINE
006790     END-STRING.
006800     MOVE 1 TO FS-ADVANCE.
006810     PERFORM 4800-WRITE-LINE
006820         THRU 4800-EXIT.
006830 4500-EXIT.
006840     EXIT.
006850*
006860*    ---------------------------------------------------------
006870*    4550-PRINT-TOTAL - FS-TOTAL-LABEL AND FS-SHOW-AMT ON ONE
006880*    LINE, THE AMOUNT UNDER THE ACCOUNT BALANCES.
006890*    ---------------------------------------------------------
006900 4550-PRINT-TOTAL.
006910     MOVE FS-SHOW-AMT TO FS-AMT-ED.
006920     MOVE SPACES TO FS-HOLD-LINE.
006930     STRING '  ' FS-TOTAL-LABEL
006940         '  '   FS-AMT-ED
006950         DELIMITED BY SIZE INTO FS-HOLD-LINE
006960     END-STRING.
006970     PERFORM 4800-WRITE-LINE
006980         THRU 4800-EXIT.
006990 4550-EXIT.
007000     EXIT.
007010*
007020*    ---------------------------------------------------------
007030*    4600-PRINT-UNCLASSIFIED - GLBAL ACCOUNTS THE CHART DOES
007040*    NOT PLACE, DEBIT POSITIVE AS THEY STAND ON GLBAL.  THEY
007050*    ARE LEFT OUT OF BOTH STATEMENTS ABOVE.
007060*    ---------------------------------------------------------
007070 4600-PRINT-UNCLASSIFIED.
007080     MOVE SPACES TO FS-HOLD-LINE.
007090     MOVE 'UNCLASSIFIED - NOT ON GLCHART OR OF UNKNOWN TYPE'
007100         TO FS-HOLD-LINE.
007110     MOVE 3 TO FS-ADVANCE.
007120     PERFORM 4800-WRITE-LINE
007130         THRU 4800-EXIT.
007140     PERFORM 4650-PRINT-UNC-ACCT
007150         THRU 4650-EXIT
007160         VARYING FS-SUB FROM 1 BY 1
007170         UNTIL FS-SUB > FS-UNC-CNT.
007180     MOVE 'TOTAL UNCLASSIFIED (DEBIT POSITIVE)'
007190         TO FS-TOTAL-LABEL.
007200     MOVE FS-TOT-UNCLASS TO FS-SHOW-AMT.
007210     MOVE 1 TO FS-ADVANCE.
007220     PERFORM 4550-PRINT-TOTAL
007230         THRU 4550-EXIT.
007240 4600-EXIT.
007250     EXIT.
007260*
007270 4650-PRINT-UNC-ACCT.
007280     MOVE FS-UNC-BAL(FS-SUB) TO FS-AMT-ED.
007290     MOVE SPACES TO FS-NOTE.
007300     MOVE SPACES TO FS-HOLD-LINE.
007310     STRING '  ' FS-UNC-ACCT(FS-SUB)
007320         '  '   FS-NOTE
007330         '  '   FS-AMT-ED
007340         DELIMITED BY SIZE INTO FS-HOLD-LINE
007350     END-STRING.
007360     MOVE 1 TO FS-ADVANCE.
007370     PERFORM 4800-WRITE-LINE
007380         THRU 4800-EXIT.
007390 4650-EXIT.
007400     EXIT.
007410*
007420*    ---------------------------------------------------------
007430*    4700-PRINT-TRAILER - COUNTS AND END MARKER.
007440*    ---------------------------------------------------------
007450 4700-PRINT-TRAILER.
007460     MOVE FS-GLB-CNT TO FS-GLB-CNT-ED.
007470     MOVE FS-UNC-CNT TO FS-UNC-CNT-ED.
007480     MOVE SPACES TO FS-HOLD-LINE.
007490     STRING FS-GLB-CNT-ED ' BALANCE(S) READ, '
007500         FS-UNC-CNT-ED ' UNCLASSIFIED.'
007510         DELIMITED BY SIZE INTO FS-HOLD-LINE
007520     END-STRING.
007530     MOVE 3 TO FS-ADVANCE.
007540     PERFORM 4800-WRITE-LINE
007550         THRU 4800-EXIT.
007560     MOVE SPACES TO RPT-RECORD.
007570     STRING '*** END OF REPORT ***'
007580         DELIMITED BY SIZE INTO RPT-RECORD
007590     END-STRING.
007600     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
007610 4700-EXIT.
007620     EXIT.
007630*
007640*    ---------------------------------------------------------
007650*    4800-WRITE-LINE - WRITE FS-HOLD-LINE AFTER FS-ADVANCE
007660*    LINES, EJECTING TO A NEW PAGE FIRST WHEN THIS ONE IS
007670*    FULL.
007680*    ---------------------------------------------------------
007690 4800-WRITE-LINE.
007700     IF FS-RPT-LINE-CNT >= FS-RPT-LINES-PER-PAGE
007710         PERFORM 4100-PRINT-HEADER
007720             THRU 4100-EXIT
007730     END-IF.
007740     MOVE FS-HOLD-LINE TO RPT-RECORD.
007750     WRITE RPT-RECORD AFTER ADVANCING FS-ADVANCE LINES.
007760     ADD FS-ADVANCE TO FS-RPT-LINE-CNT.
007770 4800-EXIT.
007780     EXIT.
007790*
007800*    ---------------------------------------------------------
007810*    5000-WRAPUP - ACCOUNT FOR THE RUN ON SYSOUT.
007820*    ---------------------------------------------------------
007830 5000-WRAPUP.
007840     MOVE FS-GLB-CNT     TO FS-GLB-CNT-ED.
007850     MOVE FS-UNC-CNT     TO FS-UNC-CNT-ED.
007860     MOVE FS-AGAINST-CNT TO FS-AGAINST-CNT-ED.
007870     DISPLAY 'JOBPRC09: ' FS-GLB-CNT-ED ' BALANCES READ, '
007880         FS-UNC-CNT-ED ' UNCLASSIFIED, '
007890         FS-AGAINST-CNT-ED ' AGAINST NORMAL SIDE.'
007900     DISPLAY 'JOBPRC09: FINANCIAL STATEMENTS COMPLETE.'.
007910 5000-EXIT.
007920     EXIT.
