000440*                      EXTRACT.  TRANMST AND ACCTMST ARE
000450*                      UPSTREAM MASTERS AND KEEP THEIR FIXED
000460*                      NAMES.  SEE 1300-SET-FILE-NAMES.
000461*    2026-10-15  RS   EVERY COMPLETED EXTRACT NOW REGISTERS ITS
000462*                      RUN-DATE AND DATE WINDOW ON EXTREG (SEE
000463*                      EXWREC01).  A WINDOW OVERLAPPING ONE
000464*                      ALREADY TAKEN FOR ANOTHER RUN-DATE IS
000465*                      REFUSED WITH RC 12 BEFORE EXTFILE IS
000466*                      TOUCHED, UNLESS EXT-REEXTRACT-IND IS Y;
000467*                      A RERUN OF THE SAME RUN-DATE AND WINDOW
000468*                      ALWAYS GOES THROUGH.  EACH DECISION IS
000469*                      LOGGED.  SEE 5000-CHECK-WINDOW.
000470*    2026-10-15  RS   TRANSACTIONS NOW CARRY A CURRENCY.  EACH
000471*                      SELECTED ROW IS CONVERTED TO THE BASE
000472*                      CURRENCY AT THE RATEFILE RATE OF ITS
000473*                      TRAN-DATE (SEE RATREC01); AN UNKNOWN
000474*                      CURRENCY (UCCY) OR A MISSING RATE (NRAT)
000475*                      SUSPENDS.  THE EXTRACT CARRIES BOTH
000476*                      AMOUNTS AND THE CTLTOTS HASH TOTAL IS NOW
000477*                      IN BASE CURRENCY.  SEE 6000-LOAD-RATEFILE.
000478*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.    IBM-370.
000630     SELECT ACCTMST   ASSIGN TO "ACCTMST"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS EX-ACCTMST-STATUS.
000651     SELECT RATEFILE  ASSIGN TO "RATEFILE"
000652         ORGANIZATION IS LINE SEQUENTIAL
000653         FILE STATUS IS EX-RATEFILE-STATUS.
000660     SELECT SUSPFILE  ASSIGN USING EX-SUSPFILE-NAME
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS EX-SUSPFILE-STATUS.
000690     SELECT SUSPRPT   ASSIGN USING EX-SUSPRPT-NAME
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS EX-SUSPRPT-STATUS.
000711     SELECT EXTREG    ASSIGN USING EX-EXTREG-NAME
000712         ORGANIZATION IS LINE SEQUENTIAL
000713         FILE STATUS IS EX-EXTREG-STATUS.
000714     SELECT LOGFILE   ASSIGN USING EX-LOGFILE-NAME
000715         ORGANIZATION IS LINE SEQUENTIAL
000716         FILE STATUS IS EX-LOGFILE-STATUS.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
000850*    ---------------------------------------------------------
000860*    EXTFILE - THE DAILY EXTRACT.  ONE GENERIC LINE, FILLED
000870*    FROM EXTREC01 (FIXED FORM) OR BUILT AS A COMMA-DELIMITED
000880*    STRING (DELIM FORM) BY 2700-WRITE-DELIMITED.  THE DELIM
000881*    LINE RUNS PAST THE 79-BYTE FIXED RECORD, HENCE 90.
000890*    ---------------------------------------------------------
000900 FD  EXTFILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORDING MODE IS F.
000930 01  EX-OUT-LINE                 PIC X(90).
000940*
000950*    ---------------------------------------------------------
000960*    CTLTOTS - BATCH CONTROL-TOTALS HAND-OFF TO THE BALANCING
001100     RECORDING MODE IS F.
001110 COPY ACTREC01.
001120*
001121*    ---------------------------------------------------------
001122*    RATEFILE - EXCHANGE-RATE TABLE, READ-ONLY INPUT.  SEE
001123*    RATREC01.
001124*    ---------------------------------------------------------
001125 FD  RATEFILE
001126     LABEL RECORDS ARE STANDARD
001127     RECORDING MODE IS F.
001128 COPY RATREC01.
001129*
001130*    ---------------------------------------------------------
001140*    SUSPFILE - SUSPENDED TRANSACTIONS, ONE SUSREC01 ROW PER
001150*    SELECTED TRANMST ROW THAT FAILED THE ACCOUNT-MASTER
001290     LABEL RECORDS ARE STANDARD
001300     RECORDING MODE IS F.
001310 COPY RPTREC01.
001311*
001312*    ---------------------------------------------------------
001313*    EXTREG - THE WINDOWS ALREADY EXTRACTED IN THIS ENV, ONE
001314*    ROW APPENDED PER COMPLETED EXTRACT.  SEE EXWREC01.
001315*    ---------------------------------------------------------
001316 FD  EXTREG
001317     LABEL RECORDS ARE STANDARD
001318     RECORDING MODE IS F.
001319 COPY EXWREC01.
001320*
001321*    ---------------------------------------------------------
001322*    LOGFILE - THE DRIVER'S AUDIT TRAIL, APPENDED WITH EACH
001323*    WINDOW OVERLAP DECISION.  SEE LOGREC01.
001324*    ---------------------------------------------------------
001325 FD  LOGFILE
001326     LABEL RECORDS ARE STANDARD
001327     RECORDING MODE IS F.
001328 COPY LOGREC01.
001329*
001330 WORKING-STORAGE SECTION.
001340*
001350*    ---------------------------------------------------------
001410 01  EX-ACCTMST-STATUS           PIC X(02).
001420 01  EX-SUSPFILE-STATUS          PIC X(02).
001430 01  EX-SUSPRPT-STATUS           PIC X(02).
001431 01  EX-EXTREG-STATUS            PIC X(02).
001432 01  EX-LOGFILE-STATUS           PIC X(02).
001433 01  EX-RATEFILE-STATUS          PIC X(02).
001440 01  EX-CDT-DATE                 PIC 9(08).
001450 01  EX-CDT-TIME                 PIC 9(08).
001451 01  EX-TIMESTAMP                PIC X(18).
001460 01  EX-TRANMST-EOF-SW           PIC X(01) VALUE 'N'.
001470     88  EX-TRANMST-EOF           VALUE 'Y'.
001480 01  EX-ACCT-EOF-SW              PIC X(01) VALUE 'N'.
001490     88  EX-ACCT-EOF              VALUE 'Y'.
001500 01  EX-SUSP-EOF-SW              PIC X(01) VALUE 'N'.
001510     88  EX-SUSP-EOF              VALUE 'Y'.
001511 01  EX-RATE-EOF-SW              PIC X(01) VALUE 'N'.
001512     88  EX-RATE-EOF              VALUE 'Y'.
001520 01  EX-ABORT-SW                 PIC X(01) VALUE 'N'.
001530     88  EX-ABORTED               VALUE 'Y'.
001540 01  EX-RETURN-CODE              PIC 9(04) VALUE ZERO.
001541 01  EX-DECISION-RC              PIC 9(04) VALUE ZERO.
001550 77  EX-READ-CNT                 PIC 9(07) COMP VALUE ZERO.
001560 77  EX-SELECT-CNT               PIC 9(07) COMP VALUE ZERO.
001570 77  EX-SUSP-CNT                 PIC 9(07) COMP VALUE ZERO.
001700 01  EX-CTLTOTS-NAME             PIC X(13).
001710 01  EX-SUSPFILE-NAME            PIC X(13).
001720 01  EX-SUSPRPT-NAME             PIC X(13).
001721 01  EX-EXTREG-NAME              PIC X(13).
001722 01  EX-LOGFILE-NAME             PIC X(13).
001730*
001740*    ---------------------------------------------------------
001750*    BASE-CURRENCY AMOUNT HASH TOTAL OF THE EXTRACTED ROWS -
001760*    CARRIED TO THE BALANCING RUN THROUGH CTLTOTS.
001770*    ---------------------------------------------------------
001780 01  EX-HASH-TOTAL               PIC S9(13)V99 COMP-3 VALUE ZERO.
001790*
001900         10  EX-ACCT-NO           PIC X(08).
001910         10  EX-ACCT-STATUS       PIC X(01).
001920 01  EX-SUS-REASON               PIC X(04).
001921*
001922*    ---------------------------------------------------------
001923*    EXCHANGE-RATE TABLE - LOADED FROM RATEFILE ONCE AT
001924*    START-UP.  THE B ROW NAMES THE BASE CURRENCY; EVERY OTHER
001925*    ROW CONVERTS ITS CURRENCY FROM ITS EFFECTIVE DATE ON.
001926*    SEE 6200-CHECK-CURRENCY.
001927*    ---------------------------------------------------------
001928 77  EX-RATE-CNT                 PIC 9(04) COMP VALUE ZERO.
001929 77  EX-RATE-SUB                 PIC 9(04) COMP VALUE ZERO.
001930 77  EX-RATE-FOUND-SUB           PIC 9(04) COMP VALUE ZERO.
001931 01  EX-RATE-TABLE.
001932     05  EX-RATE-ENTRY OCCURS 1000 TIMES.
001933         10  EX-RATE-CCY          PIC X(03).
001934         10  EX-RATE-DATE         PIC X(08).
001935         10  EX-RATE-VALUE        PIC 9(05)V9(06).
001936 01  EX-BASE-CCY                 PIC X(03) VALUE SPACES.
001937 01  EX-TRAN-CCY                 PIC X(03).
001938 01  EX-CCY-SEEN-SW              PIC X(01) VALUE 'N'.
001939     88  EX-CCY-SEEN              VALUE 'Y'.
001940 01  EX-BASE-AMOUNT              PIC S9(09)V99.
001941 01  EX-RATE-CNT-ED              PIC Z(03)9.
001942*
001943*    ---------------------------------------------------------
001944*    SUSPENSE REPORT FIELDS - SAME PAGINATION PATTERN AS THE
001960*    DRIVER'S RPTFILE REPORT.
001970*    ---------------------------------------------------------
001980 77  EX-RPT-LINE-CNT             PIC 9(04) COMP VALUE ZERO.
002130     88  EX-FMT-FIXED             VALUE 'FIXED   '.
002140     88  EX-FMT-DELIM             VALUE 'DELIM   '.
002150*
002151*    ---------------------------------------------------------
002152*    WINDOW REGISTER CHECK - SEE 5000-CHECK-WINDOW.
002153*    ---------------------------------------------------------
002154 01  EX-REG-EOF-SW               PIC X(01) VALUE 'N'.
002155     88  EX-REG-EOF               VALUE 'Y'.
002156 77  EX-OVERLAP-CNT              PIC 9(05) COMP VALUE ZERO.
002157 77  EX-RERUN-CNT                PIC 9(05) COMP VALUE ZERO.
002158 01  EX-DECISION                 PIC X(60).
002159*
002160*    ---------------------------------------------------------
002170*    DELIM FORM AMOUNT - FIXED WIDTH, EXPLICIT SIGN, NO
002180*    EMBEDDED SPACES, SO THE PC TOOLS ALWAYS SEE A PARSEABLE
002190*    NUMERIC FIELD.
002200*    ---------------------------------------------------------
002210 01  EX-AMOUNT-ED                PIC +9(09).99.
002211 01  EX-BASE-AMOUNT-ED           PIC +9(09).99.
002220*
002230*    ---------------------------------------------------------
002240*    FIXED-FORM EXTRACT RECORD - SEE COPY EXTREC01.
002890         SET EX-ABORTED TO TRUE
002900         GO TO 1000-EXIT
002910     END-IF.
002911     PERFORM 5000-CHECK-WINDOW
002912         THRU 5000-EXIT.
002913     IF EX-ABORTED
002914         GO TO 1000-EXIT
002915     END-IF.
002920     PERFORM 1200-LOAD-ACCTMST
002930         THRU 1200-EXIT.
002940     IF EX-ABORTED
002950         GO TO 1000-EXIT
002960     END-IF.
002961     PERFORM 6000-LOAD-RATEFILE
002962         THRU 6000-EXIT.
002963     IF EX-ABORTED
002964         GO TO 1000-EXIT
002965     END-IF.
002970     OPEN INPUT TRANMST.
002980     IF EX-TRANMST-STATUS NOT = '00'
002990         DISPLAY 'JOBPRC01 *ERROR* TRANMST COULD NOT BE OPENED'
003910     PERFORM 1350-QUALIFY-ONE
003920         THRU 1350-EXIT.
003930     MOVE EX-QUAL-NAME TO EX-SUSPRPT-NAME.
003931     MOVE 'EXTREG  ' TO EX-BASE-NAME.
003932     PERFORM 1350-QUALIFY-ONE
003933         THRU 1350-EXIT.
003934     MOVE EX-QUAL-NAME TO EX-EXTREG-NAME.
003935     MOVE 'LOGFILE ' TO EX-BASE-NAME.
003936     PERFORM 1350-QUALIFY-ONE
003937         THRU 1350-EXIT.
003938     MOVE EX-QUAL-NAME TO EX-LOGFILE-NAME.
003940 1300-EXIT.
003950     EXIT.
003960*
004350*    ---------------------------------------------------------
004360*    2400-CHECK-ACCOUNT - THE ACCOUNT-MASTER CHECK FOR ONE
004370*    SELECTED ROW.  UNKNOWN OR CLOSED ACCOUNTS SUSPEND WITH A
004380*    REASON CODE, AS DO ROWS WHOSE CURRENCY OR RATE IS NOT ON
004381*    RATEFILE (6200-CHECK-CURRENCY).  EVERYTHING ELSE
004382*    EXTRACTS.
004390*    ---------------------------------------------------------
004400 2400-CHECK-ACCOUNT.
004410     MOVE ZERO TO EX-FOUND-SUB.
004560             THRU 2450-EXIT
004570         GO TO 2400-EXIT
004580     END-IF.
004581     PERFORM 6200-CHECK-CURRENCY
004582         THRU 6200-EXIT.
004583     IF EX-SUS-REASON NOT = SPACES
004584         PERFORM 2450-WRITE-SUSPENSE
004585             THRU 2450-EXIT
004586         GO TO 2400-EXIT
004587     END-IF.
004590     PERFORM 2500-WRITE-EXTRACT
004600         THRU 2500-EXIT.
004610 2400-EXIT.
004820     MOVE TRAN-TRAN-CODE    TO SUS-TRAN-CODE.
004830     MOVE TRAN-AMOUNT       TO SUS-AMOUNT.
004840     MOVE TRAN-DESCRIPTION  TO SUS-DESCRIPTION.
004841     MOVE TRAN-CURRENCY     TO SUS-CURRENCY.
004850     WRITE SUS-RECORD.
004860 2450-EXIT.
004870     EXIT.
004920*    ---------------------------------------------------------
004930 2500-WRITE-EXTRACT.
004940     ADD 1 TO EX-SELECT-CNT.
004950     ADD EX-BASE-AMOUNT TO EX-HASH-TOTAL.
004960     IF EX-FMT-FIXED
004970         PERFORM 2600-WRITE-FIXED
004980             THRU 2600-EXIT
005050*
005060*    ---------------------------------------------------------
005070*    2600-WRITE-FIXED - THE EXTREC01 LAYOUT, FIELD FOR FIELD
005080*    FROM THE MASTER ROW, PLUS THE RESOLVED CURRENCY AND THE
005081*    BASE-CURRENCY AMOUNT.
005090*    ---------------------------------------------------------
005100 2600-WRITE-FIXED.
005110     MOVE SPACES TO EXTR-RECORD.
005140     MOVE TRAN-TRAN-CODE    TO EXTR-TRAN-CODE.
005150     MOVE TRAN-AMOUNT       TO EXTR-AMOUNT.
005160     MOVE TRAN-DESCRIPTION  TO EXTR-DESCRIPTION.
005161     MOVE EX-TRAN-CCY       TO EXTR-CURRENCY.
005162     MOVE EX-BASE-AMOUNT    TO EXTR-BASE-AMOUNT.
005170     WRITE EX-OUT-LINE FROM EXTR-RECORD.
005180 2600-EXIT.
005190     EXIT.
005220*    2700-WRITE-DELIMITED - ONE COMMA-SEPARATED LINE FOR THE
005230*    DOWNSTREAM PC TOOLS.  THE AMOUNT IS RE-EDITED WITH AN
005240*    EXPLICIT LEADING SIGN SO IT NEVER CARRIES AN OVERPUNCHED
005250*    BYTE INTO A SPREADSHEET.  CURRENCY AND BASE AMOUNT GO ON
005251*    THE END, SO THE EARLIER COLUMNS KEEP THEIR PLACES.
005260*    ---------------------------------------------------------
005270 2700-WRITE-DELIMITED.
005280     MOVE TRAN-AMOUNT TO EX-AMOUNT-ED.
005281     MOVE EX-BASE-AMOUNT TO EX-BASE-AMOUNT-ED.
005290     MOVE SPACES TO EX-OUT-LINE.
005300     STRING TRAN-TRAN-DATE   DELIMITED BY SPACE
005310            ','              DELIMITED BY SIZE
005360            EX-AMOUNT-ED     DELIMITED BY SIZE
005370            ','              DELIMITED BY SIZE
005380            TRAN-DESCRIPTION DELIMITED BY SIZE
005381            ','              DELIMITED BY SIZE
005382            EX-TRAN-CCY      DELIMITED BY SIZE
005383            ','              DELIMITED BY SIZE
005384            EX-BASE-AMOUNT-ED DELIMITED BY SIZE
005390         INTO EX-OUT-LINE
005400     END-STRING.
005410     WRITE EX-OUT-LINE.
005520     CLOSE SUSPFILE.
005530     PERFORM 3100-WRITE-CTLTOTS
005540         THRU 3100-EXIT.
005541     PERFORM 5300-WRITE-REGISTER
005542         THRU 5300-EXIT.
005550     PERFORM 4000-PRINT-SUSPRPT
005560         THRU 4000-EXIT.
005570     MOVE EX-READ-CNT   TO EX-READ-CNT-ED.
006160     IF EX-SUSP-CNT = ZERO
006170         MOVE SPACES TO RPT-RECORD
006180         STRING 'NO SUSPENSE ITEMS - EVERY SELECTED ROW '
006190             'CLEARED THE ACCOUNT AND RATE CHECKS.'
006200             DELIMITED BY SIZE INTO RPT-RECORD
006210         END-STRING
006220         WRITE RPT-RECORD AFTER ADVANCING 1 LINE
006670     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
006680     MOVE SPACES TO RPT-RECORD.
006690     STRING 'REASON  TRAN-DATE ACCOUNT  CD'
006700         '        AMOUNT CCY  DESCRIPTION'
006710         DELIMITED BY SIZE INTO RPT-RECORD
006720     END-STRING.
006730     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
006960         SUS-TRAN-DATE '  '
006970         SUS-ACCOUNT-NO ' '
006980         SUS-TRAN-CODE ' '
006990         EX-SUS-AMOUNT-ED ' '
006991         SUS-CURRENCY '  '
007000         SUS-DESCRIPTION
007010         DELIMITED BY SIZE INTO RPT-RECORD
007020     END-STRING.
007220     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
007230 4300-EXIT.
007240     EXIT.
007250*
007260*    ---------------------------------------------------------
007270*    5000-CHECK-WINDOW - HOLD THE WINDOW AGAINST EVERY ONE
007280*    ALREADY TAKEN IN THIS ENV.  A RERUN OF A RUN-DATE WHOSE
007290*    WINDOW LIES INSIDE ONE ALREADY REGISTERED FOR THAT SAME
007300*    RUN-DATE IS A RESTART AND ALWAYS GOES THROUGH.  OTHERWISE
007310*    TWO WINDOWS OVERLAP WHEN NEITHER ENDS BEFORE THE OTHER
007320*    STARTS, AND AN OVERLAP WITH ANY OTHER RUN-DATE STOPS THE
007330*    EXTRACT HERE, BEFORE EXTFILE IS OPENED, UNLESS THE
007340*    OPERATOR SET EXT-REEXTRACT-IND TO Y.  NO REGISTER YET
007350*    MEANS NOTHING HAS BEEN EXTRACTED.
007360*    ---------------------------------------------------------
007370 5000-CHECK-WINDOW.
007380     ACCEPT EX-CDT-DATE FROM DATE YYYYMMDD.
007390     ACCEPT EX-CDT-TIME FROM TIME.
007400     MOVE SPACES TO EX-TIMESTAMP.
007410     STRING EX-CDT-DATE EX-CDT-TIME
007420         DELIMITED BY SIZE
007430         INTO EX-TIMESTAMP
007440     END-STRING.
007450     MOVE ZERO TO EX-OVERLAP-CNT.
007460     MOVE ZERO TO EX-RERUN-CNT.
007470     OPEN INPUT EXTREG.
007480     IF EX-EXTREG-STATUS = '35'
007490         GO TO 5000-EXIT
007500     END-IF.
007510     IF EX-EXTREG-STATUS NOT = '00'
007520         DISPLAY 'JOBPRC01 *ERROR* EXTREG COULD NOT BE OPENED'
007530             ', STATUS ' EX-EXTREG-STATUS
007540             ' - THE WINDOW CANNOT BE PROVED NEW.'
007550         MOVE 16 TO EX-RETURN-CODE
007560         SET EX-ABORTED TO TRUE
007570         GO TO 5000-EXIT
007580     END-IF.
007590     MOVE 'N' TO EX-REG-EOF-SW.
007600     PERFORM 5050-FIND-RERUN
007610         THRU 5050-EXIT
007620         UNTIL EX-REG-EOF OR EX-RERUN-CNT > ZERO.
007630     CLOSE EXTREG.
007640     IF EX-RERUN-CNT > ZERO
007650         DISPLAY 'JOBPRC01: RUN-DATE ' PARM-RUN-DATE
007660             ' WAS EXTRACTED BEFORE - RERUN ALLOWED.'
007670         MOVE 'RERUN OF THIS RUN-DATE - ALLOWED'
007680             TO EX-DECISION
007690         MOVE ZERO TO EX-DECISION-RC
007700         PERFORM 5200-LOG-DECISION
007710             THRU 5200-EXIT
007720         GO TO 5000-EXIT
007730     END-IF.
007740     OPEN INPUT EXTREG.
007750     MOVE 'N' TO EX-REG-EOF-SW.
007760     PERFORM 5100-READ-REGISTER
007770         THRU 5100-EXIT
007780         UNTIL EX-REG-EOF.
007790     CLOSE EXTREG.
007800     IF EX-OVERLAP-CNT = ZERO
007810         GO TO 5000-EXIT
007820     END-IF.
007830     IF EXT-REEXTRACT-YES
007840         DISPLAY 'JOBPRC01 *WARNING* WINDOW ' EX-DATE-FROM
007850             ' TO ' EX-DATE-TO ' OVERLAPS WINDOWS ALREADY '
007860             'EXTRACTED - RE-EXTRACT INDICATOR IS SET.'
007870         GO TO 5000-EXIT
007880     END-IF.
007890     DISPLAY 'JOBPRC01 *ERROR* WINDOW ' EX-DATE-FROM
007900         ' TO ' EX-DATE-TO ' OVERLAPS WINDOWS ALREADY EXTRACTED'
007910         ' - SET THE RE-EXTRACT INDICATOR TO TAKE IT AGAIN.'
007920     MOVE 12 TO EX-RETURN-CODE.
007930     SET EX-ABORTED TO TRUE.
007940 5000-EXIT.
007950     EXIT.
007960*
007970*    ---------------------------------------------------------
007980*    5050-FIND-RERUN - ONE REGISTER ROW, LOOKING FOR THIS
007990*    RUN-DATE WITH A WINDOW COVERING THE ONE ASKED FOR.
008000*    ---------------------------------------------------------
008010 5050-FIND-RERUN.
008020     READ EXTREG
008030         AT END
008040             MOVE 'Y' TO EX-REG-EOF-SW
008050             GO TO 5050-EXIT
008060     END-READ.
008070     IF EXW-RUN-DATE = PARM-RUN-DATE
008080         AND EXW-DATE-FROM NOT > EX-DATE-FROM
008090         AND EXW-DATE-TO NOT < EX-DATE-TO
008100         ADD 1 TO EX-RERUN-CNT
008110     END-IF.
008120 5050-EXIT.
008130     EXIT.
008140*
008150*    ---------------------------------------------------------
008160*    5100-READ-REGISTER - ONE REGISTER ROW.  EACH OVERLAP WITH
008170*    ANOTHER RUN-DATE IS DISPLAYED AND LOGGED WITH THE
008180*    DECISION IT LEADS TO.
008190*    ---------------------------------------------------------
008200 5100-READ-REGISTER.
008210     READ EXTREG
008220         AT END
008230             MOVE 'Y' TO EX-REG-EOF-SW
008240             GO TO 5100-EXIT
008250     END-READ.
008260     IF EXW-RUN-DATE = PARM-RUN-DATE
008270         GO TO 5100-EXIT
008280     END-IF.
008290     IF EXW-DATE-FROM > EX-DATE-TO
008300         OR EXW-DATE-TO < EX-DATE-FROM
008310         GO TO 5100-EXIT
008320     END-IF.
008330     ADD 1 TO EX-OVERLAP-CNT.
008340     DISPLAY 'JOBPRC01:   OVERLAPS RUN-DATE ' EXW-RUN-DATE
008350         ' WINDOW ' EXW-DATE-FROM ' TO ' EXW-DATE-TO
008360         ', EXTRACTED ' EXW-TIMESTAMP '.'.
008370     MOVE SPACES TO EX-DECISION.
008380     IF EXT-REEXTRACT-YES
008390         STRING 'OVERLAPS ' EXW-RUN-DATE ' WINDOW '
008400             EXW-DATE-FROM '-' EXW-DATE-TO ' - RE-EXTRACT'
008410             DELIMITED BY SIZE INTO EX-DECISION
008420         END-STRING
008430         MOVE ZERO TO EX-DECISION-RC
008440     ELSE
008450         STRING 'OVERLAPS ' EXW-RUN-DATE ' WINDOW '
008460             EXW-DATE-FROM '-' EXW-DATE-TO ' - REFUSED'
008470             DELIMITED BY SIZE INTO EX-DECISION
008480         END-STRING
008490         MOVE 12 TO EX-DECISION-RC
008500     END-IF.
008510     PERFORM 5200-LOG-DECISION
008520         THRU 5200-EXIT.
008530 5100-EXIT.
008540     EXIT.
008550*
008560*    ---------------------------------------------------------
008570*    5200-LOG-DECISION - APPEND ONE MODE W ENTRY TO LOGFILE.
008580*    LOG-DATOS IS THE PARM STRING THIS EXTRACT WAS INVOKED
008590*    WITH, MODE W, AND THE CALLER'S DECISION TEXT FROM 31.
008600*    ---------------------------------------------------------
008610 5200-LOG-DECISION.
008620     MOVE SPACES TO LOG-RECORD.
008630     MOVE EX-TIMESTAMP       TO LOG-TIMESTAMP.
008640     MOVE PARM-RECORD(1:30)  TO LOG-DATOS(1:30).
008650     MOVE EX-DECISION        TO LOG-DATOS(31:60).
008660     MOVE EX-DECISION-RC     TO LOG-RETURN-CODE.
008670     MOVE 'W'                TO LOG-DATOS(17:1).
008680     MOVE EX-DATE-FROM       TO LOG-EXT-DATE-FROM.
008690     MOVE EX-DATE-TO         TO LOG-EXT-DATE-TO.
008700     MOVE EX-FORMAT-CD       TO LOG-EXT-FORMAT.
008710     OPEN EXTEND LOGFILE.
008720     IF EX-LOGFILE-STATUS = '35'
008730         OPEN OUTPUT LOGFILE
008740     END-IF.
008750     WRITE LOG-RECORD.
008760     CLOSE LOGFILE.
008770 5200-EXIT.
008780     EXIT.
008790*
008800*    ---------------------------------------------------------
008810*    5300-WRITE-REGISTER - THE EXTRACT IS WRITTEN; REGISTER ITS
008820*    WINDOW SO A LATER RUN CANNOT TAKE IT AGAIN UNAWARES.
008830*    ---------------------------------------------------------
008840 5300-WRITE-REGISTER.
008850     MOVE SPACES TO EXW-RECORD.
008860     MOVE PARM-JOB-ID       TO EXW-JOB-ID.
008870     MOVE PARM-RUN-DATE     TO EXW-RUN-DATE.
008880     MOVE EX-DATE-FROM      TO EXW-DATE-FROM.
008890     MOVE EX-DATE-TO        TO EXW-DATE-TO.
008900     MOVE EXT-REEXTRACT-IND TO EXW-REEXTRACT-IND.
008910     MOVE EX-TIMESTAMP      TO EXW-TIMESTAMP.
008920     OPEN EXTEND EXTREG.
008930     IF EX-EXTREG-STATUS = '35'
008940         OPEN OUTPUT EXTREG
008950     END-IF.
008960     WRITE EXW-RECORD.
008970     CLOSE EXTREG.
008980 5300-EXIT.
008990     EXIT.
009000*
009010*    ---------------------------------------------------------
009020*    6000-LOAD-RATEFILE - READ THE EXCHANGE-RATE TABLE.  LIKE
009030*    ACCTMST, A MISSING TABLE STOPS THE EXTRACT HERE, AS DOES
009040*    A TABLE THAT NAMES NO BASE CURRENCY OR TWO OF THEM - NO
009050*    AMOUNT COULD THEN BE CONVERTED WITH CONFIDENCE.
009060*    ---------------------------------------------------------
009070 6000-LOAD-RATEFILE.
009080     OPEN INPUT RATEFILE.
009090     IF EX-RATEFILE-STATUS NOT = '00'
009100         DISPLAY 'JOBPRC01 *ERROR* RATEFILE COULD NOT BE OPENED'
009110             ', STATUS ' EX-RATEFILE-STATUS
009120             ' - CURRENCIES CANNOT BE CONVERTED.'
009130         MOVE 16 TO EX-RETURN-CODE
009140         SET EX-ABORTED TO TRUE
009150         GO TO 6000-EXIT
009160     END-IF.
009170     PERFORM 6100-READ-RATEFILE
009180         THRU 6100-EXIT
009190         UNTIL EX-RATE-EOF OR EX-ABORTED.
009200     CLOSE RATEFILE.
009210     IF EX-ABORTED
009220         GO TO 6000-EXIT
009230     END-IF.
009240     IF EX-BASE-CCY = SPACES
009250         DISPLAY 'JOBPRC01 *ERROR* RATEFILE NAMES NO BASE '
009260             'CURRENCY (NO ROW MARKED B) - EXTRACT ABANDONED.'
009270         MOVE 16 TO EX-RETURN-CODE
009280         SET EX-ABORTED TO TRUE
009290         GO TO 6000-EXIT
009300     END-IF.
009310     MOVE EX-RATE-CNT TO EX-RATE-CNT-ED.
009320     DISPLAY 'JOBPRC01: BASE CURRENCY ' EX-BASE-CCY ', '
009330         EX-RATE-CNT-ED ' EXCHANGE RATE(S) LOADED.'.
009340 6000-EXIT.
009350     EXIT.
009360*
009370*    ---------------------------------------------------------
009380*    6100-READ-RATEFILE - ONE RATE ROW.  THE B ROW ONLY NAMES
009390*    THE BASE CURRENCY; ANY OTHER ROW MUST CARRY A USABLE RATE.
009400*    ---------------------------------------------------------
009410 6100-READ-RATEFILE.
009420     READ RATEFILE
009430         AT END
009440             MOVE 'Y' TO EX-RATE-EOF-SW
009450             GO TO 6100-EXIT
009460     END-READ.
009470     IF RAT-BASE-CCY
009480         IF EX-BASE-CCY NOT = SPACES
009490             AND EX-BASE-CCY NOT = RAT-CURRENCY
009500             DISPLAY 'JOBPRC01 *ERROR* RATEFILE NAMES TWO BASE '
009510                 'CURRENCIES, ' EX-BASE-CCY ' AND ' RAT-CURRENCY
009520                 ' - EXTRACT ABANDONED.'
009530             MOVE 16 TO EX-RETURN-CODE
009540             SET EX-ABORTED TO TRUE
009550         ELSE
009560             MOVE RAT-CURRENCY TO EX-BASE-CCY
009570         END-IF
009580         GO TO 6100-EXIT
009590     END-IF.
009600     IF RAT-RATE NOT NUMERIC
009610         OR RAT-RATE = ZERO
009620         DISPLAY 'JOBPRC01 *ERROR* RATEFILE ROW ' RAT-CURRENCY
009630             ' ' RAT-EFF-DATE ' CARRIES NO USABLE RATE - '
009640             'EXTRACT ABANDONED.'
009650         MOVE 16 TO EX-RETURN-CODE
009660         SET EX-ABORTED TO TRUE
009670         GO TO 6100-EXIT
009680     END-IF.
009690     IF EX-RATE-CNT = 1000
009700         DISPLAY 'JOBPRC01 *ERROR* RATEFILE HAS MORE THAN '
009710             '1000 RATES - EXTRACT ABANDONED.'
009720         MOVE 16 TO EX-RETURN-CODE
009730         SET EX-ABORTED TO TRUE
009740         GO TO 6100-EXIT
009750     END-IF.
009760     ADD 1 TO EX-RATE-CNT.
009770     MOVE RAT-CURRENCY TO EX-RATE-CCY(EX-RATE-CNT).
009780     MOVE RAT-EFF-DATE TO EX-RATE-DATE(EX-RATE-CNT).
009790     MOVE RAT-RATE     TO EX-RATE-VALUE(EX-RATE-CNT).
009800 6100-EXIT.
009810     EXIT.
009820*
009830*    ---------------------------------------------------------
009840*    6200-CHECK-CURRENCY - RESOLVE THE ROW'S CURRENCY AND
009850*    CONVERT ITS AMOUNT.  A BLANK CURRENCY IS THE BASE ONE AND
009860*    NEEDS NO RATE.  OTHERWISE THE LATEST RATE EFFECTIVE ON OR
009870*    BEFORE THE TRAN-DATE APPLIES; A CURRENCY NOT ON RATEFILE
009880*    LEAVES UCCY IN EX-SUS-REASON, ONE WITH NO RATE YET IN
009890*    EFFECT LEAVES NRAT.  A CLEAN ROW LEAVES IT BLANK.
009900*    ---------------------------------------------------------
009910 6200-CHECK-CURRENCY.
009920     MOVE SPACES TO EX-SUS-REASON.
009930     IF TRAN-CURRENCY = SPACES
009940         OR TRAN-CURRENCY = EX-BASE-CCY
009950         MOVE EX-BASE-CCY TO EX-TRAN-CCY
009960         MOVE TRAN-AMOUNT TO EX-BASE-AMOUNT
009970         GO TO 6200-EXIT
009980     END-IF.
009990     MOVE TRAN-CURRENCY TO EX-TRAN-CCY.
010000     MOVE 'N' TO EX-CCY-SEEN-SW.
010010     MOVE ZERO TO EX-RATE-FOUND-SUB.
010020     PERFORM 6300-MATCH-RATE
010030         THRU 6300-EXIT
010040         VARYING EX-RATE-SUB FROM 1 BY 1
010050         UNTIL EX-RATE-SUB > EX-RATE-CNT.
010060     IF NOT EX-CCY-SEEN
010070         MOVE 'UCCY' TO EX-SUS-REASON
010080         GO TO 6200-EXIT
010090     END-IF.
010100     IF EX-RATE-FOUND-SUB = ZERO
010110         MOVE 'NRAT' TO EX-SUS-REASON
010120         GO TO 6200-EXIT
010130     END-IF.
010140     COMPUTE EX-BASE-AMOUNT ROUNDED =
010150         TRAN-AMOUNT * EX-RATE-VALUE(EX-RATE-FOUND-SUB).
010160 6200-EXIT.
010170     EXIT.
010180*
010190 6300-MATCH-RATE.
010200     IF EX-RATE-CCY(EX-RATE-SUB) NOT = TRAN-CURRENCY
010210         GO TO 6300-EXIT
010220     END-IF.
010230     SET EX-CCY-SEEN TO TRUE.
010240     IF EX-RATE-DATE(EX-RATE-SUB) > TRAN-TRAN-DATE
010250         GO TO 6300-EXIT
010260     END-IF.
010270     IF EX-RATE-FOUND-SUB = ZERO
010280         MOVE EX-RATE-SUB TO EX-RATE-FOUND-SUB
010290         GO TO 6300-EXIT
010300     END-IF.
010310     IF EX-RATE-DATE(EX-RATE-SUB) >
010320         EX-RATE-DATE(EX-RATE-FOUND-SUB)
010330         MOVE EX-RATE-SUB TO EX-RATE-FOUND-SUB
010340     END-IF.
010350 6300-EXIT.
010360     EXIT.
