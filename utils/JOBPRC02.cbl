000360*                      TST REHEARSAL BALANCES ITS OWN LEDGER
000370*                      AND TRAILS, NOT PRODUCTION'S.  SEE
000380*                      1100-SET-FILE-NAMES.
000381*    2026-10-15  RS   THE PERIOD IS NOW BALANCED FROM THE PSTJRNL
000382*                      PERIOD POSTING JOURNAL (SEE PJRREC01), SO
000383*                      EVERY NIGHT OF THE MONTH TAKES PART, NOT
000384*                      ONLY THE LAST GLPOST.  THE CONTROL TOTALS
000385*                      ARE NOW VERIFIED PER SOURCE JOB: EACH JOB
000386*                      THAT FILED JOURNAL ROWS FOR THE RUN-DATE
000387*                      MUST HAVE A CTLTOTS ROW THAT MATCHES THE
000388*                      COUNT AND HASH OF THOSE ROWS.
000390*    2026-10-15  RS   POSTINGS NOW CARRY AN ORIGINAL CURRENCY AND
000391*                      AMOUNT BESIDE THE BASE-CURRENCY AMOUNT (SEE
000392*                      GLPREC01).  THE BALANCE AND THE CTLTOTS
000393*                      HASH CHECK STAY ON THE BASE AMOUNT ONLY.
000394*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.    IBM-370.
000430 OBJECT-COMPUTER.    IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PSTJRNL   ASSIGN USING GB-PSTJRNL-NAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS GB-PSTJRNL-STATUS.
000490     SELECT GLBRPT    ASSIGN USING GB-GLBRPT-NAME
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS GB-GLBRPT-STATUS.
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
000690*    GLBRPT - PAGINATED OUT-OF-BALANCE EXCEPTION REPORT, ONE
000760 COPY RPTREC01.
000770*
000780*    ---------------------------------------------------------
000790*    CTLTOTS - CONTROL-TOTALS HAND-OFF WRITTEN BY EACH JOB
000800*    THAT POSTS.  SEE CTLREC01 AND 2500-VERIFY-CONTROLS.
000810*    ---------------------------------------------------------
000820 FD  CTLTOTS
000830     LABEL RECORDS ARE STANDARD
000890*    ---------------------------------------------------------
000900*    BALANCING WORKING FIELDS
000910*    ---------------------------------------------------------
000920 01  GB-PSTJRNL-STATUS           PIC X(02).
000930 01  GB-GLBRPT-STATUS            PIC X(02).
000940 01  GB-CTLTOTS-STATUS           PIC X(02).
000950 01  GB-PSTJRNL-EOF-SW           PIC X(01) VALUE 'N'.
000960     88  GB-PSTJRNL-EOF           VALUE 'Y'.
000970 01  GB-CTL-EOF-SW               PIC X(01) VALUE 'N'.
000980     88  GB-CTL-EOF               VALUE 'Y'.
000990 01  GB-CTL-FOUND-SW             PIC X(01) VALUE 'N'.
001230*    ---------------------------------------------------------
001240 01  GB-BASE-NAME                PIC X(08).
001250 01  GB-QUAL-NAME                PIC X(13).
001260 01  GB-PSTJRNL-NAME             PIC X(13).
001270 01  GB-GLBRPT-NAME              PIC X(13).
001280 01  GB-CTLTOTS-NAME             PIC X(13).
001290*
001300*    ---------------------------------------------------------
001310*    CONTROL-TOTALS VERIFICATION FIELDS - ONE ROW PER SOURCE
001320*    JOB THAT FILED JOURNAL ROWS FOR THE RUN-DATE: WHAT THIS
001330*    RUN READ FROM THE JOURNAL AGAINST WHAT THE JOB CLAIMED ON
001340*    ITS GOVERNING CTLTOTS ROW.
001350*    ---------------------------------------------------------
001351 77  GB-SRC-CNT                  PIC 9(04) COMP VALUE ZERO.
001352 77  GB-SRC-SUB                  PIC 9(04) COMP VALUE ZERO.
001353 77  GB-SRC-FOUND-SUB            PIC 9(04) COMP VALUE ZERO.
001354 01  GB-WORK-JOB-ID              PIC X(08).
001355 01  GB-SRC-TABLE.
001356     05  GB-SRC-ENTRY OCCURS 20 TIMES.
001357         10  GB-SRC-JOB-ID        PIC X(08).
001358         10  GB-SRC-READ-CNT      PIC 9(07) COMP.
001359         10  GB-SRC-HASH          PIC S9(13)V99 COMP-3.
001360         10  GB-SRC-CTL-SW        PIC X(01).
001361         10  GB-SRC-CTL-COUNT     PIC 9(07).
001362         10  GB-SRC-CTL-HASH      PIC S9(13)V99 COMP-3.
001363         10  GB-SRC-BAD-SW        PIC X(01).
001370 01  GB-CTL-COUNT-ED             PIC Z(06)9.
001380 01  GB-CTL-HASH-ED              PIC Z(12)9.99-.
001390 01  GB-HASH-ED                  PIC Z(12)9.99-.
001400*
001410*    ---------------------------------------------------------
001411*    THE POSTING IN HAND - PJR-POSTING IS MOVED ACROSS INTO
001412*    THE GLPREC01 VIEW.
001413*    ---------------------------------------------------------
001414 COPY GLPREC01.
001420*
001430*    ---------------------------------------------------------
001440*    ACCOUNT ACCUMULATION TABLE - ONE ROW PER DISTINCT ACCOUNT
001930     END-IF.
001940     PERFORM 2000-PROCESS-POST
001950         THRU 2000-EXIT
001960         UNTIL GB-PSTJRNL-EOF OR GB-ABORTED.
001970     CLOSE PSTJRNL.
001980     IF GB-ABORTED
001990         GO TO 0000-GOBACK
002000     END-IF.
002110     GOBACK.
002120*
002130*    ---------------------------------------------------------
002140*    1000-INITIALIZE - DERIVE THE RUN PERIOD AND OPEN PSTJRNL.
002150*    ---------------------------------------------------------
002160 1000-INITIALIZE.
002170     MOVE PARM-RUN-DATE(1:6) TO GB-PERIOD.
002180     PERFORM 1100-SET-FILE-NAMES
002190         THRU 1100-EXIT.
002200     OPEN INPUT PSTJRNL.
002210     IF GB-PSTJRNL-STATUS NOT = '00'
002220         DISPLAY 'JOBPRC02 *ERROR* PSTJRNL COULD NOT BE OPENED'
002230             ', STATUS ' GB-PSTJRNL-STATUS
002240         MOVE 16 TO GB-RETURN-CODE
002250         SET GB-ABORTED TO TRUE
002260         GO TO 1000-EXIT
002340*    EVERY FILE THIS BALANCING RUN TOUCHES.
002350*    ---------------------------------------------------------
002360 1100-SET-FILE-NAMES.
002370     MOVE 'PSTJRNL ' TO GB-BASE-NAME.
002380     PERFORM 1150-QUALIFY-ONE
002390         THRU 1150-EXIT.
002400     MOVE GB-QUAL-NAME TO GB-PSTJRNL-NAME.
002410     MOVE 'GLBRPT  ' TO GB-BASE-NAME.
002420     PERFORM 1150-QUALIFY-ONE
002430         THRU 1150-EXIT.
002680     EXIT.
002690*
002700*    ---------------------------------------------------------
002710*    2000-PROCESS-POST - ONE JOURNAL RECORD.  ROWS FILED FOR
002720*    THE RUN-DATE ARE COUNTED AGAINST THEIR SOURCE JOB FOR THE
002730*    CONTROL-TOTALS CHECK; ONLY POSTINGS DATED INSIDE THE RUN
002735*    PERIOD TAKE PART IN THE BALANCE.
002736*    ---------------------------------------------------------
002740 2000-PROCESS-POST.
002750     READ PSTJRNL
002760         AT END
002770             MOVE 'Y' TO GB-PSTJRNL-EOF-SW
002780         NOT AT END
002790             ADD 1 TO GB-READ-CNT
002800             MOVE PJR-POSTING TO GLP-RECORD
002801             IF PJR-RUN-DATE = PARM-RUN-DATE
002802                 PERFORM 2050-COUNT-SOURCE
002803                     THRU 2050-EXIT
002804             END-IF
002810             IF GLP-POST-DATE(1:6) = GB-PERIOD
002820                 ADD 1 TO GB-PERIOD-CNT
002830                 PERFORM 2100-ACCUMULATE
002870 2000-EXIT.
002880     EXIT.
002890*
002891*    ---------------------------------------------------------
002892*    2050-COUNT-SOURCE - ADD THIS RUN-DATE'S JOURNAL ROW TO ITS
002893*    SOURCE JOB'S COUNT AND HASH, ADDING THE JOB ON FIRST
002894*    SIGHT.
002895*    THE HASH IS TAKEN ON PJR-AMOUNT, IN BASE CURRENCY, AS
002896*    EVERY SOURCE JOB NOW TOTALS ITS CTLTOTS ROW.
002897*    ---------------------------------------------------------
002898 2050-COUNT-SOURCE.
002899     MOVE PJR-SOURCE-JOB TO GB-WORK-JOB-ID.
002900     PERFORM 2060-FIND-SOURCE
002901         THRU 2060-EXIT.
002902     IF GB-SRC-FOUND-SUB = ZERO
002903         IF GB-SRC-CNT = 20
002904             DISPLAY 'JOBPRC02 *ERROR* MORE THAN 20 SOURCE JOBS '
002905                 'FOR RUN-DATE ' PARM-RUN-DATE
002906                 ' - BALANCE ABANDONED.'
002907             MOVE 16 TO GB-RETURN-CODE
002908             SET GB-ABORTED TO TRUE
002909             GO TO 2050-EXIT
002910         END-IF
002911         ADD 1 TO GB-SRC-CNT
002912         MOVE GB-SRC-CNT TO GB-SRC-FOUND-SUB
002913         MOVE GB-WORK-JOB-ID TO GB-SRC-JOB-ID(GB-SRC-FOUND-SUB)
002914         MOVE ZERO  TO GB-SRC-READ-CNT(GB-SRC-FOUND-SUB)
002915         MOVE ZERO  TO GB-SRC-HASH(GB-SRC-FOUND-SUB)
002916         MOVE 'N'   TO GB-SRC-CTL-SW(GB-SRC-FOUND-SUB)
002917         MOVE ZERO  TO GB-SRC-CTL-COUNT(GB-SRC-FOUND-SUB)
002918         MOVE ZERO  TO GB-SRC-CTL-HASH(GB-SRC-FOUND-SUB)
002919         MOVE 'N'   TO GB-SRC-BAD-SW(GB-SRC-FOUND-SUB)
002920     END-IF.
002921     ADD 1 TO GB-SRC-READ-CNT(GB-SRC-FOUND-SUB).
002922     ADD PJR-AMOUNT TO GB-SRC-HASH(GB-SRC-FOUND-SUB).
002923 2050-EXIT.
002924     EXIT.
002925*
002926*    ---------------------------------------------------------
002927*    2060-FIND-SOURCE - LOCATE GB-WORK-JOB-ID IN THE SOURCE
002928*    TABLE; ZERO IN GB-SRC-FOUND-SUB MEANS NOT THERE.
002929*    ---------------------------------------------------------
002930 2060-FIND-SOURCE.
002931     MOVE ZERO TO GB-SRC-FOUND-SUB.
002932     PERFORM 2070-MATCH-SOURCE
002933         THRU 2070-EXIT
002934         VARYING GB-SRC-SUB FROM 1 BY 1
002935         UNTIL GB-SRC-SUB > GB-SRC-CNT
002936             OR GB-SRC-FOUND-SUB > ZERO.
002937 2060-EXIT.
002938     EXIT.
002939*
002940 2070-MATCH-SOURCE.
002941     IF GB-SRC-JOB-ID(GB-SRC-SUB) = GB-WORK-JOB-ID
002942         MOVE GB-SRC-SUB TO GB-SRC-FOUND-SUB
002943     END-IF.
002944 2070-EXIT.
002945     EXIT.
002946*
002947*    ---------------------------------------------------------
002948*    2100-ACCUMULATE - ADD THIS POSTING TO ITS ACCOUNT'S
002949*    DEBIT OR CREDIT SIDE, CREATING THE ACCOUNT ROW ON FIRST
002950*    SIGHT.  A POSTING WHOSE SIDE IS NOT D OR C IS FORCED TO
002951*    THE DEBIT SIDE, SO A BAD SIDE CODE CAN NEVER TIE OUT
002952*    SILENTLY.
002953*    GLP-AMOUNT IS THE BASE-CURRENCY AMOUNT, SO THE PERIOD
002954*    BALANCES IN ONE CURRENCY WHATEVER THE TRANSACTIONS WERE
002955*    HELD IN; GLP-ORIG-AMOUNT IS NEVER ADDED HERE.
002960*    ---------------------------------------------------------
002970 2100-ACCUMULATE.
002980     MOVE ZERO TO GB-FOUND-SUB.
003360*
003370*    ---------------------------------------------------------
003380*    2500-VERIFY-CONTROLS - RE-READ THE CTLTOTS HAND-OFF AND
003390*    CHECK EACH SOURCE JOB'S CLAIMED RECORD COUNT AND AMOUNT
003400*    HASH AGAINST WHAT THIS RUN READ FROM THE JOURNAL FOR THE
003410*    RUN-DATE.  ROWS ARE APPENDED IN ARRIVAL ORDER, SO THE
003420*    LAST ROW FOR A JOB AND RUN-DATE GOVERNS.  A MISSING FILE,
003430*    NO ROW AT ALL FOR THE RUN-DATE, A SOURCE JOB WITH NO ROW
003440*    OR A DISAGREEMENT ALL RAISE THE MISMATCH SWITCH - THE
003450*    BALANCE STILL RUNS SO OPERATIONS SEE THE FULL PICTURE,
003455*    BUT THE RETURN CODE BECOMES 12.
003460*    ---------------------------------------------------------
003470 2500-VERIFY-CONTROLS.
003480     OPEN INPUT CTLTOTS.
003630         SET GB-CTL-MISMATCH TO TRUE
003640         GO TO 2500-EXIT
003650     END-IF.
003660     PERFORM 2700-CHECK-ONE-SOURCE
003670         THRU 2700-EXIT
003680         VARYING GB-SRC-SUB FROM 1 BY 1
003690         UNTIL GB-SRC-SUB > GB-SRC-CNT.
003720 2500-EXIT.
003730     EXIT.
003740*
003750*    ---------------------------------------------------------
003760*    2600-SCAN-CTLTOTS - ONE CTLTOTS ROW.  THE LAST ROW SEEN
003770*    FOR A SOURCE JOB AND THIS RUN-DATE IS THE ONE THAT
003775*    GOVERNS; ROWS FROM JOBS THAT FILED NO JOURNAL ROWS (THE
003776*    EXTRACT'S OWN TOTALS) ONLY PROVE THE NIGHT RAN.
003780*    ---------------------------------------------------------
003790 2600-SCAN-CTLTOTS.
003800     READ CTLTOTS
003830         NOT AT END
003840             IF CTL-RUN-DATE = PARM-RUN-DATE
003850                 SET GB-CTL-FOUND TO TRUE
003860                 MOVE CTL-JOB-ID TO GB-WORK-JOB-ID
003870                 PERFORM 2060-FIND-SOURCE
003880                     THRU 2060-EXIT
003881                 IF GB-SRC-FOUND-SUB > ZERO
003882                     MOVE 'Y' TO GB-SRC-CTL-SW(GB-SRC-FOUND-SUB)
003883                     MOVE CTL-RECORD-COUNT
003884                         TO GB-SRC-CTL-COUNT(GB-SRC-FOUND-SUB)
003885                     MOVE CTL-HASH-TOTAL
003886                         TO GB-SRC-CTL-HASH(GB-SRC-FOUND-SUB)
003887                 END-IF
003890             END-IF
003900     END-READ.
003910 2600-EXIT.
003920     EXIT.
003930*
003931*    ---------------------------------------------------------
003932*    2700-CHECK-ONE-SOURCE - ONE SOURCE JOB'S JOURNAL ROWS
003933*    AGAINST ITS GOVERNING CTLTOTS ROW.
003934*    ---------------------------------------------------------
003935 2700-CHECK-ONE-SOURCE.
003936     IF GB-SRC-CTL-SW(GB-SRC-SUB) NOT = 'Y'
003937         DISPLAY 'JOBPRC02 *ERROR* NO CTLTOTS ROW FROM '
003938             GB-SRC-JOB-ID(GB-SRC-SUB) ' FOR RUN-DATE '
003939             PARM-RUN-DATE ' - NO PROOF ITS POSTING COMPLETED.'
003940         MOVE 'Y' TO GB-SRC-BAD-SW(GB-SRC-SUB)
003941         SET GB-CTL-MISMATCH TO TRUE
003942         GO TO 2700-EXIT
003943     END-IF.
003944     IF GB-SRC-CTL-COUNT(GB-SRC-SUB)
003945             NOT = GB-SRC-READ-CNT(GB-SRC-SUB)
003946         OR GB-SRC-CTL-HASH(GB-SRC-SUB)
003947             NOT = GB-SRC-HASH(GB-SRC-SUB)
003948         DISPLAY 'JOBPRC02 *ERROR* CONTROL TOTALS FROM '
003949             GB-SRC-JOB-ID(GB-SRC-SUB)
003950             ' DO NOT MATCH THE POSTINGS READ.'
003951         MOVE 'Y' TO GB-SRC-BAD-SW(GB-SRC-SUB)
003952         SET GB-CTL-MISMATCH TO TRUE
003953     END-IF.
003954 2700-EXIT.
003955     EXIT.
003956*
003957*    ---------------------------------------------------------
003958*    3000-CHECK-BALANCES - SWEEP THE ACCOUNT TABLE AND COUNT
003960*    EVERY ACCOUNT WHOSE DEBITS DO NOT EQUAL ITS CREDITS.  THE
003970*    COUNT DECIDES THE RETURN CODE; THE REPORT LISTS THE ROWS.
003980*    ---------------------------------------------------------
004360     PERFORM 4100-PRINT-HEADER
004370         THRU 4100-EXIT.
004380     IF GB-CTL-MISMATCH
004390         PERFORM 4050-PRINT-MISMATCH
004400             THRU 4050-EXIT
004410             VARYING GB-SRC-SUB FROM 1 BY 1
004420             UNTIL GB-SRC-SUB > GB-SRC-CNT
004430         IF NOT GB-CTL-FOUND
004440             MOVE SPACES TO RPT-RECORD
004450             STRING '** CONTROL TOTALS MISMATCH - NO CTLTOTS ROW '
004460                 'FOR RUN-DATE ' PARM-RUN-DATE ' **'
004470                 DELIMITED BY SIZE INTO RPT-RECORD
004480             END-STRING
004490             WRITE RPT-RECORD AFTER ADVANCING 1 LINE
004500             ADD 1 TO GB-RPT-LINE-CNT
004510         END-IF
004520     END-IF.
004530     IF GB-OOB-CNT = ZERO
004540         MOVE SPACES TO RPT-RECORD
004690 4000-EXIT.
004700     EXIT.
004710*
004711*    ---------------------------------------------------------
004712*    4050-PRINT-MISMATCH - ONE SOURCE JOB WHOSE CTLTOTS ROW IS
004713*    MISSING OR DISAGREES WITH THE JOURNAL.
004714*    ---------------------------------------------------------
004715 4050-PRINT-MISMATCH.
004716     IF GB-SRC-BAD-SW(GB-SRC-SUB) NOT = 'Y'
004717         GO TO 4050-EXIT
004718     END-IF.
004719     MOVE GB-SRC-CTL-COUNT(GB-SRC-SUB) TO GB-CTL-COUNT-ED.
004720     MOVE GB-SRC-READ-CNT(GB-SRC-SUB)  TO GB-READ-CNT-ED.
004721     MOVE GB-SRC-CTL-HASH(GB-SRC-SUB)  TO GB-CTL-HASH-ED.
004722     MOVE GB-SRC-HASH(GB-SRC-SUB)      TO GB-HASH-ED.
004723     MOVE SPACES TO RPT-RECORD.
004724     STRING '** CONTROL TOTALS MISMATCH - '
004725         GB-SRC-JOB-ID(GB-SRC-SUB) ' WROTE '
004726         GB-CTL-COUNT-ED ' / ' GB-CTL-HASH-ED
004727         '  BALANCING READ '
004728         GB-READ-CNT-ED ' / ' GB-HASH-ED ' **'
004729         DELIMITED BY SIZE INTO RPT-RECORD
004730     END-STRING.
004731     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
004732     ADD 1 TO GB-RPT-LINE-CNT.
004733 4050-EXIT.
004734     EXIT.
004735*
004736*    ---------------------------------------------------------
004737*    4100-PRINT-HEADER - EJECT TO A NEW PAGE AND PRINT THE
004740*    RUN-DATE/PERIOD HEADER AND COLUMN CAPTIONS.
004750*    ---------------------------------------------------------
004760 4100-PRINT-HEADER.
