001290*                      ENV-CODE (LOGFILE.PRD, CKPTFILE.TST,
001300*                      ...), OPENED BY A NAME BUILT AT RUN TIME
001310*                      THE WAY JOBPRC03 ALWAYS HAS (ASSIGN
001311*                      USING), SO PARALLEL TST AND PRD RUNS ARE
001312*                      PHYSICALLY SEPARATED.  MAINTAINED
001313*                      CONTROL FILES (JOBCTL, CALFILE) AND THE
001314*                      PARMFILE OVERFLOW KEEP THEIR FIXED
001315*                      NAMES.  SEE 1900-SET-FILE-NAMES.
001316*    2026-09-02  RS   THE FILE-NAME FIELDS NOW START AS THE
001317*                      BASE NAMES, SO A PARM REJECTED BEFORE
001318*                      THE ENV-CODE IS PARSED STILL GETS ITS
001319*                      LOGFILE ENTRY AND ALERT.  A PLAN RUN
001320*                      WHOSE PLANFILE CANNOT BE OPENED NOW
001321*                      ALSO WRITES AN ALERTS ROW - A NIGHT
001322*                      THAT FAILS COMPLETELY IS EXACTLY WHAT
001323*                      MONITORING MUST SEE.
001324*    2026-10-15  RS   JOB008 (JOBPRC08, MANUAL JOURNAL ENTRIES
001325*                      FROM JETRAN ONTO THE PSTJRNL PERIOD
001326*                      JOURNAL) ONBOARDED ONTO THE DISPATCH
001327*                      TABLE.
001328*    2026-10-15  RS   JOB009 (JOBPRC09, BALANCE SHEET AND INCOME
001329*                      STATEMENT FROM THE GLBAL CLOSING BALANCES,
001330*                      CLASSIFIED BY THE GLCHART CHART OF
001331*                      ACCOUNTS) ONBOARDED ONTO THE DISPATCH
001332*                      TABLE.
001333*    2026-10-15  RS   EXT-REEXTRACT-IND (9TH DELIMITED FIELD, ALSO
001334*                      KEPT ON PARMHST) IS PASSED TO THE JOBS SO
001335*                      THE EXTRACT CAN TAKE A WINDOW ALREADY
001336*                      EXTRACTED ON PURPOSE.  PLAN LINES CARRY IT
001337*                      AS FIELD 9, SO THE FAIL FLAG IS NOW FIELD
001338*                      10.
001339*    2026-10-15  RS   JOB010 (JOBPRC10, VOLUME ANOMALY CHECK OF
001340*                      THE NIGHT'S CTLTOTS TOTALS AGAINST THEIR
001341*                      TRAILING BUSINESS-DAY AVERAGE) ONBOARDED
001342*                      ONTO THE DISPATCH TABLE.
001343*    2026-10-15  RS   ENVIRONMENT RUN LOCK.  BEFORE ANYTHING IS
001344*                      DISPATCHED THE DRIVER TAKES RUNLOCK.<ENV>
001345*                      (SEE LCKREC01) WITH ITS JOB-ID, RUN-DATE,
001346*                      MODE AND START TIMESTAMP, AND RELEASES IT
001347*                      AT 0000-END-RUN.  A SECOND INVOCATION FOR
001348*                      AN ENV ALREADY LOCKED IS REFUSED WITH RC
001349*                      30 AND AN ALERT.  A PLAN LINE FOR ANOTHER
001350*                      ENV-CODE HOLDS THAT ENV'S LOCK FOR ITS OWN
001351*                      DISPATCH.  A LOCK LEFT BY AN ABENDED RUN
001352*                      IS REPORTED AND CLEARED WITH JOBLCK01.
001353*    2026-10-15  RS   JOB011 (JOBPRC11, RECONCILIATION OF THE
001354*                      BANK STATEMENT TO THE CASH ACCOUNT)
001355*                      ONBOARDED ONTO THE DISPATCH TABLE.
001356*    2026-10-15  RS   SUBMITTER IDENTITY AND AUTHORITY CHECK.
001357*                      THE PARM NOW CARRIES THE SUBMITTER'S
001358*                      USER-ID (PARM-USER-ID AT POSITIONS 22-29,
001359*                      OR THE 10TH DELIMITED FIELD), CHECKED
001360*                      BEFORE DISPATCH AGAINST THE MAINTAINED
001361*                      AUTHCTL AUTHORITY FILE (SEE AUTREC01) FOR
001362*                      THE JOB-ID AND ENV-CODE.  A MISSING OR
001363*                      UNAUTHORIZED USER-ID IS REJECTED WITH RC
001364*                      32 AND AN ALERT.  THE USER-ID IS KEPT ON
001365*                      LOGFILE AND PARMHST.  PLAN LINES CARRY IT
001366*                      AS FIELD 10 (EMPTY MEANS THE PLAN'S OWN
001367*                      SUBMITTER), SO THE FAIL FLAG IS NOW FIELD
001368*                      11.  SEE 2800-CHECK-AUTHORITY.
001369*    2026-10-15  RS   RUNLOCK IS NOW QUALIFIED BY ENV-CODE IN
001370*                      1900-SET-FILE-NAMES LIKE THE OTHER TRAIL
001371*                      FILES, SO EACH ENV HOLDS ITS OWN LOCK.
001379*
001380 ENVIRONMENT DIVISION.
001390 CONFIGURATION SECTION.
001400 SOURCE-COMPUTER.    IBM-370.
001780     SELECT ALERTS    ASSIGN USING DL-ALERTS-NAME
001790         ORGANIZATION IS LINE SEQUENTIAL
001800         FILE STATUS IS DL-ALERTS-STATUS.
001801     SELECT RUNLOCK   ASSIGN USING DL-RUNLOCK-NAME
001802         ORGANIZATION IS LINE SEQUENTIAL
001803         FILE STATUS IS DL-RUNLOCK-STATUS.
001804     SELECT AUTHCTL   ASSIGN TO "AUTHCTL"
001805         ORGANIZATION IS LINE SEQUENTIAL
001806         FILE STATUS IS DL-AUTHCTL-STATUS.
001810*
001820 DATA DIVISION.
001830 FILE SECTION.
002530     LABEL RECORDS ARE STANDARD
002540     RECORDING MODE IS F.
002550 COPY JOBCTL01.
002551*
002552*    ---------------------------------------------------------
002553*    AUTHCTL - MAINTAINED AUTHORITY FILE OF WHICH SUBMITTER
002554*    USER-IDS MAY RUN WHICH JOB-IDS IN WHICH ENVIRONMENTS.
002555*    SEE 2800-CHECK-AUTHORITY.
002556*    ---------------------------------------------------------
002557 FD  AUTHCTL
002558     LABEL RECORDS ARE STANDARD
002559     RECORDING MODE IS F.
002560 COPY AUTREC01.
002561*
002570*    ---------------------------------------------------------
002580*    PARMHST - KEYED PARAMETER-HISTORY FILE, ONE ROW PER JOB-ID/
002590*    RUN-DATE EVER SUBMITTED.  SEE 7000-WRITE-PARMHST.
002800     RECORDING MODE IS F.
002810 COPY ALRREC01.
002820*
002821*    ---------------------------------------------------------
002822*    RUNLOCK - THE ENVIRONMENT RUN LOCK, ONE ROW.  SEE
002823*    8600-TAKE-RUN-LOCK AND 8700-RELEASE-RUN-LOCK.
002824*    ---------------------------------------------------------
002825 FD  RUNLOCK
002826     LABEL RECORDS ARE STANDARD
002827     RECORDING MODE IS F.
002828 COPY LCKREC01.
002829*
002830 WORKING-STORAGE SECTION.
002840*
002850*    ---------------------------------------------------------
003400 01  DL-PARMHST-NAME             PIC X(13) VALUE 'PARMHST'.
003410 01  DL-HANDOFF-NAME             PIC X(13) VALUE 'HANDOFF'.
003420 01  DL-ALERTS-NAME              PIC X(13) VALUE 'ALERTS'.
003421 01  DL-RUNLOCK-NAME             PIC X(13) VALUE 'RUNLOCK'.
003430 01  DL-HANDOFF-EVENT-SW         PIC X(01) VALUE 'R'.
003440     88  DL-HANDOFF-EVT-RECEIVED  VALUE 'R'.
003450     88  DL-HANDOFF-EVT-COMPLETE  VALUE 'C'.
003560 01  DL-JOBCTL-PRED               PIC X(08) VALUE SPACES.
003570 01  DL-PRED-DONE-SW              PIC X(01) VALUE 'N'.
003580     88  DL-PRED-COMPLETE         VALUE 'Y'.
003581 01  DL-AUTHCTL-STATUS            PIC X(02).
003582 01  DL-AUTH-EOF-SW               PIC X(01) VALUE 'N'.
003583     88  DL-AUTH-EOF              VALUE 'Y'.
003584 01  DL-AUTH-FOUND-SW             PIC X(01) VALUE 'N'.
003585     88  DL-AUTH-GRANTED          VALUE 'Y'.
003590*
003600*    ---------------------------------------------------------
003610*    PLAN MODE FIELDS - USED ONLY WHEN PARM-MODE-PLAN.  THE
004150 01  DL-RPT-PAGE-NO-ED           PIC ZZZ9.
004160 01  DL-RPT-RULE-LINE            PIC X(132) VALUE ALL '-'.
004170*
004171*    ---------------------------------------------------------
004172*    ENVIRONMENT RUN LOCK FIELDS.  DL-LOCK-HELD IS THIS
004173*    INVOCATION'S OWN LOCK, TAKEN AFTER THE PARSE AND RELEASED
004174*    AT 0000-END-RUN; DL-LINE-LOCK-HELD IS A PLAN LINE'S LOCK ON
004175*    ANOTHER ENV-CODE, RELEASED AS SOON AS THAT LINE IS DONE.  A
004176*    RELEASE ONLY TOUCHES A LOCK STILL CARRYING THE START
004177*    TIMESTAMP IT WAS TAKEN WITH (DL-LOCK-WORK-TS).
004178*    ---------------------------------------------------------
004179 01  DL-RUNLOCK-STATUS           PIC X(02).
004180 01  DL-LOCK-SW                  PIC X(01) VALUE 'N'.
004181     88  DL-LOCK-HELD             VALUE 'Y'.
004182 01  DL-LOCK-ENV                 PIC X(04) VALUE SPACES.
004183 01  DL-LOCK-TS                  PIC X(18) VALUE SPACES.
004184 01  DL-LINE-LOCK-SW             PIC X(01) VALUE 'N'.
004185     88  DL-LINE-LOCK-HELD        VALUE 'Y'.
004186 01  DL-LINE-LOCK-TS             PIC X(18) VALUE SPACES.
004187 01  DL-LOCK-TRY-SW              PIC X(01) VALUE 'Y'.
004188     88  DL-LOCK-GRANTED          VALUE 'Y'.
004189     88  DL-LOCK-REFUSED          VALUE 'N'.
004190 01  DL-LOCK-WORK-TS             PIC X(18) VALUE SPACES.
004191*
004192*    ---------------------------------------------------------
004193*    DISPATCH TABLE - ONE ENTRY PER JOB-ID THIS DRIVER KNOWS
004194*    HOW TO RUN.  BUILT ONCE AT START-UP BY 1800-INIT-DISPATCH.
004195*    ---------------------------------------------------------
004196 01  DL-DISPATCH-TABLE.
004197     05  DL-DISPATCH-ENTRY OCCURS 11 TIMES
004198             INDEXED BY DL-DSP-IDX.
004199         10  DL-DSP-JOB-ID        PIC X(08).
004200         10  DL-DSP-PGM-NAME      PIC X(08).
004201*
004280 PROCEDURE DIVISION.
004290*
004300 0000-MAINLINE.
004400     PERFORM 2000-PARSE-PARM
004410         THRU 2000-EXIT.
004420     PERFORM 1900-SET-FILE-NAMES
004421         THRU 1900-EXIT.
004422     PERFORM 8600-TAKE-RUN-LOCK
004423         THRU 8600-EXIT.
004424     IF DL-LOCK-REFUSED
004425         IF PARM-MODE-PLAN
004426             PERFORM 8500-WRITE-ALERT
004427                 THRU 8500-EXIT
004428         END-IF
004429         GO TO 0000-END-RUN
004430     END-IF.
004431     SET DL-LOCK-HELD TO TRUE.
004432     MOVE PARM-ENV-CODE TO DL-LOCK-ENV.
004433     MOVE DL-LOCK-WORK-TS TO DL-LOCK-TS.
004440     IF PARM-MODE-PLAN
004450         PERFORM 0300-RUN-PLAN
004460             THRU 0300-EXIT
004560         PERFORM 8500-WRITE-ALERT
004570             THRU 8500-EXIT
004580     END-IF.
004581     IF DL-LOCK-HELD
004582         MOVE DL-LOCK-TS TO DL-LOCK-WORK-TS
004583         PERFORM 8700-RELEASE-RUN-LOCK
004584             THRU 8700-EXIT
004585     END-IF.
004590     MOVE DL-RETURN-CODE TO RETURN-CODE.
004600     STOP RUN.
004610*
004690*    VALIDATION, JOBCTL, PREDECESSOR, CHECKPOINT SKIP, DISPATCH
004700*    AND ITS OWN LOGFILE ENTRY - AND THE PLAN POSTS THE WORST
004710*    RETURN CODE SEEN, WITH A PER-JOB SUMMARY AT THE END.
004711*    A PLAN LINE WITH NO USER-ID OF ITS OWN RUNS UNDER THE
004712*    USER-ID THE PLAN ITSELF WAS SUBMITTED WITH, AND IS CHECKED
004713*    AGAINST AUTHCTL AS SUCH.
004720*    ---------------------------------------------------------
004730 0300-RUN-PLAN.
004740     MOVE DATOS TO DL-PLAN-PARM-SAVE.
005100*    LINES STARTING WITH * ARE OPERATOR COMMENTARY AND ARE
005110*    SKIPPED.  THE RETURN CODE IS RESET PER JOB SO ONE BAD JOB
005120*    CANNOT BLEED INTO THE NEXT LINE'S CHECKPOINTING.
005131*    A LINE FOR AN ENV-CODE OTHER THAN THE ONE THIS RUN HOLDS
005132*    MUST TAKE THAT ENV'S RUN LOCK FOR ITS OWN DISPATCH; IF THE
005133*    LOCK IS REFUSED THE LINE ENDS RC 30 WITHOUT DISPATCHING.
005134*    ---------------------------------------------------------
005140 0350-PLAN-ONE-LINE.
005150     READ PLANFILE INTO DL-PLAN-LINE
005160         AT END
005300              PARM-MODE-FLAG  PARM-ENV-CODE
005310              EXT-DATE-RANGE-FROM  EXT-DATE-RANGE-TO
005320              EXT-OUTPUT-FORMAT  EXT-OVERRIDE-IND
005330              EXT-REEXTRACT-IND  PARM-USER-ID
005331              DL-PLAN-FAIL-FLAG
005340     END-UNSTRING.
005341     IF PARM-USER-ID = SPACES
005342         MOVE DL-PLAN-PARM-SAVE(22:8) TO PARM-USER-ID
005343     END-IF.
005350     MOVE PARM-RECORD TO DATOS.
005360     PERFORM 1900-SET-FILE-NAMES
005370         THRU 1900-EXIT.
005380     DISPLAY 'HELLO-WORLD PLAN: DISPATCHING ' PARM-JOB-ID
005390         ' RUN-DATE ' PARM-RUN-DATE '.'
005391     SET DL-LOCK-GRANTED TO TRUE.
005392     IF PARM-ENV-CODE NOT = DL-LOCK-ENV
005393         PERFORM 8600-TAKE-RUN-LOCK
005394             THRU 8600-EXIT
005395         IF DL-LOCK-GRANTED
005396             SET DL-LINE-LOCK-HELD TO TRUE
005397             MOVE DL-LOCK-WORK-TS TO DL-LINE-LOCK-TS
005398         END-IF
005399     END-IF.
005400     IF DL-LOCK-GRANTED
005401         PERFORM 0500-RUN-ONE-JOB
005402             THRU 0500-EXIT
005403     END-IF.
005404     IF DL-LINE-LOCK-HELD
005405         MOVE DL-LINE-LOCK-TS TO DL-LOCK-WORK-TS
005406         PERFORM 8700-RELEASE-RUN-LOCK
005407             THRU 8700-EXIT
005408         MOVE 'N' TO DL-LINE-LOCK-SW
005409     END-IF.
005420     PERFORM 4000-LOG-INVOCATION
005430         THRU 4000-EXIT.
005440     IF DL-RETURN-CODE NOT = ZERO
005790*    ---------------------------------------------------------
005800*    0500-RUN-ONE-JOB - THE FULL PER-JOB SEQUENCE, SHARED BY A
005810*    SINGLE-JOB INVOCATION AND EVERY PLAN LINE: PARSED-FIELD
005820*    VALIDATION, JOBCTL, AUTHCTL AND PREDECESSOR CHECKS,
005830*    PARMHST AND HANDOFF BOOKKEEPING, THE CHECKPOINT SKIP, THE
005840*    DISPATCH ITSELF AND THE OPTIONAL REPORT.  A FAILED CHECK
005850*    LEAVES DL-RETURN-CODE SET AND FALLS OUT AT 0500-EXIT.
005860*    ---------------------------------------------------------
005870 0500-RUN-ONE-JOB.
005880     PERFORM 2500-VALIDATE-PARSED
006000     IF DL-INPUT-INVALID
006010         GO TO 0500-EXIT
006020     END-IF.
006021     PERFORM 2800-CHECK-AUTHORITY
006022         THRU 2800-EXIT.
006023     IF DL-INPUT-INVALID
006024         GO TO 0500-EXIT
006025     END-IF.
006030     PERFORM 2700-CHECK-PREDECESSOR
006040         THRU 2700-EXIT.
006050     IF DL-INPUT-INVALID
006610     MOVE 'JOBPRC06' TO DL-DSP-PGM-NAME(6).
006620     MOVE 'JOB007  ' TO DL-DSP-JOB-ID(7).
006630     MOVE 'JOBPRC07' TO DL-DSP-PGM-NAME(7).
006632     MOVE 'JOB008  ' TO DL-DSP-JOB-ID(8).
006633     MOVE 'JOBPRC08' TO DL-DSP-PGM-NAME(8).
006634     MOVE 'JOB009  ' TO DL-DSP-JOB-ID(9).
006635     MOVE 'JOBPRC09' TO DL-DSP-PGM-NAME(9).
006636     MOVE 'JOB010  ' TO DL-DSP-JOB-ID(10).
006637     MOVE 'JOBPRC10' TO DL-DSP-PGM-NAME(10).
006638     MOVE 'JOB011  ' TO DL-DSP-JOB-ID(11).
006639     MOVE 'JOBPRC11' TO DL-DSP-PGM-NAME(11).
006640 1800-EXIT.
006650     EXIT.
006660*
007020     PERFORM 1950-QUALIFY-ONE
007030         THRU 1950-EXIT.
007040     MOVE DL-QUAL-NAME TO DL-ALERTS-NAME.
007041     MOVE 'RUNLOCK ' TO DL-BASE-NAME.
007042     PERFORM 1950-QUALIFY-ONE
007043         THRU 1950-EXIT.
007044     MOVE DL-QUAL-NAME TO DL-RUNLOCK-NAME.
007050 1900-EXIT.
007060     EXIT.
007070*
009170*
009180*    ---------------------------------------------------------
009190*    2100-PARSE-DELIMITED - JOB-ID, RUN-DATE, MODE-FLAG,
009200*    ENV-CODE, THE PARMREC02 EXTENDED FIELDS AND THE
009210*    SUBMITTER'S USER-ID, ALL ON ONE COMMA-SEPARATED LINE.
009220*    ---------------------------------------------------------
009230 2100-PARSE-DELIMITED.
009240     MOVE SPACES TO PARM-RECORD.
009280              PARM-MODE-FLAG  PARM-ENV-CODE
009290              EXT-DATE-RANGE-FROM  EXT-DATE-RANGE-TO
009300              EXT-OUTPUT-FORMAT  EXT-OVERRIDE-IND
009305              EXT-REEXTRACT-IND
009306              PARM-USER-ID
009310     END-UNSTRING.
009320     MOVE PARM-RECORD TO DATOS.
009330 2100-EXIT.
012160     END-IF.
012170 2700-EXIT.
012180     EXIT.
012181*
012182*    ---------------------------------------------------------
012183*    2800-CHECK-AUTHORITY - THE SUBMITTER'S USER-ID MUST HAVE AN
012184*    ACTIVE AUTHCTL ROW FOR THIS JOB-ID (OR *) AND ENV-CODE.
012185*    NO USER-ID, NO MATCHING ROW OR NO READABLE AUTHORITY FILE
012186*    REJECTS THE RUN WITH RC 32 BEFORE 5000-DISPATCH-JOB -
012187*    THE DEFAULT IS TO STOP THE JOB, AS FOR JOBCTL.
012188*    ---------------------------------------------------------
012189 2800-CHECK-AUTHORITY.
012190     SET DL-INPUT-VALID TO TRUE.
012191     IF PARM-USER-ID = SPACES
012192         DISPLAY 'HELLO-WORLD *ERROR* NO SUBMITTER USER-ID WAS '
012193             'GIVEN - ' PARM-JOB-ID ' NOT DISPATCHED.'
012194         MOVE 32 TO DL-RETURN-CODE
012195         SET DL-INPUT-INVALID TO TRUE
012196         GO TO 2800-EXIT
012197     END-IF.
012198     MOVE 'N' TO DL-AUTH-EOF-SW.
012199     MOVE 'N' TO DL-AUTH-FOUND-SW.
012200     OPEN INPUT AUTHCTL.
012201     IF DL-AUTHCTL-STATUS NOT = '00'
012202         DISPLAY 'HELLO-WORLD *ERROR* AUTHCTL COULD NOT BE '
012203             'OPENED, STATUS ' DL-AUTHCTL-STATUS
012204             ' - USER ' PARM-USER-ID ' CANNOT BE CONFIRMED.'
012205         MOVE 32 TO DL-RETURN-CODE
012206         SET DL-INPUT-INVALID TO TRUE
012207         GO TO 2800-EXIT
012208     END-IF.
012209     PERFORM 2850-SCAN-AUTHCTL
012210         THRU 2850-EXIT
012211         UNTIL DL-AUTH-EOF.
012212     CLOSE AUTHCTL.
012213     IF NOT DL-AUTH-GRANTED
012214         DISPLAY 'HELLO-WORLD *ERROR* USER ' PARM-USER-ID
012215             ' IS NOT AUTHORIZED TO RUN ' PARM-JOB-ID
012216             ' IN ENVIRONMENT ' PARM-ENV-CODE
012217             ' BY THE AUTHCTL AUTHORITY FILE.'
012218         MOVE 32 TO DL-RETURN-CODE
012219         SET DL-INPUT-INVALID TO TRUE
012220     END-IF.
012221 2800-EXIT.
012222     EXIT.
012223*
012224*    ---------------------------------------------------------
012225*    2850-SCAN-AUTHCTL - ONE AUTHCTL RECORD.
012226*    ---------------------------------------------------------
012227 2850-SCAN-AUTHCTL.
012228     READ AUTHCTL
012229         AT END
012230             MOVE 'Y' TO DL-AUTH-EOF-SW
012231         NOT AT END
012232             IF AUT-USER-ID = PARM-USER-ID
012233                 AND (AUT-JOB-ID = PARM-JOB-ID OR AUT-ANY-JOB)
012234                 AND AUT-ENV-CODE = PARM-ENV-CODE
012235                 AND AUT-ACTIVE
012236                 MOVE 'Y' TO DL-AUTH-FOUND-SW
012237             END-IF
012238     END-READ.
012239 2850-EXIT.
012240     EXIT.
012241*
012242*    ---------------------------------------------------------
012243*    3000-SHOW-PARM - ECHO THE PARSED FIELDS TO SYSOUT.
012244*    ---------------------------------------------------------
012245 3000-SHOW-PARM.
012246     DISPLAY DATOS.
012247     DISPLAY 'JOB-ID . . : ' PARM-JOB-ID.
012248     DISPLAY 'RUN-DATE . : ' PARM-RUN-DATE.
012249     DISPLAY 'MODE-FLAG  : ' PARM-MODE-FLAG.
012250     DISPLAY 'ENV-CODE . : ' PARM-ENV-CODE.
012251     DISPLAY 'USER-ID  . : ' PARM-USER-ID.
012290 3000-EXIT.
012300     EXIT.
012310*
013210         '   JOB-ID: '   PARM-JOB-ID
013220         '   MODE: '     PARM-MODE-FLAG
013230         '   ENV: '      PARM-ENV-CODE
013231         '   USER: '     PARM-USER-ID
013240         DELIMITED BY SIZE INTO RPT-RECORD
013250     END-STRING.
013260     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
013960     MOVE EXT-DATE-RANGE-TO   TO PHST-EXT-DATE-TO.
013970     MOVE EXT-OUTPUT-FORMAT   TO PHST-EXT-FORMAT.
013980     MOVE EXT-OVERRIDE-IND    TO PHST-EXT-OVERRIDE.
013985     MOVE EXT-REEXTRACT-IND   TO PHST-EXT-REEXTRACT.
013986     MOVE PARM-USER-ID        TO PHST-USER-ID.
013990     STRING DL-CDT-DATE DL-CDT-TIME
014000         DELIMITED BY SIZE
014010         INTO PHST-TIMESTAMP
014780*    ABOVE) AND A REASON TEXT MATCHING THE ERROR DISPLAY THIS
014790*    DRIVER PRODUCES FOR THAT CODE.  CALLED PER PLAN LINE,
014800*    FOR A FAILING SINGLE-JOB RUN, AND FOR A PLAN THAT FAILS
014802*    BEFORE DISPATCHING ANY LINE (PLANFILE UNREADABLE OR
014803*    ENVIRONMENT LOCKED).
014810*    ---------------------------------------------------------
014820 8500-WRITE-ALERT.
014830     ACCEPT DL-CDT-DATE FROM DATE YYYYMMDD.
015050         WHEN 28
015060             MOVE 'RPTFILE COULD NOT BE OPENED'
015070                 TO DL-ALERT-REASON
015071         WHEN 30
015072             MOVE 'ENVIRONMENT RUN LOCK NOT OBTAINED'
015073                 TO DL-ALERT-REASON
015074         WHEN 32
015075             IF PARM-USER-ID = SPACES
015076                 MOVE 'NO SUBMITTER USER-ID GIVEN'
015077                     TO DL-ALERT-REASON
015078             ELSE
015079                 IF DL-AUTHCTL-STATUS NOT = '00'
015080                     MOVE 'AUTHCTL COULD NOT BE OPENED'
015081                         TO DL-ALERT-REASON
015082                 ELSE
015083                     STRING 'USER '      DELIMITED BY SIZE
015084                         PARM-USER-ID    DELIMITED BY SPACE
015085                         ' NOT AUTHORIZED FOR JOB/ENV'
015086                                         DELIMITED BY SIZE
015087                         INTO DL-ALERT-REASON
015088                     END-STRING
015089                 END-IF
015090             END-IF
015091         WHEN OTHER
015092             MOVE 'NON-ZERO RETURN CODE FROM DISPATCH'
015093                 TO DL-ALERT-REASON
015094     END-EVALUATE.
015120     MOVE SPACES TO ALR-RECORD.
015130     MOVE PARM-JOB-ID    TO ALR-JOB-ID.
015140     MOVE PARM-RUN-DATE  TO ALR-RUN-DATE.
015360     CLOSE ALERTS.
015370 8500-EXIT.
015380     EXIT.
015390*
015400*    ---------------------------------------------------------
015410*    8600-TAKE-RUN-LOCK - TAKE RUNLOCK.<ENV> FOR THE ENV-CODE
015420*    NOW IN THE PARM.  A ROW STILL HELD BY ANOTHER RUN REFUSES
015430*    THE LOCK WITH RC 30 AND NAMES THE HOLDER; A RELEASED,
015440*    CLEARED OR MISSING ROW IS REPLACED BY OURS.  THE START
015450*    TIMESTAMP WRITTEN IS LEFT IN DL-LOCK-WORK-TS SO THE
015460*    RELEASE CAN TELL OUR ROW FROM ANYONE ELSE'S.  A LOCK LEFT
015470*    HELD BY AN ABENDED RUN IS NEVER TAKEN OVER HERE - THE
015480*    OPERATOR CONFIRMS AND CLEARS IT WITH JOBLCK01.
015490*    ---------------------------------------------------------
015500 8600-TAKE-RUN-LOCK.
015510     SET DL-LOCK-REFUSED TO TRUE.
015520     ACCEPT DL-CDT-DATE FROM DATE YYYYMMDD.
015530     ACCEPT DL-CDT-TIME FROM TIME.
015540     MOVE SPACES TO DL-LOCK-WORK-TS.
015550     STRING DL-CDT-DATE DL-CDT-TIME
015560         DELIMITED BY SIZE
015570         INTO DL-LOCK-WORK-TS
015580     END-STRING.
015590     MOVE SPACES TO LCK-RECORD.
015600     OPEN INPUT RUNLOCK.
015610     IF DL-RUNLOCK-STATUS = '00'
015620         READ RUNLOCK
015630             AT END
015640                 MOVE SPACES TO LCK-RECORD
015650         END-READ
015660         CLOSE RUNLOCK
015670         IF LCK-HELD
015680             DISPLAY 'HELLO-WORLD *ERROR* ENVIRONMENT '
015690                 PARM-ENV-CODE ' IS LOCKED BY ' LCK-JOB-ID
015700                 ' RUN-DATE ' LCK-RUN-DATE ' MODE '
015710                 LCK-MODE-FLAG ' SINCE ' LCK-START-TS '.'
015720             DISPLAY 'HELLO-WORLD IF THAT RUN HAS ABENDED, CHECK '
015730                 'AND CLEAR THE LOCK WITH JOBLCK01.'
015740             MOVE 30 TO DL-RETURN-CODE
015750             GO TO 8600-EXIT
015760         END-IF
015770     ELSE
015780         IF DL-RUNLOCK-STATUS NOT = '35'
015790             DISPLAY 'HELLO-WORLD *ERROR* RUNLOCK COULD NOT BE '
015800                 'READ, STATUS ' DL-RUNLOCK-STATUS
015810             MOVE 30 TO DL-RETURN-CODE
015820             GO TO 8600-EXIT
015830         END-IF
015840     END-IF.
015850     MOVE SPACES TO LCK-RECORD.
015860     MOVE PARM-ENV-CODE   TO LCK-ENV-CODE.
015870     SET LCK-HELD TO TRUE.
015880     MOVE PARM-JOB-ID     TO LCK-JOB-ID.
015890     MOVE PARM-RUN-DATE   TO LCK-RUN-DATE.
015900     MOVE PARM-MODE-FLAG  TO LCK-MODE-FLAG.
015910     MOVE DL-LOCK-WORK-TS TO LCK-START-TS.
015920     OPEN OUTPUT RUNLOCK.
015930     IF DL-RUNLOCK-STATUS NOT = '00'
015940         DISPLAY 'HELLO-WORLD *ERROR* RUNLOCK COULD NOT BE '
015950             'WRITTEN, STATUS ' DL-RUNLOCK-STATUS
015960         MOVE 30 TO DL-RETURN-CODE
015970         GO TO 8600-EXIT
015980     END-IF.
015990     WRITE LCK-RECORD.
016000     CLOSE RUNLOCK.
016010     SET DL-LOCK-GRANTED TO TRUE.
016020 8600-EXIT.
016030     EXIT.
016040*
016050*    ---------------------------------------------------------
016060*    8700-RELEASE-RUN-LOCK - RELEASE THE LOCK TAKEN WITH THE
016070*    START TIMESTAMP IN DL-LOCK-WORK-TS.  IF THE ROW NO LONGER
016080*    CARRIES THAT TIMESTAMP (CLEARED BY JOBLCK01 AND TAKEN BY
016090*    ANOTHER RUN) IT IS LEFT AS FOUND.  THE RETURN CODE OF THE
016100*    RUN IS NOT CHANGED BY A FAILED RELEASE.
016110*    ---------------------------------------------------------
016120 8700-RELEASE-RUN-LOCK.
016130     MOVE SPACES TO LCK-RECORD.
016140     OPEN INPUT RUNLOCK.
016150     IF DL-RUNLOCK-STATUS = '00'
016160         READ RUNLOCK
016170             AT END
016180                 MOVE SPACES TO LCK-RECORD
016190         END-READ
016200         CLOSE RUNLOCK
016210     END-IF.
016220     IF NOT LCK-HELD
016230         OR LCK-START-TS NOT = DL-LOCK-WORK-TS
016240         DISPLAY 'HELLO-WORLD *WARNING* RUN LOCK FOR '
016250             PARM-ENV-CODE ' IS NO LONGER OURS - LEFT AS FOUND.'
016260         GO TO 8700-EXIT
016270     END-IF.
016280     ACCEPT DL-CDT-DATE FROM DATE YYYYMMDD.
016290     ACCEPT DL-CDT-TIME FROM TIME.
016300     SET LCK-RELEASED TO TRUE.
016310     STRING DL-CDT-DATE DL-CDT-TIME
016320         DELIMITED BY SIZE
016330         INTO LCK-END-TS
016340     END-STRING.
016350     OPEN OUTPUT RUNLOCK.
016360     IF DL-RUNLOCK-STATUS NOT = '00'
016370         DISPLAY 'HELLO-WORLD *WARNING* RUNLOCK COULD NOT BE '
016380             'RELEASED, STATUS ' DL-RUNLOCK-STATUS
016390         GO TO 8700-EXIT
016400     END-IF.
016410     WRITE LCK-RECORD.
016420     CLOSE RUNLOCK.
016430 8700-EXIT.
016440     EXIT.
