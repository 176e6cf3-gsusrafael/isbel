000200*                      COMPLETE / FAILED VERDICT.  THE 3 A.M.
000210*                      "WHERE IS TONIGHT'S RUN" QUESTION IS NOW
000220*                      ONE COMMAND, NOT THREE FILE DUMPS.
000221*    2026-10-15  RS   A NIGHT BACKED OUT BY JOBBKO01 SHOWS WHEN IT
000222*                      WAS BACKED OUT AND A BACKED OUT - AWAITING
000223*                      RERUN VERDICT.
000224*    2026-10-15  RS   THE SUBMITTED LINE NOW ALSO SHOWS THE
000225*                      RE-EXTRACT INDICATOR (REX).
000226*    2026-10-15  RS   THE ENVIRONMENT'S RUN LOCK IS SHOWN AHEAD OF
000227*                      THE JOBS - WHO HOLDS IT AND SINCE WHEN, OR
000228*                      WHO LAST HELD IT.  LOGFILE LOCK-CLEAR
000229*                      ENTRIES (MODE L) ARE NOT INVOCATIONS.
000230*    2026-10-15  RS   THE SUBMITTER USER-ID IS SHOWN - FROM
000231*                      PARMHST FOR THE ACCEPTED SUBMISSION AND
000232*                      FROM LOGFILE FOR THE LAST INVOCATION, SO
000233*                      A RUN REFUSED BY THE AUTHORITY CHECK
000234*                      SHOWS WHO TRIED IT.
000235*    2026-10-15  RS   BACKOUT (MODE B) AND EXTRACT WINDOW (MODE W)
000236*                      LOGFILE ENTRIES ARE NOT INVOCATIONS EITHER.
000237*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.    IBM-370.
000460     SELECT HANDOFF   ASSIGN USING IQ-HANDOFF-NAME
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS IQ-HANDOFF-STATUS.
000481     SELECT RUNLOCK   ASSIGN USING IQ-RUNLOCK-NAME
000482         ORGANIZATION IS LINE SEQUENTIAL
000483         FILE STATUS IS IQ-RUNLOCK-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000770*
000780*    ---------------------------------------------------------
000790*    LOGFILE - WHAT WAS INVOKED AND WITH WHAT RETURN CODE.
000800*    SEE LOGREC01; THE JOB-ID, RUN-DATE, ENV-CODE AND USER-ID
000810*    RIDE AT POSITIONS 1, 9, 18 AND 22 OF LOG-DATOS.
000820*    ---------------------------------------------------------
000830 FD  LOGFILE
000840     LABEL RECORDS ARE STANDARD
000930     LABEL RECORDS ARE STANDARD
000940     RECORDING MODE IS F.
000950 COPY HDOFREC01.
000951*
000952*    ---------------------------------------------------------
000953*    RUNLOCK - THE ENVIRONMENT RUN LOCK, ONE ROW.  SEE
000954*    LCKREC01.
000955*    ---------------------------------------------------------
000956 FD  RUNLOCK
000957     LABEL RECORDS ARE STANDARD
000958     RECORDING MODE IS F.
000959 COPY LCKREC01.
000960*
000970 WORKING-STORAGE SECTION.
000980*
001040 01  IQ-CKPTMST-STATUS           PIC X(02).
001050 01  IQ-LOGFILE-STATUS           PIC X(02).
001060 01  IQ-HANDOFF-STATUS           PIC X(02).
001061 01  IQ-RUNLOCK-STATUS           PIC X(02).
001070 01  IQ-RETURN-CODE              PIC 9(04) VALUE ZERO.
001080 01  IQ-RAW-LINE                 PIC X(80).
001090 01  IQ-RUN-DATE                 PIC X(08).
001250 01  IQ-CKPTMST-NAME             PIC X(13).
001260 01  IQ-LOGFILE-NAME             PIC X(13).
001270 01  IQ-HANDOFF-NAME             PIC X(13).
001271 01  IQ-RUNLOCK-NAME             PIC X(13).
001280*
001290*    ---------------------------------------------------------
001300*    PER-JOB STATUS TABLE - THE JOBS BEING ASKED ABOUT AND
001370         10  IQ-JOB-ID            PIC X(08).
001380         10  IQ-INVOKED-SW        PIC X(01).
001390         10  IQ-LOG-RC            PIC 9(04).
001391         10  IQ-LOG-USER-ID       PIC X(08).
001400         10  IQ-HDOF-RCVD-SW      PIC X(01).
001410         10  IQ-HDOF-COMP-SW      PIC X(01).
001420*
001610         THRU 4500-EXIT.
001620     DISPLAY 'JOBINQ01: RUN STATUS FOR RUN-DATE ' IQ-RUN-DATE
001630         ' ENV ' IQ-ENV-CODE ':'.
001631     PERFORM 6000-SHOW-RUNLOCK
001632         THRU 6000-EXIT.
001640     PERFORM 5000-REPORT-ONE-JOB
001650         THRU 5000-EXIT
001660         VARYING IQ-SUB FROM 1 BY 1
002190            IQ-ENV-CODE DELIMITED BY SPACE
002200         INTO IQ-HANDOFF-NAME
002210     END-STRING.
002211     MOVE SPACES TO IQ-RUNLOCK-NAME.
002212     STRING 'RUNLOCK.'  DELIMITED BY SIZE
002213            IQ-ENV-CODE DELIMITED BY SPACE
002214         INTO IQ-RUNLOCK-NAME
002215     END-STRING.
002220 1000-EXIT.
002230     EXIT.
002240*
002780 2200-INIT-ENTRY.
002790     MOVE 'N'  TO IQ-INVOKED-SW(IQ-SUB).
002800     MOVE ZERO TO IQ-LOG-RC(IQ-SUB).
002801     MOVE SPACES TO IQ-LOG-USER-ID(IQ-SUB).
002810     MOVE 'N'  TO IQ-HDOF-RCVD-SW(IQ-SUB).
002820     MOVE 'N'  TO IQ-HDOF-COMP-SW(IQ-SUB).
002830 2200-EXIT.
003130     END-READ.
003140     IF LOG-DATOS(9:8) NOT = IQ-RUN-DATE
003150         OR LOG-DATOS(18:4) NOT = IQ-ENV-CODE
003155         OR LOG-DATOS(17:1) = 'L'
003156         OR LOG-DATOS(17:1) = 'B'
003157         OR LOG-DATOS(17:1) = 'W'
003160         GO TO 3100-EXIT
003170     END-IF.
003180     PERFORM 3200-APPLY-LOG
003250 3200-APPLY-LOG.
003260     IF IQ-JOB-ID(IQ-SUB) = LOG-DATOS(1:8)
003270         MOVE 'Y' TO IQ-INVOKED-SW(IQ-SUB)
003271         MOVE LOG-DATOS(22:8) TO IQ-LOG-USER-ID(IQ-SUB)
003280         IF LOG-RETURN-CODE NUMERIC
003290             MOVE LOG-RETURN-CODE TO IQ-LOG-RC(IQ-SUB)
003300         END-IF
004100         THRU 5200-EXIT.
004110     IF IQ-INVOKED-SW(IQ-SUB) = 'Y'
004120         MOVE IQ-LOG-RC(IQ-SUB) TO IQ-RC-ED
004121         IF IQ-LOG-USER-ID(IQ-SUB) = SPACES
004122             DISPLAY 'JOBINQ01:   LOGGED RC ' IQ-RC-ED '.'
004123         ELSE
004124             DISPLAY 'JOBINQ01:   LOGGED RC ' IQ-RC-ED
004125                 ' BY ' IQ-LOG-USER-ID(IQ-SUB) '.'
004126         END-IF
004140     ELSE
004150         DISPLAY 'JOBINQ01:   NO LOGFILE ENTRY.'
004160     END-IF.
004410         ' MODE ' PHST-MODE-FLAG
004420         ' RANGE ' PHST-EXT-DATE-FROM '/' PHST-EXT-DATE-TO
004430         ' FMT ' PHST-EXT-FORMAT
004440         ' OVR ' PHST-EXT-OVERRIDE
004445         ' REX ' PHST-EXT-REEXTRACT '.'.
004446     IF PHST-USER-ID NOT = SPACES
004447         DISPLAY 'JOBINQ01:   SUBMITTED BY ' PHST-USER-ID '.'
004448     END-IF.
004450 5100-EXIT.
004460     EXIT.
004470*
004580             DISPLAY 'JOBINQ01:   NO CHECKPOINT ROW.'
004590             GO TO 5200-EXIT
004600     END-READ.
004601     IF CKM-BACKED-OUT
004602         DISPLAY 'JOBINQ01:   STARTED  ' CKM-START-TS '.'
004603         DISPLAY 'JOBINQ01:   BACKED OUT ' CKM-COMPLETE-TS '.'
004604         GO TO 5200-EXIT
004605     END-IF.
004610     IF CKM-COMPLETE
004620         DISPLAY 'JOBINQ01:   STARTED  ' CKM-START-TS '.'
004630         DISPLAY 'JOBINQ01:   COMPLETE ' CKM-COMPLETE-TS '.'
004840             DISPLAY 'JOBINQ01:   VERDICT: RUNNING.'
004850             GO TO 5300-EXIT
004860         END-IF
004861         IF CKM-BACKED-OUT
004862             DISPLAY 'JOBINQ01:   VERDICT: BACKED OUT - AWAITING '
004863                 'RERUN.'
004864             GO TO 5300-EXIT
004865         END-IF
004870     END-IF.
004880     IF IQ-INVOKED-SW(IQ-SUB) = 'Y'
004890         DISPLAY 'JOBINQ01:   VERDICT: FAILED '
005070     END-IF.
005080 5500-EXIT.
005090     EXIT.
005100*
005110*    ---------------------------------------------------------
005120*    6000-SHOW-RUNLOCK - WHO HOLDS THE ENVIRONMENT'S RUN LOCK,
005130*    OR WHO LAST HELD IT.  A LOCK STILL HELD WITH NOTHING
005140*    RUNNING IS LEFT BY AN ABENDED RUN - SEE JOBLCK01.
005150*    ---------------------------------------------------------
005160 6000-SHOW-RUNLOCK.
005170     MOVE SPACES TO LCK-RECORD.
005180     OPEN INPUT RUNLOCK.
005190     IF IQ-RUNLOCK-STATUS NOT = '00'
005200         DISPLAY 'JOBINQ01: RUN LOCK - NONE (' IQ-RUNLOCK-NAME
005210             ' NOT FOUND).'
005220         GO TO 6000-EXIT
005230     END-IF.
005240     READ RUNLOCK
005250         AT END
005260             MOVE SPACES TO LCK-RECORD
005270     END-READ.
005280     CLOSE RUNLOCK.
005290     IF LCK-HELD
005300         DISPLAY 'JOBINQ01: RUN LOCK HELD BY ' LCK-JOB-ID
005310             ' RUN-DATE ' LCK-RUN-DATE ' MODE ' LCK-MODE-FLAG
005320             ' SINCE ' LCK-START-TS '.'
005330         GO TO 6000-EXIT
005340     END-IF.
005350     IF LCK-CLEARED
005360         DISPLAY 'JOBINQ01: RUN LOCK FREE - CLEARED BY '
005370             LCK-CLEARED-BY ' AT ' LCK-END-TS ', LAST HELD BY '
005380             LCK-JOB-ID ' RUN-DATE ' LCK-RUN-DATE '.'
005390         GO TO 6000-EXIT
005400     END-IF.
005410     DISPLAY 'JOBINQ01: RUN LOCK FREE - LAST HELD BY ' LCK-JOB-ID
005420         ' RUN-DATE ' LCK-RUN-DATE ' UNTIL ' LCK-END-TS '.'.
005430 6000-EXIT.
005440     EXIT.
