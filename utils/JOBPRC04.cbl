000250*                      TRAILS OF THE ENVIRONMENT IT IS
000260*                      RECONCILING.  JOBCTL KEEPS ITS FIXED
000270*                      NAME.  SEE 0100-SET-FILE-NAMES.
000271*    2026-10-15  RS   LOGFILE LOCK-CLEAR ENTRIES (MODE L, WRITTEN
000272*                      BY JOBLCK01) ARE NOT INVOCATIONS AND ARE
000273*                      PASSED OVER.
000274*    2026-10-15  RS   BACKOUT (MODE B) AND EXTRACT WINDOW (MODE W)
000275*                      LOGFILE ENTRIES ARE PASSED OVER AS WELL,
000276*                      AND A JOB LEFT BACKED OUT IN CKPTFILE WITH
000277*                      NO RERUN IS REPORTED AS AN EXCEPTION.
000280*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
003410         NOT AT END
003420             IF LOG-DATOS(9:8) = PARM-RUN-DATE
003430                 AND LOG-DATOS(18:4) = PARM-ENV-CODE
003435                 AND LOG-DATOS(17:1) NOT = 'L'
003436                 AND LOG-DATOS(17:1) NOT = 'B'
003437                 AND LOG-DATOS(17:1) NOT = 'W'
003440                 MOVE LOG-DATOS(1:8) TO RR-WORK-JOB-ID
003450                 PERFORM 6000-FIND-OR-ADD-JOB
003460                     THRU 6000-EXIT
005420*    IS STARTED, NEVER COMPLETE.  THE RECONCILIATION JOB ITSELF
005430*    IS EXCUSED - ITS OWN STARTED ROW IS STILL OPEN WHILE THIS
005440*    REPORT RUNS.
005441*    A JOB WHOSE LAST ENTRY IS A JOBBKO01 BACKOUT, WITH NO
005442*    RERUN SINCE, IS REPORTED HERE TOO.
005450*    ---------------------------------------------------------
005460 5300-NO-COMPLETE.
005470     IF RR-CKPT-LAST(RR-SUB) = 'S'
005530         PERFORM 5900-PRINT-DETAIL
005540             THRU 5900-EXIT
005550     END-IF.
005551     IF RR-CKPT-LAST(RR-SUB) = 'B'
005552         ADD 1 TO RR-EXC-CNT
005553         MOVE RR-JOB-ID(RR-SUB) TO RR-WORK-JOB-ID
005554         MOVE 'BACKED OUT IN CKPTFILE, NOT RERUN'
005555             TO RR-DETAIL-TEXT
005556         PERFORM 5900-PRINT-DETAIL
005557             THRU 5900-EXIT
005558     END-IF.
005560 5300-EXIT.
005570     EXIT.
005580*
