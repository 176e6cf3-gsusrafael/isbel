000010*****************************************************************
000020* LCKREC01                                                      *
000030* The environment run lock, one row on RUNLOCK (qualified by    *
000040* env-code, RUNLOCK.PRD, ...).  The driver writes it H (held)   *
000050* with its job-id, run-date, mode and start timestamp before    *
000060* anything is dispatched, and R (released) with the end         *
000070* timestamp at 0000-END-RUN; a second invocation finding it H   *
000080* is refused.  A lock left H by an abended run is reported,     *
000090* and cleared (C, with the operator's user-id) only by          *
000100* JOBLCK01, which logs the clear on LOGFILE.                    *
000110*****************************************************************
000120 01  LCK-RECORD.
000130     05  LCK-ENV-CODE             PIC X(04).
000140     05  FILLER                   PIC X(01).
000150     05  LCK-STATUS               PIC X(01).
000160         88  LCK-HELD                 VALUE 'H'.
000170         88  LCK-RELEASED             VALUE 'R'.
000180         88  LCK-CLEARED              VALUE 'C'.
000190     05  FILLER                   PIC X(01).
000200     05  LCK-JOB-ID               PIC X(08).
000210     05  FILLER                   PIC X(01).
000220     05  LCK-RUN-DATE             PIC X(08).
000230     05  FILLER                   PIC X(01).
000240     05  LCK-MODE-FLAG            PIC X(01).
000250     05  FILLER                   PIC X(01).
000260     05  LCK-START-TS             PIC X(18).
000270     05  FILLER                   PIC X(01).
000280     05  LCK-END-TS               PIC X(18).
000290     05  FILLER                   PIC X(01).
000300     05  LCK-CLEARED-BY           PIC X(08).
