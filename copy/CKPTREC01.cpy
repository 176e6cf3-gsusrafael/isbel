000150* morning reports; the restart and predecessor decisions are     *
000160* made from the governing row the driver upserts on the keyed    *
000170* CKPTMST file alongside every append here (see CKMREC01).       *
000180* A backout (JOBBKO01) appends a B row when it undoes a night.   *
000182*****************************************************************
000190 01  CKPT-RECORD.
000200     05  CKPT-JOB-ID              PIC X(08).
000210     05  CKPT-RUN-DATE            PIC X(08).
000220     05  CKPT-STATUS              PIC X(01).
000230         88  CKPT-STARTED             VALUE 'S'.
000240         88  CKPT-COMPLETE            VALUE 'C'.
000245         88  CKPT-BACKED-OUT          VALUE 'B'.
000250     05  FILLER                   PIC X(01).
000260     05  CKPT-TIMESTAMP           PIC X(18).
