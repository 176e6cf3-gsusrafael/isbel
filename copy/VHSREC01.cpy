000010*****************************************************************
000020* VHSREC01                                                      *
000030* Volume history row, appended to VOLHIST (qualified by         *
000040* env-code, VOLHIST.PRD, ...) by JOBPRC10 for every job-id with *
000050* a CTLTOTS row on the run-date it checks: the governing record *
000060* count and hash total, and whether the run-date was a business *
000070* day on CALFILE.  Only business-day rows (B) feed the trailing *
000080* average; weekend and holiday rows (N) are kept for the record.*
000090* Rows are appended in arrival order; the last row for a        *
000100* job-id/run-date is the one that governs.                      *
000110*****************************************************************
000120 01  VHS-RECORD.
000130     05  VHS-JOB-ID               PIC X(08).
000140     05  FILLER                   PIC X(01).
000150     05  VHS-RUN-DATE             PIC X(08).
000160     05  FILLER                   PIC X(01).
000170     05  VHS-ENV-CODE             PIC X(04).
000180     05  FILLER                   PIC X(01).
000190     05  VHS-RECORD-COUNT         PIC 9(07).
000200     05  FILLER                   PIC X(01).
000210     05  VHS-HASH-TOTAL           PIC S9(13)V99.
000220     05  FILLER                   PIC X(01).
000230     05  VHS-DAY-TYPE             PIC X(01).
000240         88  VHS-BUSINESS-DAY         VALUE 'B'.
000250         88  VHS-NON-BUSINESS         VALUE 'N'.
000260     05  FILLER                   PIC X(01).
000270     05  VHS-TIMESTAMP            PIC X(18).
