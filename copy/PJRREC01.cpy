000010*****************************************************************
000020* PJRREC01                                                       *
000030* One posting on the PSTJRNL period posting journal.  JOBPRC05  *
000040* stamps every GLPREC01 posting it writes with the run-date and *
000050* the source job-id that produced it and files it here, so the  *
000060* journal holds every night of the month, not just the last.    *
000070* A rerun of the same source job for the same run-date replaces *
000080* that night's rows instead of adding to them.  PJR-POSTING is  *
000090* laid out exactly as GLP-RECORD, so a reader may move it       *
000100* straight across.  JOBPRC02 balances and JOBPRC06 closes the   *
000110* period from this journal.                                     *
000112*                                                                *
000114* PJR-SOURCE-TYPE tells nightly postings (N, JOBPRC05) from     *
000116* manual journal entries (M, JOBPRC08).  A manual row also      *
000118* carries its journal number and the preparer's user-id; both   *
000119* are blank on a nightly row.                                   *
000121*                                                                *
000122* Backout rows (B, JOBBKO01) each reverse one original row of   *
000123* the same run-date and source job, side swapped, and carry the *
000124* operator's user-id in PJR-PREPARER.  A rerun of that night    *
000125* replaces originals and reversals alike.                       *
000126*                                                               *
000127* PJR-AMOUNT is in the base currency; PJR-CURRENCY and          *
000128* PJR-ORIG-AMOUNT carry the original, as on GLP-RECORD.         *
000129*****************************************************************
000130 01  PJR-RECORD.
000140     05  PJR-RUN-DATE             PIC X(08).
000150     05  FILLER                   PIC X(01).
000160     05  PJR-SOURCE-JOB           PIC X(08).
000170     05  FILLER                   PIC X(01).
000172     05  PJR-SOURCE-TYPE          PIC X(01).
000174         88  PJR-SRC-NIGHTLY          VALUE 'N'.
000176         88  PJR-SRC-MANUAL           VALUE 'M'.
000177         88  PJR-SRC-BACKOUT          VALUE 'B'.
000178     05  FILLER                   PIC X(01).
000180     05  PJR-JOURNAL-NO           PIC X(08).
000182     05  FILLER                   PIC X(01).
000184     05  PJR-PREPARER             PIC X(08).
000186     05  FILLER                   PIC X(01).
000188     05  PJR-POSTING.
000190         10  PJR-ACCOUNT-NO       PIC X(08).
000200         10  FILLER               PIC X(01).
000210         10  PJR-POST-DATE        PIC X(08).
000220         10  FILLER               PIC X(01).
000230         10  PJR-DR-CR            PIC X(01).
000240             88  PJR-DEBIT            VALUE 'D'.
000250             88  PJR-CREDIT           VALUE 'C'.
000260         10  FILLER               PIC X(01).
000270         10  PJR-AMOUNT           PIC S9(09)V99.
000280         10  FILLER               PIC X(01).
000290         10  PJR-DESCRIPTION      PIC X(30).
000300         10  FILLER               PIC X(01).
000310         10  PJR-CURRENCY         PIC X(03).
000320         10  FILLER               PIC X(01).
000330         10  PJR-ORIG-AMOUNT      PIC S9(09)V99.
