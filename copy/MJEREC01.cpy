000010*****************************************************************
000020* MJEREC01                                                       *
000030* One line of a manual journal entry on JETRAN, read by the     *
000040* JOBPRC08 manual journal job.  An entry is every contiguous    *
000050* line carrying the same MJE-JOURNAL-NO; the entry date and the *
000060* preparer's user-id repeat on each line and must agree.  Each  *
000070* line names one ledger account, its side (D or C) and an       *
000080* unsigned amount.  The entry is posted only as a whole: its    *
000090* debits must equal its credits and its date must fall inside  *
000100* the open period, otherwise every line goes to the reject      *
000110* report and nothing of it reaches the ledger.                  *
000120*****************************************************************
000130 01  MJE-RECORD.
000140     05  MJE-JOURNAL-NO           PIC X(08).
000150     05  FILLER                   PIC X(01).
000160     05  MJE-LINE-NO              PIC 9(03).
000170     05  FILLER                   PIC X(01).
000180     05  MJE-ENTRY-DATE           PIC X(08).
000190     05  FILLER                   PIC X(01).
000200     05  MJE-ACCOUNT-NO           PIC X(08).
000210     05  FILLER                   PIC X(01).
000220     05  MJE-DR-CR                PIC X(01).
000230         88  MJE-DEBIT                VALUE 'D'.
000240         88  MJE-CREDIT               VALUE 'C'.
000250     05  FILLER                   PIC X(01).
000260     05  MJE-AMOUNT               PIC S9(09)V99.
000270     05  FILLER                   PIC X(01).
000280     05  MJE-DESCRIPTION          PIC X(30).
000290     05  FILLER                   PIC X(01).
000300     05  MJE-PREPARER             PIC X(08).
