000010*****************************************************************
000020* BSTREC01                                                      *
000030* One line of the daily bank statement on BANKSTMT (qualified   *
000040* by env-code, BANKSTMT.PRD, ...), as delivered by the bank for *
000050* the cash account and read by the JOBPRC11 reconciliation.     *
000060* T lines are movements the bank cleared: value date, C for a   *
000070* credit to the account (money in) or D for a debit (money      *
000080* out), the unsigned amount, the bank's own reference and its   *
000090* description.  An optional B line carries the statement's      *
000100* closing balance, C in credit or D overdrawn; without it the   *
000110* reconciled balance cannot be proven against the bank.         *
000120*****************************************************************
000130 01  BST-RECORD.
000140     05  BST-REC-TYPE             PIC X(01).
000150         88  BST-MOVEMENT             VALUE 'T'.
000160         88  BST-CLOSING-BAL          VALUE 'B'.
000170     05  FILLER                   PIC X(01).
000180     05  BST-VALUE-DATE           PIC X(08).
000190     05  FILLER                   PIC X(01).
000200     05  BST-DR-CR                PIC X(01).
000210         88  BST-BANK-CREDIT          VALUE 'C'.
000220         88  BST-BANK-DEBIT           VALUE 'D'.
000230     05  FILLER                   PIC X(01).
000240     05  BST-AMOUNT               PIC 9(09)V99.
000250     05  FILLER                   PIC X(01).
000260     05  BST-BANK-REF             PIC X(16).
000270     05  FILLER                   PIC X(01).
000280     05  BST-DESCRIPTION          PIC X(30).
