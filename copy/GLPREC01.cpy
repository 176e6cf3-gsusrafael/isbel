000070* amount.  JOBPRC02 accumulates both sides by account within    *
000080* the run period and reports every account whose debits do not  *
000090* equal its credits.                                            *
000092* GLP-AMOUNT is always in the base currency, so the ledger      *
000094* balances in one currency; GLP-CURRENCY and GLP-ORIG-AMOUNT    *
000096* keep the transaction's own currency and amount.  On manual    *
000098* entries, always in base, the currency is blank and            *
000099* GLP-ORIG-AMOUNT repeats GLP-AMOUNT.                           *
000100*****************************************************************
000110 01  GLP-RECORD.
000120     05  GLP-ACCOUNT-NO           PIC X(08).
000200     05  GLP-AMOUNT               PIC S9(09)V99.
000210     05  FILLER                   PIC X(01).
000220     05  GLP-DESCRIPTION          PIC X(30).
000230     05  FILLER                   PIC X(01).
000240     05  GLP-CURRENCY             PIC X(03).
000250     05  FILLER                   PIC X(01).
000260     05  GLP-ORIG-AMOUNT          PIC S9(09)V99.
