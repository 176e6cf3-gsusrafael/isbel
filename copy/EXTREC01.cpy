000060* the master can read the extract with the same layout.  The    *
000070* DELIM form of the extract is built as a comma-separated line  *
000080* by the extract program itself, not through this record.       *
000082* EXTR-AMOUNT stays in the transaction's own currency;          *
000084* EXTR-CURRENCY is that currency (the base code when TRANMST    *
000086* left it blank) and EXTR-BASE-AMOUNT the amount converted to   *
000088* the base currency at the RATEFILE rate of the tran-date.      *
000090*****************************************************************
000100 01  EXTR-RECORD.
000110     05  EXTR-TRAN-DATE           PIC X(08).
000170     05  EXTR-AMOUNT              PIC S9(09)V99.
000180     05  FILLER                   PIC X(01) VALUE SPACE.
000190     05  EXTR-DESCRIPTION         PIC X(30).
000200     05  FILLER                   PIC X(01) VALUE SPACE.
000210     05  EXTR-CURRENCY            PIC X(03).
000220     05  FILLER                   PIC X(01) VALUE SPACE.
000230     05  EXTR-BASE-AMOUNT         PIC S9(09)V99.
