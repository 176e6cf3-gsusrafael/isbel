000010*****************************************************************
000020* BOPREC01                                                      *
000030* One outstanding item on BANKOPEN (qualified by env-code,      *
000040* BANKOPEN.PRD, ...), the bank reconciliation's carry-forward   *
000050* list.  Each JOBPRC11 run writes an H row and then every item  *
000060* it could not match, all stamped with its own run-date in      *
000070* BOP-AS-OF-DATE.  The next run starts from the latest          *
000080* run-date before its own, so a rerun of a night starts from    *
000090* the same list, and a night that cleared everything leaves     *
000100* an empty one.  S items are on the statement but not the       *
000110* books, L items on the ledger but not the statement.           *
000120* BOP-DR-CR is the book side, D for cash in and C for cash      *
000130* out.  BOP-FIRST-DATE is the run-date the item was first       *
000140* seen; the list ages from it.                                  *
000141* An X row is a book item already netted off against its        *
000142* backout reversal.  It is kept while that reversal is still    *
000143* on PSTJRNL, so the same reversal is never netted twice.       *
000150*****************************************************************
000160 01  BOP-RECORD.
000170     05  BOP-AS-OF-DATE           PIC X(08).
000180     05  FILLER                   PIC X(01).
000190     05  BOP-ITEM-SIDE            PIC X(01).
000200         88  BOP-BANK-ITEM            VALUE 'S'.
000210         88  BOP-BOOK-ITEM            VALUE 'L'.
000220         88  BOP-LIST-HEADER          VALUE 'H'.
000221         88  BOP-REVERSED-ITEM        VALUE 'X'.
000230     05  FILLER                   PIC X(01).
000240     05  BOP-FIRST-DATE           PIC X(08).
000250     05  FILLER                   PIC X(01).
000260     05  BOP-ITEM-DATE            PIC X(08).
000270     05  FILLER                   PIC X(01).
000280     05  BOP-DR-CR                PIC X(01).
000290         88  BOP-CASH-IN              VALUE 'D'.
000300         88  BOP-CASH-OUT             VALUE 'C'.
000310     05  FILLER                   PIC X(01).
000320     05  BOP-AMOUNT               PIC 9(09)V99.
000330     05  FILLER                   PIC X(01).
000340     05  BOP-REFERENCE            PIC X(16).
000350     05  FILLER                   PIC X(01).
000360     05  BOP-DESCRIPTION          PIC X(30).
