000060* selects rows whose TRAN-TRAN-DATE falls inside the operator's *
000070* EXT-DATE-RANGE window (see PARMREC02) and never updates the   *
000080* master itself.                                                *
000082* TRAN-CURRENCY is the ISO code the amount is held in; blank    *
000084* means the base currency (see RATREC01).                       *
000090*****************************************************************
000100 01  TRAN-RECORD.
000110     05  TRAN-TRAN-DATE           PIC X(08).
000170     05  TRAN-AMOUNT              PIC S9(09)V99.
000180     05  FILLER                   PIC X(01).
000190     05  TRAN-DESCRIPTION         PIC X(30).
000200     05  FILLER                   PIC X(01).
000210     05  TRAN-CURRENCY            PIC X(03).
