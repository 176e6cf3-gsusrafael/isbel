000010*****************************************************************
000020* RATREC01                                                      *
000030* One row per currency and effective date on the RATEFILE       *
000040* exchange-rate table, read by the JOBPRC01 daily extract to    *
000050* convert foreign-currency transactions to the base currency.   *
000060* RAT-RATE is the base-currency value of one unit of the        *
000070* currency, effective from RAT-EFF-DATE until the currency's    *
000080* next row; a transaction takes the latest row dated on or      *
000090* before its own date.  Exactly one row carries B in            *
000100* RAT-BASE-IND and names the base currency (rate 1); the books  *
000110* are kept in it.  Maintained by treasury, like VOLTOL.         *
000120*****************************************************************
000130 01  RAT-RECORD.
000140     05  RAT-CURRENCY             PIC X(03).
000150     05  FILLER                   PIC X(01).
000160     05  RAT-EFF-DATE             PIC X(08).
000170     05  FILLER                   PIC X(01).
000180     05  RAT-RATE                 PIC 9(05)V9(06).
000190     05  FILLER                   PIC X(01).
000200     05  RAT-BASE-IND             PIC X(01).
000210         88  RAT-BASE-CCY             VALUE 'B'.
