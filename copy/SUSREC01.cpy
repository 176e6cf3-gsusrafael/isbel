000080* The extract posts a non-zero RC while rows sit here, so the   *
000090* night's checkpoint is never marked complete over outstanding  *
000100* suspense items.                                               *
000102* UCCY = the currency is not on the RATEFILE rate table,        *
000104* NRAT = the currency has no rate effective on the tran-date.   *
000110*****************************************************************
000120 01  SUS-RECORD.
000130     05  SUS-REASON-CODE          PIC X(04).
000140         88  SUS-UNKNOWN-ACCT         VALUE 'UNKN'.
000150         88  SUS-CLOSED-ACCT          VALUE 'CLSD'.
000152         88  SUS-UNKNOWN-CCY          VALUE 'UCCY'.
000154         88  SUS-NO-RATE              VALUE 'NRAT'.
000160     05  FILLER                   PIC X(01).
000170     05  SUS-TRAN-DATE            PIC X(08).
000180     05  FILLER                   PIC X(01).
000230     05  SUS-AMOUNT               PIC S9(09)V99.
000240     05  FILLER                   PIC X(01).
000250     05  SUS-DESCRIPTION          PIC X(30).
000260     05  FILLER                   PIC X(01).
000270     05  SUS-CURRENCY             PIC X(03).
