000010*****************************************************************
000020* GLAREC01                                                       *
000030* One GL account on the GLCHART chart of accounts, the          *
000040* maintained control file naming every general-ledger account   *
000050* the suite may post to: its name, its type (A asset, L         *
000060* liability, E equity, R revenue, X expense), the side its      *
000070* balance normally sits on and whether it is still open for     *
000080* posting.  JOBPRC05 and JOBPRC08 reject postings to an account *
000090* that is missing here or inactive, and JOBPRC09 groups the     *
000100* GLBAL closing balances by GLA-TYPE into the balance sheet and *
000110* income statement.  Maintained by operations, like PSTRULES.   *
000120*****************************************************************
000130 01  GLA-RECORD.
000140     05  GLA-ACCOUNT-NO           PIC X(08).
000150     05  FILLER                   PIC X(01).
000160     05  GLA-NAME                 PIC X(30).
000170     05  FILLER                   PIC X(01).
000180     05  GLA-TYPE                 PIC X(01).
000190         88  GLA-ASSET                VALUE 'A'.
000200         88  GLA-LIABILITY            VALUE 'L'.
000210         88  GLA-EQUITY               VALUE 'E'.
000220         88  GLA-REVENUE              VALUE 'R'.
000230         88  GLA-EXPENSE              VALUE 'X'.
000240         88  GLA-TYPE-KNOWN           VALUE 'A' 'L' 'E' 'R' 'X'.
000250     05  FILLER                   PIC X(01).
000260     05  GLA-NORMAL-SIDE          PIC X(01).
000270         88  GLA-NORMAL-DEBIT         VALUE 'D'.
000280         88  GLA-NORMAL-CREDIT        VALUE 'C'.
000290     05  FILLER                   PIC X(01).
000300     05  GLA-ACTIVE-FLAG          PIC X(01).
000310         88  GLA-ACTIVE               VALUE 'Y'.
000320         88  GLA-INACTIVE             VALUE 'N'.
