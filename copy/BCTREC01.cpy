000010*****************************************************************
000020* BCTREC01                                                      *
000030* The one row of the BANKCTL bank reconciliation control file,  *
000040* read by JOBPRC11: the GL cash account the bank statement is   *
000050* reconciled against (the account PSTRULES codes 01-04 post     *
000060* cash to) and how many days apart a bank value date and a      *
000070* book posting date may be and still match on amount.           *
000080* Maintained by treasury, like VOLTOL.                          *
000090*****************************************************************
000100 01  BCT-RECORD.
000110     05  BCT-CASH-ACCOUNT         PIC X(08).
000120     05  FILLER                   PIC X(01).
000130     05  BCT-DATE-TOL-DAYS        PIC 9(02).
