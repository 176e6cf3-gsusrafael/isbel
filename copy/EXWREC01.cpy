000010*****************************************************************
000020* EXWREC01                                                      *
000030* Extract window register row, appended to EXTREG (qualified by *
000040* env-code, EXTREG.PRD, ...) by JOBPRC01 each time an extract   *
000050* completes: the run-date and the TRANMST date window it took.  *
000060* Before it extracts, JOBPRC01 reads the register and refuses a *
000070* window that overlaps one already taken for another run-date   *
000080* unless EXT-REEXTRACT-IND is Y.  Rows for the run-date being   *
000090* rerun are not counted against it, so a checkpoint restart     *
000100* always goes through.  EXW-REEXTRACT-IND records that a row    *
000110* was taken under the re-extract indicator.                     *
000120*****************************************************************
000130 01  EXW-RECORD.
000140     05  EXW-JOB-ID               PIC X(08).
000150     05  EXW-RUN-DATE             PIC X(08).
000160     05  FILLER                   PIC X(01).
000170     05  EXW-DATE-FROM            PIC X(08).
000180     05  EXW-DATE-TO              PIC X(08).
000190     05  FILLER                   PIC X(01).
000200     05  EXW-REEXTRACT-IND        PIC X(01).
000210         88  EXW-REEXTRACTED          VALUE 'Y'.
000220     05  FILLER                   PIC X(01).
000230     05  EXW-TIMESTAMP            PIC X(18).
