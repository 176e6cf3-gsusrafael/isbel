000192*   EXT-OVERRIDE-IND      Y = the operator deliberately runs    *
000194*                         on a non-business day - the driver's  *
000196*                         calendar check stands down            *
000197*   EXT-REEXTRACT-IND     Y = the operator deliberately takes a *
000198*                         window overlapping one already        *
000199*                         extracted - the extract's window      *
000200*                         register check stands down            *
000201*****************************************************************
000210 01  PARM-EXT-RECORD.
000220     05  EXT-DATE-RANGE-FROM     PIC X(08).
000230     05  EXT-DATE-RANGE-TO       PIC X(08).
000240     05  EXT-OUTPUT-FORMAT       PIC X(08).
000250     05  EXT-OVERRIDE-IND        PIC X(01).
000260         88  EXT-OVERRIDE-YES        VALUE 'Y'.
000270     05  EXT-REEXTRACT-IND       PIC X(01).
000280         88  EXT-REEXTRACT-YES       VALUE 'Y'.
