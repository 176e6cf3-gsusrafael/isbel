000140* audit lookups.  A later invocation with the same key replaces  *
000150* the row (see 7000-WRITE-PARMHST) - PARMHST always reflects the *
000160* most recent parameter set submitted for that job-id/run-date.  *
000161* PHST-USER-ID is the submitter the run was authorized for.      *
000170*****************************************************************
000180 01  PHST-RECORD.
000190     05  PHST-KEY.
000260     05  PHST-EXT-FORMAT          PIC X(08).
000270     05  PHST-TIMESTAMP           PIC X(18).
000280     05  PHST-EXT-OVERRIDE        PIC X(01).
000290     05  PHST-EXT-REEXTRACT       PIC X(01).
000291     05  PHST-USER-ID             PIC X(08).
