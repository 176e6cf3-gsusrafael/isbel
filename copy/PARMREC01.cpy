000180*   POS  9-16  PARM-RUN-DATE     run date, CCYYMMDD            *
000190*   POS 17     PARM-MODE-FLAG    N/R/X/P - see 88-levels below *
000200*   POS 18-21  PARM-ENV-CODE     environment code              *
000210*   POS 22-29  PARM-USER-ID      submitter user-id             *
000211*   POS 30-90  FILLER            reserved for future use       *
000212*                                                                *
000213* Mode P (plan) tells the driver to read the night's schedule  *
000214* from PLANFILE and dispatch every line in order - see the     *
000215* driver's 0300-RUN-PLAN.                                      *
000216*                                                               *
000217* PARM-USER-ID names who submitted the run.  The driver checks *
000218* it against the AUTHCTL authority file (see AUTREC01) before  *
000219* dispatching, and it rides onto LOGFILE and PARMHST.          *
000220*****************************************************************
000230 01  PARM-RECORD.
000240     05  PARM-JOB-ID             PIC X(08).
000290         88  PARM-MODE-REMOTE        VALUE 'X'.
000295         88  PARM-MODE-PLAN          VALUE 'P'.
000300     05  PARM-ENV-CODE           PIC X(04).
000301     05  PARM-USER-ID            PIC X(08).
000310     05  FILLER                  PIC X(61).
