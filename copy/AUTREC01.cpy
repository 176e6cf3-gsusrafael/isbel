000010*****************************************************************
000020* AUTREC01                                                      *
000030* One row per submitter user-id, job-id and environment on the  *
000040* AUTHCTL authority file, read by the driver's                  *
000050* 2800-CHECK-AUTHORITY before anything is dispatched.  A run    *
000060* goes ahead only when an active row matches the PARM-USER-ID,  *
000070* PARM-JOB-ID and PARM-ENV-CODE it was submitted with; a job-id *
000080* of * covers every job in that environment.  Maintained by     *
000090* the security administrator, like JOBCTL a row is marked       *
000100* inactive instead of deleted to keep the history of what was   *
000110* once allowed.                                                 *
000120*****************************************************************
000130 01  AUT-RECORD.
000140     05  AUT-USER-ID              PIC X(08).
000150     05  FILLER                   PIC X(01).
000160     05  AUT-JOB-ID               PIC X(08).
000170         88  AUT-ANY-JOB              VALUE '*'.
000180     05  FILLER                   PIC X(01).
000190     05  AUT-ENV-CODE             PIC X(04).
000200     05  FILLER                   PIC X(01).
000210     05  AUT-ACTIVE-SW            PIC X(01).
000220         88  AUT-ACTIVE               VALUE 'Y'.
000230         88  AUT-INACTIVE             VALUE 'N'.
