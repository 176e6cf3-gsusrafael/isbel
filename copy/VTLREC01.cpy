000010*****************************************************************
000020* VTLREC01                                                      *
000030* One row per job-id in the VOLTOL volume-tolerance file, read  *
000040* by the JOBPRC10 volume anomaly check: how far (in whole       *
000050* percent either way) a night's CTLTOTS record count and hash   *
000060* total may stray from the trailing average of the job's last   *
000070* VTL-BASE-DAYS business days, and how many business days of    *
000080* history must exist before the job is compared at all.  A job  *
000090* with no VOLTOL row is reported but never flagged.  Maintained *
000100* by operations, like SLACTL.                                   *
000110*****************************************************************
000120 01  VTL-RECORD.
000130     05  VTL-JOB-ID               PIC X(08).
000140     05  FILLER                   PIC X(01).
000150     05  VTL-COUNT-PCT            PIC 9(03).
000160     05  FILLER                   PIC X(01).
000170     05  VTL-HASH-PCT             PIC 9(03).
000180     05  FILLER                   PIC X(01).
000190     05  VTL-BASE-DAYS            PIC 9(02).
000200     05  FILLER                   PIC X(01).
000210     05  VTL-MIN-DAYS             PIC 9(02).
