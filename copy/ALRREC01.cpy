000090* W up to 8 (data exceptions), E at 12 (control mismatch),     *
000100* F at 16 and above (the run itself failed).  The reason text  *
000110* matches the driver's own error DISPLAY for the code.         *
000111* JOBPRC10 also appends one W row (RC 8) under the job-id       *
000112* of each job whose nightly volume strays outside its VOLTOL    *
000113* tolerance.                                                    *
000120*****************************************************************
000130 01  ALR-RECORD.
000140     05  ALR-JOB-ID               PIC X(08).
