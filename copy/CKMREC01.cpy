000080* alongside every CKPTFILE append; the sequential CKPTFILE     *
000090* remains the start/complete audit history and is what the     *
000100* archive and morning reports read.                             *
000110* A backout (JOBBKO01) leaves the row at status B, with         *
000112* CKM-COMPLETE-TS then carrying when the backout ran, so the    *
000114* driver re-dispatches the night and its successors wait.       *
000116*****************************************************************
000120 01  CKM-RECORD.
000130     05  CKM-KEY.
000140         10  CKM-JOB-ID           PIC X(08).
000160     05  CKM-STATUS               PIC X(01).
000170         88  CKM-STARTED              VALUE 'S'.
000180         88  CKM-COMPLETE             VALUE 'C'.
000185         88  CKM-BACKED-OUT           VALUE 'B'.
000190     05  CKM-START-TS             PIC X(18).
000200     05  CKM-COMPLETE-TS          PIC X(18).
