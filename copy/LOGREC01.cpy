000130* so a night's run can be reconciled after the fact.            *
000140*                                                                *
000150*   LOG-TIMESTAMP      CCYYMMDDHHMMSSCC, from CURRENT-DATE      *
000160*   LOG-DATOS          the raw 90-byte parameter string, the    *
000161*                      submitter user-id at 22-29               *
000170*   LOG-RETURN-CODE    return code posted by this invocation    *
000180*   LOG-EXT-DATE-FROM  PARMREC02 EXT-DATE-RANGE-FROM, WHEN SET  *
000190*   LOG-EXT-DATE-TO    PARMREC02 EXT-DATE-RANGE-TO, WHEN SET    *
000200*   LOG-EXT-FORMAT     PARMREC02 EXT-OUTPUT-FORMAT, WHEN SET    *
000210*                                                                *
000211* A backout (JOBBKO01) appends an entry of its own: LOG-DATOS   *
000212* carries the job-id, run-date, mode B and env-code it undid in *
000213* the usual positions, the operator's user-id at 22.            *
000214* JOBPRC01 appends a mode W entry for each overlapping extract  *
000215* window it refuses or lets through (window in LOG-EXT-DATE-*). *
000216* JOBLCK01 appends a mode L entry when it clears a stale run    *
000217* lock: the holder's job-id and run-date, the clearing user-id. *
000218*****************************************************************
000220 01  LOG-RECORD.
000230     05  LOG-TIMESTAMP           PIC X(18).
000240     05  FILLER                  PIC X(01) VALUE SPACE.
