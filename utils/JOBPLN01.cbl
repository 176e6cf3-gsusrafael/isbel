000270*                      (PLANFILE.PRD, ...) TO MATCH THE DRIVER,
000280*                      SO EACH ENVIRONMENT'S SCHEDULE IS BUILT
000290*                      FROM AND INTO ITS OWN FILES.
000291*    2026-10-15  RS   PLAN LINES ARE NOW WRITTEN IN THE DRIVER'S
000292*                      TEN-FIELD FORM - AN EMPTY RE-EXTRACT
000293*                      INDICATOR AS FIELD 9, THE FAIL FLAG AS
000294*                      FIELD 10.
000295*    2026-10-15  RS   PLAN LINES NOW CARRY AN EMPTY SUBMITTER
000296*                      USER-ID AS FIELD 10, SO EVERY LINE RUNS
000297*                      UNDER THE USER WHO SUBMITS THE PLAN, AND
000298*                      THE FAIL FLAG AS FIELD 11.
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
004430*    THE CONSERVATIVE DEFAULT AN OPERATOR CAN RELAX BY HAND.
004440*    EMPTY EXTENDED FIELDS COME OUT AS EMPTY DELIMITED FIELDS,
004450*    WHICH IS EXACTLY WHAT THE DRIVER PARSES THEM AS.
004451*    THE RE-EXTRACT INDICATOR (FIELD 9) IS ALWAYS LEFT EMPTY -
004452*    TAKING A WINDOW AGAIN IS A ONE-NIGHT DECISION, NEVER A
004453*    SCHEDULE DEFAULT.
004454*    THE USER-ID (FIELD 10) IS LEFT EMPTY TOO - THE DRIVER
004455*    THEN RUNS AND AUTHORIZES EVERY LINE UNDER THE USER WHO
004456*    SUBMITS THE PLAN.
004460*    ---------------------------------------------------------
004470 5000-WRITE-PLANFILE.
004480     OPEN OUTPUT PLANFILE.
004830            ','                      DELIMITED BY SIZE
004840            PB-EXT-OVERRIDE(PB-SUB)  DELIMITED BY SPACE
004850            ','                      DELIMITED BY SIZE
004851            ','                      DELIMITED BY SIZE
004852            ','                      DELIMITED BY SIZE
004860            'S'                      DELIMITED BY SIZE
004870         INTO PB-PLAN-LINE
004880     END-STRING.
