000280*                      ENV-CODE.  A BLANK ENV-CODE FALLS BACK
000290*                      TO THE UNQUALIFIED PARMHST FOR HISTORY
000300*                      WRITTEN BEFORE THE SPLIT.
000301*    2026-10-15  RS   THE REBUILT LINE NOW ALSO CARRIES THE
000302*                      RE-EXTRACT INDICATOR KEPT ON
000303*                      PHST-EXT-REEXTRACT, AS FIELD 9.
000304*    2026-10-15  RS   THE REBUILT LINE NOW ALSO CARRIES THE
000305*                      SUBMITTER USER-ID AS FIELD 10 - THE ONE
000306*                      GIVEN AS A FOURTH INPUT FIELD, OR THE
000307*                      ORIGINAL SUBMITTER KEPT ON PHST-USER-ID.
000308*                      THE DRIVER CHECKS IT AGAINST AUTHCTL LIKE
000309*                      ANY OTHER SUBMISSION.
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000760 01  RN-JOB-ID                   PIC X(08).
000770 01  RN-RUN-DATE                 PIC X(08).
000780 01  RN-ENV-CODE                 PIC X(04).
000781 01  RN-USER-ID                  PIC X(08).
000790 01  RN-PARMHST-NAME             PIC X(13).
000800 01  RN-PARM-LINE                PIC X(240).
000810*
001010     STOP RUN.
001020*
001030*    ---------------------------------------------------------
001040*    1000-ACCEPT-KEYS - JOB-ID, RUN-DATE AND ENV-CODE, AND
001050*    OPTIONALLY THE USER-ID SUBMITTING THE RERUN, COMMA-
001052*    SEPARATED ON THE COMMAND LINE.  A BLANK ENV-CODE FALLS
001054*    BACK TO THE UNQUALIFIED PARMHST FOR HISTORY WRITTEN
001056*    BEFORE THE SPLIT.
001060*    ---------------------------------------------------------
001070 1000-ACCEPT-KEYS.
001080     ACCEPT RN-RAW-LINE
001110     MOVE SPACES TO RN-JOB-ID.
001120     MOVE SPACES TO RN-RUN-DATE.
001130     MOVE SPACES TO RN-ENV-CODE.
001131     MOVE SPACES TO RN-USER-ID.
001140     UNSTRING RN-RAW-LINE DELIMITED BY ','
001150         INTO RN-JOB-ID RN-RUN-DATE RN-ENV-CODE RN-USER-ID
001160     END-UNSTRING.
001170     IF RN-JOB-ID = SPACES
001180         DISPLAY 'JOBRRN01 *ERROR* USAGE IS JOB-ID,RUN-DATE,'
001190             'ENV-CODE[,USER-ID] - NO JOB-ID WAS GIVEN.'
001200         MOVE 16 TO RN-RETURN-CODE
001210         GO TO 1000-EXIT
001220     END-IF.
001680*    ORIGINAL RUN CARRIED, FIELD FOR FIELD FROM THE HISTORY
001690*    ROW.  EMPTY EXTENDED FIELDS COME OUT AS EMPTY DELIMITED
001700*    FIELDS, WHICH IS EXACTLY WHAT THE DRIVER PARSES THEM AS.
001701*    THE USER-ID GIVEN FOR THE RERUN, IF ANY, REPLACES THE
001702*    ORIGINAL SUBMITTER'S.
001710*    ---------------------------------------------------------
001720 3000-BUILD-PARM-LINE.
001730     MOVE SPACES TO RN-PARM-LINE.
001731     IF RN-USER-ID = SPACES
001732         MOVE PHST-USER-ID TO RN-USER-ID
001733     END-IF.
001740     STRING PHST-JOB-ID        DELIMITED BY SPACE
001750            ','                DELIMITED BY SIZE
001760            PHST-RUN-DATE      DELIMITED BY SPACE
001860            PHST-EXT-FORMAT    DELIMITED BY SPACE
001870            ','                DELIMITED BY SIZE
001880            PHST-EXT-OVERRIDE  DELIMITED BY SPACE
001881            ','                DELIMITED BY SIZE
001882            PHST-EXT-REEXTRACT DELIMITED BY SPACE
001883            ','                DELIMITED BY SIZE
001884            RN-USER-ID         DELIMITED BY SPACE
001890         INTO RN-PARM-LINE
001900     END-STRING.
001910 3000-EXIT.
002070     CLOSE PARMFILE.
002080     DISPLAY 'JOBRRN01: PARMFILE READY FOR ' RN-JOB-ID
002090         ' ' RN-RUN-DATE ' - SUBMIT THE DRIVER WITH @.'
002100     DISPLAY 'JOBRRN01: ' RN-PARM-LINE(1:70).
002110 4000-EXIT.
002120     EXIT.
