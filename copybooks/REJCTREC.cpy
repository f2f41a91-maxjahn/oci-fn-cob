001040*                    PASS DOES NOT RE-FEED IT.  RECORDS FROM
001050*                    BEFORE THIS FIELD READ BACK SPACE-PADDED,
001060*                    I.E. STILL OPEN.
001070*    10/15/26   RJH  RJ-RUN-ID ADDED - FN_COB STAMPS THE RUN ID
001080*                    (SEE RUNLGREC) ON EVERY REJECT SO REJANL
001090*                    CAN TRACE A REJECT'S RECORD NUMBER BACK
001091*                    THROUGH THE RUN TO THE FEED THAT SENT IT.
001092*                    OLDER RECORDS READ BACK SPACE-FILLED.
001100******************************************************************
001200 01  REJECT-RECORD.
001300     05  RJ-TIMESTAMP            PIC X(16).
002300     05  RJ-RESOLVED-FLAG        PIC X(01).
002400         88  RJ-RESOLVED             VALUE "Y".
002500         88  RJ-UNRESOLVED           VALUE "N" SPACE.
002600     05  FILLER                  PIC X(01).
002700     05  RJ-RUN-ID               PIC X(16).
