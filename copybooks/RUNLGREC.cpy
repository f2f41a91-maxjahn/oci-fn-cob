001600*    MAINTENANCE HISTORY
001700*    DATE       INIT DESCRIPTION
001800*    09/02/26   RJH  ORIGINAL.
001810*    10/15/26   RJH  RL-RUN-STATUS AND RL-REVERSED-TS ADDED.
001820*                    RUNBKOUT MARKS A BACKED-OUT RUN REVERSED
001830*                    RATHER THAN DELETING ITS RECORD, SO THE
001840*                    REGISTRY STILL SHOWS THE RUN HAPPENED.
001850*                    RECORDS WRITTEN BEFORE THE FIELDS WERE
001860*                    ADDED READ BACK SPACE-FILLED - ACTIVE.
001870*    10/15/26   RJH  RL-MERGE-ID ADDED - THE MERGE ID ROSTMRGE
001880*                    PUTS ON THE MERGED ROSTER'S HEADER, WHICH
001890*                    KEYS ITS MACHINE-READABLE CROSS-REFERENCE
001891*                    (MRGXREF, SEE MXREFREC).  SPACES FOR A RUN
001892*                    FED A ROSTER THAT DID NOT COME THROUGH
001893*                    ROSTMRGE, AND ON OLDER RECORDS.
001900******************************************************************
002000 01  RUN-LOG-RECORD.
002100     05  RL-RUN-ID               PIC X(16).
004500     05  RL-RESTART-POINT        PIC 9(07).
004600     05  FILLER                  PIC X(01).
004700     05  RL-RETURN-CODE          PIC 9(02).
004800     05  FILLER                  PIC X(01).
004900     05  RL-RUN-STATUS           PIC X(01).
005000         88  RL-RUN-ACTIVE           VALUE SPACE.
005100         88  RL-RUN-REVERSED         VALUE "R".
005200     05  FILLER                  PIC X(01).
005300     05  RL-REVERSED-TS          PIC X(16).
005400     05  FILLER                  PIC X(01).
005500     05  RL-MERGE-ID             PIC X(16).
