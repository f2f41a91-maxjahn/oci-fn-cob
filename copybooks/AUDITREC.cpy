001180*                    ON THE SAME DAY KEEP THEIR AUDIT TRAILS
001190*                    APART.  RECORDS FROM BEFORE THE FIELD
001192*                    READ BACK SPACE-PADDED.
001193*    10/15/26   RJH  ROSTER RECORD NUMBER ADDED FOR BATCH-SOURCE
001194*                    RECORDS (ZERO FOR CALL-SOURCE) SO A RECORD
001195*                    PAIRS WITH ITS GREETOUT MATE BY RUN ID AND
001196*                    RECORD NUMBER (SEE GREETREC).  RECORDS FROM
001197*                    BEFORE THE FIELD READ BACK SPACE-PADDED.
001200******************************************************************
001300 01  AUDIT-RECORD.
001400     05  AU-TIMESTAMP            PIC X(16).
002600     05  AU-SOURCE               PIC X(05).
002700     05  FILLER                  PIC X(01).
002800     05  AU-RUN-ID               PIC X(16).
002900     05  FILLER                  PIC X(01).
003000     05  AU-RECORD-NO            PIC 9(07).
