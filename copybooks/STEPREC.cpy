000100******************************************************************
000200*    STEPREC.CPY
000300*    RECORD LAYOUT FOR THE DAILY JOB-STREAM STEP-CONTROL FILE
000400*    (STEPCTL).  DAYEND APPENDS A STARTED RECORD AS EACH STEP
000500*    IS CALLED AND A SECOND RECORD WHEN IT RETURNS - COMPLETE
000600*    WHEN THE RETURN CODE IS WITHIN THE STEP'S LIMIT, FAILED
000700*    WHEN IT IS NOT - PLUS A HELD RECORD FOR EVERY STEP THE
000800*    STREAM STOPPED SHORT OF.  THE STREAM ID IS THE TIMESTAMP
000900*    THE NIGHT'S STREAM FIRST STARTED AND IS CARRIED UNCHANGED
001000*    ACROSS RERUNS, SO EVERY ATTEMPT AT ONE NIGHT'S WORK READS
001100*    BACK TOGETHER.  SC-RUN-ID IS THE RUNLOG RUN ID (SEE
001200*    RUNLGREC) OF THE FN_COB RUN THE STREAM PRODUCED, FILLED IN
001300*    ONCE FN_COB HAS REGISTERED ITS RUN - SO THE STEPS AHEAD OF
001400*    FN_COB CARRY IT BLANK.  THE LATEST RECORD FOR A STEP IS
001500*    ITS STATE: A STARTED RECORD WITH NOTHING AFTER IT MEANS
001600*    THE STEP NEVER CAME BACK, AND A RERUN RESUMES THERE.
001700*
001800*    MAINTENANCE HISTORY
001900*    DATE       INIT DESCRIPTION
002000*    10/15/26   RJH  ORIGINAL.
002100******************************************************************
002200 01  STEP-CTL-RECORD.
002300     05  SC-STREAM-ID            PIC X(16).
002400     05  FILLER                  PIC X(01).
002500     05  SC-STEP-NO              PIC 9(02).
002600     05  FILLER                  PIC X(01).
002700     05  SC-STEP-NAME            PIC X(08).
002800     05  FILLER                  PIC X(01).
002900     05  SC-RUN-ID               PIC X(16).
003000     05  FILLER                  PIC X(01).
003100     05  SC-START-TS             PIC X(16).
003200     05  FILLER                  PIC X(01).
003300     05  SC-END-TS               PIC X(16).
003400     05  FILLER                  PIC X(01).
003500     05  SC-RETURN-CODE          PIC 9(02).
003600     05  FILLER                  PIC X(01).
003700     05  SC-MAX-RC               PIC 9(02).
003800     05  FILLER                  PIC X(01).
003900     05  SC-STATUS               PIC X(08).
004000         88  SC-STATUS-STARTED       VALUE "STARTED".
004100         88  SC-STATUS-COMPLETE      VALUE "COMPLETE".
004200         88  SC-STATUS-FAILED        VALUE "FAILED".
004300         88  SC-STATUS-HELD          VALUE "HELD".
