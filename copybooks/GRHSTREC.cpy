001500*    MAINTENANCE HISTORY
001600*    DATE       INIT DESCRIPTION
001700*    09/02/26   RJH  ORIGINAL.
001710*    10/15/26   RJH  GH-RUN-ID ADDED - THE RUNLOG RUN ID OF THE
001720*                    GREETING, SO RUNBKOUT CAN TAKE A BACKED-
001730*                    OUT RUN'S ENTRIES BACK OUT OF THE HISTORY.
001740*                    OLDER RECORDS READ BACK WITH IT BLANK.
001800******************************************************************
001900 01  GREET-HIST-RECORD.
002000     05  GH-CUSTOMER-ID          PIC X(10).
002100     05  FILLER                  PIC X(01).
002200     05  GH-LAST-GREETED         PIC 9(08).
002300     05  FILLER                  PIC X(01).
002400     05  GH-RUN-ID               PIC X(16).
