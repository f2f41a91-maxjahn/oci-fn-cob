000100******************************************************************
000200*    MXREFREC.CPY
000300*    RECORD LAYOUT FOR THE ROSTER MERGE CROSS-REFERENCE FILE
000400*    (MRGXREF).  ROSTMRGE APPENDS ONE RECORD FOR EVERY DETAIL
000500*    IT RELEASES TO THE MERGED ROSTER - THE SAME FACTS ITS
000600*    ROSTXREF REPORT PRINTS, IN A FORM A PROGRAM CAN READ.
000700*    THE KEY IS THE MERGE ID (ROSTMRGE'S STARTING TIMESTAMP,
000800*    ALSO CARRIED ON THE MERGED ROSTER'S HEADER AND FROM THERE
000900*    INTO THE FN_COB RUN'S RUNLOG RECORD AS RL-MERGE-ID) PLUS
001000*    THE MERGED RECORD NUMBER AS FN_COB COUNTS IT, SO A REJLOG
001100*    RECORD'S RUN ID AND RECORD NUMBER LEAD STRAIGHT TO THE
001200*    DEPARTMENT FEED AND THE RECORD OF THAT FEED.  NO NAME OR
001300*    ROSTER TEXT IS KEPT HERE - THE RAW LINE IS ALREADY ON
001400*    REJLOG - SO THE FILE HOLDS NO CUSTOMER DATA.  READ BY
001500*    REJANL.
001600*
001700*    MAINTENANCE HISTORY
001800*    DATE       INIT DESCRIPTION
001900*    10/15/26   RJH  ORIGINAL.
002000******************************************************************
002100 01  MERGE-XREF-RECORD.
002200     05  MX-MERGE-ID             PIC X(16).
002300     05  FILLER                  PIC X(01).
002400     05  MX-RECORD-NO            PIC 9(07).
002500     05  FILLER                  PIC X(01).
002600     05  MX-FEED-NO              PIC 9(02).
002700     05  FILLER                  PIC X(01).
002800     05  MX-SOURCE               PIC X(10).
002900     05  FILLER                  PIC X(01).
003000     05  MX-FEED-DATE            PIC X(08).
003100     05  FILLER                  PIC X(01).
003200     05  MX-FEED-RECORD-NO       PIC 9(07).
