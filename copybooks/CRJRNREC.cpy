000100******************************************************************
000200*    CRJRNREC.CPY
000300*    DETAIL LINE OF THE ONLINE MAINTENANCE JOURNAL (CRMJRNL),
000400*    WRITTEN BY CRMINQ ONE LINE PER FIELD CHANGED, IN MNTRPT'S
000500*    COLUMNS PLUS THE FIELD AND OPERATOR, AND READ BACK BY
000600*    CUSTERAS, WHICH MASKS THE BEFORE AND AFTER VALUES OF AN
000700*    ERASED CUSTOMER'S LINES.  THE JOURNAL IS A PRINT FILE -
000800*    EACH SESSION OPENS WITH ITS OWN HEADING AND RULE LINES -
000900*    SO ONLY A LINE WHOSE ACTION IS CHANGE OR ADD IS A DETAIL
001000*    LINE.
001100*
001200*    MAINTENANCE HISTORY
001300*    DATE       INIT DESCRIPTION
001400*    10/15/26   RJH  ORIGINAL - TAKEN OUT OF CRMINQ SO CUSTERAS
001500*                    READS THE SAME LAYOUT.
001600******************************************************************
001700 01  JRN-DETAIL-LINE.
001800     05  JD-ACTION               PIC X(06).
001900         88  JD-DETAIL-ACTION        VALUE "CHANGE" "ADD".
002000     05  FILLER                  PIC X(01) VALUE SPACE.
002100     05  JD-CUSTOMER-ID          PIC X(10).
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  JD-FIELD                PIC X(08).
002400     05  FILLER                  PIC X(01) VALUE SPACE.
002500     05  JD-BEFORE               PIC X(40).
002600     05  FILLER                  PIC X(01) VALUE SPACE.
002700     05  JD-AFTER                PIC X(40).
002800     05  FILLER                  PIC X(01) VALUE SPACE.
002900     05  JD-STATUS               PIC X(14).
003000     05  FILLER                  PIC X(01) VALUE SPACE.
003100     05  JD-OPERATOR             PIC X(08).
