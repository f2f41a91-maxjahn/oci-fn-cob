000100******************************************************************
000200*    EMRSLREC.CPY
000300*    RECORD LAYOUT FOR THE E-MAIL VENDOR'S DELIVERY RESULTS
000400*    FILE (EMLRSLT), READ BY DLVRECON.  THE VENDOR ECHOES BACK
000500*    THE MESSAGE REFERENCE GREETSND PUT ON EACH EMAILOUT
000600*    RECORD - THE RUN ID AND GREETOUT RECORD NUMBER - SO EVERY
000700*    RESULT TIES TO EXACTLY ONE GREETING.  ONE RECORD PER
000800*    MESSAGE: DELIVERED, SOFT BOUNCE (MAILBOX FULL, SERVER
000900*    DOWN - WORTH ANOTHER TRY) OR HARD BOUNCE (NO SUCH
001000*    ADDRESS - NOT WORTH ANOTHER TRY), WITH THE DATE OF THE
001100*    OUTCOME AND THE VENDOR'S OWN DIAGNOSTIC TEXT.
001200*
001300*    MAINTENANCE HISTORY
001400*    DATE       INIT DESCRIPTION
001500*    10/15/26   RJH  ORIGINAL.
001600******************************************************************
001700 01  EMAIL-RESULT-RECORD.
001800     05  VR-RUN-ID               PIC X(16).
001900     05  FILLER                  PIC X(01).
002000     05  VR-RECORD-NO            PIC 9(07).
002100     05  FILLER                  PIC X(01).
002200     05  VR-RESULT               PIC X(10).
002300         88  VR-DELIVERED            VALUE "DELIVERED".
002400         88  VR-SOFT-BOUNCE          VALUE "SOFTBOUNCE".
002500         88  VR-HARD-BOUNCE          VALUE "HARDBOUNCE".
002600     05  FILLER                  PIC X(01).
002700     05  VR-RESULT-DATE          PIC X(08).
002800     05  FILLER                  PIC X(01).
002900     05  VR-DIAGNOSTIC           PIC X(40).
