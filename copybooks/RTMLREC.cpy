000100******************************************************************
000200*    RTMLREC.CPY
000300*    RECORD LAYOUT FOR THE PRINT SHOP'S RETURNED-MAIL NOTICES
000400*    (RTNMAIL), READ BY DLVRECON.  THE SHOP KEYS THE REFERENCE
000500*    PRINTED ON EACH LETTER BY GREETSND - THE RUN ID AND
000600*    GREETOUT RECORD NUMBER - FROM THE RETURNED ENVELOPE,
000700*    WITH THE DATE IT CAME BACK AND THE POST OFFICE'S REASON
000800*    (ADDRESSEE UNKNOWN, NO SUCH STREET, MOVED AND NO
000900*    FORWARDING ADDRESS AND THE LIKE).  EVERY NOTICE IS A
001000*    LETTER THAT DID NOT ARRIVE; THERE IS NO DELIVERED CASE.
001100*
001200*    MAINTENANCE HISTORY
001300*    DATE       INIT DESCRIPTION
001400*    10/15/26   RJH  ORIGINAL.
001500******************************************************************
001600 01  RETURNED-MAIL-RECORD.
001700     05  MR-RUN-ID               PIC X(16).
001800     05  FILLER                  PIC X(01).
001900     05  MR-RECORD-NO            PIC 9(07).
002000     05  FILLER                  PIC X(01).
002100     05  MR-RETURN-DATE          PIC X(08).
002200     05  FILLER                  PIC X(01).
002300     05  MR-REASON               PIC X(30).
