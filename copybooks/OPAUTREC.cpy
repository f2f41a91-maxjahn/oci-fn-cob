000100******************************************************************
000200*    OPAUTREC.CPY
000300*    RECORD LAYOUT FOR THE ONLINE OPERATOR AUTHORIZATION FILE
000400*    (CRMAUTH), READ BY CRMINQ AT SIGN-ON.  ONE RECORD PER
000500*    OPERATOR, KEYED BY THE SIGNED-ON USER ID.  LEVEL U MAY
000600*    CHANGE THE CUSTOMER MASTER AND CONTACT RECORDS ON THE
000700*    SCREEN; LEVEL I, OR NO RECORD AT ALL, MAY ONLY LOOK.  THE
000800*    FILE IS KEPT BY THE DATA SECURITY DESK, NOT BY THIS SHOP.
000900*
001000*    MAINTENANCE HISTORY
001100*    DATE       INIT DESCRIPTION
001200*    10/15/26   RJH  ORIGINAL.
001300******************************************************************
001400 01  OPERATOR-AUTH-RECORD.
001500     05  OA-OPERATOR-ID          PIC X(08).
001600     05  FILLER                  PIC X(01).
001700     05  OA-AUTH-LEVEL           PIC X(01).
001800         88  OA-UPDATE-AUTHORIZED    VALUE "U".
001900         88  OA-INQUIRY-ONLY         VALUE "I".
002000     05  FILLER                  PIC X(01).
002100     05  OA-OPERATOR-NAME        PIC X(30).
