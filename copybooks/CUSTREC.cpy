000400*    INDEXED ON THE 10-BYTE CUSTOMER ID.  THE FILE IS
000500*    MAINTAINED BY CRMMAINT (ADD/CHANGE/DELETE TRANSACTIONS)
000600*    AND READ BY CRMLKUP TO RESOLVE ROSTER CUSTOMER IDS TO THE
000700*    NAME OF RECORD - IT IS NEVER EDITED BY HAND.  CRMINQ'S
000710*    ONLINE UPDATE IS JOURNALED THE SAME WAY AS CRMMAINT'S.
000800*
000900*    MAINTENANCE HISTORY
001000*    DATE       INIT DESCRIPTION
001182*    09/02/26   RJH  FILE CONVERTED FROM LINE SEQUENTIAL TO
001184*                    INDEXED (SEE CRMCONV) - SAME LAYOUT,
001186*                    CM-CUSTOMER-ID NOW THE RECORD KEY.
001187*    10/15/26   RJH  CM-CUSTOMER-NAME ADDED AS AN ALTERNATE
001188*                    KEY WITH DUPLICATES, FOR CRMINQ'S BROWSE
001189*                    BY NAME.  EVERY SELECT FOR CUSTMST NAMES
001190*                    IT; THE MASTER IS RELOADED THROUGH CRMCONV
001191*                    ONCE TO BUILD THE NEW INDEX.
001192*    10/15/26   RJH  COURTESY TITLE, GIVEN NAME AND FAMILY NAME
001193*                    ADDED FOR FORMAL SALUTATIONS ("DEAR MS.
001194*                    O'NEILL,").  CM-CUSTOMER-NAME STAYS THE
001195*                    FULL NAME OF RECORD AND THE NAME KEY;
001196*                    CRMMAINT AND CRMCONV SPLIT IT INTO THE
001197*                    TWO PARTS WHEN THEY ARE NOT KEYED (SEE
001198*                    CRMNAME).
001200******************************************************************
001300 01  CUSTOMER-RECORD.
001400     05  CM-CUSTOMER-ID          PIC X(10).
002100     05  FILLER                  PIC X(01).
002200     05  CM-DNG-FLAG             PIC X(01).
002300         88  CM-DO-NOT-GREET         VALUE "Y".
002400     05  FILLER                  PIC X(01).
002500     05  CM-TITLE                PIC X(10).
002600     05  FILLER                  PIC X(01).
002700     05  CM-GIVEN-NAME           PIC X(30).
002800     05  FILLER                  PIC X(01).
002900     05  CM-FAMILY-NAME          PIC X(30).
