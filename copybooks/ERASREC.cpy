000100******************************************************************
000200*    ERASREC.CPY
000300*    RECORD LAYOUT FOR THE CUSTOMER ERASURE LIST (ERASLIST),
000400*    READ BY CUSTERAS.  ONE RECORD PER CUSTOMER TO BE ERASED,
000500*    KEYED BY THE SAME 10-BYTE CUSTOMER ID AS THE CUSTOMER
000600*    MASTER (SEE CUSTREC).  THE REQUEST REFERENCE IS LEGAL'S
000700*    OWN NUMBER FOR THE ERASURE REQUEST AND IS CARRIED ONTO
000800*    THE CUSTOMER'S ERASURE CERTIFICATE SO THE WRITTEN ANSWER
000900*    CAN QUOTE IT; IT MAY BE LEFT BLANK.
001000*
001100*    MAINTENANCE HISTORY
001200*    DATE       INIT DESCRIPTION
001300*    10/15/26   RJH  ORIGINAL.
001400******************************************************************
001500 01  ERASE-REQUEST-RECORD.
001600     05  ER-CUSTOMER-ID          PIC X(10).
001700     05  FILLER                  PIC X(01).
001800     05  ER-REQUEST-REF          PIC X(20).
