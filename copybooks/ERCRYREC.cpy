000100******************************************************************
000200*    ERCRYREC.CPY
000300*    RECORD LAYOUT FOR THE ERASURE CARRY FILE (ERASCRY IN,
000400*    ERASCRYN OUT), READ AND WRITTEN BY CUSTERAS.  THE JOB RUNS
000500*    CUSTERAS ONCE PER DATED ARCHIVE GENERATION AGAINST THE SAME
000600*    ERASURE LIST; ONE RECORD PER CUSTOMER ON THAT LIST CARRIES
000700*    WHAT THE EARLIER RUNS LEARNED TO THE NEXT ONE - THE NAME OF
000800*    RECORD CAPTURED BEFORE THE MASTER DELETE, WHETHER THE
000900*    MASTER HELD THE CUSTOMER, AND FOR EACH FILE ON THE
001000*    CERTIFICATE (IN CUSTERAS'S CERTIFICATE ORDER) WHETHER ANY
001100*    RUN HAS BEEN GIVEN IT AND HOW MANY RECORDS HAVE CHANGED
001200*    THERE SO FAR.  A RECORD APPLIES ONLY WHILE ITS CUSTOMER ID
001300*    AND REQUEST REFERENCE BOTH MATCH THE LIST (SEE ERASREC).
001400*
001500*    MAINTENANCE HISTORY
001600*    DATE       INIT DESCRIPTION
001700*    10/15/26   RJH  ORIGINAL.
001800******************************************************************
001900 01  ERASE-CARRY-RECORD.
002000     05  EC-CUSTOMER-ID          PIC X(10).
002100     05  FILLER                  PIC X(01).
002200     05  EC-REQUEST-REF          PIC X(20).
002300     05  FILLER                  PIC X(01).
002400     05  EC-ON-MASTER            PIC X(01).
002500     05  FILLER                  PIC X(01).
002600     05  EC-RUNS                 PIC 9(03).
002700     05  FILLER                  PIC X(01).
002800     05  EC-CUST-NAME            PIC X(60).
002900     05  EC-FILE-ENTRY           OCCURS 10 TIMES.
003000         10  FILLER              PIC X(01).
003100         10  EC-FILE-SEEN        PIC X(01).
003200         10  EC-FILE-CHANGED     PIC 9(07).
