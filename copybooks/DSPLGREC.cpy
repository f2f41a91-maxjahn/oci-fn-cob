000100******************************************************************
000200*    DSPLGREC.CPY
000300*    RECORD LAYOUT FOR THE DISPATCH LOG (DSPLOG).  GREETSND
000400*    APPENDS ONE RECORD PER RUN ID IT DISPATCHED AS IT ENDS -
000500*    THE RUNLOG RUN ID (SEE RUNLGREC) CARRIED ON THE GREETOUT
000600*    RECORDS, WHEN THE DISPATCH RAN, AND HOW THAT RUN'S
000700*    GREETINGS SPLIT ACROSS E-MAIL, LETTER AND UNDELIVERABLE.
000800*    A RUN ID ON THIS FILE HAS LEFT THE BUILDING; RUNBKOUT
000900*    READS IT TO REFUSE BACKING OUT A RUN THE CUSTOMERS HAVE
001000*    ALREADY RECEIVED.
001100*
001200*    MAINTENANCE HISTORY
001300*    DATE       INIT DESCRIPTION
001400*    10/15/26   RJH  ORIGINAL.
001500******************************************************************
001600 01  DISPATCH-LOG-RECORD.
001700     05  DL-RUN-ID               PIC X(16).
001800     05  FILLER                  PIC X(01).
001900     05  DL-DISPATCH-TS          PIC X(16).
002000     05  FILLER                  PIC X(01).
002100     05  DL-GREETINGS            PIC 9(07).
002200     05  FILLER                  PIC X(01).
002300     05  DL-EMAILS               PIC 9(07).
002400     05  FILLER                  PIC X(01).
002500     05  DL-LETTERS              PIC 9(07).
002600     05  FILLER                  PIC X(01).
002700     05  DL-UNDELIVERED          PIC 9(07).
