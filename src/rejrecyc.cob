002700*    MAINTENANCE HISTORY
002800*    DATE       INIT DESCRIPTION
002900*    08/22/26   RJH  ORIGINAL.
002910*    10/15/26   RJH  NEW REJECT RECORD WIDTH FOLLOWS REJCTREC'S
002920*                    NEW RUN ID FIELD (131 TO 148) SO THE
002930*                    RECYCLE PASS CARRIES IT THROUGH.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. REJRECYC.
006100     COPY CORRREC.
006200
006300 FD  REJECT-FILE-OUT.
006400 01  NEW-REJECT-RECORD           PIC X(148).
006500
006600 FD  RECYCLE-REPORT.
006700 01  RCY-PRINT-LINE              PIC X(132).
