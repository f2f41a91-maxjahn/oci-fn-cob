003210*    09/02/26   RJH  AUDIT NEW/ARCHIVE RECORD WIDTH FOLLOWS
003220*                    AUDITREC'S NEW RUN ID FIELD (382 TO 399)
003230*                    SO THE PURGE PASS CARRIES IT THROUGH.
003240*    10/15/26   RJH  REJECT NEW/ARCHIVE RECORD WIDTH FOLLOWS
003250*                    REJCTREC'S NEW RUN ID FIELD (131 TO 148)
003260*                    SO THE PURGE PASS CARRIES IT THROUGH.
003270*    10/15/26   RJH  AUDIT NEW/ARCHIVE RECORD WIDTH FOLLOWS
003280*                    AUDITREC'S NEW RECORD NUMBER FIELD (399 TO
003290*                    407) SO THE PURGE PASS CARRIES IT THROUGH.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. LOGPURGE.
008100     COPY AUDITREC.
008200
008300 FD  AUDIT-NEW-FILE.
008400 01  AUDIT-NEW-RECORD            PIC X(407).
008500
008600 FD  AUDIT-ARCH-FILE.
008700 01  AUDIT-ARCH-RECORD           PIC X(407).
008800
008900 FD  REJECT-FILE.
009000     COPY REJCTREC.
009100
009200 FD  REJECT-NEW-FILE.
009300 01  REJECT-NEW-RECORD           PIC X(148).
009400
009500 FD  REJECT-ARCH-FILE.
009600 01  REJECT-ARCH-RECORD          PIC X(148).
009700
009800 FD  CHECKPOINT-FILE.
009900     COPY CHKPTREC.
