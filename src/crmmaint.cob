002970*    ITEMS FIRST.  PENDING ITEMS PRINT IN THEIR OWN REPORT
002980*    SECTION WITH CONTROL TOTALS, SO NOTHING KEYED EVER
002990*    SILENTLY DISAPPEARS WHILE IT WAITS.
002992*    A CUSTOMER'S NAME GOES ON THE MASTER AS A FULL NAME
002994*    PLUS A COURTESY TITLE AND SEPARATE GIVEN AND FAMILY NAMES
002996*    FOR FORMAL SALUTATIONS; WHICHEVER SIDE THE TRANSACTION
002998*    LEAVES BLANK IS FILLED FROM THE OTHER BY CRMNAME.
003000*
003100*    MAINTENANCE HISTORY
003200*    DATE       INIT DESCRIPTION
004460*                    TOTALS.  A BLANK EFFECTIVE DATE APPLIES
004470*                    IMMEDIATELY, SO EXISTING FEEDS RUN
004480*                    UNCHANGED.
004490*    10/15/26   RJH  SELECT NAMES THE NEW ALTERNATE KEY ON
004495*                    CM-CUSTOMER-NAME (SEE CUSTREC).
004496*    10/15/26   RJH  TITLE, GIVEN AND FAMILY NAME APPLIED ON
004497*                    ADD/CHANGE, MISSING SIDE OF THE NAME
004498*                    FILLED BY CRMNAME; PENDING RECORD GROWS
004499*                    WITH CUSTTRN.
004500******************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID. CRMMAINT.
005500         ORGANIZATION INDEXED
005600         ACCESS MODE RANDOM
005700         RECORD KEY CM-CUSTOMER-ID
005710         ALTERNATE RECORD KEY CM-CUSTOMER-NAME
005720             WITH DUPLICATES
005800         FILE STATUS IS MN-MASTER-STATUS.
005900
006000     SELECT MAINT-TRAN-FILE ASSIGN TO CUSTTRAN
007730*    A CARRIED-FORWARD TRANSACTION, VERBATIM - THE RECORD IS
007740*    MOVED INTO MAINT-TRAN-RECORD AND DISPOSED THROUGH THE
007750*    SAME LOGIC AS A FRESH CUSTTRAN ITEM.
007760 01  PENDING-IN-RECORD           PIC X(169).
007770
007780 FD  PENDING-OUT-FILE.
007790 01  PENDING-OUT-RECORD          PIC X(169).
007800
007900 WORKING-STORAGE SECTION.
008000 01  MN-MASTER-STATUS            PIC X(02) VALUE "00".
021700*    NAMELESS CUSTOMER ON THE MASTER.  AN I-O FAILURE ON THE
021800*    WRITE-BACK ITSELF IS REPORTED WITH THE FILE STATUS RATHER
021900*    THAN PASSING AS APPLIED.
021920*    AN ADD OR CHANGE THAT KEYS ONLY ONE SIDE OF THE NAME - THE
021940*    FULL NAME OR ITS GIVEN AND FAMILY PARTS - HAS THE OTHER
021960*    SIDE FILLED BY CRMNAME BEFORE THE EDITS, SO ONLY A
021980*    TRANSACTION WITH NEITHER IS NAMELESS.
022000******************************************************************
022100 2110-APPLY-ONE-TRAN.
022200     MOVE SPACES TO MNT-DETAIL-LINE
022300     MOVE MT-CUSTOMER-ID TO MD-CUSTOMER-ID
022400     PERFORM 2200-READ-MASTER THRU 2200-EXIT
022420     IF MT-ACTION-ADD OR MT-ACTION-CHANGE
022440         CALL "CRMNAME" USING MT-CUSTOMER-NAME, MT-GIVEN-NAME,
022460             MT-FAMILY-NAME
022480     END-IF
022500     EVALUATE TRUE
022600         WHEN (MT-ACTION-ADD OR MT-ACTION-CHANGE
022700                 OR MT-ACTION-DELETE)
029900     MOVE MT-PREF-LANG TO CM-PREF-LANG
030000     MOVE MT-PREF-MODE TO CM-PREF-MODE
030100     MOVE MT-DNG-FLAG TO CM-DNG-FLAG
030120     MOVE MT-TITLE TO CM-TITLE
030140     MOVE MT-GIVEN-NAME TO CM-GIVEN-NAME
030160     MOVE MT-FAMILY-NAME TO CM-FAMILY-NAME
030200     WRITE CUSTOMER-RECORD
030300         INVALID KEY
030400             MOVE "WRITE FAILED" TO MD-STATUS
032300     MOVE MT-PREF-LANG TO CM-PREF-LANG
032400     MOVE MT-PREF-MODE TO CM-PREF-MODE
032500     MOVE MT-DNG-FLAG TO CM-DNG-FLAG
032520     MOVE MT-TITLE TO CM-TITLE
032540     MOVE MT-GIVEN-NAME TO CM-GIVEN-NAME
032560     MOVE MT-FAMILY-NAME TO CM-FAMILY-NAME
032600     REWRITE CUSTOMER-RECORD
032700         INVALID KEY
032800             MOVE "REWRITE FAILED" TO MD-STATUS
