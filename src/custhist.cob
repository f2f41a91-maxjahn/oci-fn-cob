000100******************************************************************
000200*    CUSTHIST - CUSTOMER GREETING DOSSIER
000300*
000400*    AUTHOR.          R J HARGROVE.
000500*    INSTALLATION.    DATA PROCESSING - BATCH SYSTEMS.
000600*    DATE-WRITTEN.    10/15/26.
000700*
000800*    ONE PRINTED DOSSIER PER CUSTOMER FOR THE CALL CENTER, IN
000900*    PLACE OF SEARCHING EACH FILE BY HAND WHEN A CUSTOMER
001000*    CALLS ABOUT A GREETING.  THE CUSTOMER IDS COME ON SYSIN,
001100*    ONE PER LINE (BLANK LINES IGNORED).  FOR EACH ONE THE
001200*    DOSSIER (HISTRPT) SHOWS: THE CUSTOMER MASTER RECORD AND
001300*    GREETING PREFERENCES (CUSTMST, SEE CUSTREC); THE CONTACT
001400*    CHANNEL, ADDRESS AND ANY UNDELIVERABLE HOLD (CUSTCNTC,
001500*    SEE CNTCREC); CRMMAINT CHANGES STILL WAITING FOR THEIR
001600*    EFFECTIVE DATE (CUSTPEND, SEE CUSTTRN); EVERY GREETING
001700*    PRODUCED FOR THE CUSTOMER WITH ITS DATE, RUN ID,
001800*    LANGUAGE, MODE AND EXACT TEXT (GREETOUT, SEE GREETREC);
001900*    EVERY AUDIT RECORD FOR THE CUSTOMER ID (AUDITLOG, SEE
002000*    AUDITREC), WHICH ALSO CATCHES GREETINGS MADE THROUGH
002100*    FN_COB_GREET THAT NEVER REACH GREETOUT; EVERY REJECTED
002200*    ROSTER LINE WHOSE CUSTOMER ID FIELD CARRIES THE ID
002300*    (REJLOG, SEE REJCTREC); AND THE LAST-GREETED DATE THE
002400*    FREQUENCY WINDOW IS USING (GREETHIST, SEE GRHSTREC) WITH
002500*    THE DATE THE CUSTOMER CAN NEXT BE GREETED WHEN
002600*    FN_COB_GREET_INTERVAL_DAYS IS SET.  THE GREETING, AUDIT
002700*    AND REJECT LISTS ARE LIMITED TO THE CUSTHIST_FROM_DATE
002800*    AND CUSTHIST_TO_DATE ENVIRONMENT VARIABLES (YYYYMMDD,
002900*    EITHER MAY BE LEFT UNSET - THE SAME RULES AS AUDRPT'S
003000*    AUDRPT_FROM_DATE/TO_DATE); A GREETING IS DATED BY ITS RUN
003100*    ID.  WITH CUSTHIST_ARCHIVE=Y THE AUDARCH AND REJARCH
003200*    ARCHIVES LOGPURGE WRITES ARE SEARCHED AS WELL.  NOTHING
003300*    IS UPDATED.  RETURN CODES: 0 CLEAN, 4 A CUSTOMER NOT ON
003400*    THE MASTER, NO IDS GIVEN, OR AN INPUT FILE MISSING (THE
003500*    DOSSIER SAYS WHICH), 12 CUSTMST OR REPORT OPEN FAILURE.
003600*
003700*    MAINTENANCE HISTORY
003800*    DATE       INIT DESCRIPTION
003900*    10/15/26   RJH  ORIGINAL.
003910*    10/15/26   RJH  LETTER CONTACTS SHOW THE STRUCTURED POSTAL
003920*                    ADDRESS (SEE CNTCREC), WITH A MISSING
003930*                    POSTAL CODE CALLED OUT.
003950*    10/15/26   RJH  MASTER SECTION SHOWS THE COURTESY TITLE,
003970*                    GIVEN NAME AND FAMILY NAME (SEE CUSTREC).
003977*    10/15/26   RJH  AUDIT RECORD WIDTHS FOLLOW AUDITREC'S NEW
003984*                    RECORD NUMBER FIELD (399 TO 407) SO THE
003991*                    HISTORY PASSES READ IT WHOLE.
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. CUSTHIST.
004300 AUTHOR. R J HARGROVE.
004400 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
004500 DATE-WRITTEN. 10/15/26.
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT ID-LIST ASSIGN TO KEYBOARD
005000         ORGANIZATION LINE SEQUENTIAL
005100         FILE STATUS IS CH-IDLIST-STATUS.
005200
005300     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
005400         ORGANIZATION INDEXED
005500         ACCESS MODE RANDOM
005600         RECORD KEY CM-CUSTOMER-ID
005700         ALTERNATE RECORD KEY CM-CUSTOMER-NAME
005800             WITH DUPLICATES
005900         FILE STATUS IS CH-MASTER-STATUS.
006000
006100     SELECT CONTACT-FILE ASSIGN TO CUSTCNTC
006200         ORGANIZATION LINE SEQUENTIAL
006300         FILE STATUS IS CH-CONTACT-STATUS.
006400
006500     SELECT PENDING-FILE ASSIGN TO CUSTPEND
006600         ORGANIZATION LINE SEQUENTIAL
006700         FILE STATUS IS CH-PEND-STATUS.
006800
006900     SELECT GREET-FILE ASSIGN TO GREETOUT
007000         ORGANIZATION LINE SEQUENTIAL
007100         FILE STATUS IS CH-GREET-STATUS.
007200
007300     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
007400         ORGANIZATION LINE SEQUENTIAL
007500         FILE STATUS IS CH-AUDIT-STATUS.
007600
007700     SELECT AUDIT-ARCH-FILE ASSIGN TO AUDARCH
007800         ORGANIZATION LINE SEQUENTIAL
007900         FILE STATUS IS CH-AUDARCH-STATUS.
008000
008100     SELECT REJECT-FILE ASSIGN TO REJLOG
008200         ORGANIZATION LINE SEQUENTIAL
008300         FILE STATUS IS CH-REJECT-STATUS.
008400
008500     SELECT REJECT-ARCH-FILE ASSIGN TO REJARCH
008600         ORGANIZATION LINE SEQUENTIAL
008700         FILE STATUS IS CH-REJARCH-STATUS.
008800
008900     SELECT GREET-HIST-FILE ASSIGN TO GREETHIST
009000         ORGANIZATION LINE SEQUENTIAL
009100         FILE STATUS IS CH-GRHIST-STATUS.
009200
009300     SELECT HISTORY-REPORT ASSIGN TO HISTRPT
009400         ORGANIZATION LINE SEQUENTIAL
009500         FILE STATUS IS CH-REPORT-STATUS.
009600
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  ID-LIST.
010000 01  ID-LIST-RECORD              PIC X(80).
010100
010200 FD  CUSTOMER-MASTER.
010300     COPY CUSTREC.
010400
010500 FD  CONTACT-FILE.
010600     COPY CNTCREC.
010700
010800 FD  PENDING-FILE.
010900     COPY CUSTTRN.
011000
011100 FD  GREET-FILE.
011200     COPY GREETREC.
011300
011400 FD  AUDIT-FILE.
011500 01  AUDIT-IN-RECORD             PIC X(407).
011600
011700 FD  AUDIT-ARCH-FILE.
011800 01  AUDIT-ARCH-RECORD           PIC X(407).
011900
012000 FD  REJECT-FILE.
012100 01  REJECT-IN-RECORD            PIC X(148).
012200
012300 FD  REJECT-ARCH-FILE.
012400 01  REJECT-ARCH-RECORD          PIC X(148).
012500
012600 FD  GREET-HIST-FILE.
012700     COPY GRHSTREC.
012800
012900 FD  HISTORY-REPORT.
013000 01  HST-PRINT-LINE              PIC X(132).
013100
013200 WORKING-STORAGE SECTION.
013300     COPY AUDITREC.
013400
013500     COPY REJCTREC.
013600
013700 01  CH-IDLIST-STATUS            PIC X(02) VALUE "00".
013800 01  CH-MASTER-STATUS            PIC X(02) VALUE "00".
013900 01  CH-CONTACT-STATUS           PIC X(02) VALUE "00".
014000 01  CH-PEND-STATUS              PIC X(02) VALUE "00".
014100 01  CH-GREET-STATUS             PIC X(02) VALUE "00".
014200 01  CH-AUDIT-STATUS             PIC X(02) VALUE "00".
014300 01  CH-AUDARCH-STATUS           PIC X(02) VALUE "00".
014400 01  CH-REJECT-STATUS            PIC X(02) VALUE "00".
014500 01  CH-REJARCH-STATUS           PIC X(02) VALUE "00".
014600 01  CH-GRHIST-STATUS            PIC X(02) VALUE "00".
014700 01  CH-REPORT-STATUS            PIC X(02) VALUE "00".
014800 01  CH-ARCHIVE-FLAG             PIC X(01) VALUE "N".
014900     88  CH-INCLUDE-ARCHIVE          VALUE "Y".
015000 01  CH-MISSING-FLAG             PIC X(01) VALUE "N".
015100     88  CH-INPUT-MISSING            VALUE "Y".
015200 01  CH-ON-MASTER-FLAG           PIC X(01) VALUE "N".
015300     88  CH-ON-MASTER                VALUE "Y".
015400 01  CH-SOURCE-TAG               PIC X(04) VALUE SPACES.
015500 01  CH-CUSTOMER-ID              PIC X(10) VALUE SPACES.
015600 01  CH-LEADING                  PIC 9(03) COMP VALUE ZERO.
015700 01  CH-ENV-DATE                 PIC X(08) VALUE SPACES.
015800 01  CH-ENV-FLAG                 PIC X(01) VALUE SPACE.
015900 01  CH-ENV-DAYS                 PIC X(05) VALUE SPACES.
016000 77  CH-TRAILING-SPACES          PIC 9(03) COMP VALUE ZERO.
016100 77  CH-ENV-LEN                  PIC 9(03) COMP VALUE ZERO.
016200 77  CH-INTERVAL-DAYS            PIC 9(05) COMP VALUE ZERO.
016300 01  CH-FROM-DATE                PIC X(08) VALUE "00000000".
016400 01  CH-TO-DATE                  PIC X(08) VALUE "99999999".
016500 01  CH-RECORD-DATE              PIC X(08) VALUE SPACES.
016600 01  CH-RUN-DATE                 PIC 9(08) VALUE ZERO.
016700 01  CH-LAST-GREETED             PIC 9(08) VALUE ZERO.
016800 01  CH-LAST-RUN-ID              PIC X(16) VALUE SPACES.
016900 01  CH-NEXT-ELIGIBLE            PIC 9(08) VALUE ZERO.
017000 01  CH-RAW-NAME                 PIC X(80) VALUE SPACES.
017100 01  CH-RAW-LANG                 PIC X(10) VALUE SPACES.
017200 01  CH-RAW-CUST                 PIC X(20) VALUE SPACES.
017300 01  CH-RAW-CUST-TRIM            PIC X(20) VALUE SPACES.
017400 77  CH-IDS-READ                 PIC 9(07) COMP VALUE ZERO.
017500 77  CH-IDS-NOT-ON-MASTER        PIC 9(07) COMP VALUE ZERO.
017600 77  CH-SECTION-COUNT            PIC 9(07) COMP VALUE ZERO.
017700 77  CH-HIST-COUNT               PIC 9(07) COMP VALUE ZERO.
017800 77  CH-GREETINGS-LISTED         PIC 9(07) COMP VALUE ZERO.
017900 77  CH-AUDITS-LISTED            PIC 9(07) COMP VALUE ZERO.
018000 77  CH-REJECTS-LISTED           PIC 9(07) COMP VALUE ZERO.
018100 01  HST-HEADING-1.
018200     05  FILLER                  PIC X(40) VALUE
018300         "CUSTHIST - CUSTOMER GREETING DOSSIER    ".
018400     05  FILLER                  PIC X(14) VALUE
018500         "      RUN DATE".
018600     05  FILLER                  PIC X(01) VALUE SPACE.
018700     05  HST-H1-DATE             PIC 9(08).
018800 01  HST-HEADING-2.
018900     05  FILLER                  PIC X(13) VALUE "DATES FROM   ".
019000     05  HST-H2-FROM             PIC X(08).
019100     05  FILLER                  PIC X(06) VALUE " THRU ".
019200     05  HST-H2-TO               PIC X(08).
019300     05  FILLER                  PIC X(04) VALUE SPACES.
019400     05  HST-H2-ARCHIVE          PIC X(30).
019500 01  HST-RULE-LINE.
019600     05  FILLER                  PIC X(112) VALUE ALL "-".
019700 01  HST-CUSTOMER-TITLE.
019800     05  FILLER                  PIC X(18) VALUE
019900         "DOSSIER - CUSTOMER".
020000     05  FILLER                  PIC X(01) VALUE SPACE.
020100     05  HT-CUSTOMER-ID          PIC X(10).
020200 01  HST-SECTION-LINE.
020300     05  HS-TITLE                PIC X(60).
020400 01  HST-FIELD-LINE.
020500     05  FILLER                  PIC X(02) VALUE SPACES.
020600     05  HF-CAPTION              PIC X(22).
020700     05  HF-VALUE                PIC X(101).
020800 01  HST-NOTE-LINE.
020900     05  FILLER                  PIC X(02) VALUE SPACES.
021000     05  HN-TEXT                 PIC X(80).
021100 01  HST-PENDING-COLUMNS.
021200     05  FILLER                  PIC X(02) VALUE SPACES.
021300     05  FILLER                  PIC X(07) VALUE "ACTION".
021400     05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
021500     05  FILLER                  PIC X(61) VALUE "NAME".
021600     05  FILLER                  PIC X(05) VALUE "LANG".
021700     05  FILLER                  PIC X(09) VALUE "MODE".
021800     05  FILLER                  PIC X(03) VALUE "DNG".
021900 01  HST-PENDING-LINE.
022000     05  FILLER                  PIC X(02) VALUE SPACES.
022100     05  HP-ACTION               PIC X(06).
022200     05  FILLER                  PIC X(01) VALUE SPACE.
022300     05  HP-EFFECTIVE-DATE       PIC X(08).
022400     05  FILLER                  PIC X(02) VALUE SPACES.
022500     05  HP-NAME                 PIC X(60).
022600     05  FILLER                  PIC X(01) VALUE SPACE.
022700     05  HP-LANG                 PIC X(02).
022800     05  FILLER                  PIC X(03) VALUE SPACES.
022900     05  HP-MODE                 PIC X(08).
023000     05  FILLER                  PIC X(01) VALUE SPACE.
023100     05  HP-DNG                  PIC X(01).
023200 01  HST-GREET-COLUMNS.
023300     05  FILLER                  PIC X(02) VALUE SPACES.
023400     05  FILLER                  PIC X(09) VALUE "DATE".
023500     05  FILLER                  PIC X(17) VALUE "RUN ID".
023600     05  FILLER                  PIC X(08) VALUE "REC NO".
023700     05  FILLER                  PIC X(05) VALUE "LANG".
023800     05  FILLER                  PIC X(09) VALUE "MODE".
023900     05  FILLER                  PIC X(20) VALUE
024000               "GREETING TEXT BELOW".
024100 01  HST-GREET-LINE.
024200     05  FILLER                  PIC X(02) VALUE SPACES.
024300     05  HG-DATE                 PIC X(08).
024400     05  FILLER                  PIC X(01) VALUE SPACE.
024500     05  HG-RUN-ID               PIC X(16).
024600     05  FILLER                  PIC X(01) VALUE SPACE.
024700     05  HG-RECORD-NO            PIC Z(06)9.
024800     05  FILLER                  PIC X(01) VALUE SPACE.
024900     05  HG-LANG                 PIC X(02).
025000     05  FILLER                  PIC X(03) VALUE SPACES.
025100     05  HG-MODE                 PIC X(08).
025200 01  HST-TEXT-LINE.
025300     05  FILLER                  PIC X(06) VALUE SPACES.
025400     05  HX-TEXT                 PIC X(101).
025500 01  HST-AUDIT-COLUMNS.
025600     05  FILLER                  PIC X(02) VALUE SPACES.
025700     05  FILLER                  PIC X(17) VALUE "TIMESTAMP".
025800     05  FILLER                  PIC X(17) VALUE "RUN ID".
025900     05  FILLER                  PIC X(06) VALUE "SRCE".
026000     05  FILLER                  PIC X(05) VALUE "LANG".
026100     05  FILLER                  PIC X(09) VALUE "MODE".
026200     05  FILLER                  PIC X(05) VALUE "FILE".
026300     05  FILLER                  PIC X(20) VALUE "NAME GREETED".
026400 01  HST-AUDIT-LINE.
026500     05  FILLER                  PIC X(02) VALUE SPACES.
026600     05  HA-TIMESTAMP            PIC X(16).
026700     05  FILLER                  PIC X(01) VALUE SPACE.
026800     05  HA-RUN-ID               PIC X(16).
026900     05  FILLER                  PIC X(01) VALUE SPACE.
027000     05  HA-SOURCE               PIC X(05).
027100     05  FILLER                  PIC X(01) VALUE SPACE.
027200     05  HA-LANG                 PIC X(02).
027300     05  FILLER                  PIC X(03) VALUE SPACES.
027400     05  HA-MODE                 PIC X(08).
027500     05  FILLER                  PIC X(01) VALUE SPACE.
027600     05  HA-FILE                 PIC X(04).
027700     05  FILLER                  PIC X(01) VALUE SPACE.
027800     05  HA-NAME                 PIC X(60).
027900 01  HST-REJECT-COLUMNS.
028000     05  FILLER                  PIC X(02) VALUE SPACES.
028100     05  FILLER                  PIC X(17) VALUE "TIMESTAMP".
028200     05  FILLER                  PIC X(17) VALUE "RUN ID".
028300     05  FILLER                  PIC X(08) VALUE "REC NO".
028400     05  FILLER                  PIC X(24) VALUE "REASON".
028500     05  FILLER                  PIC X(09) VALUE "RECYCLED".
028600     05  FILLER                  PIC X(05) VALUE "FILE".
028700     05  FILLER                  PIC X(20) VALUE
028800               "ROSTER LINE BELOW".
028900 01  HST-REJECT-LINE.
029000     05  FILLER                  PIC X(02) VALUE SPACES.
029100     05  HR-TIMESTAMP            PIC X(16).
029200     05  FILLER                  PIC X(01) VALUE SPACE.
029300     05  HR-RUN-ID               PIC X(16).
029400     05  FILLER                  PIC X(01) VALUE SPACE.
029500     05  HR-RECORD-NO            PIC Z(06)9.
029600     05  FILLER                  PIC X(01) VALUE SPACE.
029700     05  HR-REASON-CODE          PIC 9(02).
029800     05  FILLER                  PIC X(01) VALUE SPACE.
029900     05  HR-REASON-TEXT          PIC X(20).
030000     05  FILLER                  PIC X(01) VALUE SPACE.
030100     05  HR-RECYCLED             PIC X(03).
030200     05  FILLER                  PIC X(06) VALUE SPACES.
030300     05  HR-FILE                 PIC X(04).
030400 01  HST-TOTAL-LINE.
030500     05  FILLER                  PIC X(01) VALUE "*".
030600     05  FILLER                  PIC X(01) VALUE SPACE.
030700     05  HT-CAPTION              PIC X(26).
030800     05  FILLER                  PIC X(01) VALUE SPACE.
030900     05  HT-COUNT                PIC Z(06)9.
031000 PROCEDURE DIVISION.
031100******************************************************************
031200*    0000-MAINLINE
031300******************************************************************
031400 0000-MAINLINE.
031500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
031600     PERFORM 2000-PROCESS-ONE-ID THRU 2000-EXIT
031700         UNTIL CH-IDLIST-STATUS NOT = "00"
031800     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
031900     PERFORM 7000-SET-RETURN-CODE THRU 7000-EXIT
032000     PERFORM 9999-TERMINATE THRU 9999-EXIT
032100     GOBACK.
032200
032300******************************************************************
032400*    1000-INITIALIZE
032500*    THE ID LIST, THE MASTER AND THE REPORT MUST OPEN.  THE
032600*    OTHER FILES ARE OPENED AND CLOSED ONCE PER CUSTOMER BY
032700*    THE SECTION THAT SEARCHES THEM.
032800******************************************************************
032900 1000-INITIALIZE.
033000     OPEN INPUT ID-LIST
033100     IF CH-IDLIST-STATUS NOT = "00"
033200         DISPLAY "CUSTHIST: UNABLE TO OPEN SYSIN, STATUS "
033300             CH-IDLIST-STATUS
033400         MOVE 12 TO RETURN-CODE
033500         GOBACK
033600     END-IF
033700     OPEN INPUT CUSTOMER-MASTER
033800     IF CH-MASTER-STATUS NOT = "00"
033900         DISPLAY "CUSTHIST: UNABLE TO OPEN CUSTMST, STATUS "
034000             CH-MASTER-STATUS
034100         MOVE 12 TO RETURN-CODE
034200         GOBACK
034300     END-IF
034400     OPEN OUTPUT HISTORY-REPORT
034500     IF CH-REPORT-STATUS NOT = "00"
034600         DISPLAY "CUSTHIST: UNABLE TO OPEN HISTRPT, STATUS "
034700             CH-REPORT-STATUS
034800         MOVE 12 TO RETURN-CODE
034900         GOBACK
035000     END-IF
035100     ACCEPT CH-RUN-DATE FROM DATE YYYYMMDD
035200     PERFORM 1100-LOAD-OPTIONS THRU 1100-EXIT
035300     MOVE CH-RUN-DATE TO HST-H1-DATE
035400     MOVE CH-FROM-DATE TO HST-H2-FROM
035500     MOVE CH-TO-DATE TO HST-H2-TO
035600     IF CH-INCLUDE-ARCHIVE
035700         MOVE "ARCHIVES INCLUDED" TO HST-H2-ARCHIVE
035800     ELSE
035900         MOVE "CURRENT LOGS ONLY" TO HST-H2-ARCHIVE
036000     END-IF
036100     WRITE HST-PRINT-LINE FROM HST-HEADING-1
036200     WRITE HST-PRINT-LINE FROM HST-HEADING-2
036300     WRITE HST-PRINT-LINE FROM HST-RULE-LINE.
036400 1000-EXIT.
036500     EXIT.
036600
036700******************************************************************
036800*    1100-LOAD-OPTIONS
036900*    EITHER DATE BOUND MISSING OR NON-NUMERIC LEAVES THAT END
037000*    OF THE RANGE WIDE OPEN, AS IN AUDRPT.  THE INTERVAL IS
037100*    READ THE WAY FN_COB READS IT, SO THE DOSSIER'S NEXT
037200*    ELIGIBLE DATE IS THE ONE THE GREETING RUN WILL APPLY.
037300******************************************************************
037400 1100-LOAD-OPTIONS.
037500     MOVE SPACES TO CH-ENV-DATE
037600     ACCEPT CH-ENV-DATE FROM ENVIRONMENT "CUSTHIST_FROM_DATE"
037700     IF CH-ENV-DATE IS NUMERIC
037800         MOVE CH-ENV-DATE TO CH-FROM-DATE
037900     END-IF
038000     MOVE SPACES TO CH-ENV-DATE
038100     ACCEPT CH-ENV-DATE FROM ENVIRONMENT "CUSTHIST_TO_DATE"
038200     IF CH-ENV-DATE IS NUMERIC
038300         MOVE CH-ENV-DATE TO CH-TO-DATE
038400     END-IF
038500     MOVE SPACE TO CH-ENV-FLAG
038600     ACCEPT CH-ENV-FLAG FROM ENVIRONMENT "CUSTHIST_ARCHIVE"
038700     IF CH-ENV-FLAG = "Y"
038800         SET CH-INCLUDE-ARCHIVE TO TRUE
038900     END-IF
039000     MOVE SPACES TO CH-ENV-DAYS
039100     ACCEPT CH-ENV-DAYS
039200         FROM ENVIRONMENT "FN_COB_GREET_INTERVAL_DAYS"
039300     MOVE ZERO TO CH-TRAILING-SPACES
039400     INSPECT CH-ENV-DAYS TALLYING CH-TRAILING-SPACES
039500         FOR TRAILING SPACE
039600     SUBTRACT CH-TRAILING-SPACES FROM 5 GIVING CH-ENV-LEN
039700     IF CH-ENV-LEN > 0
039800         IF CH-ENV-DAYS (1:CH-ENV-LEN) IS NUMERIC
039900             MOVE CH-ENV-DAYS (1:CH-ENV-LEN)
040000                 TO CH-INTERVAL-DAYS
040100         END-IF
040200     END-IF.
040300 1100-EXIT.
040400     EXIT.
040500
040600******************************************************************
040700*    2000-PROCESS-ONE-ID
040800*    ONE DOSSIER PER NON-BLANK SYSIN LINE.  THE ID IS TAKEN
040900*    LEFT-JUSTIFIED, SO A STRAY LEADING SPACE DOES NOT MISS.
041000******************************************************************
041100 2000-PROCESS-ONE-ID.
041200     READ ID-LIST
041300         AT END
041400             MOVE "10" TO CH-IDLIST-STATUS
041500             GO TO 2000-EXIT
041600     END-READ
041700     IF ID-LIST-RECORD = SPACES
041800         GO TO 2000-EXIT
041900     END-IF
042000     MOVE ZERO TO CH-LEADING
042100     INSPECT ID-LIST-RECORD TALLYING CH-LEADING
042200         FOR LEADING SPACE
042300     MOVE ID-LIST-RECORD (CH-LEADING + 1:10) TO CH-CUSTOMER-ID
042400     ADD 1 TO CH-IDS-READ
042500     MOVE SPACES TO HST-PRINT-LINE
042600     WRITE HST-PRINT-LINE
042700     WRITE HST-PRINT-LINE FROM HST-RULE-LINE
042800     MOVE CH-CUSTOMER-ID TO HT-CUSTOMER-ID
042900     WRITE HST-PRINT-LINE FROM HST-CUSTOMER-TITLE
043000     WRITE HST-PRINT-LINE FROM HST-RULE-LINE
043100     PERFORM 3000-SHOW-MASTER THRU 3000-EXIT
043200     PERFORM 3100-SHOW-CONTACT THRU 3100-EXIT
043300     PERFORM 3200-SHOW-PENDING THRU 3200-EXIT
043400     PERFORM 3300-SHOW-GREETINGS THRU 3300-EXIT
043500     PERFORM 3400-SHOW-AUDIT THRU 3400-EXIT
043600     PERFORM 3500-SHOW-REJECTS THRU 3500-EXIT
043700     PERFORM 3600-SHOW-WINDOW THRU 3600-EXIT.
043800 2000-EXIT.
043900     EXIT.
044000
044100******************************************************************
044200*    2900-WRITE-SECTION-TITLE
044300*    HS-TITLE IS SET BY THE CALLER.
044400******************************************************************
044500 2900-WRITE-SECTION-TITLE.
044600     MOVE SPACES TO HST-PRINT-LINE
044700     WRITE HST-PRINT-LINE
044800     WRITE HST-PRINT-LINE FROM HST-SECTION-LINE.
044900 2900-EXIT.
045000     EXIT.
045100
045200******************************************************************
045300*    3000-SHOW-MASTER
045400******************************************************************
045500 3000-SHOW-MASTER.
045600     MOVE "CUSTOMER MASTER (CUSTMST)" TO HS-TITLE
045700     PERFORM 2900-WRITE-SECTION-TITLE THRU 2900-EXIT
045800     MOVE "N" TO CH-ON-MASTER-FLAG
045900     MOVE CH-CUSTOMER-ID TO CM-CUSTOMER-ID
046000     READ CUSTOMER-MASTER
046100         INVALID KEY
046200             ADD 1 TO CH-IDS-NOT-ON-MASTER
046300             MOVE "NOT ON THE CUSTOMER MASTER" TO HN-TEXT
046400             WRITE HST-PRINT-LINE FROM HST-NOTE-LINE
046500             GO TO 3000-EXIT
046600     END-READ
046700     SET CH-ON-MASTER TO TRUE
046800     MOVE SPACES TO HF-VALUE
046900     MOVE "NAME" TO HF-CAPTION
047000     MOVE CM-CUSTOMER-NAME TO HF-VALUE
047100     WRITE HST-PRINT-LINE FROM HST-FIELD-LINE
047107     MOVE "TITLE" TO HF-CAPTION
047114     MOVE CM-TITLE TO HF-VALUE
047121     IF CM-TITLE = SPACES
047128         MOVE "(NONE)" TO HF-VALUE
047135     END-IF
047142     WRITE HST-PRINT-LINE FROM HST-FIELD-LINE
047149     MOVE "GIVEN NAME" TO HF-CAPTION
047156     MOVE CM-GIVEN-NAME TO HF-VALUE
047163     WRITE HST-PRINT-LINE FROM HST-FIELD-LINE
047170     MOVE "FAMILY NAME" TO HF-CAPTION
047177     MOVE CM-FAMILY-NAME TO HF-VALUE
047184     WRITE HST-PRINT-LINE FROM HST-FIELD-LINE
047200     MOVE "PREFERRED LANGUAGE" TO HF-CAPTION
047300     MOVE CM-PREF-LANG TO HF-VALUE
047400     IF CM-PREF-LANG = SPACES
047500         MOVE "(NONE - ENGLISH)" TO HF-VALUE
047600     END-IF
047700     WRITE HST-PRINT-LINE FROM HST-FIELD-LINE
047800     MOVE "PREFERRED MODE" TO HF-CAPTION
047900     MOVE CM-PREF-MODE TO HF-VALUE
048000     IF CM-PREF-MODE = SPACES
048100         MOVE "(NONE)" TO HF-VALUE
048200     END-IF
048300     WRITE HST-PRINT-LINE FROM HST-FIELD-LINE
048400     MOVE "DO NOT GREET" TO HF-CAPTION
048500     IF CM-DO-NOT-GREET
048600         MOVE "YES - NEVER GREETED" TO HF-VALUE
048700     ELSE
048800         MOVE "NO" TO HF-VALUE
048900     END-IF
049000     WRITE HST-PRINT-LINE FROM HST-FIELD-LINE.
049100 3000-EXIT.
049200     EXIT.
049300
049400******************************************************************
049500*    3100-SHOW-CONTACT
049600******************************************************************
049700 3100-SHOW-CONTACT.
049800     MOVE "CONTACT (CUSTCNTC)" TO HS-TITLE
049900     PERFORM 2900-WRITE-SECTION-TITLE THRU 2900-EXIT
050000     MOVE ZERO TO CH-SECTION-COUNT
050100     OPEN INPUT CONTACT-FILE
050200     IF CH-CONTACT-STATUS NOT = "00"
050300         SET CH-INPUT-MISSING TO TRUE
050400         MOVE "CUSTCNTC NOT PRESENT" TO HN-TEXT
050500         WRITE HST-PRINT-LINE FROM HST-NOTE-LINE
050600         GO TO 3100-EXIT
050700     END-IF
050800     PERFORM 3110-READ-ONE-CONTACT THRU 3110-EXIT
050900         UNTIL CH-CONTACT-STATUS NOT = "00"
051000     CLOSE CONTACT-FILE
051100     IF CH-SECTION-COUNT = 0
051200         MOVE "NO CONTACT RECORD" TO HN-TEXT
051300         WRITE HST-PRINT-LINE FROM HST-NOTE-LINE
051400     END-IF.
051500 3100-EXIT.
051600     EXIT.
051700
051800 3110-READ-ONE-CONTACT.
051900     READ CONTACT-FILE
052000         AT END
052100             MOVE "10" TO CH-CONTACT-STATUS
052200             GO TO 3110-EXIT
052300     END-READ
052400     IF CN-CUSTOMER-ID NOT = CH-CUSTOMER-ID
052500         GO TO 3110-EXIT
052600     END-IF
052700     ADD 1 TO CH-SECTION-COUNT
052800     MOVE SPACES TO HF-VALUE
052900     MOVE "CHANNEL" TO HF-CAPTION
053000     MOVE CN-CHANNEL TO HF-VALUE
053100     WRITE HST-PRINT-LINE FROM HST-FIELD-LINE
053200     MOVE "ADDRESS" TO HF-CAPTION
053300     MOVE CN-ADDRESS TO HF-VALUE
053400     WRITE HST-PRINT-LINE FROM HST-FIELD-LINE
053410     IF CN-CHANNEL-LETTER
053420         PERFORM 3120-SHOW-POSTAL THRU 3120-EXIT
053430     END-IF
053500     MOVE "HOLD" TO HF-CAPTION
053600     MOVE SPACES TO HF-VALUE
053700     IF CN-HELD-UNDELIVERABLE
053800         STRING "HELD UNDELIVERABLE - " DELIMITED BY SIZE
053900                CN-HOLD-REASON DELIMITED BY SIZE
054000                " SINCE " DELIMITED BY SIZE
054100                CN-HOLD-DATE DELIMITED BY SIZE
054200             INTO HF-VALUE
054300     ELSE
054400         MOVE "NOT HELD" TO HF-VALUE
054500     END-IF
054600     WRITE HST-PRINT-LINE FROM HST-FIELD-LINE.
054700 3110-EXIT.
054800     EXIT.
054810
054820 3120-SHOW-POSTAL.
054830     MOVE SPACES TO HF-VALUE
054840     MOVE "ADDRESS 2" TO HF-CAPTION
054850     MOVE CN-ADDRESS-2 TO HF-VALUE
054852     WRITE HST-PRINT-LINE FROM HST-FIELD-LINE
054854     MOVE "CITY AND REGION" TO HF-CAPTION
054856     MOVE SPACES TO HF-VALUE
054858     STRING CN-CITY DELIMITED BY SIZE
054860            " " DELIMITED BY SIZE
054862            CN-REGION DELIMITED BY SIZE
054864         INTO HF-VALUE
054866     WRITE HST-PRINT-LINE FROM HST-FIELD-LINE
054868     MOVE "POSTAL CODE" TO HF-CAPTION
054870     MOVE CN-POSTAL-CODE TO HF-VALUE
054872     IF CN-POSTAL-CODE = SPACES
054874         MOVE "MISSING - LETTERS LISTED UNDELIVERABLE"
054876             TO HF-VALUE
054878     END-IF
054880     WRITE HST-PRINT-LINE FROM HST-FIELD-LINE
054882     MOVE "COUNTRY" TO HF-CAPTION
054884     MOVE CN-COUNTRY TO HF-VALUE
054886     IF CN-DOMESTIC
054888         MOVE "DOMESTIC" TO HF-VALUE
054890     END-IF
054892     WRITE HST-PRINT-LINE FROM HST-FIELD-LINE.
054894 3120-EXIT.
054896     EXIT.
054900
055000******************************************************************
055100*    3200-SHOW-PENDING
055200******************************************************************
055300 3200-SHOW-PENDING.
055400     MOVE "PENDING MAINTENANCE (CUSTPEND)" TO HS-TITLE
055500     PERFORM 2900-WRITE-SECTION-TITLE THRU 2900-EXIT
055600     MOVE ZERO TO CH-SECTION-COUNT
055700     OPEN INPUT PENDING-FILE
055800     IF CH-PEND-STATUS NOT = "00"
055900         MOVE "NO PENDING FILE - NOTHING WAITING" TO HN-TEXT
056000         WRITE HST-PRINT-LINE FROM HST-NOTE-LINE
056100         GO TO 3200-EXIT
056200     END-IF
056300     WRITE HST-PRINT-LINE FROM HST-PENDING-COLUMNS
056400     PERFORM 3210-READ-ONE-PENDING THRU 3210-EXIT
056500         UNTIL CH-PEND-STATUS NOT = "00"
056600     CLOSE PENDING-FILE
056700     IF CH-SECTION-COUNT = 0
056800         MOVE "NONE" TO HN-TEXT
056900         WRITE HST-PRINT-LINE FROM HST-NOTE-LINE
057000     END-IF.
057100 3200-EXIT.
057200     EXIT.
057300
057400 3210-READ-ONE-PENDING.
057500     READ PENDING-FILE
057600         AT END
057700             MOVE "10" TO CH-PEND-STATUS
057800             GO TO 3210-EXIT
057900     END-READ
058000     IF MT-CUSTOMER-ID NOT = CH-CUSTOMER-ID
058100         GO TO 3210-EXIT
058200     END-IF
058300     ADD 1 TO CH-SECTION-COUNT
058400     EVALUATE TRUE
058500         WHEN MT-ACTION-ADD
058600             MOVE "ADD" TO HP-ACTION
058700         WHEN MT-ACTION-CHANGE
058800             MOVE "CHANGE" TO HP-ACTION
058900         WHEN MT-ACTION-DELETE
059000             MOVE "DELETE" TO HP-ACTION
059100         WHEN OTHER
059200             MOVE MT-ACTION TO HP-ACTION
059300     END-EVALUATE
059400     MOVE MT-EFFECTIVE-DATE TO HP-EFFECTIVE-DATE
059500     MOVE MT-CUSTOMER-NAME TO HP-NAME
059600     MOVE MT-PREF-LANG TO HP-LANG
059700     MOVE MT-PREF-MODE TO HP-MODE
059800     MOVE MT-DNG-FLAG TO HP-DNG
059900     WRITE HST-PRINT-LINE FROM HST-PENDING-LINE.
060000 3210-EXIT.
060100     EXIT.
060200
060300******************************************************************
060400*    3300-SHOW-GREETINGS
060500*    A GREETING IS DATED BY THE RUN THAT PRODUCED IT.  ONE
060600*    WRITTEN BEFORE GREETOUT CARRIED A RUN ID HAS NO DATE AND
060700*    IS SHOWN ONLY WHEN NO FROM-DATE IS SET.
060800******************************************************************
060900 3300-SHOW-GREETINGS.
061000     MOVE "GREETINGS PRODUCED (GREETOUT)" TO HS-TITLE
061100     PERFORM 2900-WRITE-SECTION-TITLE THRU 2900-EXIT
061200     MOVE ZERO TO CH-SECTION-COUNT
061300     OPEN INPUT GREET-FILE
061400     IF CH-GREET-STATUS NOT = "00"
061500         SET CH-INPUT-MISSING TO TRUE
061600         MOVE "GREETOUT NOT PRESENT" TO HN-TEXT
061700         WRITE HST-PRINT-LINE FROM HST-NOTE-LINE
061800         GO TO 3300-EXIT
061900     END-IF
062000     WRITE HST-PRINT-LINE FROM HST-GREET-COLUMNS
062100     PERFORM 3310-READ-ONE-GREETING THRU 3310-EXIT
062200         UNTIL CH-GREET-STATUS NOT = "00"
062300     CLOSE GREET-FILE
062400     IF CH-SECTION-COUNT = 0
062500         MOVE "NONE IN THE DATE RANGE" TO HN-TEXT
062600         WRITE HST-PRINT-LINE FROM HST-NOTE-LINE
062700     END-IF.
062800 3300-EXIT.
062900     EXIT.
063000
063100 3310-READ-ONE-GREETING.
063200     READ GREET-FILE
063300         AT END
063400             MOVE "10" TO CH-GREET-STATUS
063500             GO TO 3310-EXIT
063600     END-READ
063700     IF GO-CUSTOMER-ID NOT = CH-CUSTOMER-ID
063800         GO TO 3310-EXIT
063900     END-IF
064000     MOVE GO-RUN-ID (1:8) TO CH-RECORD-DATE
064100     IF GO-RUN-ID = SPACES
064200         IF CH-FROM-DATE NOT = "00000000"
064300             GO TO 3310-EXIT
064400         END-IF
064500     ELSE
064600         IF CH-RECORD-DATE < CH-FROM-DATE
064700             OR CH-RECORD-DATE > CH-TO-DATE
064800             GO TO 3310-EXIT
064900         END-IF
065000     END-IF
065100     ADD 1 TO CH-SECTION-COUNT
065200     ADD 1 TO CH-GREETINGS-LISTED
065300     MOVE CH-RECORD-DATE TO HG-DATE
065400     MOVE GO-RUN-ID TO HG-RUN-ID
065500     MOVE GO-RECORD-NO TO HG-RECORD-NO
065600     MOVE GO-LANG-CODE TO HG-LANG
065700     MOVE GO-MODE TO HG-MODE
065800     WRITE HST-PRINT-LINE FROM HST-GREET-LINE
065900     MOVE GO-GREETING-TEXT TO HX-TEXT
066000     WRITE HST-PRINT-LINE FROM HST-TEXT-LINE.
066100 3310-EXIT.
066200     EXIT.
066300
066400******************************************************************
066500*    3400-SHOW-AUDIT
066600*    THE LIVE LOG, THEN THE ARCHIVE WHEN IT WAS ASKED FOR.
066700*    CH-SOURCE-TAG MARKS WHICH FILE EACH LINE CAME FROM.
066800******************************************************************
066900 3400-SHOW-AUDIT.
067000     MOVE "AUDIT RECORDS (AUDITLOG)" TO HS-TITLE
067100     IF CH-INCLUDE-ARCHIVE
067200         MOVE "AUDIT RECORDS (AUDITLOG AND AUDARCH)" TO HS-TITLE
067300     END-IF
067400     PERFORM 2900-WRITE-SECTION-TITLE THRU 2900-EXIT
067500     MOVE ZERO TO CH-SECTION-COUNT
067600     WRITE HST-PRINT-LINE FROM HST-AUDIT-COLUMNS
067700     OPEN INPUT AUDIT-FILE
067800     IF CH-AUDIT-STATUS NOT = "00"
067900         SET CH-INPUT-MISSING TO TRUE
068000         MOVE "AUDITLOG NOT PRESENT" TO HN-TEXT
068100         WRITE HST-PRINT-LINE FROM HST-NOTE-LINE
068200     ELSE
068300         MOVE "LOG" TO CH-SOURCE-TAG
068400         PERFORM 3410-READ-ONE-AUDIT THRU 3410-EXIT
068500             UNTIL CH-AUDIT-STATUS NOT = "00"
068600         CLOSE AUDIT-FILE
068700     END-IF
068800     IF NOT CH-INCLUDE-ARCHIVE
068900         GO TO 3400-CHECK-EMPTY
069000     END-IF
069100     OPEN INPUT AUDIT-ARCH-FILE
069200     IF CH-AUDARCH-STATUS NOT = "00"
069300         SET CH-INPUT-MISSING TO TRUE
069400         MOVE "AUDARCH NOT PRESENT" TO HN-TEXT
069500         WRITE HST-PRINT-LINE FROM HST-NOTE-LINE
069600     ELSE
069700         MOVE "ARCH" TO CH-SOURCE-TAG
069800         PERFORM 3420-READ-ONE-ARCHIVED THRU 3420-EXIT
069900             UNTIL CH-AUDARCH-STATUS NOT = "00"
070000         CLOSE AUDIT-ARCH-FILE
070100     END-IF.
070200 3400-CHECK-EMPTY.
070300     IF CH-SECTION-COUNT = 0
070400         MOVE "NONE IN THE DATE RANGE" TO HN-TEXT
070500         WRITE HST-PRINT-LINE FROM HST-NOTE-LINE
070600     END-IF.
070700 3400-EXIT.
070800     EXIT.
070900
071000 3410-READ-ONE-AUDIT.
071100     READ AUDIT-FILE INTO AUDIT-RECORD
071200         AT END
071300             MOVE "10" TO CH-AUDIT-STATUS
071400             GO TO 3410-EXIT
071500     END-READ
071600     PERFORM 3430-LIST-ONE-AUDIT THRU 3430-EXIT.
071700 3410-EXIT.
071800     EXIT.
071900
072000 3420-READ-ONE-ARCHIVED.
072100     READ AUDIT-ARCH-FILE INTO AUDIT-RECORD
072200         AT END
072300             MOVE "10" TO CH-AUDARCH-STATUS
072400             GO TO 3420-EXIT
072500     END-READ
072600     PERFORM 3430-LIST-ONE-AUDIT THRU 3430-EXIT.
072700 3420-EXIT.
072800     EXIT.
072900
073000 3430-LIST-ONE-AUDIT.
073100     IF AU-CUSTOMER-ID NOT = CH-CUSTOMER-ID
073200         GO TO 3430-EXIT
073300     END-IF
073400     IF AU-TIMESTAMP (1:8) < CH-FROM-DATE
073500         OR AU-TIMESTAMP (1:8) > CH-TO-DATE
073600         GO TO 3430-EXIT
073700     END-IF
073800     ADD 1 TO CH-SECTION-COUNT
073900     ADD 1 TO CH-AUDITS-LISTED
074000     MOVE AU-TIMESTAMP TO HA-TIMESTAMP
074100     MOVE AU-RUN-ID TO HA-RUN-ID
074200     MOVE AU-SOURCE TO HA-SOURCE
074300     MOVE AU-LANG-CODE TO HA-LANG
074400     MOVE AU-MODE TO HA-MODE
074500     MOVE CH-SOURCE-TAG TO HA-FILE
074600     MOVE AU-NAME (1:60) TO HA-NAME
074700     WRITE HST-PRINT-LINE FROM HST-AUDIT-LINE.
074800 3430-EXIT.
074900     EXIT.
075000
075100******************************************************************
075200*    3500-SHOW-REJECTS
075300*    A REJECT BELONGS TO THE CUSTOMER WHEN THE ROSTER LINE'S
075400*    CUSTOMER ID FIELD (THE THIRD) CARRIES THE ID - PARSED THE
075500*    SAME WAY CUSTERAS PARSES IT, LEADING SPACES DROPPED.
075600******************************************************************
075700 3500-SHOW-REJECTS.
075800     MOVE "REJECTED ROSTER LINES (REJLOG)" TO HS-TITLE
075900     IF CH-INCLUDE-ARCHIVE
076000         MOVE "REJECTED ROSTER LINES (REJLOG AND REJARCH)"
076100             TO HS-TITLE
076200     END-IF
076300     PERFORM 2900-WRITE-SECTION-TITLE THRU 2900-EXIT
076400     MOVE ZERO TO CH-SECTION-COUNT
076500     WRITE HST-PRINT-LINE FROM HST-REJECT-COLUMNS
076600     OPEN INPUT REJECT-FILE
076700     IF CH-REJECT-STATUS NOT = "00"
076800         SET CH-INPUT-MISSING TO TRUE
076900         MOVE "REJLOG NOT PRESENT" TO HN-TEXT
077000         WRITE HST-PRINT-LINE FROM HST-NOTE-LINE
077100     ELSE
077200         MOVE "LOG" TO CH-SOURCE-TAG
077300         PERFORM 3510-READ-ONE-REJECT THRU 3510-EXIT
077400             UNTIL CH-REJECT-STATUS NOT = "00"
077500         CLOSE REJECT-FILE
077600     END-IF
077700     IF NOT CH-INCLUDE-ARCHIVE
077800         GO TO 3500-CHECK-EMPTY
077900     END-IF
078000     OPEN INPUT REJECT-ARCH-FILE
078100     IF CH-REJARCH-STATUS NOT = "00"
078200         SET CH-INPUT-MISSING TO TRUE
078300         MOVE "REJARCH NOT PRESENT" TO HN-TEXT
078400         WRITE HST-PRINT-LINE FROM HST-NOTE-LINE
078500     ELSE
078600         MOVE "ARCH" TO CH-SOURCE-TAG
078700         PERFORM 3520-READ-ONE-ARCHIVED THRU 3520-EXIT
078800             UNTIL CH-REJARCH-STATUS NOT = "00"
078900         CLOSE REJECT-ARCH-FILE
079000     END-IF.
079100 3500-CHECK-EMPTY.
079200     IF CH-SECTION-COUNT = 0
079300         MOVE "NONE IN THE DATE RANGE" TO HN-TEXT
079400         WRITE HST-PRINT-LINE FROM HST-NOTE-LINE
079500     END-IF.
079600 3500-EXIT.
079700     EXIT.
079800
079900 3510-READ-ONE-REJECT.
080000     READ REJECT-FILE INTO REJECT-RECORD
080100         AT END
080200             MOVE "10" TO CH-REJECT-STATUS
080300             GO TO 3510-EXIT
080400     END-READ
080500     PERFORM 3530-LIST-ONE-REJECT THRU 3530-EXIT.
080600 3510-EXIT.
080700     EXIT.
080800
080900 3520-READ-ONE-ARCHIVED.
081000     READ REJECT-ARCH-FILE INTO REJECT-RECORD
081100         AT END
081200             MOVE "10" TO CH-REJARCH-STATUS
081300             GO TO 3520-EXIT
081400     END-READ
081500     PERFORM 3530-LIST-ONE-REJECT THRU 3530-EXIT.
081600 3520-EXIT.
081700     EXIT.
081800
081900 3530-LIST-ONE-REJECT.
082000     IF RJ-TIMESTAMP (1:8) < CH-FROM-DATE
082100         OR RJ-TIMESTAMP (1:8) > CH-TO-DATE
082200         GO TO 3530-EXIT
082300     END-IF
082400     MOVE SPACES TO CH-RAW-NAME
082500     MOVE SPACES TO CH-RAW-LANG
082600     MOVE SPACES TO CH-RAW-CUST
082700     UNSTRING RJ-RAW-INPUT DELIMITED BY ","
082800         INTO CH-RAW-NAME, CH-RAW-LANG, CH-RAW-CUST
082900     END-UNSTRING
083000     MOVE ZERO TO CH-LEADING
083100     INSPECT CH-RAW-CUST TALLYING CH-LEADING
083200         FOR LEADING SPACE
083300     MOVE SPACES TO CH-RAW-CUST-TRIM
083400     IF CH-LEADING < 20
083500         MOVE CH-RAW-CUST (CH-LEADING + 1:) TO CH-RAW-CUST-TRIM
083600     END-IF
083700     IF CH-RAW-CUST-TRIM (11:10) NOT = SPACES
083800         OR CH-RAW-CUST-TRIM (1:10) NOT = CH-CUSTOMER-ID
083900         GO TO 3530-EXIT
084000     END-IF
084100     ADD 1 TO CH-SECTION-COUNT
084200     ADD 1 TO CH-REJECTS-LISTED
084300     MOVE RJ-TIMESTAMP TO HR-TIMESTAMP
084400     MOVE RJ-RUN-ID TO HR-RUN-ID
084500     MOVE RJ-RECORD-NO TO HR-RECORD-NO
084600     MOVE RJ-REASON-CODE TO HR-REASON-CODE
084700     MOVE RJ-REASON-TEXT TO HR-REASON-TEXT
084800     IF RJ-RESOLVED
084900         MOVE "YES" TO HR-RECYCLED
085000     ELSE
085100         MOVE "NO" TO HR-RECYCLED
085200     END-IF
085300     MOVE CH-SOURCE-TAG TO HR-FILE
085400     WRITE HST-PRINT-LINE FROM HST-REJECT-LINE
085500     MOVE SPACES TO HX-TEXT
085600     MOVE RJ-RAW-INPUT TO HX-TEXT
085700     WRITE HST-PRINT-LINE FROM HST-TEXT-LINE.
085800 3530-EXIT.
085900     EXIT.
086000
086100******************************************************************
086200*    3600-SHOW-WINDOW
086300*    THE LAST GREETHIST RECORD FOR THE CUSTOMER WINS, AS IT
086400*    DOES WHEN FN_COB LOADS THE FILE.  FN_COB SKIPS A CUSTOMER
086500*    GREETED AFTER (RUN DATE - INTERVAL), SO THE FIRST RUN
086600*    DATE THAT GREETS AGAIN IS LAST-GREETED + INTERVAL.
086700******************************************************************
086800 3600-SHOW-WINDOW.
086900     MOVE "FREQUENCY WINDOW (GREETHIST)" TO HS-TITLE
087000     PERFORM 2900-WRITE-SECTION-TITLE THRU 2900-EXIT
087100     MOVE ZERO TO CH-HIST-COUNT
087200     MOVE ZERO TO CH-LAST-GREETED
087300     MOVE SPACES TO CH-LAST-RUN-ID
087400     OPEN INPUT GREET-HIST-FILE
087500     IF CH-GRHIST-STATUS NOT = "00"
087600         MOVE "NO GREETHIST FILE - NO GREETING ON RECORD"
087700             TO HN-TEXT
087800         WRITE HST-PRINT-LINE FROM HST-NOTE-LINE
087900         GO TO 3600-EXIT
088000     END-IF
088100     PERFORM 3610-READ-ONE-HISTORY THRU 3610-EXIT
088200         UNTIL CH-GRHIST-STATUS NOT = "00"
088300     CLOSE GREET-HIST-FILE
088400     MOVE SPACES TO HF-VALUE
088500     MOVE "LAST GREETED" TO HF-CAPTION
088600     IF CH-HIST-COUNT = 0
088700         MOVE "NEVER" TO HF-VALUE
088800     ELSE
088900         STRING CH-LAST-GREETED DELIMITED BY SIZE
089000                " BY RUN " DELIMITED BY SIZE
089100                CH-LAST-RUN-ID DELIMITED BY SIZE
089200             INTO HF-VALUE
089300     END-IF
089400     WRITE HST-PRINT-LINE FROM HST-FIELD-LINE
089500     MOVE SPACES TO HF-VALUE
089600     MOVE "NEXT ELIGIBLE" TO HF-CAPTION
089700     EVALUATE TRUE
089800         WHEN CH-INTERVAL-DAYS = 0
089900             MOVE "ANY RUN - FREQUENCY WINDOW IS OFF" TO HF-VALUE
090000         WHEN CH-HIST-COUNT = 0
090100             MOVE "ANY RUN - NOT GREETED BEFORE" TO HF-VALUE
090200         WHEN OTHER
090300             COMPUTE CH-NEXT-ELIGIBLE = FUNCTION DATE-OF-INTEGER
090400                 (FUNCTION INTEGER-OF-DATE (CH-LAST-GREETED)
090500                  + CH-INTERVAL-DAYS)
090600             MOVE CH-NEXT-ELIGIBLE TO HF-VALUE
090700     END-EVALUATE
090800     WRITE HST-PRINT-LINE FROM HST-FIELD-LINE.
090900 3600-EXIT.
091000     EXIT.
091100
091200 3610-READ-ONE-HISTORY.
091300     READ GREET-HIST-FILE
091400         AT END
091500             MOVE "10" TO CH-GRHIST-STATUS
091600             GO TO 3610-EXIT
091700     END-READ
091800     IF GH-CUSTOMER-ID NOT = CH-CUSTOMER-ID
091900         OR GH-LAST-GREETED IS NOT NUMERIC
092000         GO TO 3610-EXIT
092100     END-IF
092200     ADD 1 TO CH-HIST-COUNT
092300     MOVE GH-LAST-GREETED TO CH-LAST-GREETED
092400     MOVE GH-RUN-ID TO CH-LAST-RUN-ID.
092500 3610-EXIT.
092600     EXIT.
092700
092800******************************************************************
092900*    7000-SET-RETURN-CODE
093000******************************************************************
093100 7000-SET-RETURN-CODE.
093200     EVALUATE TRUE
093300         WHEN CH-IDS-READ = 0
093400             MOVE 4 TO RETURN-CODE
093500         WHEN CH-IDS-NOT-ON-MASTER > 0 OR CH-INPUT-MISSING
093600             MOVE 4 TO RETURN-CODE
093700         WHEN OTHER
093800             MOVE ZERO TO RETURN-CODE
093900     END-EVALUATE.
094000 7000-EXIT.
094100     EXIT.
094200
094300******************************************************************
094400*    8000-PRINT-TOTALS
094500******************************************************************
094600 8000-PRINT-TOTALS.
094700     MOVE SPACES TO HST-PRINT-LINE
094800     WRITE HST-PRINT-LINE
094900     WRITE HST-PRINT-LINE FROM HST-RULE-LINE
095000     IF CH-IDS-READ = 0
095100         MOVE "NO CUSTOMER IDS ON SYSIN" TO HN-TEXT
095200         WRITE HST-PRINT-LINE FROM HST-NOTE-LINE
095300     END-IF
095400     MOVE "CUSTOMER IDS REQUESTED" TO HT-CAPTION
095500     MOVE CH-IDS-READ TO HT-COUNT
095600     WRITE HST-PRINT-LINE FROM HST-TOTAL-LINE
095700     MOVE "NOT ON CUSTOMER MASTER" TO HT-CAPTION
095800     MOVE CH-IDS-NOT-ON-MASTER TO HT-COUNT
095900     WRITE HST-PRINT-LINE FROM HST-TOTAL-LINE
096000     MOVE "GREETINGS LISTED" TO HT-CAPTION
096100     MOVE CH-GREETINGS-LISTED TO HT-COUNT
096200     WRITE HST-PRINT-LINE FROM HST-TOTAL-LINE
096300     MOVE "AUDIT RECORDS LISTED" TO HT-CAPTION
096400     MOVE CH-AUDITS-LISTED TO HT-COUNT
096500     WRITE HST-PRINT-LINE FROM HST-TOTAL-LINE
096600     MOVE "REJECTS LISTED" TO HT-CAPTION
096700     MOVE CH-REJECTS-LISTED TO HT-COUNT
096800     WRITE HST-PRINT-LINE FROM HST-TOTAL-LINE.
096900 8000-EXIT.
097000     EXIT.
097100
097200******************************************************************
097300*    9999-TERMINATE
097400******************************************************************
097500 9999-TERMINATE.
097600     CLOSE ID-LIST
097700     CLOSE CUSTOMER-MASTER
097800     CLOSE HISTORY-REPORT.
097900 9999-EXIT.
098000     EXIT.
