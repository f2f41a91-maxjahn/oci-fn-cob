000100******************************************************************
000200*    CUSTERAS - CUSTOMER DATA ERASURE
000300*
000400*    AUTHOR.          R J HARGROVE.
000500*    INSTALLATION.    DATA PROCESSING - BATCH SYSTEMS.
000600*    DATE-WRITTEN.    10/15/26.
000700*
000800*    ERASES THE CUSTOMERS NAMED ON LEGAL'S ERASURE LIST
000900*    (ERASLIST, SEE ERASREC) FROM EVERY FILE THAT HOLDS A
001000*    CUSTOMER.  THE MASTER RECORD (CUSTMST) IS DELETED BY
001100*    KEY, IN PLACE, UNDER THE SAME JOB-TAKEN BACKUP AS
001200*    CRMMAINT.  THE CONTACT RECORD (CUSTCNTC), PENDING
001300*    MAINTENANCE ITEMS (CUSTPEND) AND FREQUENCY-WINDOW
001400*    HISTORY (GREETHIST) ARE DROPPED FROM REWRITTEN COPIES -
001500*    CUSTCNTCN, CUSTPENDN, GREETHISTN.  THE LOG AND ARCHIVE
001560*    FILES ARE NOT THINNED: AUDITLOG AND AUDARCH HAVE AU-NAME
001620*    AND AU-RAW-INPUT, GREETOUT ITS GREETING TEXT, REJLOG AND
001680*    REJARCH RJ-RAW-INPUT, AND CRMINQ'S MAINTENANCE JOURNAL
001740*    (CRMJRNL, SEE CRJRNREC) THE BEFORE AND AFTER VALUES OF
001800*    THE CUSTOMER'S DETAIL LINES OVERWRITTEN WITH A FIXED MASK
001860*    IN AUDITLOGN, AUDARCHN, GREETOUTN, REJLOGN, REJARCHN AND
001920*    CRMJRNLN.
002000*    EVERY LOG RECORD SURVIVES WITH ITS TIMESTAMP, RECORD
002100*    NUMBER, CUSTOMER ID AND RUN ID UNTOUCHED, SO RECONCL'S
002200*    AUDIT/GREETOUT PAIRING, THE RUNLOG COUNTS AND AUDRPT'S
002300*    TOTALS STILL BALANCE AFTERWARDS - THE FILE CONTROL
002400*    SECTION OF THE REPORT PROVES IT, RECORDS IN AGAINST
002500*    RECORDS OUT PER FILE.  THE JOB PROMOTES THE NEW FILES
002600*    THE SAME WAY REJRECYC'S REJLOGN IS PROMOTED, ON RETURN
002700*    CODE 0 OR 4 ONLY, AND ONLY FOR THE INPUTS IT SUPPLIED -
002800*    AN INPUT NOT SUPPLIED (AN ARCHIVE GENERATION NOT IN THE
002900*    JOB, SAY) LEAVES ITS NEW FILE EMPTY AND SHOWS AS NOT
002910*    SUPPLIED.  THE JOB RUNS THE PROGRAM ONCE PER DATED
002920*    ARCHIVE GENERATION LOGPURGE HAS WRITTEN, WITH THE SAME
002930*    ERASLIST EACH TIME, AND WHAT EACH RUN LEARNED IS CARRIED
002940*    TO THE NEXT ON THE ERASURE CARRY FILE (ERASCRY IN,
002950*    ERASCRYN OUT, SEE ERCRYREC; PROMOTED WITH THE OTHER NEW
002960*    FILES) - THE NAME OF RECORD CAPTURED BEFORE THE MASTER
002970*    DELETE, WHETHER THE MASTER HELD THE CUSTOMER, AND THE
002980*    RECORDS CHANGED SO FAR IN EACH FILE.  A LATER
002990*    GENERATION'S TYPED-NAME RECORDS ARE STILL FOUND AFTER THE
003000*    MASTER RECORD IS GONE, AND EVERY CERTIFICATE IS
003010*    CUMULATIVE - THE LAST GENERATION'S RUN CERTIFIES THE
003020*    WHOLE ERASURE.  NO ERASCRY (THE FIRST GENERATION) STARTS
003030*    FROM NOTHING; A CARRY RECORD WHOSE ID OR REQUEST
003040*    REFERENCE IS NOT ON THE LIST IS AN EARLIER REQUEST'S AND
003050*    IS DROPPED.
003200*
003260*    RECORDS ARE FOUND BY CUSTOMER ID - AU-CUSTOMER-ID,
003320*    GO-CUSTOMER-ID, AND THE CUSTOMER-ID FIELD OF A REJECTED
003380*    ROSTER LINE.  A TYPED-NAME GREETING CARRIES NO ID, SO A
003440*    BLANK-ID AUDIT OR REJECT RECORD IS ALSO MASKED WHEN ITS
003500*    TYPED NAME IS EXACTLY THE NAME OF RECORD THE MASTER HELD
003560*    FOR AN ERASED CUSTOMER, AND A BLANK-ID GREETOUT RECORD
003620*    WHEN ITS AUDIT MATE - SAME RUN ID AND RECORD NUMBER - WAS.
003680*    ONLY A GREETING WHOSE AUDIT MATE PREDATES THE RECORD
003740*    NUMBER IS SEARCHED FOR THE NAME, AND THEN ONLY FOR THE
003800*    WHOLE NAME STANDING ALONE (SEE 5100).  A CUSTOMER NOT ON
003860*    THE MASTER IS ERASED BY ID ALONE AND THE CERTIFICATE SAYS
003920*    SO.  A RECORD ALREADY MASKED IS NOT COUNTED AGAIN, SO A
003980*    RERUN CERTIFIES NOTHING TWICE.
004100*
004200*    THE ERASURE REPORT (ERASRPT) PRINTS ONE CERTIFICATE PER
004300*    CUSTOMER - EVERY FILE, WHAT WAS DONE TO IT AND HOW MANY
004400*    RECORDS CHANGED - FOR LEGAL'S WRITTEN ANSWER, THEN THE
004500*    FILE CONTROL SECTION.  RETURN CODES: 0 CLEAN, 4 ERASURE
004600*    LIST EXCEPTIONS (BLANK, DUPLICATE OR OVER-CAPACITY
004700*    LINES, OR A CUSTOMER FOUND IN NO FILE AT ALL), 8 A FILE
004800*    OUT OF BALANCE OR A MASTER DELETE FAILED, 12 FILE OPEN
004900*    FAILURE.
005000*
005100*    MAINTENANCE HISTORY
005200*    DATE       INIT DESCRIPTION
005300*    10/15/26   RJH  ORIGINAL.
005310*    10/15/26   RJH  CUSTCNTCN RECORD WIDTH FOLLOWS CNTCREC'S
005320*                    NEW UNDELIVERABLE HOLD FIELDS (78 TO 110)
005330*                    SO A SURVIVING CONTACT KEEPS ITS HOLD.
005340*    10/15/26   RJH  SELECT NAMES THE NEW ALTERNATE KEY ON
005350*                    CM-CUSTOMER-NAME (SEE CUSTREC).
005360*    10/15/26   RJH  REJECT RECORD WIDTHS FOLLOW REJCTREC'S NEW
005370*                    RUN ID FIELD (131 TO 148) SO THE MASKING
005380*                    PASS CARRIES IT THROUGH.
005390*    10/15/26   RJH  CUSTCNTCN RECORD WIDTH FOLLOWS CNTCREC'S
005391*                    STRUCTURED POSTAL ADDRESS (110 TO 237).
005394*    10/15/26   RJH  CUSTPENDN RECORD WIDTH FOLLOWS CUSTTRN'S
005397*                    TITLE AND NAME PARTS (96 TO 169).
005398*    10/15/26   RJH  CRMINQ'S MAINTENANCE JOURNAL (CRMJRNL, SEE
005399*                    CRJRNREC) MASKED INTO CRMJRNLN - AN ERASED
005400*                    CUSTOMER'S BEFORE AND AFTER VALUES - AND
005401*                    LISTED ON THE CERTIFICATE.
005402*    10/15/26   RJH  ERASURE CARRY FILE (ERASCRY/ERASCRYN, SEE
005403*                    ERCRYREC) TAKES THE NAME OF RECORD, MASTER
005404*                    FLAG AND COUNTS FROM ONE GENERATION'S RUN TO
005405*                    THE NEXT, SO LATER RUNS STILL FIND TYPED-
005406*                    NAME RECORDS AND CERTIFICATES ARE
005407*                    CUMULATIVE.  A BLANK-ID GREETOUT RECORD NOW
005408*                    PAIRS WITH ITS AUDIT MATE BY RUN ID AND
005409*                    RECORD NUMBER INSTEAD OF A SUBSTRING SEARCH
005410*                    OF ITS TEXT.  AUDIT RECORD WIDTHS FOLLOW
005411*                    AUDITREC'S NEW RECORD NUMBER (399 TO 407).
005412******************************************************************
005500 IDENTIFICATION DIVISION.
005600 PROGRAM-ID. CUSTERAS.
005700 AUTHOR. R J HARGROVE.
005800 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
005900 DATE-WRITTEN. 10/15/26.
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT ERASE-LIST-FILE ASSIGN TO ERASLIST
006400         ORGANIZATION LINE SEQUENTIAL
006500         FILE STATUS IS CE-LIST-STATUS.
006600
006700     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
006800         ORGANIZATION INDEXED
006900         ACCESS MODE RANDOM
007000         RECORD KEY CM-CUSTOMER-ID
007010         ALTERNATE RECORD KEY CM-CUSTOMER-NAME
007020             WITH DUPLICATES
007100         FILE STATUS IS CE-MASTER-STATUS.
007200
007300     SELECT CONTACT-FILE ASSIGN TO CUSTCNTC
007400         ORGANIZATION LINE SEQUENTIAL
007500         FILE STATUS IS CE-CONTACT-STATUS.
007600
007700     SELECT CONTACT-NEW-FILE ASSIGN TO CUSTCNTCN
007800         ORGANIZATION LINE SEQUENTIAL
007900         FILE STATUS IS CE-CONTACT-NEW-STATUS.
008000
008100     SELECT PENDING-FILE ASSIGN TO CUSTPEND
008200         ORGANIZATION LINE SEQUENTIAL
008300         FILE STATUS IS CE-PEND-STATUS.
008400
008500     SELECT PENDING-NEW-FILE ASSIGN TO CUSTPENDN
008600         ORGANIZATION LINE SEQUENTIAL
008700         FILE STATUS IS CE-PEND-NEW-STATUS.
008800
008900     SELECT GREET-HIST-FILE ASSIGN TO GREETHIST
009000         ORGANIZATION LINE SEQUENTIAL
009100         FILE STATUS IS CE-GRHIST-STATUS.
009200
009300     SELECT GREET-HIST-NEW-FILE ASSIGN TO GREETHISTN
009400         ORGANIZATION LINE SEQUENTIAL
009500         FILE STATUS IS CE-GRHIST-NEW-STATUS.
009600
009700     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
009800         ORGANIZATION LINE SEQUENTIAL
009900         FILE STATUS IS CE-AUDIT-STATUS.
010000
010100     SELECT AUDIT-NEW-FILE ASSIGN TO AUDITLOGN
010200         ORGANIZATION LINE SEQUENTIAL
010300         FILE STATUS IS CE-AUDIT-NEW-STATUS.
010400
010500     SELECT AUDIT-ARCH-FILE ASSIGN TO AUDARCH
010600         ORGANIZATION LINE SEQUENTIAL
010700         FILE STATUS IS CE-AUDARCH-STATUS.
010800
010900     SELECT AUDIT-ARCH-NEW-FILE ASSIGN TO AUDARCHN
011000         ORGANIZATION LINE SEQUENTIAL
011100         FILE STATUS IS CE-AUDARCH-NEW-STATUS.
011200
011300     SELECT GREET-FILE ASSIGN TO GREETOUT
011400         ORGANIZATION LINE SEQUENTIAL
011500         FILE STATUS IS CE-GREET-STATUS.
011600
011700     SELECT GREET-NEW-FILE ASSIGN TO GREETOUTN
011800         ORGANIZATION LINE SEQUENTIAL
011900         FILE STATUS IS CE-GREET-NEW-STATUS.
012000
012100     SELECT REJECT-FILE ASSIGN TO REJLOG
012200         ORGANIZATION LINE SEQUENTIAL
012300         FILE STATUS IS CE-REJECT-STATUS.
012400
012500     SELECT REJECT-NEW-FILE ASSIGN TO REJLOGN
012600         ORGANIZATION LINE SEQUENTIAL
012700         FILE STATUS IS CE-REJECT-NEW-STATUS.
012800
012900     SELECT REJECT-ARCH-FILE ASSIGN TO REJARCH
013000         ORGANIZATION LINE SEQUENTIAL
013100         FILE STATUS IS CE-REJARCH-STATUS.
013200
013300     SELECT REJECT-ARCH-NEW-FILE ASSIGN TO REJARCHN
013400         ORGANIZATION LINE SEQUENTIAL
013500         FILE STATUS IS CE-REJARCH-NEW-STATUS.
013600
013610     SELECT JOURNAL-FILE ASSIGN TO CRMJRNL
013620         ORGANIZATION LINE SEQUENTIAL
013630         FILE STATUS IS CE-JOURNAL-STATUS.
013640
013650     SELECT JOURNAL-NEW-FILE ASSIGN TO CRMJRNLN
013660         ORGANIZATION LINE SEQUENTIAL
013670         FILE STATUS IS CE-JOURNAL-NEW-STATUS.
013680
013682     SELECT CARRY-FILE ASSIGN TO ERASCRY
013684         ORGANIZATION LINE SEQUENTIAL
013686         FILE STATUS IS CE-CARRY-STATUS.
013688
013690     SELECT CARRY-NEW-FILE ASSIGN TO ERASCRYN
013692         ORGANIZATION LINE SEQUENTIAL
013694         FILE STATUS IS CE-CARRY-NEW-STATUS.
013696
013700     SELECT ERASURE-REPORT ASSIGN TO ERASRPT
013800         ORGANIZATION LINE SEQUENTIAL
013900         FILE STATUS IS CE-REPORT-STATUS.
014000
014100 DATA DIVISION.
014200 FILE SECTION.
014300 FD  ERASE-LIST-FILE.
014400     COPY ERASREC.
014500
014600 FD  CUSTOMER-MASTER.
014700     COPY CUSTREC.
014800
014900 FD  CONTACT-FILE.
015000     COPY CNTCREC.
015100
015200 FD  CONTACT-NEW-FILE.
015300 01  CONTACT-NEW-RECORD          PIC X(237).
015400
015500 FD  PENDING-FILE.
015600     COPY CUSTTRN.
015700
015800 FD  PENDING-NEW-FILE.
015900 01  PENDING-NEW-RECORD          PIC X(169).
016000
016100 FD  GREET-HIST-FILE.
016200     COPY GRHSTREC.
016300
016400 FD  GREET-HIST-NEW-FILE.
016500 01  GREET-HIST-NEW-RECORD       PIC X(36).
016600
016660*    THE AUDIT AND REJECT LOGS AND THEIR ARCHIVES SHARE ONE
016720*    LAYOUT APIECE, SO EACH PAIR IS READ INTO ONE WORKING-
016780*    STORAGE COPY OF THE RECORD AND MASKED BY ONE PARAGRAPH.
016840*    THE CARRY FILE'S TWO GENERATIONS SHARE ONE COPY THE SAME
016900*    WAY.
017000 FD  AUDIT-FILE.
017100 01  AUDIT-IN-RECORD             PIC X(407).
017200
017300 FD  AUDIT-NEW-FILE.
017400 01  AUDIT-NEW-RECORD            PIC X(407).
017500
017600 FD  AUDIT-ARCH-FILE.
017700 01  AUDIT-ARCH-RECORD           PIC X(407).
017800
017900 FD  AUDIT-ARCH-NEW-FILE.
018000 01  AUDIT-ARCH-NEW-RECORD       PIC X(407).
018100
018200 FD  GREET-FILE.
018300     COPY GREETREC.
018400
018500 FD  GREET-NEW-FILE.
018600 01  GREET-NEW-RECORD            PIC X(149).
018700
018800 FD  REJECT-FILE.
018900 01  REJECT-IN-RECORD            PIC X(148).
019000
019100 FD  REJECT-NEW-FILE.
019200 01  REJECT-NEW-RECORD           PIC X(148).
019300
019400 FD  REJECT-ARCH-FILE.
019500 01  REJECT-ARCH-RECORD          PIC X(148).
019600
019700 FD  REJECT-ARCH-NEW-FILE.
019800 01  REJECT-ARCH-NEW-RECORD      PIC X(148).
019900
019910 FD  JOURNAL-FILE.
019920 01  JOURNAL-IN-RECORD           PIC X(132).
019930
019940 FD  JOURNAL-NEW-FILE.
019950 01  JOURNAL-NEW-RECORD          PIC X(132).
019960
019965 FD  CARRY-FILE.
019970 01  CARRY-IN-RECORD             PIC X(188).
019975
019980 FD  CARRY-NEW-FILE.
019985 01  CARRY-NEW-RECORD            PIC X(188).
019990
020000 FD  ERASURE-REPORT.
020100 01  CER-PRINT-LINE              PIC X(132).
020200
020300 WORKING-STORAGE SECTION.
020400     COPY AUDITREC.
020500     COPY REJCTREC.
020550     COPY CRJRNREC.
020570     COPY ERCRYREC.
020600 01  CE-LIST-STATUS              PIC X(02) VALUE "00".
020700 01  CE-MASTER-STATUS            PIC X(02) VALUE "00".
020800 01  CE-CONTACT-STATUS           PIC X(02) VALUE "00".
020900 01  CE-CONTACT-NEW-STATUS       PIC X(02) VALUE "00".
021000 01  CE-PEND-STATUS              PIC X(02) VALUE "00".
021100 01  CE-PEND-NEW-STATUS          PIC X(02) VALUE "00".
021200 01  CE-GRHIST-STATUS            PIC X(02) VALUE "00".
021300 01  CE-GRHIST-NEW-STATUS        PIC X(02) VALUE "00".
021400 01  CE-AUDIT-STATUS             PIC X(02) VALUE "00".
021500 01  CE-AUDIT-NEW-STATUS         PIC X(02) VALUE "00".
021600 01  CE-AUDARCH-STATUS           PIC X(02) VALUE "00".
021700 01  CE-AUDARCH-NEW-STATUS       PIC X(02) VALUE "00".
021800 01  CE-GREET-STATUS             PIC X(02) VALUE "00".
021900 01  CE-GREET-NEW-STATUS         PIC X(02) VALUE "00".
022000 01  CE-REJECT-STATUS            PIC X(02) VALUE "00".
022100 01  CE-REJECT-NEW-STATUS        PIC X(02) VALUE "00".
022200 01  CE-REJARCH-STATUS           PIC X(02) VALUE "00".
022300 01  CE-REJARCH-NEW-STATUS       PIC X(02) VALUE "00".
022330 01  CE-JOURNAL-STATUS           PIC X(02) VALUE "00".
022360 01  CE-JOURNAL-NEW-STATUS       PIC X(02) VALUE "00".
022370 01  CE-CARRY-STATUS             PIC X(02) VALUE "00".
022380 01  CE-CARRY-NEW-STATUS         PIC X(02) VALUE "00".
022400 01  CE-REPORT-STATUS            PIC X(02) VALUE "00".
022500 01  CE-MASK-VALUE               PIC X(20) VALUE
022600         "*** ERASED ***".
022700 01  CE-FOUND-FLAG               PIC X(01) VALUE "N".
022800     88  CE-CUST-FOUND               VALUE "Y".
022900     88  CE-CUST-NOT-FOUND           VALUE "N".
022930 01  CE-OLD-RUN-FLAG             PIC X(01) VALUE "N".
022960     88  CE-OLD-RUN                  VALUE "Y".
023000 01  CE-KEY-ID                   PIC X(10) VALUE SPACES.
023100 01  CE-KEY-NAME                 PIC X(80) VALUE SPACES.
023150 01  CE-KEY-RUN-ID               PIC X(16) VALUE SPACES.
023200 01  CE-RAW-NAME                 PIC X(80) VALUE SPACES.
023300 01  CE-RAW-LANG                 PIC X(10) VALUE SPACES.
023400 01  CE-RAW-CUST                 PIC X(20) VALUE SPACES.
023500 01  CE-RAW-CUST-TRIM            PIC X(20) VALUE SPACES.
023600 77  CE-LEADING                  PIC 9(04) COMP VALUE ZERO.
023700 77  CE-NAME-LEN                 PIC 9(04) COMP VALUE ZERO.
023800 77  CE-TALLY                    PIC 9(04) COMP VALUE ZERO.
023900 77  CE-FNO                      PIC 9(02) COMP VALUE ZERO.
024000 77  CE-SUB                      PIC 9(04) COMP VALUE ZERO.
024100 77  CE-CUST-COUNT               PIC 9(04) COMP VALUE ZERO.
024200 77  CE-LIST-READ                PIC 9(07) COMP VALUE ZERO.
024300 77  CE-LIST-BLANK               PIC 9(07) COMP VALUE ZERO.
024400 77  CE-LIST-DUPLICATE           PIC 9(07) COMP VALUE ZERO.
024500 77  CE-LIST-NOT-TABLED          PIC 9(07) COMP VALUE ZERO.
024600 77  CE-CUSTS-NOT-FOUND          PIC 9(07) COMP VALUE ZERO.
024700 77  CE-MASTER-ERRORS            PIC 9(07) COMP VALUE ZERO.
024800 77  CE-FILES-UNBALANCED         PIC 9(07) COMP VALUE ZERO.
024900 77  CE-CERT-TOTAL               PIC 9(07) COMP VALUE ZERO.
024910 77  CE-POS                      PIC 9(04) COMP VALUE ZERO.
024920 77  CE-END-POS                  PIC 9(04) COMP VALUE ZERO.
024930 77  CE-CARRY-READ               PIC 9(07) COMP VALUE ZERO.
024940 77  CE-CARRY-USED               PIC 9(07) COMP VALUE ZERO.
024950 77  CE-CARRY-WRITTEN            PIC 9(07) COMP VALUE ZERO.
024960 77  CE-PAIR-COUNT               PIC 9(04) COMP VALUE ZERO.
024970 77  CE-PAIR-OVERFLOW            PIC 9(07) COMP VALUE ZERO.
024980 77  CE-OLD-RUN-COUNT            PIC 9(04) COMP VALUE ZERO.
024990 77  CE-OLD-RUN-OVERFLOW         PIC 9(07) COMP VALUE ZERO.
025000 01  CE-RUN-DATE                 PIC 9(08) VALUE ZERO.
025100*    ONE ROW PER FILE, IN CERTIFICATE ORDER: NAME, WHAT IS
025200*    DONE TO AN ERASED CUSTOMER'S RECORDS THERE, AND WHETHER
025300*    THE RECORD COUNT SHRINKS (D) OR MUST COME OUT EVEN (M).
025400 01  CE-FILE-NAME-VALUES.
025500     05  FILLER                  PIC X(19) VALUE
025600         "CUSTMST   DELETED K".
025700     05  FILLER                  PIC X(19) VALUE
025800         "CUSTCNTC  DELETED D".
025900     05  FILLER                  PIC X(19) VALUE
026000         "CUSTPEND  DROPPED D".
026100     05  FILLER                  PIC X(19) VALUE
026200         "GREETHIST DROPPED D".
026300     05  FILLER                  PIC X(19) VALUE
026400         "AUDITLOG  MASKED  M".
026500     05  FILLER                  PIC X(19) VALUE
026600         "GREETOUT  MASKED  M".
026700     05  FILLER                  PIC X(19) VALUE
026800         "REJLOG    MASKED  M".
026900     05  FILLER                  PIC X(19) VALUE
027000         "AUDARCH   MASKED  M".
027100     05  FILLER                  PIC X(19) VALUE
027200         "REJARCH   MASKED  M".
027230     05  FILLER                  PIC X(19) VALUE
027260         "CRMJRNL   MASKED  M".
027300 01  CE-FILE-NAME-TABLE REDEFINES CE-FILE-NAME-VALUES.
027400     05  CE-FILE-NAME-ENTRY      OCCURS 10 TIMES.
027500         10  CE-FN-NAME          PIC X(10).
027600         10  CE-FN-ACTION        PIC X(08).
027700         10  CE-FN-KIND          PIC X(01).
027800             88  CE-FN-KEYED         VALUE "K".
027900             88  CE-FN-DROPS         VALUE "D".
028000             88  CE-FN-MASKS         VALUE "M".
028100 01  CE-FILE-CONTROL.
028200     05  CE-FILE-ENTRY           OCCURS 10 TIMES.
028300         10  CE-F-PRESENT        PIC X(01).
028400         10  CE-F-IN             PIC 9(07) COMP.
028500         10  CE-F-CHANGED        PIC 9(07) COMP.
028600         10  CE-F-OUT            PIC 9(07) COMP.
028700 01  CE-CUST-TABLE.
028800     05  CE-CUST-ENTRY           OCCURS 500 TIMES
028900                                 INDEXED BY CE-IDX.
029000         10  CE-CUST-ID          PIC X(10).
029100         10  CE-CUST-REF         PIC X(20).
029200         10  CE-CUST-NAME        PIC X(60).
029300         10  CE-CUST-ON-MASTER   PIC X(01).
029400         10  CE-CUST-CHG         PIC 9(07) COMP
029500                                 OCCURS 10 TIMES.
029505         10  CE-CUST-SEEN        PIC X(01)
029510                                 OCCURS 10 TIMES.
029515         10  CE-CUST-RUNS        PIC 9(03) COMP.
029520*    BLANK-ID AUDIT RECORDS MASKED ON THEIR TYPED NAME, BY RUN
029525*    ID AND ROSTER RECORD NUMBER, FOR THE GREETOUT PASS TO FIND
029530*    THEIR MATES BY; AND THE RUNS WHOSE AUDIT RECORDS CARRY NO
029535*    RECORD NUMBER, WHOSE GREETINGS CAN ONLY BE FOUND BY TEXT.
029540 01  CE-PAIR-TABLE.
029545     05  CE-PAIR-ENTRY           OCCURS 2000 TIMES
029550                                 INDEXED BY CE-PAIR-IDX.
029555         10  CE-PAIR-RUN-ID      PIC X(16).
029560         10  CE-PAIR-RECORD-NO   PIC 9(07).
029565         10  CE-PAIR-CUST        PIC 9(04) COMP.
029570 01  CE-OLD-RUN-TABLE.
029575     05  CE-OLD-RUN-ID           PIC X(16) OCCURS 500 TIMES
029580                                 INDEXED BY CE-OLD-IDX.
029600 01  CER-HEADING-1.
029700     05  FILLER                  PIC X(40) VALUE
029800         "CUSTERAS - CUSTOMER ERASURE CERTIFICATES".
029900     05  FILLER                  PIC X(14) VALUE
030000         "      RUN DATE".
030100     05  FILLER                  PIC X(01) VALUE SPACE.
030200     05  CER-H1-DATE             PIC 9(08).
030300 01  CER-RULE-LINE.
030400     05  FILLER                  PIC X(80) VALUE ALL "-".
030500 01  CER-CERT-HEADING.
030600     05  FILLER                  PIC X(21) VALUE
030700         "ERASURE CERTIFICATE  ".
030800     05  FILLER                  PIC X(12) VALUE "CUSTOMER ID ".
030900     05  CC-CUSTOMER-ID          PIC X(10).
031000     05  FILLER                  PIC X(03) VALUE SPACES.
031100     05  FILLER                  PIC X(12) VALUE "REQUEST REF ".
031200     05  CC-REQUEST-REF          PIC X(20).
031300 01  CER-CERT-NOTE.
031400     05  FILLER                  PIC X(02) VALUE SPACES.
031500     05  CC-NOTE                 PIC X(78).
031510 01  CER-CARRY-NOTE.
031520     05  FILLER                  PIC X(02) VALUE SPACES.
031530     05  FILLER                  PIC X(39) VALUE
031540         "EARLIER RUNS INCLUDED IN THESE COUNTS: ".
031550     05  CC-EARLIER-RUNS         PIC ZZ9.
031600 01  CER-CERT-COLUMNS.
031700     05  FILLER                  PIC X(12) VALUE "  FILE".
031800     05  FILLER                  PIC X(10) VALUE "ACTION".
031900     05  FILLER                  PIC X(16) VALUE
032000         "RECORDS CHANGED".
032100 01  CER-CERT-LINE.
032200     05  FILLER                  PIC X(02) VALUE SPACES.
032300     05  CC-FILE-NAME            PIC X(10).
032400     05  CC-ACTION               PIC X(08).
032500     05  FILLER                  PIC X(05) VALUE SPACES.
032600     05  CC-CHANGED              PIC Z(06)9.
032700     05  FILLER                  PIC X(03) VALUE SPACES.
032800     05  CC-FILE-NOTE            PIC X(20).
032900 01  CER-CONTROL-HEADING.
033000     05  FILLER                  PIC X(40) VALUE
033100         "FILE CONTROL - RECORDS IN AGAINST OUT   ".
033200 01  CER-CONTROL-COLUMNS.
033300     05  FILLER                  PIC X(10) VALUE "FILE".
033400     05  FILLER                  PIC X(10) VALUE "      IN".
033500     05  FILLER                  PIC X(10) VALUE "   CHANGED".
033600     05  FILLER                  PIC X(10) VALUE "       OUT".
033700     05  FILLER                  PIC X(02) VALUE SPACES.
033800     05  FILLER                  PIC X(20) VALUE "CHECK".
033900 01  CER-CONTROL-LINE.
034000     05  CL-FILE-NAME            PIC X(10).
034100     05  CL-IN                   PIC Z(06)9.
034200     05  FILLER                  PIC X(03) VALUE SPACES.
034300     05  CL-CHANGED              PIC Z(06)9.
034400     05  FILLER                  PIC X(03) VALUE SPACES.
034500     05  CL-OUT                  PIC Z(06)9.
034600     05  FILLER                  PIC X(05) VALUE SPACES.
034700     05  CL-CHECK                PIC X(30).
034800 01  CER-TOTAL-LINE.
034900     05  FILLER                  PIC X(01) VALUE "*".
035000     05  FILLER                  PIC X(01) VALUE SPACE.
035100     05  CT-CAPTION              PIC X(26).
035200     05  FILLER                  PIC X(01) VALUE SPACE.
035300     05  CT-COUNT                PIC Z(06)9.
035400 PROCEDURE DIVISION.
035500******************************************************************
035600*    0000-MAINLINE
035700******************************************************************
035800 0000-MAINLINE.
035900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
036000     PERFORM 1500-LOAD-ERASE-LIST THRU 1500-EXIT
036050     PERFORM 1550-LOAD-ERASE-CARRY THRU 1550-EXIT
036100     PERFORM 2000-ERASE-MASTER THRU 2000-EXIT
036200     PERFORM 2500-ERASE-CONTACTS THRU 2500-EXIT
036300     PERFORM 3000-DROP-PENDING THRU 3000-EXIT
036400     PERFORM 3500-DROP-GREET-HIST THRU 3500-EXIT
036500     PERFORM 4000-MASK-AUDIT-LOG THRU 4000-EXIT
036600     PERFORM 4500-MASK-AUDIT-ARCHIVE THRU 4500-EXIT
036700     PERFORM 5000-MASK-GREETOUT THRU 5000-EXIT
036800     PERFORM 6000-MASK-REJECT-LOG THRU 6000-EXIT
036900     PERFORM 6500-MASK-REJECT-ARCHIVE THRU 6500-EXIT
036950     PERFORM 6800-MASK-CRM-JOURNAL THRU 6800-EXIT
037000     PERFORM 8000-PRINT-CERTIFICATES THRU 8000-EXIT
037100     PERFORM 8500-PRINT-FILE-CONTROL THRU 8500-EXIT
037150     PERFORM 8800-WRITE-ERASE-CARRY THRU 8800-EXIT
037200     PERFORM 7000-SET-RETURN-CODE THRU 7000-EXIT
037300     PERFORM 9999-TERMINATE THRU 9999-EXIT
037400     GOBACK.
037500
037600******************************************************************
037700*    1000-INITIALIZE
037800*    THE LIST, THE REPORT, THE MASTER AND EVERY NEW FILE MUST
037900*    OPEN BEFORE ANYTHING IS CHANGED, SO A FAILED OPEN STOPS
038000*    THE RUN WITH THE MASTER UNTOUCHED AND NO HALF-SET OF NEW
038100*    FILES FOR THE JOB TO PROMOTE.  THE OTHER INPUTS MAY BE
038200*    ABSENT AND ARE OPENED AS EACH PASS REACHES THEM.
038300******************************************************************
038400 1000-INITIALIZE.
038500     INITIALIZE CE-FILE-CONTROL
038600     OPEN INPUT ERASE-LIST-FILE
038700     IF CE-LIST-STATUS NOT = "00"
038800         DISPLAY "CUSTERAS: UNABLE TO OPEN ERASLIST, STATUS "
038900             CE-LIST-STATUS
039000         MOVE 12 TO RETURN-CODE
039100         GOBACK
039200     END-IF
039300     OPEN OUTPUT ERASURE-REPORT
039400     IF CE-REPORT-STATUS NOT = "00"
039500         DISPLAY "CUSTERAS: UNABLE TO OPEN ERASRPT, STATUS "
039600             CE-REPORT-STATUS
039700         MOVE 12 TO RETURN-CODE
039800         GOBACK
039900     END-IF
040000     OPEN I-O CUSTOMER-MASTER
040100     IF CE-MASTER-STATUS NOT = "00"
040200         DISPLAY "CUSTERAS: UNABLE TO OPEN CUSTMST, STATUS "
040300             CE-MASTER-STATUS
040400         MOVE 12 TO RETURN-CODE
040500         GOBACK
040600     END-IF
040700     MOVE "Y" TO CE-F-PRESENT (1)
040800     OPEN OUTPUT CONTACT-NEW-FILE
040900     IF CE-CONTACT-NEW-STATUS NOT = "00"
041000         DISPLAY "CUSTERAS: UNABLE TO OPEN CUSTCNTCN, STATUS "
041100             CE-CONTACT-NEW-STATUS
041200         MOVE 12 TO RETURN-CODE
041300         GOBACK
041400     END-IF
041500     OPEN OUTPUT PENDING-NEW-FILE
041600     IF CE-PEND-NEW-STATUS NOT = "00"
041700         DISPLAY "CUSTERAS: UNABLE TO OPEN CUSTPENDN, STATUS "
041800             CE-PEND-NEW-STATUS
041900         MOVE 12 TO RETURN-CODE
042000         GOBACK
042100     END-IF
042200     OPEN OUTPUT GREET-HIST-NEW-FILE
042300     IF CE-GRHIST-NEW-STATUS NOT = "00"
042400         DISPLAY "CUSTERAS: UNABLE TO OPEN GREETHISTN, STATUS "
042500             CE-GRHIST-NEW-STATUS
042600         MOVE 12 TO RETURN-CODE
042700         GOBACK
042800     END-IF
042900     OPEN OUTPUT AUDIT-NEW-FILE
043000     IF CE-AUDIT-NEW-STATUS NOT = "00"
043100         DISPLAY "CUSTERAS: UNABLE TO OPEN AUDITLOGN, STATUS "
043200             CE-AUDIT-NEW-STATUS
043300         MOVE 12 TO RETURN-CODE
043400         GOBACK
043500     END-IF
043600     OPEN OUTPUT AUDIT-ARCH-NEW-FILE
043700     IF CE-AUDARCH-NEW-STATUS NOT = "00"
043800         DISPLAY "CUSTERAS: UNABLE TO OPEN AUDARCHN, STATUS "
043900             CE-AUDARCH-NEW-STATUS
044000         MOVE 12 TO RETURN-CODE
044100         GOBACK
044200     END-IF
044300     OPEN OUTPUT GREET-NEW-FILE
044400     IF CE-GREET-NEW-STATUS NOT = "00"
044500         DISPLAY "CUSTERAS: UNABLE TO OPEN GREETOUTN, STATUS "
044600             CE-GREET-NEW-STATUS
044700         MOVE 12 TO RETURN-CODE
044800         GOBACK
044900     END-IF
045000     OPEN OUTPUT REJECT-NEW-FILE
045100     IF CE-REJECT-NEW-STATUS NOT = "00"
045200         DISPLAY "CUSTERAS: UNABLE TO OPEN REJLOGN, STATUS "
045300             CE-REJECT-NEW-STATUS
045400         MOVE 12 TO RETURN-CODE
045500         GOBACK
045600     END-IF
045700     OPEN OUTPUT REJECT-ARCH-NEW-FILE
045800     IF CE-REJARCH-NEW-STATUS NOT = "00"
045900         DISPLAY "CUSTERAS: UNABLE TO OPEN REJARCHN, STATUS "
046000             CE-REJARCH-NEW-STATUS
046100         MOVE 12 TO RETURN-CODE
046200         GOBACK
046300     END-IF
046310     OPEN OUTPUT JOURNAL-NEW-FILE
046320     IF CE-JOURNAL-NEW-STATUS NOT = "00"
046330         DISPLAY "CUSTERAS: UNABLE TO OPEN CRMJRNLN, STATUS "
046340             CE-JOURNAL-NEW-STATUS
046350         MOVE 12 TO RETURN-CODE
046360         GOBACK
046370     END-IF
046373     OPEN OUTPUT CARRY-NEW-FILE
046376     IF CE-CARRY-NEW-STATUS NOT = "00"
046379         DISPLAY "CUSTERAS: UNABLE TO OPEN ERASCRYN, STATUS "
046382             CE-CARRY-NEW-STATUS
046385         MOVE 12 TO RETURN-CODE
046388         GOBACK
046391     END-IF
046400     ACCEPT CE-RUN-DATE FROM DATE YYYYMMDD
046500     MOVE CE-RUN-DATE TO CER-H1-DATE
046600     WRITE CER-PRINT-LINE FROM CER-HEADING-1
046700     WRITE CER-PRINT-LINE FROM CER-RULE-LINE.
046800 1000-EXIT.
046900     EXIT.
047000
047100******************************************************************
047200*    1500-LOAD-ERASE-LIST
047300*    A BLANK LINE OR AN ID ALREADY ON THE LIST IS COUNTED AND
047400*    PASSED OVER; 500 CUSTOMERS IS FAR PAST ANY ONE WEEK'S
047500*    REQUESTS FROM LEGAL, AND ANYTHING BEYOND IT IS COUNTED
047600*    AND LEFT FOR THE NEXT RUN RATHER THAN HALF-ERASED.
047700******************************************************************
047800 1500-LOAD-ERASE-LIST.
047900     PERFORM 1510-LOAD-ONE-REQUEST THRU 1510-EXIT
048000         UNTIL CE-LIST-STATUS NOT = "00"
048100     CLOSE ERASE-LIST-FILE
048200     IF CE-LIST-NOT-TABLED > 0
048300         DISPLAY "CUSTERAS: ERASLIST EXCEEDS 500 CUSTOMERS, "
048400             "EXCESS NOT ERASED"
048500     END-IF.
048600 1500-EXIT.
048700     EXIT.
048800
048900 1510-LOAD-ONE-REQUEST.
049000     READ ERASE-LIST-FILE
049100         AT END
049200             MOVE "10" TO CE-LIST-STATUS
049300             GO TO 1510-EXIT
049400     END-READ
049500     ADD 1 TO CE-LIST-READ
049600     IF ER-CUSTOMER-ID = SPACES
049700         ADD 1 TO CE-LIST-BLANK
049800         GO TO 1510-EXIT
049900     END-IF
050000     MOVE ER-CUSTOMER-ID TO CE-KEY-ID
050100     PERFORM 1600-FIND-CUST-BY-ID THRU 1600-EXIT
050200     IF CE-CUST-FOUND
050300         ADD 1 TO CE-LIST-DUPLICATE
050400         GO TO 1510-EXIT
050500     END-IF
050600     IF CE-CUST-COUNT NOT < 500
050700         ADD 1 TO CE-LIST-NOT-TABLED
050800         GO TO 1510-EXIT
050900     END-IF
051000     ADD 1 TO CE-CUST-COUNT
051100     SET CE-IDX TO CE-CUST-COUNT
051200     INITIALIZE CE-CUST-ENTRY (CE-IDX)
051300     MOVE ER-CUSTOMER-ID TO CE-CUST-ID (CE-IDX)
051400     MOVE ER-REQUEST-REF TO CE-CUST-REF (CE-IDX)
051500     MOVE "N" TO CE-CUST-ON-MASTER (CE-IDX).
051600 1510-EXIT.
051700     EXIT.
051800
051801******************************************************************
051802*    1550-LOAD-ERASE-CARRY
051803*    WHAT EARLIER RUNS AGAINST THIS SAME LIST LEARNED - SEE
051804*    ERCRYREC.  NO ERASCRY IS THE LIST'S FIRST RUN.  A CARRY
051805*    RECORD FOR AN ID NOT ON THE LIST, OR UNDER ANOTHER REQUEST
051806*    REFERENCE, IS FROM AN EARLIER REQUEST AND IS LEFT BEHIND.
051807******************************************************************
051808 1550-LOAD-ERASE-CARRY.
051809     OPEN INPUT CARRY-FILE
051810     IF CE-CARRY-STATUS NOT = "00"
051811         DISPLAY "CUSTERAS: ERASCRY NOT AVAILABLE, STATUS "
051812             CE-CARRY-STATUS ", FIRST RUN OF THIS LIST"
051813         GO TO 1550-EXIT
051814     END-IF
051815     PERFORM 1560-LOAD-ONE-CARRY THRU 1560-EXIT
051816         UNTIL CE-CARRY-STATUS NOT = "00"
051817     CLOSE CARRY-FILE.
051818 1550-EXIT.
051819     EXIT.
051820
051821 1560-LOAD-ONE-CARRY.
051822     READ CARRY-FILE INTO ERASE-CARRY-RECORD
051823         AT END
051824             MOVE "10" TO CE-CARRY-STATUS
051825             GO TO 1560-EXIT
051826     END-READ
051827     ADD 1 TO CE-CARRY-READ
051828     MOVE EC-CUSTOMER-ID TO CE-KEY-ID
051829     PERFORM 1600-FIND-CUST-BY-ID THRU 1600-EXIT
051830     IF CE-CUST-NOT-FOUND
051831         GO TO 1560-EXIT
051832     END-IF
051833     IF EC-REQUEST-REF NOT = CE-CUST-REF (CE-IDX)
051834         GO TO 1560-EXIT
051835     END-IF
051836     ADD 1 TO CE-CARRY-USED
051837     MOVE EC-CUST-NAME TO CE-CUST-NAME (CE-IDX)
051838     IF EC-ON-MASTER = "Y"
051839         MOVE "Y" TO CE-CUST-ON-MASTER (CE-IDX)
051840     END-IF
051841     IF EC-RUNS IS NUMERIC
051842         MOVE EC-RUNS TO CE-CUST-RUNS (CE-IDX)
051843     END-IF
051844     PERFORM 1570-LOAD-ONE-CARRY-FILE THRU 1570-EXIT
051845         VARYING CE-FNO FROM 1 BY 1
051846         UNTIL CE-FNO > 10.
051847 1560-EXIT.
051848     EXIT.
051849
051850 1570-LOAD-ONE-CARRY-FILE.
051851     MOVE EC-FILE-SEEN (CE-FNO) TO CE-CUST-SEEN (CE-IDX, CE-FNO)
051852     IF EC-FILE-CHANGED (CE-FNO) IS NUMERIC
051853         MOVE EC-FILE-CHANGED (CE-FNO)
051854             TO CE-CUST-CHG (CE-IDX, CE-FNO)
051855     END-IF.
051856 1570-EXIT.
051857     EXIT.
051858
051900******************************************************************
052000*    1600-FIND-CUST-BY-ID
052100*    LOOKS CE-KEY-ID UP ON THE ERASURE TABLE, LEAVING CE-IDX
052200*    ON THE ENTRY WHEN CE-CUST-FOUND IS SET.
052300******************************************************************
052400 1600-FIND-CUST-BY-ID.
052500     SET CE-CUST-NOT-FOUND TO TRUE
052600     IF CE-CUST-COUNT = 0 OR CE-KEY-ID = SPACES
052700         GO TO 1600-EXIT
052800     END-IF
052900     SET CE-IDX TO 1
053000     SEARCH CE-CUST-ENTRY
053100         AT END
053200             CONTINUE
053300         WHEN CE-IDX > CE-CUST-COUNT
053400             CONTINUE
053500         WHEN CE-CUST-ID (CE-IDX) = CE-KEY-ID
053600             SET CE-CUST-FOUND TO TRUE
053700     END-SEARCH.
053800 1600-EXIT.
053900     EXIT.
054000
054100******************************************************************
054200*    1700-FIND-CUST-BY-NAME
054280*    FOR BLANK-ID RECORDS: CE-KEY-NAME AGAINST THE NAMES OF
054360*    RECORD THE MASTER PASS CAPTURED OR AN EARLIER RUN CARRIED.
054440*    A CUSTOMER NOT ON THE MASTER HAS NO NAME HERE AND NEVER
054520*    MATCHES.
054600******************************************************************
054700 1700-FIND-CUST-BY-NAME.
054800     SET CE-CUST-NOT-FOUND TO TRUE
054900     IF CE-CUST-COUNT = 0 OR CE-KEY-NAME = SPACES
055000         GO TO 1700-EXIT
055100     END-IF
055200     SET CE-IDX TO 1
055300     SEARCH CE-CUST-ENTRY
055400         AT END
055500             CONTINUE
055600         WHEN CE-IDX > CE-CUST-COUNT
055700             CONTINUE
055800         WHEN CE-CUST-NAME (CE-IDX) NOT = SPACES
055900             AND CE-CUST-NAME (CE-IDX) = CE-KEY-NAME
056000             SET CE-CUST-FOUND TO TRUE
056100     END-SEARCH.
056200 1700-EXIT.
056300     EXIT.
056400
056500******************************************************************
056600*    1800-COUNT-CHANGE
056700*    ONE RECORD CHANGED IN FILE CE-FNO FOR THE CUSTOMER AT
056800*    CE-IDX - ON THE CERTIFICATE AND IN THE FILE CONTROL.
056900******************************************************************
057000 1800-COUNT-CHANGE.
057100     ADD 1 TO CE-CUST-CHG (CE-IDX, CE-FNO)
057200     ADD 1 TO CE-F-CHANGED (CE-FNO).
057300 1800-EXIT.
057400     EXIT.
057500
057600******************************************************************
057700*    2000-ERASE-MASTER
057750*    ONE KEYED READ AND DELETE PER CUSTOMER.  THE NAME OF
057800*    RECORD IS KEPT BEFORE THE DELETE SO THE LOG PASSES CAN
057850*    FIND THE CUSTOMER'S TYPED-NAME GREETINGS TOO, AND GOES ON
057900*    ERASCRYN FOR THE LATER GENERATIONS' RUNS.  A CUSTOMER AN
057950*    EARLIER RUN DELETED IS NOT FOUND AGAIN, AND ITS CARRIED
058000*    NAME AND MASTER FLAG STAND.
058100******************************************************************
058200 2000-ERASE-MASTER.
058300     MOVE 1 TO CE-FNO
058400     IF CE-CUST-COUNT > 0
058500         PERFORM 2100-ERASE-ONE-MASTER THRU 2100-EXIT
058600             VARYING CE-SUB FROM 1 BY 1
058700             UNTIL CE-SUB > CE-CUST-COUNT
058800     END-IF.
058900 2000-EXIT.
059000     EXIT.
059100
059200 2100-ERASE-ONE-MASTER.
059300     SET CE-IDX TO CE-SUB
059400     ADD 1 TO CE-F-IN (CE-FNO)
059500     MOVE CE-CUST-ID (CE-IDX) TO CM-CUSTOMER-ID
059600     READ CUSTOMER-MASTER
059700         INVALID KEY
059800             GO TO 2100-EXIT
059900     END-READ
060000     MOVE "Y" TO CE-CUST-ON-MASTER (CE-IDX)
060100     MOVE CM-CUSTOMER-NAME TO CE-CUST-NAME (CE-IDX)
060200     DELETE CUSTOMER-MASTER
060300         INVALID KEY
060400             DISPLAY "CUSTERAS: CUSTMST DELETE FAILED FOR "
060500                 CE-CUST-ID (CE-IDX) ", STATUS "
060600                 CE-MASTER-STATUS
060700             ADD 1 TO CE-MASTER-ERRORS
060800         NOT INVALID KEY
060900             PERFORM 1800-COUNT-CHANGE THRU 1800-EXIT
061000     END-DELETE.
061100 2100-EXIT.
061200     EXIT.
061300
061400******************************************************************
061500*    2500-ERASE-CONTACTS
061600******************************************************************
061700 2500-ERASE-CONTACTS.
061800     MOVE 2 TO CE-FNO
061900     OPEN INPUT CONTACT-FILE
062000     IF CE-CONTACT-STATUS NOT = "00"
062100         DISPLAY "CUSTERAS: CUSTCNTC NOT AVAILABLE, STATUS "
062200             CE-CONTACT-STATUS ", TREATED AS EMPTY"
062300         GO TO 2500-EXIT
062400     END-IF
062500     MOVE "Y" TO CE-F-PRESENT (CE-FNO)
062600     PERFORM 2510-COPY-ONE-CONTACT THRU 2510-EXIT
062700         UNTIL CE-CONTACT-STATUS NOT = "00"
062800     CLOSE CONTACT-FILE.
062900 2500-EXIT.
063000     EXIT.
063100
063200 2510-COPY-ONE-CONTACT.
063300     READ CONTACT-FILE
063400         AT END
063500             MOVE "10" TO CE-CONTACT-STATUS
063600             GO TO 2510-EXIT
063700     END-READ
063800     ADD 1 TO CE-F-IN (CE-FNO)
063900     MOVE CN-CUSTOMER-ID TO CE-KEY-ID
064000     PERFORM 1600-FIND-CUST-BY-ID THRU 1600-EXIT
064100     IF CE-CUST-FOUND
064200         PERFORM 1800-COUNT-CHANGE THRU 1800-EXIT
064300     ELSE
064400         WRITE CONTACT-NEW-RECORD FROM CONTACT-RECORD
064500         ADD 1 TO CE-F-OUT (CE-FNO)
064600     END-IF.
064700 2510-EXIT.
064800     EXIT.
064900
065000******************************************************************
065100*    3000-DROP-PENDING
065200*    A CARRIED-FORWARD CRMMAINT ITEM FOR AN ERASED CUSTOMER
065300*    WOULD PUT THE CUSTOMER BACK ON THE MASTER THE DAY IT CAME
065400*    DUE, SO IT GOES WITH THE REST.
065500******************************************************************
065600 3000-DROP-PENDING.
065700     MOVE 3 TO CE-FNO
065800     OPEN INPUT PENDING-FILE
065900     IF CE-PEND-STATUS NOT = "00"
066000         DISPLAY "CUSTERAS: CUSTPEND NOT AVAILABLE, STATUS "
066100             CE-PEND-STATUS ", TREATED AS EMPTY"
066200         GO TO 3000-EXIT
066300     END-IF
066400     MOVE "Y" TO CE-F-PRESENT (CE-FNO)
066500     PERFORM 3010-COPY-ONE-PENDING THRU 3010-EXIT
066600         UNTIL CE-PEND-STATUS NOT = "00"
066700     CLOSE PENDING-FILE.
066800 3000-EXIT.
066900     EXIT.
067000
067100 3010-COPY-ONE-PENDING.
067200     READ PENDING-FILE
067300         AT END
067400             MOVE "10" TO CE-PEND-STATUS
067500             GO TO 3010-EXIT
067600     END-READ
067700     ADD 1 TO CE-F-IN (CE-FNO)
067800     MOVE MT-CUSTOMER-ID TO CE-KEY-ID
067900     PERFORM 1600-FIND-CUST-BY-ID THRU 1600-EXIT
068000     IF CE-CUST-FOUND
068100         PERFORM 1800-COUNT-CHANGE THRU 1800-EXIT
068200     ELSE
068300         WRITE PENDING-NEW-RECORD FROM MAINT-TRAN-RECORD
068400         ADD 1 TO CE-F-OUT (CE-FNO)
068500     END-IF.
068600 3010-EXIT.
068700     EXIT.
068800
068900******************************************************************
069000*    3500-DROP-GREET-HIST
069100******************************************************************
069200 3500-DROP-GREET-HIST.
069300     MOVE 4 TO CE-FNO
069400     OPEN INPUT GREET-HIST-FILE
069500     IF CE-GRHIST-STATUS NOT = "00"
069600         DISPLAY "CUSTERAS: GREETHIST NOT AVAILABLE, STATUS "
069700             CE-GRHIST-STATUS ", TREATED AS EMPTY"
069800         GO TO 3500-EXIT
069900     END-IF
070000     MOVE "Y" TO CE-F-PRESENT (CE-FNO)
070100     PERFORM 3510-COPY-ONE-HISTORY THRU 3510-EXIT
070200         UNTIL CE-GRHIST-STATUS NOT = "00"
070300     CLOSE GREET-HIST-FILE.
070400 3500-EXIT.
070500     EXIT.
070600
070700 3510-COPY-ONE-HISTORY.
070800     READ GREET-HIST-FILE
070900         AT END
071000             MOVE "10" TO CE-GRHIST-STATUS
071100             GO TO 3510-EXIT
071200     END-READ
071300     ADD 1 TO CE-F-IN (CE-FNO)
071400     MOVE GH-CUSTOMER-ID TO CE-KEY-ID
071500     PERFORM 1600-FIND-CUST-BY-ID THRU 1600-EXIT
071600     IF CE-CUST-FOUND
071700         PERFORM 1800-COUNT-CHANGE THRU 1800-EXIT
071800     ELSE
071900         WRITE GREET-HIST-NEW-RECORD FROM GREET-HIST-RECORD
072000         ADD 1 TO CE-F-OUT (CE-FNO)
072100     END-IF.
072200 3510-EXIT.
072300     EXIT.
072400
072500******************************************************************
072600*    4000-MASK-AUDIT-LOG
072700******************************************************************
072800 4000-MASK-AUDIT-LOG.
072900     MOVE 5 TO CE-FNO
073000     OPEN INPUT AUDIT-FILE
073100     IF CE-AUDIT-STATUS NOT = "00"
073200         DISPLAY "CUSTERAS: AUDITLOG NOT AVAILABLE, STATUS "
073300             CE-AUDIT-STATUS ", TREATED AS EMPTY"
073400         GO TO 4000-EXIT
073500     END-IF
073600     MOVE "Y" TO CE-F-PRESENT (CE-FNO)
073700     PERFORM 4010-COPY-ONE-AUDIT THRU 4010-EXIT
073800         UNTIL CE-AUDIT-STATUS NOT = "00"
073900     CLOSE AUDIT-FILE.
074000 4000-EXIT.
074100     EXIT.
074200
074300 4010-COPY-ONE-AUDIT.
074400     READ AUDIT-FILE INTO AUDIT-RECORD
074500         AT END
074600             MOVE "10" TO CE-AUDIT-STATUS
074700             GO TO 4010-EXIT
074800     END-READ
074900     ADD 1 TO CE-F-IN (CE-FNO)
075000     PERFORM 4100-MASK-ONE-AUDIT THRU 4100-EXIT
075100     WRITE AUDIT-NEW-RECORD FROM AUDIT-RECORD
075200     ADD 1 TO CE-F-OUT (CE-FNO).
075300 4010-EXIT.
075400     EXIT.
075500
075600******************************************************************
075700*    4100-MASK-ONE-AUDIT
075800*    SHARED BY THE LIVE LOG AND ITS ARCHIVE (CE-FNO TELLS THEM
075900*    APART).  ONLY THE NAME AND RAW INPUT ARE OVERWRITTEN -
076000*    THE CUSTOMER ID AND RUN ID STAY SO THE RECORD STILL PAIRS
076100*    WITH ITS GREETOUT MATE AND COUNTS TO ITS RUN.
076120*    A BLANK-ID RECORD MASKED ON ITS TYPED NAME IS KEPT BY RUN
076140*    ID AND RECORD NUMBER (4300) FOR THE GREETOUT PASS, AND A
076160*    BATCH RECORD WITH NO RECORD NUMBER MARKS ITS RUN AS ONE
076180*    WHOSE GREETINGS CAN ONLY BE FOUND BY TEXT (4200).
076200******************************************************************
076300 4100-MASK-ONE-AUDIT.
076400     IF AU-CUSTOMER-ID NOT = SPACES
076500         MOVE AU-CUSTOMER-ID TO CE-KEY-ID
076600         PERFORM 1600-FIND-CUST-BY-ID THRU 1600-EXIT
076650     ELSE
076700         IF AU-SOURCE = "BATCH"
076750             AND AU-RECORD-NO IS NOT NUMERIC
076800             PERFORM 4200-NOTE-UNNUMBERED-RUN THRU 4200-EXIT
076850         END-IF
076900         MOVE AU-NAME TO CE-KEY-NAME
076950         PERFORM 1700-FIND-CUST-BY-NAME THRU 1700-EXIT
077000     END-IF
077100     IF CE-CUST-NOT-FOUND
077200         GO TO 4100-EXIT
077300     END-IF
077400     IF AU-NAME = CE-MASK-VALUE
077500         AND AU-RAW-INPUT = CE-MASK-VALUE
077600         GO TO 4100-EXIT
077700     END-IF
077800     MOVE CE-MASK-VALUE TO AU-NAME
077900     MOVE CE-MASK-VALUE TO AU-RAW-INPUT
077908     PERFORM 1800-COUNT-CHANGE THRU 1800-EXIT
077916     IF AU-CUSTOMER-ID = SPACES
077924         AND AU-SOURCE = "BATCH"
077932         AND AU-RECORD-NO IS NUMERIC
077940         PERFORM 4300-KEEP-AUDIT-PAIR THRU 4300-EXIT
077948     END-IF.
077956 4100-EXIT.
077964     EXIT.
077972
077980 4200-NOTE-UNNUMBERED-RUN.
077988     MOVE AU-RUN-ID TO CE-KEY-RUN-ID
077996     PERFORM 5200-FIND-UNNUMBERED-RUN THRU 5200-EXIT
078004     IF CE-OLD-RUN
078012         GO TO 4200-EXIT
078020     END-IF
078028     IF CE-OLD-RUN-COUNT NOT < 500
078036         IF CE-OLD-RUN-OVERFLOW = 0
078044             DISPLAY "CUSTERAS: OVER 500 UNNUMBERED AUDIT RUNS, "
078052                 "GREETOUT SEARCHED BY TEXT"
078060         END-IF
078068         ADD 1 TO CE-OLD-RUN-OVERFLOW
078076         GO TO 4200-EXIT
078084     END-IF
078092     ADD 1 TO CE-OLD-RUN-COUNT
078100     MOVE AU-RUN-ID TO CE-OLD-RUN-ID (CE-OLD-RUN-COUNT).
078108 4200-EXIT.
078116     EXIT.
078124
078132 4300-KEEP-AUDIT-PAIR.
078140     IF CE-PAIR-COUNT NOT < 2000
078148         IF CE-PAIR-OVERFLOW = 0
078156             DISPLAY "CUSTERAS: OVER 2000 TYPED-NAME PAIRS, "
078164                 "GREETOUT SEARCHED BY TEXT"
078172         END-IF
078180         ADD 1 TO CE-PAIR-OVERFLOW
078188         GO TO 4300-EXIT
078196     END-IF
078204     ADD 1 TO CE-PAIR-COUNT
078212     SET CE-PAIR-IDX TO CE-PAIR-COUNT
078220     MOVE AU-RUN-ID TO CE-PAIR-RUN-ID (CE-PAIR-IDX)
078228     MOVE AU-RECORD-NO TO CE-PAIR-RECORD-NO (CE-PAIR-IDX)
078236     SET CE-PAIR-CUST (CE-PAIR-IDX) TO CE-IDX.
078244 4300-EXIT.
078252     EXIT.
078300
078400******************************************************************
078500*    4500-MASK-AUDIT-ARCHIVE
078600******************************************************************
078700 4500-MASK-AUDIT-ARCHIVE.
078800     MOVE 8 TO CE-FNO
078900     OPEN INPUT AUDIT-ARCH-FILE
079000     IF CE-AUDARCH-STATUS NOT = "00"
079100         DISPLAY "CUSTERAS: AUDARCH NOT SUPPLIED, STATUS "
079200             CE-AUDARCH-STATUS
079300         GO TO 4500-EXIT
079400     END-IF
079500     MOVE "Y" TO CE-F-PRESENT (CE-FNO)
079600     PERFORM 4510-COPY-ONE-AUDIT-ARCH THRU 4510-EXIT
079700         UNTIL CE-AUDARCH-STATUS NOT = "00"
079800     CLOSE AUDIT-ARCH-FILE.
079900 4500-EXIT.
080000     EXIT.
080100
080200 4510-COPY-ONE-AUDIT-ARCH.
080300     READ AUDIT-ARCH-FILE INTO AUDIT-RECORD
080400         AT END
080500             MOVE "10" TO CE-AUDARCH-STATUS
080600             GO TO 4510-EXIT
080700     END-READ
080800     ADD 1 TO CE-F-IN (CE-FNO)
080900     PERFORM 4100-MASK-ONE-AUDIT THRU 4100-EXIT
081000     WRITE AUDIT-ARCH-NEW-RECORD FROM AUDIT-RECORD
081100     ADD 1 TO CE-F-OUT (CE-FNO).
081200 4510-EXIT.
081300     EXIT.
081400
081500******************************************************************
081600*    5000-MASK-GREETOUT
081660*    THE GREETING TEXT IS TEMPLATE PLUS NAME, SO THE WHOLE
081720*    TEXT IS MASKED.  A TYPED-NAME GREETING HAS NO ID; IT IS
081780*    MASKED WHEN ITS AUDIT MATE - SAME RUN ID AND RECORD
081840*    NUMBER, KEPT BY THE AUDIT PASSES AHEAD OF THIS ONE - WAS
081900*    MASKED FOR AN ERASED CUSTOMER.
082000******************************************************************
082100 5000-MASK-GREETOUT.
082200     MOVE 6 TO CE-FNO
082300     OPEN INPUT GREET-FILE
082400     IF CE-GREET-STATUS NOT = "00"
082500         DISPLAY "CUSTERAS: GREETOUT NOT AVAILABLE, STATUS "
082600             CE-GREET-STATUS ", TREATED AS EMPTY"
082700         GO TO 5000-EXIT
082800     END-IF
082900     MOVE "Y" TO CE-F-PRESENT (CE-FNO)
083000     PERFORM 5010-COPY-ONE-GREETING THRU 5010-EXIT
083100         UNTIL CE-GREET-STATUS NOT = "00"
083200     CLOSE GREET-FILE.
083300 5000-EXIT.
083400     EXIT.
083500
083600 5010-COPY-ONE-GREETING.
083700     READ GREET-FILE
083800         AT END
083900             MOVE "10" TO CE-GREET-STATUS
084000             GO TO 5010-EXIT
084100     END-READ
084200     ADD 1 TO CE-F-IN (CE-FNO)
084300     IF GO-CUSTOMER-ID NOT = SPACES
084400         MOVE GO-CUSTOMER-ID TO CE-KEY-ID
084500         PERFORM 1600-FIND-CUST-BY-ID THRU 1600-EXIT
084600     ELSE
084700         PERFORM 5050-FIND-AUDIT-MATE THRU 5050-EXIT
084800     END-IF
084900     IF CE-CUST-FOUND
085000         AND GO-GREETING-TEXT NOT = CE-MASK-VALUE
085100         MOVE CE-MASK-VALUE TO GO-GREETING-TEXT
085200         PERFORM 1800-COUNT-CHANGE THRU 1800-EXIT
085300     END-IF
085400     WRITE GREET-NEW-RECORD FROM GREETOUT-RECORD
085500     ADD 1 TO CE-F-OUT (CE-FNO).
085600 5010-EXIT.
085700     EXIT.
085800
085802******************************************************************
085804*    5050-FIND-AUDIT-MATE
085806*    THE PAIR KEPT FOR THIS GREETING'S RUN ID AND RECORD NUMBER
085808*    NAMES THE CUSTOMER.  WITH NO PAIR THE GREETING STANDS,
085810*    UNLESS ITS RUN'S AUDIT RECORDS PREDATE THE RECORD NUMBER
085812*    OR A TABLE RAN OUT OF ROOM - THEN ONLY ITS TEXT IS LEFT TO
085814*    GO ON (5100).
085816******************************************************************
085818 5050-FIND-AUDIT-MATE.
085820     SET CE-CUST-NOT-FOUND TO TRUE
085822     IF CE-PAIR-COUNT > 0
085824         SET CE-PAIR-IDX TO 1
085826         SEARCH CE-PAIR-ENTRY
085828             AT END
085830                 CONTINUE
085832             WHEN CE-PAIR-IDX > CE-PAIR-COUNT
085834                 CONTINUE
085836             WHEN CE-PAIR-RUN-ID (CE-PAIR-IDX) = GO-RUN-ID
085838                 AND CE-PAIR-RECORD-NO (CE-PAIR-IDX)
085839                     = GO-RECORD-NO
085840                 SET CE-IDX TO CE-PAIR-CUST (CE-PAIR-IDX)
085842                 SET CE-CUST-FOUND TO TRUE
085844         END-SEARCH
085846     END-IF
085848     IF CE-CUST-FOUND
085850         GO TO 5050-EXIT
085852     END-IF
085854     MOVE GO-RUN-ID TO CE-KEY-RUN-ID
085856     PERFORM 5200-FIND-UNNUMBERED-RUN THRU 5200-EXIT
085858     IF CE-PAIR-OVERFLOW > 0 OR CE-OLD-RUN-OVERFLOW > 0
085860         SET CE-OLD-RUN TO TRUE
085862     END-IF
085864     IF CE-OLD-RUN
085866         PERFORM 5100-FIND-NAME-IN-TEXT THRU 5100-EXIT
085868     END-IF.
085870 5050-EXIT.
085872     EXIT.
085874
085876******************************************************************
085878*    5100-FIND-NAME-IN-TEXT
085880*    THE NAME OF RECORD HAS TO STAND ALONE IN THE TEXT - AT THE
085882*    START OF THE FIELD OR AFTER A SPACE OR COMMA (SO AFTER THE
085884*    GREETING'S OPENING WORDS), AND FOLLOWED BY "!", "," OR
085886*    NOTHING BUT SPACES - SO ERASING ANN LEE LEAVES JOANN
085888*    LEESON'S GREETING ALONE.
085890******************************************************************
085900 5100-FIND-NAME-IN-TEXT.
086000     SET CE-CUST-NOT-FOUND TO TRUE
086100     IF CE-CUST-COUNT > 0
086200         PERFORM 5110-CHECK-ONE-NAME THRU 5110-EXIT
086300             VARYING CE-SUB FROM 1 BY 1
086400             UNTIL CE-SUB > CE-CUST-COUNT
086500             OR CE-CUST-FOUND
086600     END-IF.
086700 5100-EXIT.
086800     EXIT.
086900
087000 5110-CHECK-ONE-NAME.
087100     SET CE-IDX TO CE-SUB
087200     IF CE-CUST-NAME (CE-IDX) = SPACES
087300         GO TO 5110-EXIT
087400     END-IF
087420     MOVE ZERO TO CE-TALLY
087440     INSPECT CE-CUST-NAME (CE-IDX) TALLYING CE-TALLY
087460         FOR TRAILING SPACE
087480     SUBTRACT CE-TALLY FROM 60 GIVING CE-NAME-LEN
087500     PERFORM 5120-CHECK-ONE-POSITION THRU 5120-EXIT
087520         VARYING CE-POS FROM 1 BY 1
087540         UNTIL CE-POS > 102 - CE-NAME-LEN
087560         OR CE-CUST-FOUND.
087580 5110-EXIT.
087600     EXIT.
087620
087640 5120-CHECK-ONE-POSITION.
087660     IF GO-GREETING-TEXT (CE-POS:CE-NAME-LEN)
087680         NOT = CE-CUST-NAME (CE-IDX) (1:CE-NAME-LEN)
087700         GO TO 5120-EXIT
087720     END-IF
087740     IF CE-POS > 1
087760         IF GO-GREETING-TEXT (CE-POS - 1:1) NOT = SPACE
087780             AND GO-GREETING-TEXT (CE-POS - 1:1) NOT = ","
087800             GO TO 5120-EXIT
087820         END-IF
087840     END-IF
087860     ADD CE-POS CE-NAME-LEN GIVING CE-END-POS
087880     IF CE-END-POS < 102
087900         IF GO-GREETING-TEXT (CE-END-POS:1) NOT = "!"
087920             AND GO-GREETING-TEXT (CE-END-POS:1) NOT = ","
087940             AND GO-GREETING-TEXT (CE-END-POS:) NOT = SPACES
087960             GO TO 5120-EXIT
087980         END-IF
088000     END-IF
088020     SET CE-CUST-FOUND TO TRUE.
088040 5120-EXIT.
088060     EXIT.
088080
088100 5200-FIND-UNNUMBERED-RUN.
088120     MOVE "N" TO CE-OLD-RUN-FLAG
088140     IF CE-OLD-RUN-COUNT = 0
088160         GO TO 5200-EXIT
088180     END-IF
088200     SET CE-OLD-IDX TO 1
088220     SEARCH CE-OLD-RUN-ID
088240         AT END
088260             CONTINUE
088280         WHEN CE-OLD-IDX > CE-OLD-RUN-COUNT
088300             CONTINUE
088320         WHEN CE-OLD-RUN-ID (CE-OLD-IDX) = CE-KEY-RUN-ID
088340             SET CE-OLD-RUN TO TRUE
088360     END-SEARCH.
088380 5200-EXIT.
088600     EXIT.
088700
088800******************************************************************
088900*    6000-MASK-REJECT-LOG
089000******************************************************************
089100 6000-MASK-REJECT-LOG.
089200     MOVE 7 TO CE-FNO
089300     OPEN INPUT REJECT-FILE
089400     IF CE-REJECT-STATUS NOT = "00"
089500         DISPLAY "CUSTERAS: REJLOG NOT AVAILABLE, STATUS "
089600             CE-REJECT-STATUS ", TREATED AS EMPTY"
089700         GO TO 6000-EXIT
089800     END-IF
089900     MOVE "Y" TO CE-F-PRESENT (CE-FNO)
090000     PERFORM 6010-COPY-ONE-REJECT THRU 6010-EXIT
090100         UNTIL CE-REJECT-STATUS NOT = "00"
090200     CLOSE REJECT-FILE.
090300 6000-EXIT.
090400     EXIT.
090500
090600 6010-COPY-ONE-REJECT.
090700     READ REJECT-FILE INTO REJECT-RECORD
090800         AT END
090900             MOVE "10" TO CE-REJECT-STATUS
091000             GO TO 6010-EXIT
091100     END-READ
091200     ADD 1 TO CE-F-IN (CE-FNO)
091300     PERFORM 6100-MASK-ONE-REJECT THRU 6100-EXIT
091400     WRITE REJECT-NEW-RECORD FROM REJECT-RECORD
091500     ADD 1 TO CE-F-OUT (CE-FNO).
091600 6010-EXIT.
091700     EXIT.
091800
091900******************************************************************
092000*    6100-MASK-ONE-REJECT
092100*    A REJECT CARRIES ONLY THE RAW ROSTER LINE, SO IT IS SPLIT
092200*    THE WAY FN_COB SPLITS IT - NAME, LANGUAGE, CUSTOMER ID -
092300*    AND THE ID (OR, FAILING ONE, THE TYPED NAME) LOOKED UP.
092400*    THE RECORD NUMBER AND REASON CODE STAY, SO RECONCL'S
092500*    CROSS-CHECK AND THE RECYCLE PASS SEE THE SAME REJECTS.
092600******************************************************************
092700 6100-MASK-ONE-REJECT.
092800     IF RJ-RAW-INPUT = CE-MASK-VALUE
092900         GO TO 6100-EXIT
093000     END-IF
093100     MOVE SPACES TO CE-RAW-NAME
093200     MOVE SPACES TO CE-RAW-LANG
093300     MOVE SPACES TO CE-RAW-CUST
093400     UNSTRING RJ-RAW-INPUT DELIMITED BY ","
093500         INTO CE-RAW-NAME, CE-RAW-LANG, CE-RAW-CUST
093600     END-UNSTRING
093700     MOVE ZERO TO CE-LEADING
093800     INSPECT CE-RAW-CUST TALLYING CE-LEADING
093900         FOR LEADING SPACE
094000     MOVE SPACES TO CE-RAW-CUST-TRIM
094100     IF CE-LEADING < 20
094200         MOVE CE-RAW-CUST (CE-LEADING + 1:) TO CE-RAW-CUST-TRIM
094300     END-IF
094400     IF CE-RAW-CUST-TRIM NOT = SPACES
094500         SET CE-CUST-NOT-FOUND TO TRUE
094600         IF CE-RAW-CUST-TRIM (11:10) = SPACES
094700             MOVE CE-RAW-CUST-TRIM (1:10) TO CE-KEY-ID
094800             PERFORM 1600-FIND-CUST-BY-ID THRU 1600-EXIT
094900         END-IF
095000     ELSE
095100         MOVE CE-RAW-NAME TO CE-KEY-NAME
095200         PERFORM 1700-FIND-CUST-BY-NAME THRU 1700-EXIT
095300     END-IF
095400     IF CE-CUST-FOUND
095500         MOVE CE-MASK-VALUE TO RJ-RAW-INPUT
095600         PERFORM 1800-COUNT-CHANGE THRU 1800-EXIT
095700     END-IF.
095800 6100-EXIT.
095900     EXIT.
096000
096100******************************************************************
096200*    6500-MASK-REJECT-ARCHIVE
096300******************************************************************
096400 6500-MASK-REJECT-ARCHIVE.
096500     MOVE 9 TO CE-FNO
096600     OPEN INPUT REJECT-ARCH-FILE
096700     IF CE-REJARCH-STATUS NOT = "00"
096800         DISPLAY "CUSTERAS: REJARCH NOT SUPPLIED, STATUS "
096900             CE-REJARCH-STATUS
097000         GO TO 6500-EXIT
097100     END-IF
097200     MOVE "Y" TO CE-F-PRESENT (CE-FNO)
097300     PERFORM 6510-COPY-ONE-REJECT-ARCH THRU 6510-EXIT
097400         UNTIL CE-REJARCH-STATUS NOT = "00"
097500     CLOSE REJECT-ARCH-FILE.
097600 6500-EXIT.
097700     EXIT.
097800
097900 6510-COPY-ONE-REJECT-ARCH.
098000     READ REJECT-ARCH-FILE INTO REJECT-RECORD
098100         AT END
098200             MOVE "10" TO CE-REJARCH-STATUS
098300             GO TO 6510-EXIT
098400     END-READ
098500     ADD 1 TO CE-F-IN (CE-FNO)
098600     PERFORM 6100-MASK-ONE-REJECT THRU 6100-EXIT
098700     WRITE REJECT-ARCH-NEW-RECORD FROM REJECT-RECORD
098800     ADD 1 TO CE-F-OUT (CE-FNO).
098900 6510-EXIT.
099000     EXIT.
099001
099002******************************************************************
099003*    6800-MASK-CRM-JOURNAL
099004*    CRMINQ'S MAINTENANCE JOURNAL CARRIES THE OLD AND NEW VALUE
099005*    OF EVERY FIELD AN OPERATOR CHANGED - NAME, NAME PARTS AND
099006*    ADDRESS LINES AMONG THEM - SO AN ERASED CUSTOMER'S DETAIL
099007*    LINES HAVE BOTH OVERWRITTEN.  THE ACTION, CUSTOMER ID,
099008*    FIELD, STATUS AND OPERATOR STAY AS THE RECORD OF WHO
099009*    CHANGED WHAT AND WHEN.  HEADING AND RULE LINES ARE COPIED
099010*    ACROSS AS THEY STAND.
099011******************************************************************
099012 6800-MASK-CRM-JOURNAL.
099013     MOVE 10 TO CE-FNO
099014     OPEN INPUT JOURNAL-FILE
099015     IF CE-JOURNAL-STATUS NOT = "00"
099016         DISPLAY "CUSTERAS: CRMJRNL NOT AVAILABLE, STATUS "
099017             CE-JOURNAL-STATUS ", TREATED AS EMPTY"
099018         GO TO 6800-EXIT
099019     END-IF
099020     MOVE "Y" TO CE-F-PRESENT (CE-FNO)
099021     PERFORM 6810-COPY-ONE-JOURNAL-LINE THRU 6810-EXIT
099022         UNTIL CE-JOURNAL-STATUS NOT = "00"
099023     CLOSE JOURNAL-FILE.
099024 6800-EXIT.
099025     EXIT.
099026
099027 6810-COPY-ONE-JOURNAL-LINE.
099028     READ JOURNAL-FILE INTO JRN-DETAIL-LINE
099029         AT END
099030             MOVE "10" TO CE-JOURNAL-STATUS
099031             GO TO 6810-EXIT
099032     END-READ
099033     ADD 1 TO CE-F-IN (CE-FNO)
099034     IF JD-DETAIL-ACTION
099035         PERFORM 6900-MASK-ONE-JOURNAL-LINE THRU 6900-EXIT
099036     END-IF
099037     WRITE JOURNAL-NEW-RECORD FROM JRN-DETAIL-LINE
099038     ADD 1 TO CE-F-OUT (CE-FNO).
099039 6810-EXIT.
099040     EXIT.
099041
099042 6900-MASK-ONE-JOURNAL-LINE.
099043     MOVE JD-CUSTOMER-ID TO CE-KEY-ID
099044     PERFORM 1600-FIND-CUST-BY-ID THRU 1600-EXIT
099045     IF CE-CUST-NOT-FOUND
099046         GO TO 6900-EXIT
099047     END-IF
099048     IF JD-BEFORE = CE-MASK-VALUE
099049         AND JD-AFTER = CE-MASK-VALUE
099050         GO TO 6900-EXIT
099051     END-IF
099052     MOVE CE-MASK-VALUE TO JD-BEFORE
099053     MOVE CE-MASK-VALUE TO JD-AFTER
099054     PERFORM 1800-COUNT-CHANGE THRU 1800-EXIT.
099055 6900-EXIT.
099056     EXIT.
099100
099200******************************************************************
099300*    7000-SET-RETURN-CODE
099400*    8 A FILE OUT OF BALANCE OR A MASTER DELETE FAILED, 4
099500*    ERASURE LIST EXCEPTIONS, 0 CLEAN.  THE 12S ARE SET AT
099600*    THE FAILED OPEN ITSELF.
099700******************************************************************
099800 7000-SET-RETURN-CODE.
099900     EVALUATE TRUE
100000         WHEN CE-FILES-UNBALANCED > 0
100100             OR CE-MASTER-ERRORS > 0
100200             MOVE 8 TO RETURN-CODE
100300         WHEN CE-LIST-BLANK > 0
100400             OR CE-LIST-DUPLICATE > 0
100500             OR CE-LIST-NOT-TABLED > 0
100600             OR CE-CUSTS-NOT-FOUND > 0
100700             MOVE 4 TO RETURN-CODE
100800         WHEN OTHER
100900             MOVE ZERO TO RETURN-CODE
101000     END-EVALUATE.
101100 7000-EXIT.
101200     EXIT.
101300
101400******************************************************************
101500*    8000-PRINT-CERTIFICATES
101600******************************************************************
101700 8000-PRINT-CERTIFICATES.
101800     IF CE-CUST-COUNT > 0
101900         PERFORM 8100-PRINT-ONE-CERTIFICATE THRU 8100-EXIT
102000             VARYING CE-SUB FROM 1 BY 1
102100             UNTIL CE-SUB > CE-CUST-COUNT
102200     END-IF.
102300 8000-EXIT.
102400     EXIT.
102500
102600******************************************************************
102700*    8100-PRINT-ONE-CERTIFICATE
102760*    EVERY FILE IS LISTED, ZERO COUNTS INCLUDED - THE ANSWER
102820*    TO LEGAL HAS TO SHOW EACH FILE WAS LOOKED AT, NOT JUST
102880*    THE ONES THAT HELD SOMETHING.  THE COUNTS INCLUDE THE
102940*    EARLIER RUNS AGAINST THE SAME LIST CARRIED ON ERASCRY, SO
103000*    THE LAST GENERATION'S CERTIFICATE IS THE WHOLE ANSWER.
103100******************************************************************
103200 8100-PRINT-ONE-CERTIFICATE.
103300     SET CE-IDX TO CE-SUB
103400     MOVE SPACES TO CER-PRINT-LINE
103500     WRITE CER-PRINT-LINE
103600     MOVE CE-CUST-ID (CE-IDX) TO CC-CUSTOMER-ID
103700     MOVE CE-CUST-REF (CE-IDX) TO CC-REQUEST-REF
103800     WRITE CER-PRINT-LINE FROM CER-CERT-HEADING
103900     IF CE-CUST-ON-MASTER (CE-IDX) NOT = "Y"
104000         MOVE "NOT ON CUSTMST - ERASED BY CUSTOMER ID ONLY"
104100             TO CC-NOTE
104200         WRITE CER-PRINT-LINE FROM CER-CERT-NOTE
104300     END-IF
104320     IF CE-CUST-RUNS (CE-IDX) > 0
104340         MOVE CE-CUST-RUNS (CE-IDX) TO CC-EARLIER-RUNS
104360         WRITE CER-PRINT-LINE FROM CER-CARRY-NOTE
104380     END-IF
104400     WRITE CER-PRINT-LINE FROM CER-CERT-COLUMNS
104500     MOVE ZERO TO CE-CERT-TOTAL
104600     PERFORM 8110-PRINT-ONE-FILE THRU 8110-EXIT
104700         VARYING CE-FNO FROM 1 BY 1
104800         UNTIL CE-FNO > 10
104900     MOVE "TOTAL RECORDS CHANGED" TO CT-CAPTION
105000     MOVE CE-CERT-TOTAL TO CT-COUNT
105100     WRITE CER-PRINT-LINE FROM CER-TOTAL-LINE
105200     IF CE-CERT-TOTAL = 0
105300         ADD 1 TO CE-CUSTS-NOT-FOUND
105400         MOVE "NO RECORDS HELD FOR THIS CUSTOMER IN ANY FILE"
105500             TO CC-NOTE
105600         WRITE CER-PRINT-LINE FROM CER-CERT-NOTE
105700     END-IF
105800     WRITE CER-PRINT-LINE FROM CER-RULE-LINE.
105900 8100-EXIT.
106000     EXIT.
106100
106200 8110-PRINT-ONE-FILE.
106300     MOVE CE-FN-NAME (CE-FNO) TO CC-FILE-NAME
106400     MOVE CE-FN-ACTION (CE-FNO) TO CC-ACTION
106500     MOVE CE-CUST-CHG (CE-IDX, CE-FNO) TO CC-CHANGED
106600     ADD CE-CUST-CHG (CE-IDX, CE-FNO) TO CE-CERT-TOTAL
106660     EVALUATE TRUE
106720         WHEN CE-F-PRESENT (CE-FNO) = "Y"
106780             MOVE SPACES TO CC-FILE-NOTE
106840         WHEN CE-CUST-SEEN (CE-IDX, CE-FNO) = "Y"
106900             MOVE "SUPPLIED EARLIER RUN" TO CC-FILE-NOTE
106960         WHEN OTHER
107020             MOVE "FILE NOT SUPPLIED" TO CC-FILE-NOTE
107080     END-EVALUATE
107200     WRITE CER-PRINT-LINE FROM CER-CERT-LINE.
107300 8110-EXIT.
107400     EXIT.
107500
107600******************************************************************
107700*    8500-PRINT-FILE-CONTROL
107800*    A MASKED FILE MUST COME OUT WITH EXACTLY AS MANY RECORDS
107900*    AS WENT IN - THAT IS WHAT KEEPS RECONCL AND THE RUNLOG
108000*    COUNTS WHOLE - AND A THINNED FILE WITH IN LESS CHANGED.
108100*    THE MASTER IS UPDATED BY KEY, SO ITS LINE SHOWS THE
108200*    CUSTOMERS LOOKED UP AND DELETED, WITH NO OUT COUNT.
108300******************************************************************
108400 8500-PRINT-FILE-CONTROL.
108500     MOVE SPACES TO CER-PRINT-LINE
108600     WRITE CER-PRINT-LINE
108700     WRITE CER-PRINT-LINE FROM CER-CONTROL-HEADING
108800     WRITE CER-PRINT-LINE FROM CER-CONTROL-COLUMNS
108900     WRITE CER-PRINT-LINE FROM CER-RULE-LINE
109000     PERFORM 8510-PRINT-ONE-CONTROL THRU 8510-EXIT
109100         VARYING CE-FNO FROM 1 BY 1
109200         UNTIL CE-FNO > 10
109300     WRITE CER-PRINT-LINE FROM CER-RULE-LINE
109400     MOVE "ERASURE LIST LINES READ" TO CT-CAPTION
109500     MOVE CE-LIST-READ TO CT-COUNT
109600     WRITE CER-PRINT-LINE FROM CER-TOTAL-LINE
109700     MOVE "CUSTOMERS PROCESSED" TO CT-CAPTION
109800     MOVE CE-CUST-COUNT TO CT-COUNT
109900     WRITE CER-PRINT-LINE FROM CER-TOTAL-LINE
109920     MOVE "CARRIED FROM EARLIER RUNS" TO CT-CAPTION
109940     MOVE CE-CARRY-USED TO CT-COUNT
109960     WRITE CER-PRINT-LINE FROM CER-TOTAL-LINE
110000     MOVE "CUSTOMERS FOUND NOWHERE" TO CT-CAPTION
110100     MOVE CE-CUSTS-NOT-FOUND TO CT-COUNT
110200     WRITE CER-PRINT-LINE FROM CER-TOTAL-LINE
110300     MOVE "BLANK LIST LINES" TO CT-CAPTION
110400     MOVE CE-LIST-BLANK TO CT-COUNT
110500     WRITE CER-PRINT-LINE FROM CER-TOTAL-LINE
110600     MOVE "DUPLICATE LIST LINES" TO CT-CAPTION
110700     MOVE CE-LIST-DUPLICATE TO CT-COUNT
110800     WRITE CER-PRINT-LINE FROM CER-TOTAL-LINE
110900     MOVE "OVER CAPACITY, NOT ERASED" TO CT-CAPTION
111000     MOVE CE-LIST-NOT-TABLED TO CT-COUNT
111100     WRITE CER-PRINT-LINE FROM CER-TOTAL-LINE
111200     MOVE "MASTER DELETE FAILURES" TO CT-CAPTION
111300     MOVE CE-MASTER-ERRORS TO CT-COUNT
111400     WRITE CER-PRINT-LINE FROM CER-TOTAL-LINE
111500     MOVE "FILES OUT OF BALANCE" TO CT-CAPTION
111600     MOVE CE-FILES-UNBALANCED TO CT-COUNT
111700     WRITE CER-PRINT-LINE FROM CER-TOTAL-LINE.
111800 8500-EXIT.
111900     EXIT.
112000
112100 8510-PRINT-ONE-CONTROL.
112200     MOVE SPACES TO CER-CONTROL-LINE
112300     MOVE CE-FN-NAME (CE-FNO) TO CL-FILE-NAME
112400     MOVE CE-F-IN (CE-FNO) TO CL-IN
112500     MOVE CE-F-CHANGED (CE-FNO) TO CL-CHANGED
112600     EVALUATE TRUE
112700         WHEN CE-FN-KEYED (CE-FNO)
112800             MOVE "UPDATED BY KEY" TO CL-CHECK
112900         WHEN CE-F-PRESENT (CE-FNO) NOT = "Y"
113000             MOVE ZERO TO CL-OUT
113100             MOVE "NOT SUPPLIED" TO CL-CHECK
113200         WHEN CE-FN-MASKS (CE-FNO)
113300             AND CE-F-OUT (CE-FNO) = CE-F-IN (CE-FNO)
113400             MOVE CE-F-OUT (CE-FNO) TO CL-OUT
113500             MOVE "BALANCED" TO CL-CHECK
113600         WHEN CE-FN-DROPS (CE-FNO)
113700             AND CE-F-OUT (CE-FNO) + CE-F-CHANGED (CE-FNO)
113800                 = CE-F-IN (CE-FNO)
113900             MOVE CE-F-OUT (CE-FNO) TO CL-OUT
114000             MOVE "BALANCED" TO CL-CHECK
114100         WHEN OTHER
114200             MOVE CE-F-OUT (CE-FNO) TO CL-OUT
114300             MOVE "*** OUT OF BALANCE ***" TO CL-CHECK
114400             ADD 1 TO CE-FILES-UNBALANCED
114500     END-EVALUATE
114600     WRITE CER-PRINT-LINE FROM CER-CONTROL-LINE.
114700 8510-EXIT.
114800     EXIT.
114900
114902******************************************************************
114904*    8800-WRITE-ERASE-CARRY
114906*    ONE RECORD PER CUSTOMER ON THIS LIST FOR THE NEXT
114908*    GENERATION'S RUN: THE COUNTS SO FAR, CARRIED PLUS THIS
114910*    RUN'S, AND EACH FILE MARKED SEEN ONCE ANY RUN WAS GIVEN IT.
114912******************************************************************
114914 8800-WRITE-ERASE-CARRY.
114916     IF CE-CUST-COUNT > 0
114918         PERFORM 8810-WRITE-ONE-CARRY THRU 8810-EXIT
114920             VARYING CE-SUB FROM 1 BY 1
114922             UNTIL CE-SUB > CE-CUST-COUNT
114924     END-IF.
114926 8800-EXIT.
114928     EXIT.
114930
114932 8810-WRITE-ONE-CARRY.
114934     SET CE-IDX TO CE-SUB
114936     MOVE SPACES TO ERASE-CARRY-RECORD
114938     MOVE CE-CUST-ID (CE-IDX) TO EC-CUSTOMER-ID
114940     MOVE CE-CUST-REF (CE-IDX) TO EC-REQUEST-REF
114942     MOVE CE-CUST-ON-MASTER (CE-IDX) TO EC-ON-MASTER
114944     ADD 1 CE-CUST-RUNS (CE-IDX) GIVING EC-RUNS
114946     MOVE CE-CUST-NAME (CE-IDX) TO EC-CUST-NAME
114948     PERFORM 8820-CARRY-ONE-FILE THRU 8820-EXIT
114950         VARYING CE-FNO FROM 1 BY 1
114952         UNTIL CE-FNO > 10
114954     WRITE CARRY-NEW-RECORD FROM ERASE-CARRY-RECORD
114956     ADD 1 TO CE-CARRY-WRITTEN.
114958 8810-EXIT.
114960     EXIT.
114962
114964 8820-CARRY-ONE-FILE.
114966     MOVE CE-CUST-CHG (CE-IDX, CE-FNO) TO EC-FILE-CHANGED (CE-FNO)
114968     IF CE-F-PRESENT (CE-FNO) = "Y"
114970         MOVE "Y" TO EC-FILE-SEEN (CE-FNO)
114972     ELSE
114974         MOVE CE-CUST-SEEN (CE-IDX, CE-FNO)
114976             TO EC-FILE-SEEN (CE-FNO)
114978     END-IF.
114980 8820-EXIT.
114982     EXIT.
114984
115000******************************************************************
115100*    9999-TERMINATE
115200******************************************************************
115300 9999-TERMINATE.
115400     CLOSE CUSTOMER-MASTER
115500     CLOSE CONTACT-NEW-FILE
115600     CLOSE PENDING-NEW-FILE
115700     CLOSE GREET-HIST-NEW-FILE
115800     CLOSE AUDIT-NEW-FILE
115900     CLOSE AUDIT-ARCH-NEW-FILE
116000     CLOSE GREET-NEW-FILE
116100     CLOSE REJECT-NEW-FILE
116200     CLOSE REJECT-ARCH-NEW-FILE
116250     CLOSE JOURNAL-NEW-FILE
116270     CLOSE CARRY-NEW-FILE
116300     CLOSE ERASURE-REPORT.
116400 9999-EXIT.
116500     EXIT.
