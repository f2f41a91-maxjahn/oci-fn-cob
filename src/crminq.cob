000100******************************************************************
000200*    CRMINQ - CUSTOMER INQUIRY AND UPDATE SCREEN
000300*
000400*    AUTHOR.          R J HARGROVE.
000500*    INSTALLATION.    DATA PROCESSING - BATCH SYSTEMS.
000600*    DATE-WRITTEN.    10/15/26.
000700*
000800*    ONLINE COMPANION TO CRMMAINT.  AN OPERATOR LOOKS A
000900*    CUSTOMER UP BY ID, OR BROWSES THE MASTER IN NAME ORDER
001000*    THROUGH THE ALTERNATE KEY ON CM-CUSTOMER-NAME (SEE
001100*    CUSTREC), AND SEES ON ONE SCREEN WHAT WE HOLD: THE NAME,
001200*    THE GREETING PREFERENCES AND DO-NOT-GREET FLAG FROM
001300*    CUSTMST, THE CHANNEL, ADDRESS AND ANY UNDELIVERABLE HOLD
001400*    FROM CUSTCNTC (SEE CNTCREC), AND THE CRMMAINT ITEMS STILL
001500*    WAITING FOR THEIR EFFECTIVE DATE ON CUSTPEND (SEE
001600*    CUSTTRN).  AN OPERATOR AUTHORIZED FOR UPDATE ON CRMAUTH
001700*    (SEE OPAUTREC) MAY CHANGE THE RECORD ON THE SPOT - THE
001800*    MASTER IS REWRITTEN BY KEY AT ONCE, THE SAME IN-PLACE
001900*    UPDATE CRMMAINT MAKES, AND THE CONTACT FILE IS HELD IN
001950*    STORAGE FOR THE SESSION.  A SESSION THAT CHANGED A CONTACT
002000*    READS CUSTCNTC AGAIN AT SIGN-OFF AND WRITES IT TO CUSTCNTCN
002050*    WITH ONLY ITS OWN CHANGED CONTACTS APPLIED, SO CHANGES
002100*    ANOTHER OPERATOR HAD PROMOTED SINCE SIGN-ON ARE KEPT; THE
002150*    SIGN-ON PROCEDURE PROMOTES CUSTCNTCN ON RETURN CODE 0 OR 4
002200*    THE SAME WAY REJRECYC'S REJLOGN IS PROMOTED.
002300*    THE SCREEN IS NOT RUN WHILE THE BATCH WINDOW OWNS
002400*    CUSTCNTC.  ADDS AND DELETES STAY WITH CRMMAINT.  EVERY
002500*    ONLINE CHANGE IS WRITTEN TO THE MAINTENANCE JOURNAL
002600*    (CRMJRNL) BEFORE AND AFTER, FIELD BY FIELD, IN MNTRPT'S
002700*    COLUMNS, WITH THE OPERATOR WHO MADE IT - A CHANGE THAT
002800*    CANNOT BE JOURNALED IS NOT MADE.  THE OPERATOR IS THE
002900*    SIGNED-ON USER ID (THE USER ENVIRONMENT VARIABLE); ONE
003000*    NOT ON CRMAUTH, OR A MISSING CRMAUTH, GETS INQUIRY ONLY.
003070*    RETURN CODES: 0 CLEAN, 2 NO CONTACT CHANGED AND CUSTCNTCN
003140*    NOT WRITTEN (NOTHING TO PROMOTE), 4 CUSTCNTC WAS MISSING AT
003210*    SIGN-OFF AND CUSTCNTCN HOLDS ONLY THIS SESSION'S CHANGED
003280*    CONTACTS, 8 THE CONTACT FILE WAS TOO BIG TO HOLD AND
003350*    CUSTCNTCN WAS NOT WRITTEN, 12 CUSTMST OR CUSTCNTCN WOULD
003420*    NOT OPEN.
003500*
003600*    MAINTENANCE HISTORY
003700*    DATE       INIT DESCRIPTION
003800*    10/15/26   RJH  ORIGINAL.
003810*    10/15/26   RJH  STRUCTURED POSTAL ADDRESS (SEE CNTCREC) -
003820*                    SECOND STREET LINE, CITY, REGION, POSTAL
003830*                    CODE AND COUNTRY SHOWN AND CHANGED WITH
003840*                    THE REST OF THE CONTACT AND JOURNALED
003850*                    FIELD BY FIELD; A LETTER CONTACT BEING
003860*                    CHANGED MUST CARRY A POSTAL CODE.
003865*    10/15/26   RJH  COURTESY TITLE, GIVEN NAME AND FAMILY NAME
003870*                    (SEE CUSTREC) SHOWN, CHANGED AND JOURNALED
003875*                    WITH THE REST OF THE MASTER.  A NEW FULL
003880*                    NAME KEYED OVER UNTOUCHED PARTS HAS THEM
003885*                    SPLIT AFRESH BY CRMNAME, THE SAME RULE
003890*                    CRMMAINT APPLIES.
003891*    10/15/26   RJH  CUSTCNTCN WRITTEN ONLY WHEN THE SESSION
003892*                    CHANGED A CONTACT - CUSTCNTC IS READ AGAIN
003893*                    AT SIGN-OFF AND ONLY THIS SESSION'S CHANGED
003894*                    ENTRIES APPLIED; NO CONTACT CHANGE RETURNS 2
003895*                    AND IS NOT PROMOTED.  JOURNAL DETAIL LINE
003896*                    NOW FROM CRJRNREC.
003900******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. CRMINQ.
004200 AUTHOR. R J HARGROVE.
004300 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
004400 DATE-WRITTEN. 10/15/26.
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
004900         ORGANIZATION INDEXED
005000         ACCESS MODE DYNAMIC
005100         RECORD KEY CM-CUSTOMER-ID
005200         ALTERNATE RECORD KEY CM-CUSTOMER-NAME
005300             WITH DUPLICATES
005400         FILE STATUS IS IQ-MASTER-STATUS.
005500
005600     SELECT CONTACT-FILE ASSIGN TO CUSTCNTC
005700         ORGANIZATION LINE SEQUENTIAL
005800         FILE STATUS IS IQ-CONTACT-STATUS.
005900
006000     SELECT CONTACT-NEW-FILE ASSIGN TO CUSTCNTCN
006100         ORGANIZATION LINE SEQUENTIAL
006200         FILE STATUS IS IQ-CONTACT-NEW-STATUS.
006300
006400     SELECT PENDING-FILE ASSIGN TO CUSTPEND
006500         ORGANIZATION LINE SEQUENTIAL
006600         FILE STATUS IS IQ-PEND-STATUS.
006700
006800     SELECT AUTH-FILE ASSIGN TO CRMAUTH
006900         ORGANIZATION LINE SEQUENTIAL
007000         FILE STATUS IS IQ-AUTH-STATUS.
007100
007200     SELECT JOURNAL-FILE ASSIGN TO CRMJRNL
007300         ORGANIZATION LINE SEQUENTIAL
007400         FILE STATUS IS IQ-JOURNAL-STATUS.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  CUSTOMER-MASTER.
007900     COPY CUSTREC.
008000
008100 FD  CONTACT-FILE.
008200 01  CONTACT-IN-RECORD           PIC X(237).
008300
008400 FD  CONTACT-NEW-FILE.
008500 01  CONTACT-NEW-RECORD          PIC X(237).
008600
008700 FD  PENDING-FILE.
008800     COPY CUSTTRN.
008900
009000 FD  AUTH-FILE.
009100     COPY OPAUTREC.
009200
009300 FD  JOURNAL-FILE.
009400 01  JRN-PRINT-LINE              PIC X(132).
009500
009600 WORKING-STORAGE SECTION.
009700*    THE CONTACT RECORD BEING SHOWN OR CHANGED, MOVED IN AND
009800*    OUT OF THE SESSION'S CONTACT TABLE.
009900     COPY CNTCREC.
010000 01  IQ-MASTER-STATUS            PIC X(02) VALUE "00".
010100 01  IQ-CONTACT-STATUS           PIC X(02) VALUE "00".
010200 01  IQ-CONTACT-NEW-STATUS       PIC X(02) VALUE "00".
010300 01  IQ-PEND-STATUS              PIC X(02) VALUE "00".
010400 01  IQ-AUTH-STATUS              PIC X(02) VALUE "00".
010500 01  IQ-JOURNAL-STATUS           PIC X(02) VALUE "00".
010600 01  IQ-AUTH-FLAG                PIC X(01) VALUE "N".
010700     88  IQ-UPDATE-AUTHORIZED        VALUE "Y".
010800 01  IQ-CNTC-MISSING-FLAG        PIC X(01) VALUE "N".
010900     88  IQ-CNTC-MISSING             VALUE "Y".
011000 01  IQ-JOURNAL-FLAG             PIC X(01) VALUE "N".
011100     88  IQ-JOURNAL-OPEN             VALUE "Y".
011200 01  IQ-SHOWN-FLAG               PIC X(01) VALUE "N".
011300     88  IQ-CUST-SHOWN               VALUE "Y".
011400     88  IQ-CUST-NOT-SHOWN           VALUE "N".
011500 01  IQ-BROWSE-FLAG              PIC X(01) VALUE "N".
011600     88  IQ-BROWSE-ACTIVE            VALUE "Y".
011700     88  IQ-BROWSE-INACTIVE          VALUE "N".
011800 01  IQ-CNTC-FOUND-FLAG          PIC X(01) VALUE "N".
011900     88  IQ-CNTC-FOUND               VALUE "Y".
012000     88  IQ-CNTC-NOT-FOUND           VALUE "N".
012100 01  IQ-EDIT-FLAG                PIC X(01) VALUE "N".
012200     88  IQ-EDIT-ERROR               VALUE "Y".
012300     88  IQ-EDIT-CLEAN               VALUE "N".
012400 01  IQ-FUNCTION                 PIC X(01) VALUE SPACE.
012500     88  IQ-FN-INQUIRE               VALUE "I".
012600     88  IQ-FN-NAME                  VALUE "N".
012700     88  IQ-FN-NEXT                  VALUE "F".
012800     88  IQ-FN-UPDATE                VALUE "U".
012900     88  IQ-FN-EXIT                  VALUE "X".
013000 01  IQ-CONFIRM                  PIC X(01) VALUE SPACE.
013100 01  IQ-LOWER-LETTERS            PIC X(26) VALUE
013200     "abcdefghijklmnopqrstuvwxyz".
013300 01  IQ-UPPER-LETTERS            PIC X(26) VALUE
013400     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
013500 01  IQ-OPERATOR-ID              PIC X(08) VALUE SPACES.
013600 01  IQ-MODE-TEXT                PIC X(07) VALUE SPACES.
013700 01  IQ-RUN-DATE                 PIC 9(08) VALUE ZERO.
013800 01  IQ-RUN-DATE-X               PIC X(08) VALUE SPACES.
013900 01  IQ-TIME                     PIC 9(08) VALUE ZERO.
014000 01  IQ-MESSAGE                  PIC X(79) VALUE SPACES.
014100 01  IQ-KEY-ID                   PIC X(10) VALUE SPACES.
014200 01  IQ-KEY-NAME                 PIC X(60) VALUE SPACES.
014300 01  IQ-SAVE-CUSTOMER            PIC X(158) VALUE SPACES.
014400 77  IQ-CNTC-COUNT               PIC 9(05) COMP VALUE ZERO.
014500 77  IQ-CNTC-NOT-TABLED          PIC 9(07) COMP VALUE ZERO.
014600 77  IQ-SUB                      PIC 9(05) COMP VALUE ZERO.
014700 77  IQ-PEND-COUNT               PIC 9(05) COMP VALUE ZERO.
014800 77  IQ-MASTER-CHANGES           PIC 9(05) COMP VALUE ZERO.
014900 77  IQ-CONTACT-CHANGES          PIC 9(05) COMP VALUE ZERO.
015000 77  IQ-SESSION-UPDATES          PIC 9(07) COMP VALUE ZERO.
015050 77  IQ-SESSION-CONTACTS         PIC 9(07) COMP VALUE ZERO.
015100 77  IQ-JOURNAL-LINES            PIC 9(07) COMP VALUE ZERO.
015200*    WHAT THE SCREEN SHOWS FOR THE CURRENT CUSTOMER.
015300 01  IQ-DISPLAY-FIELDS.
015400     05  IQ-D-ID                 PIC X(10).
015500     05  IQ-D-NAME               PIC X(60).
015600     05  IQ-D-LANG               PIC X(02).
015700     05  IQ-D-MODE               PIC X(08).
015800     05  IQ-D-DNG                PIC X(01).
015900     05  IQ-D-CHANNEL            PIC X(06).
016000     05  IQ-D-ADDRESS            PIC X(60).
016100     05  IQ-D-HOLD-FLAG          PIC X(01).
016200     05  IQ-D-HOLD-REASON        PIC X(20).
016300     05  IQ-D-HOLD-DATE          PIC X(08).
016310     05  IQ-D-POSTAL.
016320         10  IQ-D-ADDRESS-2      PIC X(60).
016330         10  IQ-D-CITY           PIC X(30).
016340         10  IQ-D-REGION         PIC X(20).
016350         10  IQ-D-POSTAL-CODE    PIC X(10).
016360         10  IQ-D-COUNTRY        PIC X(02).
016368     05  IQ-D-NAME-PARTS.
016376         10  IQ-D-TITLE          PIC X(10).
016384         10  IQ-D-GIVEN-NAME     PIC X(30).
016392         10  IQ-D-FAMILY-NAME    PIC X(30).
016400*    WHAT THE OPERATOR KEYS ON THE UPDATE SCREEN.
016500 01  IQ-NEW-FIELDS.
016600     05  IQ-N-NAME               PIC X(60).
016700     05  IQ-N-LANG               PIC X(02).
016800     05  IQ-N-MODE               PIC X(08).
016900     05  IQ-N-DNG                PIC X(01).
017000     05  IQ-N-CHANNEL            PIC X(06).
017100     05  IQ-N-ADDRESS            PIC X(60).
017200     05  IQ-N-HOLD-FLAG          PIC X(01).
017210     05  IQ-N-POSTAL.
017220         10  IQ-N-ADDRESS-2      PIC X(60).
017230         10  IQ-N-CITY           PIC X(30).
017240         10  IQ-N-REGION         PIC X(20).
017250         10  IQ-N-POSTAL-CODE    PIC X(10).
017260         10  IQ-N-COUNTRY        PIC X(02).
017268     05  IQ-N-NAME-PARTS.
017276         10  IQ-N-TITLE          PIC X(10).
017284         10  IQ-N-GIVEN-NAME     PIC X(30).
017292         10  IQ-N-FAMILY-NAME    PIC X(30).
017300 01  IQ-PEND-LINES.
017400     05  IQ-PL-1                 PIC X(75).
017500     05  IQ-PL-2                 PIC X(75).
017600     05  IQ-PL-3                 PIC X(75).
017700     05  IQ-PL-4                 PIC X(75).
017800     05  IQ-PL-5                 PIC X(75).
017900 01  IQ-PEND-LINE-TABLE REDEFINES IQ-PEND-LINES.
018000     05  IQ-PL-ENTRY             PIC X(75) OCCURS 5 TIMES.
018100 01  IQ-PEND-FORMAT.
018200     05  PF-ACTION               PIC X(01).
018300     05  FILLER                  PIC X(01) VALUE SPACE.
018400     05  FILLER                  PIC X(10) VALUE "EFFECTIVE ".
018500     05  PF-EFF-DATE             PIC X(08).
018600     05  FILLER                  PIC X(01) VALUE SPACE.
018700     05  PF-NAME                 PIC X(40).
018800     05  FILLER                  PIC X(01) VALUE SPACE.
018900     05  PF-LANG                 PIC X(02).
019000     05  FILLER                  PIC X(01) VALUE SPACE.
019100     05  PF-MODE                 PIC X(08).
019200     05  FILLER                  PIC X(01) VALUE SPACE.
019300     05  PF-DNG                  PIC X(01).
019400 01  IQ-CNTC-TABLE.
019500     05  IQ-CNTC-ENTRY           OCCURS 5000 TIMES
019600                                 INDEXED BY IQ-CN-IDX.
019630         10  IQ-CN-CONTACT.
019660             15  IQ-CN-CUSTOMER-ID PIC X(10).
019720             15  IQ-CN-REST      PIC X(227).
019750         10  IQ-CN-SESSION-FLAG  PIC X(01).
019780             88  IQ-CN-UNCHANGED     VALUE SPACE.
019810             88  IQ-CN-CHANGED       VALUE "C".
019840             88  IQ-CN-WRITTEN       VALUE "W".
019900 01  JRN-HEADING-1.
020000     05  FILLER                  PIC X(44) VALUE
020100         "CRMINQ - ONLINE CUSTOMER MAINTENANCE JOURNAL".
020200     05  FILLER                  PIC X(14) VALUE
020300         "      RUN DATE".
020400     05  FILLER                  PIC X(01) VALUE SPACE.
020500     05  JRN-H1-DATE             PIC 9(08).
020600     05  FILLER                  PIC X(07) VALUE "  TIME ".
020700     05  JRN-H1-TIME             PIC 9(06).
020800     05  FILLER                  PIC X(11) VALUE "  OPERATOR ".
020900     05  JRN-H1-OPERATOR         PIC X(08).
021000 01  JRN-HEADING-2.
021100     05  FILLER                  PIC X(06) VALUE "ACTION".
021200     05  FILLER                  PIC X(01) VALUE SPACE.
021300     05  FILLER                  PIC X(10) VALUE "CUST ID".
021400     05  FILLER                  PIC X(01) VALUE SPACE.
021500     05  FILLER                  PIC X(08) VALUE "FIELD".
021600     05  FILLER                  PIC X(01) VALUE SPACE.
021700     05  FILLER                  PIC X(40) VALUE "BEFORE".
021800     05  FILLER                  PIC X(01) VALUE SPACE.
021900     05  FILLER                  PIC X(40) VALUE "AFTER".
022000     05  FILLER                  PIC X(01) VALUE SPACE.
022100     05  FILLER                  PIC X(14) VALUE "STATUS".
022200     05  FILLER                  PIC X(01) VALUE SPACE.
022300     05  FILLER                  PIC X(08) VALUE "OPERATOR".
022400 01  JRN-RULE-LINE.
022500     05  FILLER                  PIC X(132) VALUE ALL "-".
023250     COPY CRJRNREC.
024000
024100 SCREEN SECTION.
024200 01  IQS-MAIN-SCREEN BLANK SCREEN.
024300     05  LINE 01 COLUMN 01 VALUE "CRMINQ".
024400     05  LINE 01 COLUMN 20 VALUE "CUSTOMER INQUIRY AND UPDATE".
024500     05  LINE 01 COLUMN 62 VALUE "DATE".
024600     05  LINE 01 COLUMN 67 PIC 9(08) FROM IQ-RUN-DATE.
024700     05  LINE 02 COLUMN 01 VALUE "OPERATOR".
024800     05  LINE 02 COLUMN 10 PIC X(08) FROM IQ-OPERATOR-ID.
024900     05  LINE 02 COLUMN 62 VALUE "MODE".
025000     05  LINE 02 COLUMN 67 PIC X(07) FROM IQ-MODE-TEXT.
025100     05  LINE 04 COLUMN 01 VALUE "FUNCTION".
025200     05  LINE 04 COLUMN 10 PIC X(01) USING IQ-FUNCTION.
025300     05  LINE 04 COLUMN 14 VALUE
025400         "I=BY ID  N=BY NAME  F=NEXT NAME  U=UPDATE  X=EXIT".
025500     05  LINE 05 COLUMN 01 VALUE "CUST ID".
025600     05  LINE 05 COLUMN 10 PIC X(10) USING IQ-KEY-ID.
025700     05  LINE 06 COLUMN 01 VALUE "NAME".
025800     05  LINE 06 COLUMN 10 PIC X(60) USING IQ-KEY-NAME.
025900     05  LINE 08 COLUMN 01 VALUE "CUSTOMER".
026000     05  LINE 08 COLUMN 14 PIC X(10) FROM IQ-D-ID.
026030     05  LINE 08 COLUMN 30 VALUE "TITLE".
026060     05  LINE 08 COLUMN 36 PIC X(10) FROM IQ-D-TITLE.
026100     05  LINE 09 COLUMN 01 VALUE "NAME".
026200     05  LINE 09 COLUMN 14 PIC X(60) FROM IQ-D-NAME.
026300     05  LINE 10 COLUMN 01 VALUE "LANGUAGE".
026400     05  LINE 10 COLUMN 14 PIC X(02) FROM IQ-D-LANG.
026500     05  LINE 10 COLUMN 20 VALUE "MODE".
026600     05  LINE 10 COLUMN 26 PIC X(08) FROM IQ-D-MODE.
026700     05  LINE 10 COLUMN 40 VALUE "DO NOT GREET".
026800     05  LINE 10 COLUMN 54 PIC X(01) FROM IQ-D-DNG.
026820     05  LINE 11 COLUMN 01 VALUE "GIVEN NAME".
026840     05  LINE 11 COLUMN 14 PIC X(30) FROM IQ-D-GIVEN-NAME.
026860     05  LINE 11 COLUMN 45 VALUE "FAMILY".
026880     05  LINE 11 COLUMN 51 PIC X(30) FROM IQ-D-FAMILY-NAME.
026900     05  LINE 12 COLUMN 01 VALUE "CHANNEL".
027000     05  LINE 12 COLUMN 14 PIC X(06) FROM IQ-D-CHANNEL.
027010     05  LINE 12 COLUMN 30 VALUE "HOLD".
027020     05  LINE 12 COLUMN 36 PIC X(01) FROM IQ-D-HOLD-FLAG.
027030     05  LINE 12 COLUMN 39 PIC X(20) FROM IQ-D-HOLD-REASON.
027040     05  LINE 12 COLUMN 61 PIC X(08) FROM IQ-D-HOLD-DATE.
027100     05  LINE 13 COLUMN 01 VALUE "ADDRESS".
027200     05  LINE 13 COLUMN 14 PIC X(60) FROM IQ-D-ADDRESS.
027300     05  LINE 14 COLUMN 01 VALUE "ADDRESS 2".
027400     05  LINE 14 COLUMN 14 PIC X(60) FROM IQ-D-ADDRESS-2.
027410     05  LINE 15 COLUMN 01 VALUE "CITY".
027420     05  LINE 15 COLUMN 14 PIC X(30) FROM IQ-D-CITY.
027430     05  LINE 15 COLUMN 46 VALUE "REGION".
027440     05  LINE 15 COLUMN 53 PIC X(20) FROM IQ-D-REGION.
027450     05  LINE 16 COLUMN 01 VALUE "POSTAL CODE".
027460     05  LINE 16 COLUMN 14 PIC X(10) FROM IQ-D-POSTAL-CODE.
027470     05  LINE 16 COLUMN 30 VALUE "COUNTRY".
027480     05  LINE 16 COLUMN 38 PIC X(02) FROM IQ-D-COUNTRY.
027700     05  LINE 17 COLUMN 01 VALUE "PENDING CHANGES (CUSTPEND)".
027800     05  LINE 18 COLUMN 03 PIC X(75) FROM IQ-PL-1.
027900     05  LINE 19 COLUMN 03 PIC X(75) FROM IQ-PL-2.
028000     05  LINE 20 COLUMN 03 PIC X(75) FROM IQ-PL-3.
028100     05  LINE 21 COLUMN 03 PIC X(75) FROM IQ-PL-4.
028200     05  LINE 22 COLUMN 03 PIC X(75) FROM IQ-PL-5.
028300     05  LINE 23 COLUMN 01 PIC X(79) FROM IQ-MESSAGE.
028400 01  IQS-UPDATE-SCREEN BLANK SCREEN.
028500     05  LINE 01 COLUMN 01 VALUE "CRMINQ".
028600     05  LINE 01 COLUMN 20 VALUE "CUSTOMER UPDATE".
028700     05  LINE 01 COLUMN 62 VALUE "DATE".
028800     05  LINE 01 COLUMN 67 PIC 9(08) FROM IQ-RUN-DATE.
028900     05  LINE 02 COLUMN 01 VALUE "OPERATOR".
029000     05  LINE 02 COLUMN 10 PIC X(08) FROM IQ-OPERATOR-ID.
029100     05  LINE 04 COLUMN 01 VALUE "CUSTOMER".
029200     05  LINE 04 COLUMN 14 PIC X(10) FROM IQ-D-ID.
029230     05  LINE 04 COLUMN 30 VALUE "TITLE".
029260     05  LINE 04 COLUMN 36 PIC X(10) USING IQ-N-TITLE.
029300     05  LINE 06 COLUMN 01 VALUE "NAME".
029400     05  LINE 06 COLUMN 14 PIC X(60) USING IQ-N-NAME.
029500     05  LINE 07 COLUMN 01 VALUE "LANGUAGE".
029600     05  LINE 07 COLUMN 14 PIC X(02) USING IQ-N-LANG.
029700     05  LINE 07 COLUMN 20 VALUE "MODE".
029800     05  LINE 07 COLUMN 26 PIC X(08) USING IQ-N-MODE.
029900     05  LINE 07 COLUMN 40 VALUE "DO NOT GREET (Y/ )".
030000     05  LINE 07 COLUMN 60 PIC X(01) USING IQ-N-DNG.
030020     05  LINE 08 COLUMN 01 VALUE "GIVEN NAME".
030040     05  LINE 08 COLUMN 14 PIC X(30) USING IQ-N-GIVEN-NAME.
030060     05  LINE 08 COLUMN 45 VALUE "FAMILY".
030080     05  LINE 08 COLUMN 51 PIC X(30) USING IQ-N-FAMILY-NAME.
030100     05  LINE 09 COLUMN 01 VALUE "CHANNEL".
030200     05  LINE 09 COLUMN 14 PIC X(06) USING IQ-N-CHANNEL.
030300     05  LINE 09 COLUMN 22 VALUE "(EMAIL OR LETTER)".
030400     05  LINE 10 COLUMN 01 VALUE "ADDRESS".
030500     05  LINE 10 COLUMN 14 PIC X(60) USING IQ-N-ADDRESS.
030510     05  LINE 11 COLUMN 01 VALUE "ADDRESS 2".
030520     05  LINE 11 COLUMN 14 PIC X(60) USING IQ-N-ADDRESS-2.
030530     05  LINE 12 COLUMN 01 VALUE "CITY".
030540     05  LINE 12 COLUMN 14 PIC X(30) USING IQ-N-CITY.
030550     05  LINE 12 COLUMN 46 VALUE "REGION".
030560     05  LINE 12 COLUMN 53 PIC X(20) USING IQ-N-REGION.
030570     05  LINE 13 COLUMN 01 VALUE "POSTAL CODE".
030580     05  LINE 13 COLUMN 14 PIC X(10) USING IQ-N-POSTAL-CODE.
030590     05  LINE 13 COLUMN 30 VALUE "COUNTRY".
030591     05  LINE 13 COLUMN 38 PIC X(02) USING IQ-N-COUNTRY.
030592     05  LINE 13 COLUMN 42 VALUE "(BLANK IF DOMESTIC)".
030600     05  LINE 14 COLUMN 01 VALUE "HOLD (U/ )".
030700     05  LINE 14 COLUMN 14 PIC X(01) USING IQ-N-HOLD-FLAG.
030800     05  LINE 14 COLUMN 17 PIC X(20) FROM IQ-D-HOLD-REASON.
030900     05  LINE 14 COLUMN 40 PIC X(08) FROM IQ-D-HOLD-DATE.
031000     05  LINE 16 COLUMN 01 VALUE "APPLY THESE CHANGES (Y/N)".
031100     05  LINE 16 COLUMN 28 PIC X(01) USING IQ-CONFIRM.
031200     05  LINE 23 COLUMN 01 PIC X(79) FROM IQ-MESSAGE.
031300 PROCEDURE DIVISION.
031400******************************************************************
031500*    0000-MAINLINE
031600******************************************************************
031700 0000-MAINLINE.
031800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
031900     PERFORM 2000-SCREEN-CYCLE THRU 2000-EXIT
032000         UNTIL IQ-FN-EXIT
032100     PERFORM 9000-SIGN-OFF THRU 9000-EXIT
032200     PERFORM 9999-TERMINATE THRU 9999-EXIT
032300     GOBACK.
032400
032500******************************************************************
032600*    1000-INITIALIZE
032700*    THE OPERATOR'S LEVEL DECIDES HOW THE MASTER OPENS - I-O
032800*    FOR AN UPDATE OPERATOR, INPUT FOR EVERYONE ELSE, SO AN
032900*    INQUIRY SESSION CANNOT CHANGE THE FILE WHATEVER IT KEYS.
033000*    A MASTER THAT WILL NOT OPEN ENDS THE SESSION; THE CONTACT
033100*    FILE, CUSTPEND AND CRMAUTH ARE EACH ALLOWED TO BE ABSENT.
033200******************************************************************
033300 1000-INITIALIZE.
033400     ACCEPT IQ-RUN-DATE FROM DATE YYYYMMDD
033500     MOVE IQ-RUN-DATE TO IQ-RUN-DATE-X
033600     ACCEPT IQ-OPERATOR-ID FROM ENVIRONMENT "USER"
033700     PERFORM 1100-CHECK-AUTHORITY THRU 1100-EXIT
033800     IF IQ-UPDATE-AUTHORIZED
033900         MOVE "UPDATE" TO IQ-MODE-TEXT
034000         OPEN I-O CUSTOMER-MASTER
034100     ELSE
034200         MOVE "INQUIRY" TO IQ-MODE-TEXT
034300         OPEN INPUT CUSTOMER-MASTER
034400     END-IF
034500     IF IQ-MASTER-STATUS NOT = "00"
034600         DISPLAY "CRMINQ: UNABLE TO OPEN CUSTMST, STATUS "
034700             IQ-MASTER-STATUS
034800         MOVE 12 TO RETURN-CODE
034900         GOBACK
035000     END-IF
035100     PERFORM 1200-LOAD-CONTACTS THRU 1200-EXIT
035200     MOVE "KEY A FUNCTION AND PRESS ENTER" TO IQ-MESSAGE
035300     PERFORM 2900-CLEAR-DISPLAY THRU 2900-EXIT.
035400 1000-EXIT.
035500     EXIT.
035600
035700******************************************************************
035800*    1100-CHECK-AUTHORITY
035900******************************************************************
036000 1100-CHECK-AUTHORITY.
036100     IF IQ-OPERATOR-ID = SPACES
036200         GO TO 1100-EXIT
036300     END-IF
036400     OPEN INPUT AUTH-FILE
036500     IF IQ-AUTH-STATUS NOT = "00"
036600         GO TO 1100-EXIT
036700     END-IF
036800     PERFORM 1110-READ-ONE-AUTH THRU 1110-EXIT
036900         UNTIL IQ-AUTH-STATUS NOT = "00"
037000     CLOSE AUTH-FILE.
037100 1100-EXIT.
037200     EXIT.
037300
037400 1110-READ-ONE-AUTH.
037500     READ AUTH-FILE
037600         AT END
037700             MOVE "10" TO IQ-AUTH-STATUS
037800         NOT AT END
037900             IF OA-OPERATOR-ID = IQ-OPERATOR-ID
038000                 AND OA-UPDATE-AUTHORIZED
038100                 SET IQ-UPDATE-AUTHORIZED TO TRUE
038200             END-IF
038300     END-READ.
038400 1110-EXIT.
038500     EXIT.
038600
038700******************************************************************
038800*    1200-LOAD-CONTACTS
038900*    5000 ENTRIES, THE SAME CEILING GREETSND USES FOR THE SAME
039000*    FILE.  PAST IT THE SESSION STILL SHOWS WHAT IT HOLDS BUT
039100*    WILL NOT CHANGE A CONTACT, AND CUSTCNTCN IS NOT WRITTEN -
039200*    A SHORT COPY MUST NEVER BE PROMOTED OVER THE REAL FILE.
039300******************************************************************
039400 1200-LOAD-CONTACTS.
039500     OPEN INPUT CONTACT-FILE
039600     IF IQ-CONTACT-STATUS NOT = "00"
039700         SET IQ-CNTC-MISSING TO TRUE
039800         DISPLAY "CRMINQ: CUSTCNTC NOT AVAILABLE, STATUS "
039900             IQ-CONTACT-STATUS ", TREATED AS EMPTY"
040000         GO TO 1200-EXIT
040100     END-IF
040200     PERFORM 1210-LOAD-ONE-CONTACT THRU 1210-EXIT
040300         UNTIL IQ-CONTACT-STATUS NOT = "00"
040400     CLOSE CONTACT-FILE
040500     IF IQ-CNTC-NOT-TABLED > 0
040600         DISPLAY "CRMINQ: CUSTCNTC EXCEEDS 5000 ENTRIES, "
040700             "CONTACTS ARE INQUIRY ONLY THIS SESSION"
040800     END-IF.
040900 1200-EXIT.
041000     EXIT.
041100
041200 1210-LOAD-ONE-CONTACT.
041300     READ CONTACT-FILE
041400         AT END
041500             MOVE "10" TO IQ-CONTACT-STATUS
041600         NOT AT END
041700             IF IQ-CNTC-COUNT < 5000
041800                 ADD 1 TO IQ-CNTC-COUNT
041900                 SET IQ-CN-IDX TO IQ-CNTC-COUNT
042000                 MOVE CONTACT-IN-RECORD
042100                     TO IQ-CN-CONTACT (IQ-CN-IDX)
042150                 SET IQ-CN-UNCHANGED (IQ-CN-IDX) TO TRUE
042200             ELSE
042300                 ADD 1 TO IQ-CNTC-NOT-TABLED
042400             END-IF
042500     END-READ.
042600 1210-EXIT.
042700     EXIT.
042800
042900******************************************************************
043000*    2000-SCREEN-CYCLE
043100*    ONE ENTER KEY: SHOW THE SCREEN, TAKE THE FUNCTION AND
043200*    KEYS, ACT ON THEM.  THE MESSAGE LINE CARRIES THE RESULT
043300*    OF THE LAST FUNCTION INTO THE NEXT DISPLAY.
043400******************************************************************
043500 2000-SCREEN-CYCLE.
043600     MOVE SPACE TO IQ-FUNCTION
043700     DISPLAY IQS-MAIN-SCREEN
043800     ACCEPT IQS-MAIN-SCREEN
043900     MOVE SPACES TO IQ-MESSAGE
044000     INSPECT IQ-FUNCTION
044100         CONVERTING IQ-LOWER-LETTERS TO IQ-UPPER-LETTERS
044200     EVALUATE TRUE
044300         WHEN IQ-FN-INQUIRE
044400             PERFORM 2100-INQUIRE-BY-ID THRU 2100-EXIT
044500         WHEN IQ-FN-NAME
044600             PERFORM 2200-START-NAME-BROWSE THRU 2200-EXIT
044700         WHEN IQ-FN-NEXT
044800             PERFORM 2300-NEXT-BY-NAME THRU 2300-EXIT
044900         WHEN IQ-FN-UPDATE
045000             PERFORM 3000-UPDATE-CUSTOMER THRU 3000-EXIT
045100         WHEN IQ-FN-EXIT
045200             CONTINUE
045300         WHEN OTHER
045400             MOVE "FUNCTION MUST BE I, N, F, U OR X"
045500                 TO IQ-MESSAGE
045600     END-EVALUATE.
045700 2000-EXIT.
045800     EXIT.
045900
046000******************************************************************
046100*    2100-INQUIRE-BY-ID
046200*    A KEYED READ ON THE PRIME KEY ENDS ANY NAME BROWSE - THE
046300*    FILE IS NO LONGER POSITIONED IN NAME ORDER.
046400******************************************************************
046500 2100-INQUIRE-BY-ID.
046600     SET IQ-BROWSE-INACTIVE TO TRUE
046700     IF IQ-KEY-ID = SPACES
046800         MOVE "KEY A CUSTOMER ID FOR FUNCTION I" TO IQ-MESSAGE
046900         GO TO 2100-EXIT
047000     END-IF
047100     MOVE IQ-KEY-ID TO CM-CUSTOMER-ID
047200     READ CUSTOMER-MASTER
047300         KEY IS CM-CUSTOMER-ID
047400         INVALID KEY
047500             PERFORM 2900-CLEAR-DISPLAY THRU 2900-EXIT
047600             MOVE "CUSTOMER ID NOT ON FILE" TO IQ-MESSAGE
047700             GO TO 2100-EXIT
047800     END-READ
047900     PERFORM 2800-SHOW-CUSTOMER THRU 2800-EXIT.
048000 2100-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400*    2200-START-NAME-BROWSE
048500*    POSITIONS ON THE FIRST NAME AT OR AFTER WHAT WAS KEYED,
048600*    SO A SURNAME'S FIRST FEW LETTERS ARE ENOUGH, AND SHOWS
048700*    THAT CUSTOMER.  F THEN STEPS FORWARD IN NAME ORDER.
048800******************************************************************
048900 2200-START-NAME-BROWSE.
049000     SET IQ-BROWSE-INACTIVE TO TRUE
049100     IF IQ-KEY-NAME = SPACES
049200         MOVE "KEY A NAME FOR FUNCTION N" TO IQ-MESSAGE
049300         GO TO 2200-EXIT
049400     END-IF
049500     MOVE IQ-KEY-NAME TO CM-CUSTOMER-NAME
049600     START CUSTOMER-MASTER
049700         KEY IS NOT LESS THAN CM-CUSTOMER-NAME
049800         INVALID KEY
049900             PERFORM 2900-CLEAR-DISPLAY THRU 2900-EXIT
050000             MOVE "NO CUSTOMER NAME AT OR AFTER THAT NAME"
050100                 TO IQ-MESSAGE
050200             GO TO 2200-EXIT
050300     END-START
050400     SET IQ-BROWSE-ACTIVE TO TRUE
050500     PERFORM 2300-NEXT-BY-NAME THRU 2300-EXIT.
050600 2200-EXIT.
050700     EXIT.
050800
050900 2300-NEXT-BY-NAME.
051000     IF NOT IQ-BROWSE-ACTIVE
051100         MOVE "KEY N AND A NAME TO START A NAME BROWSE"
051200             TO IQ-MESSAGE
051300         GO TO 2300-EXIT
051400     END-IF
051500     READ CUSTOMER-MASTER NEXT RECORD
051600         AT END
051700             SET IQ-BROWSE-INACTIVE TO TRUE
051800             PERFORM 2900-CLEAR-DISPLAY THRU 2900-EXIT
051900             MOVE "END OF FILE - NO MORE NAMES" TO IQ-MESSAGE
052000             GO TO 2300-EXIT
052100     END-READ
052200     PERFORM 2800-SHOW-CUSTOMER THRU 2800-EXIT
052300     MOVE CM-CUSTOMER-ID TO IQ-KEY-ID.
052400 2300-EXIT.
052500     EXIT.
052600
052700******************************************************************
052800*    2800-SHOW-CUSTOMER
052900*    CUSTOMER-RECORD HOLDS THE RECORD JUST READ.  IT IS SAVED
053000*    AS THE BEFORE IMAGE FOR ANY UPDATE THAT FOLLOWS, THEN
053100*    THE CONTACT AND PENDING ITEMS ARE GATHERED AROUND IT.
053200******************************************************************
053300 2800-SHOW-CUSTOMER.
053400     MOVE CUSTOMER-RECORD TO IQ-SAVE-CUSTOMER
053500     SET IQ-CUST-SHOWN TO TRUE
053600     MOVE CM-CUSTOMER-ID TO IQ-D-ID
053700     MOVE CM-CUSTOMER-NAME TO IQ-D-NAME
053800     MOVE CM-PREF-LANG TO IQ-D-LANG
053900     MOVE CM-PREF-MODE TO IQ-D-MODE
054000     MOVE CM-DNG-FLAG TO IQ-D-DNG
054020     MOVE CM-TITLE TO IQ-D-TITLE
054040     MOVE CM-GIVEN-NAME TO IQ-D-GIVEN-NAME
054060     MOVE CM-FAMILY-NAME TO IQ-D-FAMILY-NAME
054100     PERFORM 2810-FIND-CONTACT THRU 2810-EXIT
054200     MOVE CN-CHANNEL TO IQ-D-CHANNEL
054300     MOVE CN-ADDRESS TO IQ-D-ADDRESS
054400     MOVE CN-HOLD-FLAG TO IQ-D-HOLD-FLAG
054500     MOVE CN-HOLD-REASON TO IQ-D-HOLD-REASON
054600     MOVE CN-HOLD-DATE TO IQ-D-HOLD-DATE
054610     MOVE CN-ADDRESS-2 TO IQ-D-ADDRESS-2
054620     MOVE CN-CITY TO IQ-D-CITY
054630     MOVE CN-REGION TO IQ-D-REGION
054640     MOVE CN-POSTAL-CODE TO IQ-D-POSTAL-CODE
054650     MOVE CN-COUNTRY TO IQ-D-COUNTRY
054700     IF IQ-CNTC-NOT-FOUND
054800         MOVE "NO CONTACT RECORD ON CUSTCNTC" TO IQ-MESSAGE
054900     END-IF
055000     PERFORM 2850-LOAD-PENDING THRU 2850-EXIT.
055100 2800-EXIT.
055200     EXIT.
055300
055400******************************************************************
055500*    2810-FIND-CONTACT
055600*    LEAVES CONTACT-RECORD HOLDING THE CUSTOMER'S CONTACT, OR
055700*    BLANK WITH ONLY THE ID FILLED IN WHEN THERE IS NONE, AND
055800*    IQ-CN-IDX ON THE TABLE ENTRY WHEN ONE WAS FOUND.
055900******************************************************************
056000 2810-FIND-CONTACT.
056100     SET IQ-CNTC-NOT-FOUND TO TRUE
056200     MOVE SPACES TO CONTACT-RECORD
056300     MOVE IQ-D-ID TO CN-CUSTOMER-ID
056400     IF IQ-CNTC-COUNT = 0
056500         GO TO 2810-EXIT
056600     END-IF
056700     SET IQ-CN-IDX TO 1
056800     SEARCH IQ-CNTC-ENTRY
056900         AT END
057000             CONTINUE
057100         WHEN IQ-CN-IDX > IQ-CNTC-COUNT
057200             CONTINUE
057300         WHEN IQ-CN-CUSTOMER-ID (IQ-CN-IDX) = IQ-D-ID
057400             SET IQ-CNTC-FOUND TO TRUE
057500             MOVE IQ-CN-CONTACT (IQ-CN-IDX) TO CONTACT-RECORD
057600     END-SEARCH.
057700 2810-EXIT.
057800     EXIT.
057900
058000******************************************************************
058100*    2850-LOAD-PENDING
058200*    CUSTPEND IS READ END TO END FOR EACH CUSTOMER SHOWN - IT
058300*    IS A SHORT FILE, AND READING IT FRESH MEANS LAST NIGHT'S
058400*    CRMMAINT CARRY-FORWARD IS WHAT THE OPERATOR SEES.  THE
058500*    FIRST FIVE ITEMS FIT THE SCREEN; MORE ARE FLAGGED.
058600******************************************************************
058700 2850-LOAD-PENDING.
058800     MOVE SPACES TO IQ-PEND-LINES
058900     MOVE ZERO TO IQ-PEND-COUNT
059000     OPEN INPUT PENDING-FILE
059100     IF IQ-PEND-STATUS NOT = "00"
059200         MOVE "NONE - CUSTPEND NOT AVAILABLE" TO IQ-PL-1
059300         GO TO 2850-EXIT
059400     END-IF
059500     PERFORM 2860-READ-ONE-PENDING THRU 2860-EXIT
059600         UNTIL IQ-PEND-STATUS NOT = "00"
059700     CLOSE PENDING-FILE
059800     IF IQ-PEND-COUNT = 0
059900         MOVE "NONE" TO IQ-PL-1
060000     END-IF
060100     IF IQ-PEND-COUNT > 5
060200         MOVE "MORE PENDING ITEMS THAN SHOWN - SEE MNTRPT"
060300             TO IQ-MESSAGE
060400     END-IF.
060500 2850-EXIT.
060600     EXIT.
060700
060800 2860-READ-ONE-PENDING.
060900     READ PENDING-FILE
061000         AT END
061100             MOVE "10" TO IQ-PEND-STATUS
061200             GO TO 2860-EXIT
061300     END-READ
061400     IF MT-CUSTOMER-ID NOT = IQ-D-ID
061500         GO TO 2860-EXIT
061600     END-IF
061700     ADD 1 TO IQ-PEND-COUNT
061800     IF IQ-PEND-COUNT > 5
061900         GO TO 2860-EXIT
062000     END-IF
062100     MOVE MT-ACTION TO PF-ACTION
062200     MOVE MT-EFFECTIVE-DATE TO PF-EFF-DATE
062300     MOVE MT-CUSTOMER-NAME (1:40) TO PF-NAME
062400     MOVE MT-PREF-LANG TO PF-LANG
062500     MOVE MT-PREF-MODE TO PF-MODE
062600     MOVE MT-DNG-FLAG TO PF-DNG
062700     MOVE IQ-PEND-FORMAT TO IQ-PL-ENTRY (IQ-PEND-COUNT).
062800 2860-EXIT.
062900     EXIT.
063000
063100******************************************************************
063200*    2900-CLEAR-DISPLAY
063300******************************************************************
063400 2900-CLEAR-DISPLAY.
063500     SET IQ-CUST-NOT-SHOWN TO TRUE
063600     MOVE SPACES TO IQ-DISPLAY-FIELDS
063700     MOVE SPACES TO IQ-PEND-LINES.
063800 2900-EXIT.
063900     EXIT.
064000
064100******************************************************************
064200*    3000-UPDATE-CUSTOMER
064300*    THE CUSTOMER ON THE SCREEN IS OFFERED FOR CHANGE WITH ITS
064400*    CURRENT VALUES FILLED IN.  NOTHING IS TOUCHED UNTIL THE
064500*    OPERATOR CONFIRMS, THE KEYED VALUES PASS THE SAME EDITS
064600*    CRMMAINT APPLIES AND THE JOURNAL IS OPEN TO RECEIVE THE
064700*    BEFORE AND AFTER IMAGES.
064800******************************************************************
064900 3000-UPDATE-CUSTOMER.
065000     IF NOT IQ-UPDATE-AUTHORIZED
065100         MOVE "NOT AUTHORIZED TO UPDATE - INQUIRY ONLY"
065200             TO IQ-MESSAGE
065300         GO TO 3000-EXIT
065400     END-IF
065500     IF NOT IQ-CUST-SHOWN
065600         MOVE "DISPLAY A CUSTOMER BEFORE UPDATING" TO IQ-MESSAGE
065700         GO TO 3000-EXIT
065800     END-IF
065900     MOVE IQ-D-NAME TO IQ-N-NAME
066000     MOVE IQ-D-LANG TO IQ-N-LANG
066100     MOVE IQ-D-MODE TO IQ-N-MODE
066200     MOVE IQ-D-DNG TO IQ-N-DNG
066250     MOVE IQ-D-NAME-PARTS TO IQ-N-NAME-PARTS
066300     MOVE IQ-D-CHANNEL TO IQ-N-CHANNEL
066400     MOVE IQ-D-ADDRESS TO IQ-N-ADDRESS
066500     MOVE IQ-D-HOLD-FLAG TO IQ-N-HOLD-FLAG
066510     MOVE IQ-D-POSTAL TO IQ-N-POSTAL
066600     MOVE "N" TO IQ-CONFIRM
066700     MOVE "CHANGE THE FIELDS, KEY Y TO APPLY" TO IQ-MESSAGE
066800     DISPLAY IQS-UPDATE-SCREEN
066900     ACCEPT IQS-UPDATE-SCREEN
067000     INSPECT IQ-CONFIRM
067100         CONVERTING IQ-LOWER-LETTERS TO IQ-UPPER-LETTERS
067200     INSPECT IQ-N-DNG
067300         CONVERTING IQ-LOWER-LETTERS TO IQ-UPPER-LETTERS
067400     INSPECT IQ-N-CHANNEL
067500         CONVERTING IQ-LOWER-LETTERS TO IQ-UPPER-LETTERS
067600     INSPECT IQ-N-HOLD-FLAG
067700         CONVERTING IQ-LOWER-LETTERS TO IQ-UPPER-LETTERS
067710     INSPECT IQ-N-POSTAL-CODE
067720         CONVERTING IQ-LOWER-LETTERS TO IQ-UPPER-LETTERS
067730     INSPECT IQ-N-COUNTRY
067740         CONVERTING IQ-LOWER-LETTERS TO IQ-UPPER-LETTERS
067800     IF IQ-CONFIRM NOT = "Y"
067900         MOVE "UPDATE CANCELLED - NOTHING CHANGED" TO IQ-MESSAGE
068000         GO TO 3000-EXIT
068100     END-IF
068150     PERFORM 3150-SETTLE-NAME-PARTS THRU 3150-EXIT
068200     PERFORM 3100-EDIT-UPDATE THRU 3100-EXIT
068300     IF IQ-EDIT-ERROR
068400         GO TO 3000-EXIT
068500     END-IF
068600     PERFORM 3050-OPEN-JOURNAL THRU 3050-EXIT
068700     IF NOT IQ-JOURNAL-OPEN
068800         MOVE "JOURNAL CRMJRNL NOT AVAILABLE - NOTHING CHANGED"
068900             TO IQ-MESSAGE
069000         GO TO 3000-EXIT
069100     END-IF
069200     MOVE ZERO TO IQ-MASTER-CHANGES
069300     MOVE ZERO TO IQ-CONTACT-CHANGES
069400     PERFORM 3200-APPLY-MASTER THRU 3200-EXIT
069500     IF IQ-EDIT-ERROR
069600         GO TO 3000-EXIT
069700     END-IF
069800     PERFORM 3300-APPLY-CONTACT THRU 3300-EXIT
069900     IF IQ-MASTER-CHANGES = 0 AND IQ-CONTACT-CHANGES = 0
070000         MOVE "NO CHANGES KEYED - NOTHING CHANGED" TO IQ-MESSAGE
070100     ELSE
070200         ADD 1 TO IQ-SESSION-UPDATES
070300         MOVE "CUSTOMER UPDATED AND JOURNALED" TO IQ-MESSAGE
070400     END-IF.
070500 3000-EXIT.
070600     EXIT.
070700
070800******************************************************************
070900*    3050-OPEN-JOURNAL
071000*    OPENED ON THE FIRST CHANGE OF THE SESSION, EXTEND
071100*    FALLING BACK TO OUTPUT AS FN_COB DOES FOR ITS LOGS, WITH
071200*    A HEADING THAT DATES THE SESSION AND NAMES THE OPERATOR.
071300******************************************************************
071400 3050-OPEN-JOURNAL.
071500     IF IQ-JOURNAL-OPEN
071600         GO TO 3050-EXIT
071700     END-IF
071800     OPEN EXTEND JOURNAL-FILE
071900     IF IQ-JOURNAL-STATUS NOT = "00"
072000         OPEN OUTPUT JOURNAL-FILE
072100     END-IF
072200     IF IQ-JOURNAL-STATUS NOT = "00"
072300         GO TO 3050-EXIT
072400     END-IF
072500     SET IQ-JOURNAL-OPEN TO TRUE
072600     ACCEPT IQ-TIME FROM TIME
072700     MOVE IQ-RUN-DATE TO JRN-H1-DATE
072800     MOVE IQ-TIME (1:6) TO JRN-H1-TIME
072900     MOVE IQ-OPERATOR-ID TO JRN-H1-OPERATOR
073000     WRITE JRN-PRINT-LINE FROM JRN-HEADING-1
073100     WRITE JRN-PRINT-LINE FROM JRN-HEADING-2
073200     WRITE JRN-PRINT-LINE FROM JRN-RULE-LINE.
073300 3050-EXIT.
073400     EXIT.
073500
073600******************************************************************
073700*    3100-EDIT-UPDATE
073800*    THE SAME RULES CRMMAINT HOLDS A TRANSACTION TO - NO
073900*    NAMELESS CUSTOMER - PLUS THE CONTACT FIELDS' OWN VALUES.
074000*    A CONTACT MAY ONLY BE CHANGED WHEN THE WHOLE CONTACT FILE
074100*    IS IN STORAGE.
074200******************************************************************
074300 3100-EDIT-UPDATE.
074400     SET IQ-EDIT-ERROR TO TRUE
074500     IF IQ-N-NAME = SPACES
074600         MOVE "NAME MISSING - NOTHING CHANGED" TO IQ-MESSAGE
074700         GO TO 3100-EXIT
074800     END-IF
074900     IF IQ-N-DNG NOT = "Y" AND IQ-N-DNG NOT = SPACE
075000         MOVE "DO NOT GREET MUST BE Y OR BLANK - NOTHING CHANGED"
075100             TO IQ-MESSAGE
075200         GO TO 3100-EXIT
075300     END-IF
075400     IF IQ-N-CHANNEL NOT = "EMAIL"
075500         AND IQ-N-CHANNEL NOT = "LETTER"
075600         AND IQ-N-CHANNEL NOT = SPACES
075700         MOVE "CHANNEL MUST BE EMAIL OR LETTER - NOTHING CHANGED"
075800             TO IQ-MESSAGE
075900         GO TO 3100-EXIT
076000     END-IF
076100     IF IQ-N-CHANNEL NOT = SPACES AND IQ-N-ADDRESS = SPACES
076200         MOVE "ADDRESS MISSING FOR CHANNEL - NOTHING CHANGED"
076300             TO IQ-MESSAGE
076400         GO TO 3100-EXIT
076500     END-IF
076510     IF IQ-N-CHANNEL = "LETTER" AND IQ-N-POSTAL-CODE = SPACES
076520         AND (IQ-N-CHANNEL NOT = IQ-D-CHANNEL
076530              OR IQ-N-ADDRESS NOT = IQ-D-ADDRESS
076540              OR IQ-N-POSTAL NOT = IQ-D-POSTAL)
076550         MOVE "POSTAL CODE MISSING FOR LETTER - NOTHING CHANGED"
076560             TO IQ-MESSAGE
076570         GO TO 3100-EXIT
076580     END-IF
076600     IF IQ-N-HOLD-FLAG NOT = "U" AND IQ-N-HOLD-FLAG NOT = SPACE
076700         MOVE "HOLD MUST BE U OR BLANK - NOTHING CHANGED"
076800             TO IQ-MESSAGE
076900         GO TO 3100-EXIT
077000     END-IF
077100     IF IQ-CNTC-NOT-TABLED > 0
077200         AND (IQ-N-CHANNEL NOT = IQ-D-CHANNEL
077300              OR IQ-N-ADDRESS NOT = IQ-D-ADDRESS
077350              OR IQ-N-POSTAL NOT = IQ-D-POSTAL
077400              OR IQ-N-HOLD-FLAG NOT = IQ-D-HOLD-FLAG)
077500         MOVE "CONTACT FILE TOO LARGE TO UPDATE - NOTHING CHANGED"
077600             TO IQ-MESSAGE
077700         GO TO 3100-EXIT
077800     END-IF
077900     SET IQ-EDIT-CLEAN TO TRUE.
078000 3100-EXIT.
078100     EXIT.
078200
078204******************************************************************
078208*    3150-SETTLE-NAME-PARTS
078212*    A FULL NAME CHANGED OVER GIVEN AND FAMILY NAMES LEFT AS
078216*    THEY WERE WOULD KEEP THE OLD PARTS UNDER THE NEW NAME, SO
078220*    THE PARTS ARE CLEARED AND CRMNAME SPLITS THE NEW NAME; A
078224*    FULL NAME BLANKED OVER KEYED PARTS IS BUILT FROM THEM.
078228*    PARTS THE OPERATOR CHANGED ARE KEPT AS KEYED.
078232******************************************************************
078236 3150-SETTLE-NAME-PARTS.
078240     IF IQ-N-NAME NOT = IQ-D-NAME
078244         AND IQ-N-GIVEN-NAME = IQ-D-GIVEN-NAME
078248         AND IQ-N-FAMILY-NAME = IQ-D-FAMILY-NAME
078252         MOVE SPACES TO IQ-N-GIVEN-NAME
078256         MOVE SPACES TO IQ-N-FAMILY-NAME
078260     END-IF
078264     CALL "CRMNAME" USING IQ-N-NAME, IQ-N-GIVEN-NAME,
078268         IQ-N-FAMILY-NAME.
078272 3150-EXIT.
078276     EXIT.
078280
078300******************************************************************
078400*    3200-APPLY-MASTER
078500*    THE SAVED BEFORE IMAGE IS OVERLAID WITH THE KEYED VALUES
078600*    AND REWRITTEN UNDER THE SAME KEY.  ONE JOURNAL LINE PER
078700*    FIELD THAT CHANGED; A FAILED REWRITE IS JOURNALED WITH
078800*    ITS STATUS AND THE CONTACT IS LEFT ALONE.
078900******************************************************************
079000 3200-APPLY-MASTER.
079100     MOVE IQ-SAVE-CUSTOMER TO CUSTOMER-RECORD
079200     IF IQ-N-NAME = CM-CUSTOMER-NAME
079300         AND IQ-N-LANG = CM-PREF-LANG
079400         AND IQ-N-MODE = CM-PREF-MODE
079500         AND IQ-N-DNG = CM-DNG-FLAG
079520         AND IQ-N-TITLE = CM-TITLE
079540         AND IQ-N-GIVEN-NAME = CM-GIVEN-NAME
079560         AND IQ-N-FAMILY-NAME = CM-FAMILY-NAME
079600         GO TO 3200-EXIT
079700     END-IF
079800     MOVE IQ-N-NAME TO CM-CUSTOMER-NAME
079900     MOVE IQ-N-LANG TO CM-PREF-LANG
080000     MOVE IQ-N-MODE TO CM-PREF-MODE
080100     MOVE IQ-N-DNG TO CM-DNG-FLAG
080120     MOVE IQ-N-TITLE TO CM-TITLE
080140     MOVE IQ-N-GIVEN-NAME TO CM-GIVEN-NAME
080160     MOVE IQ-N-FAMILY-NAME TO CM-FAMILY-NAME
080200     REWRITE CUSTOMER-RECORD
080300         INVALID KEY
080400             SET IQ-EDIT-ERROR TO TRUE
080500             MOVE SPACES TO JRN-DETAIL-LINE
080600             MOVE "CHANGE" TO JD-ACTION
080700             MOVE IQ-D-ID TO JD-CUSTOMER-ID
080800             MOVE "CUSTMST" TO JD-FIELD
080900             MOVE "REWRITE FAILED" TO JD-STATUS
081000             PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
081100             MOVE SPACES TO IQ-MESSAGE
081200             STRING "CUSTMST REWRITE FAILED, STATUS "
081300                    DELIMITED BY SIZE
081400                    IQ-MASTER-STATUS DELIMITED BY SIZE
081500                    " - NOTHING CHANGED" DELIMITED BY SIZE
081600                 INTO IQ-MESSAGE
081700             GO TO 3200-EXIT
081800     END-REWRITE
081900     MOVE CUSTOMER-RECORD TO IQ-SAVE-CUSTOMER
082000     MOVE SPACES TO JRN-DETAIL-LINE
082100     MOVE "CHANGE" TO JD-ACTION
082200     MOVE IQ-D-ID TO JD-CUSTOMER-ID
082300     MOVE "CHANGED" TO JD-STATUS
082400     IF IQ-N-NAME NOT = IQ-D-NAME
082500         MOVE "NAME" TO JD-FIELD
082600         MOVE IQ-D-NAME (1:40) TO JD-BEFORE
082700         MOVE IQ-N-NAME (1:40) TO JD-AFTER
082800         PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
082900     END-IF
083000     IF IQ-N-LANG NOT = IQ-D-LANG
083100         MOVE "LANGUAGE" TO JD-FIELD
083200         MOVE IQ-D-LANG TO JD-BEFORE
083300         MOVE IQ-N-LANG TO JD-AFTER
083400         PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
083500     END-IF
083600     IF IQ-N-MODE NOT = IQ-D-MODE
083700         MOVE "MODE" TO JD-FIELD
083800         MOVE IQ-D-MODE TO JD-BEFORE
083900         MOVE IQ-N-MODE TO JD-AFTER
084000         PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
084100     END-IF
084200     IF IQ-N-DNG NOT = IQ-D-DNG
084300         MOVE "DNG FLAG" TO JD-FIELD
084400         MOVE IQ-D-DNG TO JD-BEFORE
084500         MOVE IQ-N-DNG TO JD-AFTER
084600         PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
084700     END-IF
084705     IF IQ-N-TITLE NOT = IQ-D-TITLE
084710         MOVE "TITLE" TO JD-FIELD
084715         MOVE IQ-D-TITLE TO JD-BEFORE
084720         MOVE IQ-N-TITLE TO JD-AFTER
084725         PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
084730     END-IF
084735     IF IQ-N-GIVEN-NAME NOT = IQ-D-GIVEN-NAME
084740         MOVE "GIVEN" TO JD-FIELD
084745         MOVE IQ-D-GIVEN-NAME TO JD-BEFORE
084750         MOVE IQ-N-GIVEN-NAME TO JD-AFTER
084755         PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
084760     END-IF
084765     IF IQ-N-FAMILY-NAME NOT = IQ-D-FAMILY-NAME
084770         MOVE "FAMILY" TO JD-FIELD
084775         MOVE IQ-D-FAMILY-NAME TO JD-BEFORE
084780         MOVE IQ-N-FAMILY-NAME TO JD-AFTER
084785         PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
084790     END-IF
084800     ADD 1 TO IQ-MASTER-CHANGES
084900     MOVE IQ-N-NAME TO IQ-D-NAME
085000     MOVE IQ-N-LANG TO IQ-D-LANG
085100     MOVE IQ-N-MODE TO IQ-D-MODE
085150     MOVE IQ-N-NAME-PARTS TO IQ-D-NAME-PARTS
085200     MOVE IQ-N-DNG TO IQ-D-DNG.
085300 3200-EXIT.
085400     EXIT.
085500
085600******************************************************************
085700*    3300-APPLY-CONTACT
085800*    THE TABLE ENTRY IS CHANGED, OR ADDED WHEN THE CUSTOMER
085900*    HAD NO CONTACT.  CLEARING A HOLD BLANKS ITS REASON AND
086000*    DATE - THE DESK HAS FIXED THE ADDRESS DLVRECON FOUND
086100*    DEAD; SETTING ONE BY HAND RECORDS THE OPERATOR AS THE
086200*    REASON.  THE ENTRY IS FLAGGED AS CHANGED SO THAT SIGN-OFF
086250*    CAN APPLY IT TO CUSTCNTC AS IT STANDS THEN.
086300******************************************************************
086400 3300-APPLY-CONTACT.
086500     IF IQ-N-CHANNEL = IQ-D-CHANNEL
086600         AND IQ-N-ADDRESS = IQ-D-ADDRESS
086650         AND IQ-N-POSTAL = IQ-D-POSTAL
086700         AND IQ-N-HOLD-FLAG = IQ-D-HOLD-FLAG
086800         GO TO 3300-EXIT
086900     END-IF
087000     PERFORM 2810-FIND-CONTACT THRU 2810-EXIT
087100     IF IQ-CNTC-NOT-FOUND AND IQ-CNTC-COUNT NOT < 5000
087200         MOVE "CONTACT TABLE FULL - CONTACT NOT ADDED"
087300             TO IQ-MESSAGE
087400         GO TO 3300-EXIT
087500     END-IF
087600     MOVE SPACES TO JRN-DETAIL-LINE
087700     IF IQ-CNTC-FOUND
087800         MOVE "CHANGE" TO JD-ACTION
087900         MOVE "CHANGED" TO JD-STATUS
088000     ELSE
088100         MOVE "ADD" TO JD-ACTION
088200         MOVE "ADDED" TO JD-STATUS
088300         ADD 1 TO IQ-CNTC-COUNT
088400         SET IQ-CN-IDX TO IQ-CNTC-COUNT
088500     END-IF
088600     MOVE IQ-D-ID TO JD-CUSTOMER-ID
088700     MOVE IQ-N-CHANNEL TO CN-CHANNEL
088800     MOVE IQ-N-ADDRESS TO CN-ADDRESS
088810     MOVE IQ-N-ADDRESS-2 TO CN-ADDRESS-2
088820     MOVE IQ-N-CITY TO CN-CITY
088830     MOVE IQ-N-REGION TO CN-REGION
088840     MOVE IQ-N-POSTAL-CODE TO CN-POSTAL-CODE
088850     MOVE IQ-N-COUNTRY TO CN-COUNTRY
088900     IF IQ-N-HOLD-FLAG NOT = IQ-D-HOLD-FLAG
089000         MOVE IQ-N-HOLD-FLAG TO CN-HOLD-FLAG
089100         IF CN-HELD-UNDELIVERABLE
089200             MOVE "HELD - BY OPERATOR" TO CN-HOLD-REASON
089300             MOVE IQ-RUN-DATE-X TO CN-HOLD-DATE
089400         ELSE
089500             MOVE SPACES TO CN-HOLD-REASON
089600             MOVE SPACES TO CN-HOLD-DATE
089700         END-IF
089800     END-IF
089900     MOVE CONTACT-RECORD TO IQ-CN-CONTACT (IQ-CN-IDX)
089950     SET IQ-CN-CHANGED (IQ-CN-IDX) TO TRUE
090000     IF IQ-N-CHANNEL NOT = IQ-D-CHANNEL
090100         MOVE "CHANNEL" TO JD-FIELD
090200         MOVE IQ-D-CHANNEL TO JD-BEFORE
090300         MOVE IQ-N-CHANNEL TO JD-AFTER
090400         PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
090500     END-IF
090600     IF IQ-N-ADDRESS NOT = IQ-D-ADDRESS
090700         MOVE "ADDRESS" TO JD-FIELD
090800         MOVE IQ-D-ADDRESS (1:40) TO JD-BEFORE
090900         MOVE IQ-N-ADDRESS (1:40) TO JD-AFTER
091000         PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
091100     END-IF
091110     IF IQ-N-ADDRESS-2 NOT = IQ-D-ADDRESS-2
091120         MOVE "ADDRESS2" TO JD-FIELD
091130         MOVE IQ-D-ADDRESS-2 (1:40) TO JD-BEFORE
091140         MOVE IQ-N-ADDRESS-2 (1:40) TO JD-AFTER
091150         PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
091160     END-IF
091170     IF IQ-N-CITY NOT = IQ-D-CITY
091171         MOVE "CITY" TO JD-FIELD
091172         MOVE IQ-D-CITY TO JD-BEFORE
091173         MOVE IQ-N-CITY TO JD-AFTER
091174         PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
091175     END-IF
091176     IF IQ-N-REGION NOT = IQ-D-REGION
091177         MOVE "REGION" TO JD-FIELD
091178         MOVE IQ-D-REGION TO JD-BEFORE
091179         MOVE IQ-N-REGION TO JD-AFTER
091180         PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
091181     END-IF
091182     IF IQ-N-POSTAL-CODE NOT = IQ-D-POSTAL-CODE
091183         MOVE "POSTCODE" TO JD-FIELD
091184         MOVE IQ-D-POSTAL-CODE TO JD-BEFORE
091185         MOVE IQ-N-POSTAL-CODE TO JD-AFTER
091186         PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
091187     END-IF
091188     IF IQ-N-COUNTRY NOT = IQ-D-COUNTRY
091189         MOVE "COUNTRY" TO JD-FIELD
091190         MOVE IQ-D-COUNTRY TO JD-BEFORE
091191         MOVE IQ-N-COUNTRY TO JD-AFTER
091192         PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
091193     END-IF
091200     IF IQ-N-HOLD-FLAG NOT = IQ-D-HOLD-FLAG
091300         MOVE "HOLD" TO JD-FIELD
091400         MOVE SPACES TO JD-BEFORE
091500         STRING IQ-D-HOLD-FLAG DELIMITED BY SIZE
091600                " " DELIMITED BY SIZE
091700                IQ-D-HOLD-REASON DELIMITED BY SIZE
091800             INTO JD-BEFORE
091900         MOVE SPACES TO JD-AFTER
092000         STRING CN-HOLD-FLAG DELIMITED BY SIZE
092100                " " DELIMITED BY SIZE
092200                CN-HOLD-REASON DELIMITED BY SIZE
092300             INTO JD-AFTER
092400         PERFORM 3900-WRITE-JOURNAL THRU 3900-EXIT
092500     END-IF
092600     ADD 1 TO IQ-CONTACT-CHANGES
092650     ADD 1 TO IQ-SESSION-CONTACTS
092700     MOVE CN-CHANNEL TO IQ-D-CHANNEL
092800     MOVE CN-ADDRESS TO IQ-D-ADDRESS
092900     MOVE CN-HOLD-FLAG TO IQ-D-HOLD-FLAG
093000     MOVE CN-HOLD-REASON TO IQ-D-HOLD-REASON
093100     MOVE CN-HOLD-DATE TO IQ-D-HOLD-DATE
093110     MOVE IQ-N-POSTAL TO IQ-D-POSTAL.
093200 3300-EXIT.
093300     EXIT.
093400
093500******************************************************************
093600*    3900-WRITE-JOURNAL
093700*    THE CALLER HAS FILLED JRN-DETAIL-LINE; THE OPERATOR IS
093800*    ADDED HERE.  THE LINE'S OTHER FIELDS ARE LEFT FOR THE
093900*    NEXT FIELD OF THE SAME CHANGE.
094000******************************************************************
094100 3900-WRITE-JOURNAL.
094200     MOVE IQ-OPERATOR-ID TO JD-OPERATOR
094300     WRITE JRN-PRINT-LINE FROM JRN-DETAIL-LINE
094400     ADD 1 TO IQ-JOURNAL-LINES.
094500 3900-EXIT.
094600     EXIT.
094700
094740******************************************************************
094780*    9000-SIGN-OFF
094820*    CUSTCNTCN IS WRITTEN ONLY WHEN THIS SESSION CHANGED A
094860*    CONTACT.  CUSTCNTC IS READ AGAIN HERE RATHER THAN TAKEN
094900*    FROM THE SIGN-ON TABLE, AND EACH RECORD IS COPIED ACROSS
094940*    WITH THIS SESSION'S CHANGED ENTRY PUT IN ITS PLACE, SO A
094980*    CONTACT ANOTHER OPERATOR CHANGED AND HAD PROMOTED IN THE
095020*    MEANTIME IS KEPT.  CHANGED ENTRIES CUSTCNTC DOES NOT HOLD
095060*    - CONTACTS ADDED THIS SESSION - FOLLOW AT THE END.  A
095100*    SESSION THAT CHANGED NO CONTACT LEAVES CUSTCNTCN ALONE AND
095140*    RETURNS 2, WHICH THE PROCEDURE DOES NOT PROMOTE ON.
095180******************************************************************
095220 9000-SIGN-OFF.
095260     DISPLAY "CRMINQ: CUSTOMERS UPDATED....: " IQ-SESSION-UPDATES
095300     DISPLAY "CRMINQ: JOURNAL LINES WRITTEN: " IQ-JOURNAL-LINES
095340     DISPLAY "CRMINQ: CONTACTS CHANGED.....: " IQ-SESSION-CONTACTS
095380     IF IQ-CNTC-NOT-TABLED > 0
095420         DISPLAY "CRMINQ: CUSTCNTCN NOT WRITTEN - CUSTCNTC WAS "
095460             "TOO LARGE TO HOLD"
095500         MOVE 8 TO RETURN-CODE
095540         GO TO 9000-EXIT
095580     END-IF
095620     IF IQ-SESSION-CONTACTS = 0
095660         DISPLAY "CRMINQ: NO CONTACT CHANGED - CUSTCNTCN NOT "
095700             "WRITTEN"
095740         MOVE 2 TO RETURN-CODE
095780         GO TO 9000-EXIT
095820     END-IF
095860     OPEN OUTPUT CONTACT-NEW-FILE
095900     IF IQ-CONTACT-NEW-STATUS NOT = "00"
095940         DISPLAY "CRMINQ: UNABLE TO OPEN CUSTCNTCN, STATUS "
095980             IQ-CONTACT-NEW-STATUS
096020         MOVE 12 TO RETURN-CODE
096060         GO TO 9000-EXIT
096100     END-IF
096140     MOVE "N" TO IQ-CNTC-MISSING-FLAG
096180     OPEN INPUT CONTACT-FILE
096220     IF IQ-CONTACT-STATUS = "00"
096260         PERFORM 9010-MERGE-ONE-CONTACT THRU 9010-EXIT
096300             UNTIL IQ-CONTACT-STATUS NOT = "00"
096340         CLOSE CONTACT-FILE
096380     ELSE
096420         SET IQ-CNTC-MISSING TO TRUE
096460         DISPLAY "CRMINQ: CUSTCNTC NOT AVAILABLE AT SIGN-OFF, "
096500             "STATUS " IQ-CONTACT-STATUS
096540     END-IF
096580     PERFORM 9020-WRITE-ADDED-CONTACT THRU 9020-EXIT
096620         VARYING IQ-SUB FROM 1 BY 1
096660         UNTIL IQ-SUB > IQ-CNTC-COUNT
096700     CLOSE CONTACT-NEW-FILE
096740     IF IQ-CNTC-MISSING
096780         MOVE 4 TO RETURN-CODE
096820     ELSE
096860         MOVE ZERO TO RETURN-CODE
096900     END-IF.
096940 9000-EXIT.
096980     EXIT.
097020
097060******************************************************************
097100*    9010-MERGE-ONE-CONTACT
097140*    ONE CUSTCNTC RECORD AS IT STANDS NOW, REPLACED BY THIS
097180*    SESSION'S ENTRY FOR THE SAME CUSTOMER WHEN THE SESSION
097220*    CHANGED IT.  THE ENTRY IS MARKED WRITTEN SO 9020 DOES NOT
097260*    ADD IT A SECOND TIME.
097300******************************************************************
097340 9010-MERGE-ONE-CONTACT.
097380     READ CONTACT-FILE INTO CONTACT-RECORD
097420         AT END
097460             MOVE "10" TO IQ-CONTACT-STATUS
097500         NOT AT END
097540             PERFORM 9015-APPLY-SESSION-CHANGE THRU 9015-EXIT
097580             WRITE CONTACT-NEW-RECORD FROM CONTACT-RECORD
097620     END-READ.
097660 9010-EXIT.
097700     EXIT.
097740
097780 9015-APPLY-SESSION-CHANGE.
097820     SET IQ-CN-IDX TO 1
097860     SEARCH IQ-CNTC-ENTRY
097900         AT END
097940             CONTINUE
097980         WHEN IQ-CN-IDX > IQ-CNTC-COUNT
098020             CONTINUE
098060         WHEN IQ-CN-CUSTOMER-ID (IQ-CN-IDX) = CN-CUSTOMER-ID
098100             AND IQ-CN-CHANGED (IQ-CN-IDX)
098140             MOVE IQ-CN-CONTACT (IQ-CN-IDX) TO CONTACT-RECORD
098180             SET IQ-CN-WRITTEN (IQ-CN-IDX) TO TRUE
098220     END-SEARCH.
098260 9015-EXIT.
098300     EXIT.
098340
098380******************************************************************
098420*    9020-WRITE-ADDED-CONTACT
098460*    A CHANGED ENTRY STILL NOT WRITTEN HAD NO RECORD ON CUSTCNTC
098500*    AND IS ADDED AFTER THE REST.
098540******************************************************************
098580 9020-WRITE-ADDED-CONTACT.
098620     SET IQ-CN-IDX TO IQ-SUB
098660     IF IQ-CN-CHANGED (IQ-CN-IDX)
098700         WRITE CONTACT-NEW-RECORD FROM IQ-CN-CONTACT (IQ-CN-IDX)
098740         SET IQ-CN-WRITTEN (IQ-CN-IDX) TO TRUE
098780     END-IF.
098820 9020-EXIT.
098860     EXIT.
099000
099100******************************************************************
099200*    9999-TERMINATE
099300******************************************************************
099400 9999-TERMINATE.
099500     CLOSE CUSTOMER-MASTER
099600     IF IQ-JOURNAL-OPEN
099700         CLOSE JOURNAL-FILE
099800     END-IF.
099900 9999-EXIT.
100000     EXIT.
