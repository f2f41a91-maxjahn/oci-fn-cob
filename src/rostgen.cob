000100******************************************************************
000200*    ROSTGEN - CAMPAIGN ROSTER GENERATION
000300*
000400*    AUTHOR.          R J HARGROVE.
000500*    INSTALLATION.    DATA PROCESSING - BATCH SYSTEMS.
000600*    DATE-WRITTEN.    10/15/26.
000700*
000800*    BUILDS A GREETING ROSTER STRAIGHT FROM THE CUSTOMER
000900*    MASTER INSTEAD OF FROM A LIST OF IDS A DEPARTMENT PULLED
001000*    BY HAND.  MARKETING FILES ONE CAMPAIGN RECORD (CAMPAIGN,
001100*    SEE CAMPREC) GIVING A CUSTOMER ID RANGE, THE PREFERRED
001200*    LANGUAGES AND MODES TO INCLUDE, AN OPTIONAL OVERRIDE MODE
001300*    AND THE RUN DATE.  THE INDEXED CUSTMST (SEE CUSTREC) IS
001400*    READ IN KEY ORDER FROM THE START OF THE RANGE TO ITS END;
001500*    A DO-NOT-GREET CUSTOMER IS NEVER SELECTED, WHATEVER THE
001600*    CAMPAIGN SAYS.  THE ROSTER (GENROST) IS A PROPERLY FORMED
001700*    HDR/DETAIL/TRL FEED THAT FN_COB BALANCES - THE HEADER
001800*    CARRIES THE CAMPAIGN ID AND RUN DATE, EACH DETAIL CARRIES
001900*    THE CUSTOMER ID (AND THE OVERRIDE MODE WHEN THERE IS ONE)
002000*    SO FN_COB TAKES THE NAME AND PREFERENCES FROM THE MASTER
002100*    AT GREETING TIME, AND THE TRAILER COUNTS THE DETAILS.
002200*    THE JOB FEEDS GENROST TO ROSTMRGE AS ONE OF ITS ROSTIN
002300*    FEEDS OR TO FN_COB DIRECTLY.  THE SELECTION REPORT
002400*    (SELRPT) IS MARKETING'S SIGN-OFF COPY: THE CAMPAIGN AS
002500*    READ, EVERY CUSTOMER IN THE RANGE THAT WAS LEFT OUT WITH
002600*    THE REASON, AND COUNTS BY SELECTION RULE.  ONLY THE FIRST
002700*    CAMPAIGN RECORD IS USED; ANY MORE ARE REPORTED.
002800*    RETURN CODES: 0 ROSTER WRITTEN, 4 ROSTER WRITTEN BUT
002900*    EMPTY OR EXTRA CAMPAIGN RECORDS IGNORED, 8 CAMPAIGN
003000*    RECORD MISSING OR INVALID - NO DETAILS WRITTEN, 12 FILE
003100*    OPEN FAILURE.
003200*
003300*    MAINTENANCE HISTORY
003400*    DATE       INIT DESCRIPTION
003500*    10/15/26   RJH  ORIGINAL.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. ROSTGEN.
003900 AUTHOR. R J HARGROVE.
004000 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
004100 DATE-WRITTEN. 10/15/26.
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CAMPAIGN-FILE ASSIGN TO CAMPAIGN
004600         ORGANIZATION LINE SEQUENTIAL
004700         FILE STATUS IS RG-CAMPAIGN-STATUS.
004800
004900     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
005000         ORGANIZATION INDEXED
005100         ACCESS MODE DYNAMIC
005200         RECORD KEY CM-CUSTOMER-ID
005300         ALTERNATE RECORD KEY CM-CUSTOMER-NAME
005400             WITH DUPLICATES
005500         FILE STATUS IS RG-MASTER-STATUS.
005600
005700     SELECT ROSTER-OUT ASSIGN TO GENROST
005800         ORGANIZATION LINE SEQUENTIAL
005900         FILE STATUS IS RG-ROSTER-STATUS.
006000
006100     SELECT SELECTION-REPORT ASSIGN TO SELRPT
006200         ORGANIZATION LINE SEQUENTIAL
006300         FILE STATUS IS RG-REPORT-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  CAMPAIGN-FILE.
006800     COPY CAMPREC.
006900
007000 FD  CUSTOMER-MASTER.
007100     COPY CUSTREC.
007200
007300 FD  ROSTER-OUT.
007400 01  ROSTER-OUT-REC              PIC X(80).
007500
007600 FD  SELECTION-REPORT.
007700 01  SLR-PRINT-LINE              PIC X(132).
007800
007900 WORKING-STORAGE SECTION.
008000 01  RG-CAMPAIGN-STATUS          PIC X(02) VALUE "00".
008100 01  RG-MASTER-STATUS            PIC X(02) VALUE "00".
008200 01  RG-ROSTER-STATUS            PIC X(02) VALUE "00".
008300 01  RG-REPORT-STATUS            PIC X(02) VALUE "00".
008400 01  RG-CAMPAIGN-FLAG            PIC X(01) VALUE "N".
008500     88  RG-CAMPAIGN-OK              VALUE "Y".
008600     88  RG-CAMPAIGN-BAD             VALUE "N".
008700 01  RG-MASTER-EOF-FLAG          PIC X(01) VALUE "N".
008800     88  RG-MASTER-EOF               VALUE "Y".
008900 01  RG-LANG-FLAG                PIC X(01) VALUE "N".
009000     88  RG-LANG-LISTED              VALUE "Y".
009100     88  RG-LANG-NOT-LISTED          VALUE "N".
009200 01  RG-MODE-FLAG                PIC X(01) VALUE "N".
009300     88  RG-MODE-LISTED              VALUE "Y".
009400     88  RG-MODE-NOT-LISTED          VALUE "N".
009500 01  RG-FROM-ID                  PIC X(10) VALUE SPACES.
009600 01  RG-TO-ID                    PIC X(10) VALUE HIGH-VALUES.
009700 01  RG-ROSTER-DATE              PIC X(08) VALUE SPACES.
009800 01  RG-HDR-SOURCE               PIC X(10) VALUE SPACES.
009900 01  RG-CUST-LANG                PIC X(02) VALUE SPACES.
010000 01  RG-REASON                   PIC X(30) VALUE SPACES.
010100 01  RG-RUN-DATE                 PIC 9(08) VALUE ZERO.
010200 77  RG-SUB                      PIC 9(02) COMP VALUE ZERO.
010300 77  RG-LANGS-GIVEN              PIC 9(02) COMP VALUE ZERO.
010400 77  RG-MODES-GIVEN              PIC 9(02) COMP VALUE ZERO.
010500 77  RG-CAMPAIGNS-READ           PIC 9(07) COMP VALUE ZERO.
010600 77  RG-CUSTS-READ               PIC 9(07) COMP VALUE ZERO.
010700 77  RG-EXCL-DNG                 PIC 9(07) COMP VALUE ZERO.
010800 77  RG-EXCL-LANG                PIC 9(07) COMP VALUE ZERO.
010900 77  RG-EXCL-MODE                PIC 9(07) COMP VALUE ZERO.
011000 77  RG-SELECTED                 PIC 9(07) COMP VALUE ZERO.
011100 77  RG-OVERRIDDEN               PIC 9(07) COMP VALUE ZERO.
011200 77  RG-ROSTER-RECS              PIC 9(07) COMP VALUE ZERO.
011300 01  RG-DETAIL-LINE              PIC X(80) VALUE SPACES.
011400 01  RG-HDR-LINE.
011500     05  FILLER                  PIC X(04) VALUE "HDR,".
011600     05  RG-HDR-OUT-SOURCE       PIC X(10).
011700     05  FILLER                  PIC X(01) VALUE ",".
011800     05  RG-HDR-OUT-DATE         PIC X(08).
011900 01  RG-TRL-LINE.
012000     05  FILLER                  PIC X(04) VALUE "TRL,".
012100     05  RG-TRL-OUT-COUNT        PIC 9(07).
012200 01  SLR-HEADING-1.
012300     05  FILLER                  PIC X(40) VALUE
012400         "ROSTGEN - CAMPAIGN SELECTION REPORT     ".
012500     05  FILLER                  PIC X(14) VALUE
012600         "      RUN DATE".
012700     05  FILLER                  PIC X(01) VALUE SPACE.
012800     05  SLR-H1-DATE             PIC 9(08).
012900 01  SLR-RULE-LINE.
013000     05  FILLER                  PIC X(100) VALUE ALL "-".
013100 01  SLR-CAMPAIGN-LINE.
013200     05  SC-CAPTION              PIC X(16).
013300     05  SC-VALUE                PIC X(60).
013400 01  SLR-SECTION-LINE.
013500     05  SLR-SECTION-TITLE       PIC X(60).
013600 01  SLR-EXCLUDED-COLUMNS.
013700     05  FILLER                  PIC X(11) VALUE "CUST ID".
013800     05  FILLER                  PIC X(41) VALUE "NAME".
013900     05  FILLER                  PIC X(05) VALUE "LANG".
014000     05  FILLER                  PIC X(09) VALUE "MODE".
014100     05  FILLER                  PIC X(30) VALUE "REASON".
014200 01  SLR-EXCLUDED-LINE.
014300     05  SX-CUSTOMER-ID          PIC X(10).
014400     05  FILLER                  PIC X(01) VALUE SPACE.
014500     05  SX-NAME                 PIC X(40).
014600     05  FILLER                  PIC X(01) VALUE SPACE.
014700     05  SX-LANG                 PIC X(02).
014800     05  FILLER                  PIC X(03) VALUE SPACES.
014900     05  SX-MODE                 PIC X(08).
015000     05  FILLER                  PIC X(01) VALUE SPACE.
015100     05  SX-REASON               PIC X(30).
015200 01  SLR-ERROR-LINE.
015300     05  FILLER                  PIC X(04) VALUE "*** ".
015400     05  SE-TEXT                 PIC X(70).
015500 01  SLR-TOTAL-LINE.
015600     05  FILLER                  PIC X(01) VALUE "*".
015700     05  FILLER                  PIC X(01) VALUE SPACE.
015800     05  ST-CAPTION              PIC X(26).
015900     05  FILLER                  PIC X(01) VALUE SPACE.
016000     05  ST-COUNT                PIC Z(06)9.
016100 PROCEDURE DIVISION.
016200******************************************************************
016300*    0000-MAINLINE
016400******************************************************************
016500 0000-MAINLINE.
016600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016700     PERFORM 1500-READ-CAMPAIGN THRU 1500-EXIT
016800     IF RG-CAMPAIGN-OK
016900         PERFORM 2000-SELECT-CUSTOMERS THRU 2000-EXIT
017000     END-IF
017100     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
017200     PERFORM 7000-SET-RETURN-CODE THRU 7000-EXIT
017300     PERFORM 9999-TERMINATE THRU 9999-EXIT
017400     GOBACK.
017500
017600******************************************************************
017700*    1000-INITIALIZE
017800*    EVERY FILE MUST OPEN OR NOTHING IS SELECTED.  THE MASTER
017900*    OPENS INPUT ONLY - SELECTION NEVER CHANGES IT.
018000******************************************************************
018100 1000-INITIALIZE.
018200     OPEN INPUT CAMPAIGN-FILE
018300     IF RG-CAMPAIGN-STATUS NOT = "00"
018400         DISPLAY "ROSTGEN: UNABLE TO OPEN CAMPAIGN, STATUS "
018500             RG-CAMPAIGN-STATUS
018600         MOVE 12 TO RETURN-CODE
018700         GOBACK
018800     END-IF
018900     OPEN INPUT CUSTOMER-MASTER
019000     IF RG-MASTER-STATUS NOT = "00"
019100         DISPLAY "ROSTGEN: UNABLE TO OPEN CUSTMST, STATUS "
019200             RG-MASTER-STATUS
019300         MOVE 12 TO RETURN-CODE
019400         GOBACK
019500     END-IF
019600     OPEN OUTPUT ROSTER-OUT
019700     IF RG-ROSTER-STATUS NOT = "00"
019800         DISPLAY "ROSTGEN: UNABLE TO OPEN GENROST, STATUS "
019900             RG-ROSTER-STATUS
020000         MOVE 12 TO RETURN-CODE
020100         GOBACK
020200     END-IF
020300     OPEN OUTPUT SELECTION-REPORT
020400     IF RG-REPORT-STATUS NOT = "00"
020500         DISPLAY "ROSTGEN: UNABLE TO OPEN SELRPT, STATUS "
020600             RG-REPORT-STATUS
020700         MOVE 12 TO RETURN-CODE
020800         GOBACK
020900     END-IF
021000     ACCEPT RG-RUN-DATE FROM DATE YYYYMMDD
021100     MOVE RG-RUN-DATE TO SLR-H1-DATE
021200     WRITE SLR-PRINT-LINE FROM SLR-HEADING-1
021300     WRITE SLR-PRINT-LINE FROM SLR-RULE-LINE.
021400 1000-EXIT.
021500     EXIT.
021600
021700******************************************************************
021800*    1500-READ-CAMPAIGN
021900*    THE CAMPAIGN IS PRINTED AS READ, THEN EDITED.  A RECORD
022000*    THAT FAILS AN EDIT STOPS THE SELECTION - A ROSTER BUILT
022100*    FROM A CAMPAIGN MARKETING DID NOT MEAN IS WORSE THAN NONE.
022200******************************************************************
022300 1500-READ-CAMPAIGN.
022400     SET RG-CAMPAIGN-BAD TO TRUE
022500     READ CAMPAIGN-FILE
022600         AT END
022700             MOVE "NO CAMPAIGN RECORD ON THE CAMPAIGN FILE"
022800                 TO SE-TEXT
022900             WRITE SLR-PRINT-LINE FROM SLR-ERROR-LINE
023000             GO TO 1500-EXIT
023100     END-READ
023200     ADD 1 TO RG-CAMPAIGNS-READ
023300     PERFORM 1600-PRINT-CAMPAIGN THRU 1600-EXIT
023400     PERFORM 1700-EDIT-CAMPAIGN THRU 1700-EXIT
023500     PERFORM 1550-COUNT-EXTRA-CAMPAIGN THRU 1550-EXIT
023600         UNTIL RG-CAMPAIGN-STATUS NOT = "00"
023700     IF RG-CAMPAIGNS-READ > 1
023800         MOVE "EXTRA CAMPAIGN RECORDS IGNORED - FIRST ONE USED"
023900             TO SE-TEXT
024000         WRITE SLR-PRINT-LINE FROM SLR-ERROR-LINE
024100     END-IF.
024200 1500-EXIT.
024300     EXIT.
024400
024500 1550-COUNT-EXTRA-CAMPAIGN.
024600     READ CAMPAIGN-FILE
024700         AT END
024800             MOVE "10" TO RG-CAMPAIGN-STATUS
024900         NOT AT END
025000             ADD 1 TO RG-CAMPAIGNS-READ
025100     END-READ.
025200 1550-EXIT.
025300     EXIT.
025400
025500******************************************************************
025600*    1600-PRINT-CAMPAIGN
025700******************************************************************
025800 1600-PRINT-CAMPAIGN.
025900     MOVE "CAMPAIGN ID" TO SC-CAPTION
026000     MOVE CP-CAMPAIGN-ID TO SC-VALUE
026100     WRITE SLR-PRINT-LINE FROM SLR-CAMPAIGN-LINE
026200     MOVE "CAMPAIGN NAME" TO SC-CAPTION
026300     MOVE CP-CAMPAIGN-NAME TO SC-VALUE
026400     WRITE SLR-PRINT-LINE FROM SLR-CAMPAIGN-LINE
026500     MOVE "CUSTOMER IDS" TO SC-CAPTION
026600     MOVE SPACES TO SC-VALUE
026700     STRING CP-FROM-ID DELIMITED BY SIZE
026800            " THRU " DELIMITED BY SIZE
026900            CP-TO-ID DELIMITED BY SIZE
027000         INTO SC-VALUE
027100     WRITE SLR-PRINT-LINE FROM SLR-CAMPAIGN-LINE
027200     MOVE "LANGUAGES" TO SC-CAPTION
027300     MOVE SPACES TO SC-VALUE
027400     STRING CP-LANG (1) " " CP-LANG (2) " " CP-LANG (3) " "
027500            CP-LANG (4) " " CP-LANG (5) DELIMITED BY SIZE
027600         INTO SC-VALUE
027700     IF CP-LANG-LIST = SPACES
027800         MOVE "(ALL)" TO SC-VALUE
027900     END-IF
028000     WRITE SLR-PRINT-LINE FROM SLR-CAMPAIGN-LINE
028100     MOVE "MODES" TO SC-CAPTION
028200     MOVE SPACES TO SC-VALUE
028300     STRING CP-MODE (1) " " CP-MODE (2) " " CP-MODE (3) " "
028400            CP-MODE (4) DELIMITED BY SIZE
028500         INTO SC-VALUE
028600     IF CP-MODE-LIST = SPACES
028700         MOVE "(ALL)" TO SC-VALUE
028800     END-IF
028900     WRITE SLR-PRINT-LINE FROM SLR-CAMPAIGN-LINE
029000     MOVE "OVERRIDE MODE" TO SC-CAPTION
029100     MOVE CP-OVERRIDE-MODE TO SC-VALUE
029200     IF CP-OVERRIDE-MODE = SPACES
029300         MOVE "(NONE - CUSTOMER'S OWN)" TO SC-VALUE
029400     END-IF
029500     WRITE SLR-PRINT-LINE FROM SLR-CAMPAIGN-LINE
029600     MOVE "RUN DATE" TO SC-CAPTION
029700     MOVE CP-RUN-DATE TO SC-VALUE
029800     IF CP-RUN-DATE = SPACES
029900         MOVE "(TODAY)" TO SC-VALUE
030000     END-IF
030100     WRITE SLR-PRINT-LINE FROM SLR-CAMPAIGN-LINE
030200     WRITE SLR-PRINT-LINE FROM SLR-RULE-LINE.
030300 1600-EXIT.
030400     EXIT.
030500
030600******************************************************************
030700*    1700-EDIT-CAMPAIGN
030800*    THE CAMPAIGN MUST BE NAMED, ITS RANGE THE RIGHT WAY ROUND
030900*    AND ITS RUN DATE A DATE.  THE LIST SIZES ARE COUNTED HERE
031000*    SO AN EMPTY LIST CAN MEAN "ALL".
031100******************************************************************
031200 1700-EDIT-CAMPAIGN.
031300     IF CP-CAMPAIGN-ID = SPACES
031400         MOVE "CAMPAIGN ID MISSING" TO SE-TEXT
031500         WRITE SLR-PRINT-LINE FROM SLR-ERROR-LINE
031600         GO TO 1700-EXIT
031700     END-IF
031800     IF CP-RUN-DATE NOT = SPACES AND CP-RUN-DATE NOT NUMERIC
031900         MOVE "RUN DATE IS NOT A DATE (YYYYMMDD)" TO SE-TEXT
032000         WRITE SLR-PRINT-LINE FROM SLR-ERROR-LINE
032100         GO TO 1700-EXIT
032200     END-IF
032300     MOVE CP-FROM-ID TO RG-FROM-ID
032400     IF CP-TO-ID NOT = SPACES
032500         MOVE CP-TO-ID TO RG-TO-ID
032600     END-IF
032700     IF RG-FROM-ID > RG-TO-ID
032800         MOVE "FROM-ID IS AFTER TO-ID - RANGE IS EMPTY" TO SE-TEXT
032900         WRITE SLR-PRINT-LINE FROM SLR-ERROR-LINE
033000         GO TO 1700-EXIT
033100     END-IF
033200     MOVE ZERO TO RG-LANGS-GIVEN
033300     MOVE ZERO TO RG-MODES-GIVEN
033400     PERFORM 1710-COUNT-LISTS THRU 1710-EXIT
033500         VARYING RG-SUB FROM 1 BY 1 UNTIL RG-SUB > 5
033600     MOVE CP-CAMPAIGN-ID TO RG-HDR-SOURCE
033700     IF CP-RUN-DATE = SPACES
033800         MOVE RG-RUN-DATE TO RG-ROSTER-DATE
033900     ELSE
034000         MOVE CP-RUN-DATE TO RG-ROSTER-DATE
034100     END-IF
034200     SET RG-CAMPAIGN-OK TO TRUE.
034300 1700-EXIT.
034400     EXIT.
034500
034600 1710-COUNT-LISTS.
034700     IF CP-LANG (RG-SUB) NOT = SPACES
034800         ADD 1 TO RG-LANGS-GIVEN
034900     END-IF
035000     IF RG-SUB < 5
035100         IF CP-MODE (RG-SUB) NOT = SPACES
035200             ADD 1 TO RG-MODES-GIVEN
035300         END-IF
035400     END-IF.
035500 1710-EXIT.
035600     EXIT.
035700
035800******************************************************************
035900*    2000-SELECT-CUSTOMERS
036000*    HEADER FIRST, THEN ONE PASS OF THE MASTER IN KEY ORDER
036100*    FROM THE FIRST ID AT OR AFTER THE RANGE START, STOPPING
036200*    AT THE FIRST ID PAST THE RANGE END, THEN THE TRAILER.
036300******************************************************************
036400 2000-SELECT-CUSTOMERS.
036500     MOVE RG-HDR-SOURCE TO RG-HDR-OUT-SOURCE
036600     MOVE RG-ROSTER-DATE TO RG-HDR-OUT-DATE
036700     WRITE ROSTER-OUT-REC FROM RG-HDR-LINE
036800     ADD 1 TO RG-ROSTER-RECS
036900     MOVE SPACES TO SLR-PRINT-LINE
037000     WRITE SLR-PRINT-LINE
037100     MOVE "CUSTOMERS IN RANGE NOT SELECTED" TO SLR-SECTION-TITLE
037200     WRITE SLR-PRINT-LINE FROM SLR-SECTION-LINE
037300     WRITE SLR-PRINT-LINE FROM SLR-EXCLUDED-COLUMNS
037400     WRITE SLR-PRINT-LINE FROM SLR-RULE-LINE
037500     MOVE RG-FROM-ID TO CM-CUSTOMER-ID
037600     START CUSTOMER-MASTER
037700         KEY IS NOT LESS THAN CM-CUSTOMER-ID
037800         INVALID KEY
037900             SET RG-MASTER-EOF TO TRUE
038000     END-START
038100     PERFORM 2100-SELECT-ONE-CUSTOMER THRU 2100-EXIT
038200         UNTIL RG-MASTER-EOF
038300     MOVE RG-SELECTED TO RG-TRL-OUT-COUNT
038400     WRITE ROSTER-OUT-REC FROM RG-TRL-LINE
038500     ADD 1 TO RG-ROSTER-RECS.
038600 2000-EXIT.
038700     EXIT.
038800
038900******************************************************************
039000*    2100-SELECT-ONE-CUSTOMER
039100*    THE RULES APPLY IN A FIXED ORDER AND THE FIRST ONE THAT
039200*    EXCLUDES THE CUSTOMER IS THE REASON REPORTED, SO THE
039300*    COUNTS BY RULE ADD UP TO THE CUSTOMERS READ.
039400******************************************************************
039500 2100-SELECT-ONE-CUSTOMER.
039600     READ CUSTOMER-MASTER NEXT RECORD
039700         AT END
039800             SET RG-MASTER-EOF TO TRUE
039900             GO TO 2100-EXIT
040000     END-READ
040100     IF CM-CUSTOMER-ID > RG-TO-ID
040200         SET RG-MASTER-EOF TO TRUE
040300         GO TO 2100-EXIT
040400     END-IF
040500     ADD 1 TO RG-CUSTS-READ
040600     IF CM-DO-NOT-GREET
040700         ADD 1 TO RG-EXCL-DNG
040800         MOVE "DO-NOT-GREET FLAG SET" TO RG-REASON
040900         PERFORM 2300-REPORT-EXCLUDED THRU 2300-EXIT
041000         GO TO 2100-EXIT
041100     END-IF
041200     PERFORM 2200-CHECK-LISTS THRU 2200-EXIT
041300     IF RG-LANG-NOT-LISTED
041400         ADD 1 TO RG-EXCL-LANG
041500         MOVE SPACES TO RG-REASON
041600         STRING "LANGUAGE " DELIMITED BY SIZE
041700                RG-CUST-LANG DELIMITED BY SIZE
041800                " NOT IN CAMPAIGN" DELIMITED BY SIZE
041900             INTO RG-REASON
042000         PERFORM 2300-REPORT-EXCLUDED THRU 2300-EXIT
042100         GO TO 2100-EXIT
042200     END-IF
042300     IF RG-MODE-NOT-LISTED
042400         ADD 1 TO RG-EXCL-MODE
042500         IF CM-PREF-MODE = SPACES
042600             MOVE "NO PREFERRED MODE" TO RG-REASON
042700         ELSE
042800             MOVE "MODE NOT IN CAMPAIGN" TO RG-REASON
042900         END-IF
043000         PERFORM 2300-REPORT-EXCLUDED THRU 2300-EXIT
043100         GO TO 2100-EXIT
043200     END-IF
043300     PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT.
043400 2100-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800*    2200-CHECK-LISTS
043900*    A BLANK PREFERRED LANGUAGE IS ENGLISH, AS FN_COB TREATS
044000*    IT.  AN EMPTY CAMPAIGN LIST PASSES EVERY VALUE.
044100******************************************************************
044200 2200-CHECK-LISTS.
044300     MOVE CM-PREF-LANG TO RG-CUST-LANG
044400     IF RG-CUST-LANG = SPACES
044500         MOVE "EN" TO RG-CUST-LANG
044600     END-IF
044700     SET RG-LANG-LISTED TO TRUE
044800     IF RG-LANGS-GIVEN > 0
044900         SET RG-LANG-NOT-LISTED TO TRUE
045000         PERFORM 2210-MATCH-ONE-LANG THRU 2210-EXIT
045100             VARYING RG-SUB FROM 1 BY 1 UNTIL RG-SUB > 5
045200     END-IF
045300     SET RG-MODE-LISTED TO TRUE
045400     IF RG-MODES-GIVEN > 0
045500         SET RG-MODE-NOT-LISTED TO TRUE
045600         IF CM-PREF-MODE NOT = SPACES
045700             PERFORM 2220-MATCH-ONE-MODE THRU 2220-EXIT
045800                 VARYING RG-SUB FROM 1 BY 1 UNTIL RG-SUB > 4
045900         END-IF
046000     END-IF.
046100 2200-EXIT.
046200     EXIT.
046300
046400 2210-MATCH-ONE-LANG.
046500     IF CP-LANG (RG-SUB) = RG-CUST-LANG
046600         SET RG-LANG-LISTED TO TRUE
046700     END-IF.
046800 2210-EXIT.
046900     EXIT.
047000
047100 2220-MATCH-ONE-MODE.
047200     IF CP-MODE (RG-SUB) = CM-PREF-MODE
047300         SET RG-MODE-LISTED TO TRUE
047400     END-IF.
047500 2220-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900*    2300-REPORT-EXCLUDED
048000******************************************************************
048100 2300-REPORT-EXCLUDED.
048200     MOVE CM-CUSTOMER-ID TO SX-CUSTOMER-ID
048300     MOVE CM-CUSTOMER-NAME (1:40) TO SX-NAME
048400     MOVE CM-PREF-LANG TO SX-LANG
048500     MOVE CM-PREF-MODE TO SX-MODE
048600     MOVE RG-REASON TO SX-REASON
048700     WRITE SLR-PRINT-LINE FROM SLR-EXCLUDED-LINE.
048800 2300-EXIT.
048900     EXIT.
049000
049100******************************************************************
049200*    2400-WRITE-DETAIL
049300*    NAME AND LANGUAGE ARE LEFT EMPTY - THE CUSTOMER ID MAKES
049400*    FN_COB TAKE BOTH FROM THE MASTER WHEN IT GREETS, SO A
049500*    CHANGE MADE BETWEEN THIS STEP AND THE GREETING STILL
049600*    COUNTS.  THE MODE FIELD CARRIES THE OVERRIDE, WHICH
049700*    FN_COB HONORS AHEAD OF THE CUSTOMER'S OWN PREFERENCE.
049800******************************************************************
049900 2400-WRITE-DETAIL.
050000     MOVE SPACES TO RG-DETAIL-LINE
050100     STRING ",," DELIMITED BY SIZE
050200            CM-CUSTOMER-ID DELIMITED BY SPACE
050300            "," DELIMITED BY SIZE
050400            CP-OVERRIDE-MODE DELIMITED BY SPACE
050500         INTO RG-DETAIL-LINE
050600     WRITE ROSTER-OUT-REC FROM RG-DETAIL-LINE
050700     ADD 1 TO RG-ROSTER-RECS
050800     ADD 1 TO RG-SELECTED
050900     IF CP-OVERRIDE-MODE NOT = SPACES
051000         ADD 1 TO RG-OVERRIDDEN
051100     END-IF.
051200 2400-EXIT.
051300     EXIT.
051400
051500******************************************************************
051600*    7000-SET-RETURN-CODE
051700******************************************************************
051800 7000-SET-RETURN-CODE.
051900     EVALUATE TRUE
052000         WHEN RG-CAMPAIGN-BAD
052100             MOVE 8 TO RETURN-CODE
052200         WHEN RG-SELECTED = 0 OR RG-CAMPAIGNS-READ > 1
052300             MOVE 4 TO RETURN-CODE
052400         WHEN OTHER
052500             MOVE ZERO TO RETURN-CODE
052600     END-EVALUATE.
052700 7000-EXIT.
052800     EXIT.
052900
053000******************************************************************
053100*    8000-PRINT-TOTALS
053200*    READ = DO-NOT-GREET + LANGUAGE + MODE + SELECTED, AND
053300*    ROSTER RECORDS = SELECTED + THE HEADER AND TRAILER.
053400******************************************************************
053500 8000-PRINT-TOTALS.
053600     MOVE SPACES TO SLR-PRINT-LINE
053700     WRITE SLR-PRINT-LINE
053800     WRITE SLR-PRINT-LINE FROM SLR-RULE-LINE
053900     MOVE "CUSTOMERS READ IN RANGE" TO ST-CAPTION
054000     MOVE RG-CUSTS-READ TO ST-COUNT
054100     WRITE SLR-PRINT-LINE FROM SLR-TOTAL-LINE
054200     MOVE "EXCLUDED - DO NOT GREET" TO ST-CAPTION
054300     MOVE RG-EXCL-DNG TO ST-COUNT
054400     WRITE SLR-PRINT-LINE FROM SLR-TOTAL-LINE
054500     MOVE "EXCLUDED - LANGUAGE" TO ST-CAPTION
054600     MOVE RG-EXCL-LANG TO ST-COUNT
054700     WRITE SLR-PRINT-LINE FROM SLR-TOTAL-LINE
054800     MOVE "EXCLUDED - MODE" TO ST-CAPTION
054900     MOVE RG-EXCL-MODE TO ST-COUNT
055000     WRITE SLR-PRINT-LINE FROM SLR-TOTAL-LINE
055100     MOVE "SELECTED" TO ST-CAPTION
055200     MOVE RG-SELECTED TO ST-COUNT
055300     WRITE SLR-PRINT-LINE FROM SLR-TOTAL-LINE
055400     MOVE "SELECTED, OVERRIDE MODE" TO ST-CAPTION
055500     MOVE RG-OVERRIDDEN TO ST-COUNT
055600     WRITE SLR-PRINT-LINE FROM SLR-TOTAL-LINE
055700     MOVE "ROSTER RECORDS WRITTEN" TO ST-CAPTION
055800     MOVE RG-ROSTER-RECS TO ST-COUNT
055900     WRITE SLR-PRINT-LINE FROM SLR-TOTAL-LINE.
056000 8000-EXIT.
056100     EXIT.
056200
056300******************************************************************
056400*    9999-TERMINATE
056500******************************************************************
056600 9999-TERMINATE.
056700     CLOSE CAMPAIGN-FILE
056800     CLOSE CUSTOMER-MASTER
056900     CLOSE ROSTER-OUT
057000     CLOSE SELECTION-REPORT.
057100 9999-EXIT.
057200     EXIT.
