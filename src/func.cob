002500*    INSTEAD OF FROM THE TOP OF THE ROSTER.  A SECOND ENTRY POINT,
002600*    FN_COB_GREET, LETS A DRIVER PROGRAM CALL DIRECTLY FOR ONE
002700*    GREETING WITHOUT GOING THROUGH SYSIN OR ANY OF THE LOG FILES.
002720*    A THIRD ENTRY POINT, FN_COB_ROSTER, RUNS THE SAME BATCH LOOP
002740*    AGAINST THE MERGED ROSTER ROSTMRGE WRITES (ROSTOUT) IN PLACE
002760*    OF SYSIN, FOR A DRIVER THAT CALLS FN_COB AFTER ROSTMRGE.
002800*    A THIRD COMMA-DELIMITED FIELD MAY CARRY A CUSTOMER ID IN
002900*    PLACE OF A TYPED NAME; CRMLKUP IS CALLED TO RESOLVE IT TO
003000*    THE CUSTOMER'S NAME OF RECORD, WHICH THEN DRIVES THE
009710*                    SAME DAY KEEP THEIR TRAILS APART AND A
009711*                    RESTARTED RUN IS VISIBLY TIED TO THE RUN
009712*                    IT RESUMED.
009714*    10/15/26   RJH  GREETHIST RECORDS NOW CARRY THE RUN ID
009715*                    (SEE GRHSTREC) SO A BACKED-OUT RUN'S
009716*                    HISTORY ENTRIES CAN BE FOUND AND REMOVED.
009717*    10/15/26   RJH  THE MERGE ID ROSTMRGE ADDS AS A FOURTH
009718*                    HEADER FIELD IS KEPT ON THE RUNLOG RECORD,
009719*                    AND EVERY REJLOG RECORD NOW CARRIES THE RUN
009720*                    ID, SO REJANL CAN SCORE REJECTS BY FEED.
009721*    10/15/26   RJH  FORMAL SALUTATIONS - A GREETTPL ROW MAY
009722*                    CARRY A SALUTATION PATTERN PLACING THE
009723*                    CUSTOMER'S COURTESY TITLE, GIVEN NAME AND
009724*                    FAMILY NAME (NOW RETURNED BY CRMLKUP), SO
009725*                    A FORMAL GREETING CAN READ "Dear Ms.
009726*                    O'Neill," INSTEAD OF CARRYING THE WHOLE
009727*                    NAME.  A TYPED-NAME LINE, OR A CUSTOMER
009728*                    WITHOUT THE PARTS, KEEPS THE TEMPLATE-
009729*                    PLUS-FULL-NAME GREETING.  A ROW MAY ALSO
009730*                    NAME A COURTESY TITLE, AND IS THEN TAKEN
009731*                    AHEAD OF THE BLANK-TITLE ROW FOR THAT
009732*                    LANGUAGE AND MODE, SO THE WORDING CAN
009733*                    AGREE WITH THE TITLE.  THE GREETING IS
009734*                    NOW BUILT ONCE (5500) FOR THE DISPLAY,
009735*                    GREETOUT AND FN_COB_GREET ALIKE.
009736*    10/15/26   RJH  FN_COB_ROSTER ENTRY POINT READS THE ROSTER
009737*                    FROM ROSTOUT IN PLACE OF SYSIN, SO DAYEND
009738*                    CAN FEED FN_COB THE MERGED ROSTER ONCE
009739*                    ROSTMRGE HAS CLOSED IT.  LN MOVES TO
009740*                    WORKING-STORAGE SO EITHER FILE READS INTO
009741*                    IT.  AUDIT RECORDS CARRY THE ROSTER RECORD
009742*                    NUMBER (SEE AUDITREC).
009743******************************************************************
009700 IDENTIFICATION DIVISION.
009800 PROGRAM-ID. FN_COB.
009900 AUTHOR. R J HARGROVE.
010600         ORGANIZATION LINE SEQUENTIAL
010700         FILE STATUS IS WS-SYSIN-STATUS.
010800
010820     SELECT ROSTER-FILE ASSIGN TO ROSTOUT
010840         ORGANIZATION LINE SEQUENTIAL
010860         FILE STATUS IS WS-SYSIN-STATUS.
010880
010900     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
011000         ORGANIZATION LINE SEQUENTIAL
011100         FILE STATUS IS WS-AUDIT-STATUS.
012900 DATA DIVISION.
013000 FILE SECTION.
013100 FD  SYSIN.
013160 01  SYSIN-LINE                  PIC X(80).
013220
013280 FD  ROSTER-FILE.
013340 01  ROSTER-LINE                 PIC X(80).
013400
013500 FD  AUDIT-FILE.
013600     COPY AUDITREC.
015000 WORKING-STORAGE SECTION.
015100     COPY GREETTBL.
015200 01  WS-SYSIN-STATUS             PIC X(02) VALUE "00".
015210 01  LN                          PIC X(80) VALUE SPACES.
015220     88  EOF                     VALUE HIGH-VALUES.
015230 01  WS-INPUT-FLAG               PIC X(01) VALUE "S".
015240     88  WS-INPUT-SYSIN              VALUE "S".
015250     88  WS-INPUT-ROSTOUT            VALUE "R".
015300 01  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
015400 01  WS-REJECT-STATUS            PIC X(02) VALUE "00".
015500 01  WS-CHECKPOINT-STATUS        PIC X(02) VALUE "00".
016833         10  WS-TP-MODE          PIC X(08).
016834         10  WS-TP-TEMPLATE      PIC X(20).
016835         10  WS-TP-LEN           PIC 9(02) COMP.
016836         10  WS-TP-SALUTATION    PIC X(40).
016837         10  WS-TP-TITLE         PIC X(10).
016838 01  WS-RUNLOG-STATUS            PIC X(02) VALUE "00".
016839 01  WS-RUN-ID                   PIC X(16) VALUE SPACES.
016840 01  WS-RUN-START-TS             PIC X(16) VALUE SPACES.
016800 01  WS-DETAIL-RECS-READ         PIC 9(07) COMP VALUE ZERO.
016900 01  WS-CTL-RECS-READ            PIC 9(07) COMP VALUE ZERO.
017000 01  WS-HDR-FLAG                 PIC X(01) VALUE "N".
017800 01  WS-HDR-TAG                  PIC X(03) VALUE SPACES.
017900 01  WS-HDR-SOURCE               PIC X(10) VALUE SPACES.
018000 01  WS-HDR-DATE                 PIC X(08) VALUE SPACES.
018010 01  WS-HDR-MERGE-ID             PIC X(16) VALUE SPACES.
018100 01  WS-TRL-COUNT-X              PIC X(07) VALUE SPACES.
018200 01  WS-TRL-EXPECTED             PIC 9(07) VALUE ZERO.
018300 01  WS-AUDIT-SOURCE             PIC X(05) VALUE "BATCH".
025300     88  WS-CUST-DO-NOT-GREET        VALUE "Y".
025400 01  WS-LANG-IS-ENGLISH          PIC X(01) VALUE "N".
025500     88  WS-LANG-USES-ENGLISH        VALUE "Y".
025507 01  WS-CRM-TITLE                PIC X(10) VALUE SPACES.
025514 01  WS-CRM-GIVEN-NAME           PIC X(30) VALUE SPACES.
025521 01  WS-CRM-FAMILY-NAME          PIC X(30) VALUE SPACES.
025523 01  WS-GRTPL-CUST-TITLE         PIC X(10) VALUE SPACES.
025525 01  WS-GRTPL-TITLE-KEY          PIC X(10) VALUE SPACES.
025528 01  WS-SALUTATION               PIC X(40) VALUE SPACES.
025535 01  WS-SAL-LEN                  PIC 9(03) COMP VALUE ZERO.
025542 01  WS-SAL-SUB                  PIC 9(03) COMP VALUE ZERO.
025549 01  WS-SAL-PART                 PIC X(30) VALUE SPACES.
025556 01  WS-SAL-PART-LEN             PIC 9(03) COMP VALUE ZERO.
025563 01  WS-SAL-USED-FLAG            PIC X(01) VALUE "N".
025570     88  WS-SAL-USED                 VALUE "Y".
025577 01  WS-GREETING-TEXT            PIC X(101) VALUE SPACES.
025584 01  WS-GREETING-LEN             PIC 9(03) COMP VALUE ZERO.
025591 01  WS-GREETING-PTR             PIC 9(03) COMP VALUE ZERO.
025600 LINKAGE SECTION.
025700 01  FN-IN-NAME                  PIC X(80).
025800 01  FN-OUT-GREETING             PIC X(80).
028500     PERFORM 4000-BUILD-GREETING-FOR-CALLER THRU 4000-EXIT
028600     GOBACK.
028700
028706******************************************************************
028712*    FN_COB_ROSTER
028718*    A THIRD ENTRY POINT, FOR DAYEND: THE SAME BATCH LOOP AS A
028724*    STANDALONE RUN, BUT THE ROSTER IS READ FROM THE MERGED
028730*    ROSTER ROSTMRGE WRITES (ROSTOUT) INSTEAD OF FROM SYSIN.
028736*    DAYEND CALLS ROSTMRGE FIRST, WHICH HAS CLOSED ROSTOUT BY THE
028742*    TIME THIS ENTRY IS REACHED, SO THE JOB NEVER HAS TO
028748*    ALLOCATE SYSIN TO A FILE ANOTHER PROGRAM IN THE SAME STEP
028754*    IS ABOUT TO REWRITE.
028760******************************************************************
028766 0002-FN-COB-ROSTER-ENTRY.
028772 ENTRY "FN_COB_ROSTER".
028778     SET WS-INPUT-ROSTOUT TO TRUE
028784     GO TO 0000-MAINLINE.
028790
028800******************************************************************
028900*    1000-INITIALIZE
029000*    AUDIT-FILE AND REJECT-FILE ARE OPENED EXTEND (FALLING BACK TO
029900******************************************************************
030000 1000-INITIALIZE.
030010     PERFORM 6200-ASSIGN-RUN-ID THRU 6200-EXIT
030040     IF WS-INPUT-ROSTOUT
030070         OPEN INPUT ROSTER-FILE
030100     ELSE
030130         OPEN INPUT SYSIN
030160     END-IF
030190     IF WS-SYSIN-STATUS NOT = "00"
030220         IF WS-INPUT-ROSTOUT
030250             DISPLAY "FN_COB: UNABLE TO OPEN ROSTOUT, STATUS "
030280                 WS-SYSIN-STATUS
030310         ELSE
030340             DISPLAY "FN_COB: UNABLE TO OPEN SYSIN, STATUS "
030370                 WS-SYSIN-STATUS
030400         END-IF
030500         MOVE 12 TO RETURN-CODE
030600         GOBACK
030700     END-IF
043800
043900******************************************************************
044000*    2000-PROCESS-SYSIN
044080*    READS THE ROSTER UNTIL EOF IS SET, ONE INPUT RECORD AT A
044160*    TIME - THIS IS WHAT TURNS A SINGLE-NAME CONSOLE INVOCATION
044240*    AND A MULTI-LINE ROSTER INTO THE SAME CODE PATH.  THE
044320*    ROSTER IS SYSIN, OR ROSTOUT UNDER FN_COB_ROSTER.
044400******************************************************************
044500 2000-PROCESS-SYSIN.
044600     PERFORM 2100-READ-NEXT-RECORD THRU 2100-EXIT
044900     EXIT.
045000
045100 2100-READ-NEXT-RECORD.
045170     IF WS-INPUT-ROSTOUT
045240         READ ROSTER-FILE INTO LN
045310             AT END
045380                 SET EOF TO TRUE
045450         END-READ
045520     ELSE
045590         READ SYSIN INTO LN
045660             AT END
045730                 SET EOF TO TRUE
045800         END-READ
045870     END-IF
045940     IF EOF
046010         GO TO 2100-EXIT
046080     END-IF
046150     ADD 1 TO WS-RECORD-NO
046220     ADD 1 TO WS-RECS-READ
046290     IF WS-RECORD-NO = 1 AND LN (1:4) = "HDR,"
046360         PERFORM 2300-PROCESS-HEADER THRU 2300-EXIT
046430     ELSE
046500     IF LN (1:4) = "TRL,"
046570         PERFORM 2400-PROCESS-TRAILER THRU 2400-EXIT
046640     ELSE
046710     ADD 1 TO WS-DETAIL-RECS-READ
046780     IF WS-RECORD-NO > WS-RESTART-POINT
046850         IF WS-SYSIN-STATUS NOT = "00"
046920             PERFORM 2115-REJECT-OVERSIZED-RECORD
046990                 THRU 2115-EXIT
047060         ELSE
047130             PERFORM 2110-GREET-ONE-RECORD THRU 2110-EXIT
047200         END-IF
047270         PERFORM 2200-CHECKPOINT-IF-DUE THRU 2200-EXIT
047340     ELSE
047410         ADD 1 TO WS-RECS-SKIPPED
047480     END-IF
047550     END-IF
047620     END-IF.
047900 2100-EXIT.
048000     EXIT.
048100
053500*    HEADERLESS SINGLE-NAME INVOCATION WORKING.  CONTROL
053600*    RECORDS ARE REPROCESSED ON A RESTARTED RUN REGARDLESS OF
053700*    THE RESTART POINT - PARSING THEM AGAIN IS HARMLESS AND
053800*    THE TRAILER CHECK NEEDS THEM.  A ROSTER MERGED BY
053810*    ROSTMRGE CARRIES ITS MERGE ID AS A FOURTH FIELD, KEPT
053820*    ONLY FOR THE RUNLOG RECORD.
053900******************************************************************
054000 2300-PROCESS-HEADER.
054100     SET WS-HDR-PRESENT TO TRUE
054200     ADD 1 TO WS-CTL-RECS-READ
054300     UNSTRING LN DELIMITED BY ","
054400         INTO WS-HDR-TAG, WS-HDR-SOURCE, WS-HDR-DATE,
054410              WS-HDR-MERGE-ID
054500     END-UNSTRING.
054600 2300-EXIT.
054700     EXIT.
066472     END-IF
066500     IF WS-REASON-NONE
066600         PERFORM 5000-RESOLVE-GREETING-TEXT THRU 5000-EXIT
066700         PERFORM 5500-BUILD-GREETING-TEXT THRU 5500-EXIT
066800         DISPLAY WS-GREETING-TEXT (1:WS-GREETING-LEN)
066900         MOVE "BATCH" TO WS-AUDIT-SOURCE
067000         PERFORM 2120-WRITE-AUDIT-RECORD THRU 2120-EXIT
067100         PERFORM 2140-WRITE-GREETOUT-RECORD THRU 2140-EXIT
069360         PERFORM 6200-ASSIGN-RUN-ID THRU 6200-EXIT
069370     END-IF
069380     MOVE WS-RUN-ID TO AU-RUN-ID
069383     IF WS-AUDIT-SOURCE = "BATCH"
069386         MOVE WS-RECORD-NO TO AU-RECORD-NO
069389     ELSE
069392         MOVE ZERO TO AU-RECORD-NO
069395     END-IF
069400     WRITE AUDIT-RECORD.
069500 2120-EXIT.
069600     EXIT.
071000     MOVE WS-REJECT-REASON TO RJ-REASON-CODE
071100     MOVE WS-REASON-TEXT TO RJ-REASON-TEXT
071200     MOVE WS-STDIN (1:80) TO RJ-RAW-INPUT
071210     MOVE WS-RUN-ID TO RJ-RUN-ID
071300     WRITE REJECT-RECORD.
071400 2130-EXIT.
071500     EXIT.
073100     MOVE WS-RAW-LANG-CODE TO GO-LANG-CODE
073200     MOVE WS-RAW-MODE TO GO-MODE
073210     MOVE WS-RUN-ID TO GO-RUN-ID
073300     MOVE WS-GREETING-TEXT TO GO-GREETING-TEXT
073900     WRITE GREETOUT-RECORD.
074000 2140-EXIT.
074100     EXIT.
076940*    3300 WOULD BE SKIPPED WHENEVER AN EARLIER EDIT FAILS AND
076950*    THE PRIOR RECORD'S FLAG WOULD LEAK INTO THIS ONE.
076960     MOVE "N" TO WS-CRM-DNG-FLAG
076970     MOVE SPACES TO WS-CRM-TITLE
076980     MOVE SPACES TO WS-CRM-GIVEN-NAME
076990     MOVE SPACES TO WS-CRM-FAMILY-NAME
077000     MOVE ZERO TO WS-TRAILING-SPACES
077100     INSPECT WS-STDIN TALLYING WS-TRAILING-SPACES
077200         FOR TRAILING SPACE
094100*    THE RECORD UNDER ITS OWN DISPOSITION - THAT IS A CUSTOMER
094200*    CONTACT CHOICE, NOT A DATA ERROR, SO IT IS NEITHER
094300*    GREETED NOR SENT TO REJLOG.
094320*    THE CUSTOMER'S TITLE AND NAME PARTS COME BACK WITH THE
094340*    NAME FOR 5500-BUILD-GREETING-TEXT'S SALUTATIONS; THEY ARE
094360*    CLEARED WITH THE OTHER PER-RECORD FIELDS IN 3050, SO A
094380*    TYPED-NAME LINE NEVER INHERITS THE LAST CUSTOMER'S.
094400******************************************************************
094500 3300-LOOKUP-CUSTOMER.
094700     IF WS-RAW-CUSTOMER-ID NOT = SPACES
094800         CALL "CRMLKUP" USING WS-RAW-CUSTOMER-ID, WS-CRM-NAME,
094900             WS-CRM-FOUND-FLAG, WS-CRM-PREF-LANG,
095000             WS-CRM-PREF-MODE, WS-CRM-DNG-FLAG, WS-CRM-TITLE,
095050             WS-CRM-GIVEN-NAME, WS-CRM-FAMILY-NAME
095100         IF WS-CRM-FOUND-FLAG = "Y"
095200             MOVE SPACES TO WS-RAW-NAME
095300             MOVE WS-CRM-NAME TO WS-RAW-NAME
096679         MOVE SPACES TO GREET-HIST-RECORD
096680         MOVE WS-RAW-CUSTOMER-ID TO GH-CUSTOMER-ID
096681         MOVE WS-RUN-DATE TO GH-LAST-GREETED
096682         MOVE WS-RUN-ID TO GH-RUN-ID
096683         WRITE GREET-HIST-RECORD
096684     END-IF.
096685 3440-EXIT.
096686     EXIT.
096687
096688 3450-OPEN-HIST-IF-NEEDED.
096689     IF NOT WS-GRHIST-IS-OPEN
096690         OPEN EXTEND GREET-HIST-FILE
096691         IF WS-GRHIST-STATUS NOT = "00"
096692             OPEN OUTPUT GREET-HIST-FILE
096693         END-IF
096694         IF WS-GRHIST-STATUS = "00"
096695             SET WS-GRHIST-IS-OPEN TO TRUE
096696         END-IF
096697     END-IF.
096698 3450-EXIT.
096699     EXIT.
096700
096750******************************************************************
096800*    4000-BUILD-GREETING-FOR-CALLER
096900*    ENTERED ONLY FROM FN_COB_GREET, ABOVE.  RUNS THE SAME SPLIT,
097000*    EDIT AND TEMPLATE-RESOLUTION LOGIC AS THE SYSIN BATCH LOOP
099600     END-IF
099700     IF WS-REASON-NONE
099800         PERFORM 5000-RESOLVE-GREETING-TEXT THRU 5000-EXIT
099900         PERFORM 5500-BUILD-GREETING-TEXT THRU 5500-EXIT
100250         MOVE WS-GREETING-TEXT TO FN-OUT-GREETING
100600         PERFORM 4100-OPEN-AUDIT-IF-NEEDED THRU 4100-EXIT
100700         MOVE "CALL" TO WS-AUDIT-SOURCE
100800         PERFORM 2120-WRITE-AUDIT-RECORD THRU 2120-EXIT
106360*    WITH THE LANGUAGE'S BLANK-MODE DEFAULT ROW BEHIND IT, AND
106370*    THE COMPILE-TIME TABLES BEHIND THAT FOR A LANGUAGE THE
106380*    FILE DOES NOT CARRY.  A MISSING GREETTPL CHANGES NOTHING.
106385*    THE ROW THAT RESOLVES ALSO BRINGS ITS SALUTATION PATTERN,
106390*    IF ANY, FOR 5500-BUILD-GREETING-TEXT; THE BUILT-IN TABLES
106395*    HAVE NONE.
106400******************************************************************
106500 5000-RESOLVE-GREETING-TEXT.
106510     IF NOT WS-GRTPL-LOAD-DONE
106520         PERFORM 5300-LOAD-TEMPLATE-FILE THRU 5300-EXIT
106530     END-IF
106600     MOVE SPACES TO WS-GREETING-PREFIX
106650     MOVE SPACES TO WS-SALUTATION
106700     MOVE "N" TO WS-LANG-IS-ENGLISH
106800     IF WS-RAW-LANG-CODE = SPACES
106900         MOVE "EN" TO WS-RAW-LANG-CODE
120200         MOVE SPACES TO WS-GREETING-PREFIX
120300         MOVE WS-HC-TEMPLATE (HC-IDX) TO WS-GREETING-PREFIX
120400         MOVE WS-HC-LEN (HC-IDX) TO WS-PREFIX-LEN
120450         MOVE SPACES TO WS-SALUTATION
120500     END-IF.
120600 5230-EXIT.
120700     EXIT.
120849     MOVE TP-LANG-CODE TO WS-TP-LANG-CODE (TP-IDX)
120850     MOVE TP-MODE TO WS-TP-MODE (TP-IDX)
120851     MOVE TP-TEMPLATE TO WS-TP-TEMPLATE (TP-IDX)
120852     MOVE TP-SALUTATION TO WS-TP-SALUTATION (TP-IDX)
120853     MOVE TP-TITLE TO WS-TP-TITLE (TP-IDX)
120854     INSPECT WS-TP-TITLE (TP-IDX)
120855         CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
120856     IF TP-TEMPLATE-LEN IS NUMERIC
120857         AND TP-TEMPLATE-LEN > 0
120858         MOVE TP-TEMPLATE-LEN TO WS-TP-LEN (TP-IDX)
120859     ELSE
120860         MOVE ZERO TO WS-TRAILING-SPACES
120861         INSPECT TP-TEMPLATE TALLYING WS-TRAILING-SPACES
120862             FOR TRAILING SPACE
120863         SUBTRACT WS-TRAILING-SPACES FROM 20
120864             GIVING WS-TP-LEN (TP-IDX)
120865     END-IF
120866     IF WS-TP-LEN (TP-IDX) > 20
120867         MOVE 20 TO WS-TP-LEN (TP-IDX)
120868     END-IF.
120869 5310-EXIT.
120870     EXIT.
120871
120872******************************************************************
120873*    5400-RESOLVE-FROM-TPL-FILE
120874*    EXACT LANGUAGE-PLUS-MODE ROW FIRST, THE LANGUAGE'S BLANK-
120875*    MODE DEFAULT ROW SECOND; A LANGUAGE THE FILE DOES NOT
120876*    CARRY AT ALL LEAVES WS-GRTPL-USED OFF AND THE BUILT-IN
120877*    TABLES RESOLVE IT AS THEY ALWAYS HAVE.  AT EACH STEP A
120878*    ROW NAMING THE CUSTOMER'S COURTESY TITLE IS TAKEN AHEAD
120879*    OF THE BLANK-TITLE ROW (5405), SO DE FORMAL "HERR" CAN
120880*    SAY "Sehr geehrter" WHERE DE FORMAL SAYS "Sehr geehrte".
120881*    A TITLED ROW IS A WHOLE ROW - ITS TEMPLATE IS ALSO THE
120882*    ONE THE FULL-NAME FALLBACK USES FOR THAT CUSTOMER.
120883******************************************************************
120884 5400-RESOLVE-FROM-TPL-FILE.
120885     MOVE WS-CRM-TITLE TO WS-GRTPL-CUST-TITLE
120886     INSPECT WS-GRTPL-CUST-TITLE
120887         CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
120888     MOVE "N" TO WS-GRTPL-FOUND-FLAG
120889     IF WS-RAW-MODE NOT = SPACES
120890         MOVE WS-RAW-MODE TO WS-GRTPL-MODE-KEY
120891         PERFORM 5405-SEARCH-BY-TITLE THRU 5405-EXIT
120892     END-IF
120893     IF NOT WS-GRTPL-FOUND
120894         MOVE SPACES TO WS-GRTPL-MODE-KEY
120895         PERFORM 5405-SEARCH-BY-TITLE THRU 5405-EXIT
120896     END-IF
120897     IF WS-GRTPL-FOUND
120898         MOVE WS-TP-TEMPLATE (TP-IDX) TO WS-GREETING-PREFIX
120899         MOVE WS-TP-LEN (TP-IDX) TO WS-PREFIX-LEN
120900         MOVE WS-TP-SALUTATION (TP-IDX) TO WS-SALUTATION
120901         SET WS-GRTPL-USED TO TRUE
120902     END-IF.
120903 5400-EXIT.
120904     EXIT.
120905
120906 5405-SEARCH-BY-TITLE.
120907     MOVE "N" TO WS-GRTPL-FOUND-FLAG
120908     IF WS-GRTPL-CUST-TITLE NOT = SPACES
120909         MOVE WS-GRTPL-CUST-TITLE TO WS-GRTPL-TITLE-KEY
120910         PERFORM 5410-SEARCH-TPL-TABLE THRU 5410-EXIT
120911     END-IF
120912     IF NOT WS-GRTPL-FOUND
120913         MOVE SPACES TO WS-GRTPL-TITLE-KEY
120914         PERFORM 5410-SEARCH-TPL-TABLE THRU 5410-EXIT
120915     END-IF.
120916 5405-EXIT.
120917     EXIT.
120918
120919 5410-SEARCH-TPL-TABLE.
120920     MOVE "N" TO WS-GRTPL-FOUND-FLAG
120921     SET TP-IDX TO 1
120922     SEARCH WS-GRTPL-ENTRY
120923         AT END
120924             CONTINUE
120925         WHEN TP-IDX > WS-GRTPL-COUNT
120926             CONTINUE
120927         WHEN WS-TP-LANG-CODE (TP-IDX) = WS-RAW-LANG-CODE
120928             AND WS-TP-MODE (TP-IDX) = WS-GRTPL-MODE-KEY
120929             AND WS-TP-TITLE (TP-IDX) = WS-GRTPL-TITLE-KEY
120930             SET WS-GRTPL-FOUND TO TRUE
120931     END-SEARCH.
120932 5410-EXIT.
120933     EXIT.
120934
120935******************************************************************
120936*    5500-BUILD-GREETING-TEXT
120937*    THE GREETING AS DISPLAYED, WRITTEN TO GREETOUT AND HANDED
120938*    BACK THROUGH FN_COB_GREET.  WHEN THE RESOLVED TEMPLATE ROW
120939*    CARRIES A SALUTATION PATTERN (SEE GRTPLREC) AND THE
120940*    CUSTOMER MASTER SUPPLIED EVERY NAME PART THE PATTERN CALLS
120941*    FOR, THE PATTERN IS THE GREETING - "Dear &T &F," BECOMES
120942*    "Dear Ms. O'Neill," - CLOSING PUNCTUATION AND ALL.
120943*    OTHERWISE, AND ALWAYS FOR A TYPED-NAME LINE, WHICH HAS NO
120944*    MASTER RECORD TO TAKE THE PARTS FROM, IT IS THE TEMPLATE
120945*    PLUS THE FULL NAME AND "!" AS IT HAS ALWAYS BEEN.
120946******************************************************************
120947 5500-BUILD-GREETING-TEXT.
120948     MOVE SPACES TO WS-GREETING-TEXT
120949     MOVE "N" TO WS-SAL-USED-FLAG
120950     IF WS-SALUTATION NOT = SPACES
120951         PERFORM 5510-APPLY-SALUTATION THRU 5510-EXIT
120952     END-IF
120953     IF WS-SAL-USED
120954         GO TO 5500-EXIT
120955     END-IF
120956     MOVE SPACES TO WS-GREETING-TEXT
120957     STRING WS-GREETING-PREFIX (1:WS-PREFIX-LEN)
120958            DELIMITED BY SIZE
120959            WS-RAW-NAME (1:WS-NAME-LEN)
120960            DELIMITED BY SIZE
120961            "!" DELIMITED BY SIZE
120962         INTO WS-GREETING-TEXT
120963     COMPUTE WS-GREETING-LEN = WS-PREFIX-LEN + WS-NAME-LEN + 1.
120964 5500-EXIT.
120965     EXIT.
120966
120967******************************************************************
120968*    5510-APPLY-SALUTATION
120969*    THE PATTERN IS COPIED A PIECE AT A TIME: &T, &G OR &F
120970*    TAKES THE TITLE, GIVEN NAME OR FAMILY NAME, AND ANY OTHER
120971*    CHARACTER - AN "&" NOT FOLLOWED BY ONE OF THOSE LETTERS
120972*    INCLUDED - IS COPIED AS IT STANDS.  THE FIRST MARKER WHOSE
120973*    PART IS BLANK ABANDONS THE PATTERN WITH WS-SAL-USED OFF,
120974*    SO THE CALLER FALLS BACK TO THE FULL-NAME GREETING RATHER
120975*    THAN SENDING "Dear  O'Neill,".
120976******************************************************************
120977 5510-APPLY-SALUTATION.
120978     MOVE ZERO TO WS-TRAILING-SPACES
120979     INSPECT WS-SALUTATION TALLYING WS-TRAILING-SPACES
120980         FOR TRAILING SPACE
120981     SUBTRACT WS-TRAILING-SPACES FROM 40 GIVING WS-SAL-LEN
120982     SET WS-SAL-USED TO TRUE
120983     MOVE 1 TO WS-GREETING-PTR
120984     MOVE 1 TO WS-SAL-SUB
120985     PERFORM 5520-COPY-ONE-PIECE THRU 5520-EXIT
120986         UNTIL WS-SAL-SUB > WS-SAL-LEN
120987             OR NOT WS-SAL-USED
120988     SUBTRACT 1 FROM WS-GREETING-PTR GIVING WS-GREETING-LEN.
120989 5510-EXIT.
120990     EXIT.
120991
120992 5520-COPY-ONE-PIECE.
120993     IF WS-SALUTATION (WS-SAL-SUB:1) NOT = "&"
120994         OR WS-SAL-SUB = WS-SAL-LEN
120995         GO TO 5520-LITERAL
120996     END-IF
120997     MOVE SPACES TO WS-SAL-PART
120998     EVALUATE WS-SALUTATION (WS-SAL-SUB + 1:1)
120999         WHEN "T"
121000             MOVE WS-CRM-TITLE TO WS-SAL-PART
121001         WHEN "G"
121002             MOVE WS-CRM-GIVEN-NAME TO WS-SAL-PART
121003         WHEN "F"
121004             MOVE WS-CRM-FAMILY-NAME TO WS-SAL-PART
121005         WHEN OTHER
121006             GO TO 5520-LITERAL
121007     END-EVALUATE
121008     IF WS-SAL-PART = SPACES
121009         MOVE "N" TO WS-SAL-USED-FLAG
121010         GO TO 5520-EXIT
121011     END-IF
121012     PERFORM 5530-RECASE-PART THRU 5530-EXIT
121013     STRING WS-SAL-PART (1:WS-SAL-PART-LEN) DELIMITED BY SIZE
121014         INTO WS-GREETING-TEXT WITH POINTER WS-GREETING-PTR
121015     ADD 2 TO WS-SAL-SUB
121016     GO TO 5520-EXIT.
121017 5520-LITERAL.
121018     STRING WS-SALUTATION (WS-SAL-SUB:1) DELIMITED BY SIZE
121019         INTO WS-GREETING-TEXT WITH POINTER WS-GREETING-PTR
121020     ADD 1 TO WS-SAL-SUB.
121021 5520-EXIT.
121022     EXIT.
121023
121024******************************************************************
121025*    5530-RECASE-PART
121026*    EACH NAME PART IS HELD TO THE SAME RULE 3200-NORMALIZE-
121027*    CASING HOLDS THE FULL NAME TO: A PART WITH NO LOWERCASE
121028*    LETTER CAME FROM AN ALL-CAPITALS FEED AND IS RECASED, SO
121029*    "MS." AND "O'NEILL" GREET AS "Ms." AND "O'Neill"; A PART
121030*    KEYED IN MIXED CASE IS LEFT EXACTLY AS KEYED.
121031******************************************************************
121032 5530-RECASE-PART.
121033     MOVE ZERO TO WS-TRAILING-SPACES
121034     INSPECT WS-SAL-PART TALLYING WS-TRAILING-SPACES
121035         FOR TRAILING SPACE
121036     SUBTRACT WS-TRAILING-SPACES FROM 30 GIVING WS-SAL-PART-LEN
121037     MOVE ZERO TO WS-LOWER-COUNT
121038     INSPECT WS-SAL-PART (1:WS-SAL-PART-LEN)
121039         TALLYING WS-LOWER-COUNT FOR ALL "a" "b" "c" "d" "e"
121040         "f" "g" "h" "i" "j" "k" "l" "m" "n" "o" "p" "q" "r"
121041         "s" "t" "u" "v" "w" "x" "y" "z"
121042     IF WS-LOWER-COUNT > 0
121043         GO TO 5530-EXIT
121044     END-IF
121045     INSPECT WS-SAL-PART (1:WS-SAL-PART-LEN)
121046         CONVERTING WS-UPPER-LETTERS TO WS-LOWER-LETTERS
121047     MOVE SPACE TO WS-PREV-CLASS
121048     PERFORM 5540-RAISE-ONE-INITIAL THRU 5540-EXIT
121049         VARYING WS-CHAR-SUB FROM 1 BY 1
121050         UNTIL WS-CHAR-SUB > WS-SAL-PART-LEN.
121051 5530-EXIT.
121052     EXIT.
121053
121054 5540-RAISE-ONE-INITIAL.
121055     IF NOT WS-PREV-LETTER
121056         INSPECT WS-SAL-PART (WS-CHAR-SUB:1)
121057             CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
121058     END-IF
121059     EVALUATE TRUE
121060         WHEN WS-SAL-PART (WS-CHAR-SUB:1) = SPACE
121061             MOVE "S" TO WS-PREV-CLASS
121062         WHEN WS-SAL-PART (WS-CHAR-SUB:1) = "'" OR "-"
121063             MOVE "J" TO WS-PREV-CLASS
121064         WHEN OTHER
121065             MOVE "L" TO WS-PREV-CLASS
121066     END-EVALUATE.
121067 5540-EXIT.
121068     EXIT.
121069
121070******************************************************************
121071*    6000-BUILD-TIMESTAMP
121072******************************************************************
121200 6000-BUILD-TIMESTAMP.
121300     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
121400     ACCEPT WS-TS-TIME FROM TIME
129838     MOVE WS-RECS-HIST-SKIPPED TO RL-HIST-SKIPPED
129839     MOVE WS-RESTART-POINT TO RL-RESTART-POINT
129840     MOVE RETURN-CODE TO RL-RETURN-CODE
129841     MOVE WS-HDR-MERGE-ID TO RL-MERGE-ID
129842     WRITE RUN-LOG-RECORD
129843     CLOSE RUN-LOG-FILE.
129844 9000-EXIT.
129845     EXIT.
129846
129900******************************************************************
130000*    9999-TERMINATE
130100******************************************************************
130200 9999-TERMINATE.
130230     IF WS-INPUT-ROSTOUT
130260         CLOSE ROSTER-FILE
130290     ELSE
130320         CLOSE SYSIN
130350     END-IF
130400     CLOSE AUDIT-FILE
130500     CLOSE REJECT-FILE
130600     CLOSE CHECKPOINT-FILE
