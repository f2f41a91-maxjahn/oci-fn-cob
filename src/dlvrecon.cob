000100******************************************************************
000200*    DLVRECON - DELIVERY RESULTS RECONCILIATION
000300*
000400*    AUTHOR.          R J HARGROVE.
000500*    INSTALLATION.    DATA PROCESSING - BATCH SYSTEMS.
000600*    DATE-WRITTEN.    10/15/26.
000700*
000800*    CLOSES THE LOOP GREETSND OPENS.  READS THE E-MAIL
000900*    VENDOR'S DELIVERY RESULTS (EMLRSLT, SEE EMRSLREC) AND
001000*    THE PRINT SHOP'S RETURNED-MAIL NOTICES (RTNMAIL, SEE
001100*    RTMLREC) AND MATCHES EACH ONE TO ITS GREETOUT RECORD
001200*    (SEE GREETREC) BY RUN ID PLUS RECORD NUMBER - THE
001300*    REFERENCE GREETSND PUTS ON EVERY E-MAIL AND LETTER.  THE
001400*    DELIVERY REPORT (DLVRPT) GIVES THE OUTCOMES BY RUN AND
001500*    CHANNEL - DELIVERED, SOFT BOUNCE, HARD BOUNCE, RETURNED.
001600*    A HARD BOUNCE OR A RETURNED LETTER MEANS THE ADDRESS IS
001700*    DEAD, SO THE CUSTOMER'S CONTACT RECORD (CUSTCNTC, SEE
001800*    CNTCREC) IS HELD AS UNDELIVERABLE WITH THE REASON AND
001900*    DATE; FROM THEN ON GREETSND LISTS THE CUSTOMER ON ITS
002000*    DISPATCH REPORT INSTEAD OF SENDING TO THE SAME ADDRESS
002100*    EVERY CYCLE.  A SOFT BOUNCE IS REPORTED BUT NOT HELD.  A
002200*    CONTACT WHOSE CHANNEL HAS CHANGED SINCE THE GREETING WENT
002300*    OUT IS NOT HELD - THE DESK HAS ALREADY FIXED IT.  THE
002400*    CONTACT FILE IS REWRITTEN TO CUSTCNTCN, WHICH THE JOB
002500*    PROMOTES THE SAME WAY REJRECYC'S REJLOGN IS PROMOTED, ON
002600*    RETURN CODE 0 OR 4; THE INPUT FILES ARE NEVER UPDATED IN
002700*    PLACE, SO A FAILED RUN IS SIMPLY RERUN.  THE JOB
002800*    SUPPLIES THE GREETOUT GENERATIONS THE RESULTS COVER.
002900*    EITHER RESULTS FILE MAY BE ABSENT ON A GIVEN DAY.
003000*    RETURN CODES: 0 CLEAN, 4 EXCEPTIONS ON THE REPORT (A
003100*    RESULT WITH NO GREETOUT MATCH, AN UNKNOWN RESULT CODE,
003200*    NO RESULTS FILE AT ALL), 12 FILE OPEN FAILURE.
003300*
003400*    MAINTENANCE HISTORY
003500*    DATE       INIT DESCRIPTION
003600*    10/15/26   RJH  ORIGINAL.
003610*    10/15/26   RJH  CUSTCNTCN RECORD WIDTH FOLLOWS CNTCREC'S
003620*                    STRUCTURED POSTAL ADDRESS (110 TO 237).
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. DLVRECON.
004000 AUTHOR. R J HARGROVE.
004100 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
004200 DATE-WRITTEN. 10/15/26.
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT GREET-FILE ASSIGN TO GREETOUT
004700         ORGANIZATION LINE SEQUENTIAL
004800         FILE STATUS IS DV-GREET-STATUS.
004900
005000     SELECT EMAIL-RESULT-FILE ASSIGN TO EMLRSLT
005100         ORGANIZATION LINE SEQUENTIAL
005200         FILE STATUS IS DV-EMLRSLT-STATUS.
005300
005400     SELECT RETURNED-MAIL-FILE ASSIGN TO RTNMAIL
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS IS DV-RTNMAIL-STATUS.
005700
005800     SELECT CONTACT-FILE ASSIGN TO CUSTCNTC
005900         ORGANIZATION LINE SEQUENTIAL
006000         FILE STATUS IS DV-CONTACT-STATUS.
006100
006200     SELECT CONTACT-NEW-FILE ASSIGN TO CUSTCNTCN
006300         ORGANIZATION LINE SEQUENTIAL
006400         FILE STATUS IS DV-CONTACT-NEW-STATUS.
006500
006600     SELECT DELIVERY-REPORT ASSIGN TO DLVRPT
006700         ORGANIZATION LINE SEQUENTIAL
006800         FILE STATUS IS DV-REPORT-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  GREET-FILE.
007300     COPY GREETREC.
007400
007500 FD  EMAIL-RESULT-FILE.
007600     COPY EMRSLREC.
007700
007800 FD  RETURNED-MAIL-FILE.
007900     COPY RTMLREC.
008000
008100 FD  CONTACT-FILE.
008200     COPY CNTCREC.
008300
008400 FD  CONTACT-NEW-FILE.
008500 01  CONTACT-NEW-RECORD          PIC X(237).
008600
008700 FD  DELIVERY-REPORT.
008800 01  DVR-PRINT-LINE              PIC X(132).
008900
009000 WORKING-STORAGE SECTION.
009100 01  DV-GREET-STATUS             PIC X(02) VALUE "00".
009200 01  DV-EMLRSLT-STATUS           PIC X(02) VALUE "00".
009300 01  DV-RTNMAIL-STATUS           PIC X(02) VALUE "00".
009400 01  DV-CONTACT-STATUS           PIC X(02) VALUE "00".
009500 01  DV-CONTACT-NEW-STATUS       PIC X(02) VALUE "00".
009600 01  DV-REPORT-STATUS            PIC X(02) VALUE "00".
009700 01  DV-EMLRSLT-FLAG             PIC X(01) VALUE "N".
009800     88  DV-EMLRSLT-PRESENT          VALUE "Y".
009900 01  DV-RTNMAIL-FLAG             PIC X(01) VALUE "N".
010000     88  DV-RTNMAIL-PRESENT          VALUE "Y".
010100 01  DV-GO-FOUND-FLAG            PIC X(01) VALUE "N".
010200     88  DV-GO-FOUND                 VALUE "Y".
010300     88  DV-GO-NOT-FOUND             VALUE "N".
010400 01  DV-HOLD-FOUND-FLAG          PIC X(01) VALUE "N".
010500     88  DV-HOLD-FOUND               VALUE "Y".
010600     88  DV-HOLD-NOT-FOUND           VALUE "N".
010700 01  DV-SUM-FOUND-FLAG           PIC X(01) VALUE "N".
010800     88  DV-SUM-FOUND                VALUE "Y".
010900     88  DV-SUM-NOT-FOUND            VALUE "N".
011000 01  DV-KEY-RUN-ID               PIC X(16) VALUE SPACES.
011100 01  DV-KEY-RECORD-NO            PIC 9(07) VALUE ZERO.
011200 01  DV-KEY-CHANNEL              PIC X(06) VALUE SPACES.
011300 01  DV-KEY-CUSTOMER-ID          PIC X(10) VALUE SPACES.
011400 01  DV-KEY-REASON               PIC X(20) VALUE SPACES.
011500 01  DV-KEY-DATE                 PIC X(08) VALUE SPACES.
011600 01  DV-OUTCOME                  PIC X(01) VALUE SPACE.
011700     88  DV-OUT-DELIVERED            VALUE "D".
011800     88  DV-OUT-SOFT                 VALUE "S".
011900     88  DV-OUT-HARD                 VALUE "H".
012000     88  DV-OUT-RETURNED             VALUE "R".
012100 77  DV-GO-COUNT                 PIC 9(05) COMP VALUE ZERO.
012200 77  DV-GO-NOT-TABLED            PIC 9(07) COMP VALUE ZERO.
012300 77  DV-HOLD-COUNT               PIC 9(05) COMP VALUE ZERO.
012400 77  DV-HOLDS-NOT-TABLED         PIC 9(07) COMP VALUE ZERO.
012500 77  DV-SUM-COUNT                PIC 9(04) COMP VALUE ZERO.
012600 77  DV-SUMS-NOT-TABLED          PIC 9(07) COMP VALUE ZERO.
012700 77  DV-SUB                      PIC 9(05) COMP VALUE ZERO.
012800 77  DV-EMAIL-READ               PIC 9(07) COMP VALUE ZERO.
012900 77  DV-RETURNS-READ             PIC 9(07) COMP VALUE ZERO.
013000 77  DV-MATCHED                  PIC 9(07) COMP VALUE ZERO.
013100 77  DV-UNMATCHED                PIC 9(07) COMP VALUE ZERO.
013200 77  DV-BAD-RESULT               PIC 9(07) COMP VALUE ZERO.
013300 77  DV-NO-CUSTOMER-ID           PIC 9(07) COMP VALUE ZERO.
013400 77  DV-CONTACTS-READ            PIC 9(07) COMP VALUE ZERO.
013500 77  DV-CONTACTS-WRITTEN         PIC 9(07) COMP VALUE ZERO.
013600 77  DV-CONTACTS-HELD            PIC 9(07) COMP VALUE ZERO.
013700 77  DV-ALREADY-HELD             PIC 9(07) COMP VALUE ZERO.
013800 77  DV-CHANNEL-CHANGED          PIC 9(07) COMP VALUE ZERO.
013900 77  DV-NO-CONTACT               PIC 9(07) COMP VALUE ZERO.
014000 77  DV-EXCEPTIONS               PIC 9(07) COMP VALUE ZERO.
014100 01  DV-RUN-DATE                 PIC 9(08) VALUE ZERO.
014200 01  DV-RUN-DATE-X               PIC X(08) VALUE SPACES.
014300 01  DV-GO-TABLE.
014400     05  DV-GO-ENTRY             OCCURS 5000 TIMES
014500                                 INDEXED BY DV-GO-IDX.
014600         10  DV-GO-RUN-ID        PIC X(16).
014700         10  DV-GO-RECORD-NO     PIC 9(07).
014800         10  DV-GO-CUSTOMER-ID   PIC X(10).
014900 01  DV-HOLD-TABLE.
015000     05  DV-HOLD-ENTRY           OCCURS 2000 TIMES
015100                                 INDEXED BY DV-HOLD-IDX.
015200         10  DV-HOLD-CUSTOMER-ID PIC X(10).
015300         10  DV-HOLD-CHANNEL     PIC X(06).
015400         10  DV-HOLD-RUN-ID      PIC X(16).
015500         10  DV-HOLD-RECORD-NO   PIC 9(07).
015600         10  DV-HOLD-REASON      PIC X(20).
015700         10  DV-HOLD-DATE        PIC X(08).
015800         10  DV-HOLD-STATUS      PIC X(20).
015900 01  DV-SUM-TABLE.
016000     05  DV-SUM-ENTRY            OCCURS 200 TIMES
016100                                 INDEXED BY DV-SUM-IDX.
016200         10  DV-SUM-RUN-ID       PIC X(16).
016300         10  DV-SUM-CHANNEL      PIC X(06).
016400         10  DV-SUM-DELIVERED    PIC 9(07) COMP.
016500         10  DV-SUM-SOFT         PIC 9(07) COMP.
016600         10  DV-SUM-HARD         PIC 9(07) COMP.
016700         10  DV-SUM-RETURNED     PIC 9(07) COMP.
016800 01  DVR-HEADING-1.
016900     05  FILLER                  PIC X(40) VALUE
017000         "DLVRECON - DELIVERY OUTCOME REPORT      ".
017100     05  FILLER                  PIC X(14) VALUE
017200         "      RUN DATE".
017300     05  FILLER                  PIC X(01) VALUE SPACE.
017400     05  DVR-H1-DATE             PIC 9(08).
017500 01  DVR-RULE-LINE.
017600     05  FILLER                  PIC X(100) VALUE ALL "-".
017700 01  DVR-SECTION-LINE.
017800     05  DVR-SECTION-TITLE       PIC X(60).
017900 01  DVR-EXCEPTION-COLUMNS.
018000     05  FILLER                  PIC X(07) VALUE "SOURCE".
018100     05  FILLER                  PIC X(17) VALUE "RUN ID".
018200     05  FILLER                  PIC X(08) VALUE "RECORD".
018300     05  FILLER                  PIC X(11) VALUE "CUST ID".
018400     05  FILLER                  PIC X(40) VALUE "EXCEPTION".
018500 01  DVR-EXCEPTION-LINE.
018600     05  DX-SOURCE               PIC X(06).
018700     05  FILLER                  PIC X(01) VALUE SPACE.
018800     05  DX-RUN-ID               PIC X(16).
018900     05  FILLER                  PIC X(01) VALUE SPACE.
019000     05  DX-RECORD-NO            PIC 9(07).
019100     05  FILLER                  PIC X(01) VALUE SPACE.
019200     05  DX-CUSTOMER-ID          PIC X(10).
019300     05  FILLER                  PIC X(01) VALUE SPACE.
019400     05  DX-TEXT                 PIC X(50).
019500 01  DVR-HOLD-COLUMNS.
019600     05  FILLER                  PIC X(11) VALUE "CUST ID".
019700     05  FILLER                  PIC X(07) VALUE "CHAN".
019800     05  FILLER                  PIC X(17) VALUE "RUN ID".
019900     05  FILLER                  PIC X(08) VALUE "RECORD".
020000     05  FILLER                  PIC X(21) VALUE "REASON".
020100     05  FILLER                  PIC X(09) VALUE "DATE".
020200     05  FILLER                  PIC X(20) VALUE "STATUS".
020300 01  DVR-HOLD-LINE.
020400     05  DH-CUSTOMER-ID          PIC X(10).
020500     05  FILLER                  PIC X(01) VALUE SPACE.
020600     05  DH-CHANNEL              PIC X(06).
020700     05  FILLER                  PIC X(01) VALUE SPACE.
020800     05  DH-RUN-ID               PIC X(16).
020900     05  FILLER                  PIC X(01) VALUE SPACE.
021000     05  DH-RECORD-NO            PIC 9(07).
021100     05  FILLER                  PIC X(01) VALUE SPACE.
021200     05  DH-REASON               PIC X(20).
021300     05  FILLER                  PIC X(01) VALUE SPACE.
021400     05  DH-DATE                 PIC X(08).
021500     05  FILLER                  PIC X(01) VALUE SPACE.
021600     05  DH-STATUS               PIC X(20).
021700 01  DVR-SUM-COLUMNS.
021800     05  FILLER                  PIC X(17) VALUE "RUN ID".
021900     05  FILLER                  PIC X(07) VALUE "CHAN".
022000     05  FILLER                  PIC X(10) VALUE " DELIVERED".
022100     05  FILLER                  PIC X(10) VALUE "  SOFT BNC".
022200     05  FILLER                  PIC X(10) VALUE "  HARD BNC".
022300     05  FILLER                  PIC X(10) VALUE "  RETURNED".
022400     05  FILLER                  PIC X(10) VALUE "     TOTAL".
022500 01  DVR-SUM-LINE.
022600     05  DS-RUN-ID               PIC X(16).
022700     05  FILLER                  PIC X(01) VALUE SPACE.
022800     05  DS-CHANNEL              PIC X(06).
022900     05  FILLER                  PIC X(04) VALUE SPACES.
023000     05  DS-DELIVERED            PIC Z(06)9.
023100     05  FILLER                  PIC X(03) VALUE SPACES.
023200     05  DS-SOFT                 PIC Z(06)9.
023300     05  FILLER                  PIC X(03) VALUE SPACES.
023400     05  DS-HARD                 PIC Z(06)9.
023500     05  FILLER                  PIC X(03) VALUE SPACES.
023600     05  DS-RETURNED             PIC Z(06)9.
023700     05  FILLER                  PIC X(03) VALUE SPACES.
023800     05  DS-TOTAL                PIC Z(06)9.
023900 01  DV-SUM-TOTAL                PIC 9(07) COMP VALUE ZERO.
024000 01  DVR-TOTAL-LINE.
024100     05  FILLER                  PIC X(01) VALUE "*".
024200     05  FILLER                  PIC X(01) VALUE SPACE.
024300     05  DT-CAPTION              PIC X(26).
024400     05  FILLER                  PIC X(01) VALUE SPACE.
024500     05  DT-COUNT                PIC Z(06)9.
024600 PROCEDURE DIVISION.
024700******************************************************************
024800*    0000-MAINLINE
024900******************************************************************
025000 0000-MAINLINE.
025100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025200     PERFORM 1500-LOAD-GREETOUT THRU 1500-EXIT
025300     PERFORM 2000-MATCH-EMAIL-RESULTS THRU 2000-EXIT
025400     PERFORM 3000-MATCH-RETURNED-MAIL THRU 3000-EXIT
025500     PERFORM 4000-APPLY-HOLDS THRU 4000-EXIT
025600     PERFORM 8000-PRINT-HOLDS THRU 8000-EXIT
025700     PERFORM 8200-PRINT-OUTCOMES THRU 8200-EXIT
025800     PERFORM 8400-PRINT-TOTALS THRU 8400-EXIT
025900     PERFORM 7000-SET-RETURN-CODE THRU 7000-EXIT
026000     PERFORM 9999-TERMINATE THRU 9999-EXIT
026100     GOBACK.
026200
026300******************************************************************
026400*    1000-INITIALIZE
026500*    GREETOUT, THE CONTACT FILE, ITS NEW COPY AND THE REPORT
026600*    MUST ALL OPEN OR THE RUN STOPS WITH RETURN CODE 12
026700*    BEFORE ANYTHING IS HELD.  THE TWO RESULTS FILES ARE EACH
026800*    OPTIONAL - A DAY WITH NO RETURNED MAIL OFTEN HAS NO FILE.
026900*    THE EXCEPTION SECTION IS OPENED HERE BECAUSE THE MATCH
027000*    PASSES WRITE TO IT AS THEY GO.
027100******************************************************************
027200 1000-INITIALIZE.
027300     OPEN INPUT GREET-FILE
027400     IF DV-GREET-STATUS NOT = "00"
027500         DISPLAY "DLVRECON: UNABLE TO OPEN GREETOUT, STATUS "
027600             DV-GREET-STATUS
027700         MOVE 12 TO RETURN-CODE
027800         GOBACK
027900     END-IF
028000     OPEN INPUT CONTACT-FILE
028100     IF DV-CONTACT-STATUS NOT = "00"
028200         DISPLAY "DLVRECON: UNABLE TO OPEN CUSTCNTC, STATUS "
028300             DV-CONTACT-STATUS
028400         MOVE 12 TO RETURN-CODE
028500         GOBACK
028600     END-IF
028700     OPEN OUTPUT CONTACT-NEW-FILE
028800     IF DV-CONTACT-NEW-STATUS NOT = "00"
028900         DISPLAY "DLVRECON: UNABLE TO OPEN CUSTCNTCN, STATUS "
029000             DV-CONTACT-NEW-STATUS
029100         MOVE 12 TO RETURN-CODE
029200         GOBACK
029300     END-IF
029400     OPEN OUTPUT DELIVERY-REPORT
029500     IF DV-REPORT-STATUS NOT = "00"
029600         DISPLAY "DLVRECON: UNABLE TO OPEN DLVRPT, STATUS "
029700             DV-REPORT-STATUS
029800         MOVE 12 TO RETURN-CODE
029900         GOBACK
030000     END-IF
030100     OPEN INPUT EMAIL-RESULT-FILE
030200     IF DV-EMLRSLT-STATUS = "00"
030300         SET DV-EMLRSLT-PRESENT TO TRUE
030400     ELSE
030500         DISPLAY "DLVRECON: EMLRSLT NOT AVAILABLE, STATUS "
030600             DV-EMLRSLT-STATUS ", NO E-MAIL RESULTS LOADED"
030700     END-IF
030800     OPEN INPUT RETURNED-MAIL-FILE
030900     IF DV-RTNMAIL-STATUS = "00"
031000         SET DV-RTNMAIL-PRESENT TO TRUE
031100     ELSE
031200         DISPLAY "DLVRECON: RTNMAIL NOT AVAILABLE, STATUS "
031300             DV-RTNMAIL-STATUS ", NO RETURNED MAIL LOADED"
031400     END-IF
031500     ACCEPT DV-RUN-DATE FROM DATE YYYYMMDD
031600     MOVE DV-RUN-DATE TO DV-RUN-DATE-X
031700     MOVE DV-RUN-DATE TO DVR-H1-DATE
031800     WRITE DVR-PRINT-LINE FROM DVR-HEADING-1
031900     WRITE DVR-PRINT-LINE FROM DVR-RULE-LINE
032000     MOVE "RESULTS NOT MATCHED OR NOT UNDERSTOOD"
032100         TO DVR-SECTION-TITLE
032200     WRITE DVR-PRINT-LINE FROM DVR-SECTION-LINE
032300     WRITE DVR-PRINT-LINE FROM DVR-EXCEPTION-COLUMNS
032400     WRITE DVR-PRINT-LINE FROM DVR-RULE-LINE
032500     IF NOT DV-EMLRSLT-PRESENT AND NOT DV-RTNMAIL-PRESENT
032600         MOVE SPACES TO DVR-EXCEPTION-LINE
032700         MOVE "NO E-MAIL RESULTS OR RETURNED MAIL SUPPLIED"
032800             TO DX-TEXT
032900         WRITE DVR-PRINT-LINE FROM DVR-EXCEPTION-LINE
033000         ADD 1 TO DV-EXCEPTIONS
033100     END-IF.
033200 1000-EXIT.
033300     EXIT.
033400
033500******************************************************************
033600*    1500-LOAD-GREETOUT
033700*    ONLY THE KEY - RUN ID AND RECORD NUMBER - AND THE
033800*    CUSTOMER ID ARE KEPT.  5000 ENTRIES IS THE SAME HEADROOM
033900*    RECONCL ALLOWS; A RESULT FOR A GREETING PAST IT SHOWS AS
034000*    UNMATCHED, SO THE OVERFLOW IS REPORTED UP FRONT.
034100******************************************************************
034200 1500-LOAD-GREETOUT.
034300     PERFORM 1510-LOAD-ONE-GREETOUT THRU 1510-EXIT
034400         UNTIL DV-GREET-STATUS NOT = "00"
034500     CLOSE GREET-FILE
034600     IF DV-GO-NOT-TABLED > 0
034700         DISPLAY "DLVRECON: GREETOUT EXCEEDS 5000 ENTRIES, "
034800             "LATER RESULTS WILL NOT MATCH"
034900         MOVE SPACES TO DVR-EXCEPTION-LINE
035000         MOVE "GREETOUT PAST 5000 ENTRIES NOT LOADED"
035100             TO DX-TEXT
035200         WRITE DVR-PRINT-LINE FROM DVR-EXCEPTION-LINE
035300         ADD 1 TO DV-EXCEPTIONS
035400     END-IF.
035500 1500-EXIT.
035600     EXIT.
035700
035800 1510-LOAD-ONE-GREETOUT.
035900     READ GREET-FILE
036000         AT END
036100             MOVE "10" TO DV-GREET-STATUS
036200         NOT AT END
036300             IF DV-GO-COUNT < 5000
036400                 ADD 1 TO DV-GO-COUNT
036500                 SET DV-GO-IDX TO DV-GO-COUNT
036600                 MOVE GO-RUN-ID TO DV-GO-RUN-ID (DV-GO-IDX)
036700                 MOVE GO-RECORD-NO
036800                     TO DV-GO-RECORD-NO (DV-GO-IDX)
036900                 MOVE GO-CUSTOMER-ID
037000                     TO DV-GO-CUSTOMER-ID (DV-GO-IDX)
037100             ELSE
037200                 ADD 1 TO DV-GO-NOT-TABLED
037300             END-IF
037400     END-READ.
037500 1510-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900*    1600-FIND-GREETING
038000*    DV-KEY-RUN-ID PLUS DV-KEY-RECORD-NO AGAINST THE GREETOUT
038100*    TABLE; DV-GO-IDX IS LEFT ON THE MATCH.
038200******************************************************************
038300 1600-FIND-GREETING.
038400     SET DV-GO-NOT-FOUND TO TRUE
038500     IF DV-GO-COUNT = 0
038600         GO TO 1600-EXIT
038700     END-IF
038800     SET DV-GO-IDX TO 1
038900     SEARCH DV-GO-ENTRY
039000         AT END
039100             CONTINUE
039200         WHEN DV-GO-IDX > DV-GO-COUNT
039300             CONTINUE
039400         WHEN DV-GO-RUN-ID (DV-GO-IDX) = DV-KEY-RUN-ID
039500             AND DV-GO-RECORD-NO (DV-GO-IDX) = DV-KEY-RECORD-NO
039600             SET DV-GO-FOUND TO TRUE
039700     END-SEARCH.
039800 1600-EXIT.
039900     EXIT.
040000
040100******************************************************************
040200*    1700-TALLY-OUTCOME
040300*    ADDS DV-OUTCOME TO THE RUN/CHANNEL SUMMARY ROW, ADDING
040400*    THE ROW ON FIRST SIGHT.
040500******************************************************************
040600 1700-TALLY-OUTCOME.
040700     SET DV-SUM-NOT-FOUND TO TRUE
040800     IF DV-SUM-COUNT > 0
040900         SET DV-SUM-IDX TO 1
041000         SEARCH DV-SUM-ENTRY
041100             AT END
041200                 CONTINUE
041300             WHEN DV-SUM-IDX > DV-SUM-COUNT
041400                 CONTINUE
041500             WHEN DV-SUM-RUN-ID (DV-SUM-IDX) = DV-KEY-RUN-ID
041600                 AND DV-SUM-CHANNEL (DV-SUM-IDX) = DV-KEY-CHANNEL
041700                 SET DV-SUM-FOUND TO TRUE
041800         END-SEARCH
041900     END-IF
042000     IF DV-SUM-NOT-FOUND
042100         IF DV-SUM-COUNT < 200
042200             ADD 1 TO DV-SUM-COUNT
042300             SET DV-SUM-IDX TO DV-SUM-COUNT
042400             INITIALIZE DV-SUM-ENTRY (DV-SUM-IDX)
042500             MOVE DV-KEY-RUN-ID TO DV-SUM-RUN-ID (DV-SUM-IDX)
042600             MOVE DV-KEY-CHANNEL TO DV-SUM-CHANNEL (DV-SUM-IDX)
042700         ELSE
042800             ADD 1 TO DV-SUMS-NOT-TABLED
042900             GO TO 1700-EXIT
043000         END-IF
043100     END-IF
043200     EVALUATE TRUE
043300         WHEN DV-OUT-DELIVERED
043400             ADD 1 TO DV-SUM-DELIVERED (DV-SUM-IDX)
043500         WHEN DV-OUT-SOFT
043600             ADD 1 TO DV-SUM-SOFT (DV-SUM-IDX)
043700         WHEN DV-OUT-HARD
043800             ADD 1 TO DV-SUM-HARD (DV-SUM-IDX)
043900         WHEN DV-OUT-RETURNED
044000             ADD 1 TO DV-SUM-RETURNED (DV-SUM-IDX)
044100     END-EVALUATE.
044200 1700-EXIT.
044300     EXIT.
044400
044500******************************************************************
044600*    1800-QUEUE-HOLD
044700*    ONE HOLD PER CUSTOMER - THE FIRST DEAD-ADDRESS RESULT
044800*    SEEN IS THE ONE RECORDED.  THE HOLD ITSELF IS APPLIED
044900*    WHEN THE CONTACT FILE IS COPIED IN 4000.
045000******************************************************************
045100 1800-QUEUE-HOLD.
045200     IF DV-KEY-CUSTOMER-ID = SPACES
045300         ADD 1 TO DV-NO-CUSTOMER-ID
045400         GO TO 1800-EXIT
045500     END-IF
045600     PERFORM 1850-FIND-HOLD THRU 1850-EXIT
045700     IF DV-HOLD-FOUND
045800         GO TO 1800-EXIT
045900     END-IF
046000     IF DV-HOLD-COUNT NOT < 2000
046100         ADD 1 TO DV-HOLDS-NOT-TABLED
046200         GO TO 1800-EXIT
046300     END-IF
046400     ADD 1 TO DV-HOLD-COUNT
046500     SET DV-HOLD-IDX TO DV-HOLD-COUNT
046600     MOVE DV-KEY-CUSTOMER-ID TO DV-HOLD-CUSTOMER-ID (DV-HOLD-IDX)
046700     MOVE DV-KEY-CHANNEL TO DV-HOLD-CHANNEL (DV-HOLD-IDX)
046800     MOVE DV-KEY-RUN-ID TO DV-HOLD-RUN-ID (DV-HOLD-IDX)
046900     MOVE DV-KEY-RECORD-NO TO DV-HOLD-RECORD-NO (DV-HOLD-IDX)
047000     MOVE DV-KEY-REASON TO DV-HOLD-REASON (DV-HOLD-IDX)
047100     IF DV-KEY-DATE IS NUMERIC
047200         MOVE DV-KEY-DATE TO DV-HOLD-DATE (DV-HOLD-IDX)
047300     ELSE
047400         MOVE DV-RUN-DATE-X TO DV-HOLD-DATE (DV-HOLD-IDX)
047500     END-IF
047600     MOVE "NO CONTACT RECORD" TO DV-HOLD-STATUS (DV-HOLD-IDX).
047700 1800-EXIT.
047800     EXIT.
047900
048000 1850-FIND-HOLD.
048100     SET DV-HOLD-NOT-FOUND TO TRUE
048200     IF DV-HOLD-COUNT = 0
048300         GO TO 1850-EXIT
048400     END-IF
048500     SET DV-HOLD-IDX TO 1
048600     SEARCH DV-HOLD-ENTRY
048700         AT END
048800             CONTINUE
048900         WHEN DV-HOLD-IDX > DV-HOLD-COUNT
049000             CONTINUE
049100         WHEN DV-HOLD-CUSTOMER-ID (DV-HOLD-IDX)
049200                 = DV-KEY-CUSTOMER-ID
049300             SET DV-HOLD-FOUND TO TRUE
049400     END-SEARCH.
049500 1850-EXIT.
049600     EXIT.
049700
049800******************************************************************
049900*    1900-REPORT-EXCEPTION
050000*    THE CALLER HAS SET DX-SOURCE, DX-TEXT AND THE KEY FIELDS.
050100******************************************************************
050200 1900-REPORT-EXCEPTION.
050300     MOVE DV-KEY-RUN-ID TO DX-RUN-ID
050400     MOVE DV-KEY-RECORD-NO TO DX-RECORD-NO
050500     MOVE DV-KEY-CUSTOMER-ID TO DX-CUSTOMER-ID
050600     WRITE DVR-PRINT-LINE FROM DVR-EXCEPTION-LINE
050700     MOVE SPACES TO DVR-EXCEPTION-LINE
050800     ADD 1 TO DV-EXCEPTIONS.
050900 1900-EXIT.
051000     EXIT.
051100
051200******************************************************************
051300*    2000-MATCH-EMAIL-RESULTS
051400******************************************************************
051500 2000-MATCH-EMAIL-RESULTS.
051600     IF NOT DV-EMLRSLT-PRESENT
051700         GO TO 2000-EXIT
051800     END-IF
051900     PERFORM 2100-MATCH-ONE-EMAIL THRU 2100-EXIT
052000         UNTIL DV-EMLRSLT-STATUS NOT = "00"
052100     CLOSE EMAIL-RESULT-FILE.
052200 2000-EXIT.
052300     EXIT.
052400
052500 2100-MATCH-ONE-EMAIL.
052600     READ EMAIL-RESULT-FILE
052700         AT END
052800             MOVE "10" TO DV-EMLRSLT-STATUS
052900             GO TO 2100-EXIT
053000     END-READ
053100     ADD 1 TO DV-EMAIL-READ
053200     MOVE SPACES TO DVR-EXCEPTION-LINE
053300     MOVE "EMAIL" TO DX-SOURCE
053400     MOVE "EMAIL" TO DV-KEY-CHANNEL
053500     MOVE VR-RUN-ID TO DV-KEY-RUN-ID
053600     MOVE ZERO TO DV-KEY-RECORD-NO
053700     IF VR-RECORD-NO IS NUMERIC
053800         MOVE VR-RECORD-NO TO DV-KEY-RECORD-NO
053900     END-IF
054000     MOVE SPACES TO DV-KEY-CUSTOMER-ID
054100     EVALUATE TRUE
054200         WHEN VR-DELIVERED
054300             SET DV-OUT-DELIVERED TO TRUE
054400         WHEN VR-SOFT-BOUNCE
054500             SET DV-OUT-SOFT TO TRUE
054600         WHEN VR-HARD-BOUNCE
054700             SET DV-OUT-HARD TO TRUE
054800         WHEN OTHER
054900             ADD 1 TO DV-BAD-RESULT
055000             STRING "UNKNOWN RESULT CODE " DELIMITED BY SIZE
055100                    VR-RESULT DELIMITED BY SIZE
055200                 INTO DX-TEXT
055300             PERFORM 1900-REPORT-EXCEPTION THRU 1900-EXIT
055400             GO TO 2100-EXIT
055500     END-EVALUATE
055600     PERFORM 1600-FIND-GREETING THRU 1600-EXIT
055700     IF DV-GO-NOT-FOUND
055800         ADD 1 TO DV-UNMATCHED
055900         MOVE "NO GREETOUT RECORD FOR THIS REFERENCE" TO DX-TEXT
056000         PERFORM 1900-REPORT-EXCEPTION THRU 1900-EXIT
056100         GO TO 2100-EXIT
056200     END-IF
056300     ADD 1 TO DV-MATCHED
056400     MOVE DV-GO-CUSTOMER-ID (DV-GO-IDX) TO DV-KEY-CUSTOMER-ID
056500     PERFORM 1700-TALLY-OUTCOME THRU 1700-EXIT
056600     IF DV-OUT-HARD
056700         MOVE "HELD - HARD BOUNCE" TO DV-KEY-REASON
056800         MOVE VR-RESULT-DATE TO DV-KEY-DATE
056900         PERFORM 1800-QUEUE-HOLD THRU 1800-EXIT
057000     END-IF.
057100 2100-EXIT.
057200     EXIT.
057300
057400******************************************************************
057500*    3000-MATCH-RETURNED-MAIL
057600******************************************************************
057700 3000-MATCH-RETURNED-MAIL.
057800     IF NOT DV-RTNMAIL-PRESENT
057900         GO TO 3000-EXIT
058000     END-IF
058100     PERFORM 3100-MATCH-ONE-RETURN THRU 3100-EXIT
058200         UNTIL DV-RTNMAIL-STATUS NOT = "00"
058300     CLOSE RETURNED-MAIL-FILE.
058400 3000-EXIT.
058500     EXIT.
058600
058700 3100-MATCH-ONE-RETURN.
058800     READ RETURNED-MAIL-FILE
058900         AT END
059000             MOVE "10" TO DV-RTNMAIL-STATUS
059100             GO TO 3100-EXIT
059200     END-READ
059300     ADD 1 TO DV-RETURNS-READ
059400     MOVE SPACES TO DVR-EXCEPTION-LINE
059500     MOVE "LETTER" TO DX-SOURCE
059600     MOVE "LETTER" TO DV-KEY-CHANNEL
059700     MOVE MR-RUN-ID TO DV-KEY-RUN-ID
059800     MOVE ZERO TO DV-KEY-RECORD-NO
059900     IF MR-RECORD-NO IS NUMERIC
060000         MOVE MR-RECORD-NO TO DV-KEY-RECORD-NO
060100     END-IF
060200     MOVE SPACES TO DV-KEY-CUSTOMER-ID
060300     SET DV-OUT-RETURNED TO TRUE
060400     PERFORM 1600-FIND-GREETING THRU 1600-EXIT
060500     IF DV-GO-NOT-FOUND
060600         ADD 1 TO DV-UNMATCHED
060700         MOVE "NO GREETOUT RECORD FOR THIS REFERENCE" TO DX-TEXT
060800         PERFORM 1900-REPORT-EXCEPTION THRU 1900-EXIT
060900         GO TO 3100-EXIT
061000     END-IF
061100     ADD 1 TO DV-MATCHED
061200     MOVE DV-GO-CUSTOMER-ID (DV-GO-IDX) TO DV-KEY-CUSTOMER-ID
061300     PERFORM 1700-TALLY-OUTCOME THRU 1700-EXIT
061400     MOVE "HELD - MAIL RETURNED" TO DV-KEY-REASON
061500     MOVE MR-RETURN-DATE TO DV-KEY-DATE
061600     PERFORM 1800-QUEUE-HOLD THRU 1800-EXIT.
061700 3100-EXIT.
061800     EXIT.
061900
062000******************************************************************
062100*    4000-APPLY-HOLDS
062200*    THE WHOLE CONTACT FILE IS COPIED; A QUEUED CUSTOMER'S
062300*    RECORD IS HELD ON THE WAY THROUGH.  A RECORD ALREADY HELD
062400*    KEEPS ITS FIRST REASON AND DATE, AND ONE NOW ON A
062500*    DIFFERENT CHANNEL THAN THE DEAD ONE IS LEFT ALONE.
062600******************************************************************
062700 4000-APPLY-HOLDS.
062800     PERFORM 4100-COPY-ONE-CONTACT THRU 4100-EXIT
062900         UNTIL DV-CONTACT-STATUS NOT = "00"
063000     CLOSE CONTACT-FILE.
063100 4000-EXIT.
063200     EXIT.
063300
063400 4100-COPY-ONE-CONTACT.
063500     READ CONTACT-FILE
063600         AT END
063700             MOVE "10" TO DV-CONTACT-STATUS
063800             GO TO 4100-EXIT
063900     END-READ
064000     ADD 1 TO DV-CONTACTS-READ
064100     MOVE CN-CUSTOMER-ID TO DV-KEY-CUSTOMER-ID
064200     PERFORM 1850-FIND-HOLD THRU 1850-EXIT
064300     IF DV-HOLD-FOUND
064400         PERFORM 4200-HOLD-ONE-CONTACT THRU 4200-EXIT
064500     END-IF
064600     WRITE CONTACT-NEW-RECORD FROM CONTACT-RECORD
064700     ADD 1 TO DV-CONTACTS-WRITTEN.
064800 4100-EXIT.
064900     EXIT.
065000
065100 4200-HOLD-ONE-CONTACT.
065200     EVALUATE TRUE
065300         WHEN CN-HELD-UNDELIVERABLE
065400             MOVE "ALREADY HELD" TO DV-HOLD-STATUS (DV-HOLD-IDX)
065500             ADD 1 TO DV-ALREADY-HELD
065600         WHEN CN-CHANNEL NOT = DV-HOLD-CHANNEL (DV-HOLD-IDX)
065700             MOVE "CHANNEL CHANGED"
065750                 TO DV-HOLD-STATUS (DV-HOLD-IDX)
065800             ADD 1 TO DV-CHANNEL-CHANGED
065900         WHEN OTHER
066000             SET CN-HELD-UNDELIVERABLE TO TRUE
066100             MOVE DV-HOLD-REASON (DV-HOLD-IDX) TO CN-HOLD-REASON
066200             MOVE DV-HOLD-DATE (DV-HOLD-IDX) TO CN-HOLD-DATE
066300             MOVE "HELD" TO DV-HOLD-STATUS (DV-HOLD-IDX)
066400             ADD 1 TO DV-CONTACTS-HELD
066500     END-EVALUATE.
066600 4200-EXIT.
066700     EXIT.
066800
066900******************************************************************
067000*    7000-SET-RETURN-CODE
067100*    0 CLEAN, 4 EXCEPTIONS ON THE REPORT.  THE 12 IS SET AT
067200*    THE FAILED OPEN ITSELF.
067300******************************************************************
067400 7000-SET-RETURN-CODE.
067500     IF DV-EXCEPTIONS > 0
067600         MOVE 4 TO RETURN-CODE
067700     ELSE
067800         MOVE ZERO TO RETURN-CODE
067900     END-IF.
068000 7000-EXIT.
068100     EXIT.
068200
068300******************************************************************
068400*    8000-PRINT-HOLDS
068500*    EVERY DEAD-ADDRESS CUSTOMER, HELD OR NOT, WITH WHAT
068600*    BECAME OF THE HOLD - THE DISPATCH DESK'S WORK LIST.
068700******************************************************************
068800 8000-PRINT-HOLDS.
068900     MOVE SPACES TO DVR-PRINT-LINE
069000     WRITE DVR-PRINT-LINE
069100     MOVE "CONTACTS HELD AS UNDELIVERABLE" TO DVR-SECTION-TITLE
069200     WRITE DVR-PRINT-LINE FROM DVR-SECTION-LINE
069300     WRITE DVR-PRINT-LINE FROM DVR-HOLD-COLUMNS
069400     WRITE DVR-PRINT-LINE FROM DVR-RULE-LINE
069500     IF DV-HOLD-COUNT > 0
069600         PERFORM 8100-PRINT-ONE-HOLD THRU 8100-EXIT
069700             VARYING DV-SUB FROM 1 BY 1
069800             UNTIL DV-SUB > DV-HOLD-COUNT
069900     END-IF.
070000 8000-EXIT.
070100     EXIT.
070200
070300 8100-PRINT-ONE-HOLD.
070400     SET DV-HOLD-IDX TO DV-SUB
070500     MOVE DV-HOLD-CUSTOMER-ID (DV-HOLD-IDX) TO DH-CUSTOMER-ID
070600     MOVE DV-HOLD-CHANNEL (DV-HOLD-IDX) TO DH-CHANNEL
070700     MOVE DV-HOLD-RUN-ID (DV-HOLD-IDX) TO DH-RUN-ID
070800     MOVE DV-HOLD-RECORD-NO (DV-HOLD-IDX) TO DH-RECORD-NO
070900     MOVE DV-HOLD-REASON (DV-HOLD-IDX) TO DH-REASON
071000     MOVE DV-HOLD-DATE (DV-HOLD-IDX) TO DH-DATE
071100     MOVE DV-HOLD-STATUS (DV-HOLD-IDX) TO DH-STATUS
071200     IF DV-HOLD-STATUS (DV-HOLD-IDX) = "NO CONTACT RECORD"
071300         ADD 1 TO DV-NO-CONTACT
071400     END-IF
071500     WRITE DVR-PRINT-LINE FROM DVR-HOLD-LINE.
071600 8100-EXIT.
071700     EXIT.
071800
071900******************************************************************
072000*    8200-PRINT-OUTCOMES
072100*    ONE LINE PER RUN AND CHANNEL, IN THE ORDER THE RESULTS
072200*    FIRST NAMED THEM.
072300******************************************************************
072400 8200-PRINT-OUTCOMES.
072500     MOVE SPACES TO DVR-PRINT-LINE
072600     WRITE DVR-PRINT-LINE
072700     MOVE "DELIVERY OUTCOME BY RUN AND CHANNEL"
072800         TO DVR-SECTION-TITLE
072900     WRITE DVR-PRINT-LINE FROM DVR-SECTION-LINE
073000     WRITE DVR-PRINT-LINE FROM DVR-SUM-COLUMNS
073100     WRITE DVR-PRINT-LINE FROM DVR-RULE-LINE
073200     IF DV-SUM-COUNT > 0
073300         PERFORM 8300-PRINT-ONE-OUTCOME THRU 8300-EXIT
073400             VARYING DV-SUB FROM 1 BY 1
073500             UNTIL DV-SUB > DV-SUM-COUNT
073600     END-IF
073700     IF DV-SUMS-NOT-TABLED > 0
073800         MOVE SPACES TO DVR-SECTION-TITLE
073900         MOVE "(MORE RUNS THAN THE SUMMARY HOLDS - NOT SHOWN)"
074000             TO DVR-SECTION-TITLE
074100         WRITE DVR-PRINT-LINE FROM DVR-SECTION-LINE
074200     END-IF.
074300 8200-EXIT.
074400     EXIT.
074500
074600 8300-PRINT-ONE-OUTCOME.
074700     SET DV-SUM-IDX TO DV-SUB
074800     MOVE DV-SUM-RUN-ID (DV-SUM-IDX) TO DS-RUN-ID
074900     MOVE DV-SUM-CHANNEL (DV-SUM-IDX) TO DS-CHANNEL
075000     MOVE DV-SUM-DELIVERED (DV-SUM-IDX) TO DS-DELIVERED
075100     MOVE DV-SUM-SOFT (DV-SUM-IDX) TO DS-SOFT
075200     MOVE DV-SUM-HARD (DV-SUM-IDX) TO DS-HARD
075300     MOVE DV-SUM-RETURNED (DV-SUM-IDX) TO DS-RETURNED
075400     COMPUTE DV-SUM-TOTAL = DV-SUM-DELIVERED (DV-SUM-IDX)
075500                          + DV-SUM-SOFT (DV-SUM-IDX)
075600                          + DV-SUM-HARD (DV-SUM-IDX)
075700                          + DV-SUM-RETURNED (DV-SUM-IDX)
075800     MOVE DV-SUM-TOTAL TO DS-TOTAL
075900     WRITE DVR-PRINT-LINE FROM DVR-SUM-LINE.
076000 8300-EXIT.
076100     EXIT.
076200
076300******************************************************************
076400*    8400-PRINT-TOTALS
076500******************************************************************
076600 8400-PRINT-TOTALS.
076700     MOVE SPACES TO DVR-PRINT-LINE
076800     WRITE DVR-PRINT-LINE
076900     WRITE DVR-PRINT-LINE FROM DVR-RULE-LINE
077000     MOVE "E-MAIL RESULTS READ" TO DT-CAPTION
077100     MOVE DV-EMAIL-READ TO DT-COUNT
077200     WRITE DVR-PRINT-LINE FROM DVR-TOTAL-LINE
077300     MOVE "RETURNED-MAIL NOTICES READ" TO DT-CAPTION
077400     MOVE DV-RETURNS-READ TO DT-COUNT
077500     WRITE DVR-PRINT-LINE FROM DVR-TOTAL-LINE
077600     MOVE "MATCHED TO GREETOUT" TO DT-CAPTION
077700     MOVE DV-MATCHED TO DT-COUNT
077800     WRITE DVR-PRINT-LINE FROM DVR-TOTAL-LINE
077900     MOVE "NOT MATCHED TO GREETOUT" TO DT-CAPTION
078000     MOVE DV-UNMATCHED TO DT-COUNT
078100     WRITE DVR-PRINT-LINE FROM DVR-TOTAL-LINE
078200     MOVE "UNKNOWN RESULT CODES" TO DT-CAPTION
078300     MOVE DV-BAD-RESULT TO DT-COUNT
078400     WRITE DVR-PRINT-LINE FROM DVR-TOTAL-LINE
078500     MOVE "DEAD ADDRESS, NO CUST ID" TO DT-CAPTION
078600     MOVE DV-NO-CUSTOMER-ID TO DT-COUNT
078700     WRITE DVR-PRINT-LINE FROM DVR-TOTAL-LINE
078800     MOVE "CONTACTS READ" TO DT-CAPTION
078900     MOVE DV-CONTACTS-READ TO DT-COUNT
079000     WRITE DVR-PRINT-LINE FROM DVR-TOTAL-LINE
079100     MOVE "CONTACTS WRITTEN" TO DT-CAPTION
079200     MOVE DV-CONTACTS-WRITTEN TO DT-COUNT
079300     WRITE DVR-PRINT-LINE FROM DVR-TOTAL-LINE
079400     MOVE "CONTACTS NEWLY HELD" TO DT-CAPTION
079500     MOVE DV-CONTACTS-HELD TO DT-COUNT
079600     WRITE DVR-PRINT-LINE FROM DVR-TOTAL-LINE
079700     MOVE "CONTACTS ALREADY HELD" TO DT-CAPTION
079800     MOVE DV-ALREADY-HELD TO DT-COUNT
079900     WRITE DVR-PRINT-LINE FROM DVR-TOTAL-LINE
080000     MOVE "NOT HELD, CHANNEL CHANGED" TO DT-CAPTION
080100     MOVE DV-CHANNEL-CHANGED TO DT-COUNT
080200     WRITE DVR-PRINT-LINE FROM DVR-TOTAL-LINE
080300     MOVE "NOT HELD, NO CONTACT" TO DT-CAPTION
080400     MOVE DV-NO-CONTACT TO DT-COUNT
080500     WRITE DVR-PRINT-LINE FROM DVR-TOTAL-LINE
080600     IF DV-HOLDS-NOT-TABLED > 0
080700         MOVE "HOLDS PAST TABLE CAPACITY" TO DT-CAPTION
080800         MOVE DV-HOLDS-NOT-TABLED TO DT-COUNT
080900         WRITE DVR-PRINT-LINE FROM DVR-TOTAL-LINE
081000         ADD 1 TO DV-EXCEPTIONS
081100     END-IF.
081200 8400-EXIT.
081300     EXIT.
081400
081500******************************************************************
081600*    9999-TERMINATE
081700******************************************************************
081800 9999-TERMINATE.
081900     CLOSE CONTACT-NEW-FILE
082000     CLOSE DELIVERY-REPORT.
082100 9999-EXIT.
082200     EXIT.
