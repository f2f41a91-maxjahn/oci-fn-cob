000100******************************************************************
000200*    REJANL - DEPARTMENT REJECT SCORECARD
000300*
000400*    AUTHOR.          R J HARGROVE.
000500*    INSTALLATION.    DATA PROCESSING - BATCH SYSTEMS.
000600*    DATE-WRITTEN.    10/15/26.
000700*
000800*    TELLS EACH DEPARTMENT HOW CLEAN ITS ROSTER FEEDS ARE.
000900*    EVERY REJECT ON REJLOG (AND ON REJARCH, SO A PURGE DOES
001000*    NOT HOLLOW OUT THE TREND) CARRIES THE RUN ID OF THE FN_COB
001100*    RUN THAT REJECTED IT AND THE RECORD NUMBER FN_COB GAVE
001200*    IT.  THE RUN'S RUNLOG RECORD (SEE RUNLGREC) SAYS WHETHER
001300*    THE ROSTER CAME THROUGH ROSTMRGE - IF SO ITS MERGE ID AND
001400*    THE RECORD NUMBER FIND THE MRGXREF RECORD (SEE MXREFREC)
001500*    NAMING THE DEPARTMENT FEED AND THE RECORD OF THAT FEED;
001600*    IF NOT, THE ROSTER'S OWN HEADER SOURCE IS THE DEPARTMENT.
001700*    A REJECT WRITTEN BEFORE REJLOG CARRIED A RUN ID IS PLACED
001800*    IN THE RUN WHOSE START AND END TIMESTAMPS BRACKET IT.
001900*    THE SCORECARD (REJSCRD) COVERS THE WEEK ENDING ON THE
002000*    REJANL_WEEK_END ENVIRONMENT VARIABLE (YYYYMMDD, DEFAULT
002100*    TODAY) AND THE FOUR WEEKS BEFORE IT, BY THE DATE EACH RUN
002200*    STARTED.  PER DEPARTMENT IT GIVES RECORDS SENT, REJECTS,
002300*    THE REJECT RATE, THE RATE IN EACH PRIOR WEEK AND OVER ALL
002400*    FOUR, AND A TREND WORD; THEN ONE SECTION PER DEPARTMENT,
002500*    MEANT TO BE SENT BACK TO IT, WITH ITS REJECTS BY
002600*    RJ-REASON-CODE AND EVERY LINE OF ITS OWN THAT WAS
002700*    REJECTED THIS WEEK.  A BACKED-OUT (REVERSED) RUN IS NOT
002800*    SCORED.  A MERGED RECORD WITH NO MRGXREF ENTRY IS SCORED
002900*    UNDER "UNTRACED" RATHER THAN DROPPED.  NOTHING IS
003000*    UPDATED.  RETURN CODES: 0 CLEAN, 4 UNTRACED REJECTS, A
003100*    TABLE FULL, OR MRGXREF OR REJLOG MISSING, 12 RUNLOG OR
003200*    REPORT OPEN FAILURE.
003300*
003400*    MAINTENANCE HISTORY
003500*    DATE       INIT DESCRIPTION
003600*    10/15/26   RJH  ORIGINAL.
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. REJANL.
004000 AUTHOR. R J HARGROVE.
004100 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
004200 DATE-WRITTEN. 10/15/26.
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
004700         ORGANIZATION LINE SEQUENTIAL
004800         FILE STATUS IS RA-RUNLOG-STATUS.
004900
005000     SELECT MERGE-XREF-FILE ASSIGN TO MRGXREF
005100         ORGANIZATION LINE SEQUENTIAL
005200         FILE STATUS IS RA-MXREF-STATUS.
005300
005400     SELECT REJECT-FILE ASSIGN TO REJLOG
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS IS RA-REJECT-STATUS.
005700
005800     SELECT REJECT-ARCH-FILE ASSIGN TO REJARCH
005900         ORGANIZATION LINE SEQUENTIAL
006000         FILE STATUS IS RA-REJARCH-STATUS.
006100
006200     SELECT SCORECARD-REPORT ASSIGN TO REJSCRD
006300         ORGANIZATION LINE SEQUENTIAL
006400         FILE STATUS IS RA-REPORT-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  RUN-LOG-FILE.
006900     COPY RUNLGREC.
007000
007100 FD  MERGE-XREF-FILE.
007200     COPY MXREFREC.
007300
007400 FD  REJECT-FILE.
007500 01  REJECT-IN-RECORD            PIC X(148).
007600
007700 FD  REJECT-ARCH-FILE.
007800 01  REJECT-ARCH-RECORD          PIC X(148).
007900
008000 FD  SCORECARD-REPORT.
008100 01  SCR-PRINT-LINE              PIC X(132).
008200
008300 WORKING-STORAGE SECTION.
008400     COPY REJCTREC.
008500
008600 01  RA-RUNLOG-STATUS            PIC X(02) VALUE "00".
008700 01  RA-MXREF-STATUS             PIC X(02) VALUE "00".
008800 01  RA-REJECT-STATUS            PIC X(02) VALUE "00".
008900 01  RA-REJARCH-STATUS           PIC X(02) VALUE "00".
009000 01  RA-REPORT-STATUS            PIC X(02) VALUE "00".
009100 01  RA-MISSING-FLAG             PIC X(01) VALUE "N".
009200     88  RA-INPUT-MISSING            VALUE "Y".
009300 01  RA-FULL-FLAG                PIC X(01) VALUE "N".
009400     88  RA-TABLE-FULL               VALUE "Y".
009500 01  RA-FOUND-FLAG               PIC X(01) VALUE "N".
009600     88  RA-FOUND                    VALUE "Y".
009700     88  RA-NOT-FOUND                VALUE "N".
009800 01  RA-ENV-DATE                 PIC X(08) VALUE SPACES.
009900 01  RA-RUN-DATE                 PIC 9(08) VALUE ZERO.
010000 01  RA-WEEK-END                 PIC 9(08) VALUE ZERO.
010100 01  RA-WEEK-START               PIC 9(08) VALUE ZERO.
010200 01  RA-WINDOW-START             PIC 9(08) VALUE ZERO.
010300 01  RA-WORK-DATE                PIC 9(08) VALUE ZERO.
010400 01  RA-DEPT-NAME                PIC X(10) VALUE SPACES.
010500 01  RA-FEED-NO-X                PIC 9(02) VALUE ZERO.
010600 01  RA-FEED-RECNO               PIC 9(07) VALUE ZERO.
010700 77  RA-END-INT                  PIC 9(07) COMP VALUE ZERO.
010800 77  RA-DAY-INT                  PIC 9(07) COMP VALUE ZERO.
010900 77  RA-DAY-DIFF                 PIC S9(07) COMP VALUE ZERO.
011000 77  RA-WEEK                     PIC 9(01) COMP VALUE ZERO.
011100 77  RA-WEEK-SUB                 PIC 9(01) COMP VALUE ZERO.
011200 77  RA-REASON-SUB               PIC 9(03) COMP VALUE ZERO.
011300 77  RA-SUB                      PIC 9(03) COMP VALUE ZERO.
011400 77  RA-DEPT-SUB                 PIC 9(03) COMP VALUE ZERO.
011500 77  RA-RUN-COUNT                PIC 9(05) COMP VALUE ZERO.
011600 77  RA-XREF-COUNT               PIC 9(05) COMP VALUE ZERO.
011700 77  RA-DEPT-COUNT               PIC 9(03) COMP VALUE ZERO.
011800 77  RA-BAD-COUNT                PIC 9(05) COMP VALUE ZERO.
011900 77  RA-DEPT-LINES               PIC 9(05) COMP VALUE ZERO.
012000 77  RA-RUNS-READ                PIC 9(07) COMP VALUE ZERO.
012100 77  RA-RUNS-SCORED              PIC 9(07) COMP VALUE ZERO.
012200 77  RA-RUNS-REVERSED            PIC 9(07) COMP VALUE ZERO.
012300 77  RA-XREFS-READ               PIC 9(07) COMP VALUE ZERO.
012400 77  RA-XREFS-SCORED             PIC 9(07) COMP VALUE ZERO.
012500 77  RA-REJECTS-READ             PIC 9(07) COMP VALUE ZERO.
012600 77  RA-REJECTS-SCORED           PIC 9(07) COMP VALUE ZERO.
012700 77  RA-REJECTS-UNTRACED         PIC 9(07) COMP VALUE ZERO.
012800 77  RA-REJECTS-OUTSIDE          PIC 9(07) COMP VALUE ZERO.
012900 77  RA-LINES-NOT-LISTED         PIC 9(07) COMP VALUE ZERO.
013000 77  RA-SENT-TOTAL               PIC 9(07) COMP VALUE ZERO.
013100 77  RA-REJECT-TOTAL             PIC 9(07) COMP VALUE ZERO.
013200 01  RA-RATE                     PIC 9(03)V99 VALUE ZERO.
013300 01  RA-PRIOR-RATE               PIC 9(03)V99 VALUE ZERO.
013400 01  RA-RATE-DIFF                PIC S9(03)V99 VALUE ZERO.
013500 01  RA-RATE-EDIT                PIC ZZ9.99.
013600 01  RA-RATE-X                   PIC X(06) VALUE SPACES.
013700*    ONE ENTRY PER RUN STARTED IN THE FIVE-WEEK WINDOW.  THE
013800*    DEPARTMENT IS SET HERE ONLY FOR A RUN FED DIRECTLY (NO
013900*    MERGE ID) - A MERGED RUN'S DEPARTMENTS COME FROM MRGXREF.
014000 01  RA-RUN-TABLE.
014100     05  RA-RUN-ENTRY            OCCURS 2000 TIMES
014200                                 INDEXED BY RA-RX.
014300         10  RA-RN-RUN-ID        PIC X(16).
014400         10  RA-RN-MERGE-ID      PIC X(16).
014500         10  RA-RN-START-TS      PIC X(16).
014600         10  RA-RN-END-TS        PIC X(16).
014700         10  RA-RN-WEEK          PIC 9(01).
014800         10  RA-RN-DEPT          PIC 9(03) COMP.
014900 01  RA-XREF-TABLE.
015000     05  RA-XREF-ENTRY           OCCURS 20000 TIMES
015100                                 INDEXED BY RA-XX.
015200         10  RA-XR-MERGE-ID      PIC X(16).
015300         10  RA-XR-RECORD-NO     PIC 9(07).
015400         10  RA-XR-FEED-RECNO    PIC 9(07).
015500         10  RA-XR-DEPT          PIC 9(03) COMP.
015600*    SENT AND REJECT COUNTS BY WEEK - OCCURRENCE 1 IS THE
015700*    SCORED WEEK, 2 THRU 5 THE FOUR WEEKS BEFORE IT.  REASON
015800*    COUNTS ARE FOR THE SCORED WEEK, SUBSCRIPTED BY CODE + 1.
015900 01  RA-DEPT-TABLE.
016000     05  RA-DEPT-ENTRY           OCCURS 50 TIMES
016100                                 INDEXED BY RA-DX.
016200         10  RA-DP-NAME          PIC X(10).
016300         10  RA-DP-SENT          PIC 9(07) COMP OCCURS 5 TIMES.
016400         10  RA-DP-REJECTS       PIC 9(07) COMP OCCURS 5 TIMES.
016500         10  RA-DP-REASON-COUNT  PIC 9(07) COMP OCCURS 100 TIMES.
016600 01  RA-REASON-TEXT-TABLE.
016700     05  RA-REASON-TEXT          PIC X(20) OCCURS 100 TIMES.
016800 01  RA-BAD-LINE-TABLE.
016900     05  RA-BAD-LINE-ENTRY       OCCURS 5000 TIMES
017000                                 INDEXED BY RA-BX.
017100         10  RA-BL-DEPT          PIC 9(03) COMP.
017200         10  RA-BL-RUN-ID        PIC X(16).
017300         10  RA-BL-RECORD-NO     PIC 9(07).
017400         10  RA-BL-FEED-RECNO    PIC 9(07).
017500         10  RA-BL-REASON-CODE   PIC 9(02).
017600         10  RA-BL-RESOLVED      PIC X(01).
017700         10  RA-BL-RAW-INPUT     PIC X(80).
017800 01  SCR-HEADING-1.
017900     05  FILLER                  PIC X(40) VALUE
018000         "REJANL - DEPARTMENT REJECT SCORECARD    ".
018100     05  FILLER                  PIC X(14) VALUE
018200         "      RUN DATE".
018300     05  FILLER                  PIC X(01) VALUE SPACE.
018400     05  SCR-H1-DATE             PIC 9(08).
018500 01  SCR-HEADING-2.
018600     05  FILLER                  PIC X(13) VALUE "SCORED WEEK  ".
018700     05  SCR-H2-WEEK-START       PIC 9(08).
018800     05  FILLER                  PIC X(06) VALUE " THRU ".
018900     05  SCR-H2-WEEK-END         PIC 9(08).
019000     05  FILLER                  PIC X(27) VALUE
019100         "      PRIOR FOUR WEEKS FROM".
019200     05  FILLER                  PIC X(01) VALUE SPACE.
019300     05  SCR-H2-WINDOW-START     PIC 9(08).
019400 01  SCR-RULE-LINE.
019500     05  FILLER                  PIC X(112) VALUE ALL "-".
019600 01  SCR-SUMMARY-COLUMNS.
019700     05  FILLER                  PIC X(11) VALUE "DEPARTMENT".
019800     05  FILLER                  PIC X(08) VALUE "    SENT".
019900     05  FILLER                  PIC X(08) VALUE " REJECTS".
020000     05  FILLER                  PIC X(08) VALUE "   RATE%".
020100     05  FILLER                  PIC X(08) VALUE "   WK-1%".
020200     05  FILLER                  PIC X(08) VALUE "   WK-2%".
020300     05  FILLER                  PIC X(08) VALUE "   WK-3%".
020400     05  FILLER                  PIC X(08) VALUE "   WK-4%".
020500     05  FILLER                  PIC X(08) VALUE " PRIOR4%".
020600     05  FILLER                  PIC X(09) VALUE "  TREND".
020700 01  SCR-SUMMARY-LINE.
020800     05  SS-DEPT                 PIC X(10).
020900     05  FILLER                  PIC X(01) VALUE SPACE.
021000     05  SS-SENT                 PIC Z(07)9.
021100     05  SS-REJECTS              PIC Z(07)9.
021200     05  FILLER                  PIC X(02) VALUE SPACES.
021300     05  SS-RATE                 PIC X(06).
021400     05  SS-PRIOR-WEEK           OCCURS 4 TIMES.
021500         10  FILLER              PIC X(02).
021600         10  SS-WEEK-RATE        PIC X(06).
021700     05  FILLER                  PIC X(02) VALUE SPACES.
021800     05  SS-PRIOR-RATE           PIC X(06).
021900     05  FILLER                  PIC X(02) VALUE SPACES.
022000     05  SS-TREND                PIC X(08).
022100 01  SCR-DEPT-TITLE.
022200     05  FILLER                  PIC X(17) VALUE
022300         "DEPARTMENT       ".
022400     05  SD-DEPT                 PIC X(10).
022500     05  FILLER                  PIC X(04) VALUE SPACES.
022600     05  SD-TEXT                 PIC X(40).
022700 01  SCR-REASON-LINE.
022800     05  FILLER                  PIC X(07) VALUE "  CODE ".
022900     05  SR-CODE                 PIC 9(02).
023000     05  FILLER                  PIC X(02) VALUE SPACES.
023100     05  SR-TEXT                 PIC X(20).
023200     05  FILLER                  PIC X(01) VALUE SPACE.
023300     05  SR-COUNT                PIC Z(06)9.
023400 01  SCR-BAD-COLUMNS.
023500     05  FILLER                  PIC X(17) VALUE "RUN ID".
023600     05  FILLER                  PIC X(08) VALUE " MERGED".
023700     05  FILLER                  PIC X(10) VALUE "  FEED REC".
023800     05  FILLER                  PIC X(04) VALUE " CD".
023900     05  FILLER                  PIC X(09) VALUE "RECYCLED".
024000     05  FILLER                  PIC X(20) VALUE "ROSTER LINE".
024100 01  SCR-BAD-LINE.
024200     05  SB-RUN-ID               PIC X(16).
024300     05  FILLER                  PIC X(01) VALUE SPACE.
024400     05  SB-RECORD-NO            PIC Z(06)9.
024500     05  FILLER                  PIC X(03) VALUE SPACES.
024600     05  SB-FEED-RECNO           PIC Z(06)9.
024700     05  FILLER                  PIC X(02) VALUE SPACES.
024800     05  SB-REASON-CODE          PIC 9(02).
024900     05  FILLER                  PIC X(02) VALUE SPACES.
025000     05  SB-RECYCLED             PIC X(03).
025100     05  FILLER                  PIC X(05) VALUE SPACES.
025200     05  SB-RAW-INPUT            PIC X(70).
025300 01  SCR-NOTE-LINE.
025400     05  FILLER                  PIC X(02) VALUE SPACES.
025500     05  SN-TEXT                 PIC X(70).
025600 01  SCR-TOTAL-LINE.
025700     05  FILLER                  PIC X(01) VALUE "*".
025800     05  FILLER                  PIC X(01) VALUE SPACE.
025900     05  ST-CAPTION              PIC X(26).
026000     05  FILLER                  PIC X(01) VALUE SPACE.
026100     05  ST-COUNT                PIC Z(06)9.
026200 PROCEDURE DIVISION.
026300******************************************************************
026400*    0000-MAINLINE
026500*    RUNS FIRST (THEY FIX THE WINDOW AND THE DIRECT-FEED
026600*    DEPARTMENTS), THEN THE CROSS-REFERENCE FOR THE MERGED
026700*    RUNS AMONG THEM, THEN THE REJECTS, WHICH NEED BOTH.
026800******************************************************************
026900 0000-MAINLINE.
027000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027100     PERFORM 2000-LOAD-RUNS THRU 2000-EXIT
027200     PERFORM 3000-LOAD-XREF THRU 3000-EXIT
027300     PERFORM 4000-SCORE-REJECTS THRU 4000-EXIT
027400     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
027500     PERFORM 6000-PRINT-DEPARTMENT THRU 6000-EXIT
027600         VARYING RA-DEPT-SUB FROM 1 BY 1
027700         UNTIL RA-DEPT-SUB > RA-DEPT-COUNT
027800     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
027900     PERFORM 7000-SET-RETURN-CODE THRU 7000-EXIT
028000     PERFORM 9999-TERMINATE THRU 9999-EXIT
028100     GOBACK.
028200
028300******************************************************************
028400*    1000-INITIALIZE
028500*    RUNLOG AND THE REPORT MUST OPEN.  MRGXREF, REJLOG AND
028600*    REJARCH ARE OPENED AS EACH IS READ; A MISSING ONE IS
028700*    TREATED AS EMPTY.
028800******************************************************************
028900 1000-INITIALIZE.
029000     OPEN INPUT RUN-LOG-FILE
029100     IF RA-RUNLOG-STATUS NOT = "00"
029200         DISPLAY "REJANL: UNABLE TO OPEN RUNLOG, STATUS "
029300             RA-RUNLOG-STATUS
029400         MOVE 12 TO RETURN-CODE
029500         GOBACK
029600     END-IF
029700     OPEN OUTPUT SCORECARD-REPORT
029800     IF RA-REPORT-STATUS NOT = "00"
029900         DISPLAY "REJANL: UNABLE TO OPEN REJSCRD, STATUS "
030000             RA-REPORT-STATUS
030100         MOVE 12 TO RETURN-CODE
030200         GOBACK
030300     END-IF
030400     ACCEPT RA-RUN-DATE FROM DATE YYYYMMDD
030500     PERFORM 1100-LOAD-WEEK THRU 1100-EXIT
030600     MOVE SPACES TO RA-REASON-TEXT-TABLE
030700     MOVE RA-RUN-DATE TO SCR-H1-DATE
030800     MOVE RA-WEEK-START TO SCR-H2-WEEK-START
030900     MOVE RA-WEEK-END TO SCR-H2-WEEK-END
031000     MOVE RA-WINDOW-START TO SCR-H2-WINDOW-START
031100     WRITE SCR-PRINT-LINE FROM SCR-HEADING-1
031200     WRITE SCR-PRINT-LINE FROM SCR-HEADING-2
031300     WRITE SCR-PRINT-LINE FROM SCR-RULE-LINE.
031400 1000-EXIT.
031500     EXIT.
031600
031700******************************************************************
031800*    1100-LOAD-WEEK
031900*    THE SCORED WEEK IS THE SEVEN DAYS ENDING ON THE WEEK-END
032000*    DATE; THE WINDOW RUNS BACK A FURTHER FOUR WEEKS.  A
032100*    MISSING, NON-NUMERIC OR IMPOSSIBLE DATE MEANS TODAY.
032200******************************************************************
032300 1100-LOAD-WEEK.
032400     MOVE RA-RUN-DATE TO RA-WEEK-END
032500     MOVE SPACES TO RA-ENV-DATE
032600     ACCEPT RA-ENV-DATE FROM ENVIRONMENT "REJANL_WEEK_END"
032700     IF RA-ENV-DATE IS NUMERIC
032800         MOVE RA-ENV-DATE TO RA-WEEK-END
032900     END-IF
033000     COMPUTE RA-END-INT = FUNCTION INTEGER-OF-DATE (RA-WEEK-END)
033100     IF RA-END-INT = 0
033200         MOVE RA-RUN-DATE TO RA-WEEK-END
033300         COMPUTE RA-END-INT =
033400             FUNCTION INTEGER-OF-DATE (RA-WEEK-END)
033500     END-IF
033600     COMPUTE RA-WEEK-START =
033700         FUNCTION DATE-OF-INTEGER (RA-END-INT - 6)
033800     COMPUTE RA-WINDOW-START =
033900         FUNCTION DATE-OF-INTEGER (RA-END-INT - 34).
034000 1100-EXIT.
034100     EXIT.
034200
034300******************************************************************
034400*    2000-LOAD-RUNS
034500******************************************************************
034600 2000-LOAD-RUNS.
034700     PERFORM 2100-READ-ONE-RUN THRU 2100-EXIT
034800         UNTIL RA-RUNLOG-STATUS NOT = "00"
034900     CLOSE RUN-LOG-FILE.
035000 2000-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400*    2100-READ-ONE-RUN
035500*    A RUN IS SCORED IN THE WEEK IT STARTED.  ONE FED A ROSTER
035600*    STRAIGHT FROM A DEPARTMENT (NO MERGE ID) IS THAT
035700*    DEPARTMENT'S SENDING, AND EVERY DETAIL IT DISPOSED OF -
035800*    GREETED, REJECTED OR SKIPPED BY A CUSTOMER RULE - COUNTS
035900*    AS SENT.  RECORDS A RESTARTED RUN PASSED OVER WERE
036000*    COUNTED BY THE RUN THAT FIRST PROCESSED THEM.
036100******************************************************************
036200 2100-READ-ONE-RUN.
036300     READ RUN-LOG-FILE
036400         AT END
036500             MOVE "10" TO RA-RUNLOG-STATUS
036600             GO TO 2100-EXIT
036700     END-READ
036800     ADD 1 TO RA-RUNS-READ
036900     IF RL-RUN-REVERSED
037000         ADD 1 TO RA-RUNS-REVERSED
037100         GO TO 2100-EXIT
037200     END-IF
037300     IF RL-START-TS (1:8) IS NOT NUMERIC
037400         GO TO 2100-EXIT
037500     END-IF
037600     MOVE RL-START-TS (1:8) TO RA-WORK-DATE
037700     PERFORM 2200-SET-WEEK THRU 2200-EXIT
037800     IF RA-WEEK = 0
037900         GO TO 2100-EXIT
038000     END-IF
038100     IF RA-RUN-COUNT NOT < 2000
038200         SET RA-TABLE-FULL TO TRUE
038300         GO TO 2100-EXIT
038400     END-IF
038500     ADD 1 TO RA-RUN-COUNT
038600     ADD 1 TO RA-RUNS-SCORED
038700     SET RA-RX TO RA-RUN-COUNT
038800     MOVE RL-RUN-ID TO RA-RN-RUN-ID (RA-RX)
038900     MOVE RL-MERGE-ID TO RA-RN-MERGE-ID (RA-RX)
039000     MOVE RL-START-TS TO RA-RN-START-TS (RA-RX)
039100     MOVE RL-END-TS TO RA-RN-END-TS (RA-RX)
039200     MOVE RA-WEEK TO RA-RN-WEEK (RA-RX)
039300     MOVE ZERO TO RA-RN-DEPT (RA-RX)
039400     IF RL-MERGE-ID NOT = SPACES
039500         GO TO 2100-EXIT
039600     END-IF
039700     MOVE RL-SOURCE TO RA-DEPT-NAME
039800     IF RA-DEPT-NAME = SPACES
039900         MOVE "NO HEADER" TO RA-DEPT-NAME
040000     END-IF
040100     PERFORM 2300-FIND-DEPT THRU 2300-EXIT
040200     MOVE RA-DEPT-SUB TO RA-RN-DEPT (RA-RX)
040300     IF RA-DEPT-SUB > 0
040400         COMPUTE RA-DP-SENT (RA-DEPT-SUB, RA-WEEK) =
040500             RA-DP-SENT (RA-DEPT-SUB, RA-WEEK)
040600             + RL-GREETINGS-OK + RL-RECS-REJECTED
040700             + RL-DNG-SKIPPED + RL-DUP-SKIPPED
040800             + RL-HIST-SKIPPED
040900     END-IF.
041000 2100-EXIT.
041100     EXIT.
041200
041300******************************************************************
041400*    2200-SET-WEEK
041500*    RA-WORK-DATE TO A WEEK OCCURRENCE: 1 THE SCORED WEEK, 2
041600*    THRU 5 THE PRIOR FOUR, 0 OUTSIDE THE WINDOW.
041700******************************************************************
041800 2200-SET-WEEK.
041900     MOVE 0 TO RA-WEEK
042000     COMPUTE RA-DAY-INT = FUNCTION INTEGER-OF-DATE (RA-WORK-DATE)
042100     IF RA-DAY-INT = 0
042200         GO TO 2200-EXIT
042300     END-IF
042400     COMPUTE RA-DAY-DIFF = RA-END-INT - RA-DAY-INT
042500     IF RA-DAY-DIFF < 0 OR RA-DAY-DIFF > 34
042600         GO TO 2200-EXIT
042700     END-IF
042800     COMPUTE RA-WEEK = RA-DAY-DIFF / 7 + 1.
042900 2200-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300*    2300-FIND-DEPT
043400*    RA-DEPT-NAME TO ITS TABLE SUBSCRIPT IN RA-DEPT-SUB,
043500*    ADDING THE DEPARTMENT THE FIRST TIME IT IS SEEN.  ZERO
043600*    WHEN THE TABLE IS FULL.
043700******************************************************************
043800 2300-FIND-DEPT.
043900     MOVE ZERO TO RA-DEPT-SUB
044000     SET RA-DX TO 1
044100     SEARCH RA-DEPT-ENTRY
044200         AT END
044300             CONTINUE
044400         WHEN RA-DX > RA-DEPT-COUNT
044500             CONTINUE
044600         WHEN RA-DP-NAME (RA-DX) = RA-DEPT-NAME
044700             SET RA-DEPT-SUB TO RA-DX
044800     END-SEARCH
044900     IF RA-DEPT-SUB > 0
045000         GO TO 2300-EXIT
045100     END-IF
045200     IF RA-DEPT-COUNT NOT < 50
045300         SET RA-TABLE-FULL TO TRUE
045400         GO TO 2300-EXIT
045500     END-IF
045600     ADD 1 TO RA-DEPT-COUNT
045700     MOVE RA-DEPT-COUNT TO RA-DEPT-SUB
045800     SET RA-DX TO RA-DEPT-COUNT
045900     INITIALIZE RA-DEPT-ENTRY (RA-DX)
046000     MOVE RA-DEPT-NAME TO RA-DP-NAME (RA-DX).
046100 2300-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500*    3000-LOAD-XREF
046600******************************************************************
046700 3000-LOAD-XREF.
046800     OPEN INPUT MERGE-XREF-FILE
046900     IF RA-MXREF-STATUS NOT = "00"
047000         DISPLAY "REJANL: MRGXREF NOT PRESENT, STATUS "
047100             RA-MXREF-STATUS ", TREATED AS EMPTY"
047200         SET RA-INPUT-MISSING TO TRUE
047300         GO TO 3000-EXIT
047400     END-IF
047500     PERFORM 3100-READ-ONE-XREF THRU 3100-EXIT
047600         UNTIL RA-MXREF-STATUS NOT = "00"
047700     CLOSE MERGE-XREF-FILE.
047800 3000-EXIT.
047900     EXIT.
048000
048100******************************************************************
048200*    3100-READ-ONE-XREF
048300*    ONLY MERGES A SCORED RUN READ ARE KEPT.  THE MERGE'S
048400*    RECORDS COUNT AS SENT ONCE, IN THE WEEK OF THE FIRST RUN
048500*    THAT READ IT - A RESTARTED RUN READS THE SAME MERGE
048600*    AGAIN BUT THE DEPARTMENTS SENT IT ONLY ONCE.  A FEED
048700*    WITHOUT A HEADER IS KNOWN BY ITS FEED NUMBER.
048800******************************************************************
048900 3100-READ-ONE-XREF.
049000     READ MERGE-XREF-FILE
049100         AT END
049200             MOVE "10" TO RA-MXREF-STATUS
049300             GO TO 3100-EXIT
049400     END-READ
049500     ADD 1 TO RA-XREFS-READ
049600     SET RA-NOT-FOUND TO TRUE
049700     SET RA-RX TO 1
049800     SEARCH RA-RUN-ENTRY
049900         AT END
050000             CONTINUE
050100         WHEN RA-RX > RA-RUN-COUNT
050200             CONTINUE
050300         WHEN RA-RN-MERGE-ID (RA-RX) = MX-MERGE-ID
050400             SET RA-FOUND TO TRUE
050500     END-SEARCH
050600     IF RA-NOT-FOUND
050700         GO TO 3100-EXIT
050800     END-IF
050900     MOVE RA-RN-WEEK (RA-RX) TO RA-WEEK
051000     MOVE MX-SOURCE TO RA-DEPT-NAME
051100     IF RA-DEPT-NAME = SPACES
051200         MOVE MX-FEED-NO TO RA-FEED-NO-X
051300         MOVE SPACES TO RA-DEPT-NAME
051400         STRING "FEED " DELIMITED BY SIZE
051500                RA-FEED-NO-X DELIMITED BY SIZE
051600             INTO RA-DEPT-NAME
051700     END-IF
051800     PERFORM 2300-FIND-DEPT THRU 2300-EXIT
051900     IF RA-DEPT-SUB = 0
052000         GO TO 3100-EXIT
052100     END-IF
052200     IF RA-XREF-COUNT NOT < 20000
052300         SET RA-TABLE-FULL TO TRUE
052400         GO TO 3100-EXIT
052500     END-IF
052600     ADD 1 TO RA-XREF-COUNT
052700     ADD 1 TO RA-XREFS-SCORED
052800     SET RA-XX TO RA-XREF-COUNT
052900     MOVE MX-MERGE-ID TO RA-XR-MERGE-ID (RA-XX)
053000     MOVE MX-RECORD-NO TO RA-XR-RECORD-NO (RA-XX)
053100     MOVE MX-FEED-RECORD-NO TO RA-XR-FEED-RECNO (RA-XX)
053200     MOVE RA-DEPT-SUB TO RA-XR-DEPT (RA-XX)
053300     ADD 1 TO RA-DP-SENT (RA-DEPT-SUB, RA-WEEK).
053400 3100-EXIT.
053500     EXIT.
053600
053700******************************************************************
053800*    4000-SCORE-REJECTS
053900*    THE LIVE LOG FIRST, THEN WHATEVER LOGPURGE HAS ARCHIVED.
054000******************************************************************
054100 4000-SCORE-REJECTS.
054200     OPEN INPUT REJECT-FILE
054300     IF RA-REJECT-STATUS NOT = "00"
054400         DISPLAY "REJANL: REJLOG NOT PRESENT, STATUS "
054500             RA-REJECT-STATUS ", TREATED AS EMPTY"
054600         SET RA-INPUT-MISSING TO TRUE
054700     ELSE
054800         PERFORM 4010-READ-ONE-REJECT THRU 4010-EXIT
054900             UNTIL RA-REJECT-STATUS NOT = "00"
055000         CLOSE REJECT-FILE
055100     END-IF
055200     OPEN INPUT REJECT-ARCH-FILE
055300     IF RA-REJARCH-STATUS NOT = "00"
055400         DISPLAY "REJANL: REJARCH NOT PRESENT, STATUS "
055500             RA-REJARCH-STATUS ", TREATED AS EMPTY"
055600     ELSE
055700         PERFORM 4020-READ-ONE-ARCHIVED THRU 4020-EXIT
055800             UNTIL RA-REJARCH-STATUS NOT = "00"
055900         CLOSE REJECT-ARCH-FILE
056000     END-IF.
056100 4000-EXIT.
056200     EXIT.
056300
056400 4010-READ-ONE-REJECT.
056500     READ REJECT-FILE INTO REJECT-RECORD
056600         AT END
056700             MOVE "10" TO RA-REJECT-STATUS
056800             GO TO 4010-EXIT
056900     END-READ
057000     PERFORM 4100-SCORE-ONE-REJECT THRU 4100-EXIT.
057100 4010-EXIT.
057200     EXIT.
057300
057400 4020-READ-ONE-ARCHIVED.
057500     READ REJECT-ARCH-FILE INTO REJECT-RECORD
057600         AT END
057700             MOVE "10" TO RA-REJARCH-STATUS
057800             GO TO 4020-EXIT
057900     END-READ
058000     PERFORM 4100-SCORE-ONE-REJECT THRU 4100-EXIT.
058100 4020-EXIT.
058200     EXIT.
058300
058400******************************************************************
058500*    4100-SCORE-ONE-REJECT
058600*    REJECT TO RUN, RUN TO DEPARTMENT.  A REJECT WITH NO RUN
058700*    ID IS PLACED BY ITS TIMESTAMP.  ONE FROM A RUN OUTSIDE
058800*    THE WINDOW (OR A REVERSED ONE) IS COUNTED AND LEFT OUT.
058900******************************************************************
059000 4100-SCORE-ONE-REJECT.
059100     ADD 1 TO RA-REJECTS-READ
059200     SET RA-NOT-FOUND TO TRUE
059300     SET RA-RX TO 1
059400     IF RJ-RUN-ID NOT = SPACES
059500         SEARCH RA-RUN-ENTRY
059600             AT END
059700                 CONTINUE
059800             WHEN RA-RX > RA-RUN-COUNT
059900                 CONTINUE
060000             WHEN RA-RN-RUN-ID (RA-RX) = RJ-RUN-ID
060100                 SET RA-FOUND TO TRUE
060200         END-SEARCH
060300     ELSE
060400         SEARCH RA-RUN-ENTRY
060500             AT END
060600                 CONTINUE
060700             WHEN RA-RX > RA-RUN-COUNT
060800                 CONTINUE
060900             WHEN RA-RN-START-TS (RA-RX) NOT > RJ-TIMESTAMP
061000                 AND RA-RN-END-TS (RA-RX) NOT < RJ-TIMESTAMP
061100                 SET RA-FOUND TO TRUE
061200         END-SEARCH
061300     END-IF
061400     IF RA-NOT-FOUND
061500         ADD 1 TO RA-REJECTS-OUTSIDE
061600         GO TO 4100-EXIT
061700     END-IF
061800     MOVE RA-RN-WEEK (RA-RX) TO RA-WEEK
061900     PERFORM 4200-FIND-REJECT-DEPT THRU 4200-EXIT
062000     IF RA-DEPT-SUB = 0
062100         GO TO 4100-EXIT
062200     END-IF
062300     ADD 1 TO RA-REJECTS-SCORED
062400     ADD 1 TO RA-DP-REJECTS (RA-DEPT-SUB, RA-WEEK)
062500     IF RA-WEEK NOT = 1
062600         GO TO 4100-EXIT
062700     END-IF
062800     COMPUTE RA-REASON-SUB = RJ-REASON-CODE + 1
062900     ADD 1 TO RA-DP-REASON-COUNT (RA-DEPT-SUB, RA-REASON-SUB)
063000     IF RA-REASON-TEXT (RA-REASON-SUB) = SPACES
063100         MOVE RJ-REASON-TEXT TO RA-REASON-TEXT (RA-REASON-SUB)
063200     END-IF
063300     PERFORM 4300-KEEP-BAD-LINE THRU 4300-EXIT.
063400 4100-EXIT.
063500     EXIT.
063600
063700******************************************************************
063800*    4200-FIND-REJECT-DEPT
063900*    A DIRECT RUN'S DEPARTMENT IS ALREADY ON ITS TABLE ENTRY
064000*    AND ITS RECORD NUMBERS ARE THE FEED'S OWN.  A MERGED
064100*    RUN'S RECORD IS LOOKED UP BY MERGE ID PLUS RECORD NUMBER;
064200*    ONE THAT IS NOT THERE GOES TO "UNTRACED".
064300******************************************************************
064400 4200-FIND-REJECT-DEPT.
064500     MOVE RJ-RECORD-NO TO RA-FEED-RECNO
064600     IF RA-RN-MERGE-ID (RA-RX) = SPACES
064700         MOVE RA-RN-DEPT (RA-RX) TO RA-DEPT-SUB
064800         GO TO 4200-EXIT
064900     END-IF
065000     MOVE ZERO TO RA-FEED-RECNO
065100     SET RA-NOT-FOUND TO TRUE
065200     SET RA-XX TO 1
065300     SEARCH RA-XREF-ENTRY
065400         AT END
065500             CONTINUE
065600         WHEN RA-XX > RA-XREF-COUNT
065700             CONTINUE
065800         WHEN RA-XR-MERGE-ID (RA-XX) = RA-RN-MERGE-ID (RA-RX)
065900             AND RA-XR-RECORD-NO (RA-XX) = RJ-RECORD-NO
066000             SET RA-FOUND TO TRUE
066100     END-SEARCH
066200     IF RA-FOUND
066300         MOVE RA-XR-DEPT (RA-XX) TO RA-DEPT-SUB
066400         MOVE RA-XR-FEED-RECNO (RA-XX) TO RA-FEED-RECNO
066500         GO TO 4200-EXIT
066600     END-IF
066700     ADD 1 TO RA-REJECTS-UNTRACED
066800     MOVE "UNTRACED" TO RA-DEPT-NAME
066900     PERFORM 2300-FIND-DEPT THRU 2300-EXIT.
067000 4200-EXIT.
067100     EXIT.
067200
067300******************************************************************
067400*    4300-KEEP-BAD-LINE
067500*    THE SCORED WEEK'S REJECTED LINES, HELD FOR THE
067600*    DEPARTMENT SECTIONS.  THE FEED RECORD NUMBER WAS LEFT IN
067700*    RA-FEED-RECNO BY 4200 (ZERO WHEN UNTRACED).
067800******************************************************************
067900 4300-KEEP-BAD-LINE.
068000     IF RA-BAD-COUNT NOT < 5000
068100         ADD 1 TO RA-LINES-NOT-LISTED
068200         SET RA-TABLE-FULL TO TRUE
068300         GO TO 4300-EXIT
068400     END-IF
068500     ADD 1 TO RA-BAD-COUNT
068600     SET RA-BX TO RA-BAD-COUNT
068700     MOVE RA-DEPT-SUB TO RA-BL-DEPT (RA-BX)
068800     MOVE RA-RN-RUN-ID (RA-RX) TO RA-BL-RUN-ID (RA-BX)
068900     MOVE RJ-RECORD-NO TO RA-BL-RECORD-NO (RA-BX)
069000     MOVE RA-FEED-RECNO TO RA-BL-FEED-RECNO (RA-BX)
069100     MOVE RJ-REASON-CODE TO RA-BL-REASON-CODE (RA-BX)
069200     MOVE RJ-RESOLVED-FLAG TO RA-BL-RESOLVED (RA-BX)
069300     MOVE RJ-RAW-INPUT TO RA-BL-RAW-INPUT (RA-BX).
069400 4300-EXIT.
069500     EXIT.
069600
069700******************************************************************
069800*    5000-PRINT-SUMMARY
069900******************************************************************
070000 5000-PRINT-SUMMARY.
070100     MOVE SPACES TO SCR-PRINT-LINE
070200     WRITE SCR-PRINT-LINE
070300     WRITE SCR-PRINT-LINE FROM SCR-SUMMARY-COLUMNS
070400     WRITE SCR-PRINT-LINE FROM SCR-RULE-LINE
070500     PERFORM 5100-PRINT-ONE-SUMMARY THRU 5100-EXIT
070600         VARYING RA-DEPT-SUB FROM 1 BY 1
070700         UNTIL RA-DEPT-SUB > RA-DEPT-COUNT
070800     IF RA-DEPT-COUNT = 0
070900         MOVE "NO RUNS IN THE FIVE-WEEK WINDOW" TO SN-TEXT
071000         WRITE SCR-PRINT-LINE FROM SCR-NOTE-LINE
071100     END-IF.
071200 5000-EXIT.
071300     EXIT.
071400
071500******************************************************************
071600*    5100-PRINT-ONE-SUMMARY
071700*    THE TREND COMPARES THE SCORED WEEK'S RATE WITH THE RATE
071800*    OVER THE FOUR WEEKS BEFORE IT, TAKEN TOGETHER; A MOVE OF
071900*    MORE THAN ONE POINT EITHER WAY IS WORSE OR BETTER.
072000******************************************************************
072100 5100-PRINT-ONE-SUMMARY.
072200     SET RA-DX TO RA-DEPT-SUB
072300     MOVE SPACES TO SCR-SUMMARY-LINE
072400     MOVE RA-DP-NAME (RA-DX) TO SS-DEPT
072500     MOVE RA-DP-SENT (RA-DX, 1) TO SS-SENT
072600     MOVE RA-DP-REJECTS (RA-DX, 1) TO SS-REJECTS
072700     MOVE RA-DP-SENT (RA-DX, 1) TO RA-SENT-TOTAL
072800     MOVE RA-DP-REJECTS (RA-DX, 1) TO RA-REJECT-TOTAL
072900     PERFORM 5200-EDIT-RATE THRU 5200-EXIT
073000     MOVE RA-RATE-X TO SS-RATE
073100     MOVE RA-RATE TO RA-PRIOR-RATE
073200     PERFORM 5110-EDIT-PRIOR-WEEK THRU 5110-EXIT
073300         VARYING RA-SUB FROM 2 BY 1 UNTIL RA-SUB > 5
073400     COMPUTE RA-SENT-TOTAL = RA-DP-SENT (RA-DX, 2)
073500         + RA-DP-SENT (RA-DX, 3) + RA-DP-SENT (RA-DX, 4)
073600         + RA-DP-SENT (RA-DX, 5)
073700     COMPUTE RA-REJECT-TOTAL = RA-DP-REJECTS (RA-DX, 2)
073800         + RA-DP-REJECTS (RA-DX, 3) + RA-DP-REJECTS (RA-DX, 4)
073900         + RA-DP-REJECTS (RA-DX, 5)
074000     PERFORM 5200-EDIT-RATE THRU 5200-EXIT
074100     MOVE RA-RATE-X TO SS-PRIOR-RATE
074200     EVALUATE TRUE
074300         WHEN RA-DP-SENT (RA-DX, 1) = 0
074400             MOVE "NO SENDS" TO SS-TREND
074500         WHEN RA-SENT-TOTAL = 0
074600             MOVE "NEW" TO SS-TREND
074700         WHEN OTHER
074800             COMPUTE RA-RATE-DIFF = RA-PRIOR-RATE - RA-RATE
074900             EVALUATE TRUE
075000                 WHEN RA-RATE-DIFF > 1
075100                     MOVE "WORSE" TO SS-TREND
075200                 WHEN RA-RATE-DIFF < -1
075300                     MOVE "BETTER" TO SS-TREND
075400                 WHEN OTHER
075500                     MOVE "STEADY" TO SS-TREND
075600             END-EVALUATE
075700     END-EVALUATE
075800     WRITE SCR-PRINT-LINE FROM SCR-SUMMARY-LINE.
075900 5100-EXIT.
076000     EXIT.
076100
076200******************************************************************
076300*    5110-EDIT-PRIOR-WEEK
076400*    RA-PRIOR-RATE HOLDS THE SCORED WEEK'S RATE WHILE THE
076500*    PRIOR WEEKS GO THROUGH 5200 - IT IS NEEDED FOR THE TREND.
076600******************************************************************
076700 5110-EDIT-PRIOR-WEEK.
076800     MOVE RA-DP-SENT (RA-DX, RA-SUB) TO RA-SENT-TOTAL
076900     MOVE RA-DP-REJECTS (RA-DX, RA-SUB) TO RA-REJECT-TOTAL
077000     PERFORM 5200-EDIT-RATE THRU 5200-EXIT
077100     COMPUTE RA-WEEK-SUB = RA-SUB - 1
077200     MOVE RA-RATE-X TO SS-WEEK-RATE (RA-WEEK-SUB).
077300 5110-EXIT.
077400     EXIT.
077500
077600******************************************************************
077700*    5200-EDIT-RATE
077800*    REJECTS PER HUNDRED SENT, FROM RA-REJECT-TOTAL AND
077900*    RA-SENT-TOTAL INTO RA-RATE AND, PRINTABLE, RA-RATE-X.
078000******************************************************************
078100 5200-EDIT-RATE.
078200     MOVE ZERO TO RA-RATE
078300     IF RA-SENT-TOTAL = 0
078400         MOVE "   N/A" TO RA-RATE-X
078500         GO TO 5200-EXIT
078600     END-IF
078700     COMPUTE RA-RATE ROUNDED =
078800         RA-REJECT-TOTAL * 100 / RA-SENT-TOTAL
078900         ON SIZE ERROR
079000             MOVE 999.99 TO RA-RATE
079100     END-COMPUTE
079200     MOVE RA-RATE TO RA-RATE-EDIT
079300     MOVE RA-RATE-EDIT TO RA-RATE-X.
079400 5200-EXIT.
079500     EXIT.
079600
079700******************************************************************
079800*    6000-PRINT-DEPARTMENT
079900*    ONE SELF-CONTAINED SECTION PER DEPARTMENT, SO IT CAN BE
080000*    CUT FROM THE REPORT AND SENT BACK AS IT STANDS.
080100******************************************************************
080200 6000-PRINT-DEPARTMENT.
080300     SET RA-DX TO RA-DEPT-SUB
080400     MOVE SPACES TO SCR-PRINT-LINE
080500     WRITE SCR-PRINT-LINE
080600     WRITE SCR-PRINT-LINE FROM SCR-RULE-LINE
080700     MOVE RA-DP-NAME (RA-DX) TO SD-DEPT
080800     MOVE "REJECTS IN THE SCORED WEEK BY REASON" TO SD-TEXT
080900     WRITE SCR-PRINT-LINE FROM SCR-DEPT-TITLE
081000     WRITE SCR-PRINT-LINE FROM SCR-RULE-LINE
081100     IF RA-DP-REJECTS (RA-DX, 1) = 0
081200         MOVE "NO REJECTS IN THE SCORED WEEK" TO SN-TEXT
081300         WRITE SCR-PRINT-LINE FROM SCR-NOTE-LINE
081400         GO TO 6000-EXIT
081500     END-IF
081600     PERFORM 6100-PRINT-ONE-REASON THRU 6100-EXIT
081700         VARYING RA-REASON-SUB FROM 1 BY 1
081800         UNTIL RA-REASON-SUB > 100
081900     MOVE SPACES TO SCR-PRINT-LINE
082000     WRITE SCR-PRINT-LINE
082100     WRITE SCR-PRINT-LINE FROM SCR-BAD-COLUMNS
082200     MOVE ZERO TO RA-DEPT-LINES
082300     PERFORM 6200-PRINT-ONE-BAD-LINE THRU 6200-EXIT
082400         VARYING RA-SUB FROM 1 BY 1
082500         UNTIL RA-SUB > RA-BAD-COUNT
082600     IF RA-DEPT-LINES < RA-DP-REJECTS (RA-DX, 1)
082700         MOVE "MORE REJECTED LINES THAN LISTED - SEE REJLOG"
082800             TO SN-TEXT
082900         WRITE SCR-PRINT-LINE FROM SCR-NOTE-LINE
083000     END-IF.
083100 6000-EXIT.
083200     EXIT.
083300
083400 6100-PRINT-ONE-REASON.
083500     IF RA-DP-REASON-COUNT (RA-DX, RA-REASON-SUB) = 0
083600         GO TO 6100-EXIT
083700     END-IF
083800     COMPUTE SR-CODE = RA-REASON-SUB - 1
083900     MOVE RA-REASON-TEXT (RA-REASON-SUB) TO SR-TEXT
084000     MOVE RA-DP-REASON-COUNT (RA-DX, RA-REASON-SUB) TO SR-COUNT
084100     WRITE SCR-PRINT-LINE FROM SCR-REASON-LINE.
084200 6100-EXIT.
084300     EXIT.
084400
084500 6200-PRINT-ONE-BAD-LINE.
084600     SET RA-BX TO RA-SUB
084700     IF RA-BL-DEPT (RA-BX) NOT = RA-DEPT-SUB
084800         GO TO 6200-EXIT
084900     END-IF
085000     ADD 1 TO RA-DEPT-LINES
085100     MOVE SPACES TO SCR-BAD-LINE
085200     MOVE RA-BL-RUN-ID (RA-BX) TO SB-RUN-ID
085300     MOVE RA-BL-RECORD-NO (RA-BX) TO SB-RECORD-NO
085400     MOVE RA-BL-FEED-RECNO (RA-BX) TO SB-FEED-RECNO
085500     MOVE RA-BL-REASON-CODE (RA-BX) TO SB-REASON-CODE
085600     IF RA-BL-RESOLVED (RA-BX) = "Y"
085700         MOVE "YES" TO SB-RECYCLED
085800     END-IF
085900     MOVE RA-BL-RAW-INPUT (RA-BX) (1:70) TO SB-RAW-INPUT
086000     WRITE SCR-PRINT-LINE FROM SCR-BAD-LINE.
086100 6200-EXIT.
086200     EXIT.
086300
086400******************************************************************
086500*    7000-SET-RETURN-CODE
086600******************************************************************
086700 7000-SET-RETURN-CODE.
086800     EVALUATE TRUE
086900         WHEN RA-REJECTS-UNTRACED > 0
087000             MOVE 4 TO RETURN-CODE
087100         WHEN RA-TABLE-FULL OR RA-INPUT-MISSING
087200             MOVE 4 TO RETURN-CODE
087300         WHEN OTHER
087400             MOVE ZERO TO RETURN-CODE
087500     END-EVALUATE.
087600 7000-EXIT.
087700     EXIT.
087800
087900******************************************************************
088000*    8000-PRINT-TOTALS
088100******************************************************************
088200 8000-PRINT-TOTALS.
088300     MOVE SPACES TO SCR-PRINT-LINE
088400     WRITE SCR-PRINT-LINE
088500     WRITE SCR-PRINT-LINE FROM SCR-RULE-LINE
088600     MOVE "RUNS READ" TO ST-CAPTION
088700     MOVE RA-RUNS-READ TO ST-COUNT
088800     WRITE SCR-PRINT-LINE FROM SCR-TOTAL-LINE
088900     MOVE "RUNS SCORED" TO ST-CAPTION
089000     MOVE RA-RUNS-SCORED TO ST-COUNT
089100     WRITE SCR-PRINT-LINE FROM SCR-TOTAL-LINE
089200     MOVE "RUNS REVERSED - NOT SCORED" TO ST-CAPTION
089300     MOVE RA-RUNS-REVERSED TO ST-COUNT
089400     WRITE SCR-PRINT-LINE FROM SCR-TOTAL-LINE
089500     MOVE "XREF RECORDS READ" TO ST-CAPTION
089600     MOVE RA-XREFS-READ TO ST-COUNT
089700     WRITE SCR-PRINT-LINE FROM SCR-TOTAL-LINE
089800     MOVE "XREF RECORDS SCORED" TO ST-CAPTION
089900     MOVE RA-XREFS-SCORED TO ST-COUNT
090000     WRITE SCR-PRINT-LINE FROM SCR-TOTAL-LINE
090100     MOVE "REJECTS READ" TO ST-CAPTION
090200     MOVE RA-REJECTS-READ TO ST-COUNT
090300     WRITE SCR-PRINT-LINE FROM SCR-TOTAL-LINE
090400     MOVE "REJECTS SCORED" TO ST-CAPTION
090500     MOVE RA-REJECTS-SCORED TO ST-COUNT
090600     WRITE SCR-PRINT-LINE FROM SCR-TOTAL-LINE
090700     MOVE "REJECTS UNTRACED" TO ST-CAPTION
090800     MOVE RA-REJECTS-UNTRACED TO ST-COUNT
090900     WRITE SCR-PRINT-LINE FROM SCR-TOTAL-LINE
091000     MOVE "REJECTS OUTSIDE WINDOW" TO ST-CAPTION
091100     MOVE RA-REJECTS-OUTSIDE TO ST-COUNT
091200     WRITE SCR-PRINT-LINE FROM SCR-TOTAL-LINE
091300     IF RA-TABLE-FULL
091400         MOVE "A TABLE FILLED - SCORECARD IS INCOMPLETE"
091500             TO SN-TEXT
091600         WRITE SCR-PRINT-LINE FROM SCR-NOTE-LINE
091700     END-IF.
091800 8000-EXIT.
091900     EXIT.
092000
092100******************************************************************
092200*    9999-TERMINATE
092300******************************************************************
092400 9999-TERMINATE.
092500     CLOSE SCORECARD-REPORT.
092600 9999-EXIT.
092700     EXIT.
