000100******************************************************************
000200*    DAYEND - DAILY JOB-STREAM DRIVER WITH STEP RESTART
000300*
000400*    AUTHOR.          R J HARGROVE.
000500*    INSTALLATION.    DATA PROCESSING - BATCH SYSTEMS.
000600*    DATE-WRITTEN.    10/15/26.
000700*
000800*    RUNS THE NIGHT'S GREETING STREAM AS ONE JOB - ROSTMRGE,
000900*    FN_COB, RECONCL, GREETSND, AUDRPT, IN THAT ORDER - IN
001000*    PLACE OF THE OPERATOR CALLING EACH PROGRAM BY HAND AND
001100*    READING ITS RETURN CODE.  EACH STEP IS CALLED AS A
001200*    SUBPROGRAM, THE SAME WAY REJRECYC CALLS INTO FN_COB, AND
001300*    EACH ONE'S START, END AND RETURN CODE ARE APPENDED TO THE
001400*    STEP-CONTROL FILE STEPCTL (SEE STEPREC), TIED TO THE RUNLOG
001500*    RUN ID OF THE FN_COB RUN THE STREAM PRODUCED.  FN_COB IS
001600*    CALLED AT ITS FN_COB_ROSTER ENTRY, WHICH READS THE MERGED
001700*    ROSTER FROM ROSTOUT IN PLACE OF SYSIN - ROSTMRGE, THE STEP
001800*    AHEAD, HAS WRITTEN AND CLOSED ROSTOUT BY THEN, AND THE JOB
001900*    ALLOCATES NO SYSIN TO THE STREAM AT ALL.
002000*
002100*    EVERY STEP HAS A HIGHEST ACCEPTABLE RETURN CODE, DEFAULT 4
002200*    (THE GRADED "COMPLETED WITH SOMETHING ON THE REPORT" CODE
002300*    EVERY STEP IN THE STREAM USES), OVERRIDDEN PER STEP BY THE
002400*    DAYEND_MAXRC_<STEP> ENVIRONMENT VARIABLE (E.G.
002500*    DAYEND_MAXRC_RECONCL=8), THE SAME OPERATOR-SETTING STYLE
002600*    AS FN_COB'S REJECT LIMIT.  A STEP ENDING ABOVE ITS LIMIT
002700*    FAILS AND STOPS THE STREAM: THE STEPS BEHIND IT ARE HELD,
002800*    NOT RUN - SO A RECONCL RC 8 OR AN FN_COB BREAKER RC 8
002900*    HOLDS GREETSND AND NOTHING GOES OUT THE DOOR UNCHECKED.
003000*
003100*    A RERUN PICKS UP THE LAST STREAM IN STEPCTL AND, WHEN IT
003200*    DID NOT FINISH, RESUMES AT THE FIRST STEP THAT DID NOT
003300*    COMPLETE - THE FAILED STEP, OR ONE THAT NEVER CAME BACK -
003400*    UNDER THE SAME STREAM ID, SO A FIXED RECONCL PROBLEM IS NOT
003500*    RE-MERGED AND RE-GREETED.  A FINISHED STREAM, OR
003600*    DAYEND_RESTART=NEW, STARTS A FRESH STREAM AT ROSTMRGE.
003700*    THE STEP SUMMARY (DAYRPT) SHOWS THE WHOLE STREAM ON ONE
003800*    PAGE FOR THE MORNING HAND-OFF, STEPS FROM AN EARLIER
003900*    ATTEMPT INCLUDED, WITH THE FN_COB RUN'S COUNTS FROM RUNLOG.
004000*    RETURN CODES: THE HIGHEST STEP RETURN CODE THIS PASS, AT
004100*    LEAST 8 WHEN THE STREAM STOPPED, 12 WHEN STEPCTL OR DAYRPT
004200*    WILL NOT OPEN.
004300*
004400*    MAINTENANCE HISTORY
004500*    DATE       INIT DESCRIPTION
004600*    10/15/26   RJH  ORIGINAL.
004700******************************************************************
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID. DAYEND.
005000 AUTHOR. R J HARGROVE.
005100 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
005200 DATE-WRITTEN. 10/15/26.
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT STEP-CTL-FILE ASSIGN TO STEPCTL
005700         ORGANIZATION LINE SEQUENTIAL
005800         FILE STATUS IS DE-STEPCTL-STATUS.
005900
006000     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
006100         ORGANIZATION LINE SEQUENTIAL
006200         FILE STATUS IS DE-RUNLOG-STATUS.
006300
006400     SELECT STEP-REPORT ASSIGN TO DAYRPT
006500         ORGANIZATION LINE SEQUENTIAL
006600         FILE STATUS IS DE-REPORT-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  STEP-CTL-FILE.
007100     COPY STEPREC.
007200
007300 FD  RUN-LOG-FILE.
007400     COPY RUNLGREC.
007500
007600 FD  STEP-REPORT.
007700 01  DAY-PRINT-LINE              PIC X(132).
007800
007900 WORKING-STORAGE SECTION.
008000 01  DE-STEPCTL-STATUS           PIC X(02) VALUE "00".
008100 01  DE-RUNLOG-STATUS            PIC X(02) VALUE "00".
008200 01  DE-REPORT-STATUS            PIC X(02) VALUE "00".
008300 01  DE-ENV-NAME                 PIC X(30) VALUE SPACES.
008400 01  DE-ENV-VALUE                PIC X(02) VALUE SPACES.
008500 01  DE-ENV-RESTART              PIC X(03) VALUE SPACES.
008600 77  DE-TRAILING-SPACES          PIC 9(03) COMP VALUE ZERO.
008700 77  DE-ENV-LEN                  PIC 9(03) COMP VALUE ZERO.
008800 77  DE-SUB                      PIC 9(02) COMP VALUE ZERO.
008900 77  DE-START-STEP               PIC 9(02) COMP VALUE 1.
009000 77  DE-STEP-COUNT               PIC 9(02) COMP VALUE 5.
009100 77  DE-STEPS-RUN                PIC 9(02) COMP VALUE ZERO.
009200 77  DE-STEPS-EARLIER            PIC 9(02) COMP VALUE ZERO.
009300 77  DE-STEPS-HELD               PIC 9(02) COMP VALUE ZERO.
009400 77  DE-STEPCTL-READ             PIC 9(07) COMP VALUE ZERO.
009500 77  DE-HIGH-RC                  PIC 9(02) COMP VALUE ZERO.
009600 01  DE-STEP-RC                  PIC 9(02) VALUE ZERO.
009700 01  DE-STEP-NO                  PIC 9(02) VALUE ZERO.
009800 01  DE-RUN-DATE                 PIC 9(08) VALUE ZERO.
009900 01  DE-TS-DATE                  PIC 9(08) VALUE ZERO.
010000 01  DE-TS-TIME                  PIC 9(08) VALUE ZERO.
010100 01  DE-TIMESTAMP                PIC X(16) VALUE SPACES.
010200 01  DE-STREAM-ID                PIC X(16) VALUE SPACES.
010300 01  DE-RUN-ID                   PIC X(16) VALUE SPACES.
010400 01  DE-LAST-STREAM-ID           PIC X(16) VALUE SPACES.
010500 01  DE-LAST-RUN-ID              PIC X(16) VALUE SPACES.
010600 01  DE-STOP-STEP                PIC X(08) VALUE SPACES.
010700 01  DE-RESUME-FLAG              PIC X(01) VALUE "N".
010800     88  DE-RESUMING                 VALUE "Y".
010900 01  DE-STOP-FLAG                PIC X(01) VALUE "N".
011000     88  DE-STREAM-STOPPED           VALUE "Y".
011100 01  DE-CALL-FLAG                PIC X(01) VALUE "Y".
011200     88  DE-CALL-LOADED              VALUE "Y".
011300     88  DE-CALL-NOT-LOADED          VALUE "N".
011400 01  DE-RL-FOUND-FLAG            PIC X(01) VALUE "N".
011500     88  DE-RL-FOUND                 VALUE "Y".
011600 01  DE-RL-MATCH-FLAG            PIC X(01) VALUE "S".
011700     88  DE-RL-BY-START              VALUE "S".
011800     88  DE-RL-BY-ID                 VALUE "I".
011900 01  DE-RL-SOURCE                PIC X(10) VALUE SPACES.
012000 01  DE-RL-ROSTER-DATE           PIC X(08) VALUE SPACES.
012100 77  DE-RL-RECS-READ             PIC 9(07) COMP VALUE ZERO.
012200 77  DE-RL-GREETINGS-OK          PIC 9(07) COMP VALUE ZERO.
012300 77  DE-RL-RECS-REJECTED         PIC 9(07) COMP VALUE ZERO.
012400 77  DE-RL-SKIPPED               PIC 9(07) COMP VALUE ZERO.
012500 01  DE-STEP-TABLE-DATA.
012600     05  FILLER                  PIC X(08) VALUE "ROSTMRGE".
012700     05  FILLER                  PIC X(08) VALUE "FN_COB".
012800     05  FILLER                  PIC X(08) VALUE "RECONCL".
012900     05  FILLER                  PIC X(08) VALUE "GREETSND".
013000     05  FILLER                  PIC X(08) VALUE "AUDRPT".
013100 01  DE-STEP-TABLE REDEFINES DE-STEP-TABLE-DATA.
013200     05  DE-STEP-NAME            PIC X(08) OCCURS 5 TIMES.
013300 01  DE-STATE-TABLE.
013400     05  DE-STATE-ENTRY          OCCURS 5 TIMES.
013500         10  DE-ST-STATUS        PIC X(08).
013600         10  DE-ST-START-TS      PIC X(16).
013700         10  DE-ST-END-TS        PIC X(16).
013800         10  DE-ST-RC            PIC 9(02).
013900         10  DE-ST-MAX-RC        PIC 9(02).
014000         10  DE-ST-WHEN          PIC X(01).
014100             88  DE-ST-THIS-PASS     VALUE "T".
014200             88  DE-ST-EARLIER       VALUE "E".
014300             88  DE-ST-NOT-REACHED   VALUE SPACE.
014400 01  DAY-HEADING-1.
014500     05  FILLER                  PIC X(42) VALUE
014600         "DAYEND - DAILY JOB STREAM STEP SUMMARY    ".
014700     05  FILLER                  PIC X(14) VALUE
014800         "      RUN DATE".
014900     05  FILLER                  PIC X(01) VALUE SPACE.
015000     05  DAY-H1-DATE             PIC 9(08).
015100 01  DAY-STREAM-LINE.
015200     05  FILLER                  PIC X(10) VALUE "STREAM ID ".
015300     05  DAY-SL-STREAM-ID        PIC X(16).
015400     05  FILLER                  PIC X(10) VALUE "   RUN ID ".
015500     05  DAY-SL-RUN-ID           PIC X(16).
015600     05  FILLER                  PIC X(03) VALUE SPACES.
015700     05  DAY-SL-MODE             PIC X(30).
015800 01  DAY-HEADING-2.
015900     05  FILLER                  PIC X(05) VALUE "STEP ".
016000     05  FILLER                  PIC X(09) VALUE "PROGRAM".
016100     05  FILLER                  PIC X(17) VALUE "STARTED".
016200     05  FILLER                  PIC X(17) VALUE "ENDED".
016300     05  FILLER                  PIC X(03) VALUE "RC".
016400     05  FILLER                  PIC X(04) VALUE "MAX".
016500     05  FILLER                  PIC X(09) VALUE "STATUS".
016600     05  FILLER                  PIC X(30) VALUE "NOTE".
016700 01  DAY-RULE-LINE.
016800     05  FILLER                  PIC X(100) VALUE ALL "-".
016900 01  DAY-DETAIL-LINE.
017000     05  DD-STEP-NO              PIC Z9.
017100     05  FILLER                  PIC X(03) VALUE SPACES.
017200     05  DD-PROGRAM              PIC X(08).
017300     05  FILLER                  PIC X(01) VALUE SPACE.
017400     05  DD-START-TS             PIC X(16).
017500     05  FILLER                  PIC X(01) VALUE SPACE.
017600     05  DD-END-TS               PIC X(16).
017700     05  FILLER                  PIC X(01) VALUE SPACE.
017800     05  DD-RC                   PIC X(02).
017900     05  FILLER                  PIC X(01) VALUE SPACE.
018000     05  DD-MAX-RC               PIC Z9.
018100     05  FILLER                  PIC X(02) VALUE SPACES.
018200     05  DD-STATUS               PIC X(08).
018300     05  FILLER                  PIC X(01) VALUE SPACE.
018400     05  DD-NOTE                 PIC X(40).
018500 01  DAY-RC-EDIT                 PIC Z9.
018600 01  DAY-SECTION-LINE.
018700     05  FILLER                  PIC X(02) VALUE SPACES.
018800     05  DAY-SECTION-TITLE       PIC X(60).
018900 01  DAY-TOTAL-LINE.
019000     05  FILLER                  PIC X(01) VALUE "*".
019100     05  FILLER                  PIC X(01) VALUE SPACE.
019200     05  DT-CAPTION              PIC X(26).
019300     05  FILLER                  PIC X(01) VALUE SPACE.
019400     05  DT-COUNT                PIC Z(06)9.
019500 01  DAY-OUTCOME-LINE.
019600     05  FILLER                  PIC X(01) VALUE "*".
019700     05  FILLER                  PIC X(01) VALUE SPACE.
019800     05  DAY-OUTCOME-TEXT        PIC X(80).
019900 PROCEDURE DIVISION.
020000******************************************************************
020100*    0000-MAINLINE
020200******************************************************************
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020500     PERFORM 1200-LOAD-STEP-CONTROL THRU 1200-EXIT
020600     PERFORM 1300-SET-START-STEP THRU 1300-EXIT
020700     PERFORM 1400-LOAD-STEP-LIMITS THRU 1400-EXIT
020800     PERFORM 2000-RUN-STREAM THRU 2000-EXIT
020900     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT
021000     PERFORM 7000-SET-RETURN-CODE THRU 7000-EXIT
021100     PERFORM 9999-TERMINATE THRU 9999-EXIT
021200     GOBACK.
021300
021400******************************************************************
021500*    1000-INITIALIZE
021600*    STEPCTL IS PROVED WRITABLE BEFORE ANY STEP IS CALLED - A
021700*    STREAM THAT CANNOT RECORD ITS STEPS CANNOT BE RESTARTED,
021800*    SO IT IS NOT STARTED.  THE REPORT MUST OPEN AS WELL.
021900******************************************************************
022000 1000-INITIALIZE.
022100     OPEN EXTEND STEP-CTL-FILE
022200     IF DE-STEPCTL-STATUS NOT = "00"
022300         OPEN OUTPUT STEP-CTL-FILE
022400     END-IF
022500     IF DE-STEPCTL-STATUS NOT = "00"
022600         DISPLAY "DAYEND: UNABLE TO OPEN STEPCTL, STATUS "
022700             DE-STEPCTL-STATUS
022800         MOVE 12 TO RETURN-CODE
022900         GOBACK
023000     END-IF
023100     CLOSE STEP-CTL-FILE
023200     OPEN OUTPUT STEP-REPORT
023300     IF DE-REPORT-STATUS NOT = "00"
023400         DISPLAY "DAYEND: UNABLE TO OPEN DAYRPT, STATUS "
023500             DE-REPORT-STATUS
023600         MOVE 12 TO RETURN-CODE
023700         GOBACK
023800     END-IF
023900     ACCEPT DE-RUN-DATE FROM DATE YYYYMMDD
024000     MOVE DE-RUN-DATE TO DAY-H1-DATE
024100     MOVE SPACES TO DE-STATE-TABLE.
024200 1000-EXIT.
024300     EXIT.
024400
024500******************************************************************
024600*    1200-LOAD-STEP-CONTROL
024700*    READS STEPCTL THROUGH, KEEPING ONLY THE LAST STREAM'S
024800*    RECORDS - A NEW STREAM ID CLEARS THE STATE TABLE - SO
024900*    WHAT IS LEFT AT END OF FILE IS THE LATEST RECORD FOR EACH
025000*    STEP OF THE MOST RECENT STREAM.  NO STEPCTL YET IS SIMPLY
025100*    THE FIRST NIGHT.
025200******************************************************************
025300 1200-LOAD-STEP-CONTROL.
025400     OPEN INPUT STEP-CTL-FILE
025500     IF DE-STEPCTL-STATUS NOT = "00"
025600         GO TO 1200-EXIT
025700     END-IF
025800     PERFORM 1210-READ-NEXT-STEP-CTL THRU 1210-EXIT
025900         UNTIL DE-STEPCTL-STATUS NOT = "00"
026000     CLOSE STEP-CTL-FILE.
026100 1200-EXIT.
026200     EXIT.
026300
026400 1210-READ-NEXT-STEP-CTL.
026500     READ STEP-CTL-FILE
026600         AT END
026700             MOVE "10" TO DE-STEPCTL-STATUS
026800         NOT AT END
026900             ADD 1 TO DE-STEPCTL-READ
027000             PERFORM 1220-KEEP-STEP-STATE THRU 1220-EXIT
027100     END-READ.
027200 1210-EXIT.
027300     EXIT.
027400
027500 1220-KEEP-STEP-STATE.
027600     IF SC-STEP-NO IS NOT NUMERIC
027700         GO TO 1220-EXIT
027800     END-IF
027900     IF SC-STEP-NO < 1 OR SC-STEP-NO > DE-STEP-COUNT
028000         GO TO 1220-EXIT
028100     END-IF
028200     IF SC-STREAM-ID NOT = DE-LAST-STREAM-ID
028300         MOVE SC-STREAM-ID TO DE-LAST-STREAM-ID
028400         MOVE SPACES TO DE-LAST-RUN-ID
028500         MOVE SPACES TO DE-STATE-TABLE
028600     END-IF
028700     MOVE SC-STEP-NO TO DE-SUB
028800     MOVE SC-STATUS TO DE-ST-STATUS (DE-SUB)
028900     MOVE SC-START-TS TO DE-ST-START-TS (DE-SUB)
029000     MOVE SC-END-TS TO DE-ST-END-TS (DE-SUB)
029100     MOVE SC-RETURN-CODE TO DE-ST-RC (DE-SUB)
029200     MOVE SC-MAX-RC TO DE-ST-MAX-RC (DE-SUB)
029300     SET DE-ST-EARLIER (DE-SUB) TO TRUE
029400     IF SC-RUN-ID NOT = SPACES
029500         MOVE SC-RUN-ID TO DE-LAST-RUN-ID
029600     END-IF.
029700 1220-EXIT.
029800     EXIT.
029900
030000******************************************************************
030100*    1300-SET-START-STEP
030200*    THE LAST STREAM IS RESUMED AT ITS FIRST STEP THAT DID NOT
030300*    COMPLETE.  WHEN EVERY STEP COMPLETED, THERE IS NO STREAM
030400*    AT ALL, OR THE OPERATOR SETS DAYEND_RESTART=NEW (A FAILED
030500*    NIGHT ABANDONED RATHER THAN FINISHED), A FRESH STREAM
030600*    STARTS AT STEP 1 UNDER A NEW STREAM ID.  ON A RESUME THE
030700*    STEPS AHEAD OF THE START STEP KEEP THEIR EARLIER STATE FOR
030800*    THE REPORT; THE START STEP AND EVERYTHING BEHIND IT ARE
030900*    CLEARED TO BE RUN AGAIN.
031000******************************************************************
031100 1300-SET-START-STEP.
031200     MOVE SPACES TO DE-ENV-RESTART
031300     ACCEPT DE-ENV-RESTART FROM ENVIRONMENT "DAYEND_RESTART"
031400     MOVE ZERO TO DE-START-STEP
031500     IF DE-LAST-STREAM-ID NOT = SPACES
031600         AND DE-ENV-RESTART NOT = "NEW"
031700         PERFORM 1310-CHECK-ONE-STEP THRU 1310-EXIT
031800             VARYING DE-SUB FROM 1 BY 1
031900             UNTIL DE-SUB > DE-STEP-COUNT
032000         IF DE-START-STEP > 0
032100             SET DE-RESUMING TO TRUE
032200         END-IF
032300     END-IF
032400     IF DE-RESUMING
032500         MOVE DE-LAST-STREAM-ID TO DE-STREAM-ID
032600         MOVE DE-LAST-RUN-ID TO DE-RUN-ID
032700         PERFORM 1320-CLEAR-STEP-STATE THRU 1320-EXIT
032800             VARYING DE-SUB FROM DE-START-STEP BY 1
032900             UNTIL DE-SUB > DE-STEP-COUNT
033000         DISPLAY "DAYEND: RESUMING STREAM " DE-STREAM-ID
033100             " AT STEP " DE-STEP-NAME (DE-START-STEP)
033200     ELSE
033300         MOVE 1 TO DE-START-STEP
033400         MOVE SPACES TO DE-STATE-TABLE
033500         PERFORM 6000-BUILD-TIMESTAMP THRU 6000-EXIT
033600         MOVE DE-TIMESTAMP TO DE-STREAM-ID
033700         MOVE SPACES TO DE-RUN-ID
033800     END-IF.
033900 1300-EXIT.
034000     EXIT.
034100
034200 1310-CHECK-ONE-STEP.
034300     IF DE-START-STEP = 0
034400         AND DE-ST-STATUS (DE-SUB) NOT = "COMPLETE"
034500         MOVE DE-SUB TO DE-START-STEP
034600     END-IF.
034700 1310-EXIT.
034800     EXIT.
034900
035000 1320-CLEAR-STEP-STATE.
035100     MOVE SPACES TO DE-STATE-ENTRY (DE-SUB).
035200 1320-EXIT.
035300     EXIT.
035400
035500******************************************************************
035600*    1400-LOAD-STEP-LIMITS
035700*    DAYEND_MAXRC_<STEP NAME> OVERRIDES A STEP'S DEFAULT LIMIT
035800*    OF 4.  UNSET OR NON-NUMERIC KEEPS THE DEFAULT.
035900******************************************************************
036000 1400-LOAD-STEP-LIMITS.
036100     PERFORM 1410-LOAD-ONE-LIMIT THRU 1410-EXIT
036200         VARYING DE-SUB FROM DE-START-STEP BY 1
036300         UNTIL DE-SUB > DE-STEP-COUNT.
036400 1400-EXIT.
036500     EXIT.
036600
036700 1410-LOAD-ONE-LIMIT.
036800     MOVE 4 TO DE-ST-MAX-RC (DE-SUB)
036900     MOVE SPACES TO DE-ENV-NAME
037000     STRING "DAYEND_MAXRC_" DELIMITED BY SIZE
037100            DE-STEP-NAME (DE-SUB) DELIMITED BY SPACE
037200         INTO DE-ENV-NAME
037300     MOVE SPACES TO DE-ENV-VALUE
037400     ACCEPT DE-ENV-VALUE FROM ENVIRONMENT DE-ENV-NAME
037500     MOVE ZERO TO DE-TRAILING-SPACES
037600     INSPECT DE-ENV-VALUE TALLYING DE-TRAILING-SPACES
037700         FOR TRAILING SPACE
037800     SUBTRACT DE-TRAILING-SPACES FROM 2 GIVING DE-ENV-LEN
037900     IF DE-ENV-LEN > 0
038000         IF DE-ENV-VALUE (1:DE-ENV-LEN) IS NUMERIC
038100             MOVE DE-ENV-VALUE (1:DE-ENV-LEN)
038200                 TO DE-ST-MAX-RC (DE-SUB)
038300         END-IF
038400     END-IF.
038500 1410-EXIT.
038600     EXIT.
038700
038800******************************************************************
038900*    2000-RUN-STREAM
039000******************************************************************
039100 2000-RUN-STREAM.
039200     PERFORM 2100-RUN-ONE-STEP THRU 2100-EXIT
039300         VARYING DE-SUB FROM DE-START-STEP BY 1
039400         UNTIL DE-SUB > DE-STEP-COUNT.
039500 2000-EXIT.
039600     EXIT.
039700
039800******************************************************************
039900*    2100-RUN-ONE-STEP
040000*    ONCE THE STREAM HAS STOPPED, EVERY REMAINING STEP IS
040100*    RECORDED HELD WITHOUT BEING CALLED.  OTHERWISE A STARTED
040200*    RECORD GOES TO STEPCTL BEFORE THE CALL - SO A STEP THAT
040300*    ABENDS AND NEVER RETURNS STILL LEAVES ITS MARK AND THE
040400*    RERUN RESUMES THERE - AND THE ENDING RECORD AFTER IT.
040500*    RETURN-CODE IS CLEARED BEFORE EACH CALL SO A STEP THAT
040600*    ENDS WITHOUT SETTING ONE READS AS A CLEAN 0, NOT THE
040700*    PREVIOUS STEP'S CODE.
040800******************************************************************
040900 2100-RUN-ONE-STEP.
041000     SET DE-ST-THIS-PASS (DE-SUB) TO TRUE
041100     IF DE-STREAM-STOPPED
041200         MOVE "HELD" TO DE-ST-STATUS (DE-SUB)
041300         MOVE ZERO TO DE-ST-RC (DE-SUB)
041400         ADD 1 TO DE-STEPS-HELD
041500         PERFORM 6100-WRITE-STEP-RECORD THRU 6100-EXIT
041600         GO TO 2100-EXIT
041700     END-IF
041800     IF DE-SUB = 2
041900         MOVE SPACES TO DE-RUN-ID
042000     END-IF
042100     PERFORM 6000-BUILD-TIMESTAMP THRU 6000-EXIT
042200     MOVE DE-TIMESTAMP TO DE-ST-START-TS (DE-SUB)
042300     MOVE "STARTED" TO DE-ST-STATUS (DE-SUB)
042400     MOVE ZERO TO DE-ST-RC (DE-SUB)
042500     PERFORM 6100-WRITE-STEP-RECORD THRU 6100-EXIT
042600     MOVE DE-SUB TO DE-STEP-NO
042700     DISPLAY "DAYEND: STEP " DE-STEP-NO " " DE-STEP-NAME (DE-SUB)
042800         " STARTED " DE-TIMESTAMP
042900     PERFORM 2200-CALL-STEP THRU 2200-EXIT
043000     PERFORM 6000-BUILD-TIMESTAMP THRU 6000-EXIT
043100     MOVE DE-TIMESTAMP TO DE-ST-END-TS (DE-SUB)
043200     MOVE DE-STEP-RC TO DE-ST-RC (DE-SUB)
043300     ADD 1 TO DE-STEPS-RUN
043400     IF DE-STEP-RC > DE-HIGH-RC
043500         MOVE DE-STEP-RC TO DE-HIGH-RC
043600     END-IF
043700     IF DE-SUB = 2
043800         PERFORM 2300-FIND-RUN-ID THRU 2300-EXIT
043900     END-IF
044000     IF DE-STEP-RC > DE-ST-MAX-RC (DE-SUB)
044100         MOVE "FAILED" TO DE-ST-STATUS (DE-SUB)
044200         SET DE-STREAM-STOPPED TO TRUE
044300         MOVE DE-STEP-NAME (DE-SUB) TO DE-STOP-STEP
044400     ELSE
044500         MOVE "COMPLETE" TO DE-ST-STATUS (DE-SUB)
044600     END-IF
044700     PERFORM 6100-WRITE-STEP-RECORD THRU 6100-EXIT
044800     DISPLAY "DAYEND: STEP " DE-STEP-NO " " DE-STEP-NAME (DE-SUB)
044900         " ENDED RC " DE-STEP-RC " " DE-ST-STATUS (DE-SUB).
045000 2100-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400*    2200-CALL-STEP
045500*    A STEP PROGRAM THAT CANNOT BE LOADED COUNTS AS A FAILED
045600*    STEP WITH RC 12, THE SAME AS A STEP'S OWN FILE FAILURE.
045700*    FN_COB GOES IN AT FN_COB_ROSTER SO IT READS THE ROSTER
045800*    ROSTMRGE HAS JUST CLOSED, NOT SYSIN.
045900******************************************************************
046000 2200-CALL-STEP.
046100     MOVE ZERO TO RETURN-CODE
046200     SET DE-CALL-LOADED TO TRUE
046300     EVALUATE DE-SUB
046400         WHEN 1
046500             CALL "ROSTMRGE"
046600                 ON EXCEPTION
046700                     SET DE-CALL-NOT-LOADED TO TRUE
046800             END-CALL
046900         WHEN 2
047000             CALL "FN_COB_ROSTER"
047100                 ON EXCEPTION
047200                     SET DE-CALL-NOT-LOADED TO TRUE
047300             END-CALL
047400         WHEN 3
047500             CALL "RECONCL"
047600                 ON EXCEPTION
047700                     SET DE-CALL-NOT-LOADED TO TRUE
047800             END-CALL
047900         WHEN 4
048000             CALL "GREETSND"
048100                 ON EXCEPTION
048200                     SET DE-CALL-NOT-LOADED TO TRUE
048300             END-CALL
048400         WHEN 5
048500             CALL "AUDRPT"
048600                 ON EXCEPTION
048700                     SET DE-CALL-NOT-LOADED TO TRUE
048800             END-CALL
048900     END-EVALUATE
049000     IF DE-CALL-NOT-LOADED
049100         DISPLAY "DAYEND: UNABLE TO LOAD "
049200             DE-STEP-NAME (DE-SUB)
049300         MOVE 12 TO DE-STEP-RC
049400     ELSE
049500         MOVE RETURN-CODE TO DE-STEP-RC
049600     END-IF
049700     MOVE ZERO TO RETURN-CODE.
049800 2200-EXIT.
049900     EXIT.
050000
050100******************************************************************
050200*    2300-FIND-RUN-ID
050300*    FN_COB REGISTERS ITS RUN IN RUNLOG AS IT ENDS.  THE RUN
050400*    THIS STEP PRODUCED IS THE LAST RUNLOG RECORD STARTED NO
050500*    EARLIER THAN THE STEP ITSELF; AN FN_COB THAT FAILED ITS
050600*    OPENS REGISTERS NOTHING, AND THE RUN ID STAYS BLANK.
050700******************************************************************
050800 2300-FIND-RUN-ID.
050900     MOVE SPACES TO DE-RUN-ID
051000     SET DE-RL-BY-START TO TRUE
051100     PERFORM 2400-READ-RUN-LOG THRU 2400-EXIT.
051200 2300-EXIT.
051300     EXIT.
051400
051500******************************************************************
051600*    2400-READ-RUN-LOG
051700*    BY START, TAKES THE LATEST RUNLOG RECORD STARTED AT OR
051800*    AFTER THE FN_COB STEP'S START; BY ID (A RESUMED STREAM
051900*    WHOSE FN_COB RAN ON AN EARLIER ATTEMPT), TAKES THAT RUN'S
052000*    RECORD.  EITHER WAY THE COUNTS ARE KEPT FOR THE SUMMARY
052100*    REPORT.
052200******************************************************************
052300 2400-READ-RUN-LOG.
052400     MOVE "N" TO DE-RL-FOUND-FLAG
052500     OPEN INPUT RUN-LOG-FILE
052600     IF DE-RUNLOG-STATUS NOT = "00"
052700         DISPLAY "DAYEND: RUNLOG NOT AVAILABLE, STATUS "
052800             DE-RUNLOG-STATUS ", RUN ID NOT RECORDED"
052900         GO TO 2400-EXIT
053000     END-IF
053100     PERFORM 2410-READ-NEXT-RUN-LOG THRU 2410-EXIT
053200         UNTIL DE-RUNLOG-STATUS NOT = "00"
053300     CLOSE RUN-LOG-FILE.
053400 2400-EXIT.
053500     EXIT.
053600
053700 2410-READ-NEXT-RUN-LOG.
053800     READ RUN-LOG-FILE
053900         AT END
054000             MOVE "10" TO DE-RUNLOG-STATUS
054100         NOT AT END
054200             PERFORM 2420-CHECK-RUN-LOG THRU 2420-EXIT
054300     END-READ.
054400 2410-EXIT.
054500     EXIT.
054600
054700 2420-CHECK-RUN-LOG.
054800     IF DE-RL-BY-ID
054900         IF RL-RUN-ID NOT = DE-RUN-ID
055000             GO TO 2420-EXIT
055100         END-IF
055200     ELSE
055300         IF RL-START-TS < DE-ST-START-TS (2)
055400             GO TO 2420-EXIT
055500         END-IF
055600     END-IF
055700     SET DE-RL-FOUND TO TRUE
055800     MOVE RL-RUN-ID TO DE-RUN-ID
055900     MOVE RL-SOURCE TO DE-RL-SOURCE
056000     MOVE RL-ROSTER-DATE TO DE-RL-ROSTER-DATE
056100     MOVE RL-RECS-READ TO DE-RL-RECS-READ
056200     MOVE RL-GREETINGS-OK TO DE-RL-GREETINGS-OK
056300     MOVE RL-RECS-REJECTED TO DE-RL-RECS-REJECTED
056400     COMPUTE DE-RL-SKIPPED = RL-RECS-SKIPPED + RL-DNG-SKIPPED
056500         + RL-DUP-SKIPPED + RL-HIST-SKIPPED.
056600 2420-EXIT.
056700     EXIT.
056800
056900******************************************************************
057000*    6000-BUILD-TIMESTAMP
057100*    THE SAME YYYYMMDDHHMMSSHH FORM AS FN_COB'S, SO STEPCTL AND
057200*    RUNLOG TIMESTAMPS COMPARE DIRECTLY.
057300******************************************************************
057400 6000-BUILD-TIMESTAMP.
057500     ACCEPT DE-TS-DATE FROM DATE YYYYMMDD
057600     ACCEPT DE-TS-TIME FROM TIME
057700     STRING DE-TS-DATE DELIMITED BY SIZE
057800            DE-TS-TIME DELIMITED BY SIZE
057900         INTO DE-TIMESTAMP.
058000 6000-EXIT.
058100     EXIT.
058200
058300******************************************************************
058400*    6100-WRITE-STEP-RECORD
058500*    STEPCTL IS OPENED, WRITTEN AND CLOSED FOR EVERY RECORD SO
058600*    EACH ONE IS ON DISK BEFORE THE NEXT STEP IS CALLED - AN
058700*    ABEND INSIDE A STEP CANNOT TAKE BUFFERED STEP RECORDS
058800*    DOWN WITH IT.
058900******************************************************************
059000 6100-WRITE-STEP-RECORD.
059100     OPEN EXTEND STEP-CTL-FILE
059200     IF DE-STEPCTL-STATUS NOT = "00"
059300         OPEN OUTPUT STEP-CTL-FILE
059400     END-IF
059500     IF DE-STEPCTL-STATUS NOT = "00"
059600         DISPLAY "DAYEND: UNABLE TO OPEN STEPCTL, STATUS "
059700             DE-STEPCTL-STATUS ", STEP " DE-STEP-NAME (DE-SUB)
059800             " NOT RECORDED"
059900         GO TO 6100-EXIT
060000     END-IF
060100     MOVE SPACES TO STEP-CTL-RECORD
060200     MOVE DE-STREAM-ID TO SC-STREAM-ID
060300     MOVE DE-SUB TO SC-STEP-NO
060400     MOVE DE-STEP-NAME (DE-SUB) TO SC-STEP-NAME
060500     MOVE DE-RUN-ID TO SC-RUN-ID
060600     MOVE DE-ST-START-TS (DE-SUB) TO SC-START-TS
060700     MOVE DE-ST-END-TS (DE-SUB) TO SC-END-TS
060800     MOVE DE-ST-RC (DE-SUB) TO SC-RETURN-CODE
060900     MOVE DE-ST-MAX-RC (DE-SUB) TO SC-MAX-RC
061000     MOVE DE-ST-STATUS (DE-SUB) TO SC-STATUS
061100     WRITE STEP-CTL-RECORD
061200     CLOSE STEP-CTL-FILE.
061300 6100-EXIT.
061400     EXIT.
061500
061600******************************************************************
061700*    7000-SET-RETURN-CODE
061800*    THE WORST STEP RETURN CODE THIS PASS, RAISED TO 8 WHEN THE
061900*    STREAM STOPPED SO A STOP UNDER A LOW OPERATOR LIMIT IS
062000*    STILL A STOP TO THE SCHEDULER.
062100******************************************************************
062200 7000-SET-RETURN-CODE.
062300     IF DE-STREAM-STOPPED AND DE-HIGH-RC < 8
062400         MOVE 8 TO DE-HIGH-RC
062500     END-IF
062600     MOVE DE-HIGH-RC TO RETURN-CODE.
062700 7000-EXIT.
062800     EXIT.
062900
063000******************************************************************
063100*    8000-PRINT-SUMMARY
063200*    ONE PAGE: THE STREAM AND RUN IDS, ONE LINE PER STEP IN
063300*    STREAM ORDER (STEPS COMPLETED ON AN EARLIER ATTEMPT SHOWN
063400*    AS SUCH), THE FN_COB RUN'S COUNTS FROM RUNLOG, AND HOW THE
063500*    STREAM ENDED.
063600******************************************************************
063700 8000-PRINT-SUMMARY.
063800     IF DE-RUN-ID NOT = SPACES AND NOT DE-RL-FOUND
063900         SET DE-RL-BY-ID TO TRUE
064000         PERFORM 2400-READ-RUN-LOG THRU 2400-EXIT
064100     END-IF
064200     WRITE DAY-PRINT-LINE FROM DAY-HEADING-1
064300     MOVE DE-STREAM-ID TO DAY-SL-STREAM-ID
064400     MOVE DE-RUN-ID TO DAY-SL-RUN-ID
064500     IF DE-RESUMING
064600         MOVE "RESUMED AT STEP" TO DAY-SL-MODE
064700         MOVE DE-STEP-NAME (DE-START-STEP) TO DAY-SL-MODE (17:8)
064800     ELSE
064900         MOVE "FRESH STREAM" TO DAY-SL-MODE
065000     END-IF
065100     WRITE DAY-PRINT-LINE FROM DAY-STREAM-LINE
065200     WRITE DAY-PRINT-LINE FROM DAY-RULE-LINE
065300     WRITE DAY-PRINT-LINE FROM DAY-HEADING-2
065400     WRITE DAY-PRINT-LINE FROM DAY-RULE-LINE
065500     PERFORM 8100-PRINT-ONE-STEP THRU 8100-EXIT
065600         VARYING DE-SUB FROM 1 BY 1
065700         UNTIL DE-SUB > DE-STEP-COUNT
065800     WRITE DAY-PRINT-LINE FROM DAY-RULE-LINE
065900     IF DE-RL-FOUND
066000         MOVE "FN_COB RUN COUNTS (RUNLOG)" TO DAY-SECTION-TITLE
066100         WRITE DAY-PRINT-LINE FROM DAY-SECTION-LINE
066200         MOVE "RECORDS READ" TO DT-CAPTION
066300         MOVE DE-RL-RECS-READ TO DT-COUNT
066400         WRITE DAY-PRINT-LINE FROM DAY-TOTAL-LINE
066500         MOVE "GREETINGS PRODUCED" TO DT-CAPTION
066600         MOVE DE-RL-GREETINGS-OK TO DT-COUNT
066700         WRITE DAY-PRINT-LINE FROM DAY-TOTAL-LINE
066800         MOVE "RECORDS REJECTED" TO DT-CAPTION
066900         MOVE DE-RL-RECS-REJECTED TO DT-COUNT
067000         WRITE DAY-PRINT-LINE FROM DAY-TOTAL-LINE
067100         MOVE "RECORDS SKIPPED" TO DT-CAPTION
067200         MOVE DE-RL-SKIPPED TO DT-COUNT
067300         WRITE DAY-PRINT-LINE FROM DAY-TOTAL-LINE
067400         WRITE DAY-PRINT-LINE FROM DAY-RULE-LINE
067500     END-IF
067600     MOVE "STEPS RUN THIS PASS" TO DT-CAPTION
067700     MOVE DE-STEPS-RUN TO DT-COUNT
067800     WRITE DAY-PRINT-LINE FROM DAY-TOTAL-LINE
067900     MOVE "STEPS DONE EARLIER" TO DT-CAPTION
068000     MOVE DE-STEPS-EARLIER TO DT-COUNT
068100     WRITE DAY-PRINT-LINE FROM DAY-TOTAL-LINE
068200     MOVE "STEPS HELD" TO DT-CAPTION
068300     MOVE DE-STEPS-HELD TO DT-COUNT
068400     WRITE DAY-PRINT-LINE FROM DAY-TOTAL-LINE
068500     MOVE SPACES TO DAY-OUTCOME-TEXT
068600     IF DE-STREAM-STOPPED
068700         STRING "STREAM STOPPED AT " DELIMITED BY SIZE
068800                DE-STOP-STEP DELIMITED BY SPACE
068900                " - RERUN DAYEND TO RESUME THERE"
069000                    DELIMITED BY SIZE
069100             INTO DAY-OUTCOME-TEXT
069200     ELSE
069300         MOVE "STREAM COMPLETE" TO DAY-OUTCOME-TEXT
069400     END-IF
069500     WRITE DAY-PRINT-LINE FROM DAY-OUTCOME-LINE.
069600 8000-EXIT.
069700     EXIT.
069800
069900 8100-PRINT-ONE-STEP.
070000     MOVE SPACES TO DAY-DETAIL-LINE
070100     MOVE DE-SUB TO DD-STEP-NO
070200     MOVE DE-STEP-NAME (DE-SUB) TO DD-PROGRAM
070300     MOVE DE-ST-START-TS (DE-SUB) TO DD-START-TS
070400     MOVE DE-ST-END-TS (DE-SUB) TO DD-END-TS
070500     MOVE DE-ST-MAX-RC (DE-SUB) TO DD-MAX-RC
070600     MOVE DE-ST-STATUS (DE-SUB) TO DD-STATUS
070700     IF DE-ST-STATUS (DE-SUB) = "COMPLETE" OR "FAILED"
070800         MOVE DE-ST-RC (DE-SUB) TO DAY-RC-EDIT
070900         MOVE DAY-RC-EDIT TO DD-RC
071000     END-IF
071100     EVALUATE TRUE
071200         WHEN DE-ST-EARLIER (DE-SUB)
071300             ADD 1 TO DE-STEPS-EARLIER
071400             MOVE "COMPLETED ON AN EARLIER ATTEMPT" TO DD-NOTE
071500         WHEN DE-ST-STATUS (DE-SUB) = "FAILED"
071600             MOVE "OVER LIMIT - STREAM STOPPED HERE" TO DD-NOTE
071700         WHEN DE-ST-STATUS (DE-SUB) = "HELD"
071800             MOVE "NOT RUN - HELD BEHIND FAILED STEP" TO DD-NOTE
071900         WHEN DE-ST-STATUS (DE-SUB) = "STARTED"
072000             MOVE "DID NOT RETURN" TO DD-NOTE
072100         WHEN OTHER
072200             CONTINUE
072300     END-EVALUATE
072400     WRITE DAY-PRINT-LINE FROM DAY-DETAIL-LINE.
072500 8100-EXIT.
072600     EXIT.
072700
072800******************************************************************
072900*    9999-TERMINATE
073000******************************************************************
073100 9999-TERMINATE.
073200     CLOSE STEP-REPORT.
073300 9999-EXIT.
073400     EXIT.
