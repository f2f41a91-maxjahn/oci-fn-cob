000100******************************************************************
000200*    RUNBKOUT - GREETING RUN BACKOUT BY RUN ID
000300*
000400*    AUTHOR.          R J HARGROVE.
000500*    INSTALLATION.    DATA PROCESSING - BATCH SYSTEMS.
000600*    DATE-WRITTEN.    10/15/26.
000700*
000800*    UNDOES ONE FN_COB RUN - THE WRONG ROSTER FED, OR A
000900*    DEPARTMENT'S FILE SENT A SECOND TIME - BY THE RUN ID THE
001000*    RUN REGISTRY (RUNLOG, SEE RUNLGREC) GAVE IT.  THE RUN ID
001100*    COMES FROM THE RUNBKOUT_RUN_ID ENVIRONMENT VARIABLE, THE
001200*    SAME OPERATOR-SETTING STYLE AS THE OTHER JOBS.  THE RUN'S
001300*    AUDIT-RECORDS AND GREETOUT-RECORDS (BOTH CARRY THE RUN ID)
001400*    AND ITS GREETHIST ENTRIES ARE LEFT OUT OF REWRITTEN COPIES
001500*    OF THOSE FILES - AUDITLOGN, GREETOUTN, GREETHISTN - SO THE
001600*    RUN NO LONGER SUPPRESSES NEXT WEEK'S GREETINGS UNDER
001700*    FN_COB_GREET_INTERVAL_DAYS.  GREETHIST ENTRIES WRITTEN
001800*    BEFORE THEY CARRIED A RUN ID ARE MATCHED BY CUSTOMER ID
001900*    AND THE RUN'S DATE AGAINST THE CUSTOMERS THE RUN GREETED
002000*    (SEE 4110-MATCH-OLD-HISTORY).  THE RUNLOG RECORD ITSELF IS
002100*    NOT DELETED: RUNLOGN CARRIES IT MARKED REVERSED, WITH THE
002200*    BACKOUT TIMESTAMP, SO THE REGISTRY STILL SHOWS THE RUN
002300*    HAPPENED AND WHAT BECAME OF IT.  THE JOB PROMOTES THE
002400*    FOUR NEW FILES OVER THE LIVE ONES THE SAME WAY REJRECYC'S
002500*    REJLOGN IS PROMOTED - ON RETURN CODE 0 OR 4 ONLY.  INPUT
002600*    FILES ARE NEVER UPDATED IN PLACE, SO A FAILED RUN IS
002700*    SIMPLY RERUN.
002800*
002890*    A RUN WHOSE GREETINGS GREETSND HAS ALREADY DISPATCHED
002980*    (ITS RUN ID IS ON THE DISPATCH LOG, SEE DSPLGREC) HAS
003070*    REACHED THE CUSTOMERS AND IS REFUSED, AS IS A RUN ID NOT
003160*    ON RUNLOG - UNLESS THE OPERATOR SETS RUNBKOUT_FORCE=Y,
003250*    WHICH IS SHOWN ON THE REPORT.  A RUN ALREADY REVERSED IS
003340*    ALWAYS REFUSED, FORCE OR NOT: ITS RECORDS ARE GONE AND
003430*    RUNLOG'S REVERSED TIMESTAMP MUST STAND.  A REFUSED RUN
003520*    WRITES NO NEW FILES.  THE BACKOUT REPORT (BKORPT) GIVES
003610*    BEFORE, REMOVED AND AFTER COUNTS PER FILE.  RETURN CODES:
003700*    0 BACKED OUT, 4 BACKED OUT UNDER FORCE PAST A REFUSAL,
003790*    8 REFUSED, 12 NO RUN ID GIVEN OR FILE OPEN FAILURE.
003900*
004000*    MAINTENANCE HISTORY
004100*    DATE       INIT DESCRIPTION
004200*    10/15/26   RJH  ORIGINAL.
004210*    10/15/26   RJH  NEW RUNLOG RECORD WIDTH FOLLOWS RUNLGREC'S
004220*                    NEW MERGE ID FIELD (156 TO 173) SO THE
004230*                    BACKOUT PASS CARRIES IT THROUGH.
004240*    10/15/26   RJH  A RUN ALREADY REVERSED IS REFUSED EVEN
004250*                    UNDER RUNBKOUT_FORCE, AND IS CHECKED
004260*                    FIRST, SO A FORCED RERUN CANNOT OVERWRITE
004270*                    THE ORIGINAL REVERSED TIMESTAMP.
004277*    10/15/26   RJH  NEW AUDIT RECORD WIDTH FOLLOWS AUDITREC'S
004284*                    NEW RECORD NUMBER FIELD (399 TO 407) SO
004291*                    THE BACKOUT PASS CARRIES IT THROUGH.
004300******************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. RUNBKOUT.
004600 AUTHOR. R J HARGROVE.
004700 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
004800 DATE-WRITTEN. 10/15/26.
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
005300         ORGANIZATION LINE SEQUENTIAL
005400         FILE STATUS IS BK-RUNLOG-STATUS.
005500
005600     SELECT RUN-LOG-NEW-FILE ASSIGN TO RUNLOGN
005700         ORGANIZATION LINE SEQUENTIAL
005800         FILE STATUS IS BK-RUNLOG-NEW-STATUS.
005900
006000     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
006100         ORGANIZATION LINE SEQUENTIAL
006200         FILE STATUS IS BK-AUDIT-STATUS.
006300
006400     SELECT AUDIT-NEW-FILE ASSIGN TO AUDITLOGN
006500         ORGANIZATION LINE SEQUENTIAL
006600         FILE STATUS IS BK-AUDIT-NEW-STATUS.
006700
006800     SELECT GREET-FILE ASSIGN TO GREETOUT
006900         ORGANIZATION LINE SEQUENTIAL
007000         FILE STATUS IS BK-GREET-STATUS.
007100
007200     SELECT GREET-NEW-FILE ASSIGN TO GREETOUTN
007300         ORGANIZATION LINE SEQUENTIAL
007400         FILE STATUS IS BK-GREET-NEW-STATUS.
007500
007600     SELECT GREET-HIST-FILE ASSIGN TO GREETHIST
007700         ORGANIZATION LINE SEQUENTIAL
007800         FILE STATUS IS BK-GRHIST-STATUS.
007900
008000     SELECT GREET-HIST-NEW-FILE ASSIGN TO GREETHISTN
008100         ORGANIZATION LINE SEQUENTIAL
008200         FILE STATUS IS BK-GRHIST-NEW-STATUS.
008300
008400     SELECT DISPATCH-LOG-FILE ASSIGN TO DSPLOG
008500         ORGANIZATION LINE SEQUENTIAL
008600         FILE STATUS IS BK-DSPLOG-STATUS.
008700
008800     SELECT BACKOUT-REPORT ASSIGN TO BKORPT
008900         ORGANIZATION LINE SEQUENTIAL
009000         FILE STATUS IS BK-REPORT-STATUS.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  RUN-LOG-FILE.
009500     COPY RUNLGREC.
009600
009700 FD  RUN-LOG-NEW-FILE.
009800 01  RUN-LOG-NEW-RECORD          PIC X(173).
009900
010000 FD  AUDIT-FILE.
010100     COPY AUDITREC.
010200
010300 FD  AUDIT-NEW-FILE.
010400 01  AUDIT-NEW-RECORD            PIC X(407).
010500
010600 FD  GREET-FILE.
010700     COPY GREETREC.
010800
010900 FD  GREET-NEW-FILE.
011000 01  GREET-NEW-RECORD            PIC X(149).
011100
011200 FD  GREET-HIST-FILE.
011300     COPY GRHSTREC.
011400
011500 FD  GREET-HIST-NEW-FILE.
011600 01  GREET-HIST-NEW-RECORD       PIC X(36).
011700
011800 FD  DISPATCH-LOG-FILE.
011900     COPY DSPLGREC.
012000
012100 FD  BACKOUT-REPORT.
012200 01  BKO-PRINT-LINE              PIC X(132).
012300
012400 WORKING-STORAGE SECTION.
012500 01  BK-RUNLOG-STATUS            PIC X(02) VALUE "00".
012600 01  BK-RUNLOG-NEW-STATUS        PIC X(02) VALUE "00".
012700 01  BK-AUDIT-STATUS             PIC X(02) VALUE "00".
012800 01  BK-AUDIT-NEW-STATUS         PIC X(02) VALUE "00".
012900 01  BK-GREET-STATUS             PIC X(02) VALUE "00".
013000 01  BK-GREET-NEW-STATUS         PIC X(02) VALUE "00".
013100 01  BK-GRHIST-STATUS            PIC X(02) VALUE "00".
013200 01  BK-GRHIST-NEW-STATUS        PIC X(02) VALUE "00".
013300 01  BK-DSPLOG-STATUS            PIC X(02) VALUE "00".
013400 01  BK-REPORT-STATUS            PIC X(02) VALUE "00".
013500 01  BK-RUN-ID                   PIC X(16) VALUE SPACES.
013600 01  BK-RUN-DATE-X               PIC X(08) VALUE SPACES.
013700 01  BK-ENV-FORCE                PIC X(01) VALUE SPACES.
013800     88  BK-FORCED                   VALUE "Y".
013900 01  BK-RUN-FOUND-FLAG           PIC X(01) VALUE "N".
014000     88  BK-RUN-ON-RUNLOG            VALUE "Y".
014100 01  BK-REVERSED-FLAG            PIC X(01) VALUE "N".
014200     88  BK-RUN-ALREADY-REVERSED     VALUE "Y".
014300 01  BK-DISPATCHED-FLAG          PIC X(01) VALUE "N".
014400     88  BK-RUN-DISPATCHED           VALUE "Y".
014500 01  BK-REFUSE-FLAG              PIC X(01) VALUE "N".
014600     88  BK-REFUSAL-RAISED           VALUE "Y".
014700 01  BK-REFUSE-REASON            PIC X(40) VALUE SPACES.
014730 01  BK-STOP-FLAG                PIC X(01) VALUE "N".
014760     88  BK-BACKOUT-REFUSED          VALUE "Y".
014800 01  BK-RL-SOURCE                PIC X(10) VALUE SPACES.
014900 01  BK-RL-ROSTER-DATE           PIC X(08) VALUE SPACES.
015000 01  BK-RL-REVERSED-TS           PIC X(16) VALUE SPACES.
015100 01  BK-DL-DISPATCH-TS           PIC X(16) VALUE SPACES.
015200 77  BK-RL-GREETINGS-OK          PIC 9(07) COMP VALUE ZERO.
015300 77  BK-RUNLOG-READ              PIC 9(07) COMP VALUE ZERO.
015400 77  BK-RUNLOG-WRITTEN           PIC 9(07) COMP VALUE ZERO.
015500 77  BK-RUNLOG-MARKED            PIC 9(07) COMP VALUE ZERO.
015600 77  BK-AUD-READ                 PIC 9(07) COMP VALUE ZERO.
015700 77  BK-AUD-WRITTEN              PIC 9(07) COMP VALUE ZERO.
015800 77  BK-AUD-REMOVED              PIC 9(07) COMP VALUE ZERO.
015900 77  BK-GO-READ                  PIC 9(07) COMP VALUE ZERO.
016000 77  BK-GO-WRITTEN               PIC 9(07) COMP VALUE ZERO.
016100 77  BK-GO-REMOVED               PIC 9(07) COMP VALUE ZERO.
016200 77  BK-GH-READ                  PIC 9(07) COMP VALUE ZERO.
016300 77  BK-GH-WRITTEN               PIC 9(07) COMP VALUE ZERO.
016400 77  BK-GH-REMOVED               PIC 9(07) COMP VALUE ZERO.
016500 77  BK-GH-OLD-REMOVED           PIC 9(07) COMP VALUE ZERO.
016600 77  BK-CUST-COUNT               PIC 9(05) COMP VALUE ZERO.
016700 77  BK-CUSTS-NOT-TABLED         PIC 9(07) COMP VALUE ZERO.
016800 01  BK-TS-DATE                  PIC 9(08) VALUE ZERO.
016900 01  BK-TS-TIME                  PIC 9(08) VALUE ZERO.
017000 01  BK-TIMESTAMP                PIC X(16) VALUE SPACES.
017100 01  BK-TODAY                    PIC 9(08) VALUE ZERO.
017200 01  BK-CUST-FOUND-FLAG          PIC X(01) VALUE "N".
017300     88  BK-CUST-FOUND               VALUE "Y".
017400     88  BK-CUST-NOT-FOUND           VALUE "N".
017500 01  BK-CUST-TABLE.
017600     05  BK-CUST-ENTRY           OCCURS 5000 TIMES
017700                                 INDEXED BY BK-IDX.
017800         10  BK-CUST-ID          PIC X(10).
017900         10  BK-CUST-HIST-DONE   PIC X(01).
018000 01  BKO-HEADING-1.
018100     05  FILLER                  PIC X(40) VALUE
018200         "RUNBKOUT - GREETING RUN BACKOUT REPORT  ".
018300     05  FILLER                  PIC X(14) VALUE
018400         "      RUN DATE".
018500     05  FILLER                  PIC X(01) VALUE SPACE.
018600     05  BKO-H1-DATE             PIC 9(08).
018700 01  BKO-RULE-LINE.
018800     05  FILLER                  PIC X(80) VALUE ALL "-".
018900 01  BKO-INFO-LINE.
019000     05  BI-CAPTION              PIC X(20).
019100     05  BI-VALUE                PIC X(60).
019200 01  BKO-HEADING-2.
019300     05  FILLER                  PIC X(11) VALUE "FILE".
019400     05  FILLER                  PIC X(10) VALUE "    BEFORE".
019500     05  FILLER                  PIC X(10) VALUE "   REMOVED".
019600     05  FILLER                  PIC X(10) VALUE "     AFTER".
019700     05  FILLER                  PIC X(02) VALUE SPACES.
019800     05  FILLER                  PIC X(30) VALUE "NOTE".
019900 01  BKO-COUNT-LINE.
020000     05  BC-FILE-NAME            PIC X(10).
020100     05  FILLER                  PIC X(04) VALUE SPACES.
020200     05  BC-BEFORE               PIC Z(06)9.
020300     05  FILLER                  PIC X(03) VALUE SPACES.
020400     05  BC-REMOVED              PIC Z(06)9.
020500     05  FILLER                  PIC X(03) VALUE SPACES.
020600     05  BC-AFTER                PIC Z(06)9.
020700     05  FILLER                  PIC X(02) VALUE SPACES.
020800     05  BC-NOTE                 PIC X(40).
020900 01  BKO-OUTCOME-LINE.
021000     05  FILLER                  PIC X(01) VALUE "*".
021100     05  FILLER                  PIC X(01) VALUE SPACE.
021200     05  BKO-OUTCOME-TEXT        PIC X(100).
021300 PROCEDURE DIVISION.
021400******************************************************************
021500*    0000-MAINLINE
021600******************************************************************
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021900     PERFORM 1200-CHECK-RUN-LOG THRU 1200-EXIT
022000     PERFORM 1300-CHECK-DISPATCH-LOG THRU 1300-EXIT
022100     PERFORM 1400-DECIDE-BACKOUT THRU 1400-EXIT
022200     IF BK-BACKOUT-REFUSED
022300         PERFORM 8000-PRINT-REPORT THRU 8000-EXIT
022400         PERFORM 7000-SET-RETURN-CODE THRU 7000-EXIT
022500         PERFORM 9999-TERMINATE THRU 9999-EXIT
022600         GOBACK
022700     END-IF
022800     PERFORM 1500-OPEN-NEW-FILES THRU 1500-EXIT
022900     PERFORM 2000-BACK-OUT-AUDIT-LOG THRU 2000-EXIT
023000     PERFORM 3000-BACK-OUT-GREETOUT THRU 3000-EXIT
023100     PERFORM 4000-BACK-OUT-GREET-HIST THRU 4000-EXIT
023200     PERFORM 5000-MARK-RUN-REVERSED THRU 5000-EXIT
023300     PERFORM 8000-PRINT-REPORT THRU 8000-EXIT
023400     PERFORM 7000-SET-RETURN-CODE THRU 7000-EXIT
023500     PERFORM 9999-TERMINATE THRU 9999-EXIT
023600     GOBACK.
023700
023800******************************************************************
023900*    1000-INITIALIZE
024000*    THE REPORT OPENS FIRST SO EVERYTHING AFTER IT, A REFUSAL
024100*    INCLUDED, HAS SOMEWHERE TO GO.  NO RUN ID IS NOTHING TO
024200*    BACK OUT AND STOPS THE RUN.
024300******************************************************************
024400 1000-INITIALIZE.
024500     OPEN OUTPUT BACKOUT-REPORT
024600     IF BK-REPORT-STATUS NOT = "00"
024700         DISPLAY "RUNBKOUT: UNABLE TO OPEN BKORPT, STATUS "
024800             BK-REPORT-STATUS
024900         MOVE 12 TO RETURN-CODE
025000         GOBACK
025100     END-IF
025200     ACCEPT BK-TODAY FROM DATE YYYYMMDD
025300     MOVE BK-TODAY TO BKO-H1-DATE
025400     WRITE BKO-PRINT-LINE FROM BKO-HEADING-1
025500     WRITE BKO-PRINT-LINE FROM BKO-RULE-LINE
025600     MOVE SPACES TO BK-RUN-ID
025700     ACCEPT BK-RUN-ID FROM ENVIRONMENT "RUNBKOUT_RUN_ID"
025800     MOVE SPACES TO BK-ENV-FORCE
025900     ACCEPT BK-ENV-FORCE FROM ENVIRONMENT "RUNBKOUT_FORCE"
026000     IF BK-RUN-ID = SPACES
026100         DISPLAY "RUNBKOUT: RUNBKOUT_RUN_ID NOT SET, "
026200             "NOTHING BACKED OUT"
026300         MOVE "NO RUN ID GIVEN - NOTHING BACKED OUT"
026400             TO BKO-OUTCOME-TEXT
026500         WRITE BKO-PRINT-LINE FROM BKO-OUTCOME-LINE
026600         CLOSE BACKOUT-REPORT
026700         MOVE 12 TO RETURN-CODE
026800         GOBACK
026900     END-IF
027000     MOVE BK-RUN-ID (1:8) TO BK-RUN-DATE-X.
027100 1000-EXIT.
027200     EXIT.
027300
027400******************************************************************
027500*    1200-CHECK-RUN-LOG
027600*    A FIRST, READ-ONLY PASS OVER RUNLOG: IS THE RUN ON THE
027700*    REGISTRY, AND IS IT ALREADY REVERSED.  RUNLOG MUST OPEN -
027800*    IT IS REWRITTEN LATER AND CANNOT BE TREATED AS EMPTY.
027900******************************************************************
028000 1200-CHECK-RUN-LOG.
028100     OPEN INPUT RUN-LOG-FILE
028200     IF BK-RUNLOG-STATUS NOT = "00"
028300         DISPLAY "RUNBKOUT: UNABLE TO OPEN RUNLOG, STATUS "
028400             BK-RUNLOG-STATUS
028500         CLOSE BACKOUT-REPORT
028600         MOVE 12 TO RETURN-CODE
028700         GOBACK
028800     END-IF
028900     PERFORM 1210-CHECK-ONE-RUN THRU 1210-EXIT
029000         UNTIL BK-RUNLOG-STATUS NOT = "00"
029100     CLOSE RUN-LOG-FILE.
029200 1200-EXIT.
029300     EXIT.
029400
029500 1210-CHECK-ONE-RUN.
029600     READ RUN-LOG-FILE
029700         AT END
029800             MOVE "10" TO BK-RUNLOG-STATUS
029900             GO TO 1210-EXIT
030000     END-READ
030100     IF RL-RUN-ID NOT = BK-RUN-ID
030200         GO TO 1210-EXIT
030300     END-IF
030400     SET BK-RUN-ON-RUNLOG TO TRUE
030500     MOVE RL-SOURCE TO BK-RL-SOURCE
030600     MOVE RL-ROSTER-DATE TO BK-RL-ROSTER-DATE
030700     MOVE RL-GREETINGS-OK TO BK-RL-GREETINGS-OK
030800     IF RL-RUN-REVERSED
030900         SET BK-RUN-ALREADY-REVERSED TO TRUE
031000         MOVE RL-REVERSED-TS TO BK-RL-REVERSED-TS
031100     END-IF.
031200 1210-EXIT.
031300     EXIT.
031400
031500******************************************************************
031600*    1300-CHECK-DISPATCH-LOG
031700*    NO DSPLOG MEANS GREETSND HAS NEVER LOGGED A DISPATCH, SO
031800*    NOTHING HAS GONE OUT UNDER ANY RUN ID.
031900******************************************************************
032000 1300-CHECK-DISPATCH-LOG.
032100     OPEN INPUT DISPATCH-LOG-FILE
032200     IF BK-DSPLOG-STATUS NOT = "00"
032300         GO TO 1300-EXIT
032400     END-IF
032500     PERFORM 1310-CHECK-ONE-DISPATCH THRU 1310-EXIT
032600         UNTIL BK-DSPLOG-STATUS NOT = "00"
032700     CLOSE DISPATCH-LOG-FILE.
032800 1300-EXIT.
032900     EXIT.
033000
033100 1310-CHECK-ONE-DISPATCH.
033200     READ DISPATCH-LOG-FILE
033300         AT END
033400             MOVE "10" TO BK-DSPLOG-STATUS
033500         NOT AT END
033600             IF DL-RUN-ID = BK-RUN-ID
033700                 SET BK-RUN-DISPATCHED TO TRUE
033800                 MOVE DL-DISPATCH-TS TO BK-DL-DISPATCH-TS
033900             END-IF
034000     END-READ.
034100 1310-EXIT.
034200     EXIT.
034300
034370******************************************************************
034440*    1400-DECIDE-BACKOUT
034510*    THE FIRST REFUSAL FOUND IS THE ONE REPORTED.  ALREADY
034580*    REVERSED COMES FIRST BECAUSE FORCE CANNOT OVERRIDE IT -
034650*    THE RUN'S RECORDS ARE ALREADY GONE.  DISPATCHED OUTRANKS
034720*    THE REMAINING REGISTRY CHECK, SINCE IT IS THE ONE THAT
034790*    MEANS CUSTOMERS HAVE THE GREETINGS IN HAND; EITHER OF
034860*    THOSE TWO MAY BE FORCED.
034930******************************************************************
035000 1400-DECIDE-BACKOUT.
035070     EVALUATE TRUE
035140         WHEN BK-RUN-ALREADY-REVERSED
035210             SET BK-REFUSAL-RAISED TO TRUE
035280             SET BK-BACKOUT-REFUSED TO TRUE
035350             MOVE "RUN ALREADY REVERSED" TO BK-REFUSE-REASON
035420         WHEN BK-RUN-DISPATCHED
035490             SET BK-REFUSAL-RAISED TO TRUE
035560             MOVE "RUN ALREADY DISPATCHED BY GREETSND"
035630                 TO BK-REFUSE-REASON
035700         WHEN NOT BK-RUN-ON-RUNLOG
035770             SET BK-REFUSAL-RAISED TO TRUE
035840             MOVE "RUN ID NOT ON RUNLOG" TO BK-REFUSE-REASON
035910         WHEN OTHER
035980             CONTINUE
036050     END-EVALUATE
036120     IF BK-REFUSAL-RAISED AND NOT BK-FORCED
036190         SET BK-BACKOUT-REFUSED TO TRUE
036260     END-IF.
036330 1400-EXIT.
036400     EXIT.
036700
036800******************************************************************
036900*    1500-OPEN-NEW-FILES
037000*    EVERY NEW FILE MUST OPEN BEFORE ANY IS WRITTEN, SO A
037100*    FAILED OPEN LEAVES NO HALF-SET OF NEW FILES BEHIND FOR
037200*    THE JOB TO PROMOTE.
037300******************************************************************
037400 1500-OPEN-NEW-FILES.
037500     OPEN OUTPUT AUDIT-NEW-FILE
037600     IF BK-AUDIT-NEW-STATUS NOT = "00"
037700         DISPLAY "RUNBKOUT: UNABLE TO OPEN AUDITLOGN, STATUS "
037800             BK-AUDIT-NEW-STATUS
037900         MOVE 12 TO RETURN-CODE
038000         GOBACK
038100     END-IF
038200     OPEN OUTPUT GREET-NEW-FILE
038300     IF BK-GREET-NEW-STATUS NOT = "00"
038400         DISPLAY "RUNBKOUT: UNABLE TO OPEN GREETOUTN, STATUS "
038500             BK-GREET-NEW-STATUS
038600         MOVE 12 TO RETURN-CODE
038700         GOBACK
038800     END-IF
038900     OPEN OUTPUT GREET-HIST-NEW-FILE
039000     IF BK-GRHIST-NEW-STATUS NOT = "00"
039100         DISPLAY "RUNBKOUT: UNABLE TO OPEN GREETHISTN, STATUS "
039200             BK-GRHIST-NEW-STATUS
039300         MOVE 12 TO RETURN-CODE
039400         GOBACK
039500     END-IF
039600     OPEN OUTPUT RUN-LOG-NEW-FILE
039700     IF BK-RUNLOG-NEW-STATUS NOT = "00"
039800         DISPLAY "RUNBKOUT: UNABLE TO OPEN RUNLOGN, STATUS "
039900             BK-RUNLOG-NEW-STATUS
040000         MOVE 12 TO RETURN-CODE
040100         GOBACK
040200     END-IF.
040300 1500-EXIT.
040400     EXIT.
040500
040600******************************************************************
040700*    2000-BACK-OUT-AUDIT-LOG
040800*    A MISSING AUDITLOG IS TREATED AS EMPTY, THE SAME AS
040900*    LOGPURGE - THERE IS NOTHING OF THE RUN'S IN IT TO REMOVE.
041000******************************************************************
041100 2000-BACK-OUT-AUDIT-LOG.
041200     OPEN INPUT AUDIT-FILE
041300     IF BK-AUDIT-STATUS NOT = "00"
041400         DISPLAY "RUNBKOUT: AUDITLOG NOT AVAILABLE, STATUS "
041500             BK-AUDIT-STATUS ", TREATED AS EMPTY"
041600         GO TO 2000-EXIT
041700     END-IF
041800     PERFORM 2100-COPY-ONE-AUDIT THRU 2100-EXIT
041900         UNTIL BK-AUDIT-STATUS NOT = "00"
042000     CLOSE AUDIT-FILE.
042100 2000-EXIT.
042200     EXIT.
042300
042400 2100-COPY-ONE-AUDIT.
042500     READ AUDIT-FILE
042600         AT END
042700             MOVE "10" TO BK-AUDIT-STATUS
042800         NOT AT END
042900             ADD 1 TO BK-AUD-READ
043000             IF AU-RUN-ID = BK-RUN-ID
043100                 ADD 1 TO BK-AUD-REMOVED
043200             ELSE
043300                 WRITE AUDIT-NEW-RECORD FROM AUDIT-RECORD
043400                 ADD 1 TO BK-AUD-WRITTEN
043500             END-IF
043600     END-READ.
043700 2100-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100*    3000-BACK-OUT-GREETOUT
044200*    EVERY CUSTOMER ID THE RUN GREETED IS TABLED ON THE WAY
044300*    PAST, FOR THE PRE-RUN-ID GREETHIST ENTRIES IN 4000.
044400******************************************************************
044500 3000-BACK-OUT-GREETOUT.
044600     OPEN INPUT GREET-FILE
044700     IF BK-GREET-STATUS NOT = "00"
044800         DISPLAY "RUNBKOUT: GREETOUT NOT AVAILABLE, STATUS "
044900             BK-GREET-STATUS ", TREATED AS EMPTY"
045000         GO TO 3000-EXIT
045100     END-IF
045200     PERFORM 3100-COPY-ONE-GREETING THRU 3100-EXIT
045300         UNTIL BK-GREET-STATUS NOT = "00"
045400     CLOSE GREET-FILE
045500     IF BK-CUSTS-NOT-TABLED > 0
045600         DISPLAY "RUNBKOUT: RUN GREETED MORE THAN 5000 "
045700             "CUSTOMERS, OLD-FORMAT HISTORY NOT ALL MATCHED"
045800     END-IF.
045900 3000-EXIT.
046000     EXIT.
046100
046200 3100-COPY-ONE-GREETING.
046300     READ GREET-FILE
046400         AT END
046500             MOVE "10" TO BK-GREET-STATUS
046600         NOT AT END
046700             ADD 1 TO BK-GO-READ
046800             IF GO-RUN-ID = BK-RUN-ID
046900                 ADD 1 TO BK-GO-REMOVED
047000                 PERFORM 3200-TABLE-CUSTOMER THRU 3200-EXIT
047100             ELSE
047200                 WRITE GREET-NEW-RECORD FROM GREETOUT-RECORD
047300                 ADD 1 TO BK-GO-WRITTEN
047400             END-IF
047500     END-READ.
047600 3100-EXIT.
047700     EXIT.
047800
047900 3200-TABLE-CUSTOMER.
048000     IF GO-CUSTOMER-ID = SPACES
048100         GO TO 3200-EXIT
048200     END-IF
048300     IF BK-CUST-COUNT < 5000
048400         ADD 1 TO BK-CUST-COUNT
048500         SET BK-IDX TO BK-CUST-COUNT
048600         MOVE GO-CUSTOMER-ID TO BK-CUST-ID (BK-IDX)
048700         MOVE "N" TO BK-CUST-HIST-DONE (BK-IDX)
048800     ELSE
048900         ADD 1 TO BK-CUSTS-NOT-TABLED
049000     END-IF.
049100 3200-EXIT.
049200     EXIT.
049300
049400******************************************************************
049500*    4000-BACK-OUT-GREET-HIST
049600*    GREETHIST ONLY EXISTS WHILE THE FREQUENCY WINDOW IS IN
049700*    USE; WITHOUT ONE THERE IS NOTHING TO REMOVE AND GREETHISTN
049800*    IS LEFT EMPTY.
049900******************************************************************
050000 4000-BACK-OUT-GREET-HIST.
050100     OPEN INPUT GREET-HIST-FILE
050200     IF BK-GRHIST-STATUS NOT = "00"
050300         DISPLAY "RUNBKOUT: GREETHIST NOT AVAILABLE, STATUS "
050400             BK-GRHIST-STATUS ", TREATED AS EMPTY"
050500         GO TO 4000-EXIT
050600     END-IF
050700     PERFORM 4100-COPY-ONE-HISTORY THRU 4100-EXIT
050800         UNTIL BK-GRHIST-STATUS NOT = "00"
050900     CLOSE GREET-HIST-FILE.
051000 4000-EXIT.
051100     EXIT.
051200
051300 4100-COPY-ONE-HISTORY.
051400     READ GREET-HIST-FILE
051500         AT END
051600             MOVE "10" TO BK-GRHIST-STATUS
051700             GO TO 4100-EXIT
051800     END-READ
051900     ADD 1 TO BK-GH-READ
052000     IF GH-RUN-ID = BK-RUN-ID
052100         ADD 1 TO BK-GH-REMOVED
052200         GO TO 4100-EXIT
052300     END-IF
052400     IF GH-RUN-ID = SPACES
052500         PERFORM 4110-MATCH-OLD-HISTORY THRU 4110-EXIT
052600         IF BK-CUST-FOUND
052700             ADD 1 TO BK-GH-REMOVED
052800             ADD 1 TO BK-GH-OLD-REMOVED
052900             GO TO 4100-EXIT
053000         END-IF
053100     END-IF
053200     WRITE GREET-HIST-NEW-RECORD FROM GREET-HIST-RECORD
053300     ADD 1 TO BK-GH-WRITTEN.
053400 4100-EXIT.
053500     EXIT.
053600
053700******************************************************************
053800*    4110-MATCH-OLD-HISTORY
053900*    A HISTORY ENTRY FROM BEFORE GH-RUN-ID WAS CARRIED BELONGS
054000*    TO THIS RUN WHEN ITS CUSTOMER WAS GREETED BY THE RUN AND
054100*    ITS DATE IS THE RUN'S DATE (THE RUN ID'S FIRST EIGHT
054200*    BYTES).  EACH OF THE RUN'S CUSTOMERS CLAIMS ONE ENTRY AT
054300*    MOST, SO A SECOND RUN THE SAME DAY THAT GREETED THE SAME
054400*    CUSTOMER KEEPS ITS OWN ENTRY.
054500******************************************************************
054600 4110-MATCH-OLD-HISTORY.
054700     SET BK-CUST-NOT-FOUND TO TRUE
054800     IF BK-CUST-COUNT = 0
054900         OR GH-LAST-GREETED NOT NUMERIC
055000         GO TO 4110-EXIT
055100     END-IF
055200     IF GH-LAST-GREETED NOT = BK-RUN-DATE-X
055300         GO TO 4110-EXIT
055400     END-IF
055500     SET BK-IDX TO 1
055600     SEARCH BK-CUST-ENTRY
055700         AT END
055800             CONTINUE
055900         WHEN BK-IDX > BK-CUST-COUNT
056000             CONTINUE
056100         WHEN BK-CUST-ID (BK-IDX) = GH-CUSTOMER-ID
056200             AND BK-CUST-HIST-DONE (BK-IDX) = "N"
056300             SET BK-CUST-FOUND TO TRUE
056400             MOVE "Y" TO BK-CUST-HIST-DONE (BK-IDX)
056500     END-SEARCH.
056600 4110-EXIT.
056700     EXIT.
056800
056900******************************************************************
057000*    5000-MARK-RUN-REVERSED
057100*    RUNLOG IS COPIED WHOLE - NOTHING IS REMOVED - WITH THE
057200*    RUN'S OWN RECORD MARKED REVERSED AND TIMESTAMPED.
057300******************************************************************
057400 5000-MARK-RUN-REVERSED.
057500     PERFORM 6000-BUILD-TIMESTAMP THRU 6000-EXIT
057600     MOVE "00" TO BK-RUNLOG-STATUS
057700     OPEN INPUT RUN-LOG-FILE
057800     IF BK-RUNLOG-STATUS NOT = "00"
057900         DISPLAY "RUNBKOUT: UNABLE TO OPEN RUNLOG, STATUS "
058000             BK-RUNLOG-STATUS
058100         MOVE 12 TO RETURN-CODE
058200         GOBACK
058300     END-IF
058400     PERFORM 5100-COPY-ONE-RUN THRU 5100-EXIT
058500         UNTIL BK-RUNLOG-STATUS NOT = "00"
058600     CLOSE RUN-LOG-FILE.
058700 5000-EXIT.
058800     EXIT.
058900
059000 5100-COPY-ONE-RUN.
059100     READ RUN-LOG-FILE
059200         AT END
059300             MOVE "10" TO BK-RUNLOG-STATUS
059400         NOT AT END
059500             ADD 1 TO BK-RUNLOG-READ
059600             IF RL-RUN-ID = BK-RUN-ID
059700                 SET RL-RUN-REVERSED TO TRUE
059800                 MOVE BK-TIMESTAMP TO RL-REVERSED-TS
059900                 ADD 1 TO BK-RUNLOG-MARKED
060000             END-IF
060100             WRITE RUN-LOG-NEW-RECORD FROM RUN-LOG-RECORD
060200             ADD 1 TO BK-RUNLOG-WRITTEN
060300     END-READ.
060400 5100-EXIT.
060500     EXIT.
060600
060700******************************************************************
060800*    6000-BUILD-TIMESTAMP
060900******************************************************************
061000 6000-BUILD-TIMESTAMP.
061100     ACCEPT BK-TS-DATE FROM DATE YYYYMMDD
061200     ACCEPT BK-TS-TIME FROM TIME
061300     STRING BK-TS-DATE DELIMITED BY SIZE
061400            BK-TS-TIME DELIMITED BY SIZE
061500         INTO BK-TIMESTAMP.
061600 6000-EXIT.
061700     EXIT.
061800
061900******************************************************************
062000*    7000-SET-RETURN-CODE
062100*    8 REFUSED, 4 BACKED OUT UNDER FORCE PAST A REFUSAL, 0 A
062200*    CLEAN BACKOUT.  THE 12S ARE SET AT THE FAILURE ITSELF.
062300******************************************************************
062400 7000-SET-RETURN-CODE.
062500     EVALUATE TRUE
062600         WHEN BK-BACKOUT-REFUSED
062700             MOVE 8 TO RETURN-CODE
062800         WHEN BK-REFUSAL-RAISED
062900             MOVE 4 TO RETURN-CODE
063000         WHEN OTHER
063100             MOVE ZERO TO RETURN-CODE
063200     END-EVALUATE.
063300 7000-EXIT.
063400     EXIT.
063500
063600******************************************************************
063700*    8000-PRINT-REPORT
063800******************************************************************
063900 8000-PRINT-REPORT.
064000     MOVE "RUN ID" TO BI-CAPTION
064100     MOVE BK-RUN-ID TO BI-VALUE
064200     WRITE BKO-PRINT-LINE FROM BKO-INFO-LINE
064300     IF BK-RUN-ON-RUNLOG
064400         MOVE "ROSTER SOURCE/DATE" TO BI-CAPTION
064500         MOVE SPACES TO BI-VALUE
064600         STRING BK-RL-SOURCE DELIMITED BY SIZE
064700                " " DELIMITED BY SIZE
064800                BK-RL-ROSTER-DATE DELIMITED BY SIZE
064900             INTO BI-VALUE
065000         WRITE BKO-PRINT-LINE FROM BKO-INFO-LINE
065100     END-IF
065200     IF BK-RUN-ALREADY-REVERSED
065300         MOVE "REVERSED EARLIER" TO BI-CAPTION
065400         MOVE BK-RL-REVERSED-TS TO BI-VALUE
065500         WRITE BKO-PRINT-LINE FROM BKO-INFO-LINE
065600     END-IF
065700     IF BK-RUN-DISPATCHED
065800         MOVE "DISPATCHED" TO BI-CAPTION
065900         MOVE BK-DL-DISPATCH-TS TO BI-VALUE
066000         WRITE BKO-PRINT-LINE FROM BKO-INFO-LINE
066100     END-IF
066200     IF BK-REFUSAL-RAISED
066300         MOVE "REFUSAL" TO BI-CAPTION
066400         MOVE BK-REFUSE-REASON TO BI-VALUE
066500         WRITE BKO-PRINT-LINE FROM BKO-INFO-LINE
066600     END-IF
066700     WRITE BKO-PRINT-LINE FROM BKO-RULE-LINE
066760     IF BK-BACKOUT-REFUSED
066820         MOVE SPACES TO BKO-OUTCOME-TEXT
066880         IF BK-RUN-ALREADY-REVERSED
066940             STRING "BACKOUT REFUSED - " DELIMITED BY SIZE
067000                    BK-REFUSE-REASON DELIMITED BY "  "
067060                 INTO BKO-OUTCOME-TEXT
067120         ELSE
067180             STRING "BACKOUT REFUSED - " DELIMITED BY SIZE
067240                    BK-REFUSE-REASON DELIMITED BY "  "
067300                    ", SET RUNBKOUT_FORCE=Y TO OVERRIDE"
067360                        DELIMITED BY SIZE
067420                 INTO BKO-OUTCOME-TEXT
067480         END-IF
067540         WRITE BKO-PRINT-LINE FROM BKO-OUTCOME-LINE
067600         GO TO 8000-EXIT
067700     END-IF
067800     WRITE BKO-PRINT-LINE FROM BKO-HEADING-2
067900     WRITE BKO-PRINT-LINE FROM BKO-RULE-LINE
068000     MOVE SPACES TO BC-NOTE
068100     MOVE "AUDITLOG" TO BC-FILE-NAME
068200     MOVE BK-AUD-READ TO BC-BEFORE
068300     MOVE BK-AUD-REMOVED TO BC-REMOVED
068400     MOVE BK-AUD-WRITTEN TO BC-AFTER
068500     WRITE BKO-PRINT-LINE FROM BKO-COUNT-LINE
068600     MOVE "GREETOUT" TO BC-FILE-NAME
068700     MOVE BK-GO-READ TO BC-BEFORE
068800     MOVE BK-GO-REMOVED TO BC-REMOVED
068900     MOVE BK-GO-WRITTEN TO BC-AFTER
069000     WRITE BKO-PRINT-LINE FROM BKO-COUNT-LINE
069100     MOVE "GREETHIST" TO BC-FILE-NAME
069200     MOVE BK-GH-READ TO BC-BEFORE
069300     MOVE BK-GH-REMOVED TO BC-REMOVED
069400     MOVE BK-GH-WRITTEN TO BC-AFTER
069500     IF BK-GH-OLD-REMOVED > 0
069600         MOVE "INCLUDES PRE-RUN-ID ENTRIES" TO BC-NOTE
069700     END-IF
069800     WRITE BKO-PRINT-LINE FROM BKO-COUNT-LINE
069900     MOVE SPACES TO BC-NOTE
070000     MOVE "RUNLOG" TO BC-FILE-NAME
070100     MOVE BK-RUNLOG-READ TO BC-BEFORE
070200     MOVE ZERO TO BC-REMOVED
070300     MOVE BK-RUNLOG-WRITTEN TO BC-AFTER
070400     MOVE "RUN MARKED REVERSED, NOT REMOVED" TO BC-NOTE
070500     WRITE BKO-PRINT-LINE FROM BKO-COUNT-LINE
070600     WRITE BKO-PRINT-LINE FROM BKO-RULE-LINE
070700     IF BK-RUN-ON-RUNLOG
070800         AND BK-GO-REMOVED NOT = BK-RL-GREETINGS-OK
070900         MOVE SPACES TO BKO-OUTCOME-TEXT
071000         MOVE "GREETOUT REMOVALS DIFFER FROM RUNLOG GREETINGS"
071100             TO BKO-OUTCOME-TEXT
071200         WRITE BKO-PRINT-LINE FROM BKO-OUTCOME-LINE
071300     END-IF
071400     MOVE SPACES TO BKO-OUTCOME-TEXT
071500     IF BK-REFUSAL-RAISED
071600         MOVE "RUN BACKED OUT UNDER RUNBKOUT_FORCE=Y"
071700             TO BKO-OUTCOME-TEXT
071800     ELSE
071900         MOVE "RUN BACKED OUT" TO BKO-OUTCOME-TEXT
072000     END-IF
072100     WRITE BKO-PRINT-LINE FROM BKO-OUTCOME-LINE.
072200 8000-EXIT.
072300     EXIT.
072400
072500******************************************************************
072600*    9999-TERMINATE
072700*    THE NEW FILES ARE ONLY OPEN WHEN THE BACKOUT WENT AHEAD.
072800******************************************************************
072900 9999-TERMINATE.
073000     IF NOT BK-BACKOUT-REFUSED
073100         CLOSE AUDIT-NEW-FILE
073200         CLOSE GREET-NEW-FILE
073300         CLOSE GREET-HIST-NEW-FILE
073400         CLOSE RUN-LOG-NEW-FILE
073500     END-IF
073600     CLOSE BACKOUT-REPORT.
073700 9999-EXIT.
073800     EXIT.
