002580*                    (SEE RUNLGREC), SO ACTIVITY SPLITS PER
002590*                    RUN INSTEAD OF ONLY PER DAY; PRE-FIELD
002592*                    RECORDS REPORT AS (UNKNOWN).
002594*    10/15/26   RJH  FILE OPEN FAILURES NOW END RC 12, THE
002595*                    SAME AS THE OTHER STREAM STEPS, SO THE
002596*                    DAYEND DRIVER SEES A FAILED REPORT STEP
002597*                    INSTEAD OF A CLEAN 0.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. AUDRPT.
012800     IF AR-AUDIT-STATUS NOT = "00"
012900         DISPLAY "AUDRPT: UNABLE TO OPEN AUDITLOG, STATUS "
013000             AR-AUDIT-STATUS
013050         MOVE 12 TO RETURN-CODE
013100         GOBACK
013200     END-IF
013300     OPEN OUTPUT ACTIVITY-REPORT
013400     IF AR-REPORT-STATUS NOT = "00"
013500         DISPLAY "AUDRPT: UNABLE TO OPEN ACTRPT, STATUS "
013600             AR-REPORT-STATUS
013650         MOVE 12 TO RETURN-CODE
013700         GOBACK
013800     END-IF
013900     PERFORM 1100-LOAD-DATE-RANGE THRU 1100-EXIT.
