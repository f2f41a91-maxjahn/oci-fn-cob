003300*    MAINTENANCE HISTORY
003400*    DATE       INIT DESCRIPTION
003500*    09/02/26   RJH  ORIGINAL.
003510*    10/15/26   RJH  MERGE ID - THE STEP'S STARTING TIMESTAMP -
003520*                    ADDED TO THE MERGED HEADER AS A FOURTH
003530*                    FIELD, AND EVERY RELEASED DETAIL ALSO
003540*                    APPENDED TO MRGXREF (SEE MXREFREC) KEYED BY
003550*                    MERGE ID PLUS MERGED RECORD NUMBER, SO
003560*                    REJANL CAN SCORE EACH DEPARTMENT'S REJECTS.
003570*                    AN MRGXREF THAT WILL NOT OPEN IS REPORTED
003580*                    AND THE MERGE GOES ON WITHOUT IT.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. ROSTMRGE.
006900     SELECT XREF-REPORT ASSIGN TO ROSTXREF
007000         ORGANIZATION LINE SEQUENTIAL
007100         FILE STATUS IS RM-REPORT-STATUS.
007110
007120     SELECT MERGE-XREF-FILE ASSIGN TO MRGXREF
007130         ORGANIZATION LINE SEQUENTIAL
007140         FILE STATUS IS RM-MXREF-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
009200
009300 FD  XREF-REPORT.
009400 01  XRF-PRINT-LINE              PIC X(132).
009410
009420 FD  MERGE-XREF-FILE.
009430     COPY MXREFREC.
009500
009600 WORKING-STORAGE SECTION.
009700 01  RM-IN-STATUS-1              PIC X(02) VALUE "00".
010100 01  RM-IN-STATUS-5              PIC X(02) VALUE "00".
010200 01  RM-OUT-STATUS               PIC X(02) VALUE "00".
010300 01  RM-REPORT-STATUS            PIC X(02) VALUE "00".
010310 01  RM-MXREF-STATUS             PIC X(02) VALUE "00".
010320 01  RM-MXREF-OPEN-FLAG          PIC X(01) VALUE "N".
010330     88  RM-MXREF-OPENED             VALUE "Y".
010400 01  RM-FEED-STATUS              PIC X(02) VALUE "00".
010500 77  RM-FEED-NO                  PIC 9(02) COMP VALUE ZERO.
010600 01  RM-LINE                     PIC X(80) VALUE SPACES.
012900 77  RM-STAGE-COUNT              PIC 9(05) COMP VALUE ZERO.
013000 77  RM-SUB                      PIC 9(05) COMP VALUE ZERO.
013100 01  RM-RUN-DATE                 PIC 9(08) VALUE ZERO.
013110 01  RM-RUN-TIME                 PIC 9(08) VALUE ZERO.
013120 01  RM-MERGE-ID                 PIC X(16) VALUE SPACES.
013200 01  RM-TRL-LINE.
013300     05  FILLER                  PIC X(04) VALUE "TRL,".
013400     05  RM-TRL-OUT-COUNT        PIC 9(07).
013500 01  RM-HDR-LINE.
013600     05  FILLER                  PIC X(11) VALUE "HDR,MERGED,".
013700     05  RM-HDR-OUT-DATE         PIC 9(08).
013710     05  FILLER                  PIC X(01) VALUE ",".
013720     05  RM-HDR-OUT-MERGE-ID     PIC X(16).
013800 01  RM-STAGE-TABLE.
013900     05  RM-STAGE-ENTRY          OCCURS 5000 TIMES
014000                                 INDEXED BY RM-IDX.
014800         "      RUN DATE".
014900     05  FILLER                  PIC X(01) VALUE SPACE.
015000     05  XRF-H1-DATE             PIC 9(08).
015010     05  FILLER                  PIC X(11) VALUE "   MERGE ID".
015020     05  FILLER                  PIC X(01) VALUE SPACE.
015030     05  XRF-H1-MERGE-ID         PIC X(16).
015100 01  XRF-HEADING-2.
015200     05  FILLER                  PIC X(07) VALUE "MERGED".
015300     05  FILLER                  PIC X(01) VALUE SPACE.
020700*    ONLY THE OUTPUT SIDE MUST OPEN - EACH INPUT FEED IS
020800*    ALLOWED TO BE ABSENT ON ITS OWN AND IS OPENED BY THE
020900*    FEED LOOP THAT READS IT.
020910*    THE MERGE ID IS TAKEN HERE, ONCE, SO THE HEADER, THE
020920*    REPORT AND EVERY MRGXREF RECORD CARRY THE SAME VALUE.
020930*    MRGXREF IS APPENDED ACROSS RUNS (REJANL SCORES FIVE WEEKS
020940*    OF THEM) AND IS NOT WORTH FAILING A MERGE OVER.
021000******************************************************************
021100 1000-INITIALIZE.
021200     OPEN OUTPUT ROSTER-OUT
022300         MOVE 12 TO RETURN-CODE
022400         GOBACK
022500     END-IF
022510     OPEN EXTEND MERGE-XREF-FILE
022520     IF RM-MXREF-STATUS NOT = "00"
022530         OPEN OUTPUT MERGE-XREF-FILE
022540     END-IF
022550     IF RM-MXREF-STATUS = "00"
022560         SET RM-MXREF-OPENED TO TRUE
022570     ELSE
022580         DISPLAY "ROSTMRGE: UNABLE TO OPEN MRGXREF, STATUS "
022590             RM-MXREF-STATUS ", CROSS-REFERENCE NOT RECORDED"
022595     END-IF
022600     ACCEPT RM-RUN-DATE FROM DATE YYYYMMDD
022610     ACCEPT RM-RUN-TIME FROM TIME
022620     STRING RM-RUN-DATE DELIMITED BY SIZE
022630            RM-RUN-TIME DELIMITED BY SIZE
022640         INTO RM-MERGE-ID
022700     MOVE RM-RUN-DATE TO XRF-H1-DATE
022710     MOVE RM-MERGE-ID TO XRF-H1-MERGE-ID
022800     WRITE XRF-PRINT-LINE FROM XRF-HEADING-1
022900     WRITE XRF-PRINT-LINE FROM XRF-HEADING-2
023000     WRITE XRF-PRINT-LINE FROM XRF-RULE-LINE.
023600******************************************************************
023700 1500-WRITE-MERGED-HEADER.
023800     MOVE RM-RUN-DATE TO RM-HDR-OUT-DATE
023810     MOVE RM-MERGE-ID TO RM-HDR-OUT-MERGE-ID
023900     MOVE SPACES TO ROSTER-OUT-REC
024000     MOVE RM-HDR-LINE TO ROSTER-OUT-REC
024100     WRITE ROSTER-OUT-REC
045600*    THE MERGED RECORD NUMBER ON THE XREF LINE COUNTS THE
045700*    CONSOLIDATED HEADER AS RECORD 1, THE SAME WAY FN_COB
045800*    NUMBERS ITS SYSIN RECORDS, SO A REJLOG RECORD NUMBER CAN
045900*    BE LOOKED UP ON THIS REPORT AS-IS.  THE SAME FACTS GO TO
045910*    MRGXREF FOR REJANL.
046000******************************************************************
046100 2600-RELEASE-ONE-DETAIL.
046200     SET RM-IDX TO RM-SUB
047100     MOVE RM-FEED-SOURCE TO XD-SOURCE
047200     MOVE RM-STAGE-SRC-RECNO (RM-IDX) TO XD-SRC-RECNO
047300     MOVE RM-STAGE-LINE (RM-IDX) (1:60) TO XD-LINE
047400     WRITE XRF-PRINT-LINE FROM XRF-DETAIL-LINE
047410     IF RM-MXREF-OPENED
047420         MOVE SPACES TO MERGE-XREF-RECORD
047430         MOVE RM-MERGE-ID TO MX-MERGE-ID
047440         MOVE RM-OUT-RECORD-NO TO MX-RECORD-NO
047450         MOVE RM-FEED-NO TO MX-FEED-NO
047460         MOVE RM-FEED-SOURCE TO MX-SOURCE
047470         MOVE RM-FEED-DATE TO MX-FEED-DATE
047480         MOVE RM-STAGE-SRC-RECNO (RM-IDX) TO MX-FEED-RECORD-NO
047490         WRITE MERGE-XREF-RECORD
047495     END-IF.
047500 2600-EXIT.
047600     EXIT.
047700
052800******************************************************************
052900 9999-TERMINATE.
053000     CLOSE ROSTER-OUT
053100     CLOSE XREF-REPORT
053110     IF RM-MXREF-OPENED
053120         CLOSE MERGE-XREF-FILE
053130     END-IF.
053200 9999-EXIT.
053300     EXIT.
