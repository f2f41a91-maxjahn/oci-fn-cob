003800*                    CLOSING IN ON THE TABLE CEILING AND
003900*                    OVERFLOW CUSTOMERS WOULD HAVE REJECTED
004000*                    AS NOT FOUND ON LIVE ROSTERS.
004010*    10/15/26   RJH  SELECT NAMES THE NEW ALTERNATE KEY ON
004020*                    CM-CUSTOMER-NAME (SEE CUSTREC).
004030*    10/15/26   RJH  COURTESY TITLE, GIVEN NAME AND FAMILY
004040*                    NAME RETURNED AS WELL, FOR FN_COB'S
004050*                    SALUTATION GREETINGS.  THE THREE NEW
004060*                    PARAMETERS FOLLOW THE OLD ONES.
004100******************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. CRMLKUP.
005100         ORGANIZATION INDEXED
005200         ACCESS MODE RANDOM
005300         RECORD KEY CM-CUSTOMER-ID
005310         ALTERNATE RECORD KEY CM-CUSTOMER-NAME
005320             WITH DUPLICATES
005400         FILE STATUS IS CL-MASTER-STATUS.
005500
005600 DATA DIVISION.
007400 01  CR-PREF-MODE            PIC X(08).
007500 01  CR-DNG-FLAG             PIC X(01).
007600     88  CR-DO-NOT-GREET         VALUE "Y".
007620 01  CR-TITLE                PIC X(10).
007640 01  CR-GIVEN-NAME           PIC X(30).
007660 01  CR-FAMILY-NAME          PIC X(30).
007700 PROCEDURE DIVISION USING CR-CUSTOMER-ID, CR-CUSTOMER-NAME,
007800         CR-FOUND-FLAG, CR-PREF-LANG, CR-PREF-MODE,
007900         CR-DNG-FLAG, CR-TITLE, CR-GIVEN-NAME, CR-FAMILY-NAME.
008000******************************************************************
008100*    0000-MAINLINE
008200******************************************************************
008800     MOVE SPACES TO CR-PREF-LANG
008900     MOVE SPACES TO CR-PREF-MODE
009000     MOVE "N" TO CR-DNG-FLAG
009020     MOVE SPACES TO CR-TITLE
009040     MOVE SPACES TO CR-GIVEN-NAME
009060     MOVE SPACES TO CR-FAMILY-NAME
009100     SET CR-NOT-FOUND TO TRUE
009200     IF CL-MASTER-AVAILABLE
009300         PERFORM 2000-READ-MASTER THRU 2000-EXIT
012900             MOVE CM-PREF-LANG TO CR-PREF-LANG
013000             MOVE CM-PREF-MODE TO CR-PREF-MODE
013100             MOVE CM-DNG-FLAG TO CR-DNG-FLAG
013120             MOVE CM-TITLE TO CR-TITLE
013140             MOVE CM-GIVEN-NAME TO CR-GIVEN-NAME
013160             MOVE CM-FAMILY-NAME TO CR-FAMILY-NAME
013200             SET CR-FOUND TO TRUE
013300     END-READ.
013400 2000-EXIT.
