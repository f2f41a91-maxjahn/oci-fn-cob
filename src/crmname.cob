000100******************************************************************
000200*    CRMNAME - CUSTOMER NAME PARTS SUBPROGRAM
000300*
000400*    AUTHOR.          R J HARGROVE.
000500*    INSTALLATION.    DATA PROCESSING - BATCH SYSTEMS.
000600*    DATE-WRITTEN.    10/15/26.
000700*
000800*    KEEPS A CUSTOMER'S FULL NAME OF RECORD AND ITS GIVEN AND
000900*    FAMILY NAME PARTS (SEE CUSTREC) IN STEP, SO EVERY PROGRAM
001000*    THAT PUTS A NAME ON THE MASTER - CRMMAINT, CRMCONV AND
001100*    CRMINQ - FILLS THE MISSING SIDE BY THE SAME RULE.  WHEN
001200*    NEITHER PART IS KEYED THE FULL NAME IS SPLIT AT ITS LAST
001300*    SPACE: THE LAST WORD IS THE FAMILY NAME AND EVERYTHING
001400*    BEFORE IT THE GIVEN NAME, SO "MARY ANNE O'NEILL" GIVES
001500*    "MARY ANNE" AND "O'NEILL", AND A ONE-WORD NAME IS ALL
001600*    FAMILY NAME.  A MULTI-WORD FAMILY NAME ("VAN DER BERG")
001700*    CANNOT BE TOLD FROM A GIVEN NAME BY RULE AND MUST BE KEYED
001800*    AS PARTS.  WHEN ONLY THE PARTS ARE KEYED THE FULL NAME IS
001900*    BUILT FROM THEM, GIVEN NAME FIRST.  WHEN BOTH SIDES ARE
002000*    PRESENT, OR BOTH ARE BLANK, NOTHING IS CHANGED - KEYED
002100*    DATA ALWAYS WINS OVER THE RULE.  THE COURTESY TITLE IS
002200*    NEVER DERIVED; THERE IS NO SAFE WAY TO GUESS ONE.
002300*
002400*    MAINTENANCE HISTORY
002500*    DATE       INIT DESCRIPTION
002600*    10/15/26   RJH  ORIGINAL.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. CRMNAME.
003000 AUTHOR. R J HARGROVE.
003100 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
003200 DATE-WRITTEN. 10/15/26.
003300 ENVIRONMENT DIVISION.
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600 77  NM-TRAILING-SPACES      PIC 9(03) COMP VALUE ZERO.
003700 77  NM-NAME-LEN             PIC 9(03) COMP VALUE ZERO.
003800 77  NM-PART-LEN             PIC 9(03) COMP VALUE ZERO.
003900 77  NM-SPACE-POS            PIC 9(03) COMP VALUE ZERO.
004000 77  NM-SUB                  PIC 9(03) COMP VALUE ZERO.
004100 LINKAGE SECTION.
004200 01  NR-CUSTOMER-NAME        PIC X(60).
004300 01  NR-GIVEN-NAME           PIC X(30).
004400 01  NR-FAMILY-NAME          PIC X(30).
004500 PROCEDURE DIVISION USING NR-CUSTOMER-NAME, NR-GIVEN-NAME,
004600         NR-FAMILY-NAME.
004700******************************************************************
004800*    0000-MAINLINE
004900******************************************************************
005000 0000-MAINLINE.
005100     EVALUATE TRUE
005200         WHEN NR-GIVEN-NAME = SPACES
005300             AND NR-FAMILY-NAME = SPACES
005400             AND NR-CUSTOMER-NAME NOT = SPACES
005500             PERFORM 1000-SPLIT-NAME THRU 1000-EXIT
005600         WHEN NR-CUSTOMER-NAME = SPACES
005700             AND NR-FAMILY-NAME NOT = SPACES
005800             PERFORM 2000-JOIN-NAME THRU 2000-EXIT
005900         WHEN OTHER
006000             CONTINUE
006100     END-EVALUATE
006200     GOBACK.
006300
006400******************************************************************
006500*    1000-SPLIT-NAME
006600*    THE LAST SPACE INSIDE THE TRIMMED NAME MARKS THE START OF
006700*    THE FAMILY NAME.  A PART TOO LONG FOR ITS FIELD IS CUT AT
006800*    THE FIELD WIDTH LIKE ANY OTHER MOVE.
006900******************************************************************
007000 1000-SPLIT-NAME.
007100     MOVE ZERO TO NM-TRAILING-SPACES
007200     INSPECT NR-CUSTOMER-NAME TALLYING NM-TRAILING-SPACES
007300         FOR TRAILING SPACE
007400     SUBTRACT NM-TRAILING-SPACES FROM 60 GIVING NM-NAME-LEN
007500     MOVE ZERO TO NM-SPACE-POS
007600     PERFORM 1100-CHECK-ONE-CHAR THRU 1100-EXIT
007700         VARYING NM-SUB FROM 1 BY 1
007800         UNTIL NM-SUB > NM-NAME-LEN
007900     IF NM-SPACE-POS = 0
008000         MOVE NR-CUSTOMER-NAME TO NR-FAMILY-NAME
008100         GO TO 1000-EXIT
008200     END-IF
008300     SUBTRACT NM-SPACE-POS FROM NM-NAME-LEN GIVING NM-PART-LEN
008400     MOVE NR-CUSTOMER-NAME (NM-SPACE-POS + 1:NM-PART-LEN)
008500         TO NR-FAMILY-NAME
008600     IF NM-SPACE-POS > 1
008700         SUBTRACT 1 FROM NM-SPACE-POS GIVING NM-PART-LEN
008800         MOVE NR-CUSTOMER-NAME (1:NM-PART-LEN)
008900             TO NR-GIVEN-NAME
009000     END-IF.
009100 1000-EXIT.
009200     EXIT.
009300
009400 1100-CHECK-ONE-CHAR.
009500     IF NR-CUSTOMER-NAME (NM-SUB:1) = SPACE
009600         MOVE NM-SUB TO NM-SPACE-POS
009700     END-IF.
009800 1100-EXIT.
009900     EXIT.
010000
010100******************************************************************
010200*    2000-JOIN-NAME
010300******************************************************************
010400 2000-JOIN-NAME.
010500     MOVE ZERO TO NM-TRAILING-SPACES
010600     INSPECT NR-GIVEN-NAME TALLYING NM-TRAILING-SPACES
010700         FOR TRAILING SPACE
010800     SUBTRACT NM-TRAILING-SPACES FROM 30 GIVING NM-PART-LEN
010900     IF NM-PART-LEN = 0
011000         MOVE NR-FAMILY-NAME TO NR-CUSTOMER-NAME
011100         GO TO 2000-EXIT
011200     END-IF
011300     STRING NR-GIVEN-NAME (1:NM-PART-LEN) DELIMITED BY SIZE
011400            " " DELIMITED BY SIZE
011500            NR-FAMILY-NAME DELIMITED BY SIZE
011600         INTO NR-CUSTOMER-NAME.
011700 2000-EXIT.
011800     EXIT.
