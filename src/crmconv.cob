002300*    MAINTENANCE HISTORY
002400*    DATE       INIT DESCRIPTION
002500*    09/02/26   RJH  ORIGINAL.
002510*    10/15/26   RJH  NEW MASTER BUILT WITH THE ALTERNATE KEY ON
002520*                    CM-CUSTOMER-NAME (SEE CUSTREC).  AN
002530*                    EXISTING MASTER IS UNLOADED TO CUSTMSTS
002540*                    AND RELOADED THROUGH THIS STEP ONCE TO
002550*                    BUILD THE NAME INDEX.
002558*    10/15/26   RJH  COURTESY TITLE, GIVEN NAME AND FAMILY
002566*                    NAME CARRIED ACROSS (SEE CUSTREC).  AN
002574*                    INPUT IMAGE FROM BEFORE THE FIELDS
002582*                    EXISTED READS THEM AS BLANK AND HAS THE
002590*                    FULL NAME SPLIT BY CRMNAME ON THE WAY IN.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. CRMCONV.
004000         ORGANIZATION INDEXED
004100         ACCESS MODE RANDOM
004200         RECORD KEY CM-CUSTOMER-ID
004210         ALTERNATE RECORD KEY CM-CUSTOMER-NAME
004220             WITH DUPLICATES
004300         FILE STATUS IS CV-NEW-STATUS.
004400
004500 DATA DIVISION.
004800*    SAME LAYOUT AS CUSTREC - A SECOND COPY OF THE COPYBOOK
004900*    HERE WOULD DUPLICATE ITS DATA NAMES, SO THE INPUT SIDE
005000*    CARRIES ITS OWN OM- VIEW OF THE RECORD.
005030*    THE TITLE AND NAME PARTS ARE ABSENT FROM A SHORT, OLDER
005060*    IMAGE AND READ AS SPACES.
005100 01  OLD-MASTER-RECORD.
005200     05  OM-CUSTOMER-ID          PIC X(10).
005300     05  FILLER                  PIC X(01).
005800     05  OM-PREF-MODE            PIC X(08).
005900     05  FILLER                  PIC X(01).
006000     05  OM-DNG-FLAG             PIC X(01).
006010     05  FILLER                  PIC X(01).
006020     05  OM-TITLE                PIC X(10).
006030     05  FILLER                  PIC X(01).
006040     05  OM-GIVEN-NAME           PIC X(30).
006050     05  FILLER                  PIC X(01).
006060     05  OM-FAMILY-NAME          PIC X(30).
006100
006200 FD  CUSTOMER-MASTER.
006300     COPY CUSTREC.
011800*    A DUPLICATE KEY COMES BACK ON THE INVALID KEY LEG OF THE
011900*    WRITE - THE FIRST OCCURRENCE IS ALREADY ON THE NEW FILE
012000*    AND STAYS, THE REPEAT IS REPORTED AND DROPPED.
012030*    A RECORD WITHOUT GIVEN AND FAMILY NAMES HAS THEM SPLIT
012060*    FROM THE FULL NAME BY THE SAME RULE CRMMAINT USES.
012100******************************************************************
012200 2100-CONVERT-ONE-RECORD.
012300     READ OLD-MASTER
013200     MOVE OM-PREF-LANG TO CM-PREF-LANG
013300     MOVE OM-PREF-MODE TO CM-PREF-MODE
013400     MOVE OM-DNG-FLAG TO CM-DNG-FLAG
013410     MOVE OM-TITLE TO CM-TITLE
013420     MOVE OM-GIVEN-NAME TO CM-GIVEN-NAME
013430     MOVE OM-FAMILY-NAME TO CM-FAMILY-NAME
013440     CALL "CRMNAME" USING CM-CUSTOMER-NAME, CM-GIVEN-NAME,
013450         CM-FAMILY-NAME
013500     WRITE CUSTOMER-RECORD
013600         INVALID KEY
013700             ADD 1 TO CV-RECS-DROPPED
