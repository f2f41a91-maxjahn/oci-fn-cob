002700*    MAINTENANCE HISTORY
002800*    DATE       INIT DESCRIPTION
002900*    09/02/26   RJH  ORIGINAL.
002910*    10/15/26   RJH  DISPATCH LOG ADDED - ONE DSPLOG RECORD
002920*                    (SEE DSPLGREC) PER RUN ID DISPATCHED,
002930*                    WITH ITS E-MAIL/LETTER/UNDELIVERABLE
002940*                    SPLIT, SO RUNBKOUT CAN TELL A RUN THAT
002950*                    HAS GONE OUT FROM ONE THAT HAS NOT.
002960*    10/15/26   RJH  DELIVERY FEEDBACK - EACH E-MAIL AND
002970*                    LETTER NOW CARRIES ITS RUN ID AND
002980*                    GREETOUT RECORD NUMBER AS A REFERENCE
002981*                    THE E-MAIL VENDOR AND PRINT SHOP QUOTE
002982*                    BACK TO DLVRECON, AND A CONTACT DLVRECON
002983*                    HAS HELD AS UNDELIVERABLE (SEE CNTCREC)
002984*                    GOES ON THE DISPATCH REPORT WITH THE
002985*                    HOLD REASON INSTEAD OF BEING SENT AGAIN.
002986*    10/15/26   RJH  POSTAL PRESORT - LETTERS ARE HELD UNTIL
002987*                    GREETOUT IS READ, GIVEN A PRESORT LEVEL
002988*                    FROM THE CONTACT'S POSTAL CODE, SORTED
002989*                    AND PRINTED ONE ADDRESSED PAGE EACH WITH
002990*                    TRAY AND BUNDLE SEPARATOR PAGES.  A NEW
002991*                    POSTAGE STATEMENT (POSTSTMT) LISTS THE
002992*                    TRAYS AND THE PIECES BY LEVEL AND BY
002993*                    COUNTRY.  CUSTMST SUPPLIES THE ADDRESSEE
002994*                    NAME.  A LETTER CONTACT WITH NO POSTAL
002995*                    CODE IS LISTED UNDELIVERABLE.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. GREETSND.
005500     SELECT DISPATCH-REPORT ASSIGN TO DSPRPT
005600         ORGANIZATION LINE SEQUENTIAL
005700         FILE STATUS IS GS-REPORT-STATUS.
005710
005720     SELECT DISPATCH-LOG-FILE ASSIGN TO DSPLOG
005730         ORGANIZATION LINE SEQUENTIAL
005740         FILE STATUS IS GS-DSPLOG-STATUS.
005744
005748     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMST
005752         ORGANIZATION INDEXED
005756         ACCESS MODE RANDOM
005760         RECORD KEY CM-CUSTOMER-ID
005764         ALTERNATE RECORD KEY CM-CUSTOMER-NAME
005768             WITH DUPLICATES
005772         FILE STATUS IS GS-MASTER-STATUS.
005776
005780     SELECT POSTAGE-STATEMENT ASSIGN TO POSTSTMT
005784         ORGANIZATION LINE SEQUENTIAL
005788         FILE STATUS IS GS-POSTAGE-STATUS.
005792
005796     SELECT LETTER-SORT-FILE ASSIGN TO LTRSORT.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006900     05  EO-ADDRESS              PIC X(60).
007000     05  FILLER                  PIC X(01).
007100     05  EO-GREETING-TEXT        PIC X(101).
007110     05  FILLER                  PIC X(01).
007120     05  EO-RUN-ID               PIC X(16).
007130     05  FILLER                  PIC X(01).
007140     05  EO-RECORD-NO            PIC 9(07).
007200
007300 FD  LETTER-FILE.
007400 01  LTR-PRINT-LINE              PIC X(132).
007500
007600 FD  DISPATCH-REPORT.
007700 01  DSP-PRINT-LINE              PIC X(132).
007710
007720 FD  DISPATCH-LOG-FILE.
007730     COPY DSPLGREC.
007733
007736 FD  CUSTOMER-MASTER.
007739     COPY CUSTREC.
007742
007745 FD  POSTAGE-STATEMENT.
007748 01  PST-PRINT-LINE              PIC X(132).
007751
007754 SD  LETTER-SORT-FILE.
007757 01  LETTER-SORT-RECORD.
007760     05  LS-LEVEL-RANK           PIC 9(01).
007763     05  LS-GROUP                PIC X(10).
007766     05  LS-POSTAL-CODE          PIC X(10).
007769     05  LS-CUSTOMER-ID          PIC X(10).
007772     05  LS-RUN-ID               PIC X(16).
007775     05  LS-RECORD-NO            PIC 9(07).
007778     05  LS-NAME                 PIC X(60).
007781     05  LS-ADDRESS              PIC X(60).
007784     05  LS-ADDRESS-2            PIC X(60).
007787     05  LS-CITY                 PIC X(30).
007790     05  LS-REGION               PIC X(20).
007793     05  LS-COUNTRY              PIC X(02).
007796     05  LS-GREETING-TEXT        PIC X(101).
007800
007900 WORKING-STORAGE SECTION.
008000 01  GS-GREET-STATUS             PIC X(02) VALUE "00".
009300 77  GS-LETTERS-OUT              PIC 9(07) COMP VALUE ZERO.
009400 77  GS-UNDELIVERED              PIC 9(07) COMP VALUE ZERO.
009500 01  GS-RUN-DATE                 PIC 9(08) VALUE ZERO.
009510 01  GS-DSPLOG-STATUS            PIC X(02) VALUE "00".
009520 01  GS-TS-TIME                  PIC 9(08) VALUE ZERO.
009530 01  GS-TIMESTAMP                PIC X(16) VALUE SPACES.
009540 77  GS-RUN-COUNT-USED           PIC 9(04) COMP VALUE ZERO.
009550 77  GS-RUNS-NOT-TABLED          PIC 9(07) COMP VALUE ZERO.
009560 77  GS-SUB                      PIC 9(04) COMP VALUE ZERO.
009570 01  GS-RUN-FOUND-FLAG           PIC X(01) VALUE "N".
009580     88  GS-RUN-FOUND                VALUE "Y".
009590     88  GS-RUN-NOT-FOUND            VALUE "N".
009591 01  GS-RUN-TABLE.
009592     05  GS-RUN-ENTRY            OCCURS 100 TIMES
009593                                 INDEXED BY GS-RUN-IDX.
009594         10  GS-RUN-ID-KEY       PIC X(16).
009595         10  GS-RUN-GREETS       PIC 9(07) COMP.
009596         10  GS-RUN-EMAILS       PIC 9(07) COMP.
009597         10  GS-RUN-LETTERS      PIC 9(07) COMP.
009598         10  GS-RUN-UNDELIVERED  PIC 9(07) COMP.
009600 01  GS-CNTC-TABLE.
009700     05  GS-CNTC-ENTRY           OCCURS 5000 TIMES
009800                                 INDEXED BY GS-IDX.
009900         10  GS-CNTC-CUSTOMER-ID PIC X(10).
010000         10  GS-CNTC-CHANNEL     PIC X(06).
010100         10  GS-CNTC-ADDRESS     PIC X(60).
010110         10  GS-CNTC-HOLD-FLAG   PIC X(01).
010120         10  GS-CNTC-HOLD-REASON PIC X(20).
010121         10  GS-CNTC-ADDRESS-2   PIC X(60).
010122         10  GS-CNTC-CITY        PIC X(30).
010123         10  GS-CNTC-REGION      PIC X(20).
010124         10  GS-CNTC-POSTAL-CODE PIC X(10).
010125         10  GS-CNTC-COUNTRY     PIC X(02).
010126 01  GS-MASTER-STATUS            PIC X(02) VALUE "00".
010127 01  GS-POSTAGE-STATUS           PIC X(02) VALUE "00".
010128 01  GS-MASTER-OPEN-FLAG         PIC X(01) VALUE "N".
010129     88  GS-MASTER-PRESENT           VALUE "Y".
010130 01  GS-SORT-EOF-FLAG            PIC X(01) VALUE "N".
010131     88  GS-SORT-EOF                 VALUE "Y".
010132 01  GS-TRAY-BREAK-FLAG          PIC X(01) VALUE "N".
010133     88  GS-TRAY-BREAK               VALUE "Y".
010134 77  GS-BUNDLE-MIN               PIC 9(04) COMP VALUE 10.
010135 77  GS-BUNDLE-MAX               PIC 9(04) COMP VALUE 50.
010136 77  GS-TRAY-MAX                 PIC 9(04) COMP VALUE 500.
010137 77  GS-LTR-COUNT                PIC 9(04) COMP VALUE ZERO.
010138 77  GS-Z5-COUNT-USED            PIC 9(04) COMP VALUE ZERO.
010139 77  GS-Z3-COUNT-USED            PIC 9(04) COMP VALUE ZERO.
010140 77  GS-CTRY-COUNT-USED          PIC 9(04) COMP VALUE ZERO.
010141 77  GS-TRAY-NO                  PIC 9(04) COMP VALUE ZERO.
010142 77  GS-TRAY-BUNDLES             PIC 9(04) COMP VALUE ZERO.
010143 77  GS-TRAY-PIECES              PIC 9(04) COMP VALUE ZERO.
010144 77  GS-BUNDLE-NO                PIC 9(04) COMP VALUE ZERO.
010145 77  GS-BUNDLE-PIECES            PIC 9(04) COMP VALUE ZERO.
010146 77  GS-PIECE-NO                 PIC 9(07) COMP VALUE ZERO.
010147 01  GS-TRAY-NO-D                PIC 9(04) VALUE ZERO.
010148 01  GS-BUNDLE-NO-D              PIC 9(04) VALUE ZERO.
010149 01  GS-CUR-RANK                 PIC 9(01) VALUE ZERO.
010150 01  GS-CUR-GROUP                PIC X(10) VALUE SPACES.
010151 01  GS-LTR-TABLE.
010152     05  GS-LTR-ENTRY            OCCURS 5000 TIMES
010153                                 INDEXED BY GS-LTR-IDX.
010154         10  GS-LTR-CNTC-SUB     PIC 9(04) COMP.
010155         10  GS-LTR-Z5-SUB       PIC 9(04) COMP.
010156         10  GS-LTR-Z3-SUB       PIC 9(04) COMP.
010157         10  GS-LTR-RANK         PIC 9(01).
010158         10  GS-LTR-GROUP        PIC X(10).
010159         10  GS-LTR-CUSTOMER-ID  PIC X(10).
010160         10  GS-LTR-RUN-ID       PIC X(16).
010161         10  GS-LTR-RECORD-NO    PIC 9(07).
010162         10  GS-LTR-NAME         PIC X(60).
010163         10  GS-LTR-GREETING     PIC X(101).
010164 01  GS-Z5-TABLE.
010165     05  GS-Z5-ENTRY             OCCURS 5000 TIMES
010166                                 INDEXED BY GS-Z5-IDX.
010167         10  GS-Z5-CODE          PIC X(05).
010168         10  GS-Z5-PIECES        PIC 9(04) COMP.
010169 01  GS-Z3-TABLE.
010170     05  GS-Z3-ENTRY             OCCURS 5000 TIMES
010171                                 INDEXED BY GS-Z3-IDX.
010172         10  GS-Z3-CODE          PIC X(03).
010173         10  GS-Z3-PIECES        PIC 9(04) COMP.
010174 01  GS-CTRY-TABLE.
010175     05  GS-CTRY-ENTRY           OCCURS 5000 TIMES
010176                                 INDEXED BY GS-CTRY-IDX.
010177         10  GS-CTRY-CODE        PIC X(02).
010178         10  GS-CTRY-PIECES      PIC 9(07) COMP.
010179 01  GS-LEVEL-NAMES.
010180     05  FILLER                  PIC X(08) VALUE "5-DIGIT".
010181     05  FILLER                  PIC X(08) VALUE "3-DIGIT".
010182     05  FILLER                  PIC X(08) VALUE "MIXED".
010183     05  FILLER                  PIC X(08) VALUE "FOREIGN".
010184 01  GS-LEVEL-NAME-TABLE REDEFINES GS-LEVEL-NAMES.
010185     05  GS-LEVEL-NAME           PIC X(08) OCCURS 4 TIMES.
010186 01  GS-LEVEL-TOTALS.
010187     05  GS-LEVEL-ENTRY          OCCURS 4 TIMES.
010188         10  GS-LEVEL-TRAYS      PIC 9(07) COMP.
010189         10  GS-LEVEL-BUNDLES    PIC 9(07) COMP.
010190         10  GS-LEVEL-PIECES     PIC 9(07) COMP.
010200 01  DSP-HEADING-1.
010300     05  FILLER                  PIC X(35) VALUE
010400         "GREETSND - GREETING DISPATCH REPORT".
013000     05  DT-CAPTION              PIC X(26).
013100     05  FILLER                  PIC X(01) VALUE SPACE.
013200     05  DT-COUNT                PIC Z(06)9.
013202 01  PST-HEADING-1.
013204     05  FILLER                  PIC X(35) VALUE
013206         "GREETSND - LETTER POSTAGE STATEMENT".
013208     05  FILLER                  PIC X(14) VALUE
013210         "      RUN DATE".
013212     05  FILLER                  PIC X(01) VALUE SPACE.
013214     05  PST-H1-DATE             PIC 9(08).
013216 01  PST-HEADING-2.
013218     05  FILLER                  PIC X(06) VALUE "TRAY".
013220     05  FILLER                  PIC X(09) VALUE "LEVEL".
013222     05  FILLER                  PIC X(12) VALUE "DESTINATION".
013224     05  FILLER                  PIC X(08) VALUE " BUNDLES".
013226     05  FILLER                  PIC X(08) VALUE "  PIECES".
013228 01  PST-TRAY-LINE.
013230     05  PT-TRAY-NO              PIC 9(04).
013232     05  FILLER                  PIC X(02) VALUE SPACES.
013234     05  PT-LEVEL                PIC X(08).
013236     05  FILLER                  PIC X(01) VALUE SPACE.
013238     05  PT-DESTINATION          PIC X(10).
013240     05  FILLER                  PIC X(03) VALUE SPACES.
013242     05  PT-BUNDLES              PIC Z(06)9.
013244     05  FILLER                  PIC X(01) VALUE SPACE.
013246     05  PT-PIECES               PIC Z(06)9.
013248 01  PST-LEVEL-HEADING.
013250     05  FILLER                  PIC X(15) VALUE "PRESORT LEVEL".
013252     05  FILLER                  PIC X(08) VALUE "   TRAYS".
013254     05  FILLER                  PIC X(08) VALUE " BUNDLES".
013256     05  FILLER                  PIC X(08) VALUE "  PIECES".
013258 01  PST-LEVEL-LINE.
013260     05  PL-LEVEL                PIC X(08).
013262     05  FILLER                  PIC X(08) VALUE SPACES.
013264     05  PL-TRAYS                PIC Z(06)9.
013266     05  FILLER                  PIC X(01) VALUE SPACE.
013268     05  PL-BUNDLES              PIC Z(06)9.
013270     05  FILLER                  PIC X(01) VALUE SPACE.
013272     05  PL-PIECES               PIC Z(06)9.
013274 01  PST-COUNTRY-HEADING.
013276     05  FILLER                  PIC X(15) VALUE "DESTINATION".
013278     05  FILLER                  PIC X(08) VALUE "  PIECES".
013280 01  PST-COUNTRY-LINE.
013282     05  PC-COUNTRY              PIC X(10).
013284     05  FILLER                  PIC X(06) VALUE SPACES.
013286     05  PC-PIECES               PIC Z(06)9.
013300 01  LTR-ADDRESS-LINE.
013400     05  FILLER                  PIC X(04) VALUE SPACES.
013500     05  LT-ADDRESS              PIC X(60).
013600 01  LTR-TEXT-LINE.
013700     05  FILLER                  PIC X(04) VALUE SPACES.
013800     05  LT-GREETING             PIC X(101).
013810 01  LTR-CONTROL-LINE.
013820     05  FILLER                  PIC X(05) VALUE "TRAY ".
013830     05  LC-TRAY-NO              PIC 9(04).
013840     05  FILLER                  PIC X(09) VALUE "  BUNDLE ".
013850     05  LC-BUNDLE-NO            PIC 9(04).
013860     05  FILLER                  PIC X(08) VALUE "  PIECE ".
013870     05  LC-PIECE-NO             PIC 9(07).
013880     05  FILLER                  PIC X(02) VALUE SPACES.
013890     05  LC-LEVEL                PIC X(08).
013900     05  FILLER                  PIC X(01) VALUE SPACE.
013910     05  LC-GROUP                PIC X(10).
013920 01  LTR-BREAK-LINE.
013930     05  FILLER                  PIC X(10) VALUE ALL "*".
013940     05  FILLER                  PIC X(01) VALUE SPACE.
013950     05  LB-TEXT                 PIC X(50).
013960     05  FILLER                  PIC X(01) VALUE SPACE.
013970     05  FILLER                  PIC X(10) VALUE ALL "*".
014010 01  LTR-REF-LINE.
014020     05  FILLER                  PIC X(09) VALUE "    REF: ".
014030     05  LT-REF-RUN-ID           PIC X(16).
014040     05  FILLER                  PIC X(01) VALUE "/".
014050     05  LT-REF-RECORD-NO        PIC 9(07).
014100 PROCEDURE DIVISION.
014200******************************************************************
014300*    0000-MAINLINE
014600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014700     PERFORM 1500-LOAD-CONTACTS THRU 1500-EXIT
014800     PERFORM 2000-PROCESS-GREETINGS THRU 2000-EXIT
014850     PERFORM 4000-PRESORT-LETTERS THRU 4000-EXIT
014900     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
014910     PERFORM 8500-LOG-DISPATCH THRU 8500-EXIT
015000     PERFORM 7000-SET-RETURN-CODE THRU 7000-EXIT
015100     PERFORM 9999-TERMINATE THRU 9999-EXIT
015200     GOBACK.
015900*    WITHOUT IT STILL PRODUCES THE DISPATCH REPORT, WITH EVERY
016000*    GREETING SHOWN UNDELIVERABLE, SO THE MISSING FILE IS
016100*    VISIBLE INSTEAD OF THE JOB DYING WITH NOTHING TO SHOW.
016120*    THE POSTAGE STATEMENT IS A REPORT LIKE DSPRPT AND MUST
016140*    OPEN TOO.  CUSTMST ONLY SUPPLIES THE NAME A LETTER IS
016160*    ADDRESSED TO; WITHOUT IT THE LETTERS STILL GO, ADDRESSED
016180*    FROM THE STREET LINE DOWN.
016200******************************************************************
016300 1000-INITIALIZE.
016400     OPEN INPUT GREET-FILE
018900         MOVE 12 TO RETURN-CODE
019000         GOBACK
019100     END-IF
019110     OPEN OUTPUT POSTAGE-STATEMENT
019120     IF GS-POSTAGE-STATUS NOT = "00"
019130         DISPLAY "GREETSND: UNABLE TO OPEN POSTSTMT, STATUS "
019140             GS-POSTAGE-STATUS
019150         MOVE 12 TO RETURN-CODE
019160         GOBACK
019170     END-IF
019200     OPEN INPUT CONTACT-FILE
019300     IF GS-CONTACT-STATUS = "00"
019400         SET GS-CONTACT-PRESENT TO TRUE
019600         DISPLAY "GREETSND: CUSTCNTC NOT AVAILABLE, STATUS "
019700             GS-CONTACT-STATUS ", ALL GREETINGS UNDELIVERABLE"
019800     END-IF
019810     OPEN INPUT CUSTOMER-MASTER
019820     IF GS-MASTER-STATUS = "00"
019830         SET GS-MASTER-PRESENT TO TRUE
019840     ELSE
019850         DISPLAY "GREETSND: CUSTMST NOT AVAILABLE, STATUS "
019860             GS-MASTER-STATUS ", LETTERS SENT WITHOUT NAMES"
019870     END-IF
019900     ACCEPT GS-RUN-DATE FROM DATE YYYYMMDD
020000     MOVE GS-RUN-DATE TO DSP-H1-DATE
020100     WRITE DSP-PRINT-LINE FROM DSP-HEADING-1
020200     WRITE DSP-PRINT-LINE FROM DSP-HEADING-2
020300     WRITE DSP-PRINT-LINE FROM DSP-RULE-LINE
020320     MOVE GS-RUN-DATE TO PST-H1-DATE
020340     WRITE PST-PRINT-LINE FROM PST-HEADING-1
020360     WRITE PST-PRINT-LINE FROM PST-HEADING-2
020380     WRITE PST-PRINT-LINE FROM DSP-RULE-LINE.
020400 1000-EXIT.
020500     EXIT.
020600
023600             MOVE CN-CUSTOMER-ID TO GS-CNTC-CUSTOMER-ID (GS-IDX)
023700             MOVE CN-CHANNEL TO GS-CNTC-CHANNEL (GS-IDX)
023800             MOVE CN-ADDRESS TO GS-CNTC-ADDRESS (GS-IDX)
023810             MOVE CN-HOLD-FLAG TO GS-CNTC-HOLD-FLAG (GS-IDX)
023820             MOVE CN-HOLD-REASON
023830                 TO GS-CNTC-HOLD-REASON (GS-IDX)
023840             MOVE CN-ADDRESS-2 TO GS-CNTC-ADDRESS-2 (GS-IDX)
023850             MOVE CN-CITY TO GS-CNTC-CITY (GS-IDX)
023860             MOVE CN-REGION TO GS-CNTC-REGION (GS-IDX)
023870             MOVE CN-POSTAL-CODE
023880                 TO GS-CNTC-POSTAL-CODE (GS-IDX)
023890             MOVE CN-COUNTRY TO GS-CNTC-COUNTRY (GS-IDX)
023900     END-READ.
024000 1510-EXIT.
024100     EXIT.
025500             MOVE "10" TO GS-GREET-STATUS
025600         NOT AT END
025700             ADD 1 TO GS-GREETS-READ
025750             PERFORM 2150-TALLY-RUN THRU 2150-EXIT
025800             PERFORM 2110-DISPATCH-ONE-GREETING THRU 2110-EXIT
025900     END-READ.
026000 2100-EXIT.
028600         PERFORM 2400-REPORT-UNDELIVERABLE THRU 2400-EXIT
028700         GO TO 2110-EXIT
028800     END-IF
028810     IF GS-CNTC-HOLD-FLAG (GS-IDX) = "U"
028820         MOVE GS-CNTC-HOLD-REASON (GS-IDX) TO DP-REASON
028830         IF DP-REASON = SPACES
028840             MOVE "HELD UNDELIVERABLE" TO DP-REASON
028850         END-IF
028860         PERFORM 2400-REPORT-UNDELIVERABLE THRU 2400-EXIT
028870         GO TO 2110-EXIT
028880     END-IF
028900     EVALUATE GS-CNTC-CHANNEL (GS-IDX)
029000         WHEN "EMAIL"
029100             PERFORM 2200-WRITE-EMAIL THRU 2200-EXIT
029200         WHEN "LETTER"
029220             IF GS-CNTC-POSTAL-CODE (GS-IDX) = SPACES
029240                 MOVE "NO POSTAL CODE" TO DP-REASON
029260                 PERFORM 2400-REPORT-UNDELIVERABLE THRU 2400-EXIT
029280             ELSE
029300                 PERFORM 2300-TABLE-LETTER THRU 2300-EXIT
029350             END-IF
029400         WHEN OTHER
029500             MOVE "INVALID CHANNEL" TO DP-REASON
029600             PERFORM 2400-REPORT-UNDELIVERABLE THRU 2400-EXIT
032000 2120-EXIT.
032100     EXIT.
032200
032210******************************************************************
032220*    2150-TALLY-RUN
032230*    LEAVES GS-RUN-IDX AT THE GREETING'S RUN ENTRY WHEN
032240*    GS-RUN-FOUND IS SET, ADDING THE ENTRY ON FIRST SIGHT.  100
032250*    RUNS IS FAR MORE THAN ONE GREETOUT EVER CARRIES; A RUN
032260*    PAST THAT IS COUNTED AND REPORTED, SINCE IT WILL BE
032270*    MISSING FROM THE DISPATCH LOG.
032280******************************************************************
032290 2150-TALLY-RUN.
032291     SET GS-RUN-NOT-FOUND TO TRUE
032292     IF GS-RUN-COUNT-USED > 0
032293         SET GS-RUN-IDX TO 1
032294         SEARCH GS-RUN-ENTRY
032295             AT END
032296                 CONTINUE
032297             WHEN GS-RUN-IDX > GS-RUN-COUNT-USED
032298                 CONTINUE
032299             WHEN GS-RUN-ID-KEY (GS-RUN-IDX) = GO-RUN-ID
032300                 SET GS-RUN-FOUND TO TRUE
032301         END-SEARCH
032302     END-IF
032303     IF GS-RUN-NOT-FOUND
032304         IF GS-RUN-COUNT-USED < 100
032305             ADD 1 TO GS-RUN-COUNT-USED
032306             SET GS-RUN-IDX TO GS-RUN-COUNT-USED
032307             MOVE GO-RUN-ID TO GS-RUN-ID-KEY (GS-RUN-IDX)
032308             MOVE ZERO TO GS-RUN-GREETS (GS-RUN-IDX)
032309             MOVE ZERO TO GS-RUN-EMAILS (GS-RUN-IDX)
032310             MOVE ZERO TO GS-RUN-LETTERS (GS-RUN-IDX)
032311             MOVE ZERO TO GS-RUN-UNDELIVERED (GS-RUN-IDX)
032312             SET GS-RUN-FOUND TO TRUE
032313         ELSE
032314             ADD 1 TO GS-RUNS-NOT-TABLED
032315         END-IF
032316     END-IF
032317     IF GS-RUN-FOUND
032318         ADD 1 TO GS-RUN-GREETS (GS-RUN-IDX)
032319     END-IF.
032320 2150-EXIT.
032321     EXIT.
032322
032323******************************************************************
032400*    2200-WRITE-EMAIL
032500******************************************************************
032600 2200-WRITE-EMAIL.
032700     MOVE SPACES TO EMAIL-OUT-RECORD
032800     MOVE GS-CNTC-ADDRESS (GS-IDX) TO EO-ADDRESS
032900     MOVE GO-GREETING-TEXT TO EO-GREETING-TEXT
032910     MOVE GO-RUN-ID TO EO-RUN-ID
032920     MOVE GO-RECORD-NO TO EO-RECORD-NO
033000     WRITE EMAIL-OUT-RECORD
033100     ADD 1 TO GS-EMAILS-OUT
033110     IF GS-RUN-FOUND
033120         ADD 1 TO GS-RUN-EMAILS (GS-RUN-IDX)
033130     END-IF.
033200 2200-EXIT.
033300     EXIT.
033400
033410******************************************************************
033420*    2300-TABLE-LETTER
033430*    A LETTER IS NOT PRINTED IN GREETOUT ORDER BUT HELD HERE
033440*    UNTIL THE PASS ENDS, SO 4000-PRESORT-LETTERS CAN COUNT
033450*    THE WHOLE RUN BY POSTAL CODE BEFORE PRINTING ANY OF IT.
033460*    THE ADDRESS STAYS IN THE CONTACT TABLE - THE ENTRY KEEPS
033470*    ITS SUBSCRIPT.  THE ADDRESSEE IS THE CUSTOMER'S NAME ON
033480*    THE MASTER, LEFT OFF WHEN THE MASTER HAS NO RECORD.  THE
033490*    FIVE-CHARACTER CODE OF A DOMESTIC LETTER IS COUNTED AS IT
033500*    IS TABLED.  5000 LETTERS IS THE SAME HEADROOM AS THE
033510*    CONTACT TABLE; A LETTER PAST IT IS LISTED UNDELIVERABLE
033520*    RATHER THAN LOST.
033530******************************************************************
033540 2300-TABLE-LETTER.
033550     IF GS-LTR-COUNT = 5000
033560         MOVE "LETTER TABLE FULL" TO DP-REASON
033570         PERFORM 2400-REPORT-UNDELIVERABLE THRU 2400-EXIT
033580         GO TO 2300-EXIT
033590     END-IF
033600     ADD 1 TO GS-LTR-COUNT
033610     SET GS-LTR-IDX TO GS-LTR-COUNT
033620     SET GS-LTR-CNTC-SUB (GS-LTR-IDX) TO GS-IDX
033630     MOVE ZERO TO GS-LTR-Z5-SUB (GS-LTR-IDX)
033640     MOVE ZERO TO GS-LTR-Z3-SUB (GS-LTR-IDX)
033650     MOVE ZERO TO GS-LTR-RANK (GS-LTR-IDX)
033660     MOVE SPACES TO GS-LTR-GROUP (GS-LTR-IDX)
033670     MOVE GO-CUSTOMER-ID TO GS-LTR-CUSTOMER-ID (GS-LTR-IDX)
033680     MOVE GO-RUN-ID TO GS-LTR-RUN-ID (GS-LTR-IDX)
033690     MOVE GO-RECORD-NO TO GS-LTR-RECORD-NO (GS-LTR-IDX)
033700     MOVE GO-GREETING-TEXT TO GS-LTR-GREETING (GS-LTR-IDX)
033710     MOVE SPACES TO GS-LTR-NAME (GS-LTR-IDX)
033720     IF GS-MASTER-PRESENT
033730         MOVE GO-CUSTOMER-ID TO CM-CUSTOMER-ID
033740         READ CUSTOMER-MASTER
033750             INVALID KEY
033760                 CONTINUE
033770             NOT INVALID KEY
033780                 MOVE CM-CUSTOMER-NAME
033790                     TO GS-LTR-NAME (GS-LTR-IDX)
033800         END-READ
033810     END-IF
033820     IF GS-CNTC-COUNTRY (GS-IDX) = SPACES
033830         PERFORM 2310-COUNT-FULL-CODE THRU 2310-EXIT
033840     END-IF
033850     ADD 1 TO GS-LETTERS-OUT
033860     IF GS-RUN-FOUND
033870         ADD 1 TO GS-RUN-LETTERS (GS-RUN-IDX)
033880     END-IF.
033890 2300-EXIT.
033900     EXIT.
033910
033920******************************************************************
033930*    2310-COUNT-FULL-CODE
033940*    ADDS THE LETTER TO THE COUNT FOR THE FIRST FIVE CHARACTERS
033950*    OF ITS POSTAL CODE, ADDING THE CODE ON FIRST SIGHT.  THE
033960*    TABLE IS AS LONG AS THE LETTER TABLE, SO IT CANNOT FILL.
033970******************************************************************
033980 2310-COUNT-FULL-CODE.
033990     SET GS-Z5-IDX TO 1
034000     SEARCH GS-Z5-ENTRY
034010         AT END
034020             CONTINUE
034030         WHEN GS-Z5-IDX > GS-Z5-COUNT-USED
034040             ADD 1 TO GS-Z5-COUNT-USED
034050             MOVE GS-CNTC-POSTAL-CODE (GS-IDX) (1:5)
034060                 TO GS-Z5-CODE (GS-Z5-IDX)
034070             MOVE ZERO TO GS-Z5-PIECES (GS-Z5-IDX)
034080         WHEN GS-Z5-CODE (GS-Z5-IDX)
034090                 = GS-CNTC-POSTAL-CODE (GS-IDX) (1:5)
034100             CONTINUE
034110     END-SEARCH
034120     ADD 1 TO GS-Z5-PIECES (GS-Z5-IDX)
034130     SET GS-LTR-Z5-SUB (GS-LTR-IDX) TO GS-Z5-IDX.
034140 2310-EXIT.
034150     EXIT.
034900
035000******************************************************************
035100*    2400-REPORT-UNDELIVERABLE
035800     MOVE GO-GREETING-TEXT (1:60) TO DP-GREETING
035900     WRITE DSP-PRINT-LINE FROM DSP-DETAIL-LINE
036000     MOVE SPACES TO DSP-DETAIL-LINE
036100     ADD 1 TO GS-UNDELIVERED
036110     IF GS-RUN-FOUND
036120         ADD 1 TO GS-RUN-UNDELIVERED (GS-RUN-IDX)
036130     END-IF.
036200 2400-EXIT.
036300     EXIT.
036400
036420******************************************************************
036440*    4000-PRESORT-LETTERS
036460*    THE LETTER RUN IS PRINTED IN PRESORT ORDER.  A DOMESTIC
036480*    LETTER WHOSE FIRST FIVE POSTAL CODE CHARACTERS ARE SHARED
036500*    BY AT LEAST GS-BUNDLE-MIN LETTERS IS 5-DIGIT.  OF THOSE
036520*    LEFT, ONE WHOSE FIRST THREE ARE SHARED BY AT LEAST AS
036540*    MANY IS 3-DIGIT, AND THE REST ARE MIXED.  A LETTER WITH A
036560*    COUNTRY CODE IS FOREIGN AND GROUPED BY COUNTRY.  THE SORT
036580*    PUTS THE LEVELS IN THAT ORDER, THEN THE POSTAL CODE, THEN
036600*    THE CUSTOMER.  THE STATEMENT TOTALS ARE PRINTED EVEN WHEN
036620*    THERE WERE NO LETTERS, SO THE PRINT SHOP GETS A STATEMENT
036640*    EVERY RUN.
036660******************************************************************
036680 4000-PRESORT-LETTERS.
036700     INITIALIZE GS-LEVEL-TOTALS
036720     IF GS-LTR-COUNT > 0
036740         PERFORM 4100-COUNT-AREA THRU 4100-EXIT
036760             VARYING GS-SUB FROM 1 BY 1
036780             UNTIL GS-SUB > GS-LTR-COUNT
036800         PERFORM 4150-ASSIGN-LEVEL THRU 4150-EXIT
036820             VARYING GS-SUB FROM 1 BY 1
036840             UNTIL GS-SUB > GS-LTR-COUNT
036860         SORT LETTER-SORT-FILE
036880             ON ASCENDING KEY LS-LEVEL-RANK
036900                              LS-GROUP
036920                              LS-POSTAL-CODE
036940                              LS-CUSTOMER-ID
036960                              LS-RUN-ID
036980                              LS-RECORD-NO
037000             INPUT PROCEDURE IS 4200-RELEASE-LETTERS
037020                 THRU 4200-EXIT
037040             OUTPUT PROCEDURE IS 4300-PRINT-LETTERS
037060                 THRU 4300-EXIT
037080     END-IF
037100     PERFORM 4700-PRINT-STATEMENT-TOTALS THRU 4700-EXIT.
037120 4000-EXIT.
037140     EXIT.
037160
037180******************************************************************
037200*    4100-COUNT-AREA
037220*    A DOMESTIC LETTER TOO THIN ON THE GROUND FOR A 5-DIGIT
037240*    BUNDLE IS COUNTED AGAINST THE FIRST THREE CHARACTERS OF
037260*    ITS POSTAL CODE, THE 3-DIGIT AREA.
037280******************************************************************
037300 4100-COUNT-AREA.
037320     SET GS-LTR-IDX TO GS-SUB
037340     IF GS-LTR-Z5-SUB (GS-LTR-IDX) = 0
037360         GO TO 4100-EXIT
037380     END-IF
037400     SET GS-Z5-IDX TO GS-LTR-Z5-SUB (GS-LTR-IDX)
037420     IF GS-Z5-PIECES (GS-Z5-IDX) NOT < GS-BUNDLE-MIN
037440         GO TO 4100-EXIT
037460     END-IF
037480     SET GS-Z3-IDX TO 1
037500     SEARCH GS-Z3-ENTRY
037520         AT END
037540             CONTINUE
037560         WHEN GS-Z3-IDX > GS-Z3-COUNT-USED
037580             ADD 1 TO GS-Z3-COUNT-USED
037600             MOVE GS-Z5-CODE (GS-Z5-IDX) (1:3)
037620                 TO GS-Z3-CODE (GS-Z3-IDX)
037640             MOVE ZERO TO GS-Z3-PIECES (GS-Z3-IDX)
037660         WHEN GS-Z3-CODE (GS-Z3-IDX)
037680                 = GS-Z5-CODE (GS-Z5-IDX) (1:3)
037700             CONTINUE
037720     END-SEARCH
037740     ADD 1 TO GS-Z3-PIECES (GS-Z3-IDX)
037760     SET GS-LTR-Z3-SUB (GS-LTR-IDX) TO GS-Z3-IDX.
037780 4100-EXIT.
037800     EXIT.
037820
037840******************************************************************
037860*    4150-ASSIGN-LEVEL
037880*    SETS THE LETTER'S PRESORT RANK (1 5-DIGIT, 2 3-DIGIT,
037900*    3 MIXED, 4 FOREIGN) AND THE GROUP IT IS BUNDLED UNDER -
037920*    THE 5-DIGIT CODE, THE 3-DIGIT AREA, NONE, OR THE COUNTRY.
037940******************************************************************
037960 4150-ASSIGN-LEVEL.
037980     SET GS-LTR-IDX TO GS-SUB
038000     SET GS-IDX TO GS-LTR-CNTC-SUB (GS-LTR-IDX)
038020     IF GS-CNTC-COUNTRY (GS-IDX) NOT = SPACES
038040         MOVE 4 TO GS-LTR-RANK (GS-LTR-IDX)
038060         MOVE GS-CNTC-COUNTRY (GS-IDX)
038070             TO GS-LTR-GROUP (GS-LTR-IDX)
038080         GO TO 4150-EXIT
038100     END-IF
038120     SET GS-Z5-IDX TO GS-LTR-Z5-SUB (GS-LTR-IDX)
038140     IF GS-Z5-PIECES (GS-Z5-IDX) NOT < GS-BUNDLE-MIN
038160         MOVE 1 TO GS-LTR-RANK (GS-LTR-IDX)
038180         MOVE GS-Z5-CODE (GS-Z5-IDX) TO GS-LTR-GROUP (GS-LTR-IDX)
038200         GO TO 4150-EXIT
038220     END-IF
038240     SET GS-Z3-IDX TO GS-LTR-Z3-SUB (GS-LTR-IDX)
038260     IF GS-Z3-PIECES (GS-Z3-IDX) NOT < GS-BUNDLE-MIN
038280         MOVE 2 TO GS-LTR-RANK (GS-LTR-IDX)
038300         MOVE GS-Z3-CODE (GS-Z3-IDX) TO GS-LTR-GROUP (GS-LTR-IDX)
038320     ELSE
038340         MOVE 3 TO GS-LTR-RANK (GS-LTR-IDX)
038360         MOVE SPACES TO GS-LTR-GROUP (GS-LTR-IDX)
038380     END-IF.
038400 4150-EXIT.
038420     EXIT.
038440
038460******************************************************************
038480*    4200-RELEASE-LETTERS
038500*    SORT INPUT - ONE RECORD PER TABLED LETTER, CARRYING THE
038520*    FULL ADDRESS SO THE PRINT SIDE NEEDS NO TABLE LOOKUPS.
038540******************************************************************
038560 4200-RELEASE-LETTERS.
038580     PERFORM 4210-RELEASE-ONE-LETTER THRU 4210-EXIT
038600         VARYING GS-SUB FROM 1 BY 1
038620         UNTIL GS-SUB > GS-LTR-COUNT.
038640 4200-EXIT.
038660     EXIT.
038680
038700 4210-RELEASE-ONE-LETTER.
038720     SET GS-LTR-IDX TO GS-SUB
038740     SET GS-IDX TO GS-LTR-CNTC-SUB (GS-LTR-IDX)
038760     MOVE GS-LTR-RANK (GS-LTR-IDX) TO LS-LEVEL-RANK
038780     MOVE GS-LTR-GROUP (GS-LTR-IDX) TO LS-GROUP
038800     MOVE GS-CNTC-POSTAL-CODE (GS-IDX) TO LS-POSTAL-CODE
038820     MOVE GS-LTR-CUSTOMER-ID (GS-LTR-IDX) TO LS-CUSTOMER-ID
038840     MOVE GS-LTR-RUN-ID (GS-LTR-IDX) TO LS-RUN-ID
038860     MOVE GS-LTR-RECORD-NO (GS-LTR-IDX) TO LS-RECORD-NO
038880     MOVE GS-LTR-NAME (GS-LTR-IDX) TO LS-NAME
038900     MOVE GS-CNTC-ADDRESS (GS-IDX) TO LS-ADDRESS
038920     MOVE GS-CNTC-ADDRESS-2 (GS-IDX) TO LS-ADDRESS-2
038940     MOVE GS-CNTC-CITY (GS-IDX) TO LS-CITY
038960     MOVE GS-CNTC-REGION (GS-IDX) TO LS-REGION
038980     MOVE GS-CNTC-COUNTRY (GS-IDX) TO LS-COUNTRY
039000     MOVE GS-LTR-GREETING (GS-LTR-IDX) TO LS-GREETING-TEXT
039020     RELEASE LETTER-SORT-RECORD.
039040 4210-EXIT.
039060     EXIT.
039080
039100******************************************************************
039120*    4300-PRINT-LETTERS
039140*    SORT OUTPUT.  A NEW TRAY STARTS ON A CHANGE OF PRESORT
039160*    LEVEL, OF 3-DIGIT AREA OR COUNTRY, OR WHEN THE TRAY HOLDS
039180*    GS-TRAY-MAX LETTERS.  A NEW BUNDLE STARTS WITH EACH TRAY,
039200*    ON A CHANGE OF GROUP, OR WHEN THE BUNDLE HOLDS
039220*    GS-BUNDLE-MAX LETTERS.  EACH BREAK PRINTS A SEPARATOR PAGE
039240*    THE PRINT FLOOR PULLS AS THE TRAY LABEL OR BUNDLE SLIP,
039260*    AND EACH TRAY GOES ON THE POSTAGE STATEMENT AS IT CLOSES.
039280******************************************************************
039300 4300-PRINT-LETTERS.
039320     PERFORM 4310-PRINT-ONE-LETTER THRU 4310-EXIT
039340         UNTIL GS-SORT-EOF
039360     IF GS-TRAY-NO > 0
039380         PERFORM 4420-CLOSE-TRAY THRU 4420-EXIT
039400     END-IF.
039420 4300-EXIT.
039440     EXIT.
039460
039480 4310-PRINT-ONE-LETTER.
039500     RETURN LETTER-SORT-FILE
039520         AT END
039540             SET GS-SORT-EOF TO TRUE
039560             GO TO 4310-EXIT
039580     END-RETURN
039600     MOVE "N" TO GS-TRAY-BREAK-FLAG
039620     IF GS-TRAY-NO = 0
039640         OR LS-LEVEL-RANK NOT = GS-CUR-RANK
039660         OR LS-GROUP (1:3) NOT = GS-CUR-GROUP (1:3)
039680         OR GS-TRAY-PIECES NOT < GS-TRAY-MAX
039700         SET GS-TRAY-BREAK TO TRUE
039720         PERFORM 4400-START-TRAY THRU 4400-EXIT
039740     END-IF
039760     IF GS-TRAY-BREAK
039780         OR LS-GROUP NOT = GS-CUR-GROUP
039800         OR GS-BUNDLE-PIECES NOT < GS-BUNDLE-MAX
039820         PERFORM 4450-START-BUNDLE THRU 4450-EXIT
039840     END-IF
039860     PERFORM 4500-WRITE-LETTER-PAGE THRU 4500-EXIT.
039880 4310-EXIT.
039900     EXIT.
039920
039940******************************************************************
039960*    4400-START-TRAY
039980*    CLOSES THE TRAY IN HAND, THEN PRINTS THE LABEL PAGE FOR
040000*    THE NEXT - LEVEL AND 3-DIGIT AREA OR COUNTRY.  A MIXED
040020*    TRAY HAS NO DESTINATION.
040040******************************************************************
040060 4400-START-TRAY.
040080     IF GS-TRAY-NO > 0
040100         PERFORM 4420-CLOSE-TRAY THRU 4420-EXIT
040120     END-IF
040140     ADD 1 TO GS-TRAY-NO
040160     MOVE ZERO TO GS-TRAY-PIECES
040180     MOVE ZERO TO GS-TRAY-BUNDLES
040200     MOVE ZERO TO GS-BUNDLE-NO
040220     MOVE LS-LEVEL-RANK TO GS-CUR-RANK
040240     MOVE LS-GROUP TO GS-CUR-GROUP
040260     ADD 1 TO GS-LEVEL-TRAYS (GS-CUR-RANK)
040280     MOVE GS-TRAY-NO TO GS-TRAY-NO-D
040300     MOVE SPACES TO LB-TEXT
040320     STRING "TRAY " DELIMITED BY SIZE
040340            GS-TRAY-NO-D DELIMITED BY SIZE
040360            "  " DELIMITED BY SIZE
040380            GS-LEVEL-NAME (GS-CUR-RANK) DELIMITED BY SPACE
040400            "  " DELIMITED BY SIZE
040420            GS-CUR-GROUP (1:3) DELIMITED BY SPACE
040440         INTO LB-TEXT
040460     WRITE LTR-PRINT-LINE FROM LTR-BREAK-LINE
040480         AFTER ADVANCING PAGE.
040500 4400-EXIT.
040520     EXIT.
040540
040560 4420-CLOSE-TRAY.
040580     MOVE GS-TRAY-NO TO PT-TRAY-NO
040600     MOVE GS-LEVEL-NAME (GS-CUR-RANK) TO PT-LEVEL
040620     MOVE GS-CUR-GROUP (1:3) TO PT-DESTINATION
040640     MOVE GS-TRAY-BUNDLES TO PT-BUNDLES
040660     MOVE GS-TRAY-PIECES TO PT-PIECES
040680     WRITE PST-PRINT-LINE FROM PST-TRAY-LINE.
040700 4420-EXIT.
040720     EXIT.
040740
040760 4450-START-BUNDLE.
040780     ADD 1 TO GS-BUNDLE-NO
040800     ADD 1 TO GS-TRAY-BUNDLES
040820     ADD 1 TO GS-LEVEL-BUNDLES (GS-CUR-RANK)
040840     MOVE ZERO TO GS-BUNDLE-PIECES
040860     MOVE LS-GROUP TO GS-CUR-GROUP
040880     MOVE GS-TRAY-NO TO GS-TRAY-NO-D
040900     MOVE GS-BUNDLE-NO TO GS-BUNDLE-NO-D
040920     MOVE SPACES TO LB-TEXT
040940     STRING "BUNDLE " DELIMITED BY SIZE
040960            GS-BUNDLE-NO-D DELIMITED BY SIZE
040980            " OF TRAY " DELIMITED BY SIZE
041000            GS-TRAY-NO-D DELIMITED BY SIZE
041020            "  " DELIMITED BY SIZE
041040            GS-LEVEL-NAME (GS-CUR-RANK) DELIMITED BY SPACE
041060            "  " DELIMITED BY SIZE
041080            GS-CUR-GROUP DELIMITED BY SPACE
041100         INTO LB-TEXT
041120     WRITE LTR-PRINT-LINE FROM LTR-BREAK-LINE
041140         AFTER ADVANCING PAGE.
041160 4450-EXIT.
041180     EXIT.
041200
041220******************************************************************
041240*    4500-WRITE-LETTER-PAGE
041260*    ONE PAGE PER LETTER - THE TRAY/BUNDLE/PIECE CONTROL LINE,
041280*    THE ADDRESS BLOCK, THE GREETING AND THE RUN/RECORD
041300*    REFERENCE THE PRINT SHOP QUOTES ON A RETURNED-MAIL NOTICE.
041320*    BLANK NAME AND SECOND STREET LINES ARE LEFT OUT, AND THE
041340*    COUNTRY LINE IS PRINTED ONLY FOR A FOREIGN ADDRESS.
041360******************************************************************
041380 4500-WRITE-LETTER-PAGE.
041400     ADD 1 TO GS-PIECE-NO
041420     ADD 1 TO GS-TRAY-PIECES
041440     ADD 1 TO GS-BUNDLE-PIECES
041460     ADD 1 TO GS-LEVEL-PIECES (GS-CUR-RANK)
041480     PERFORM 4510-COUNT-COUNTRY THRU 4510-EXIT
041500     MOVE GS-TRAY-NO TO LC-TRAY-NO
041520     MOVE GS-BUNDLE-NO TO LC-BUNDLE-NO
041540     MOVE GS-PIECE-NO TO LC-PIECE-NO
041560     MOVE GS-LEVEL-NAME (GS-CUR-RANK) TO LC-LEVEL
041580     MOVE LS-GROUP TO LC-GROUP
041600     WRITE LTR-PRINT-LINE FROM LTR-CONTROL-LINE
041620         AFTER ADVANCING PAGE
041640     MOVE SPACES TO LTR-PRINT-LINE
041660     WRITE LTR-PRINT-LINE
041680     WRITE LTR-PRINT-LINE
041700     IF LS-NAME NOT = SPACES
041720         MOVE LS-NAME TO LT-ADDRESS
041740         WRITE LTR-PRINT-LINE FROM LTR-ADDRESS-LINE
041760     END-IF
041780     MOVE LS-ADDRESS TO LT-ADDRESS
041800     WRITE LTR-PRINT-LINE FROM LTR-ADDRESS-LINE
041820     IF LS-ADDRESS-2 NOT = SPACES
041840         MOVE LS-ADDRESS-2 TO LT-ADDRESS
041860         WRITE LTR-PRINT-LINE FROM LTR-ADDRESS-LINE
041880     END-IF
041900     MOVE SPACES TO LT-ADDRESS
041920     STRING LS-CITY DELIMITED BY "  "
041940            " " DELIMITED BY SIZE
041960            LS-REGION DELIMITED BY "  "
041980            "  " DELIMITED BY SIZE
042000            LS-POSTAL-CODE DELIMITED BY "  "
042020         INTO LT-ADDRESS
042040     WRITE LTR-PRINT-LINE FROM LTR-ADDRESS-LINE
042060     IF LS-COUNTRY NOT = SPACES
042080         MOVE LS-COUNTRY TO LT-ADDRESS
042100         WRITE LTR-PRINT-LINE FROM LTR-ADDRESS-LINE
042120     END-IF
042140     MOVE SPACES TO LTR-PRINT-LINE
042160     WRITE LTR-PRINT-LINE
042180     WRITE LTR-PRINT-LINE
042200     MOVE LS-GREETING-TEXT TO LT-GREETING
042220     WRITE LTR-PRINT-LINE FROM LTR-TEXT-LINE
042240     MOVE SPACES TO LTR-PRINT-LINE
042260     WRITE LTR-PRINT-LINE
042280     MOVE LS-RUN-ID TO LT-REF-RUN-ID
042300     MOVE LS-RECORD-NO TO LT-REF-RECORD-NO
042320     WRITE LTR-PRINT-LINE FROM LTR-REF-LINE.
042340 4500-EXIT.
042360     EXIT.
042380
042400******************************************************************
042420*    4510-COUNT-COUNTRY
042440*    PIECES BY DESTINATION COUNTRY FOR THE STATEMENT - A BLANK
042460*    CODE IS DOMESTIC.  THE TABLE IS AS LONG AS THE LETTER
042480*    TABLE, SO IT CANNOT FILL.
042500******************************************************************
042520 4510-COUNT-COUNTRY.
042540     SET GS-CTRY-IDX TO 1
042560     SEARCH GS-CTRY-ENTRY
042580         AT END
042600             CONTINUE
042620         WHEN GS-CTRY-IDX > GS-CTRY-COUNT-USED
042640             ADD 1 TO GS-CTRY-COUNT-USED
042660             MOVE LS-COUNTRY TO GS-CTRY-CODE (GS-CTRY-IDX)
042680             MOVE ZERO TO GS-CTRY-PIECES (GS-CTRY-IDX)
042700         WHEN GS-CTRY-CODE (GS-CTRY-IDX) = LS-COUNTRY
042720             CONTINUE
042740     END-SEARCH
042760     ADD 1 TO GS-CTRY-PIECES (GS-CTRY-IDX).
042780 4510-EXIT.
042800     EXIT.
042820
042840******************************************************************
042860*    4700-PRINT-STATEMENT-TOTALS
042880*    BELOW THE TRAY LIST - PIECES, TRAYS AND BUNDLES BY PRESORT
042900*    LEVEL, THEN PIECES BY DESTINATION COUNTRY, THEN THE RUN
042920*    TOTALS.
042940******************************************************************
042960 4700-PRINT-STATEMENT-TOTALS.
042980     MOVE SPACES TO PST-PRINT-LINE
043000     WRITE PST-PRINT-LINE
043020     WRITE PST-PRINT-LINE FROM PST-LEVEL-HEADING
043040     WRITE PST-PRINT-LINE FROM DSP-RULE-LINE
043060     PERFORM 4710-PRINT-ONE-LEVEL THRU 4710-EXIT
043080         VARYING GS-SUB FROM 1 BY 1
043100         UNTIL GS-SUB > 4
043120     MOVE SPACES TO PST-PRINT-LINE
043140     WRITE PST-PRINT-LINE
043160     WRITE PST-PRINT-LINE FROM PST-COUNTRY-HEADING
043180     WRITE PST-PRINT-LINE FROM DSP-RULE-LINE
043200     PERFORM 4720-PRINT-ONE-COUNTRY THRU 4720-EXIT
043220         VARYING GS-SUB FROM 1 BY 1
043240         UNTIL GS-SUB > GS-CTRY-COUNT-USED
043260     MOVE SPACES TO PST-PRINT-LINE
043280     WRITE PST-PRINT-LINE
043300     WRITE PST-PRINT-LINE FROM DSP-RULE-LINE
043320     MOVE "LETTER PIECES" TO DT-CAPTION
043340     MOVE GS-PIECE-NO TO DT-COUNT
043360     WRITE PST-PRINT-LINE FROM DSP-TOTAL-LINE
043380     MOVE "TRAYS" TO DT-CAPTION
043400     MOVE GS-TRAY-NO TO DT-COUNT
043420     WRITE PST-PRINT-LINE FROM DSP-TOTAL-LINE.
043440 4700-EXIT.
043460     EXIT.
043480
043500 4710-PRINT-ONE-LEVEL.
043520     MOVE GS-LEVEL-NAME (GS-SUB) TO PL-LEVEL
043540     MOVE GS-LEVEL-TRAYS (GS-SUB) TO PL-TRAYS
043560     MOVE GS-LEVEL-BUNDLES (GS-SUB) TO PL-BUNDLES
043580     MOVE GS-LEVEL-PIECES (GS-SUB) TO PL-PIECES
043600     WRITE PST-PRINT-LINE FROM PST-LEVEL-LINE.
043620 4710-EXIT.
043640     EXIT.
043660
043680 4720-PRINT-ONE-COUNTRY.
043700     IF GS-CTRY-CODE (GS-SUB) = SPACES
043720         MOVE "DOMESTIC" TO PC-COUNTRY
043740     ELSE
043760         MOVE GS-CTRY-CODE (GS-SUB) TO PC-COUNTRY
043780     END-IF
043800     MOVE GS-CTRY-PIECES (GS-SUB) TO PC-PIECES
043820     WRITE PST-PRINT-LINE FROM PST-COUNTRY-LINE.
043840 4720-EXIT.
043860     EXIT.
043880
046500******************************************************************
046600*    7000-SET-RETURN-CODE
046700*    0 CLEAN, 4 COMPLETED WITH UNDELIVERABLES - THE SAME GRADED
046800*    STYLE AS FN_COB, SO THE SCHEDULER CAN ROUTE THE DISPATCH
046900*    REPORT TO SOMEBODY WHEN THERE IS SOMETHING ON IT.  THE
047000*    FILE-FAILURE 12 IS SET AT THE FAILED OPEN ITSELF.
047100******************************************************************
047200 7000-SET-RETURN-CODE.
047300     IF GS-UNDELIVERED > 0
047400         MOVE 4 TO RETURN-CODE
047500     ELSE
047600         MOVE ZERO TO RETURN-CODE
047700     END-IF.
047800 7000-EXIT.
047900     EXIT.
048000
048100******************************************************************
048200*    8000-PRINT-TOTALS
048300******************************************************************
048400 8000-PRINT-TOTALS.
048500     MOVE SPACES TO DSP-PRINT-LINE
048600     WRITE DSP-PRINT-LINE
048700     WRITE DSP-PRINT-LINE FROM DSP-RULE-LINE
048800     MOVE "GREETINGS READ" TO DT-CAPTION
048900     MOVE GS-GREETS-READ TO DT-COUNT
049000     WRITE DSP-PRINT-LINE FROM DSP-TOTAL-LINE
049100     MOVE "E-MAILS WRITTEN" TO DT-CAPTION
049200     MOVE GS-EMAILS-OUT TO DT-COUNT
049300     WRITE DSP-PRINT-LINE FROM DSP-TOTAL-LINE
049400     MOVE "LETTERS WRITTEN" TO DT-CAPTION
049500     MOVE GS-LETTERS-OUT TO DT-COUNT
049600     WRITE DSP-PRINT-LINE FROM DSP-TOTAL-LINE
049700     MOVE "UNDELIVERABLE" TO DT-CAPTION
049800     MOVE GS-UNDELIVERED TO DT-COUNT
049900     WRITE DSP-PRINT-LINE FROM DSP-TOTAL-LINE
050000     MOVE "CONTACTS ON FILE" TO DT-CAPTION
050100     MOVE GS-CNTC-COUNT TO DT-COUNT
050200     WRITE DSP-PRINT-LINE FROM DSP-TOTAL-LINE
050210     IF GS-RUNS-NOT-TABLED > 0
050220         MOVE "GREETINGS NOT RUN-LOGGED" TO DT-CAPTION
050230         MOVE GS-RUNS-NOT-TABLED TO DT-COUNT
050240         WRITE DSP-PRINT-LINE FROM DSP-TOTAL-LINE
050250     END-IF.
050300 8000-EXIT.
050400     EXIT.
050401
050402******************************************************************
050403*    8500-LOG-DISPATCH
050404*    ONE DSPLOG RECORD PER RUN ID DISPATCHED, APPENDED WITH THE
050405*    SAME EXTEND-FALLING-BACK-TO-OUTPUT PATTERN AS FN_COB'S
050406*    RUNLOG.  GREETINGS WRITTEN BEFORE GREETOUT CARRIED A RUN
050407*    ID HAVE NO RUN TO LOG AND ARE LEFT OFF.  A DSPLOG THAT
050408*    WILL NOT OPEN COSTS THE LOG RECORDS, NOT THE RUN - THE
050409*    GREETINGS ARE ALREADY WRITTEN.
050410******************************************************************
050411 8500-LOG-DISPATCH.
050412     IF GS-RUN-COUNT-USED = 0
050413         GO TO 8500-EXIT
050414     END-IF
050415     OPEN EXTEND DISPATCH-LOG-FILE
050416     IF GS-DSPLOG-STATUS NOT = "00"
050417         OPEN OUTPUT DISPATCH-LOG-FILE
050418     END-IF
050419     IF GS-DSPLOG-STATUS NOT = "00"
050420         DISPLAY "GREETSND: UNABLE TO OPEN DSPLOG, STATUS "
050421             GS-DSPLOG-STATUS ", DISPATCH NOT LOGGED"
050422         GO TO 8500-EXIT
050423     END-IF
050424     ACCEPT GS-TS-TIME FROM TIME
050425     STRING GS-RUN-DATE DELIMITED BY SIZE
050426            GS-TS-TIME DELIMITED BY SIZE
050427         INTO GS-TIMESTAMP
050428     PERFORM 8510-LOG-ONE-RUN THRU 8510-EXIT
050429         VARYING GS-SUB FROM 1 BY 1
050430         UNTIL GS-SUB > GS-RUN-COUNT-USED
050431     CLOSE DISPATCH-LOG-FILE.
050432 8500-EXIT.
050433     EXIT.
050434
050435 8510-LOG-ONE-RUN.
050436     IF GS-RUN-ID-KEY (GS-SUB) = SPACES
050437         GO TO 8510-EXIT
050438     END-IF
050439     MOVE SPACES TO DISPATCH-LOG-RECORD
050440     MOVE GS-RUN-ID-KEY (GS-SUB) TO DL-RUN-ID
050441     MOVE GS-TIMESTAMP TO DL-DISPATCH-TS
050442     MOVE GS-RUN-GREETS (GS-SUB) TO DL-GREETINGS
050443     MOVE GS-RUN-EMAILS (GS-SUB) TO DL-EMAILS
050444     MOVE GS-RUN-LETTERS (GS-SUB) TO DL-LETTERS
050445     MOVE GS-RUN-UNDELIVERED (GS-SUB) TO DL-UNDELIVERED
050446     WRITE DISPATCH-LOG-RECORD.
050447 8510-EXIT.
050448     EXIT.
050500
050600******************************************************************
050700*    9999-TERMINATE
050800******************************************************************
050900 9999-TERMINATE.
051000     CLOSE GREET-FILE
051100     CLOSE EMAIL-FILE
051200     CLOSE LETTER-FILE
051300     CLOSE DISPATCH-REPORT
051320     CLOSE POSTAGE-STATEMENT
051340     IF GS-MASTER-PRESENT
051360         CLOSE CUSTOMER-MASTER
051380     END-IF.
051400 9999-EXIT.
051500     EXIT.
