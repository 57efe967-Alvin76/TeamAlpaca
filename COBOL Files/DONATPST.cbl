000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    DONATPST.                                         00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*FOOD DONATION POSTING - READS THE DONATION         *             00090001
001000*TRANSACTION FILE OF NEAR-EXPIRY STOCK GIVEN TO     *             00100001
001100*FOOD BANKS AND OTHER RECIPIENTS, TAKES THE DONATED *             00110001
001200*UNITS OFF FR-UNITS AND THE ITEM'S LOTS OLDEST-     *             00120001
001300*FIRST, AND KEEPS THE TRAILER CONTROL TOTALS IN     *             00130001
001400*STEP.  DONATIONS NEVER TOUCH FR-WASTE-DAY OR THE   *             00140001
001500*WASTE CONTROL TOTAL, SO THEY STAY OUT OF EVERY     *             00150001
001600*WASTE FIGURE.  EACH LINE POSTED GOES ON THE        *             00160001
001700*DONATION JOURNAL AT FR-COST FOR THE GL EXTRACT AND *             00170001
001800*THE YEAR-END DONATION SUMMARY, AND A DATED         *             00180001
001900*DONATION RECEIPT PRINTS FOR EACH RECIPIENT.  HELD, *             00190001
002000*EXPIRED OR SHORT STOCK IS REJECTED ONTO THE        *             00200001
002100*REGISTER                                           *             00210001
002200*****************************************************             00220001
002300                                                                  00230001
002400 ENVIRONMENT DIVISION.                                            00240001
002500 CONFIGURATION SECTION.                                           00250001
002600 SOURCE-COMPUTER.                                                 00260001
002700     Z13                                                          00270001
002800     WITH DEBUGGING MODE                                          00280001
002900     .                                                            00290001
003000                                                                  00300001
003100 INPUT-OUTPUT SECTION.                                            00310001
003200                                                                  00320001
003300 FILE-CONTROL.                                                    00330001
003400     SELECT FRIDGE                 ASSIGN TO DYNAMIC              00340001
003500         WS-FRIDGE-DSNAME                                         00350001
003600         ORGANIZATION IS INDEXED                                  00360001
003700         ACCESS MODE IS DYNAMIC                                   00370001
003800         RECORD KEY IS FR-ITEM-NAME                               00380001
003900         ALTERNATE RECORD KEY IS FR-CATEGORY                      00390001
004000             WITH DUPLICATES                                      00400001
004100         ALTERNATE RECORD KEY IS FR-SUPPLIER-CODE                 00410001
004200             WITH DUPLICATES                                      00420001
004300         FILE STATUS IS WS-FRIDGE-STATUS.                         00430001
004400     SELECT DONATION-TX-FILE       ASSIGN TO MYDONATX.            00440001
004500     SELECT LOT-FILE               ASSIGN TO MYLOTS               00450001
004600         FILE STATUS IS WS-LOTS-STATUS.                           00460001
004700     SELECT DONATION-JOURNAL-FILE  ASSIGN TO MYDONJRN             00470001
004800         FILE STATUS IS WS-DONJRN-STATUS.                         00480001
004900     SELECT DONATION-REGISTER-FILE ASSIGN TO MYDONRPT.            00490001
005000     SELECT DONATION-RECEIPT-FILE  ASSIGN TO MYDONRCT.            00500001
005100     SELECT APPLIED-TX-FILE        ASSIGN TO MYAPLDTX             00510001
005200         FILE STATUS IS WS-APLDTX-STATUS.                         00520001
005300                                                                  00530001
005400 DATA DIVISION.                                                   00540001
005500 FILE SECTION.                                                    00550001
005600                                                                  00560001
005700 FD  FRIDGE                                                       00570001
005800     RECORDING MODE IS F.                                         00580001
005900     COPY FRIDGEREC.                                              00590001
006000 01  FRIDGE-TRAILER-REC REDEFINES FRIDGE-REC.                     00600001
006100     10  FILLER                    PIC X(43).                     00610001
006200     10  FT-RECORD-TYPE            PIC X(01).                     00620001
006300     10  FT-RECORD-COUNT           PIC 9(05).                     00630001
006400     10  FT-CONTROL-TOTAL-PRICE   PIC 9(07)V99.                   00640001
006500     10  FT-CONTROL-TOTAL-WASTE   PIC 9(07)V99.                   00650001
006600     10  FILLER                    PIC X(33).                     00660001
006700                                                                  00670001
006800*****************************************************             00680001
006900*   ONE LINE PER ITEM GIVEN TO A RECIPIENT.  A      *             00690001
007000*   BLANK DONATION DATE MEANS THE STOCK LEFT TODAY  *             00700001
007100*****************************************************             00710001
007200 FD  DONATION-TX-FILE                                             00720001
007300     RECORDING MODE IS F.                                         00730001
007400 01  DONATION-TX-REC.                                             00740001
007500     10  DT-RECIPIENT-ID           PIC X(08).                     00750001
007600     10  DT-RECIPIENT-NAME         PIC X(30).                     00760001
007700     10  DT-ITEM-NAME              PIC X(17).                     00770001
007800     10  DT-UNITS-DONATED          PIC 9(05).                     00780001
007900     10  DT-DONATION-DATE          PIC 9(08).                     00790001
008000     10  FILLER                    PIC X(12).                     00800001
008100                                                                  00810001
008200 FD  LOT-FILE                                                     00820001
008300     RECORDING MODE IS F.                                         00830001
008400     COPY LOTREC.                                                 00840001
008500                                                                  00850001
008600 FD  DONATION-JOURNAL-FILE                                        00860001
008700     RECORDING MODE IS F.                                         00870001
008800     COPY DONJRNL.                                                00880001
008900                                                                  00890001
009000 FD  DONATION-REGISTER-FILE                                       00900001
009100     RECORDING MODE IS F.                                         00910001
009200 01  DONATION-REGISTER-REC.                                       00920001
009300     10  FILLER                    PIC X(132).                    00930001
009400                                                                  00940001
009500 FD  DONATION-RECEIPT-FILE                                        00950001
009600     RECORDING MODE IS F.                                         00960001
009700 01  DONATION-RECEIPT-REC.                                        00970001
009800     10  FILLER                    PIC X(132).                    00980001
009900                                                                  00990001
010000 FD  APPLIED-TX-FILE                                              01000001
010100     RECORDING MODE IS F.                                         01010001
010200     COPY APLDTX.                                                 01020001
010300                                                                  01030001
010400 WORKING-STORAGE SECTION.                                         01040001
010500                                                                  01050001
010600 01  WS-COUNTERS-FLAGS.                                           01060001
010700     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          01070001
010800     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          01080001
010900     10  WS-POSTED-COUNT           PIC 9(05) VALUE ZERO.          01090001
011000     10  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.          01100001
011100                                                                  01110001
011200 01  WS-VALIDATION-FLAGS.                                         01120001
011300     10  WS-TX-VALID               PIC X(03) VALUE 'YES'.         01130001
011400     10  WS-REJECT-REASON          PIC X(30) VALUE SPACES.        01140001
011500     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        01150001
011600     10  WS-LOTS-STATUS            PIC X(02) VALUE SPACES.        01160001
011700     10  WS-DONJRN-STATUS          PIC X(02) VALUE SPACES.        01170001
011800                                                                  01180001
011900 01  WS-SITE-CONTROL.                                             01190001
012000     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    01200001
012100                                                                  01210001
012200*****************************************************             01220001
012300*   TODAY'S ALREADY-APPLIED LINES FROM THE JOURNAL, *             01230001
012400*   SO A RERUN AFTER AN ABEND SKIPS WHAT THE FIRST  *             01240001
012500*   ATTEMPT ALREADY POSTED INSTEAD OF POSTING IT    *             01250001
012600*   TWICE                                           *             01260001
012700*****************************************************             01270001
012800 01  WS-APPLIED-CONTROL.                                          01280001
012900     10  WS-APLDTX-STATUS          PIC X(02) VALUE SPACES.        01290001
013000     10  WS-APL-EOF                PIC X(03) VALUE 'NO'.          01300001
013100     10  WS-LINE-APPLIED           PIC X(03) VALUE 'NO'.          01310001
013200     10  WS-APL-COUNT              PIC 9(03) VALUE ZERO.          01320001
013300     10  WS-APL-SUB                PIC S9(04) COMP VALUE ZERO.    01330001
013400     10  WS-BYPASS-COUNT           PIC 9(05) VALUE ZERO.          01340001
013500 01  WS-APPLIED-TABLE.                                            01350001
013600     10  WS-APL-ENTRY OCCURS 500 TIMES.                           01360001
013700         15  WS-TBL-APL-ITEM       PIC X(17).                     01370001
013800         15  WS-TBL-APL-SEQ        PIC 9(05).                     01380001
013900                                                                  01390001
014000 01  WS-DATE-FIELDS.                                              01400001
014100     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01410001
014200                                                                  01420001
014300*****************************************************             01430001
014400*   THE LOT FILE RIDES IN STORAGE SO EACH DONATION  *             01440001
014500*   CAN DRAW ITS ITEM'S LOTS OLDEST-FIRST; THE      *             01450001
014600*   WHOLE SET IS WRITTEN BACK IN ONE PASS AT END OF *             01460001
014700*   RUN WITH EMPTIED LOTS DROPPED                   *             01470001
014800*****************************************************             01480001
014900 01  WS-LOT-CONTROL.                                              01490001
015000     10  WS-LOT-EOF                PIC X(03) VALUE 'NO'.          01500001
015100     10  WS-LOT-LOADED             PIC X(03) VALUE 'NO'.          01510001
015200     10  WS-LOT-OVERFLOW           PIC X(03) VALUE 'NO'.          01520001
015300     10  WS-LOT-DRAW-DONE          PIC X(03) VALUE 'NO'.          01530001
015400     10  WS-LOT-COUNT              PIC 9(03) VALUE ZERO.          01540001
015500     10  WS-LOT-SUB                PIC S9(04) COMP VALUE ZERO.    01550001
015600     10  WS-LOT-BEST-SUB           PIC S9(04) COMP VALUE ZERO.    01560001
015700     10  WS-LOT-BEST-DATE          PIC 9(08) VALUE ZERO.          01570001
015800     10  WS-LOT-DRAW               PIC S9(05) VALUE ZERO.         01580001
015900     10  WS-LOT-TAKEN              PIC S9(05) VALUE ZERO.         01590001
016000 01  WS-LOT-TABLE.                                                01600001
016100     10  WS-LOT-ENTRY OCCURS 500 TIMES.                           01610001
016200         15  WS-TBL-LOT            PIC X(80).                     01620001
016300                                                                  01630001
016400 01  WS-SAVED-DETAIL-REC           PIC X(100) VALUE SPACES.       01640001
016500                                                                  01650001
016600 01  WS-TRAILER-CONTROL.                                          01660001
016700     10  WS-TRAILER-REC-DELTA      PIC S9(05)    VALUE ZERO.      01670001
016800     10  WS-TRAILER-PRICE-DELTA   PIC S9(07)V99 VALUE ZERO.       01680001
016900     10  WS-TRAILER-WASTE-DELTA   PIC S9(05)    VALUE ZERO.       01690001
017000                                                                  01700001
017100 01  WS-DONATION-CONTROL.                                         01710001
017200     10  WS-DONATION-DATE          PIC 9(08) VALUE ZERO.          01720001
017300     10  WS-DONATION-COST          PIC S9(03)V99 VALUE ZERO.      01730001
017400     10  WS-DONATION-VALUE         PIC S9(07)V99 VALUE ZERO.      01740001
017500     10  WS-TOTAL-DONATED-VALUE    PIC S9(09)V99 VALUE ZERO.      01750001
017600     10  WS-REMAINING-UNITS        PIC S9(05) VALUE ZERO.         01760001
017700                                                                  01770001
017800*****************************************************             01780001
017900*   EVERY LINE POSTED THIS RUN IS HELD FOR THE      *             01790001
018000*   RECEIPTS, WHICH PRINT RECIPIENT BY RECIPIENT    *             01800001
018100*   ONCE THE WHOLE FILE IS POSTED                   *             01810001
018200*****************************************************             01820001
018300 01  WS-RECEIPT-CONTROL.                                          01830001
018400     10  WS-RCT-COUNT              PIC 9(03) VALUE ZERO.          01840001
018500     10  WS-RCT-SUB                PIC S9(04) COMP VALUE ZERO.    01850001
018600     10  WS-RCT-SCAN-SUB           PIC S9(04) COMP VALUE ZERO.    01860001
018700     10  WS-RCT-RECIPIENT          PIC X(08) VALUE SPACES.        01870001
018800     10  WS-RCT-UNITS              PIC 9(07) VALUE ZERO.          01880001
018900     10  WS-RCT-VALUE              PIC S9(09)V99 VALUE ZERO.      01890001
019000     10  WS-RECEIPT-COUNT          PIC 9(05) VALUE ZERO.          01900001
019100 01  WS-RECEIPT-TABLE.                                            01910001
019200     10  WS-RCT-ENTRY OCCURS 500 TIMES.                           01920001
019300         15  RT-RECIPIENT-ID       PIC X(08).                     01930001
019400         15  RT-RECIPIENT-NAME     PIC X(30).                     01940001
019500         15  RT-ITEM-NAME          PIC X(17).                     01950001
019600         15  RT-DONATION-DATE      PIC 9(08).                     01960001
019700         15  RT-UNITS              PIC 9(05).                     01970001
019800         15  RT-UNIT-COST          PIC S9(03)V99.                 01980001
019900         15  RT-VALUE              PIC S9(07)V99.                 01990001
020000         15  RT-PRINTED            PIC X(03).                     02000001
020100                                                                  02010001
020200 01  WS-REGISTER-HEADING.                                         02020001
020300     10  FILLER                    PIC X(02) VALUE SPACES.        02030001
020400     10  FILLER                    PIC X(32) VALUE                02040001
020500         'DONATION TRANSACTION REGISTER   '.                      02050001
020600     10  FILLER                    PIC X(06) VALUE 'DATE: '.      02060001
020700     10  DH-RUN-DATE               PIC 9(08).                     02070001
020800     10  FILLER                    PIC X(84) VALUE SPACES.        02080001
020900                                                                  02090001
021000 01  WS-REGISTER-COLUMN-HEADING.                                  02100001
021100     10  FILLER                    PIC X(02) VALUE SPACES.        02110001
021200     10  FILLER                    PIC X(10) VALUE 'RECIPIENT'.   02120001
021300     10  FILLER                    PIC X(19) VALUE 'ITEM'.        02130001
021400     10  FILLER                    PIC X(10) VALUE 'DONATED'.     02140001
021500     10  FILLER                    PIC X(07) VALUE 'UNITS'.       02150001
021600     10  FILLER                    PIC X(08) VALUE 'FR-COST'.     02160001
021700     10  FILLER                    PIC X(12) VALUE 'VALUE'.       02170001
021800     10  FILLER                    PIC X(09) VALUE 'ON HAND'.     02180001
021900     10  FILLER                    PIC X(55) VALUE 'REMARK'.      02190001
022000                                                                  02200001
022100 01  WS-REGISTER-LINE.                                            02210001
022200     10  FILLER                    PIC X(02) VALUE SPACES.        02220001
022300     10  RG-RECIPIENT-ID           PIC X(08).                     02230001
022400     10  FILLER                    PIC X(02) VALUE SPACES.        02240001
022500     10  RG-ITEM-NAME              PIC X(17).                     02250001
022600     10  FILLER                    PIC X(02) VALUE SPACES.        02260001
022700     10  RG-DONATION-DATE          PIC 9(08).                     02270001
022800     10  FILLER                    PIC X(02) VALUE SPACES.        02280001
022900     10  RG-UNITS                  PIC ZZZZ9.                     02290001
023000     10  FILLER                    PIC X(02) VALUE SPACES.        02300001
023100     10  RG-COST                   PIC ZZ9.99.                    02310001
023200     10  FILLER                    PIC X(02) VALUE SPACES.        02320001
023300     10  RG-VALUE                  PIC ZZZ,ZZ9.99.                02330001
023400     10  FILLER                    PIC X(02) VALUE SPACES.        02340001
023500     10  RG-REMAINING              PIC -ZZZZ9.                    02350001
023600     10  FILLER                    PIC X(03) VALUE SPACES.        02360001
023700     10  RG-REMARK                 PIC X(30).                     02370001
023800     10  FILLER                    PIC X(25) VALUE SPACES.        02380001
023900                                                                  02390001
024000 01  WS-SUMMARY-LINE.                                             02400001
024100     10  FILLER                    PIC X(02) VALUE SPACES.        02410001
024200     10  SU-LABEL                  PIC X(24).                     02420001
024300     10  SU-COUNT                  PIC ZZZZ9.                     02430001
024400     10  FILLER                    PIC X(101) VALUE SPACES.       02440001
024500                                                                  02450001
024600 01  WS-VALUE-SUMMARY-LINE.                                       02460001
024700     10  FILLER                    PIC X(02) VALUE SPACES.        02470001
024800     10  SV-LABEL                  PIC X(24).                     02480001
024900     10  SV-VALUE                  PIC Z,ZZZ,ZZ9.99.              02490001
025000     10  FILLER                    PIC X(94) VALUE SPACES.        02500001
025100                                                                  02510001
025200 01  WS-RECEIPT-HEADING.                                          02520001
025300     10  FILLER                    PIC X(02) VALUE SPACES.        02530001
025400     10  FILLER                    PIC X(34) VALUE                02540001
025500         'DONATION RECEIPT                  '.                    02550001
025600     10  FILLER                    PIC X(14) VALUE                02560001
025700         'RECEIPT DATE: '.                                        02570001
025800     10  RH-RUN-DATE               PIC 9(08).                     02580001
025900     10  FILLER                    PIC X(74) VALUE SPACES.        02590001
026000                                                                  02600001
026100 01  WS-RECEIPT-TO-LINE.                                          02610001
026200     10  FILLER                    PIC X(02) VALUE SPACES.        02620001
026300     10  FILLER                    PIC X(14) VALUE                02630001
026400         'RECEIVED BY:  '.                                        02640001
026500     10  RR-RECIPIENT-NAME         PIC X(30).                     02650001
026600     10  FILLER                    PIC X(02) VALUE SPACES.        02660001
026700     10  FILLER                    PIC X(04) VALUE 'ID: '.        02670001
026800     10  RR-RECIPIENT-ID           PIC X(08).                     02680001
026900     10  FILLER                    PIC X(72) VALUE SPACES.        02690001
027000                                                                  02700001
027100 01  WS-RECEIPT-COLUMN-HEADING.                                   02710001
027200     10  FILLER                    PIC X(02) VALUE SPACES.        02720001
027300     10  FILLER                    PIC X(19) VALUE 'ITEM'.        02730001
027400     10  FILLER                    PIC X(10) VALUE 'DONATED'.     02740001
027500     10  FILLER                    PIC X(07) VALUE 'UNITS'.       02750001
027600     10  FILLER                    PIC X(10) VALUE 'UNIT COST'.   02760001
027700     10  FILLER                    PIC X(84) VALUE 'VALUE'.       02770001
027800                                                                  02780001
027900 01  WS-RECEIPT-LINE.                                             02790001
028000     10  FILLER                    PIC X(02) VALUE SPACES.        02800001
028100     10  RL-ITEM-NAME              PIC X(17).                     02810001
028200     10  FILLER                    PIC X(02) VALUE SPACES.        02820001
028300     10  RL-DONATION-DATE          PIC 9(08).                     02830001
028400     10  FILLER                    PIC X(02) VALUE SPACES.        02840001
028500     10  RL-UNITS                  PIC ZZZZ9.                     02850001
028600     10  FILLER                    PIC X(04) VALUE SPACES.        02860001
028700     10  RL-UNIT-COST              PIC ZZ9.99.                    02870001
028800     10  FILLER                    PIC X(02) VALUE SPACES.        02880001
028900     10  RL-VALUE                  PIC Z,ZZZ,ZZ9.99.              02890001
029000     10  FILLER                    PIC X(72) VALUE SPACES.        02900001
029100                                                                  02910001
029200 01  WS-RECEIPT-TOTAL-LINE.                                       02920001
029300     10  FILLER                    PIC X(02) VALUE SPACES.        02930001
029400     10  FILLER                    PIC X(29) VALUE                02940001
029500         'TOTAL DONATED AT COST'.                                 02950001
029600     10  RS-TOTAL-UNITS            PIC ZZZZZZ9.                   02960001
029700     10  FILLER                    PIC X(10) VALUE SPACES.        02970001
029800     10  RS-TOTAL-VALUE            PIC Z,ZZZ,ZZ9.99.              02980001
029900     10  FILLER                    PIC X(72) VALUE SPACES.        02990001
030000                                                                  03000001
030100 PROCEDURE DIVISION.                                              03010001
030200                                                                  03020001
030300*****************************************************             03030001
030400*   MAIN PROGRAM ROUTINE                            *             03040001
030500*****************************************************             03050001
030600 010-START-HERE.                                                  03060001
030700     PERFORM 850-GET-DATE                                         03070001
030800     OPEN I-O FRIDGE                                              03080001
030900     IF WS-FRIDGE-STATUS NOT = '00'                               03090001
031000         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  03100001
031100             WS-FRIDGE-STATUS                                     03110001
031200         MOVE 16 TO RETURN-CODE                                   03120001
031300     ELSE                                                         03130001
031400         OPEN INPUT DONATION-TX-FILE                              03140001
031500         OPEN OUTPUT DONATION-REGISTER-FILE                       03150001
031600         OPEN OUTPUT DONATION-RECEIPT-FILE                        03160001
031700         PERFORM 110-LOAD-APPLIED-TX                              03170001
031800         PERFORM 120-LOAD-LOT-FILE                                03180001
031900         PERFORM 130-OPEN-DONATION-JOURNAL                        03190001
032000         PERFORM 800-PRINT-HEADINGS                               03200001
032100         PERFORM 100-READ-DONATION-TX                             03210001
032200         PERFORM 150-PROCESS-DONATION-TX                          03220001
032300           UNTIL EOF-FLAG = 'YES'                                 03230001
032400         PERFORM 550-REWRITE-LOT-FILE                             03240001
032500         PERFORM 600-PRINT-RECEIPTS                               03250001
032600         PERFORM 710-PRINT-SUMMARY                                03260001
032700         CLOSE FRIDGE DONATION-TX-FILE DONATION-JOURNAL-FILE      03270001
032800           DONATION-REGISTER-FILE DONATION-RECEIPT-FILE           03280001
032900           APPLIED-TX-FILE                                        03290001
033000     END-IF                                                       03300001
033100     GOBACK                                                       03310001
033200     .                                                            03320001
033300                                                                  03330001
033400 100-READ-DONATION-TX.                                            03340001
033500     READ DONATION-TX-FILE                                        03350001
033600         AT END                                                   03360001
033700             MOVE 'YES' TO EOF-FLAG                               03370001
033800         NOT AT END                                               03380001
033900             ADD 1 TO REC-COUNT                                   03390001
034000     END-READ                                                     03400001
034100     .                                                            03410001
034200                                                                  03420001
034300*****************************************************             03430001
034400*   THE JOURNAL ONLY MATTERS FOR TODAY'S DATE AND   *             03440001
034500*   THIS PROGRAM; EVERYTHING ELSE ON THE FILE IS    *             03450001
034600*   HISTORY AND STAYS OUT OF THE TABLE              *             03460001
034700*****************************************************             03470001
034800 110-LOAD-APPLIED-TX.                                             03480001
034900     OPEN INPUT APPLIED-TX-FILE                                   03490001
035000     IF WS-APLDTX-STATUS = '00'                                   03500001
035100         MOVE 'NO' TO WS-APL-EOF                                  03510001
035200         PERFORM 112-READ-APPLIED-TX                              03520001
035300             UNTIL WS-APL-EOF = 'YES'                             03530001
035400         CLOSE APPLIED-TX-FILE                                    03540001
035500     ELSE                                                         03550001
035600         OPEN OUTPUT APPLIED-TX-FILE                              03560001
035700         CLOSE APPLIED-TX-FILE                                    03570001
035800     END-IF                                                       03580001
035900     OPEN EXTEND APPLIED-TX-FILE                                  03590001
036000     .                                                            03600001
036100                                                                  03610001
036200 112-READ-APPLIED-TX.                                             03620001
036300     READ APPLIED-TX-FILE                                         03630001
036400         AT END                                                   03640001
036500             MOVE 'YES' TO WS-APL-EOF                             03650001
036600         NOT AT END                                               03660001
036700             PERFORM 113-STORE-APPLIED-ENTRY                      03670001
036800     END-READ                                                     03680001
036900     .                                                            03690001
037000                                                                  03700001
037100 113-STORE-APPLIED-ENTRY.                                         03710001
037200     IF AP-POST-DATE = WS-DATE-8                                  03720001
037300         AND AP-PROGRAM-ID = 'DONATPST'                           03730001
037400         IF WS-APL-COUNT < 500                                    03740001
037500             ADD 1 TO WS-APL-COUNT                                03750001
037600             MOVE AP-ITEM-NAME TO                                 03760001
037700                 WS-TBL-APL-ITEM (WS-APL-COUNT)                   03770001
037800             MOVE AP-SEQUENCE TO                                  03780001
037900                 WS-TBL-APL-SEQ (WS-APL-COUNT)                    03790001
038000         ELSE                                                     03800001
038100             DISPLAY 'APPLIED TABLE FULL, RERUN '                 03810001
038200                 'PROTECTION INCOMPLETE'                          03820001
038300             MOVE 16 TO RETURN-CODE                               03830001
038400         END-IF                                                   03840001
038500     END-IF                                                       03850001
038600     .                                                            03860001
038700                                                                  03870001
038800 115-CHECK-ALREADY-APPLIED.                                       03880001
038900     MOVE 'NO' TO WS-LINE-APPLIED                                 03890001
039000     PERFORM 117-MATCH-APPLIED-ENTRY                              03900001
039100         VARYING WS-APL-SUB FROM 1 BY 1                           03910001
039200         UNTIL WS-APL-SUB > WS-APL-COUNT                          03920001
039300     .                                                            03930001
039400                                                                  03940001
039500 117-MATCH-APPLIED-ENTRY.                                         03950001
039600     IF WS-TBL-APL-ITEM (WS-APL-SUB) = DT-ITEM-NAME               03960001
039700         AND WS-TBL-APL-SEQ (WS-APL-SUB) = REC-COUNT              03970001
039800         MOVE 'YES' TO WS-LINE-APPLIED                            03980001
039900     END-IF                                                       03990001
040000     .                                                            04000001
040100                                                                  04010001
040200*****************************************************             04020001
040300*   A SITE THAT HAS NEVER RECEIVED INTO LOTS STARTS *             04030001
040400*   WITH AN EMPTY TABLE AND DONATES OFF THE MASTER  *             04040001
040500*   ALONE; ANY OTHER OPEN FAILURE LEAVES THE FILE   *             04050001
040600*   ALONE                                           *             04060001
040700*****************************************************             04070001
040800 120-LOAD-LOT-FILE.                                               04080001
040900     OPEN INPUT LOT-FILE                                          04090001
041000     IF WS-LOTS-STATUS = '00'                                     04100001
041100         MOVE 'YES' TO WS-LOT-LOADED                              04110001
041200         MOVE 'NO' TO WS-LOT-EOF                                  04120001
041300         PERFORM 121-READ-LOT-REC                                 04130001
041400             UNTIL WS-LOT-EOF = 'YES'                             04140001
041500         CLOSE LOT-FILE                                           04150001
041600     ELSE                                                         04160001
041700         IF WS-LOTS-STATUS = '35'                                 04170001
041800             MOVE 'YES' TO WS-LOT-LOADED                          04180001
041900         ELSE                                                     04190001
042000             DISPLAY 'LOT FILE NOT AVAILABLE, STATUS = '          04200001
042100                 WS-LOTS-STATUS ', LOTS NOT MAINTAINED'           04210001
042200         END-IF                                                   04220001
042300     END-IF                                                       04230001
042400     .                                                            04240001
042500                                                                  04250001
042600 121-READ-LOT-REC.                                                04260001
042700     READ LOT-FILE                                                04270001
042800         AT END                                                   04280001
042900             MOVE 'YES' TO WS-LOT-EOF                             04290001
043000         NOT AT END                                               04300001
043100             PERFORM 122-STORE-LOT-ENTRY                          04310001
043200     END-READ                                                     04320001
043300     .                                                            04330001
043400                                                                  04340001
043500 122-STORE-LOT-ENTRY.                                             04350001
043600     IF WS-LOT-COUNT < 500                                        04360001
043700         ADD 1 TO WS-LOT-COUNT                                    04370001
043800         MOVE LOT-REC TO WS-TBL-LOT (WS-LOT-COUNT)                04380001
043900     ELSE                                                         04390001
044000         DISPLAY 'LOT TABLE FULL, ENTRY DROPPED'                  04400001
044100         MOVE 'YES' TO WS-LOT-OVERFLOW                            04410001
044200         MOVE 16 TO RETURN-CODE                                   04420001
044300     END-IF                                                       04430001
044400     .                                                            04440001
044500                                                                  04450001
044600*****************************************************             04460001
044700*   THE DONATION JOURNAL IS THE YEAR'S TAX RECORD,  *             04470001
044800*   SO IT IS EXTENDED, NEVER RECREATED              *             04480001
044900*****************************************************             04490001
045000 130-OPEN-DONATION-JOURNAL.                                       04500001
045100     OPEN INPUT DONATION-JOURNAL-FILE                             04510001
045200     IF WS-DONJRN-STATUS = '00'                                   04520001
045300         CLOSE DONATION-JOURNAL-FILE                              04530001
045400     ELSE                                                         04540001
045500         OPEN OUTPUT DONATION-JOURNAL-FILE                        04550001
045600         CLOSE DONATION-JOURNAL-FILE                              04560001
045700     END-IF                                                       04570001
045800     OPEN EXTEND DONATION-JOURNAL-FILE                            04580001
045900     .                                                            04590001
046000                                                                  04600001
046100 150-PROCESS-DONATION-TX.                                         04610001
046200     PERFORM 115-CHECK-ALREADY-APPLIED                            04620001
046300     IF WS-LINE-APPLIED = 'YES'                                   04630001
046400         MOVE ZERO TO WS-DONATION-COST                            04640001
046500         MOVE ZERO TO WS-DONATION-VALUE                           04650001
046600         MOVE ZERO TO WS-REMAINING-UNITS                          04660001
046700         MOVE 'BYPASSED, ALREADY POSTED' TO WS-REJECT-REASON      04670001
046800         PERFORM 700-PRINT-REGISTER-LINE                          04680001
046900         ADD 1 TO WS-BYPASS-COUNT                                 04690001
047000     ELSE                                                         04700001
047100         MOVE 'YES' TO WS-TX-VALID                                04710001
047200         MOVE SPACES TO WS-REJECT-REASON                          04720001
047300         PERFORM 200-VALIDATE-DONATION                            04730001
047400         IF WS-TX-VALID = 'YES'                                   04740001
047500             PERFORM 300-POST-DONATION                            04750001
047600         ELSE                                                     04760001
047700             MOVE ZERO TO WS-DONATION-COST                        04770001
047800             MOVE ZERO TO WS-DONATION-VALUE                       04780001
047900             MOVE ZERO TO WS-REMAINING-UNITS                      04790001
048000             PERFORM 700-PRINT-REGISTER-LINE                      04800001
048100             ADD 1 TO WS-REJECT-COUNT                             04810001
048200         END-IF                                                   04820001
048300     END-IF                                                       04830001
048400     PERFORM 100-READ-DONATION-TX                                 04840001
048500     .                                                            04850001
048600                                                                  04860001
048700*****************************************************             04870001
048800*   ONLY STOCK THAT IS STILL SAFE MAY GO: NOT HELD, *             04880001
048900*   NOT PAST ITS DATE ON THE DAY IT LEFT, AND NO    *             04890001
049000*   MORE THAN IS ON THE SHELF                       *             04900001
049100*****************************************************             04910001
049200 200-VALIDATE-DONATION.                                           04920001
049300     IF DT-RECIPIENT-ID = SPACES                                  04930001
049400         MOVE 'NO' TO WS-TX-VALID                                 04940001
049500         MOVE 'BLANK RECIPIENT' TO WS-REJECT-REASON               04950001
049600     END-IF                                                       04960001
049700     IF DT-ITEM-NAME = SPACES                                     04970001
049800         AND WS-TX-VALID = 'YES'                                  04980001
049900         MOVE 'NO' TO WS-TX-VALID                                 04990001
050000         MOVE 'BLANK ITEM NAME' TO WS-REJECT-REASON               05000001
050100     END-IF                                                       05010001
050200     IF WS-TX-VALID = 'YES'                                       05020001
050300         IF DT-UNITS-DONATED NOT NUMERIC                          05030001
050400             MOVE 'NO' TO WS-TX-VALID                             05040001
050500             MOVE 'INVALID DONATION QUANTITY' TO                  05050001
050600                 WS-REJECT-REASON                                 05060001
050700         ELSE                                                     05070001
050800             IF DT-UNITS-DONATED = ZERO                           05080001
050900                 MOVE 'NO' TO WS-TX-VALID                         05090001
051000                 MOVE 'INVALID DONATION QUANTITY' TO              05100001
051100                     WS-REJECT-REASON                             05110001
051200             END-IF                                               05120001
051300         END-IF                                                   05130001
051400     END-IF                                                       05140001
051500     IF DT-DONATION-DATE NUMERIC                                  05150001
051600         AND DT-DONATION-DATE > ZERO                              05160001
051700         MOVE DT-DONATION-DATE TO WS-DONATION-DATE                05170001
051800     ELSE                                                         05180001
051900         MOVE WS-DATE-8 TO WS-DONATION-DATE                       05190001
052000     END-IF                                                       05200001
052100     IF WS-DONATION-DATE > WS-DATE-8                              05210001
052200         AND WS-TX-VALID = 'YES'                                  05220001
052300         MOVE 'NO' TO WS-TX-VALID                                 05230001
052400         MOVE 'DONATION DATE IN FUTURE' TO WS-REJECT-REASON       05240001
052500     END-IF                                                       05250001
052600     IF WS-TX-VALID = 'YES'                                       05260001
052700         MOVE DT-ITEM-NAME TO FR-ITEM-NAME                        05270001
052800         READ FRIDGE                                              05280001
052900             INVALID KEY                                          05290001
053000                 MOVE 'NO' TO WS-TX-VALID                         05300001
053100                 MOVE 'ITEM NOT ON FILE' TO WS-REJECT-REASON      05310001
053200             NOT INVALID KEY                                      05320001
053300                 PERFORM 220-CHECK-DONATED-STOCK                  05330001
053400         END-READ                                                 05340001
053500     END-IF                                                       05350001
053600     .                                                            05360001
053700                                                                  05370001
053800 220-CHECK-DONATED-STOCK.                                         05380001
053900     IF FR-RECORD-TYPE NOT = SPACES                               05390001
054000         MOVE 'NO' TO WS-TX-VALID                                 05400001
054100         MOVE 'ITEM NOT ON FILE' TO WS-REJECT-REASON              05410001
054200     END-IF                                                       05420001
054300     IF FR-HOLD-STATUS = 'H'                                      05430001
054400         AND WS-TX-VALID = 'YES'                                  05440001
054500         MOVE 'NO' TO WS-TX-VALID                                 05450001
054600         MOVE 'ITEM ON QUALITY HOLD' TO WS-REJECT-REASON          05460001
054700     END-IF                                                       05470001
054800     IF FR-EXPIRATION-DATE NUMERIC                                05480001
054900         AND FR-EXPIRATION-DATE > ZERO                            05490001
055000         AND FR-EXPIRATION-DATE < WS-DONATION-DATE                05500001
055100         AND WS-TX-VALID = 'YES'                                  05510001
055200         MOVE 'NO' TO WS-TX-VALID                                 05520001
055300         MOVE 'ITEM PAST EXPIRATION DATE' TO WS-REJECT-REASON     05530001
055400     END-IF                                                       05540001
055500     IF FR-UNITS < DT-UNITS-DONATED                               05550001
055600         AND WS-TX-VALID = 'YES'                                  05560001
055700         MOVE 'NO' TO WS-TX-VALID                                 05570001
055800         MOVE 'STOCK ON HAND SHORT' TO WS-REJECT-REASON           05580001
055900     END-IF                                                       05590001
056000     .                                                            05600001
056100                                                                  05610001
056200*****************************************************             05620001
056300*   TAKE THE UNITS OFF THE SHELF AT FR-COST AND OUT *             05630001
056400*   OF THE OLDEST LOTS.  THE PRICE CONTROL TOTAL    *             05640001
056500*   FALLS BY THE DONATED VALUE; THE WASTE CONTROL   *             05650001
056600*   TOTAL IS LEFT ALONE                             *             05660001
056700*****************************************************             05670001
056800 300-POST-DONATION.                                               05680001
056900     MOVE FR-COST TO WS-DONATION-COST                             05690001
057000     COMPUTE WS-DONATION-VALUE = FR-COST * DT-UNITS-DONATED       05700001
057100     SUBTRACT DT-UNITS-DONATED FROM FR-UNITS                      05710001
057200     MOVE FR-UNITS TO WS-REMAINING-UNITS                          05720001
057300     REWRITE FRIDGE-REC                                           05730001
057400     MOVE 0 TO WS-TRAILER-REC-DELTA                               05740001
057500     COMPUTE WS-TRAILER-PRICE-DELTA = 0 - WS-DONATION-VALUE       05750001
057600     MOVE 0 TO WS-TRAILER-WASTE-DELTA                             05760001
057700     PERFORM 180-UPDATE-TRAILER                                   05770001
057800     MOVE DT-UNITS-DONATED TO WS-LOT-DRAW                         05780001
057900     PERFORM 400-DRAW-DONATED-LOTS                                05790001
058000     PERFORM 450-WRITE-DONATION-JOURNAL                           05800001
058100     PERFORM 460-STORE-RECEIPT-LINE                               05810001
058200     PERFORM 210-STAMP-APPLIED-TX                                 05820001
058300     ADD WS-DONATION-VALUE TO WS-TOTAL-DONATED-VALUE              05830001
058400     MOVE 'DONATED' TO WS-REJECT-REASON                           05840001
058500     PERFORM 700-PRINT-REGISTER-LINE                              05850001
058600     ADD 1 TO WS-POSTED-COUNT                                     05860001
058700     .                                                            05870001
058800                                                                  05880001
058900 210-STAMP-APPLIED-TX.                                            05890001
059000     MOVE SPACES TO APPLIED-TX-REC                                05900001
059100     MOVE WS-DATE-8 TO AP-POST-DATE                               05910001
059200     MOVE 'DONATPST' TO AP-PROGRAM-ID                             05920001
059300     MOVE DT-ITEM-NAME TO AP-ITEM-NAME                            05930001
059400     MOVE REC-COUNT TO AP-SEQUENCE                                05940001
059500     WRITE APPLIED-TX-REC                                         05950001
059600     .                                                            05960001
059700                                                                  05970001
059800*****************************************************             05980001
059900*   TAKE THE DONATION OUT OF THE ITEM'S LOTS OLDEST *             05990001
060000*   RECEIVED DATE FIRST.  UNITS THE LOTS CANNOT     *             06000001
060100*   COVER CAME OFF THE MASTER ALONE                 *             06010001
060200*****************************************************             06020001
060300 400-DRAW-DONATED-LOTS.                                           06030001
060400     IF WS-LOT-LOADED = 'YES'                                     06040001
060500         AND WS-LOT-DRAW > ZERO                                   06050001
060600         MOVE 'NO' TO WS-LOT-DRAW-DONE                            06060001
060700         PERFORM 410-DRAW-OLDEST-LOT                              06070001
060800             UNTIL WS-LOT-DRAW-DONE = 'YES'                       06080001
060900     END-IF                                                       06090001
061000     .                                                            06100001
061100                                                                  06110001
061200 410-DRAW-OLDEST-LOT.                                             06120001
061300     MOVE ZERO TO WS-LOT-BEST-SUB                                 06130001
061400     PERFORM 420-SCAN-OLDEST-LOT                                  06140001
061500         VARYING WS-LOT-SUB FROM 1 BY 1                           06150001
061600         UNTIL WS-LOT-SUB > WS-LOT-COUNT                          06160001
061700     IF WS-LOT-BEST-SUB = ZERO                                    06170001
061800         MOVE 'YES' TO WS-LOT-DRAW-DONE                           06180001
061900     ELSE                                                         06190001
062000         MOVE WS-TBL-LOT (WS-LOT-BEST-SUB) TO LOT-REC             06200001
062100         IF LT-UNITS NOT > WS-LOT-DRAW                            06210001
062200             MOVE LT-UNITS TO WS-LOT-TAKEN                        06220001
062300         ELSE                                                     06230001
062400             MOVE WS-LOT-DRAW TO WS-LOT-TAKEN                     06240001
062500         END-IF                                                   06250001
062600         SUBTRACT WS-LOT-TAKEN FROM LT-UNITS                      06260001
062700         SUBTRACT WS-LOT-TAKEN FROM WS-LOT-DRAW                   06270001
062800         MOVE LOT-REC TO WS-TBL-LOT (WS-LOT-BEST-SUB)             06280001
062900         IF WS-LOT-DRAW NOT > ZERO                                06290001
063000             MOVE 'YES' TO WS-LOT-DRAW-DONE                       06300001
063100         END-IF                                                   06310001
063200     END-IF                                                       06320001
063300     .                                                            06330001
063400                                                                  06340001
063500 420-SCAN-OLDEST-LOT.                                             06350001
063600     MOVE WS-TBL-LOT (WS-LOT-SUB) TO LOT-REC                      06360001
063700     IF LT-ITEM-NAME = DT-ITEM-NAME                               06370001
063800         AND LT-UNITS > ZERO                                      06380001
063900         IF WS-LOT-BEST-SUB = ZERO                                06390001
064000             OR LT-RECEIVED-DATE < WS-LOT-BEST-DATE               06400001
064100             MOVE WS-LOT-SUB TO WS-LOT-BEST-SUB                   06410001
064200             MOVE LT-RECEIVED-DATE TO WS-LOT-BEST-DATE            06420001
064300         END-IF                                                   06430001
064400     END-IF                                                       06440001
064500     .                                                            06450001
064600                                                                  06460001
064700 450-WRITE-DONATION-JOURNAL.                                      06470001
064800     MOVE SPACES TO DONATION-JOURNAL-REC                          06480001
064900     MOVE WS-DATE-8 TO DJ-POST-DATE                               06490001
065000     MOVE WS-DONATION-DATE TO DJ-DONATION-DATE                    06500001
065100     MOVE DT-RECIPIENT-ID TO DJ-RECIPIENT-ID                      06510001
065200     MOVE DT-RECIPIENT-NAME TO DJ-RECIPIENT-NAME                  06520001
065300     MOVE DT-ITEM-NAME TO DJ-ITEM-NAME                            06530001
065400     MOVE FR-CATEGORY TO DJ-CATEGORY                              06540001
065500     MOVE DT-UNITS-DONATED TO DJ-UNITS                            06550001
065600     MOVE FR-COST TO DJ-UNIT-COST                                 06560001
065700     MOVE WS-DONATION-VALUE TO DJ-DONATION-VALUE                  06570001
065800     WRITE DONATION-JOURNAL-REC                                   06580001
065900     IF WS-DONJRN-STATUS NOT = '00'                               06590001
066000         DISPLAY 'DONATION JOURNAL WRITE FAILED FOR '             06600001
066100             DT-ITEM-NAME ', STATUS = ' WS-DONJRN-STATUS          06610001
066200         MOVE 16 TO RETURN-CODE                                   06620001
066300     END-IF                                                       06630001
066400     .                                                            06640001
066500                                                                  06650001
066600 460-STORE-RECEIPT-LINE.                                          06660001
066700     IF WS-RCT-COUNT < 500                                        06670001
066800         ADD 1 TO WS-RCT-COUNT                                    06680001
066900         MOVE DT-RECIPIENT-ID TO RT-RECIPIENT-ID (WS-RCT-COUNT)   06690001
067000         MOVE DT-RECIPIENT-NAME TO                                06700001
067100             RT-RECIPIENT-NAME (WS-RCT-COUNT)                     06710001
067200         MOVE DT-ITEM-NAME TO RT-ITEM-NAME (WS-RCT-COUNT)         06720001
067300         MOVE WS-DONATION-DATE TO                                 06730001
067400             RT-DONATION-DATE (WS-RCT-COUNT)                      06740001
067500         MOVE DT-UNITS-DONATED TO RT-UNITS (WS-RCT-COUNT)         06750001
067600         MOVE FR-COST TO RT-UNIT-COST (WS-RCT-COUNT)              06760001
067700         MOVE WS-DONATION-VALUE TO RT-VALUE (WS-RCT-COUNT)        06770001
067800         MOVE 'NO' TO RT-PRINTED (WS-RCT-COUNT)                   06780001
067900     ELSE                                                         06790001
068000         DISPLAY 'RECEIPT TABLE FULL, NO RECEIPT LINE FOR '       06800001
068100             DT-RECIPIENT-ID ' ' DT-ITEM-NAME                     06810001
068200         MOVE 16 TO RETURN-CODE                                   06820001
068300     END-IF                                                       06830001
068400     .                                                            06840001
068500                                                                  06850001
068600*****************************************************             06860001
068700*   AN OVERFLOWED TABLE NO LONGER HOLDS THE WHOLE   *             06870001
068800*   LOT FILE, SO REWRITING IT WOULD DESTROY THE     *             06880001
068900*   DROPPED LOTS FOR GOOD - LEAVE THE FILE          *             06890001
069000*   UNTOUCHED AND LET THE RC 16 RAISE THE ALARM.    *             06900001
069100*   LOTS DONATED DOWN TO NOTHING DROP OFF HERE      *             06910001
069200*****************************************************             06920001
069300 550-REWRITE-LOT-FILE.                                            06930001
069400     IF WS-LOT-LOADED = 'YES'                                     06940001
069500         IF WS-LOT-OVERFLOW = 'YES'                               06950001
069600             DISPLAY 'LOT FILE LEFT UNCHANGED, '                  06960001
069700                 'TABLE OVERFLOWED'                               06970001
069800         ELSE                                                     06980001
069900             OPEN OUTPUT LOT-FILE                                 06990001
070000             PERFORM 560-WRITE-LOT-ENTRY                          07000001
070100               VARYING WS-LOT-SUB FROM 1 BY 1                     07010001
070200               UNTIL WS-LOT-SUB > WS-LOT-COUNT                    07020001
070300             CLOSE LOT-FILE                                       07030001
070400         END-IF                                                   07040001
070500     END-IF                                                       07050001
070600     .                                                            07060001
070700                                                                  07070001
070800 560-WRITE-LOT-ENTRY.                                             07080001
070900     MOVE WS-TBL-LOT (WS-LOT-SUB) TO LOT-REC                      07090001
071000     IF LT-UNITS > ZERO                                           07100001
071100         WRITE LOT-REC                                            07110001
071200     END-IF                                                       07120001
071300     .                                                            07130001
071400                                                                  07140001
071500*****************************************************             07150001
071600*   ONE RECEIPT PER RECIPIENT, ON ITS OWN PAGE,     *             07160001
071700*   LISTING EVERY LINE IT WAS GIVEN THIS RUN AT     *             07170001
071800*   FR-COST WITH THE RECEIPT TOTAL                  *             07180001
071900*****************************************************             07190001
072000 600-PRINT-RECEIPTS.                                              07200001
072100     PERFORM 610-PRINT-ONE-RECEIPT                                07210001
072200       VARYING WS-RCT-SUB FROM 1 BY 1                             07220001
072300       UNTIL WS-RCT-SUB > WS-RCT-COUNT                            07230001
072400     .                                                            07240001
072500                                                                  07250001
072600 610-PRINT-ONE-RECEIPT.                                           07260001
072700     IF RT-PRINTED (WS-RCT-SUB) = 'NO'                            07270001
072800         MOVE RT-RECIPIENT-ID (WS-RCT-SUB) TO WS-RCT-RECIPIENT    07280001
072900         MOVE ZERO TO WS-RCT-UNITS                                07290001
073000         MOVE ZERO TO WS-RCT-VALUE                                07300001
073100         MOVE WS-DATE-8 TO RH-RUN-DATE                            07310001
073200         WRITE DONATION-RECEIPT-REC FROM WS-RECEIPT-HEADING       07320001
073300           AFTER ADVANCING PAGE                                   07330001
073400         END-WRITE                                                07340001
073500         MOVE RT-RECIPIENT-NAME (WS-RCT-SUB) TO                   07350001
073600             RR-RECIPIENT-NAME                                    07360001
073700         MOVE RT-RECIPIENT-ID (WS-RCT-SUB) TO RR-RECIPIENT-ID     07370001
073800         WRITE DONATION-RECEIPT-REC FROM WS-RECEIPT-TO-LINE       07380001
073900           AFTER ADVANCING 2 LINES                                07390001
074000         END-WRITE                                                07400001
074100         WRITE DONATION-RECEIPT-REC FROM                          07410001
074200             WS-RECEIPT-COLUMN-HEADING                            07420001
074300           AFTER ADVANCING 2 LINES                                07430001
074400         END-WRITE                                                07440001
074500         PERFORM 620-PRINT-RECEIPT-LINE                           07450001
074600           VARYING WS-RCT-SCAN-SUB FROM WS-RCT-SUB BY 1           07460001
074700           UNTIL WS-RCT-SCAN-SUB > WS-RCT-COUNT                   07470001
074800         MOVE WS-RCT-UNITS TO RS-TOTAL-UNITS                      07480001
074900         MOVE WS-RCT-VALUE TO RS-TOTAL-VALUE                      07490001
075000         WRITE DONATION-RECEIPT-REC FROM WS-RECEIPT-TOTAL-LINE    07500001
075100           AFTER ADVANCING 2 LINES                                07510001
075200         END-WRITE                                                07520001
075300         ADD 1 TO WS-RECEIPT-COUNT                                07530001
075400     END-IF                                                       07540001
075500     .                                                            07550001
075600                                                                  07560001
075700 620-PRINT-RECEIPT-LINE.                                          07570001
075800     IF RT-RECIPIENT-ID (WS-RCT-SCAN-SUB) = WS-RCT-RECIPIENT      07580001
075900         AND RT-PRINTED (WS-RCT-SCAN-SUB) = 'NO'                  07590001
076000         MOVE RT-ITEM-NAME (WS-RCT-SCAN-SUB) TO RL-ITEM-NAME      07600001
076100         MOVE RT-DONATION-DATE (WS-RCT-SCAN-SUB) TO               07610001
076200             RL-DONATION-DATE                                     07620001
076300         MOVE RT-UNITS (WS-RCT-SCAN-SUB) TO RL-UNITS              07630001
076400         MOVE RT-UNIT-COST (WS-RCT-SCAN-SUB) TO RL-UNIT-COST      07640001
076500         MOVE RT-VALUE (WS-RCT-SCAN-SUB) TO RL-VALUE              07650001
076600         WRITE DONATION-RECEIPT-REC FROM WS-RECEIPT-LINE          07660001
076700           AFTER ADVANCING 1 LINE                                 07670001
076800         END-WRITE                                                07680001
076900         ADD RT-UNITS (WS-RCT-SCAN-SUB) TO WS-RCT-UNITS           07690001
077000         ADD RT-VALUE (WS-RCT-SCAN-SUB) TO WS-RCT-VALUE           07700001
077100         MOVE 'YES' TO RT-PRINTED (WS-RCT-SCAN-SUB)               07710001
077200     END-IF                                                       07720001
077300     .                                                            07730001
077400                                                                  07740001
077500 700-PRINT-REGISTER-LINE.                                         07750001
077600     MOVE DT-RECIPIENT-ID TO RG-RECIPIENT-ID                      07760001
077700     MOVE DT-ITEM-NAME TO RG-ITEM-NAME                            07770001
077800     MOVE WS-DONATION-DATE TO RG-DONATION-DATE                    07780001
077900     IF DT-UNITS-DONATED NUMERIC                                  07790001
078000         MOVE DT-UNITS-DONATED TO RG-UNITS                        07800001
078100     ELSE                                                         07810001
078200         MOVE ZERO TO RG-UNITS                                    07820001
078300     END-IF                                                       07830001
078400     MOVE WS-DONATION-COST TO RG-COST                             07840001
078500     MOVE WS-DONATION-VALUE TO RG-VALUE                           07850001
078600     MOVE WS-REMAINING-UNITS TO RG-REMAINING                      07860001
078700     MOVE WS-REJECT-REASON TO RG-REMARK                           07870001
078800     WRITE DONATION-REGISTER-REC FROM WS-REGISTER-LINE            07880001
078900       AFTER ADVANCING 1 LINE                                     07890001
079000     END-WRITE                                                    07900001
079100     .                                                            07910001
079200                                                                  07920001
079300 710-PRINT-SUMMARY.                                               07930001
079400     MOVE 'LINES DONATED:          ' TO SU-LABEL                  07940001
079500     MOVE WS-POSTED-COUNT TO SU-COUNT                             07950001
079600     WRITE DONATION-REGISTER-REC FROM WS-SUMMARY-LINE             07960001
079700       AFTER ADVANCING 3 LINES                                    07970001
079800     END-WRITE                                                    07980001
079900     MOVE 'LINES REJECTED:         ' TO SU-LABEL                  07990001
080000     MOVE WS-REJECT-COUNT TO SU-COUNT                             08000001
080100     WRITE DONATION-REGISTER-REC FROM WS-SUMMARY-LINE             08010001
080200       AFTER ADVANCING 1 LINE                                     08020001
080300     END-WRITE                                                    08030001
080400     MOVE 'LINES BYPASSED:         ' TO SU-LABEL                  08040001
080500     MOVE WS-BYPASS-COUNT TO SU-COUNT                             08050001
080600     WRITE DONATION-REGISTER-REC FROM WS-SUMMARY-LINE             08060001
080700       AFTER ADVANCING 1 LINE                                     08070001
080800     END-WRITE                                                    08080001
080900     MOVE 'RECEIPTS PRINTED:       ' TO SU-LABEL                  08090001
081000     MOVE WS-RECEIPT-COUNT TO SU-COUNT                            08100001
081100     WRITE DONATION-REGISTER-REC FROM WS-SUMMARY-LINE             08110001
081200       AFTER ADVANCING 1 LINE                                     08120001
081300     END-WRITE                                                    08130001
081400     MOVE 'VALUE DONATED AT COST:  ' TO SV-LABEL                  08140001
081500     MOVE WS-TOTAL-DONATED-VALUE TO SV-VALUE                      08150001
081600     WRITE DONATION-REGISTER-REC FROM WS-VALUE-SUMMARY-LINE       08160001
081700       AFTER ADVANCING 1 LINE                                     08170001
081800     END-WRITE                                                    08180001
081900     .                                                            08190001
082000                                                                  08200001
082100*****************************************************             08210001
082200*   KEEP THE TRAILER SENTINEL'S CONTROL COUNT/TOTALS*             08220001
082300*   IN STEP WITH EVERY DONATION SO A LATER REPORT   *             08230001
082400*   RUN'S BALANCE CHECKS STILL TIE OUT              *             08240001
082500*****************************************************             08250001
082600 180-UPDATE-TRAILER.                                              08260001
082700     MOVE FRIDGE-REC TO WS-SAVED-DETAIL-REC                       08270001
082800     MOVE HIGH-VALUES TO FR-ITEM-NAME                             08280001
082900     READ FRIDGE                                                  08290001
083000         INVALID KEY                                              08300001
083100             DISPLAY 'FRIDGE TRAILER RECORD MISSING, '            08310001
083200                 'CONTROL TOTALS NOT UPDATED'                     08320001
083300             MOVE 16 TO RETURN-CODE                               08330001
083400         NOT INVALID KEY                                          08340001
083500             ADD WS-TRAILER-REC-DELTA TO FT-RECORD-COUNT          08350001
083600             ADD WS-TRAILER-PRICE-DELTA TO                        08360001
083700                 FT-CONTROL-TOTAL-PRICE                           08370001
083800             ADD WS-TRAILER-WASTE-DELTA TO                        08380001
083900                 FT-CONTROL-TOTAL-WASTE                           08390001
084000             REWRITE FRIDGE-REC                                   08400001
084100     END-READ                                                     08410001
084200     MOVE WS-SAVED-DETAIL-REC TO FRIDGE-REC                       08420001
084300     .                                                            08430001
084400                                                                  08440001
084500 800-PRINT-HEADINGS.                                              08450001
084600     MOVE WS-DATE-8 TO DH-RUN-DATE                                08460001
084700     WRITE DONATION-REGISTER-REC FROM WS-REGISTER-HEADING         08470001
084800       AFTER ADVANCING PAGE                                       08480001
084900     END-WRITE                                                    08490001
085000     WRITE DONATION-REGISTER-REC FROM                             08500001
085100         WS-REGISTER-COLUMN-HEADING                               08510001
085200       AFTER ADVANCING 2 LINES                                    08520001
085300     END-WRITE                                                    08530001
085400     .                                                            08540001
085500                                                                  08550001
085600 850-GET-DATE.                                                    08560001
085700     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          08570001
085800     .                                                            08580001
