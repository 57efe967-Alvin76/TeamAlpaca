000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    UOMMNT.                                           00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*ITEM UNIT-OF-MEASURE MAINTENANCE - APPLIES ADD/    *             00090001
001000*CHANGE/DELETE TRANSACTIONS TO THE ITEM UOM MASTER, *             00100001
001100*WHICH TELLS RECEIVING, PURCHASING, FORECASTING AND *             00110001
001200*PLATE COSTING HOW MANY STOCKING UNITS A SUPPLIER'S *             00120001
001300*PURCHASE UNIT HOLDS AND HOW MANY RECIPE UNITS ONE  *             00130001
001400*STOCKING UNIT YIELDS.  A CONVERSION FOR AN ITEM    *             00140001
001500*NOT ON THE FRIDGE MASTER IS REFUSED, AS IS A BLANK *             00150001
001600*UNIT CODE OR A FACTOR THAT IS NOT POSITIVE.  A     *             00160001
001700*CHANGE REPLACES THE WHOLE CONVERSION.  EVERY       *             00170001
001800*APPLIED CHANGE IS JOURNALLED WITH BEFORE AND AFTER *             00180001
001900*IMAGES AND THE OPERATOR ID.                        *             00190001
001920*ONLY AN OPERATOR HOLDING ITEM MAINTENANCE          *             00192001
001940*AUTHORITY MAY FILE THE RUN; ANY OTHER HAS EVERY    *             00194001
001960*TRANSACTION REJECTED AND LOGGED AS A REFUSED       *             00196001
001980*ATTEMPT                                            *             00198001
002000*****************************************************             00200001
002100                                                                  00210001
002200 ENVIRONMENT DIVISION.                                            00220001
002300 CONFIGURATION SECTION.                                           00230001
002400 SOURCE-COMPUTER.                                                 00240001
002500     Z13                                                          00250001
002600     WITH DEBUGGING MODE                                          00260001
002700     .                                                            00270001
002800                                                                  00280001
002900 INPUT-OUTPUT SECTION.                                            00290001
003000                                                                  00300001
003100 FILE-CONTROL.                                                    00310001
003200     SELECT ITEM-UOM-MASTER        ASSIGN TO MYITMUOM             00320001
003300         ORGANIZATION IS INDEXED                                  00330001
003400         ACCESS MODE IS RANDOM                                    00340001
003500         RECORD KEY IS UM-ITEM-NAME                               00350001
003600         FILE STATUS IS WS-ITMUOM-STATUS.                         00360001
003700     SELECT FRIDGE                 ASSIGN TO DYNAMIC              00370001
003800         WS-FRIDGE-DSNAME                                         00380001
003900         ORGANIZATION IS INDEXED                                  00390001
004000         ACCESS MODE IS DYNAMIC                                   00400001
004100         RECORD KEY IS FR-ITEM-NAME                               00410001
004200         ALTERNATE RECORD KEY IS FR-CATEGORY                      00420001
004300             WITH DUPLICATES                                      00430001
004400         ALTERNATE RECORD KEY IS FR-SUPPLIER-CODE                 00440001
004500             WITH DUPLICATES                                      00450001
004600         FILE STATUS IS WS-FRIDGE-STATUS.                         00460001
004700     SELECT TRANSACTION-FILE       ASSIGN TO MYUOMTX.             00470001
004800     SELECT UOM-LOG-FILE           ASSIGN TO MYUOMLOG.            00480001
004900     SELECT UOM-REJECT-FILE        ASSIGN TO MYUOMREJ.            00490001
005000                                                                  00500001
005100 DATA DIVISION.                                                   00510001
005200 FILE SECTION.                                                    00520001
005300                                                                  00530001
005400 FD  ITEM-UOM-MASTER.                                             00540001
005500     COPY ITEMUOM.                                                00550001
005600                                                                  00560001
005700 FD  FRIDGE                                                       00570001
005800     RECORDING MODE IS F.                                         00580001
005900     COPY FRIDGEREC.                                              00590001
006000                                                                  00600001
006100 FD  TRANSACTION-FILE                                             00610001
006200     RECORDING MODE IS F.                                         00620001
006300 01  UOM-TRANSACTION-REC.                                         00630001
006400     10  UX-ACTION-CODE            PIC X(01).                     00640001
006500     10  UX-ITEM-NAME              PIC X(17).                     00650001
006600     10  UX-PURCHASE-UOM           PIC X(04).                     00660001
006700     10  UX-STOCK-UOM              PIC X(04).                     00670001
006800     10  UX-RECIPE-UOM             PIC X(04).                     00680001
006900     10  UX-PURCH-FACTOR           PIC 9(05)V9(04).               00690001
007000     10  UX-RECIPE-FACTOR          PIC 9(05)V9(04).               00700001
007100     10  FILLER                    PIC X(32).                     00710001
007200                                                                  00720001
007300*****************************************************             00730001
007400*   ONE JOURNAL ENTRY PER APPLIED ADD/CHANGE/DELETE *             00740001
007500*   WITH THE FULL BEFORE AND AFTER CONVERSION       *             00750001
007600*   RECORD IMAGES, LAID OUT THE WAY THE RECIPE      *             00760001
007700*   MAINTENANCE JOURNAL IS                          *             00770001
007800*****************************************************             00780001
007900 FD  UOM-LOG-FILE                                                 00790001
008000     RECORDING MODE IS F.                                         00800001
008100 01  UOM-LOG-REC.                                                 00810001
008200     10  UG-ACTION-CODE            PIC X(01).                     00820001
008300     10  UG-ITEM-NAME              PIC X(17).                     00830001
008400     10  UG-RUN-DATE               PIC 9(08).                     00840001
008500     10  UG-RESULT                 PIC X(30).                     00850001
008600     10  UG-BEFORE-IMAGE           PIC X(80).                     00860001
008700     10  UG-AFTER-IMAGE            PIC X(80).                     00870001
008800     10  UG-USER-ID                PIC X(08).                     00880001
008900     10  UG-TERMINAL               PIC X(04).                     00890001
009000     10  FILLER                    PIC X(32).                     00900001
009100                                                                  00910001
009200 FD  UOM-REJECT-FILE                                              00920001
009300     RECORDING MODE IS F.                                         00930001
009400 01  UOM-REJECT-REC.                                              00940001
009500     10  UJ-ACTION-CODE            PIC X(01).                     00950001
009600     10  UJ-ITEM-NAME              PIC X(17).                     00960001
009700     10  UJ-REASON                 PIC X(30).                     00970001
009800     10  FILLER                    PIC X(32).                     00980001
009900                                                                  00990001
010000 WORKING-STORAGE SECTION.                                         01000001
010100                                                                  01010001
010200 01  WS-COUNTERS-FLAGS.                                           01020001
010300     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          01030001
010400     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          01040001
010500     10  WS-APPLIED-COUNT          PIC 9(05) VALUE ZERO.          01050001
010600     10  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.          01060001
010700                                                                  01070001
010800 01  WS-VALIDATION-FLAGS.                                         01080001
010900     10  WS-TX-VALID               PIC X(03) VALUE 'YES'.         01090001
011000     10  WS-TX-REJECT-REASON       PIC X(30) VALUE SPACES.        01100001
011100     10  WS-ITMUOM-STATUS          PIC X(02) VALUE SPACES.        01110001
011200     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        01120001
011300                                                                  01130001
011400 01  WS-SITE-CONTROL.                                             01140001
011500     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    01150001
011600                                                                  01160001
011700 01  WS-DATE-FIELDS.                                              01170001
011800     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01180001
011900                                                                  01190001
012000 01  WS-IMAGE-CONTROL.                                            01200001
012100     10  WS-BEFORE-IMAGE           PIC X(80) VALUE SPACES.        01210001
012200     10  WS-AFTER-IMAGE            PIC X(80) VALUE SPACES.        01220001
012300                                                                  01230001
012400*****************************************************             01240001
012500*   EVERY JOURNAL ENTRY CARRIES WHO FILED THE RUN:  *             01250001
012600*   THE OPERATOR ID OFF THE PARAMETER CARD, OR      *             01260001
012700*   'UNKNOWN' WHEN THE CARD LEFT IT BLANK           *             01270001
012800*****************************************************             01280001
012900 01  WS-OPERATOR-CONTROL.                                         01290001
013000     10  WS-OPERATOR-ID            PIC X(08) VALUE 'UNKNOWN'.     01300001
013007                                                                  01300701
013014*****************************************************             01301401
013021*   THE OPERATOR FILING THE RUN MUST HOLD ITEM      *             01302101
013028*   MAINTENANCE AUTHORITY ON THE OPERATOR           *             01302801
013035*   AUTHORITY FILE.  WITHOUT IT EVERY TRANSACTION   *             01303501
013042*   IS REJECTED AND LOGGED AS A REFUSED ATTEMPT     *             01304201
013049*****************************************************             01304901
013056 01  WS-AUTHORITY-CONTROL.                                        01305601
013063     10  WS-RUN-AUTHORIZED         PIC X(03) VALUE 'NO'.          01306301
013070     10  WS-REFUSED-REASON         PIC X(30) VALUE SPACES.        01307001
013077     10  WS-SAVED-RETURN-CODE      PIC S9(04) COMP VALUE ZERO.    01307701
013084                                                                  01308401
013091     COPY OPAUTHP.                                                01309101
013100                                                                  01310001
013200 01  WS-UOM-PARM-CARD.                                            01320001
013300     10  PC-OPERATOR-ID            PIC X(08).                     01330001
013400     10  FILLER                    PIC X(72).                     01340001
013500                                                                  01350001
013600 PROCEDURE DIVISION.                                              01360001
013700                                                                  01370001
013800*****************************************************             01380001
013900*   MAIN PROGRAM ROUTINE                            *             01390001
014000*****************************************************             01400001
014100 010-START-HERE.                                                  01410001
014200     OPEN I-O ITEM-UOM-MASTER                                     01420001
014300     IF WS-ITMUOM-STATUS NOT = '00'                               01430001
014400         DISPLAY 'ITEM UOM MASTER OPEN FAILED, STATUS = '         01440001
014500             WS-ITMUOM-STATUS                                     01450001
014600         MOVE 16 TO RETURN-CODE                                   01460001
014700     END-IF                                                       01470001
014800     OPEN INPUT FRIDGE                                            01480001
014900     IF WS-FRIDGE-STATUS NOT = '00'                               01490001
015000         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  01500001
015100             WS-FRIDGE-STATUS                                     01510001
015200         MOVE 16 TO RETURN-CODE                                   01520001
015300     END-IF                                                       01530001
015400     IF RETURN-CODE = 16                                          01540001
015500         PERFORM 990-ABORT-RUN                                    01550001
015600     ELSE                                                         01560001
015700         OPEN INPUT TRANSACTION-FILE                              01570001
015800         OPEN OUTPUT UOM-LOG-FILE                                 01580001
015900         OPEN OUTPUT UOM-REJECT-FILE                              01590001
016000         PERFORM 105-GET-OPERATOR-PARM                            01600001
016050         PERFORM 106-CHECK-OPERATOR-AUTHORITY                     01605001
016100         PERFORM 850-GET-DATE                                     01610001
016200         PERFORM 100-READ-TRANSACTION                             01620001
016300         PERFORM 150-PROCESS-TRANSACTION                          01630001
016400           UNTIL EOF-FLAG = 'YES'                                 01640001
016500         CLOSE ITEM-UOM-MASTER FRIDGE TRANSACTION-FILE            01650001
016600           UOM-LOG-FILE UOM-REJECT-FILE                           01660001
016700     END-IF                                                       01670001
016800     GOBACK                                                       01680001
016900     .                                                            01690001
017000                                                                  01700001
017100 990-ABORT-RUN.                                                   01710001
017200     IF WS-ITMUOM-STATUS = '00'                                   01720001
017300         CLOSE ITEM-UOM-MASTER                                    01730001
017400     END-IF                                                       01740001
017500     IF WS-FRIDGE-STATUS = '00'                                   01750001
017600         CLOSE FRIDGE                                             01760001
017700     END-IF                                                       01770001
017800     .                                                            01780001
017900                                                                  01790001
018000 105-GET-OPERATOR-PARM.                                           01800001
018100     ACCEPT WS-UOM-PARM-CARD FROM SYSIN                           01810001
018200     IF PC-OPERATOR-ID NOT = SPACES                               01820001
018300         MOVE PC-OPERATOR-ID TO WS-OPERATOR-ID                    01830001
018400     END-IF                                                       01840001
018500     .                                                            01850001
018505                                                                  01850501
018510 106-CHECK-OPERATOR-AUTHORITY.                                    01851001
018515     MOVE 'C' TO AQ-FUNCTION                                      01851501
018520     MOVE 'UOMMNT' TO AQ-CALLER                                   01852001
018525     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        01852501
018530     MOVE 1 TO AQ-AUTHORITY                                       01853001
018535     MOVE SPACES TO AQ-SUBJECT                                    01853501
018540     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      01854001
018545     IF AQ-RESULT = '00'                                          01854501
018550         MOVE 'YES' TO WS-RUN-AUTHORIZED                          01855001
018555     ELSE                                                         01855501
018560         MOVE 'NO' TO WS-RUN-AUTHORIZED                           01856001
018565         MOVE AQ-REASON TO WS-REFUSED-REASON                      01856501
018570         DISPLAY 'OPERATOR ' WS-OPERATOR-ID                       01857001
018575             ' NOT AUTHORIZED TO MAINTAIN ITEMS - ' AQ-REASON     01857501
018580         MOVE 8 TO RETURN-CODE                                    01858001
018585     END-IF                                                       01858501
018590     .                                                            01859001
018600                                                                  01860001
018700 100-READ-TRANSACTION.                                            01870001
018800     READ TRANSACTION-FILE                                        01880001
018900         AT END                                                   01890001
019000             MOVE 'YES' TO EOF-FLAG                               01900001
019100         NOT AT END                                               01910001
019200             ADD 1 TO REC-COUNT                                   01920001
019300     END-READ                                                     01930001
019400     .                                                            01940001
019500                                                                  01950001
019600 150-PROCESS-TRANSACTION.                                         01960001
019700     PERFORM 120-VALIDATE-TRANSACTION                             01970001
019800     IF WS-TX-VALID = 'YES'                                       01980001
019900         MOVE UX-ITEM-NAME TO UM-ITEM-NAME                        01990001
020000         EVALUATE UX-ACTION-CODE                                  02000001
020100             WHEN 'A'                                             02010001
020200                 PERFORM 200-ADD-ITEM-UOM                         02020001
020300             WHEN 'C'                                             02030001
020400                 PERFORM 300-CHANGE-ITEM-UOM                      02040001
020500             WHEN 'D'                                             02050001
020600                 PERFORM 400-DELETE-ITEM-UOM                      02060001
020700         END-EVALUATE                                             02070001
020800     ELSE                                                         02080001
020900         PERFORM 160-REJECT-TRANSACTION                           02090001
021000     END-IF                                                       02100001
021100     PERFORM 100-READ-TRANSACTION                                 02110001
021200     .                                                            02120001
021300                                                                  02130001
021400*****************************************************             02140001
021500*   AN ADD OR CHANGE MUST NAME ALL THREE UNITS AND  *             02150001
021600*   CARRY TWO POSITIVE FACTORS; AN ADD MUST ALSO    *             02160001
021700*   NAME AN ITEM THE FRIDGE MASTER KNOWS            *             02170001
021800*****************************************************             02180001
021900 120-VALIDATE-TRANSACTION.                                        02190001
022000     MOVE 'YES' TO WS-TX-VALID                                    02200001
022100     MOVE SPACES TO WS-TX-REJECT-REASON                           02210001
022200     IF UX-ITEM-NAME = SPACES                                     02220001
022300         MOVE 'NO' TO WS-TX-VALID                                 02230001
022400         MOVE 'BLANK ITEM NAME' TO WS-TX-REJECT-REASON            02240001
022500     END-IF                                                       02250001
022600     IF UX-ACTION-CODE NOT = 'A' AND UX-ACTION-CODE NOT = 'C'     02260001
022700         AND UX-ACTION-CODE NOT = 'D'                             02270001
022800         AND WS-TX-VALID = 'YES'                                  02280001
022900         MOVE 'NO' TO WS-TX-VALID                                 02290001
023000         MOVE 'INVALID ACTION CODE' TO WS-TX-REJECT-REASON        02300001
023100     END-IF                                                       02310001
023200     IF UX-ACTION-CODE = 'A' OR UX-ACTION-CODE = 'C'              02320001
023300         IF (UX-PURCHASE-UOM = SPACES OR UX-STOCK-UOM = SPACES    02330001
023400             OR UX-RECIPE-UOM = SPACES)                           02340001
023500             AND WS-TX-VALID = 'YES'                              02350001
023600             MOVE 'NO' TO WS-TX-VALID                             02360001
023700             MOVE 'BLANK UNIT OF MEASURE' TO WS-TX-REJECT-REASON  02370001
023800         END-IF                                                   02380001
023900         IF UX-PURCH-FACTOR NOT NUMERIC                           02390001
024000             AND WS-TX-VALID = 'YES'                              02400001
024100             MOVE 'NO' TO WS-TX-VALID                             02410001
024200             MOVE 'INVALID PURCHASE FACTOR' TO                    02420001
024300                 WS-TX-REJECT-REASON                              02430001
024400         END-IF                                                   02440001
024500         IF UX-RECIPE-FACTOR NOT NUMERIC                          02450001
024600             AND WS-TX-VALID = 'YES'                              02460001
024700             MOVE 'NO' TO WS-TX-VALID                             02470001
024800             MOVE 'INVALID RECIPE FACTOR' TO                      02480001
024900                 WS-TX-REJECT-REASON                              02490001
025000         END-IF                                                   02500001
025100         IF WS-TX-VALID = 'YES'                                   02510001
025200             AND (UX-PURCH-FACTOR NOT > ZERO                      02520001
025300             OR UX-RECIPE-FACTOR NOT > ZERO)                      02530001
025400             MOVE 'NO' TO WS-TX-VALID                             02540001
025500             MOVE 'CONVERSION FACTOR NOT POSITIVE' TO             02550001
025600                 WS-TX-REJECT-REASON                              02560001
025700         END-IF                                                   02570001
025800     END-IF                                                       02580001
025900     IF UX-ACTION-CODE = 'A'                                      02590001
026000         AND WS-TX-VALID = 'YES'                                  02600001
026100         MOVE UX-ITEM-NAME TO FR-ITEM-NAME                        02610001
026200         READ FRIDGE                                              02620001
026300             INVALID KEY                                          02630001
026400                 MOVE 'NO' TO WS-TX-VALID                         02640001
026500                 MOVE 'ITEM NOT ON FRIDGE FILE' TO                02650001
026600                     WS-TX-REJECT-REASON                          02660001
026700         END-READ                                                 02670001
026800     END-IF                                                       02680001
026816     IF WS-RUN-AUTHORIZED = 'NO'                                  02681601
026832         MOVE 'NO' TO WS-TX-VALID                                 02683201
026848         MOVE WS-REFUSED-REASON TO WS-TX-REJECT-REASON            02684801
026864         PERFORM 165-LOG-REFUSED-ATTEMPT                          02686401
026880     END-IF                                                       02688001
026900     .                                                            02690001
027000                                                                  02700001
027100 200-ADD-ITEM-UOM.                                                02710001
027200     READ ITEM-UOM-MASTER                                         02720001
027300         INVALID KEY                                              02730001
027400             PERFORM 210-BUILD-UOM-RECORD                         02740001
027500             WRITE ITEM-UOM-REC                                   02750001
027600             MOVE SPACES TO WS-BEFORE-IMAGE                       02760001
027700             MOVE ITEM-UOM-REC TO WS-AFTER-IMAGE                  02770001
027800             PERFORM 170-LOG-TRANSACTION                          02780001
027900         NOT INVALID KEY                                          02790001
028000             MOVE 'ITEM UOM ALREADY ON FILE' TO                   02800001
028100                 WS-TX-REJECT-REASON                              02810001
028200             PERFORM 160-REJECT-TRANSACTION                       02820001
028300     END-READ                                                     02830001
028400     .                                                            02840001
028500                                                                  02850001
028600 210-BUILD-UOM-RECORD.                                            02860001
028700     MOVE SPACES TO ITEM-UOM-REC                                  02870001
028800     MOVE UX-ITEM-NAME TO UM-ITEM-NAME                            02880001
028900     MOVE UX-PURCHASE-UOM TO UM-PURCHASE-UOM                      02890001
029000     MOVE UX-STOCK-UOM TO UM-STOCK-UOM                            02900001
029100     MOVE UX-RECIPE-UOM TO UM-RECIPE-UOM                          02910001
029200     MOVE UX-PURCH-FACTOR TO UM-PURCH-FACTOR                      02920001
029300     MOVE UX-RECIPE-FACTOR TO UM-RECIPE-FACTOR                    02930001
029400     MOVE WS-DATE-8 TO UM-CHANGE-DATE                             02940001
029500     .                                                            02950001
029600                                                                  02960001
029700 300-CHANGE-ITEM-UOM.                                             02970001
029800     READ ITEM-UOM-MASTER                                         02980001
029900         INVALID KEY                                              02990001
030000             MOVE 'ITEM UOM NOT ON FILE' TO WS-TX-REJECT-REASON   03000001
030100             PERFORM 160-REJECT-TRANSACTION                       03010001
030200         NOT INVALID KEY                                          03020001
030300             MOVE ITEM-UOM-REC TO WS-BEFORE-IMAGE                 03030001
030400             PERFORM 210-BUILD-UOM-RECORD                         03040001
030500             REWRITE ITEM-UOM-REC                                 03050001
030600             MOVE ITEM-UOM-REC TO WS-AFTER-IMAGE                  03060001
030700             PERFORM 170-LOG-TRANSACTION                          03070001
030800     END-READ                                                     03080001
030900     .                                                            03090001
031000                                                                  03100001
031100 400-DELETE-ITEM-UOM.                                             03110001
031200     READ ITEM-UOM-MASTER                                         03120001
031300         INVALID KEY                                              03130001
031400             MOVE 'ITEM UOM NOT ON FILE' TO WS-TX-REJECT-REASON   03140001
031500             PERFORM 160-REJECT-TRANSACTION                       03150001
031600         NOT INVALID KEY                                          03160001
031700             MOVE ITEM-UOM-REC TO WS-BEFORE-IMAGE                 03170001
031800             MOVE SPACES TO WS-AFTER-IMAGE                        03180001
031900             DELETE ITEM-UOM-MASTER RECORD                        03190001
032000             PERFORM 170-LOG-TRANSACTION                          03200001
032100     END-READ                                                     03210001
032200     .                                                            03220001
032300                                                                  03230001
032400 160-REJECT-TRANSACTION.                                          03240001
032500     MOVE SPACES TO UOM-REJECT-REC                                03250001
032600     MOVE UX-ACTION-CODE TO UJ-ACTION-CODE                        03260001
032700     MOVE UX-ITEM-NAME TO UJ-ITEM-NAME                            03270001
032800     MOVE WS-TX-REJECT-REASON TO UJ-REASON                        03280001
032900     WRITE UOM-REJECT-REC                                         03290001
033000     ADD 1 TO WS-REJECT-COUNT                                     03300001
033100     .                                                            03310001
033200                                                                  03320001
033204*****************************************************             03320401
033208*   A REFUSED ATTEMPT GOES TO THE SHARED REFUSED-   *             03320801
033212*   UPDATE LOG.  THE CALL RESETS RETURN-CODE, SO    *             03321201
033216*   THE RUN'S OWN CODE IS PUT BACK, NO LOWER THAN 8 *             03321601
033220*****************************************************             03322001
033224 165-LOG-REFUSED-ATTEMPT.                                         03322401
033228     MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE                     03322801
033232     MOVE 'R' TO AQ-FUNCTION                                      03323201
033236     MOVE 'UOMMNT' TO AQ-CALLER                                   03323601
033240     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        03324001
033244     MOVE 1 TO AQ-AUTHORITY                                       03324401
033248     MOVE UX-ITEM-NAME TO AQ-SUBJECT                              03324801
033252     MOVE WS-REFUSED-REASON TO AQ-REASON                          03325201
033256     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      03325601
033260     IF WS-SAVED-RETURN-CODE > 8                                  03326001
033264         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE                 03326401
033268     ELSE                                                         03326801
033272         MOVE 8 TO RETURN-CODE                                    03327201
033276     END-IF                                                       03327601
033280     .                                                            03328001
033284                                                                  03328401
033300 170-LOG-TRANSACTION.                                             03330001
033400     MOVE SPACES TO UOM-LOG-REC                                   03340001
033500     MOVE UX-ACTION-CODE TO UG-ACTION-CODE                        03350001
033600     MOVE UX-ITEM-NAME TO UG-ITEM-NAME                            03360001
033700     MOVE WS-DATE-8 TO UG-RUN-DATE                                03370001
033800     MOVE 'APPLIED' TO UG-RESULT                                  03380001
033900     MOVE WS-BEFORE-IMAGE TO UG-BEFORE-IMAGE                      03390001
034000     MOVE WS-AFTER-IMAGE TO UG-AFTER-IMAGE                        03400001
034100     MOVE WS-OPERATOR-ID TO UG-USER-ID                            03410001
034200     MOVE 'BTCH' TO UG-TERMINAL                                   03420001
034300     WRITE UOM-LOG-REC                                            03430001
034400     ADD 1 TO WS-APPLIED-COUNT                                    03440001
034500     .                                                            03450001
034600                                                                  03460001
034700 850-GET-DATE.                                                    03470001
034800     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          03480001
034900     .                                                            03490001
