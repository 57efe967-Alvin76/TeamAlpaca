001200*ONLY TRANSACTIONS CARRYING A SUPERVISOR'S APPROVAL *             00120001
001300*CODE (TRAILER CONTROL TOTALS KEPT IN STEP), AND    *             00130001
001400*CARRIES STILL-UNAPPROVED TRANSACTIONS FORWARD TO A *             00140001
001428*NEW PENDING FILE WITH A PRINTED REGISTER.  THE     *             00142801
001456*OPERATOR FILING THE RUN MUST HOLD APPROVAL         *             00145601
001484*AUTHORITY, AND MAY NEVER APPROVE A TRANSACTION     *             00148401
001512*THEY KEYED THEMSELVES; EITHER WAY THE TRANSACTION  *             00151201
001540*IS CARRIED FORWARD UNAPPLIED AND THE ATTEMPT IS    *             00154001
001568*LOGGED AS REFUSED                                  *             00156801
001600*****************************************************             00160001
001700                                                                  00170001
001800 ENVIRONMENT DIVISION.                                            00180001
006500                                                                  00650001
006600 FD  PENDING-TX-FILE                                              00660001
006700     RECORDING MODE IS F.                                         00670001
006800     COPY PENDTX.                                                 00680001
006900                                                                  00690001
007000 FD  PENDING-OUT-FILE                                             00700001
007100     RECORDING MODE IS F.                                         00710001
007200 01  PENDING-OUT-REC               PIC X(100).                    00720001
007300                                                                  00730001
007310*    THE APPROVAL LOG USES THE SAME JOURNAL LAYOUT AS THE         00731001
007320*    MAINTENANCE RUN'S MYMAINTLOG, FULL BEFORE/AFTER IMAGES       00732001
009600                                                                  00960001
009700 WORKING-STORAGE SECTION.                                         00970001
009800                                                                  00980001
009814*****************************************************             00981401
009828*   THE PARKED TRANSACTION, LIFTED OUT OF THE       *             00982801
009842*   PENDING RECORD - SHARED COPYBOOK                *             00984201
009856*****************************************************             00985601
009870     COPY MAINTTX.                                                00987001
009884                                                                  00988401
009900 01  WS-COUNTERS-FLAGS.                                           00990001
010000     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          01000001
010100     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          01010001
011706 01  WS-OPERATOR-CONTROL.                                         01170601
011707     10  WS-OPERATOR-ID           PIC X(08) VALUE 'UNKNOWN'.      01170701
011708                                                                  01170801
011709*****************************************************             01170901
011710*   THE OPERATOR FILING THE RUN MUST HOLD APPROVAL  *             01171001
011712*   AUTHORITY ON THE OPERATOR AUTHORITY FILE.  THE  *             01171201
011713*   CARRY REMARK SAYS WHY A TRANSACTION WAS LEFT    *             01171301
011714*   PENDING, AND IS ALSO THE REASON LOGGED WHEN AN  *             01171401
011716*   APPROVAL IS REFUSED                             *             01171601
011717*****************************************************             01171701
011718 01  WS-AUTHORITY-CONTROL.                                        01171801
011720     10  WS-RUN-AUTHORIZED        PIC X(03) VALUE 'NO'.           01172001
011721     10  WS-REFUSED-REASON        PIC X(30) VALUE SPACES.         01172101
011722     10  WS-APPROVER-OK           PIC X(03) VALUE 'NO'.           01172201
011724     10  WS-CARRY-REMARK          PIC X(30) VALUE SPACES.         01172401
011725     10  WS-SAVED-RETURN-CODE     PIC S9(04) COMP VALUE ZERO.     01172501
011726                                                                  01172601
011728     COPY OPAUTHP.                                                01172801
011729                                                                  01172901
011730 01  WS-APPROVE-PARM-CARD.                                        01173001
011732     10  PC-OPERATOR-ID           PIC X(08).                      01173201
011733     10  FILLER                   PIC X(72).                      01173301
011734                                                                  01173401
011736 01  WS-IMAGE-CONTROL.                                            01173601
011737     10  WS-BEFORE-IMAGE          PIC X(100) VALUE SPACES.         01172001
011738     10  WS-AFTER-IMAGE           PIC X(100) VALUE SPACES.         01173001
011740                                                                  01174001
011800 01  WS-TRAILER-CONTROL.                                          01180001
011900     10  WS-TRAILER-REC-DELTA      PIC S9(05)    VALUE ZERO.      01190001
015900         OPEN OUTPUT APPROVE-PRINT-FILE                           01590001
015910         PERFORM 105-GET-OPERATOR-PARM                            01591001
016000         PERFORM 850-GET-DATE                                     01600001
016050         PERFORM 106-CHECK-OPERATOR-AUTHORITY                     01605001
016100         PERFORM 100-READ-PENDING                                 01610001
016200         PERFORM 150-PROCESS-PENDING                              01620001
016300           UNTIL EOF-FLAG = 'YES'                                 01630001
018200         AT END                                                   01820001
018300             MOVE 'YES' TO EOF-FLAG                               01830001
018400         NOT AT END                                               01840001
018466             ADD 1 TO REC-COUNT                                   01846601
018532             MOVE PQ-TRANSACTION TO TRANSACTION-REC               01853201
018600     END-READ                                                     01860001
018700     .                                                            01870001
018800                                                                  01880001
019100*   APPLIED; THE REST CARRY FORWARD STILL PENDING   *             01910001
019200*****************************************************             01920001
019300 150-PROCESS-PENDING.                                             01930001
019366     IF TX-APPROVAL-CODE = SPACES                                 01936601
019432         MOVE 'STILL PENDING APPROVAL' TO WS-CARRY-REMARK         01943201
019500         PERFORM 600-CARRY-FORWARD-PENDING                        01950001
019600     ELSE                                                         01960001
019633         PERFORM 130-CHECK-APPROVER                               01963301
019666         IF WS-APPROVER-OK = 'NO'                                 01966601
019699             PERFORM 600-CARRY-FORWARD-PENDING                    01969901
019732         ELSE                                                     01973201
019765             PERFORM 120-VALIDATE-TRANSACTION                     01976501
019800             IF WS-TX-VALID = 'YES'                               01980001
019900                 EVALUATE TX-ACTION-CODE                          01990001
020000                     WHEN 'A'                                     02000001
020100                         PERFORM 200-ADD-FRIDGE-RECORD            02010001
020200                     WHEN 'C'                                     02020001
020300                         PERFORM 300-CHANGE-FRIDGE-RECORD         02030001
020400                     WHEN 'D'                                     02040001
020500                         PERFORM 400-DELETE-FRIDGE-RECORD         02050001
020600                 END-EVALUATE                                     02060001
020700             ELSE                                                 02070001
020800                 PERFORM 160-REJECT-TRANSACTION                   02080001
020900             END-IF                                               02090001
021000         END-IF                                                   02100001
021050     END-IF                                                       02105001
021100     PERFORM 100-READ-PENDING                                     02110001
021200     .                                                            02120001
021300                                                                  02130001
021304*****************************************************             02130401
021308*   AN APPROVAL IS ONLY TAKEN FROM AN AUTHORIZED    *             02130801
021312*   OPERATOR WHO DID NOT KEY THE TRANSACTION        *             02131201
021316*   THEMSELVES.  A REFUSED APPROVAL LEAVES THE      *             02131601
021320*   TRANSACTION PENDING FOR ANOTHER APPROVER        *             02132001
021324*****************************************************             02132401
021328 130-CHECK-APPROVER.                                              02132801
021332     MOVE 'YES' TO WS-APPROVER-OK                                 02133201
021336     IF WS-RUN-AUTHORIZED = 'NO'                                  02133601
021340         MOVE 'NO' TO WS-APPROVER-OK                              02134001
021344         MOVE WS-REFUSED-REASON TO WS-CARRY-REMARK                02134401
021348     END-IF                                                       02134801
021352     IF PQ-KEYED-BY = WS-OPERATOR-ID                              02135201
021356         AND WS-APPROVER-OK = 'YES'                               02135601
021360         MOVE 'NO' TO WS-APPROVER-OK                              02136001
021364         MOVE 'KEYER MAY NOT APPROVE OWN WORK' TO WS-CARRY-REMARK 02136401
021368     END-IF                                                       02136801
021372     IF WS-APPROVER-OK = 'NO'                                     02137201
021376         PERFORM 165-LOG-REFUSED-ATTEMPT                          02137601
021380     END-IF                                                       02138001
021384     .                                                            02138401
021388                                                                  02138801
021400 120-VALIDATE-TRANSACTION.                                        02140001
021500     MOVE 'YES' TO WS-TX-VALID                                    02150001
021600     MOVE SPACES TO WS-TX-REJECT-REASON                           02160001
026202             MOVE SPACES TO FR-HOLD-STATUS                        02620201
026203             MOVE SPACES TO FR-HOLD-REASON                        02620301
026204             MOVE ZERO TO FR-HOLD-DATE                            02620401
026207             MOVE 'A' TO FR-LIFECYCLE-STATUS                      02620701
026210             PERFORM 190-SET-ITEM-LEVELS                          02621001
026300             WRITE FRIDGE-REC                                     02630001
026310             MOVE SPACES TO WS-BEFORE-IMAGE                       02631001
032100     .                                                            03210001
032200                                                                  03220001
032210*****************************************************             03221001
032212*   PER-ITEM REORDER POINT AND ORDER-UP-TO LEVEL    *             03221202
032215*   RIDE ON THE SAME TRANSACTION; BLANK COLUMNS     *             03221503
032217*   LEAVE AN ITEM ON THE GLOBAL THRESHOLD.  THE     *             03221701
032220*   ITEM TYPE AND SHELF LIFE OF A PREPARED ITEM     *             03222001
032222*   RIDE THE SAME WAY.  A LIFECYCLE STATUS RETIRES  *             03222201
032225*   AN ITEM (P = PHASE OUT, D = DISCONTINUED) IN    *             03222501
032227*   PLACE OF A DELETE; A BLANK COLUMN LEAVES THE    *             03222701
032230*   ITEM'S STATUS AS IT STANDS                      *             03223001
032232*****************************************************             03223205
032235 190-SET-ITEM-LEVELS.                                             03223506
032237     IF TX-REORDER-POINT NUMERIC                                  03223707
032240         MOVE TX-REORDER-POINT TO FR-REORDER-POINT                03224008
032242     ELSE                                                         03224209
032245         MOVE ZERO TO FR-REORDER-POINT                            03224510
032247     END-IF                                                       03224711
032250     IF TX-ORDER-UP-TO NUMERIC                                    03225012
032252         MOVE TX-ORDER-UP-TO TO FR-ORDER-UP-TO                    03225213
032255     ELSE                                                         03225514
032257         MOVE ZERO TO FR-ORDER-UP-TO                              03225701
032260     END-IF                                                       03226001
032262     IF TX-ITEM-TYPE = 'P'                                        03226201
032265         MOVE 'P' TO FR-ITEM-TYPE                                 03226501
032267     ELSE                                                         03226701
032270         MOVE SPACE TO FR-ITEM-TYPE                               03227001
032272     END-IF                                                       03227201
032275     IF TX-SHELF-LIFE-DAYS NUMERIC                                03227501
032277         MOVE TX-SHELF-LIFE-DAYS TO FR-SHELF-LIFE-DAYS            03227701
032280     ELSE                                                         03228001
032282         MOVE ZERO TO FR-SHELF-LIFE-DAYS                          03228201
032285     END-IF                                                       03228501
032287     IF TX-LIFECYCLE-STATUS NOT = SPACE                           03228701
032290         MOVE TX-LIFECYCLE-STATUS TO FR-LIFECYCLE-STATUS          03229001
032292     END-IF                                                       03229216
032295     .                                                            03229517
032297                                                                  03229718
032300 600-CARRY-FORWARD-PENDING.                                       03230001
032400     WRITE PENDING-OUT-REC FROM PENDING-TX-REC                    03240001
032500     MOVE TX-ACTION-CODE TO CG-ACTION-CODE                        03250001
032600     MOVE TX-ITEM-NAME TO CG-ITEM-NAME                            03260001
032700     MOVE WS-CARRY-REMARK TO CG-REMARK                            03270001
032800     WRITE APPROVE-PRINT-REC FROM WS-CARRY-REGISTER-LINE          03280001
032900       AFTER ADVANCING 1 LINE                                     03290001
033000     END-WRITE                                                    03300001
033900     ADD 1 TO WS-REJECT-COUNT                                     03390001
034000     .                                                            03400001
034100                                                                  03410001
034104*****************************************************             03410401
034108*   A REFUSED ATTEMPT GOES TO THE SHARED REFUSED-   *             03410801
034112*   UPDATE LOG.  THE CALL RESETS RETURN-CODE, SO    *             03411201
034116*   THE RUN'S OWN CODE IS PUT BACK, NO LOWER THAN 8 *             03411601
034120*****************************************************             03412001
034124 165-LOG-REFUSED-ATTEMPT.                                         03412401
034128     MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE                     03412801
034132     MOVE 'R' TO AQ-FUNCTION                                      03413201
034136     MOVE 'FRIDGAPR' TO AQ-CALLER                                 03413601
034140     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        03414001
034144     MOVE 2 TO AQ-AUTHORITY                                       03414401
034148     MOVE TX-ITEM-NAME TO AQ-SUBJECT                              03414801
034152     MOVE WS-CARRY-REMARK TO AQ-REASON                            03415201
034156     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      03415601
034160     IF WS-SAVED-RETURN-CODE > 8                                  03416001
034164         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE                 03416401
034168     ELSE                                                         03416801
034172         MOVE 8 TO RETURN-CODE                                    03417201
034176     END-IF                                                       03417601
034180     .                                                            03418001
034184                                                                  03418401
034200 170-LOG-TRANSACTION.                                             03420001
034300     MOVE TX-ACTION-CODE TO ML-ACTION-CODE                        03430001
034400     MOVE TX-ITEM-NAME TO ML-ITEM-NAME                            03440001
037350     END-IF                                                       03735001
037360     .                                                            03736001
037370                                                                  03737001
037371 106-CHECK-OPERATOR-AUTHORITY.                                    03737101
037372     MOVE 'C' TO AQ-FUNCTION                                      03737201
037373     MOVE 'FRIDGAPR' TO AQ-CALLER                                 03737301
037374     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        03737401
037375     MOVE 2 TO AQ-AUTHORITY                                       03737501
037376     MOVE SPACES TO AQ-SUBJECT                                    03737601
037377     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      03737701
037378     IF AQ-RESULT = '00'                                          03737801
037379         MOVE 'YES' TO WS-RUN-AUTHORIZED                          03737901
037380     ELSE                                                         03738001
037381         MOVE 'NO' TO WS-RUN-AUTHORIZED                           03738101
037382         MOVE AQ-REASON TO WS-REFUSED-REASON                      03738201
037383         DISPLAY 'OPERATOR ' WS-OPERATOR-ID                       03738301
037384             ' NOT AUTHORIZED TO APPROVE - ' AQ-REASON            03738401
037385             ', APPROVED WORK CARRIED FORWARD'                    03738501
037386         MOVE 8 TO RETURN-CODE                                    03738601
037387     END-IF                                                       03738701
037388     .                                                            03738801
037389                                                                  03738901
037400 850-GET-DATE.                                                    03740001
037500     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          03750001
037600     .                                                            03760001
