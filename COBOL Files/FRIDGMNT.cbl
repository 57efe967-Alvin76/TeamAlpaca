002300                                                                  20002300
002400 FILE-CONTROL.                                                    20002400
002500     SELECT FRIDGE                 ASSIGN TO DYNAMIC              20002500
002550         WS-FRIDGE-DSNAME                                         20002501
002600         ORGANIZATION IS INDEXED                                  20002600
002700         ACCESS MODE IS DYNAMIC                                   20002700
002800         RECORD KEY IS FR-ITEM-NAME                               20002800
008100                                                                  20008100
008110 FD  PENDING-TX-FILE                                              20008110
008120     RECORDING MODE IS F.                                         20008120
008130     COPY PENDTX.                                                 00813001
008140                                                                  20008140
008150 FD  PENDING-PRINT-FILE                                           20008150
008160     RECORDING MODE IS F.                                         20008160
009920 01  WS-TRAILER-CONTROL.                                          20009920
009930     10  WS-TRAILER-REC-DELTA      PIC S9(05)    VALUE ZERO.      20009930
009940     10  WS-TRAILER-PRICE-DELTA   PIC S9(05)V99 VALUE ZERO.       20009940
009941     10  WS-TRAILER-WASTE-DELTA   PIC S9(05)    VALUE ZERO.       20009950
009942     10  WS-OLD-ITEM-PRICE        PIC S9(05)V99 VALUE ZERO.       20009960
009943     10  WS-OLD-ITEM-WASTE        PIC S9(03)    VALUE ZERO.       20009970
009944                                                                  20009971
009945*****************************************************             20009972
009946*   HIGH-VALUE TRANSACTIONS PARK ON THE PENDING     *             20009973
009947*   FILE UNTIL A SUPERVISOR'S APPROVAL CODE COMES   *             20009974
009948*   BACK THROUGH THE APPROVAL RUN.  THE THRESHOLD   *             20009975
009949*   CAN BE RAISED OR LOWERED BY THE PARAMETER CARD  *             20009976
009950*****************************************************             20009977
009951 01  WS-IMAGE-CONTROL.                                            20009977
009952     10  WS-BEFORE-IMAGE          PIC X(100) VALUE SPACES.         20009977
009953     10  WS-AFTER-IMAGE           PIC X(100) VALUE SPACES.         20009977
009954                                                                  20009977
009955 01  WS-APPROVAL-CONTROL.                                         20009978
009956     10  WS-APPROVAL-THRESHOLD    PIC S9(05)V99 VALUE 500.        20009979
009957     10  WS-TX-VALUE-IMPACT       PIC S9(07)V99 VALUE ZERO.       20009980
009958     10  WS-TX-PARKED             PIC X(03) VALUE 'NO'.           20009981
009959                                                                  20009982
009960 01  WS-MAINT-PARM-CARD.                                          20009983
009961     10  PC-APPROVAL-THRESHOLD    PIC 9(05).                      20009984
009962     10  PC-OPERATOR-ID           PIC X(08).                      20009984
009963     10  FILLER                   PIC X(67).                      20009985
009964                                                                  20009985
009965*****************************************************             20009985
009966*   EVERY JOURNAL ENTRY CARRIES WHO FILED THE RUN:  *             20009985
009967*   THE OPERATOR ID OFF THE PARAMETER CARD, OR      *             20009985
009968*   'UNKNOWN' WHEN THE CARD LEFT IT BLANK           *             20009985
009969*****************************************************             20009985
009970 01  WS-OPERATOR-CONTROL.                                         20009985
009971     10  WS-OPERATOR-ID           PIC X(08) VALUE 'UNKNOWN'.      20009985
009972                                                                  00997201
009973*****************************************************             00997301
009974*   THE OPERATOR FILING THE RUN MUST HOLD ITEM      *             00997401
009975*   MAINTENANCE AUTHORITY ON THE OPERATOR           *             00997501
009976*   AUTHORITY FILE.  WITHOUT IT EVERY TRANSACTION   *             00997601
009977*   IS REJECTED AND LOGGED AS A REFUSED ATTEMPT     *             00997701
009978*****************************************************             00997801
009979 01  WS-AUTHORITY-CONTROL.                                        00997901
009980     10  WS-RUN-AUTHORIZED        PIC X(03) VALUE 'NO'.           00998001
009981     10  WS-REFUSED-REASON        PIC X(30) VALUE SPACES.         00998101
009982     10  WS-SAVED-RETURN-CODE     PIC S9(04) COMP VALUE ZERO.     00998201
009983                                                                  00998301
009985     COPY OPAUTHP.                                                00998501
009986                                                                  20009986
009987 01  WS-PENDING-REGISTER-LINE.                                    20009987
009988     10  FILLER                   PIC X(02) VALUE SPACES.         20009988
011020         OPEN OUTPUT PENDING-PRINT-FILE                           00011020
011030         PERFORM 105-GET-APPROVAL-PARM                            00011030
011100         PERFORM 850-GET-DATE                                     00011100
011150         PERFORM 106-CHECK-OPERATOR-AUTHORITY                     01115001
011200         PERFORM 100-READ-TRANSACTION                             00011200
011300         PERFORM 150-PROCESS-TRANSACTION                          00011300
011400           UNTIL EOF-FLAG = 'YES'                                 00011400
011940         AND PC-APPROVAL-THRESHOLD > 0                            00011940
011950         MOVE PC-APPROVAL-THRESHOLD TO                            00011950
011960             WS-APPROVAL-THRESHOLD                                00011960
011961     END-IF                                                       00011970
011962     IF PC-OPERATOR-ID NOT = SPACES                               00011971
011963         MOVE PC-OPERATOR-ID TO WS-OPERATOR-ID                    00011972
011965     END-IF                                                       00011973
011966     .                                                            00011980
011967                                                                  00011990
011968 106-CHECK-OPERATOR-AUTHORITY.                                    01196801
011970     MOVE 'C' TO AQ-FUNCTION                                      01197001
011971     MOVE 'FRIDGMNT' TO AQ-CALLER                                 01197101
011972     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        01197201
011973     MOVE 1 TO AQ-AUTHORITY                                       01197301
011975     MOVE SPACES TO AQ-SUBJECT                                    01197501
011976     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      01197601
011977     IF AQ-RESULT = '00'                                          01197701
011978         MOVE 'YES' TO WS-RUN-AUTHORIZED                          01197801
011980     ELSE                                                         01198001
011981         MOVE 'NO' TO WS-RUN-AUTHORIZED                           01198101
011982         MOVE AQ-REASON TO WS-REFUSED-REASON                      01198201
011983         DISPLAY 'OPERATOR ' WS-OPERATOR-ID                       01198301
011985             ' NOT AUTHORIZED TO MAINTAIN ITEMS - ' AQ-REASON     01198501
011986         MOVE 8 TO RETURN-CODE                                    01198601
011987     END-IF                                                       01198701
011988     .                                                            01198801
011990                                                                  01199001
011991*****************************************************             00011991
011992*   WHILE THE NIGHTLY CHAIN HOLDS THE BATCH WINDOW  *             00011992
011993*   ON THE HEADER SENTINEL, NO MAINTENANCE TOUCHES  *             00011993
012009     END-READ                                                     00012009
012010     .                                                            00012010
012011                                                                  00012011
012055 100-READ-TRANSACTION.                                            00012000
012100     READ TRANSACTION-FILE                                        00012100
012200         AT END                                                   00012200
012300             MOVE 'YES' TO EOF-FLAG                               00012300
015500         MOVE 'NO' TO WS-TX-VALID                                 00015500
015600         MOVE 'INVALID ACTION CODE' TO WS-TX-REJECT-REASON        00015600
015700     END-IF                                                       00015700
015701     IF TX-ACTION-CODE = 'A' OR TX-ACTION-CODE = 'C'              00015750
015702         IF TX-UNITS < 0                                          00015751
015703             AND WS-TX-VALID = 'YES'                              00015751
015704             MOVE 'NO' TO WS-TX-VALID                             00015752
015706             MOVE 'NEGATIVE UNITS' TO WS-TX-REJECT-REASON         00015753
015707         END-IF                                                   00015754
015708         IF TX-COST NOT NUMERIC                                   00015755
015709             AND WS-TX-VALID = 'YES'                              00015755
015710             MOVE 'NO' TO WS-TX-VALID                             00015756
015712             MOVE 'INVALID COST' TO WS-TX-REJECT-REASON           00015757
015713         END-IF                                                   00015758
015714         IF TX-ITEM-TYPE NOT = SPACE AND TX-ITEM-TYPE NOT = 'P'   01571401
015715             AND WS-TX-VALID = 'YES'                              01571501
015717             MOVE 'NO' TO WS-TX-VALID                             01571701
015718             MOVE 'INVALID ITEM TYPE' TO WS-TX-REJECT-REASON      01571801
015719         END-IF                                                   01571901
015720         IF TX-ITEM-TYPE = 'P'                                    01572001
015721             AND WS-TX-VALID = 'YES'                              01572101
015723             IF TX-SHELF-LIFE-DAYS NOT NUMERIC                    01572301
015724                 MOVE 'NO' TO WS-TX-VALID                         01572401
015725                 MOVE 'SHELF LIFE REQUIRED' TO WS-TX-REJECT-REASON01572501
015726             ELSE                                                 01572601
015728                 IF TX-SHELF-LIFE-DAYS = ZERO                     01572801
015729                     MOVE 'NO' TO WS-TX-VALID                     01572901
015730                     MOVE 'SHELF LIFE REQUIRED' TO                01573001
015731                         WS-TX-REJECT-REASON                      01573101
015732                 END-IF                                           01573201
015734             END-IF                                               01573401
015735         END-IF                                                   01573501
015736         IF TX-LIFECYCLE-STATUS NOT = SPACE                       01573601
015737             AND TX-LIFECYCLE-STATUS NOT = 'A'                    01573701
015739             AND TX-LIFECYCLE-STATUS NOT = 'P'                    01573901
015740             AND TX-LIFECYCLE-STATUS NOT = 'D'                    01574001
015741             AND WS-TX-VALID = 'YES'                              01574101
015742             MOVE 'NO' TO WS-TX-VALID                             01574201
015743             MOVE 'INVALID LIFECYCLE STATUS' TO                   01574301
015745                 WS-TX-REJECT-REASON                              01574501
015746         END-IF                                                   01574601
015747         MOVE TX-CATEGORY TO CM-CATEGORY-CODE                     00015759
015748         READ CATEGORY-MASTER                                     00015760
015750             INVALID KEY                                          00015761
015751                 IF WS-TX-VALID = 'YES'                           00015762
015752                     MOVE 'NO' TO WS-TX-VALID                     00015762
015753                     MOVE 'INVALID CATEGORY' TO                   00015763
015754                         WS-TX-REJECT-REASON                      00015763
015755                 END-IF                                           00015762
015756         END-READ                                                 00015764
015757     END-IF                                                       00015765
015758     IF WS-RUN-AUTHORIZED = 'NO'                                  01575801
015766         MOVE 'NO' TO WS-TX-VALID                                 01576601
015774         MOVE WS-REFUSED-REASON TO WS-TX-REJECT-REASON            01577401
015782         PERFORM 165-LOG-REFUSED-ATTEMPT                          01578201
015790     END-IF                                                       01579001
015800     .                                                            00015800
015900                                                                  00015900
015901*****************************************************             00015901
015931                                                                  00015931
015932 140-PARK-TRANSACTION.                                            00015932
015933     MOVE 'YES' TO WS-TX-PARKED                                   00015933
015937     MOVE SPACES TO PENDING-TX-REC                                01593701
015941     MOVE TRANSACTION-REC TO PQ-TRANSACTION                       01594101
015945     MOVE WS-OPERATOR-ID TO PQ-KEYED-BY                           01594501
015949     MOVE WS-DATE-8 TO PQ-KEYED-DATE                              01594901
015953     WRITE PENDING-TX-REC                                         01595301
015958     MOVE TX-ACTION-CODE TO PG-ACTION-CODE                        00015935
015962     MOVE TX-ITEM-NAME TO PG-ITEM-NAME                            00015936
015966     MOVE WS-TX-VALUE-IMPACT TO PG-VALUE-IMPACT                   00015937
015970     WRITE PENDING-PRINT-REC FROM                                 00015938
015974         WS-PENDING-REGISTER-LINE                                 00015939
015979       AFTER ADVANCING 1 LINE                                     00015940
015983     END-WRITE                                                    00015941
015987     ADD 1 TO WS-PARKED-COUNT                                     00015942
015991     .                                                            00015943
015995                                                                  00015944
016000 200-ADD-FRIDGE-RECORD.                                           00016000
016100     MOVE TX-ITEM-NAME TO FR-ITEM-NAME                            00016100
016200     READ FRIDGE                                                  00016200
017112             MOVE SPACES TO FR-HOLD-STATUS                        00017112
017113             MOVE SPACES TO FR-HOLD-REASON                        00017113
017114             MOVE ZERO TO FR-HOLD-DATE                            00017114
017117             MOVE 'A' TO FR-LIFECYCLE-STATUS                      01711701
017120             PERFORM 190-SET-ITEM-LEVELS                          00017120
017200             WRITE FRIDGE-REC                                     00017200
017201             MOVE SPACES TO WS-BEFORE-IMAGE                       00017201
021600     ADD 1 TO WS-REJECT-COUNT                                     00021600
021700     .                                                            00021700
021800                                                                  00021800
021804*****************************************************             02180401
021808*   A REFUSED ATTEMPT GOES TO THE SHARED REFUSED-   *             02180801
021812*   UPDATE LOG.  THE CALL RESETS RETURN-CODE, SO    *             02181201
021816*   THE RUN'S OWN CODE IS PUT BACK, NO LOWER THAN 8 *             02181601
021820*****************************************************             02182001
021824 165-LOG-REFUSED-ATTEMPT.                                         02182401
021828     MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE                     02182801
021832     MOVE 'R' TO AQ-FUNCTION                                      02183201
021836     MOVE 'FRIDGMNT' TO AQ-CALLER                                 02183601
021840     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        02184001
021844     MOVE 1 TO AQ-AUTHORITY                                       02184401
021848     MOVE TX-ITEM-NAME TO AQ-SUBJECT                              02184801
021852     MOVE WS-REFUSED-REASON TO AQ-REASON                          02185201
021856     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      02185601
021860     IF WS-SAVED-RETURN-CODE > 8                                  02186001
021864         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE                 02186401
021868     ELSE                                                         02186801
021872         MOVE 8 TO RETURN-CODE                                    02187201
021876     END-IF                                                       02187601
021880     .                                                            02188001
021884                                                                  02188401
021900 170-LOG-TRANSACTION.                                             00021900
022000     MOVE TX-ACTION-CODE TO ML-ACTION-CODE                        00022000
022100     MOVE TX-ITEM-NAME TO ML-ITEM-NAME                            00022100
022340     MOVE 'BTCH' TO ML-TERMINAL                                   00022340
022400     WRITE MAINT-LOG-REC                                          00022400
022500     ADD 1 TO WS-APPLIED-COUNT                                    00022500
022502     .                                                            00022600
022505                                                                  00022601
022508*****************************************************             00022602
022511*   PER-ITEM REORDER POINT AND ORDER-UP-TO LEVEL    *             00022603
022514*   RIDE ON THE SAME TRANSACTION; BLANK COLUMNS     *             00022604
022517*   LEAVE AN ITEM ON THE GLOBAL THRESHOLD.  THE     *             02251701
022519*   ITEM TYPE AND SHELF LIFE OF A PREPARED ITEM     *             02251901
022522*   RIDE THE SAME WAY.  A LIFECYCLE STATUS RETIRES  *             02252201
022525*   AN ITEM (P = PHASE OUT, D = DISCONTINUED) IN    *             02252501
022528*   PLACE OF A DELETE; A BLANK COLUMN LEAVES THE    *             02252801
022531*   ITEM'S STATUS AS IT STANDS                      *             02253101
022534*****************************************************             00022606
022536 190-SET-ITEM-LEVELS.                                             00022607
022539     IF TX-REORDER-POINT NUMERIC                                  00022608
022542         MOVE TX-REORDER-POINT TO FR-REORDER-POINT                00022609
022545     ELSE                                                         00022610
022548         MOVE ZERO TO FR-REORDER-POINT                            00022611
022551     END-IF                                                       00022612
022553     IF TX-ORDER-UP-TO NUMERIC                                    00022613
022556         MOVE TX-ORDER-UP-TO TO FR-ORDER-UP-TO                    00022614
022559     ELSE                                                         00022615
022562         MOVE ZERO TO FR-ORDER-UP-TO                              02256201
022565     END-IF                                                       02256501
022568     IF TX-ITEM-TYPE = 'P'                                        02256801
022570         MOVE 'P' TO FR-ITEM-TYPE                                 02257001
022573     ELSE                                                         02257301
022576         MOVE SPACE TO FR-ITEM-TYPE                               02257601
022579     END-IF                                                       02257901
022582     IF TX-SHELF-LIFE-DAYS NUMERIC                                02258201
022585         MOVE TX-SHELF-LIFE-DAYS TO FR-SHELF-LIFE-DAYS            02258501
022587     ELSE                                                         02258701
022590         MOVE ZERO TO FR-SHELF-LIFE-DAYS                          02259001
022593     END-IF                                                       02259301
022596     IF TX-LIFECYCLE-STATUS NOT = SPACE                           02259601
022599         MOVE TX-LIFECYCLE-STATUS TO FR-LIFECYCLE-STATUS          02259901
022602     END-IF                                                       00022617
022606     .                                                            00022618
022610                                                                  00022610
022620*****************************************************             00022620
022630*   KEEP THE TRAILER SENTINEL'S CONTROL COUNT/TOTALS  *           00022630
022810     END-READ                                                     00022810
022820     .                                                            00022820
022830                                                                  00022830
022865 850-GET-DATE.                                                    00022800
022900     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          00022900
023000     .                                                            00023000
