001100*OPTIONAL EXPIRATION DATE, REWRITES THE FRIDGE      *             00110001
001200*RECORD IMMEDIATELY, AND KEEPS THE TRAILER          *             00120001
001300*SENTINEL'S RECORD COUNT AND CONTROL TOTAL PRICE    *             00130001
001340*IN STEP SO THE MORNING BALANCE CHECKS STILL TIE.   *             00134001
001380*THE SIGNED-ON USER MUST HOLD ITEM MAINTENANCE      *             00138001
001420*AUTHORITY ON THE OPERATOR AUTHORITY FILE; ANY      *             00142001
001460*OTHER USER IS REFUSED AND THE ATTEMPT LOGGED       *             00146001
001500*****************************************************             00150001
001600                                                                  00160001
001700 ENVIRONMENT DIVISION.                                            00170001
006585     10  WS-ABS-TIME               PIC S9(15) COMP-3 VALUE ZERO.  00658501
006586     10  WS-BEFORE-IMAGE           PIC X(100) VALUE SPACES.       00658601
006587     10  WS-AFTER-IMAGE            PIC X(100) VALUE SPACES.       00658701
006594     10  WS-TIME-6                 PIC 9(06) VALUE ZERO.          00659401
006601                                                                  00660101
006608*****************************************************             00660801
006615*   OPERATOR AUTHORITY AND REFUSED-UPDATE LOG       *             00661501
006622*   LAYOUTS - SHARED COPYBOOKS.  A REFUSAL GOES TO  *             00662201
006629*   THE ALOG EXTRAPARTITION QUEUE, WHICH FEEDS THE  *             00662901
006636*   SAME REFUSED-UPDATE LOG THE BATCH RUNS APPEND   *             00663601
006643*****************************************************             00664301
006650     COPY OPERAUTH.                                               00665001
006657     COPY AUTHLOG.                                                00665701
006664                                                                  00666401
006671 01  WS-AUTHORITY-CONTROL.                                        00667101
006678     10  WS-REFUSED-REASON         PIC X(30) VALUE SPACES.        00667801
006685                                                                  00668501
006692 LINKAGE SECTION.                                                 00669201
006700 01  DFHCOMMAREA                   PIC X(01).                     00670001
006800                                                                  00680001
006900 PROCEDURE DIVISION.                                              00690001
013300*   THE BATCH MAINTENANCE RUN DOES                  *             01330001
013400*****************************************************             01340001
013500 300-UPDATE-FRIDGE-RECORD.                                        01350001
013501     PERFORM 320-CHECK-BATCH-WINDOW                               01350101
013502     IF WS-WINDOW-OPEN = 'YES'                                    01350201
013503         MOVE 'NO' TO WS-UPDATE-OK                                01350301
013504         MOVE 'NIGHTLY RUN IN PROGRESS, TRY AGAIN LATER'          01350401
013505             TO WS-SEND-LINE                                      01350501
013506     END-IF                                                       01350601
013507     IF WS-UPDATE-OK = 'YES'                                      01350701
013508         PERFORM 310-CHECK-OPERATOR-AUTHORITY                     01350801
013509     END-IF                                                       01350901
013510     IF WS-UPDATE-OK = 'YES'                                      01351001
013511         PERFORM 330-REWRITE-FRIDGE-RECORD                        01351101
013512     END-IF                                                       01351201
013513     .                                                            01351301
013514                                                                  01351401
013515*****************************************************             01351501
013516*   THE SIGNED-ON USER IS LOOKED UP ON THE OPERATOR *             01351601
013517*   AUTHORITY FILE.  NOT ON FILE, REVOKED, WITHOUT  *             01351701
013518*   ITEM MAINTENANCE, OR NO FILE AT ALL: THE        *             01351801
013519*   UPDATE IS REFUSED AND THE ATTEMPT LOGGED        *             01351901
013520*****************************************************             01352001
013521 310-CHECK-OPERATOR-AUTHORITY.                                    01352101
013523     EXEC CICS ASSIGN                                             01352301
013524         USERID(WS-USER-ID)                                       01352401
013525     END-EXEC                                                     01352501
013526     MOVE SPACES TO WS-REFUSED-REASON                             01352601
013527     MOVE WS-USER-ID TO OU-OPERATOR-ID                            01352701
013528     EXEC CICS READ                                               01352801
013529         DATASET('OPERAUTH')                                      01352901
013530         INTO(OPERATOR-AUTH-REC)                                  01353001
013531         RIDFLD(OU-OPERATOR-ID)                                   01353101
013532         KEYLENGTH(8)                                             01353201
013533         RESP(WS-RESP-CODE)                                       01353301
013534     END-EXEC                                                     01353401
013535     IF WS-RESP-CODE = DFHRESP(NOTFND)                            01353501
013536         MOVE 'OPERATOR NOT ON AUTHORITY FILE' TO                 01353601
013537             WS-REFUSED-REASON                                    01353701
013538     ELSE                                                         01353801
013539         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)                    01353901
013540             MOVE 'AUTHORITY FILE UNAVAILABLE' TO                 01354001
013541                 WS-REFUSED-REASON                                01354101
013542         ELSE                                                     01354201
013543             IF OU-STATUS NOT = 'A'                               01354301
013544                 MOVE 'OPERATOR AUTHORITY REVOKED' TO             01354401
013546                     WS-REFUSED-REASON                            01354601
013547             ELSE                                                 01354701
013548                 IF OU-MAINTAIN-ITEMS NOT = 'Y'                   01354801
013549                     MOVE 'FUNCTION NOT GRANTED' TO               01354901
013550                         WS-REFUSED-REASON                        01355001
013551                 END-IF                                           01355101
013552             END-IF                                               01355201
013553         END-IF                                                   01355301
013554     END-IF                                                       01355401
013555     IF WS-REFUSED-REASON NOT = SPACES                            01355501
013556         MOVE 'NO' TO WS-UPDATE-OK                                01355601
013557         MOVE SPACES TO WS-SEND-LINE                              01355701
013558         STRING 'UPDATE REFUSED - ' DELIMITED BY SIZE             01355801
013559                WS-REFUSED-REASON   DELIMITED BY SIZE             01355901
013560             INTO WS-SEND-LINE                                    01356001
013561         END-STRING                                               01356101
013562         PERFORM 315-LOG-REFUSED-ATTEMPT                          01356201
013563     END-IF                                                       01356301
013564     .                                                            01356401
013565                                                                  01356501
013566 315-LOG-REFUSED-ATTEMPT.                                         01356601
013567     EXEC CICS ASKTIME                                            01356701
013569         ABSTIME(WS-ABS-TIME)                                     01356901
013570     END-EXEC                                                     01357001
013571     EXEC CICS FORMATTIME                                         01357101
013572         ABSTIME(WS-ABS-TIME)                                     01357201
013573         YYYYMMDD(WS-DATE-8)                                      01357301
013574         TIME(WS-TIME-6)                                          01357401
013575     END-EXEC                                                     01357501
013576     MOVE SPACES TO AUTH-REFUSAL-REC                              01357601
013577     MOVE WS-DATE-8 TO RF-LOG-DATE                                01357701
013578     COMPUTE RF-LOG-TIME = WS-TIME-6 * 100                        01357801
013579     MOVE 'FRIDGUPD' TO RF-PROGRAM-ID                             01357901
013580     MOVE WS-USER-ID TO RF-OPERATOR-ID                            01358001
013581     MOVE EIBTRMID TO RF-TERMINAL                                 01358101
013582     MOVE 1 TO RF-AUTHORITY                                       01358201
013583     MOVE WS-RCV-ITEM-NAME TO RF-SUBJECT                          01358301
013584     MOVE WS-REFUSED-REASON TO RF-REASON                          01358401
013585     EXEC CICS WRITEQ TD                                          01358501
013586         QUEUE('ALOG')                                            01358601
013587         FROM(AUTH-REFUSAL-REC)                                   01358701
013588         LENGTH(100)                                              01358801
013589     END-EXEC                                                     01358901
013590     .                                                            01359001
013592                                                                  01359201
013593*****************************************************             01359301
013594*   WHILE THE NIGHTLY CHAIN HOLDS THE BATCH WINDOW  *             01359401
