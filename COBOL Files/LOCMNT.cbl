000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    LOCMNT.                                           00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*ITEM STORAGE LOCATION MAINTENANCE - APPLIES ADD/   *             00090001
001000*CHANGE/DELETE TRANSACTIONS TO THE ITEM LOCATION    *             00100001
001066*FILE, WHICH RECORDS THE COLD-STORAGE UNIT, SHELF   *             00106601
001132*AND BIN EACH FRIDGE ITEM IS KEPT IN AND ITS PLACE  *             00113201
001198*IN THE PHYSICAL WALK ORDER.  THE COUNT SHEETS AND  *             00119801
001264*THE PUT-AWAY LIST ARE PRINTED FROM IT, AND A       *             00126401
001330*FAILED UNIT CAN HAVE EVERYTHING INSIDE IT PUT ON   *             00133001
001396*HOLD.  AN ASSIGNMENT TO A UNIT THE COLD UNIT       *             00139601
001462*MASTER DOES NOT KNOW IS REFUSED, AS IS A WALK      *             00146201
001528*SEQUENCE THAT IS NOT NUMERIC OR AN ADD FOR AN ITEM *             00152801
001594*NOT ON THE FRIDGE MASTER.  EVERY APPLIED CHANGE IS *             00159401
001660*JOURNALLED WITH BEFORE AND AFTER IMAGES AND THE    *             00166001
001726*OPERATOR ID.                                       *             00172601
001740*ONLY AN OPERATOR HOLDING ITEM MAINTENANCE          *             00174001
001754*AUTHORITY MAY FILE THE RUN; ANY OTHER HAS EVERY    *             00175401
001768*TRANSACTION REJECTED AND LOGGED AS A REFUSED       *             00176801
001782*ATTEMPT                                            *             00178201
001800*****************************************************             00180001
001900                                                                  00190001
002000 ENVIRONMENT DIVISION.                                            00200001
002100 CONFIGURATION SECTION.                                           00210001
002200 SOURCE-COMPUTER.                                                 00220001
002300     Z13                                                          00230001
002400     WITH DEBUGGING MODE                                          00240001
002500     .                                                            00250001
002600                                                                  00260001
002700 INPUT-OUTPUT SECTION.                                            00270001
002800                                                                  00280001
002900 FILE-CONTROL.                                                    00290001
003000     SELECT ITEM-LOCATION-FILE     ASSIGN TO MYITMLOC             00300001
003100         ORGANIZATION IS INDEXED                                  00310001
003200         ACCESS MODE IS RANDOM                                    00320001
003300         RECORD KEY IS IL-ITEM-NAME                               00330001
003400         ALTERNATE RECORD KEY IS IL-UNIT-CODE                     00340001
003500             WITH DUPLICATES                                      00350001
003533         ALTERNATE RECORD KEY IS IL-WALK-SEQ                      00353301
003566             WITH DUPLICATES                                      00356601
003600         FILE STATUS IS WS-ITMLOC-STATUS.                         00360001
003700     SELECT COLD-UNIT-MASTER       ASSIGN TO MYCOLDUN             00370001
003800         ORGANIZATION IS INDEXED                                  00380001
003900         ACCESS MODE IS RANDOM                                    00390001
004000         RECORD KEY IS CU-UNIT-CODE                               00400001
004100         FILE STATUS IS WS-COLDUN-STATUS.                         00410001
004200     SELECT FRIDGE                 ASSIGN TO DYNAMIC              00420001
004300         WS-FRIDGE-DSNAME                                         00430001
004400         ORGANIZATION IS INDEXED                                  00440001
004500         ACCESS MODE IS DYNAMIC                                   00450001
004600         RECORD KEY IS FR-ITEM-NAME                               00460001
004700         ALTERNATE RECORD KEY IS FR-CATEGORY                      00470001
004800             WITH DUPLICATES                                      00480001
004900         ALTERNATE RECORD KEY IS FR-SUPPLIER-CODE                 00490001
005000             WITH DUPLICATES                                      00500001
005100         FILE STATUS IS WS-FRIDGE-STATUS.                         00510001
005200     SELECT TRANSACTION-FILE       ASSIGN TO MYLOCTX.             00520001
005300     SELECT LOC-LOG-FILE           ASSIGN TO MYLOCLOG.            00530001
005400     SELECT LOC-REJECT-FILE        ASSIGN TO MYLOCREJ.            00540001
005500                                                                  00550001
005600 DATA DIVISION.                                                   00560001
005700 FILE SECTION.                                                    00570001
005800                                                                  00580001
005900 FD  ITEM-LOCATION-FILE.                                          00590001
006000     COPY ITEMLOC.                                                00600001
006100                                                                  00610001
006200 FD  COLD-UNIT-MASTER.                                            00620001
006300     COPY COLDUNIT.                                               00630001
006400                                                                  00640001
006500 FD  FRIDGE                                                       00650001
006600     RECORDING MODE IS F.                                         00660001
006700     COPY FRIDGEREC.                                              00670001
006800                                                                  00680001
006900 FD  TRANSACTION-FILE                                             00690001
007000     RECORDING MODE IS F.                                         00700001
007100 01  LOC-TRANSACTION-REC.                                         00710001
007200     10  LX-ACTION-CODE            PIC X(01).                     00720001
007300     10  LX-ITEM-NAME              PIC X(17).                     00730001
007350     10  LX-UNIT-CODE              PIC X(10).                     00735001
007400     10  LX-SHELF                  PIC X(04).                     00740001
007450     10  LX-BIN                    PIC X(04).                     00745001
007500     10  LX-WALK-SEQ               PIC 9(05).                     00750001
007550     10  FILLER                    PIC X(39).                     00755001
007600                                                                  00760001
007700*****************************************************             00770001
007800*   ONE JOURNAL ENTRY PER APPLIED ADD/CHANGE/DELETE *             00780001
007900*   WITH THE FULL BEFORE AND AFTER LOCATION RECORD  *             00790001
008000*   IMAGES, LAID OUT THE WAY THE RECIPE MAINTENANCE *             00800001
008100*   JOURNAL IS                                      *             00810001
008200*****************************************************             00820001
008300 FD  LOC-LOG-FILE                                                 00830001
008400     RECORDING MODE IS F.                                         00840001
008500 01  LOC-LOG-REC.                                                 00850001
008600     10  LG-ACTION-CODE            PIC X(01).                     00860001
008700     10  LG-ITEM-NAME              PIC X(17).                     00870001
008800     10  LG-RUN-DATE               PIC 9(08).                     00880001
008900     10  LG-RESULT                 PIC X(30).                     00890001
009000     10  LG-BEFORE-IMAGE           PIC X(80).                     00900001
009100     10  LG-AFTER-IMAGE            PIC X(80).                     00910001
009200     10  LG-USER-ID                PIC X(08).                     00920001
009300     10  LG-TERMINAL               PIC X(04).                     00930001
009400     10  FILLER                    PIC X(32).                     00940001
009500                                                                  00950001
009600 FD  LOC-REJECT-FILE                                              00960001
009700     RECORDING MODE IS F.                                         00970001
009800 01  LOC-REJECT-REC.                                              00980001
009900     10  LJ-ACTION-CODE            PIC X(01).                     00990001
010000     10  LJ-ITEM-NAME              PIC X(17).                     01000001
010100     10  LJ-REASON                 PIC X(30).                     01010001
010200     10  FILLER                    PIC X(32).                     01020001
010300                                                                  01030001
010400 WORKING-STORAGE SECTION.                                         01040001
010500                                                                  01050001
010600 01  WS-COUNTERS-FLAGS.                                           01060001
010700     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          01070001
010800     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          01080001
010900     10  WS-APPLIED-COUNT          PIC 9(05) VALUE ZERO.          01090001
011000     10  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.          01100001
011100                                                                  01110001
011200 01  WS-VALIDATION-FLAGS.                                         01120001
011300     10  WS-TX-VALID               PIC X(03) VALUE 'YES'.         01130001
011400     10  WS-TX-REJECT-REASON       PIC X(30) VALUE SPACES.        01140001
011500     10  WS-ITMLOC-STATUS          PIC X(02) VALUE SPACES.        01150001
011600     10  WS-COLDUN-STATUS          PIC X(02) VALUE SPACES.        01160001
011700     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        01170001
011800                                                                  01180001
011900 01  WS-SITE-CONTROL.                                             01190001
012000     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    01200001
012100                                                                  01210001
012200 01  WS-DATE-FIELDS.                                              01220001
012300     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01230001
012400                                                                  01240001
012500 01  WS-IMAGE-CONTROL.                                            01250001
012600     10  WS-BEFORE-IMAGE           PIC X(80) VALUE SPACES.        01260001
012700     10  WS-AFTER-IMAGE            PIC X(80) VALUE SPACES.        01270001
012800                                                                  01280001
012900*****************************************************             01290001
013000*   EVERY JOURNAL ENTRY CARRIES WHO FILED THE RUN:  *             01300001
013100*   THE OPERATOR ID OFF THE PARAMETER CARD, OR      *             01310001
013200*   'UNKNOWN' WHEN THE CARD LEFT IT BLANK           *             01320001
013300*****************************************************             01330001
013400 01  WS-OPERATOR-CONTROL.                                         01340001
013500     10  WS-OPERATOR-ID            PIC X(08) VALUE 'UNKNOWN'.     01350001
013507                                                                  01350701
013514*****************************************************             01351401
013521*   THE OPERATOR FILING THE RUN MUST HOLD ITEM      *             01352101
013528*   MAINTENANCE AUTHORITY ON THE OPERATOR           *             01352801
013535*   AUTHORITY FILE.  WITHOUT IT EVERY TRANSACTION   *             01353501
013542*   IS REJECTED AND LOGGED AS A REFUSED ATTEMPT     *             01354201
013549*****************************************************             01354901
013556 01  WS-AUTHORITY-CONTROL.                                        01355601
013563     10  WS-RUN-AUTHORIZED         PIC X(03) VALUE 'NO'.          01356301
013570     10  WS-REFUSED-REASON         PIC X(30) VALUE SPACES.        01357001
013577     10  WS-SAVED-RETURN-CODE      PIC S9(04) COMP VALUE ZERO.    01357701
013584                                                                  01358401
013591     COPY OPAUTHP.                                                01359101
013600                                                                  01360001
013700 01  WS-LOC-PARM-CARD.                                            01370001
013800     10  PC-OPERATOR-ID            PIC X(08).                     01380001
013900     10  FILLER                    PIC X(72).                     01390001
014000                                                                  01400001
014100 PROCEDURE DIVISION.                                              01410001
014200                                                                  01420001
014300*****************************************************             01430001
014400*   MAIN PROGRAM ROUTINE                            *             01440001
014500*****************************************************             01450001
014600 010-START-HERE.                                                  01460001
014700     OPEN I-O ITEM-LOCATION-FILE                                  01470001
014800     IF WS-ITMLOC-STATUS NOT = '00'                               01480001
014900         DISPLAY 'ITEM LOCATION FILE OPEN FAILED, STATUS = '      01490001
015000             WS-ITMLOC-STATUS                                     01500001
015100         MOVE 16 TO RETURN-CODE                                   01510001
015200     END-IF                                                       01520001
015300     OPEN INPUT COLD-UNIT-MASTER                                  01530001
015400     IF WS-COLDUN-STATUS NOT = '00'                               01540001
015500         DISPLAY 'COLD UNIT MASTER OPEN FAILED, STATUS = '        01550001
015600             WS-COLDUN-STATUS                                     01560001
015700         MOVE 16 TO RETURN-CODE                                   01570001
015800     END-IF                                                       01580001
015900     OPEN INPUT FRIDGE                                            01590001
016000     IF WS-FRIDGE-STATUS NOT = '00'                               01600001
016100         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  01610001
016200             WS-FRIDGE-STATUS                                     01620001
016300         MOVE 16 TO RETURN-CODE                                   01630001
016400     END-IF                                                       01640001
016500     IF RETURN-CODE = 16                                          01650001
016600         PERFORM 990-ABORT-RUN                                    01660001
016700     ELSE                                                         01670001
016800         OPEN INPUT TRANSACTION-FILE                              01680001
016900         OPEN OUTPUT LOC-LOG-FILE                                 01690001
017000         OPEN OUTPUT LOC-REJECT-FILE                              01700001
017100         PERFORM 105-GET-OPERATOR-PARM                            01710001
017150         PERFORM 106-CHECK-OPERATOR-AUTHORITY                     01715001
017200         PERFORM 850-GET-DATE                                     01720001
017300         PERFORM 100-READ-TRANSACTION                             01730001
017400         PERFORM 150-PROCESS-TRANSACTION                          01740001
017500           UNTIL EOF-FLAG = 'YES'                                 01750001
017600         CLOSE ITEM-LOCATION-FILE COLD-UNIT-MASTER FRIDGE         01760001
017700           TRANSACTION-FILE LOC-LOG-FILE LOC-REJECT-FILE          01770001
017800     END-IF                                                       01780001
017900     GOBACK                                                       01790001
018000     .                                                            01800001
018100                                                                  01810001
018200 990-ABORT-RUN.                                                   01820001
018300     IF WS-ITMLOC-STATUS = '00'                                   01830001
018400         CLOSE ITEM-LOCATION-FILE                                 01840001
018500     END-IF                                                       01850001
018600     IF WS-COLDUN-STATUS = '00'                                   01860001
018700         CLOSE COLD-UNIT-MASTER                                   01870001
018800     END-IF                                                       01880001
018900     IF WS-FRIDGE-STATUS = '00'                                   01890001
019000         CLOSE FRIDGE                                             01900001
019100     END-IF                                                       01910001
019200     .                                                            01920001
019300                                                                  01930001
019400 105-GET-OPERATOR-PARM.                                           01940001
019500     ACCEPT WS-LOC-PARM-CARD FROM SYSIN                           01950001
019600     IF PC-OPERATOR-ID NOT = SPACES                               01960001
019700         MOVE PC-OPERATOR-ID TO WS-OPERATOR-ID                    01970001
019800     END-IF                                                       01980001
019900     .                                                            01990001
019905                                                                  01990501
019910 106-CHECK-OPERATOR-AUTHORITY.                                    01991001
019915     MOVE 'C' TO AQ-FUNCTION                                      01991501
019920     MOVE 'LOCMNT' TO AQ-CALLER                                   01992001
019925     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        01992501
019930     MOVE 1 TO AQ-AUTHORITY                                       01993001
019935     MOVE SPACES TO AQ-SUBJECT                                    01993501
019940     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      01994001
019945     IF AQ-RESULT = '00'                                          01994501
019950         MOVE 'YES' TO WS-RUN-AUTHORIZED                          01995001
019955     ELSE                                                         01995501
019960         MOVE 'NO' TO WS-RUN-AUTHORIZED                           01996001
019965         MOVE AQ-REASON TO WS-REFUSED-REASON                      01996501
019970         DISPLAY 'OPERATOR ' WS-OPERATOR-ID                       01997001
019975             ' NOT AUTHORIZED TO MAINTAIN ITEMS - ' AQ-REASON     01997501
019980         MOVE 8 TO RETURN-CODE                                    01998001
019985     END-IF                                                       01998501
019990     .                                                            01999001
020000                                                                  02000001
020100 100-READ-TRANSACTION.                                            02010001
020200     READ TRANSACTION-FILE                                        02020001
020300         AT END                                                   02030001
020400             MOVE 'YES' TO EOF-FLAG                               02040001
020500         NOT AT END                                               02050001
020600             ADD 1 TO REC-COUNT                                   02060001
020700     END-READ                                                     02070001
020800     .                                                            02080001
020900                                                                  02090001
021000 150-PROCESS-TRANSACTION.                                         02100001
021100     PERFORM 120-VALIDATE-TRANSACTION                             02110001
021200     IF WS-TX-VALID = 'YES'                                       02120001
021300         MOVE LX-ITEM-NAME TO IL-ITEM-NAME                        02130001
021400         EVALUATE LX-ACTION-CODE                                  02140001
021500             WHEN 'A'                                             02150001
021600                 PERFORM 200-ADD-ITEM-LOCATION                    02160001
021700             WHEN 'C'                                             02170001
021800                 PERFORM 300-CHANGE-ITEM-LOCATION                 02180001
021900             WHEN 'D'                                             02190001
022000                 PERFORM 400-DELETE-ITEM-LOCATION                 02200001
022100         END-EVALUATE                                             02210001
022200     ELSE                                                         02220001
022300         PERFORM 160-REJECT-TRANSACTION                           02230001
022400     END-IF                                                       02240001
022500     PERFORM 100-READ-TRANSACTION                                 02250001
022600     .                                                            02260001
022700                                                                  02270001
022800*****************************************************             02280001
022880*   AN ADD OR CHANGE MUST NAME A UNIT THE COLD UNIT *             02288001
022960*   MASTER KNOWS AND A NUMERIC WALK SEQUENCE; AN    *             02296001
023040*   ADD MUST ALSO NAME AN ITEM THE FRIDGE MASTER    *             02304001
023120*   KNOWS                                           *             02312001
023200*****************************************************             02320001
023300 120-VALIDATE-TRANSACTION.                                        02330001
023400     MOVE 'YES' TO WS-TX-VALID                                    02340001
023500     MOVE SPACES TO WS-TX-REJECT-REASON                           02350001
023600     IF LX-ITEM-NAME = SPACES                                     02360001
023700         MOVE 'NO' TO WS-TX-VALID                                 02370001
023800         MOVE 'BLANK ITEM NAME' TO WS-TX-REJECT-REASON            02380001
023900     END-IF                                                       02390001
024000     IF LX-ACTION-CODE NOT = 'A' AND LX-ACTION-CODE NOT = 'C'     02400001
024100         AND LX-ACTION-CODE NOT = 'D'                             02410001
024200         AND WS-TX-VALID = 'YES'                                  02420001
024300         MOVE 'NO' TO WS-TX-VALID                                 02430001
024400         MOVE 'INVALID ACTION CODE' TO WS-TX-REJECT-REASON        02440001
024500     END-IF                                                       02450001
024600     IF (LX-ACTION-CODE = 'A' OR LX-ACTION-CODE = 'C')            02460001
024700         AND WS-TX-VALID = 'YES'                                  02470001
024800         IF LX-UNIT-CODE = SPACES                                 02480001
024900             MOVE 'NO' TO WS-TX-VALID                             02490001
025000             MOVE 'BLANK UNIT CODE' TO WS-TX-REJECT-REASON        02500001
025100         ELSE                                                     02510001
025200             MOVE LX-UNIT-CODE TO CU-UNIT-CODE                    02520001
025300             READ COLD-UNIT-MASTER                                02530001
025400                 INVALID KEY                                      02540001
025500                     MOVE 'NO' TO WS-TX-VALID                     02550001
025600                     MOVE 'UNIT NOT ON COLD UNIT MASTER' TO       02560001
025700                         WS-TX-REJECT-REASON                      02570001
025800             END-READ                                             02580001
025900         END-IF                                                   02590001
026000     END-IF                                                       02600001
026014     IF (LX-ACTION-CODE = 'A' OR LX-ACTION-CODE = 'C')            02601401
026028         AND LX-WALK-SEQ NOT NUMERIC                              02602801
026042         AND WS-TX-VALID = 'YES'                                  02604201
026056         MOVE 'NO' TO WS-TX-VALID                                 02605601
026070         MOVE 'INVALID WALK SEQUENCE' TO WS-TX-REJECT-REASON      02607001
026084     END-IF                                                       02608401
026100     IF LX-ACTION-CODE = 'A'                                      02610001
026200         AND WS-TX-VALID = 'YES'                                  02620001
026300         MOVE LX-ITEM-NAME TO FR-ITEM-NAME                        02630001
026400         READ FRIDGE                                              02640001
026500             INVALID KEY                                          02650001
026600                 MOVE 'NO' TO WS-TX-VALID                         02660001
026700                 MOVE 'ITEM NOT ON FRIDGE FILE' TO                02670001
026800                     WS-TX-REJECT-REASON                          02680001
026900         END-READ                                                 02690001
027000     END-IF                                                       02700001
027016     IF WS-RUN-AUTHORIZED = 'NO'                                  02701601
027032         MOVE 'NO' TO WS-TX-VALID                                 02703201
027048         MOVE WS-REFUSED-REASON TO WS-TX-REJECT-REASON            02704801
027064         PERFORM 165-LOG-REFUSED-ATTEMPT                          02706401
027080     END-IF                                                       02708001
027100     .                                                            02710001
027200                                                                  02720001
027300 200-ADD-ITEM-LOCATION.                                           02730001
027400     READ ITEM-LOCATION-FILE                                      02740001
027500         INVALID KEY                                              02750001
027600             PERFORM 210-BUILD-LOCATION-RECORD                    02760001
027700             WRITE ITEM-LOCATION-REC                              02770001
027800             MOVE SPACES TO WS-BEFORE-IMAGE                       02780001
027900             MOVE ITEM-LOCATION-REC TO WS-AFTER-IMAGE             02790001
028000             PERFORM 170-LOG-TRANSACTION                          02800001
028100         NOT INVALID KEY                                          02810001
028200             MOVE 'ITEM LOCATION ALREADY ON FILE' TO              02820001
028300                 WS-TX-REJECT-REASON                              02830001
028400             PERFORM 160-REJECT-TRANSACTION                       02840001
028500     END-READ                                                     02850001
028600     .                                                            02860001
028700                                                                  02870001
028800 210-BUILD-LOCATION-RECORD.                                       02880001
028900     MOVE SPACES TO ITEM-LOCATION-REC                             02890001
029000     MOVE LX-ITEM-NAME TO IL-ITEM-NAME                            02900001
029100     MOVE LX-UNIT-CODE TO IL-UNIT-CODE                            02910001
029125     MOVE LX-SHELF TO IL-SHELF                                    02912501
029150     MOVE LX-BIN TO IL-BIN                                        02915001
029175     MOVE LX-WALK-SEQ TO IL-WALK-SEQ                              02917501
029200     MOVE WS-DATE-8 TO IL-CHANGE-DATE                             02920001
029300     .                                                            02930001
029400                                                                  02940001
029500 300-CHANGE-ITEM-LOCATION.                                        02950001
029600     READ ITEM-LOCATION-FILE                                      02960001
029700         INVALID KEY                                              02970001
029800             MOVE 'ITEM LOCATION NOT ON FILE' TO                  02980001
029900                 WS-TX-REJECT-REASON                              02990001
030000             PERFORM 160-REJECT-TRANSACTION                       03000001
030100         NOT INVALID KEY                                          03010001
030200             MOVE ITEM-LOCATION-REC TO WS-BEFORE-IMAGE            03020001
030300             PERFORM 210-BUILD-LOCATION-RECORD                    03030001
030400             REWRITE ITEM-LOCATION-REC                            03040001
030500             MOVE ITEM-LOCATION-REC TO WS-AFTER-IMAGE             03050001
030600             PERFORM 170-LOG-TRANSACTION                          03060001
030700     END-READ                                                     03070001
030800     .                                                            03080001
030900                                                                  03090001
031000 400-DELETE-ITEM-LOCATION.                                        03100001
031100     READ ITEM-LOCATION-FILE                                      03110001
031200         INVALID KEY                                              03120001
031300             MOVE 'ITEM LOCATION NOT ON FILE' TO                  03130001
031400                 WS-TX-REJECT-REASON                              03140001
031500             PERFORM 160-REJECT-TRANSACTION                       03150001
031600         NOT INVALID KEY                                          03160001
031700             MOVE ITEM-LOCATION-REC TO WS-BEFORE-IMAGE            03170001
031800             MOVE SPACES TO WS-AFTER-IMAGE                        03180001
031900             DELETE ITEM-LOCATION-FILE RECORD                     03190001
032000             PERFORM 170-LOG-TRANSACTION                          03200001
032100     END-READ                                                     03210001
032200     .                                                            03220001
032300                                                                  03230001
032400 160-REJECT-TRANSACTION.                                          03240001
032500     MOVE SPACES TO LOC-REJECT-REC                                03250001
032600     MOVE LX-ACTION-CODE TO LJ-ACTION-CODE                        03260001
032700     MOVE LX-ITEM-NAME TO LJ-ITEM-NAME                            03270001
032800     MOVE WS-TX-REJECT-REASON TO LJ-REASON                        03280001
032900     WRITE LOC-REJECT-REC                                         03290001
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
033236     MOVE 'LOCMNT' TO AQ-CALLER                                   03323601
033240     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        03324001
033244     MOVE 1 TO AQ-AUTHORITY                                       03324401
033248     MOVE LX-ITEM-NAME TO AQ-SUBJECT                              03324801
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
033400     MOVE SPACES TO LOC-LOG-REC                                   03340001
033500     MOVE LX-ACTION-CODE TO LG-ACTION-CODE                        03350001
033600     MOVE LX-ITEM-NAME TO LG-ITEM-NAME                            03360001
033700     MOVE WS-DATE-8 TO LG-RUN-DATE                                03370001
033800     MOVE 'APPLIED' TO LG-RESULT                                  03380001
033900     MOVE WS-BEFORE-IMAGE TO LG-BEFORE-IMAGE                      03390001
034000     MOVE WS-AFTER-IMAGE TO LG-AFTER-IMAGE                        03400001
034100     MOVE WS-OPERATOR-ID TO LG-USER-ID                            03410001
034200     MOVE 'BTCH' TO LG-TERMINAL                                   03420001
034300     WRITE LOC-LOG-REC                                            03430001
034400     ADD 1 TO WS-APPLIED-COUNT                                    03440001
034500     .                                                            03450001
034600                                                                  03460001
034700 850-GET-DATE.                                                    03470001
034800     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          03480001
034900     .                                                            03490001
