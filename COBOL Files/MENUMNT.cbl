000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    MENUMNT.                                          00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*MENU PRICE MAINTENANCE - APPLIES ADD/CHANGE/DELETE *             00090001
001000*TRANSACTIONS TO THE MENU PRICE MASTER, WHICH HOLDS *             00100001
001100*THE SELLING PRICE OF EVERY DISH ON THE MENU.  A    *             00110001
001200*PRICE FOR A MENU ITEM WITH NO RECIPE LINES IS      *             00120001
001300*REFUSED, BECAUSE WITHOUT A RECIPE THERE IS NO      *             00130001
001400*PLATE COST TO SET IT AGAINST, AND A PRICE THAT IS  *             00140001
001500*NOT POSITIVE IS REFUSED OUTRIGHT.  EVERY APPLIED   *             00150001
001600*CHANGE IS JOURNALLED WITH BEFORE AND AFTER IMAGES  *             00160001
001700*AND THE OPERATOR ID.                               *             00170001
001720*ONLY AN OPERATOR HOLDING REFERENCE-DATA            *             00172001
001740*AUTHORITY MAY FILE THE RUN; ANY OTHER HAS EVERY    *             00174001
001760*TRANSACTION REJECTED AND LOGGED AS A REFUSED       *             00176001
001780*ATTEMPT                                            *             00178001
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
003000     SELECT MENU-PRICE-MASTER      ASSIGN TO MYMENUPR             00300001
003100         ORGANIZATION IS INDEXED                                  00310001
003200         ACCESS MODE IS RANDOM                                    00320001
003300         RECORD KEY IS MP-MENU-ITEM                               00330001
003400         FILE STATUS IS WS-MENUPR-STATUS.                         00340001
003500     SELECT RECIPE-FILE            ASSIGN TO MYRECIPE             00350001
003600         FILE STATUS IS WS-RECIPE-STATUS.                         00360001
003700     SELECT TRANSACTION-FILE       ASSIGN TO MYMENUTX.            00370001
003800     SELECT MENU-LOG-FILE          ASSIGN TO MYMENLOG.            00380001
003900     SELECT MENU-REJECT-FILE       ASSIGN TO MYMENREJ.            00390001
004000                                                                  00400001
004100 DATA DIVISION.                                                   00410001
004200 FILE SECTION.                                                    00420001
004300                                                                  00430001
004400 FD  MENU-PRICE-MASTER.                                           00440001
004500     COPY MENUPRC.                                                00450001
004600                                                                  00460001
004700 FD  RECIPE-FILE                                                  00470001
004800     RECORDING MODE IS F.                                         00480001
004900     COPY RECIPREC.                                               00490001
005000                                                                  00500001
005100 FD  TRANSACTION-FILE                                             00510001
005200     RECORDING MODE IS F.                                         00520001
005300 01  MENU-TRANSACTION-REC.                                        00530001
005400     10  MX-ACTION-CODE            PIC X(01).                     00540001
005500     10  MX-MENU-ITEM              PIC X(20).                     00550001
005600     10  MX-MENU-DESC              PIC X(30).                     00560001
005700     10  MX-SELL-PRICE             PIC S9(05)V99.                 00570001
005800     10  FILLER                    PIC X(22).                     00580001
005900                                                                  00590001
006000*****************************************************             00600001
006100*   ONE JOURNAL ENTRY PER APPLIED ADD/CHANGE/DELETE *             00610001
006200*   WITH THE FULL BEFORE AND AFTER PRICE RECORD     *             00620001
006300*   IMAGES, LAID OUT THE WAY THE RECIPE MAINTENANCE *             00630001
006400*   JOURNAL IS                                      *             00640001
006500*****************************************************             00650001
006600 FD  MENU-LOG-FILE                                                00660001
006700     RECORDING MODE IS F.                                         00670001
006800 01  MENU-LOG-REC.                                                00680001
006900     10  MG-ACTION-CODE            PIC X(01).                     00690001
007000     10  MG-MENU-ITEM              PIC X(20).                     00700001
007100     10  MG-RUN-DATE               PIC 9(08).                     00710001
007200     10  MG-RESULT                 PIC X(30).                     00720001
007300     10  MG-BEFORE-IMAGE           PIC X(80).                     00730001
007400     10  MG-AFTER-IMAGE            PIC X(80).                     00740001
007500     10  MG-USER-ID                PIC X(08).                     00750001
007600     10  MG-TERMINAL               PIC X(04).                     00760001
007700     10  FILLER                    PIC X(29).                     00770001
007800                                                                  00780001
007900 FD  MENU-REJECT-FILE                                             00790001
008000     RECORDING MODE IS F.                                         00800001
008100 01  MENU-REJECT-REC.                                             00810001
008200     10  MJ-ACTION-CODE            PIC X(01).                     00820001
008300     10  MJ-MENU-ITEM              PIC X(20).                     00830001
008400     10  MJ-REASON                 PIC X(30).                     00840001
008500     10  FILLER                    PIC X(29).                     00850001
008600                                                                  00860001
008700 WORKING-STORAGE SECTION.                                         00870001
008800                                                                  00880001
008900 01  WS-COUNTERS-FLAGS.                                           00890001
009000     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00900001
009100     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00910001
009200     10  WS-APPLIED-COUNT          PIC 9(05) VALUE ZERO.          00920001
009300     10  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.          00930001
009400     10  WS-DISH-COUNT             PIC S9(04) COMP VALUE ZERO.    00940001
009500     10  WS-SUB                    PIC S9(04) COMP VALUE ZERO.    00950001
009600     10  WS-HIT-SUB                PIC S9(04) COMP VALUE ZERO.    00960001
009700                                                                  00970001
009800 01  WS-VALIDATION-FLAGS.                                         00980001
009900     10  WS-TX-VALID               PIC X(03) VALUE 'YES'.         00990001
010000     10  WS-TX-REJECT-REASON       PIC X(30) VALUE SPACES.        01000001
010100     10  WS-MENUPR-STATUS          PIC X(02) VALUE SPACES.        01010001
010200     10  WS-RECIPE-STATUS          PIC X(02) VALUE SPACES.        01020001
010300     10  WS-RECIPE-EOF             PIC X(03) VALUE 'NO'.          01030001
010400                                                                  01040001
010500 01  WS-DATE-FIELDS.                                              01050001
010600     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01060001
010700                                                                  01070001
010800 01  WS-IMAGE-CONTROL.                                            01080001
010900     10  WS-BEFORE-IMAGE           PIC X(80) VALUE SPACES.        01090001
011000     10  WS-AFTER-IMAGE            PIC X(80) VALUE SPACES.        01100001
011100     10  WS-MATCH-MENU             PIC X(20) VALUE SPACES.        01110001
011200                                                                  01120001
011300*****************************************************             01130001
011400*   EVERY JOURNAL ENTRY CARRIES WHO FILED THE RUN:  *             01140001
011500*   THE OPERATOR ID OFF THE PARAMETER CARD, OR      *             01150001
011600*   'UNKNOWN' WHEN THE CARD LEFT IT BLANK           *             01160001
011700*****************************************************             01170001
011800 01  WS-OPERATOR-CONTROL.                                         01180001
011900     10  WS-OPERATOR-ID            PIC X(08) VALUE 'UNKNOWN'.     01190001
011907                                                                  01190701
011914*****************************************************             01191401
011921*   THE OPERATOR FILING THE RUN MUST HOLD           *             01192101
011928*   REFERENCE-DATA AUTHORITY ON THE OPERATOR        *             01192801
011935*   AUTHORITY FILE.  WITHOUT IT EVERY TRANSACTION   *             01193501
011942*   IS REJECTED AND LOGGED AS A REFUSED ATTEMPT     *             01194201
011949*****************************************************             01194901
011956 01  WS-AUTHORITY-CONTROL.                                        01195601
011963     10  WS-RUN-AUTHORIZED         PIC X(03) VALUE 'NO'.          01196301
011970     10  WS-REFUSED-REASON         PIC X(30) VALUE SPACES.        01197001
011977     10  WS-SAVED-RETURN-CODE      PIC S9(04) COMP VALUE ZERO.    01197701
011984                                                                  01198401
011991     COPY OPAUTHP.                                                01199101
012000                                                                  01200001
012100 01  WS-MENU-PARM-CARD.                                           01210001
012200     10  PC-OPERATOR-ID            PIC X(08).                     01220001
012300     10  FILLER                    PIC X(72).                     01230001
012400                                                                  01240001
012500*****************************************************             01250001
012600*   EVERY MENU ITEM THE RECIPE FILE KNOWS, ONE      *             01260001
012700*   ENTRY EACH, SO AN ADD CAN BE CHECKED AGAINST IT *             01270001
012800*****************************************************             01280001
012900 01  WS-DISH-TABLE.                                               01290001
013000     10  WS-DISH-ENTRY OCCURS 200 TIMES.                          01300001
013100         15  DT-MENU-ITEM          PIC X(20).                     01310001
013200                                                                  01320001
013300 PROCEDURE DIVISION.                                              01330001
013400                                                                  01340001
013500*****************************************************             01350001
013600*   MAIN PROGRAM ROUTINE                            *             01360001
013700*****************************************************             01370001
013800 010-START-HERE.                                                  01380001
013900     OPEN I-O MENU-PRICE-MASTER                                   01390001
014000     IF WS-MENUPR-STATUS NOT = '00'                               01400001
014100         DISPLAY 'MENU PRICE MASTER OPEN FAILED, STATUS = '       01410001
014200             WS-MENUPR-STATUS                                     01420001
014300         MOVE 16 TO RETURN-CODE                                   01430001
014400     ELSE                                                         01440001
014500         PERFORM 110-LOAD-DISH-TABLE                              01450001
014600     END-IF                                                       01460001
014700     IF RETURN-CODE = 16                                          01470001
014800         PERFORM 990-ABORT-RUN                                    01480001
014900     ELSE                                                         01490001
015000         OPEN INPUT TRANSACTION-FILE                              01500001
015100         OPEN OUTPUT MENU-LOG-FILE                                01510001
015200         OPEN OUTPUT MENU-REJECT-FILE                             01520001
015300         PERFORM 105-GET-OPERATOR-PARM                            01530001
015350         PERFORM 106-CHECK-OPERATOR-AUTHORITY                     01535001
015400         PERFORM 850-GET-DATE                                     01540001
015500         PERFORM 100-READ-TRANSACTION                             01550001
015600         PERFORM 150-PROCESS-TRANSACTION                          01560001
015700           UNTIL EOF-FLAG = 'YES'                                 01570001
015800         CLOSE MENU-PRICE-MASTER TRANSACTION-FILE                 01580001
015900           MENU-LOG-FILE MENU-REJECT-FILE                         01590001
016000     END-IF                                                       01600001
016100     GOBACK                                                       01610001
016200     .                                                            01620001
016300                                                                  01630001
016400 990-ABORT-RUN.                                                   01640001
016500     IF WS-MENUPR-STATUS = '00'                                   01650001
016600         CLOSE MENU-PRICE-MASTER                                  01660001
016700     END-IF                                                       01670001
016800     .                                                            01680001
016900                                                                  01690001
017000 105-GET-OPERATOR-PARM.                                           01700001
017100     ACCEPT WS-MENU-PARM-CARD FROM SYSIN                          01710001
017200     IF PC-OPERATOR-ID NOT = SPACES                               01720001
017300         MOVE PC-OPERATOR-ID TO WS-OPERATOR-ID                    01730001
017400     END-IF                                                       01740001
017500     .                                                            01750001
017505                                                                  01750501
017510 106-CHECK-OPERATOR-AUTHORITY.                                    01751001
017515     MOVE 'C' TO AQ-FUNCTION                                      01751501
017520     MOVE 'MENUMNT' TO AQ-CALLER                                  01752001
017525     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        01752501
017530     MOVE 4 TO AQ-AUTHORITY                                       01753001
017535     MOVE SPACES TO AQ-SUBJECT                                    01753501
017540     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      01754001
017545     IF AQ-RESULT = '00'                                          01754501
017550         MOVE 'YES' TO WS-RUN-AUTHORIZED                          01755001
017555     ELSE                                                         01755501
017560         MOVE 'NO' TO WS-RUN-AUTHORIZED                           01756001
017565         MOVE AQ-REASON TO WS-REFUSED-REASON                      01756501
017570         DISPLAY 'OPERATOR ' WS-OPERATOR-ID                       01757001
017575             ' NOT AUTHORIZED FOR REFERENCE DATA - ' AQ-REASON    01757501
017580         MOVE 8 TO RETURN-CODE                                    01758001
017585     END-IF                                                       01758501
017590     .                                                            01759001
017600                                                                  01760001
017700*****************************************************             01770001
017800*   THE RECIPE FILE IS READ ONCE FOR ITS DISTINCT   *             01780001
017900*   MENU ITEMS.  A MENU TOO BIG FOR THE TABLE STOPS *             01790001
018000*   THE RUN RATHER THAN REFUSE GOOD PRICES          *             01800001
018100*****************************************************             01810001
018200 110-LOAD-DISH-TABLE.                                             01820001
018300     MOVE ZERO TO WS-DISH-COUNT                                   01830001
018400     OPEN INPUT RECIPE-FILE                                       01840001
018500     IF WS-RECIPE-STATUS = '00'                                   01850001
018600         MOVE 'NO' TO WS-RECIPE-EOF                               01860001
018700         PERFORM 112-READ-RECIPE-LINE                             01870001
018800             UNTIL WS-RECIPE-EOF = 'YES'                          01880001
018900         CLOSE RECIPE-FILE                                        01890001
019000     END-IF                                                       01900001
019100     .                                                            01910001
019200                                                                  01920001
019300 112-READ-RECIPE-LINE.                                            01930001
019400     READ RECIPE-FILE                                             01940001
019500         AT END                                                   01950001
019600             MOVE 'YES' TO WS-RECIPE-EOF                          01960001
019700         NOT AT END                                               01970001
019800             MOVE RC-MENU-ITEM TO WS-MATCH-MENU                   01980001
019900             PERFORM 130-FIND-DISH                                01990001
020000             IF WS-HIT-SUB = ZERO                                 02000001
020100                 IF WS-DISH-COUNT < 200                           02010001
020200                     ADD 1 TO WS-DISH-COUNT                       02020001
020300                     MOVE RC-MENU-ITEM TO                         02030001
020400                         DT-MENU-ITEM (WS-DISH-COUNT)             02040001
020500                 ELSE                                             02050001
020600                     DISPLAY 'DISH TABLE FULL, MENU NOT '         02060001
020700                         'MAINTAINED'                             02070001
020800                     MOVE 16 TO RETURN-CODE                       02080001
020900                     MOVE 'YES' TO WS-RECIPE-EOF                  02090001
021000                 END-IF                                           02100001
021100             END-IF                                               02110001
021200     END-READ                                                     02120001
021300     .                                                            02130001
021400                                                                  02140001
021500 100-READ-TRANSACTION.                                            02150001
021600     READ TRANSACTION-FILE                                        02160001
021700         AT END                                                   02170001
021800             MOVE 'YES' TO EOF-FLAG                               02180001
021900         NOT AT END                                               02190001
022000             ADD 1 TO REC-COUNT                                   02200001
022100     END-READ                                                     02210001
022200     .                                                            02220001
022300                                                                  02230001
022400 150-PROCESS-TRANSACTION.                                         02240001
022500     PERFORM 120-VALIDATE-TRANSACTION                             02250001
022600     IF WS-TX-VALID = 'YES'                                       02260001
022700         MOVE MX-MENU-ITEM TO MP-MENU-ITEM                        02270001
022800         EVALUATE MX-ACTION-CODE                                  02280001
022900             WHEN 'A'                                             02290001
023000                 PERFORM 200-ADD-MENU-PRICE                       02300001
023100             WHEN 'C'                                             02310001
023200                 PERFORM 300-CHANGE-MENU-PRICE                    02320001
023300             WHEN 'D'                                             02330001
023400                 PERFORM 400-DELETE-MENU-PRICE                    02340001
023500         END-EVALUATE                                             02350001
023600     ELSE                                                         02360001
023700         PERFORM 160-REJECT-TRANSACTION                           02370001
023800     END-IF                                                       02380001
023900     PERFORM 100-READ-TRANSACTION                                 02390001
024000     .                                                            02400001
024100                                                                  02410001
024200 120-VALIDATE-TRANSACTION.                                        02420001
024300     MOVE 'YES' TO WS-TX-VALID                                    02430001
024400     MOVE SPACES TO WS-TX-REJECT-REASON                           02440001
024500     IF MX-MENU-ITEM = SPACES                                     02450001
024600         MOVE 'NO' TO WS-TX-VALID                                 02460001
024700         MOVE 'BLANK MENU ITEM' TO WS-TX-REJECT-REASON            02470001
024800     END-IF                                                       02480001
024900     IF MX-ACTION-CODE NOT = 'A' AND MX-ACTION-CODE NOT = 'C'     02490001
025000         AND MX-ACTION-CODE NOT = 'D'                             02500001
025100         AND WS-TX-VALID = 'YES'                                  02510001
025200         MOVE 'NO' TO WS-TX-VALID                                 02520001
025300         MOVE 'INVALID ACTION CODE' TO WS-TX-REJECT-REASON        02530001
025400     END-IF                                                       02540001
025500     IF MX-ACTION-CODE = 'A' OR MX-ACTION-CODE = 'C'              02550001
025600         IF MX-SELL-PRICE NOT NUMERIC                             02560001
025700             AND WS-TX-VALID = 'YES'                              02570001
025800             MOVE 'NO' TO WS-TX-VALID                             02580001
025900             MOVE 'INVALID SELLING PRICE' TO                      02590001
026000                 WS-TX-REJECT-REASON                              02600001
026100         END-IF                                                   02610001
026200         IF WS-TX-VALID = 'YES'                                   02620001
026300             AND MX-SELL-PRICE NOT > ZERO                         02630001
026400             MOVE 'NO' TO WS-TX-VALID                             02640001
026500             MOVE 'SELLING PRICE NOT POSITIVE' TO                 02650001
026600                 WS-TX-REJECT-REASON                              02660001
026700         END-IF                                                   02670001
026800     END-IF                                                       02680001
026900     IF MX-ACTION-CODE = 'A'                                      02690001
027000         AND WS-TX-VALID = 'YES'                                  02700001
027100         MOVE MX-MENU-ITEM TO WS-MATCH-MENU                       02710001
027200         PERFORM 130-FIND-DISH                                    02720001
027300         IF WS-HIT-SUB = ZERO                                     02730001
027400             MOVE 'NO' TO WS-TX-VALID                             02740001
027500             MOVE 'MENU ITEM HAS NO RECIPE' TO                    02750001
027600                 WS-TX-REJECT-REASON                              02760001
027700         END-IF                                                   02770001
027800     END-IF                                                       02780001
027816     IF WS-RUN-AUTHORIZED = 'NO'                                  02781601
027832         MOVE 'NO' TO WS-TX-VALID                                 02783201
027848         MOVE WS-REFUSED-REASON TO WS-TX-REJECT-REASON            02784801
027864         PERFORM 165-LOG-REFUSED-ATTEMPT                          02786401
027880     END-IF                                                       02788001
027900     .                                                            02790001
028000                                                                  02800001
028100 130-FIND-DISH.                                                   02810001
028200     MOVE ZERO TO WS-HIT-SUB                                      02820001
028300     PERFORM 135-MATCH-DISH-ENTRY                                 02830001
028400         VARYING WS-SUB FROM 1 BY 1                               02840001
028500         UNTIL WS-SUB > WS-DISH-COUNT                             02850001
028600     .                                                            02860001
028700                                                                  02870001
028800 135-MATCH-DISH-ENTRY.                                            02880001
028900     IF DT-MENU-ITEM (WS-SUB) = WS-MATCH-MENU                     02890001
029000         MOVE WS-SUB TO WS-HIT-SUB                                02900001
029100     END-IF                                                       02910001
029200     .                                                            02920001
029300                                                                  02930001
029400*****************************************************             02940001
029500*   A NEW DISH OR A PRICE CHANGE STAMPS THE RUN     *             02950001
029600*   DATE AS THE DATE THE PRICE TOOK EFFECT; A       *             02960001
029700*   DESCRIPTION-ONLY CHANGE (SAME PRICE) KEEPS THE  *             02970001
029800*   OLD DATE                                        *             02980001
029900*****************************************************             02990001
030000 200-ADD-MENU-PRICE.                                              03000001
030100     READ MENU-PRICE-MASTER                                       03010001
030200         INVALID KEY                                              03020001
030300             MOVE SPACES TO MENU-PRICE-REC                        03030001
030400             MOVE MX-MENU-ITEM TO MP-MENU-ITEM                    03040001
030500             MOVE MX-MENU-DESC TO MP-MENU-DESC                    03050001
030600             MOVE MX-SELL-PRICE TO MP-SELL-PRICE                  03060001
030700             MOVE WS-DATE-8 TO MP-PRICE-DATE                      03070001
030800             WRITE MENU-PRICE-REC                                 03080001
030900             MOVE SPACES TO WS-BEFORE-IMAGE                       03090001
031000             MOVE MENU-PRICE-REC TO WS-AFTER-IMAGE                03100001
031100             PERFORM 170-LOG-TRANSACTION                          03110001
031200         NOT INVALID KEY                                          03120001
031300             MOVE 'MENU ITEM ALREADY ON FILE' TO                  03130001
031400                 WS-TX-REJECT-REASON                              03140001
031500             PERFORM 160-REJECT-TRANSACTION                       03150001
031600     END-READ                                                     03160001
031700     .                                                            03170001
031800                                                                  03180001
031900 300-CHANGE-MENU-PRICE.                                           03190001
032000     READ MENU-PRICE-MASTER                                       03200001
032100         INVALID KEY                                              03210001
032200             MOVE 'MENU ITEM NOT ON FILE' TO WS-TX-REJECT-REASON  03220001
032300             PERFORM 160-REJECT-TRANSACTION                       03230001
032400         NOT INVALID KEY                                          03240001
032500             MOVE MENU-PRICE-REC TO WS-BEFORE-IMAGE               03250001
032600             IF MX-MENU-DESC NOT = SPACES                         03260001
032700                 MOVE MX-MENU-DESC TO MP-MENU-DESC                03270001
032800             END-IF                                               03280001
032900             IF MX-SELL-PRICE NOT = MP-SELL-PRICE                 03290001
033000                 MOVE MX-SELL-PRICE TO MP-SELL-PRICE              03300001
033100                 MOVE WS-DATE-8 TO MP-PRICE-DATE                  03310001
033200             END-IF                                               03320001
033300             REWRITE MENU-PRICE-REC                               03330001
033400             MOVE MENU-PRICE-REC TO WS-AFTER-IMAGE                03340001
033500             PERFORM 170-LOG-TRANSACTION                          03350001
033600     END-READ                                                     03360001
033700     .                                                            03370001
033800                                                                  03380001
033900 400-DELETE-MENU-PRICE.                                           03390001
034000     READ MENU-PRICE-MASTER                                       03400001
034100         INVALID KEY                                              03410001
034200             MOVE 'MENU ITEM NOT ON FILE' TO WS-TX-REJECT-REASON  03420001
034300             PERFORM 160-REJECT-TRANSACTION                       03430001
034400         NOT INVALID KEY                                          03440001
034500             MOVE MENU-PRICE-REC TO WS-BEFORE-IMAGE               03450001
034600             MOVE SPACES TO WS-AFTER-IMAGE                        03460001
034700             DELETE MENU-PRICE-MASTER RECORD                      03470001
034800             PERFORM 170-LOG-TRANSACTION                          03480001
034900     END-READ                                                     03490001
035000     .                                                            03500001
035100                                                                  03510001
035200 160-REJECT-TRANSACTION.                                          03520001
035300     MOVE SPACES TO MENU-REJECT-REC                               03530001
035400     MOVE MX-ACTION-CODE TO MJ-ACTION-CODE                        03540001
035500     MOVE MX-MENU-ITEM TO MJ-MENU-ITEM                            03550001
035600     MOVE WS-TX-REJECT-REASON TO MJ-REASON                        03560001
035700     WRITE MENU-REJECT-REC                                        03570001
035800     ADD 1 TO WS-REJECT-COUNT                                     03580001
035900     .                                                            03590001
036000                                                                  03600001
036004*****************************************************             03600401
036008*   A REFUSED ATTEMPT GOES TO THE SHARED REFUSED-   *             03600801
036012*   UPDATE LOG.  THE CALL RESETS RETURN-CODE, SO    *             03601201
036016*   THE RUN'S OWN CODE IS PUT BACK, NO LOWER THAN 8 *             03601601
036020*****************************************************             03602001
036024 165-LOG-REFUSED-ATTEMPT.                                         03602401
036028     MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE                     03602801
036032     MOVE 'R' TO AQ-FUNCTION                                      03603201
036036     MOVE 'MENUMNT' TO AQ-CALLER                                  03603601
036040     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        03604001
036044     MOVE 4 TO AQ-AUTHORITY                                       03604401
036048     MOVE MX-MENU-ITEM TO AQ-SUBJECT                              03604801
036052     MOVE WS-REFUSED-REASON TO AQ-REASON                          03605201
036056     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      03605601
036060     IF WS-SAVED-RETURN-CODE > 8                                  03606001
036064         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE                 03606401
036068     ELSE                                                         03606801
036072         MOVE 8 TO RETURN-CODE                                    03607201
036076     END-IF                                                       03607601
036080     .                                                            03608001
036084                                                                  03608401
036100 170-LOG-TRANSACTION.                                             03610001
036200     MOVE SPACES TO MENU-LOG-REC                                  03620001
036300     MOVE MX-ACTION-CODE TO MG-ACTION-CODE                        03630001
036400     MOVE MX-MENU-ITEM TO MG-MENU-ITEM                            03640001
036500     MOVE WS-DATE-8 TO MG-RUN-DATE                                03650001
036600     MOVE 'APPLIED' TO MG-RESULT                                  03660001
036700     MOVE WS-BEFORE-IMAGE TO MG-BEFORE-IMAGE                      03670001
036800     MOVE WS-AFTER-IMAGE TO MG-AFTER-IMAGE                        03680001
036900     MOVE WS-OPERATOR-ID TO MG-USER-ID                            03690001
037000     MOVE 'BTCH' TO MG-TERMINAL                                   03700001
037100     WRITE MENU-LOG-REC                                           03710001
037200     ADD 1 TO WS-APPLIED-COUNT                                    03720001
037300     .                                                            03730001
037400                                                                  03740001
037500 850-GET-DATE.                                                    03750001
037600     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          03760001
037700     .                                                            03770001
