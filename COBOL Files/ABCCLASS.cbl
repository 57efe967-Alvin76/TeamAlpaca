000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    ABCCLASS.                                         00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*ABC INVENTORY CLASSIFICATION - RANKS EVERY ITEM ON *             00090001
001000*THE FRIDGE MASTER BY ITS DOLLAR MOVEMENT OVER THE  *             00100001
001100*LOOKBACK WINDOW OF THE DAILY HISTORY FILE (UNITS   *             00110001
001200*ISSUED PER DAY PRICED AT THE SNAPSHOT'S INVENTORY  *             00120001
001300*VALUE PER UNIT).  THE ITEMS MAKING UP THE FIRST    *             00130001
001400*EIGHTY PERCENT OF MOVEMENT ARE CLASS A, THE NEXT   *             00140001
001500*FIFTEEN PERCENT CLASS B, THE REST CLASS C.  THE    *             00150001
001600*CLASS AND ITS COUNT INTERVAL (A WEEKLY, B MONTHLY, *             00160001
001700*C QUARTERLY) GO ON THE CYCLE-COUNT SCHEDULE FILE   *             00170001
001800*THAT DRIVES THE DAILY COUNT LIST, KEEPING EACH     *             00180001
001900*ITEM'S LAST COUNT DATE.  RUN PERIODICALLY, NOT     *             00190001
002000*NIGHTLY                                            *             00200001
002100*****************************************************             00210001
002200                                                                  00220001
002300 ENVIRONMENT DIVISION.                                            00230001
002400 CONFIGURATION SECTION.                                           00240001
002500 SOURCE-COMPUTER.                                                 00250001
002600     Z13                                                          00260001
002700     WITH DEBUGGING MODE                                          00270001
002800     .                                                            00280001
002900                                                                  00290001
003000 INPUT-OUTPUT SECTION.                                            00300001
003100                                                                  00310001
003200 FILE-CONTROL.                                                    00320001
003300     SELECT FRIDGE                 ASSIGN TO DYNAMIC              00330001
003400         WS-FRIDGE-DSNAME                                         00340001
003500         ORGANIZATION IS INDEXED                                  00350001
003600         ACCESS MODE IS DYNAMIC                                   00360001
003700         RECORD KEY IS FR-ITEM-NAME                               00370001
003800         ALTERNATE RECORD KEY IS FR-CATEGORY                      00380001
003900             WITH DUPLICATES                                      00390001
004000         ALTERNATE RECORD KEY IS FR-SUPPLIER-CODE                 00400001
004100             WITH DUPLICATES                                      00410001
004200         FILE STATUS IS WS-FRIDGE-STATUS.                         00420001
004300     SELECT HISTORY-FILE           ASSIGN TO MYHISTRY             00430001
004400         FILE STATUS IS WS-HIST-STATUS.                           00440001
004500     SELECT CYCLE-SCHEDULE-FILE    ASSIGN TO MYCYCSCH             00450001
004600         ORGANIZATION IS INDEXED                                  00460001
004700         ACCESS MODE IS RANDOM                                    00470001
004800         RECORD KEY IS CC-ITEM-NAME                               00480001
004900         FILE STATUS IS WS-CYCSCH-STATUS.                         00490001
005000     SELECT ABC-PRINT-FILE         ASSIGN TO MYABCRPT.            00500001
005100                                                                  00510001
005200 DATA DIVISION.                                                   00520001
005300 FILE SECTION.                                                    00530001
005400                                                                  00540001
005500 FD  FRIDGE                                                       00550001
005600     RECORDING MODE IS F.                                         00560001
005700     COPY FRIDGEREC.                                              00570001
005800                                                                  00580001
005900 FD  HISTORY-FILE                                                 00590001
006000     RECORDING MODE IS F.                                         00600001
006100     COPY HISTREC.                                                00610001
006200                                                                  00620001
006300 FD  CYCLE-SCHEDULE-FILE.                                         00630001
006400     COPY CYCSCHD.                                                00640001
006500                                                                  00650001
006600 FD  ABC-PRINT-FILE                                               00660001
006700     RECORDING MODE IS F.                                         00670001
006800 01  ABC-PRINT-REC.                                               00680001
006900     10  FILLER                    PIC X(132).                    00690001
007000                                                                  00700001
007100 WORKING-STORAGE SECTION.                                         00710001
007200                                                                  00720001
007300 01  WS-COUNTERS-FLAGS.                                           00730001
007400     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00740001
007500     10  WS-SCAN-EOF               PIC X(03) VALUE 'NO'.          00750001
007600     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00760001
007700     10  WS-USED-COUNT             PIC 9(05) VALUE ZERO.          00770001
007800     10  WS-ITEM-COUNT             PIC 9(03) VALUE ZERO.          00780001
007900     10  WS-ADDED-COUNT            PIC 9(03) VALUE ZERO.          00790001
008000     10  WS-SUB                    PIC S9(04) COMP VALUE ZERO.    00800001
008100     10  WS-HIT-SUB                PIC S9(04) COMP VALUE ZERO.    00810001
008200     10  WS-BEST-SUB               PIC S9(04) COMP VALUE ZERO.    00820001
008300     10  WS-RANK-NO                PIC S9(04) COMP VALUE ZERO.    00830001
008400     10  WS-CLASS-SUB              PIC S9(04) COMP VALUE ZERO.    00840001
008500                                                                  00850001
008600 01  WS-VALIDATION-FLAGS.                                         00860001
008700     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        00870001
008800     10  WS-HIST-STATUS            PIC X(02) VALUE SPACES.        00880001
008900     10  WS-CYCSCH-STATUS          PIC X(02) VALUE SPACES.        00890001
009000                                                                  00900001
009100 01  WS-SITE-CONTROL.                                             00910001
009200     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    00920001
009300                                                                  00930001
009400 01  WS-DATE-FIELDS.                                              00940001
009500     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          00950001
009600     10  WS-DATE-INT               PIC S9(07) VALUE ZERO.         00960001
009700     10  WS-CUT-DATE-INT           PIC S9(07) VALUE ZERO.         00970001
009800     10  WS-CUTOFF-DATE            PIC 9(08) VALUE ZERO.          00980001
009900     10  WS-LOOKBACK-DAYS          PIC 9(03) VALUE 91.            00990001
010000                                                                  01000001
010100*****************************************************             01010001
010200*   LOOKBACK WINDOW IN DAYS IN COLUMNS 1-3; BLANK   *             01020001
010300*   TAKES THE LAST QUARTER OF HISTORY               *             01030001
010400*****************************************************             01040001
010500 01  WS-ABC-PARM-CARD.                                            01050001
010600     10  PC-LOOKBACK-DAYS          PIC 9(03).                     01060001
010700     10  FILLER                    PIC X(77).                     01070001
010800                                                                  01080001
010900*****************************************************             01090001
011000*   CLASS BREAKPOINTS AS CUMULATIVE PERCENT OF      *             01100001
011100*   TOTAL MOVEMENT, AND THE COUNT INTERVAL IN DAYS  *             01110001
011200*   FOR EACH CLASS                                  *             01120001
011300*****************************************************             01130001
011400 01  WS-CLASS-RULES.                                              01140001
011500     10  WS-A-CUTOFF-PCT           PIC 9(03)V99 VALUE 80.00.      01150001
011600     10  WS-B-CUTOFF-PCT           PIC 9(03)V99 VALUE 95.00.      01160001
011700     10  WS-A-INTERVAL             PIC 9(03) VALUE 7.             01170001
011800     10  WS-B-INTERVAL             PIC 9(03) VALUE 30.            01180001
011900     10  WS-C-INTERVAL             PIC 9(03) VALUE 91.            01190001
012000                                                                  01200001
012100*****************************************************             01210001
012200*   ONE ENTRY PER LIVE FRIDGE ITEM; THE MOVEMENT    *             01220001
012300*   FILLS FROM THE HISTORY SNAPSHOTS IN THE WINDOW  *             01230001
012400*****************************************************             01240001
012500 01  WS-MOVEMENT-TABLE.                                           01250001
012600     10  WS-MV-ENTRY OCCURS 800 TIMES.                            01260001
012700         15  MV-ITEM-NAME          PIC X(17).                     01270001
012800         15  MV-CATEGORY           PIC X(10).                     01280001
012900         15  MV-MOVEMENT           PIC S9(09)V99.                 01290001
013000         15  MV-RANKED             PIC X(01).                     01300001
013100                                                                  01310001
013200 01  WS-CLASS-TOTALS.                                             01320001
013300     10  WS-CL-ENTRY OCCURS 3 TIMES.                              01330001
013400         15  CL-ITEM-COUNT         PIC 9(05).                     01340001
013500         15  CL-MOVEMENT           PIC S9(11)V99.                 01350001
013600                                                                  01360001
013700 01  WS-RANK-CONTROL.                                             01370001
013800     10  WS-TOTAL-MOVEMENT         PIC S9(11)V99 VALUE ZERO.      01380001
013900     10  WS-CUM-MOVEMENT           PIC S9(11)V99 VALUE ZERO.      01390001
014000     10  WS-CUM-PCT                PIC S9(03)V99 VALUE ZERO.      01400001
014100     10  WS-CLASS-PCT              PIC S9(03)V99 VALUE ZERO.      01410001
014200     10  WS-UNIT-VALUE             PIC S9(07)V9(04) VALUE ZERO.   01420001
014300     10  WS-DAY-MOVEMENT           PIC S9(09)V99 VALUE ZERO.      01430001
014400     10  WS-NEW-CLASS              PIC X(01) VALUE SPACE.         01440001
014500     10  WS-NEW-INTERVAL           PIC 9(03) VALUE ZERO.          01450001
014600                                                                  01460001
014700 01  WS-ABC-HEADING.                                              01470001
014800     10  FILLER                    PIC X(02) VALUE SPACES.        01480001
014900     10  FILLER                    PIC X(34) VALUE                01490001
015000         'ABC INVENTORY CLASSIFICATION      '.                    01500001
015100     10  FILLER                    PIC X(06) VALUE 'DATE: '.      01510001
015200     10  AH-RUN-DATE               PIC 9(08).                     01520001
015300     10  FILLER                    PIC X(08) VALUE ' SINCE: '.    01530001
015400     10  AH-CUTOFF-DATE            PIC 9(08).                     01540001
015500     10  FILLER                    PIC X(66) VALUE SPACES.        01550001
015600                                                                  01560001
015700 01  WS-ABC-COLUMN-HEADING.                                       01570001
015800     10  FILLER                    PIC X(02) VALUE SPACES.        01580001
015900     10  FILLER                    PIC X(07) VALUE 'RANK'.        01590001
016000     10  FILLER                    PIC X(19) VALUE 'ITEM'.        01600001
016100     10  FILLER                    PIC X(12) VALUE 'CATEGORY'.    01610001
016200     10  FILLER                    PIC X(17) VALUE                01620001
016300         '  DOLLAR MOVEMENT'.                                     01630001
016400     10  FILLER                    PIC X(10) VALUE '  CUM %'.     01640001
016500     10  FILLER                    PIC X(07) VALUE 'CLASS'.       01650001
016600     10  FILLER                    PIC X(10) VALUE 'INTERVAL'.    01660001
016700     10  FILLER                    PIC X(10) VALUE 'PREVIOUS'.    01670001
016800     10  FILLER                    PIC X(38) VALUE SPACES.        01680001
016900                                                                  01690001
017000 01  WS-ABC-LINE.                                                 01700001
017100     10  FILLER                    PIC X(02) VALUE SPACES.        01710001
017200     10  AL-RANK                   PIC ZZZZ9.                     01720001
017300     10  FILLER                    PIC X(02) VALUE SPACES.        01730001
017400     10  AL-ITEM-NAME              PIC X(17).                     01740001
017500     10  FILLER                    PIC X(02) VALUE SPACES.        01750001
017600     10  AL-CATEGORY               PIC X(10).                     01760001
017700     10  FILLER                    PIC X(02) VALUE SPACES.        01770001
017800     10  AL-MOVEMENT               PIC ZZZ,ZZZ,ZZ9.99-.           01780001
017900     10  FILLER                    PIC X(02) VALUE SPACES.        01790001
018000     10  AL-CUM-PCT                PIC ZZ9.99.                    01800001
018100     10  FILLER                    PIC X(04) VALUE SPACES.        01810001
018200     10  AL-CLASS                  PIC X(01).                     01820001
018300     10  FILLER                    PIC X(06) VALUE SPACES.        01830001
018400     10  AL-INTERVAL               PIC ZZ9.                       01840001
018500     10  FILLER                    PIC X(07) VALUE SPACES.        01850001
018600     10  AL-PREVIOUS-CLASS         PIC X(01).                     01860001
018700     10  FILLER                    PIC X(47) VALUE SPACES.        01870001
018800                                                                  01880001
018900 01  WS-ABC-SUMMARY-LINE.                                         01890001
019000     10  FILLER                    PIC X(02) VALUE SPACES.        01900001
019100     10  FILLER                    PIC X(06) VALUE 'CLASS '.      01910001
019200     10  AS-CLASS                  PIC X(01).                     01920001
019300     10  FILLER                    PIC X(04) VALUE SPACES.        01930001
019400     10  AS-ITEM-COUNT             PIC ZZ,ZZ9.                    01940001
019500     10  FILLER                    PIC X(08) VALUE ' ITEMS  '.    01950001
019600     10  AS-MOVEMENT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.        01960001
019700     10  FILLER                    PIC X(02) VALUE SPACES.        01970001
019800     10  AS-SHARE-PCT              PIC ZZ9.99.                    01980001
019900     10  FILLER                    PIC X(14) VALUE                01990001
020000         ' % OF MOVEMENT'.                                        02000001
020100     10  FILLER                    PIC X(65) VALUE SPACES.        02010001
020200                                                                  02020001
020300 01  WS-ABC-TOTAL-LINE.                                           02030001
020400     10  FILLER                    PIC X(02) VALUE SPACES.        02040001
020500     10  AT-LABEL                  PIC X(30).                     02050001
020600     10  AT-COUNT                  PIC ZZ,ZZ9.                    02060001
020700     10  FILLER                    PIC X(94) VALUE SPACES.        02070001
020800                                                                  02080001
020900 PROCEDURE DIVISION.                                              02090001
021000                                                                  02100001
021100*****************************************************             02110001
021200*   MAIN PROGRAM ROUTINE                            *             02120001
021300*****************************************************             02130001
021400 010-START-HERE.                                                  02140001
021500     PERFORM 850-GET-DATE                                         02150001
021600     INITIALIZE WS-CLASS-TOTALS                                   02160001
021700     PERFORM 107-GET-LOOKBACK-PARM                                02170001
021800     OPEN INPUT FRIDGE                                            02180001
021900     IF WS-FRIDGE-STATUS NOT = '00'                               02190001
022000         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  02200001
022100             WS-FRIDGE-STATUS                                     02210001
022200         MOVE 16 TO RETURN-CODE                                   02220001
022300     ELSE                                                         02230001
022400         PERFORM 110-LOAD-FRIDGE-ITEMS                            02240001
022500         CLOSE FRIDGE                                             02250001
022600         OPEN INPUT HISTORY-FILE                                  02260001
022700         IF WS-HIST-STATUS NOT = '00'                             02270001
022800             DISPLAY 'HISTORY FILE OPEN FAILED, STATUS = '        02280001
022900                 WS-HIST-STATUS                                   02290001
023000             MOVE 16 TO RETURN-CODE                               02300001
023100         ELSE                                                     02310001
023200             PERFORM 100-READ-HISTORY                             02320001
023300             PERFORM 150-TALLY-HISTORY-RECORD                     02330001
023400               UNTIL EOF-FLAG = 'YES'                             02340001
023500             CLOSE HISTORY-FILE                                   02350001
023600             PERFORM 108-OPEN-SCHEDULE                            02360001
023700             IF WS-CYCSCH-STATUS = '00'                           02370001
023800                 OPEN OUTPUT ABC-PRINT-FILE                       02380001
023900                 PERFORM 800-PRINT-HEADINGS                       02390001
024000                 PERFORM 300-RANK-ONE-ITEM                        02400001
024100                   VARYING WS-RANK-NO FROM 1 BY 1                 02410001
024200                   UNTIL WS-RANK-NO > WS-ITEM-COUNT               02420001
024300                 PERFORM 600-PRINT-CLASS-SUMMARY                  02430001
024400                 CLOSE CYCLE-SCHEDULE-FILE ABC-PRINT-FILE         02440001
024500             END-IF                                               02450001
024600         END-IF                                                   02460001
024700     END-IF                                                       02470001
024800     GOBACK                                                       02480001
024900     .                                                            02490001
025000                                                                  02500001
025100*****************************************************             02510001
025200*   LOOKBACK WINDOW OFF SYSIN, DEFAULT ONE QUARTER, *             02520001
025300*   SO SEASONAL ITEMS DROP BACK A CLASS ONCE THEIR  *             02530001
025400*   SEASON HAS PASSED                               *             02540001
025500*****************************************************             02550001
025600 107-GET-LOOKBACK-PARM.                                           02560001
025700     ACCEPT WS-ABC-PARM-CARD FROM SYSIN                           02570001
025800     IF PC-LOOKBACK-DAYS NUMERIC                                  02580001
025900         AND PC-LOOKBACK-DAYS > ZERO                              02590001
026000         MOVE PC-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS                02600001
026100     END-IF                                                       02610001
026200     COMPUTE WS-CUT-DATE-INT =                                    02620001
026300         FUNCTION INTEGER-OF-DATE(WS-DATE-8)                      02630001
026400         - WS-LOOKBACK-DAYS                                       02640001
026500     COMPUTE WS-CUTOFF-DATE =                                     02650001
026600         FUNCTION DATE-OF-INTEGER(WS-CUT-DATE-INT)                02660001
026700     .                                                            02670001
026800                                                                  02680001
026900*****************************************************             02690001
027000*   THE SCHEDULE FILE IS BUILT BY THE FIRST RUN OF  *             02700001
027100*   THIS PROGRAM, SO AN EMPTY CLUSTER IS LOADED     *             02710001
027200*   BEFORE IT IS OPENED FOR UPDATE                  *             02720001
027300*****************************************************             02730001
027400 108-OPEN-SCHEDULE.                                               02740001
027500     OPEN I-O CYCLE-SCHEDULE-FILE                                 02750001
027600     IF WS-CYCSCH-STATUS = '35'                                   02760001
027700         OPEN OUTPUT CYCLE-SCHEDULE-FILE                          02770001
027800         CLOSE CYCLE-SCHEDULE-FILE                                02780001
027900         OPEN I-O CYCLE-SCHEDULE-FILE                             02790001
028000     END-IF                                                       02800001
028100     IF WS-CYCSCH-STATUS NOT = '00'                               02810001
028200         DISPLAY 'CYCLE SCHEDULE OPEN FAILED, STATUS = '          02820001
028300             WS-CYCSCH-STATUS                                     02830001
028400         MOVE 16 TO RETURN-CODE                                   02840001
028500     END-IF                                                       02850001
028600     .                                                            02860001
028700                                                                  02870001
028800 100-READ-HISTORY.                                                02880001
028900     READ HISTORY-FILE                                            02890001
029000         AT END                                                   02900001
029100             MOVE 'YES' TO EOF-FLAG                               02910001
029200         NOT AT END                                               02920001
029300             ADD 1 TO REC-COUNT                                   02930001
029400     END-READ                                                     02940001
029500     .                                                            02950001
029600                                                                  02960001
029700*****************************************************             02970001
029800*   EVERY LIVE ITEM ON THE MASTER GETS A CLASS,     *             02980001
029900*   EVEN ONE WITH NO HISTORY YET (IT RANKS LAST)    *             02990001
030000*****************************************************             03000001
030100 110-LOAD-FRIDGE-ITEMS.                                           03010001
030200     MOVE 'NO' TO WS-SCAN-EOF                                     03020001
030300     MOVE LOW-VALUES TO FR-ITEM-NAME                              03030001
030400     START FRIDGE KEY IS NOT LESS THAN FR-ITEM-NAME               03040001
030500         INVALID KEY                                              03050001
030600             MOVE 'YES' TO WS-SCAN-EOF                            03060001
030700     END-START                                                    03070001
030800     PERFORM 115-LOAD-NEXT-ITEM                                   03080001
030900       UNTIL WS-SCAN-EOF = 'YES'                                  03090001
031000     .                                                            03100001
031100                                                                  03110001
031200 115-LOAD-NEXT-ITEM.                                              03120001
031300     READ FRIDGE NEXT RECORD                                      03130001
031400         AT END                                                   03140001
031500             MOVE 'YES' TO WS-SCAN-EOF                            03150001
031600         NOT AT END                                               03160001
031700             IF FR-RECORD-TYPE = SPACES                           03170001
031800                 IF WS-ITEM-COUNT < 800                           03180001
031900                     ADD 1 TO WS-ITEM-COUNT                       03190001
032000                     MOVE FR-ITEM-NAME TO                         03200001
032100                         MV-ITEM-NAME (WS-ITEM-COUNT)             03210001
032200                     MOVE FR-CATEGORY TO                          03220001
032300                         MV-CATEGORY (WS-ITEM-COUNT)              03230001
032400                     MOVE ZERO TO MV-MOVEMENT (WS-ITEM-COUNT)     03240001
032500                     MOVE 'N' TO MV-RANKED (WS-ITEM-COUNT)        03250001
032600                 ELSE                                             03260001
032700                     DISPLAY 'MOVEMENT TABLE FULL, ITEM '         03270001
032800                         FR-ITEM-NAME ' NOT CLASSIFIED'           03280001
032900                     MOVE 16 TO RETURN-CODE                       03290001
033000                 END-IF                                           03300001
033100             END-IF                                               03310001
033200     END-READ                                                     03320001
033300     .                                                            03330001
033400                                                                  03340001
033500*****************************************************             03350001
033600*   A SNAPSHOT IN THE WINDOW ADDS ITS DAY'S ISSUES  *             03360001
033700*   AT THAT DAY'S VALUE PER UNIT.  SNAPSHOTS WITH   *             03370001
033800*   NO STOCK CANNOT BE PRICED, AND LEGACY ONES      *             03380001
033900*   WITH SPACES IN THE ISSUE COLUMN ADD NOTHING     *             03390001
034000*****************************************************             03400001
034100 150-TALLY-HISTORY-RECORD.                                        03410001
034200     IF HS-RUN-DATE NUMERIC                                       03420001
034300         AND HS-RUN-DATE NOT < WS-CUTOFF-DATE                     03430001
034400         AND HS-UNITS-DAY NUMERIC                                 03440001
034500         AND HS-UNITS > ZERO                                      03450001
034600         AND HS-INVENTORY-VALUE NUMERIC                           03460001
034700         PERFORM 200-FIND-ITEM-ENTRY                              03470001
034800         IF WS-HIT-SUB > ZERO                                     03480001
034900             COMPUTE WS-UNIT-VALUE ROUNDED =                      03490001
035000                 HS-INVENTORY-VALUE / HS-UNITS                    03500001
035100             COMPUTE WS-DAY-MOVEMENT ROUNDED =                    03510001
035200                 HS-UNITS-DAY * WS-UNIT-VALUE                     03520001
035300             ADD WS-DAY-MOVEMENT TO MV-MOVEMENT (WS-HIT-SUB)      03530001
035400             ADD 1 TO WS-USED-COUNT                               03540001
035500         END-IF                                                   03550001
035600     END-IF                                                       03560001
035700     PERFORM 100-READ-HISTORY                                     03570001
035800     .                                                            03580001
035900                                                                  03590001
036000 200-FIND-ITEM-ENTRY.                                             03600001
036100     MOVE ZERO TO WS-HIT-SUB                                      03610001
036200     PERFORM 210-MATCH-ITEM-ENTRY                                 03620001
036300       VARYING WS-SUB FROM 1 BY 1                                 03630001
036400       UNTIL WS-SUB > WS-ITEM-COUNT                               03640001
036500          OR WS-HIT-SUB > ZERO                                    03650001
036600     .                                                            03660001
036700                                                                  03670001
036800 210-MATCH-ITEM-ENTRY.                                            03680001
036900     IF MV-ITEM-NAME (WS-SUB) = HS-ITEM-NAME                      03690001
037000         MOVE WS-SUB TO WS-HIT-SUB                                03700001
037100     END-IF                                                       03710001
037200     .                                                            03720001
037300                                                                  03730001
037400*****************************************************             03740001
037500*   EACH PASS PICKS THE HIGHEST UNRANKED MOVEMENT,  *             03750001
037600*   SO THE REPORT AND THE RANKS COME OUT IN         *             03760001
037700*   DESCENDING DOLLAR ORDER                         *             03770001
037800*****************************************************             03780001
037900 300-RANK-ONE-ITEM.                                               03790001
038000     IF WS-RANK-NO = 1                                            03800001
038100         PERFORM 305-TOTAL-MOVEMENT                               03810001
038200           VARYING WS-SUB FROM 1 BY 1                             03820001
038300           UNTIL WS-SUB > WS-ITEM-COUNT                           03830001
038400     END-IF                                                       03840001
038500     MOVE ZERO TO WS-BEST-SUB                                     03850001
038600     PERFORM 310-PICK-HIGHEST                                     03860001
038700       VARYING WS-SUB FROM 1 BY 1                                 03870001
038800       UNTIL WS-SUB > WS-ITEM-COUNT                               03880001
038900     MOVE 'Y' TO MV-RANKED (WS-BEST-SUB)                          03890001
039000     PERFORM 320-ASSIGN-CLASS                                     03900001
039100     PERFORM 400-UPDATE-SCHEDULE                                  03910001
039200     PERFORM 810-PRINT-ABC-LINE                                   03920001
039300     .                                                            03930001
039400                                                                  03940001
039500 305-TOTAL-MOVEMENT.                                              03950001
039600     IF MV-MOVEMENT (WS-SUB) > ZERO                               03960001
039700         ADD MV-MOVEMENT (WS-SUB) TO WS-TOTAL-MOVEMENT            03970001
039800     END-IF                                                       03980001
039900     .                                                            03990001
040000                                                                  04000001
040100 310-PICK-HIGHEST.                                                04010001
040200     IF MV-RANKED (WS-SUB) = 'N'                                  04020001
040300         IF WS-BEST-SUB = ZERO                                    04030001
040400             MOVE WS-SUB TO WS-BEST-SUB                           04040001
040500         ELSE                                                     04050001
040600             IF MV-MOVEMENT (WS-SUB) >                            04060001
040700                MV-MOVEMENT (WS-BEST-SUB)                         04070001
040800                 MOVE WS-SUB TO WS-BEST-SUB                       04080001
040900             END-IF                                               04090001
041000         END-IF                                                   04100001
041100     END-IF                                                       04110001
041200     .                                                            04120001
041300                                                                  04130001
041400*****************************************************             04140001
041500*   THE CLASS COMES FROM THE SHARE OF MOVEMENT      *             04150001
041600*   ALREADY RANKED AHEAD OF THIS ITEM, SO THE ITEM  *             04160001
041700*   THAT CROSSES A BREAKPOINT STAYS IN THE HIGHER   *             04170001
041800*   CLASS.  NO MOVEMENT AT ALL IS ALWAYS CLASS C    *             04180001
041900*****************************************************             04190001
042000 320-ASSIGN-CLASS.                                                04200001
042100     IF WS-TOTAL-MOVEMENT > ZERO                                  04210001
042200         COMPUTE WS-CUM-PCT ROUNDED =                             04220001
042300             WS-CUM-MOVEMENT * 100 / WS-TOTAL-MOVEMENT            04230001
042400     ELSE                                                         04240001
042500         MOVE 100 TO WS-CUM-PCT                                   04250001
042600     END-IF                                                       04260001
042700     IF MV-MOVEMENT (WS-BEST-SUB) NOT > ZERO                      04270001
042800         MOVE 'C' TO WS-NEW-CLASS                                 04280001
042900     ELSE                                                         04290001
043000         IF WS-CUM-PCT < WS-A-CUTOFF-PCT                          04300001
043100             MOVE 'A' TO WS-NEW-CLASS                             04310001
043200         ELSE                                                     04320001
043300             IF WS-CUM-PCT < WS-B-CUTOFF-PCT                      04330001
043400                 MOVE 'B' TO WS-NEW-CLASS                         04340001
043500             ELSE                                                 04350001
043600                 MOVE 'C' TO WS-NEW-CLASS                         04360001
043700             END-IF                                               04370001
043800         END-IF                                                   04380001
043900         ADD MV-MOVEMENT (WS-BEST-SUB) TO WS-CUM-MOVEMENT         04390001
044000     END-IF                                                       04400001
044100     EVALUATE WS-NEW-CLASS                                        04410001
044200         WHEN 'A'                                                 04420001
044300             MOVE WS-A-INTERVAL TO WS-NEW-INTERVAL                04430001
044400             MOVE 1 TO WS-CLASS-SUB                               04440001
044500         WHEN 'B'                                                 04450001
044600             MOVE WS-B-INTERVAL TO WS-NEW-INTERVAL                04460001
044700             MOVE 2 TO WS-CLASS-SUB                               04470001
044800         WHEN OTHER                                               04480001
044900             MOVE WS-C-INTERVAL TO WS-NEW-INTERVAL                04490001
045000             MOVE 3 TO WS-CLASS-SUB                               04500001
045100     END-EVALUATE                                                 04510001
045200     ADD 1 TO CL-ITEM-COUNT (WS-CLASS-SUB)                        04520001
045300     IF MV-MOVEMENT (WS-BEST-SUB) > ZERO                          04530001
045400         ADD MV-MOVEMENT (WS-BEST-SUB) TO                         04540001
045500             CL-MOVEMENT (WS-CLASS-SUB)                           04550001
045600     END-IF                                                       04560001
045700     .                                                            04570001
045800                                                                  04580001
045900*****************************************************             04590001
046000*   A KNOWN ITEM KEEPS ITS LAST COUNT DATE AND HAS  *             04600001
046100*   ITS NEXT DUE DATE RESET FROM IT UNDER THE NEW   *             04610001
046200*   INTERVAL; AN ITEM NEVER COUNTED IS DUE TODAY    *             04620001
046300*****************************************************             04630001
046400 400-UPDATE-SCHEDULE.                                             04640001
046500     MOVE MV-ITEM-NAME (WS-BEST-SUB) TO CC-ITEM-NAME              04650001
046600     READ CYCLE-SCHEDULE-FILE                                     04660001
046700         INVALID KEY                                              04670001
046800             MOVE SPACE TO AL-PREVIOUS-CLASS                      04680001
046900             MOVE SPACES TO CYCLE-SCHEDULE-REC                    04690001
047000             MOVE MV-ITEM-NAME (WS-BEST-SUB) TO CC-ITEM-NAME      04700001
047100             MOVE ZERO TO CC-LAST-COUNT-DATE                      04710001
047200             PERFORM 410-SET-SCHEDULE-FIELDS                      04720001
047300             WRITE CYCLE-SCHEDULE-REC                             04730001
047400                 INVALID KEY                                      04740001
047500                     DISPLAY 'SCHEDULE WRITE FAILED FOR '         04750001
047600                         CC-ITEM-NAME                             04760001
047700                     MOVE 16 TO RETURN-CODE                       04770001
047800                 NOT INVALID KEY                                  04780001
047900                     ADD 1 TO WS-ADDED-COUNT                      04790001
048000             END-WRITE                                            04800001
048100         NOT INVALID KEY                                          04810001
048200             MOVE CC-ABC-CLASS TO AL-PREVIOUS-CLASS               04820001
048300             PERFORM 410-SET-SCHEDULE-FIELDS                      04830001
048400             REWRITE CYCLE-SCHEDULE-REC                           04840001
048500                 INVALID KEY                                      04850001
048600                     DISPLAY 'SCHEDULE REWRITE FAILED FOR '       04860001
048700                         CC-ITEM-NAME                             04870001
048800                     MOVE 16 TO RETURN-CODE                       04880001
048900             END-REWRITE                                          04890001
049000     END-READ                                                     04900001
049100     .                                                            04910001
049200                                                                  04920001
049300 410-SET-SCHEDULE-FIELDS.                                         04930001
049400     MOVE WS-NEW-CLASS TO CC-ABC-CLASS                            04940001
049500     MOVE WS-DATE-8 TO CC-CLASS-DATE                              04950001
049600     MOVE MV-MOVEMENT (WS-BEST-SUB) TO CC-PERIOD-MOVEMENT         04960001
049700     MOVE WS-RANK-NO TO CC-VALUE-RANK                             04970001
049800     MOVE WS-NEW-INTERVAL TO CC-COUNT-INTERVAL                    04980001
049900     IF CC-LAST-COUNT-DATE NUMERIC                                04990001
050000         AND CC-LAST-COUNT-DATE > ZERO                            05000001
050100         COMPUTE WS-DATE-INT =                                    05010001
050200             FUNCTION INTEGER-OF-DATE(CC-LAST-COUNT-DATE)         05020001
050300             + WS-NEW-INTERVAL                                    05030001
050400         COMPUTE CC-NEXT-DUE-DATE =                               05040001
050500             FUNCTION DATE-OF-INTEGER(WS-DATE-INT)                05050001
050600     ELSE                                                         05060001
050700         MOVE ZERO TO CC-LAST-COUNT-DATE                          05070001
050800         MOVE WS-DATE-8 TO CC-NEXT-DUE-DATE                       05080001
050900     END-IF                                                       05090001
051000     .                                                            05100001
051100                                                                  05110001
051200 600-PRINT-CLASS-SUMMARY.                                         05120001
051300     MOVE 'A' TO AS-CLASS                                         05130001
051400     MOVE 1 TO WS-CLASS-SUB                                       05140001
051500     PERFORM 610-PRINT-CLASS-LINE                                 05150001
051600     MOVE 'B' TO AS-CLASS                                         05160001
051700     MOVE 2 TO WS-CLASS-SUB                                       05170001
051800     PERFORM 610-PRINT-CLASS-LINE                                 05180001
051900     MOVE 'C' TO AS-CLASS                                         05190001
052000     MOVE 3 TO WS-CLASS-SUB                                       05200001
052100     PERFORM 610-PRINT-CLASS-LINE                                 05210001
052200     MOVE 'HISTORY SNAPSHOTS READ' TO AT-LABEL                    05220001
052300     MOVE REC-COUNT TO AT-COUNT                                   05230001
052400     WRITE ABC-PRINT-REC FROM WS-ABC-TOTAL-LINE                   05240001
052500       AFTER ADVANCING 2 LINES                                    05250001
052600     END-WRITE                                                    05260001
052700     MOVE 'SNAPSHOTS IN WINDOW USED' TO AT-LABEL                  05270001
052800     MOVE WS-USED-COUNT TO AT-COUNT                               05280001
052900     WRITE ABC-PRINT-REC FROM WS-ABC-TOTAL-LINE                   05290001
053000       AFTER ADVANCING 1 LINE                                     05300001
053100     END-WRITE                                                    05310001
053200     MOVE 'ITEMS NEW TO THE SCHEDULE' TO AT-LABEL                 05320001
053300     MOVE WS-ADDED-COUNT TO AT-COUNT                              05330001
053400     WRITE ABC-PRINT-REC FROM WS-ABC-TOTAL-LINE                   05340001
053500       AFTER ADVANCING 1 LINE                                     05350001
053600     END-WRITE                                                    05360001
053700     .                                                            05370001
053800                                                                  05380001
053900 610-PRINT-CLASS-LINE.                                            05390001
054000     MOVE CL-ITEM-COUNT (WS-CLASS-SUB) TO AS-ITEM-COUNT           05400001
054100     MOVE CL-MOVEMENT (WS-CLASS-SUB) TO AS-MOVEMENT               05410001
054200     IF WS-TOTAL-MOVEMENT > ZERO                                  05420001
054300         COMPUTE WS-CLASS-PCT ROUNDED =                           05430001
054400             CL-MOVEMENT (WS-CLASS-SUB) * 100                     05440001
054500             / WS-TOTAL-MOVEMENT                                  05450001
054600     ELSE                                                         05460001
054700         MOVE ZERO TO WS-CLASS-PCT                                05470001
054800     END-IF                                                       05480001
054900     MOVE WS-CLASS-PCT TO AS-SHARE-PCT                            05490001
055000     IF WS-CLASS-SUB = 1                                          05500001
055100         WRITE ABC-PRINT-REC FROM WS-ABC-SUMMARY-LINE             05510001
055200           AFTER ADVANCING 3 LINES                                05520001
055300         END-WRITE                                                05530001
055400     ELSE                                                         05540001
055500         WRITE ABC-PRINT-REC FROM WS-ABC-SUMMARY-LINE             05550001
055600           AFTER ADVANCING 1 LINE                                 05560001
055700         END-WRITE                                                05570001
055800     END-IF                                                       05580001
055900     .                                                            05590001
056000                                                                  05600001
056100 800-PRINT-HEADINGS.                                              05610001
056200     MOVE WS-DATE-8 TO AH-RUN-DATE                                05620001
056300     MOVE WS-CUTOFF-DATE TO AH-CUTOFF-DATE                        05630001
056400     WRITE ABC-PRINT-REC FROM WS-ABC-HEADING                      05640001
056500       AFTER ADVANCING PAGE                                       05650001
056600     END-WRITE                                                    05660001
056700     WRITE ABC-PRINT-REC FROM WS-ABC-COLUMN-HEADING               05670001
056800       AFTER ADVANCING 2 LINES                                    05680001
056900     END-WRITE                                                    05690001
057000     .                                                            05700001
057100                                                                  05710001
057200 810-PRINT-ABC-LINE.                                              05720001
057300     MOVE WS-RANK-NO TO AL-RANK                                   05730001
057400     MOVE MV-ITEM-NAME (WS-BEST-SUB) TO AL-ITEM-NAME              05740001
057500     MOVE MV-CATEGORY (WS-BEST-SUB) TO AL-CATEGORY                05750001
057600     MOVE MV-MOVEMENT (WS-BEST-SUB) TO AL-MOVEMENT                05760001
057700     IF WS-TOTAL-MOVEMENT > ZERO                                  05770001
057800         COMPUTE WS-CUM-PCT ROUNDED =                             05780001
057900             WS-CUM-MOVEMENT * 100 / WS-TOTAL-MOVEMENT            05790001
058000     END-IF                                                       05800001
058100     MOVE WS-CUM-PCT TO AL-CUM-PCT                                05810001
058200     MOVE WS-NEW-CLASS TO AL-CLASS                                05820001
058300     MOVE WS-NEW-INTERVAL TO AL-INTERVAL                          05830001
058400     WRITE ABC-PRINT-REC FROM WS-ABC-LINE                         05840001
058500       AFTER ADVANCING 1 LINE                                     05850001
058600     END-WRITE                                                    05860001
058700     .                                                            05870001
058800                                                                  05880001
058900 850-GET-DATE.                                                    05890001
059000     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          05900001
059100     .                                                            05910001
