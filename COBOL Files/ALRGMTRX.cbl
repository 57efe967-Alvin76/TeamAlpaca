000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    ALRGMTRX.                                         00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*MENU ALLERGEN MATRIX - EXPLODES THE RECIPE FILE    *             00090001
001000*AGAINST THE ITEM ALLERGEN PROFILES AND PRINTS ONE  *             00100001
001100*ROW PER MENU DISH AND ONE COLUMN PER ALLERGEN ON   *             00110001
001200*THE ALLERGEN MASTER.  X MEANS AN INGREDIENT OF THE *             00120001
001300*DISH CONTAINS THE ALLERGEN ITSELF; P MEANS IT      *             00130001
001400*COMES IN THROUGH A PREPARED ITEM (SAUCE, DRESSING, *             00140001
001500*STOCK) MADE FROM ITS OWN RECIPE.  A DISH WITH AN   *             00150001
001600*INGREDIENT THAT HAS NO PROFILE IS FLAGGED          *             00160001
001700*UNVERIFIED, AND ONE WHOSE INGREDIENT PROFILE WAS   *             00170001
001800*DECLARED BY A SUPPLIER THE ITEM NO LONGER COMES    *             00180001
001900*FROM IS FLAGGED RECHECK.  PREPARED ITEMS, A CODE   *             00190001
002000*LEGEND AND BOTH KINDS OF GAP ARE LISTED AFTER THE  *             00200001
002100*DISHES                                             *             00210001
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
003400     SELECT ALLERGEN-MASTER        ASSIGN TO MYALRGMS             00340001
003500         ORGANIZATION IS INDEXED                                  00350001
003600         ACCESS MODE IS DYNAMIC                                   00360001
003700         RECORD KEY IS AG-ALLERGEN-CODE                           00370001
003800         FILE STATUS IS WS-ALRGMS-STATUS.                         00380001
003900     SELECT ITEM-ALLERGEN-FILE     ASSIGN TO MYITMALG             00390001
004000         ORGANIZATION IS INDEXED                                  00400001
004100         ACCESS MODE IS DYNAMIC                                   00410001
004200         RECORD KEY IS IA-ITEM-NAME                               00420001
004300         FILE STATUS IS WS-ITMALG-STATUS.                         00430001
004400     SELECT FRIDGE                 ASSIGN TO DYNAMIC              00440001
004500         WS-FRIDGE-DSNAME                                         00450001
004600         ORGANIZATION IS INDEXED                                  00460001
004700         ACCESS MODE IS DYNAMIC                                   00470001
004800         RECORD KEY IS FR-ITEM-NAME                               00480001
004900         ALTERNATE RECORD KEY IS FR-CATEGORY                      00490001
005000             WITH DUPLICATES                                      00500001
005100         ALTERNATE RECORD KEY IS FR-SUPPLIER-CODE                 00510001
005200             WITH DUPLICATES                                      00520001
005300         FILE STATUS IS WS-FRIDGE-STATUS.                         00530001
005400     SELECT RECIPE-FILE            ASSIGN TO MYRECIPE             00540001
005500         FILE STATUS IS WS-RECIPE-STATUS.                         00550001
005600     SELECT MATRIX-REPORT          ASSIGN TO MYALGMTX.            00560001
005700                                                                  00570001
005800 DATA DIVISION.                                                   00580001
005900 FILE SECTION.                                                    00590001
006000                                                                  00600001
006100 FD  ALLERGEN-MASTER.                                             00610001
006200     COPY ALRGMST.                                                00620001
006300                                                                  00630001
006400 FD  ITEM-ALLERGEN-FILE.                                          00640001
006500     COPY ITEMALG.                                                00650001
006600                                                                  00660001
006700 FD  FRIDGE                                                       00670001
006800     RECORDING MODE IS F.                                         00680001
006900     COPY FRIDGEREC.                                              00690001
007000                                                                  00700001
007100 FD  RECIPE-FILE                                                  00710001
007200     RECORDING MODE IS F.                                         00720001
007300     COPY RECIPREC.                                               00730001
007400                                                                  00740001
007500 FD  MATRIX-REPORT                                                00750001
007600     RECORDING MODE IS F.                                         00760001
007700 01  MATRIX-REPORT-REC.                                           00770001
007800     10  FILLER                    PIC X(132).                    00780001
007900                                                                  00790001
008000 WORKING-STORAGE SECTION.                                         00800001
008100                                                                  00810001
008200 01  WS-COUNTERS-FLAGS.                                           00820001
008300     10  WS-ALRGMS-EOF             PIC X(03) VALUE 'NO'.          00830001
008400     10  WS-PROFILE-EOF            PIC X(03) VALUE 'NO'.          00840001
008500     10  WS-RECIPE-EOF             PIC X(03) VALUE 'NO'.          00850001
008600     10  WS-CHANGED                PIC X(03) VALUE 'YES'.         00860001
008700     10  WS-PASS-COUNT             PIC 9(03) VALUE ZERO.          00870001
008800     10  WS-DISH-COUNT             PIC 9(05) VALUE ZERO.          00880001
008900     10  WS-PREPARED-COUNT         PIC 9(05) VALUE ZERO.          00890001
009000     10  WS-UNVERIFIED-COUNT       PIC 9(05) VALUE ZERO.          00900001
009100     10  WS-RECHECK-COUNT          PIC 9(05) VALUE ZERO.          00910001
009200                                                                  00920001
009300 01  WS-FILE-STATUSES.                                            00930001
009400     10  WS-ALRGMS-STATUS          PIC X(02) VALUE SPACES.        00940001
009500     10  WS-ITMALG-STATUS          PIC X(02) VALUE SPACES.        00950001
009600     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        00960001
009700     10  WS-RECIPE-STATUS          PIC X(02) VALUE SPACES.        00970001
009800                                                                  00980001
009900 01  WS-SITE-CONTROL.                                             00990001
010000     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    01000001
010100                                                                  01010001
010200 01  WS-DATE-FIELDS.                                              01020001
010300     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01030001
010400                                                                  01040001
010500*****************************************************             01050001
010600*   ONE MATRIX COLUMN PER ALLERGEN MASTER CODE, IN  *             01060001
010700*   CODE ORDER                                      *             01070001
010800*****************************************************             01080001
010900 01  WS-ALLERGEN-CONTROL.                                         01090001
011000     10  WS-ALLERGEN-COUNT         PIC S9(04) COMP VALUE ZERO.    01100001
011100     10  WS-COL-SUB                PIC S9(04) COMP VALUE ZERO.    01110001
011200     10  WS-CODE-SUB               PIC S9(04) COMP VALUE ZERO.    01120001
011300 01  WS-ALLERGEN-TABLE.                                           01130001
011400     10  WS-ALLERGEN-ENTRY OCCURS 14 TIMES.                       01140001
011500         15  WS-AT-CODE            PIC X(04).                     01150001
011600         15  WS-AT-DESC            PIC X(20).                     01160001
011700                                                                  01170001
011800*****************************************************             01180001
011900*   EVERY ITEM PROFILE, WITH ITS CODES ALREADY      *             01190001
012000*   TURNED INTO MATRIX COLUMNS AND A NOTE OF THE    *             01200001
012100*   SUPPLIER THE ITEM COMES FROM TODAY              *             01210001
012200*****************************************************             01220001
012300 01  WS-PROFILE-CONTROL.                                          01230001
012400     10  WS-PROFILE-COUNT          PIC S9(04) COMP VALUE ZERO.    01240001
012500     10  WS-PROFILE-SUB            PIC S9(04) COMP VALUE ZERO.    01250001
012600     10  WS-PROFILE-HIT            PIC S9(04) COMP VALUE ZERO.    01260001
012700 01  WS-PROFILE-TABLE.                                            01270001
012800     10  WS-PROFILE-ENTRY OCCURS 2000 TIMES.                      01280001
012900         15  WS-PT-ITEM-NAME       PIC X(17).                     01290001
013000         15  WS-PT-SUPPLIER-CODE   PIC X(06).                     01300001
013100         15  WS-PT-FRIDGE-SUPPLIER PIC X(06).                     01310001
013200         15  WS-PT-STALE           PIC X(01).                     01320001
013300         15  WS-PT-COLUMNS.                                       01330001
013400             20  WS-PT-COLUMN OCCURS 14 TIMES                     01340001
013500                                   PIC X(01).                     01350001
013600                                                                  01360001
013700 01  WS-RECIPE-CONTROL.                                           01370001
013800     10  WS-RECIPE-COUNT           PIC S9(04) COMP VALUE ZERO.    01380001
013900     10  WS-RECIPE-SUB             PIC S9(04) COMP VALUE ZERO.    01390001
014000 01  WS-RECIPE-TABLE.                                             01400001
014100     10  WS-RECIPE-ENTRY OCCURS 3000 TIMES.                       01410001
014200         15  WS-RT-MENU-ITEM       PIC X(20).                     01420001
014300         15  WS-RT-INGREDIENT      PIC X(17).                     01430001
014400         15  WS-RT-PARENT-SUB      PIC S9(04) COMP.               01440001
014500                                                                  01450001
014600*****************************************************             01460001
014700*   ONE ROW PER RECIPE ON FILE - DISHES AND THE     *             01470001
014800*   PREPARED ITEMS THAT FEED THEM.  CELL VALUES ARE *             01480001
014900*   SPACE, X (DIRECT) OR P (THROUGH A PREPARED      *             01490001
015000*   ITEM); X IS NEVER DOWNGRADED TO P               *             01500001
015100*****************************************************             01510001
015200 01  WS-ROW-CONTROL.                                              01520001
015300     10  WS-ROW-COUNT              PIC S9(04) COMP VALUE ZERO.    01530001
015400     10  WS-ROW-SUB                PIC S9(04) COMP VALUE ZERO.    01540001
015500     10  WS-CHILD-SUB              PIC S9(04) COMP VALUE ZERO.    01550001
015600     10  WS-SEARCH-SUB             PIC S9(04) COMP VALUE ZERO.    01560001
015700     10  WS-LOW-SUB                PIC S9(04) COMP VALUE ZERO.    01570001
015800     10  WS-LOW-NAME               PIC X(20) VALUE SPACES.        01580001
015900     10  WS-PRINT-KIND             PIC X(01) VALUE SPACE.         01590001
016000     10  WS-SECTION-DONE           PIC X(03) VALUE 'NO'.          01600001
016100 01  WS-ROW-TABLE.                                                01610001
016200     10  WS-ROW-ENTRY OCCURS 600 TIMES.                           01620001
016300         15  WS-RW-NAME            PIC X(20).                     01630001
016400         15  WS-RW-KIND            PIC X(01).                     01640001
016500         15  WS-RW-UNVERIFIED      PIC X(01).                     01650001
016600         15  WS-RW-RECHECK         PIC X(01).                     01660001
016700         15  WS-RW-PRINTED         PIC X(01).                     01670001
016800         15  WS-RW-CELLS.                                         01680001
016900             20  WS-RW-CELL OCCURS 14 TIMES                       01690001
017000                                   PIC X(01).                     01700001
017100                                                                  01710001
017200*****************************************************             01720001
017300*   INGREDIENTS THE RECIPES USE THAT HAVE NO        *             01730001
017400*   PROFILE AND ARE NOT THEMSELVES A RECIPE         *             01740001
017500*****************************************************             01750001
017600 01  WS-MISSING-CONTROL.                                          01760001
017700     10  WS-MISSING-COUNT          PIC S9(04) COMP VALUE ZERO.    01770001
017800     10  WS-MISSING-SUB            PIC S9(04) COMP VALUE ZERO.    01780001
017900     10  WS-MISSING-HIT            PIC X(03) VALUE 'NO'.          01790001
018000 01  WS-MISSING-TABLE.                                            01800001
018100     10  WS-MISSING-NAME OCCURS 500 TIMES                         01810001
018200                                   PIC X(17).                     01820001
018300                                                                  01830001
018400 01  WS-REPORT-HEADING.                                           01840001
018500     10  FILLER                    PIC X(02) VALUE SPACES.        01850001
018600     10  FILLER                    PIC X(40) VALUE                01860001
018700         'MENU ALLERGEN MATRIX'.                                  01870001
018800     10  FILLER                    PIC X(06) VALUE 'DATE: '.      01880001
018900     10  RH-RUN-DATE               PIC 9(08).                     01890001
019000     10  FILLER                    PIC X(76) VALUE SPACES.        01900001
019100                                                                  01910001
019200 01  WS-SECTION-HEADING.                                          01920001
019300     10  FILLER                    PIC X(02) VALUE SPACES.        01930001
019400     10  SH-TITLE                  PIC X(60).                     01940001
019500     10  FILLER                    PIC X(70) VALUE SPACES.        01950001
019600                                                                  01960001
019700*****************************************************             01970001
019800*   THE MATRIX LINE IS USED FOR BOTH THE COLUMN     *             01980001
019900*   HEADING (ALLERGEN CODES) AND THE DISH ROWS      *             01990001
020000*****************************************************             02000001
020100 01  WS-MATRIX-LINE.                                              02010001
020200     10  FILLER                    PIC X(02) VALUE SPACES.        02020001
020300     10  ML-NAME                   PIC X(20).                     02030001
020400     10  FILLER                    PIC X(02) VALUE SPACES.        02040001
020500     10  ML-COLUMN OCCURS 14 TIMES.                               02050001
020600         15  ML-CELL               PIC X(04).                     02060001
020700         15  FILLER                PIC X(01).                     02070001
020800     10  FILLER                    PIC X(02) VALUE SPACES.        02080001
020900     10  ML-FLAG-1                 PIC X(10).                     02090001
021000     10  FILLER                    PIC X(01) VALUE SPACES.        02100001
021100     10  ML-FLAG-2                 PIC X(07).                     02110001
021200     10  FILLER                    PIC X(18) VALUE SPACES.        02120001
021300                                                                  02130001
021400 01  WS-LEGEND-LINE.                                              02140001
021500     10  FILLER                    PIC X(04) VALUE SPACES.        02150001
021600     10  LL-CODE                   PIC X(04).                     02160001
021700     10  FILLER                    PIC X(03) VALUE ' = '.         02170001
021800     10  LL-DESC                   PIC X(20).                     02180001
021900     10  FILLER                    PIC X(101) VALUE SPACES.       02190001
022000                                                                  02200001
022100 01  WS-GAP-LINE.                                                 02210001
022200     10  FILLER                    PIC X(04) VALUE SPACES.        02220001
022300     10  GL-ITEM-NAME              PIC X(17).                     02230001
022400     10  FILLER                    PIC X(03) VALUE SPACES.        02240001
022500     10  GL-TEXT                   PIC X(40).                     02250001
022600     10  FILLER                    PIC X(68) VALUE SPACES.        02260001
022700                                                                  02270001
022800 01  WS-RECHECK-TEXT.                                             02280001
022900     10  FILLER                    PIC X(12) VALUE 'DECLARED BY '.02290001
023000     10  RT-PROFILE-SUPPLIER       PIC X(06).                     02300001
023100     10  FILLER                    PIC X(16) VALUE                02310001
023200         ', NOW COMES FROM'.                                      02320001
023300     10  FILLER                    PIC X(01) VALUE SPACES.        02330001
023400     10  RT-FRIDGE-SUPPLIER        PIC X(06).                     02340001
023500                                                                  02350001
023600 01  WS-TOTAL-LINE.                                               02360001
023700     10  FILLER                    PIC X(02) VALUE SPACES.        02370001
023800     10  TL-LABEL                  PIC X(30).                     02380001
023900     10  TL-COUNT                  PIC ZZZZ9.                     02390001
024000     10  FILLER                    PIC X(95) VALUE SPACES.        02400001
024100                                                                  02410001
024200 PROCEDURE DIVISION.                                              02420001
024300                                                                  02430001
024400*****************************************************             02440001
024500*   MAIN PROGRAM ROUTINE                            *             02450001
024600*****************************************************             02460001
024700 010-START-HERE.                                                  02470001
024800     OPEN INPUT ALLERGEN-MASTER                                   02480001
024900     IF WS-ALRGMS-STATUS NOT = '00'                               02490001
025000         DISPLAY 'ALLERGEN MASTER OPEN FAILED, STATUS = '         02500001
025100             WS-ALRGMS-STATUS                                     02510001
025200         MOVE 16 TO RETURN-CODE                                   02520001
025300     END-IF                                                       02530001
025400     OPEN INPUT ITEM-ALLERGEN-FILE                                02540001
025500     IF WS-ITMALG-STATUS NOT = '00'                               02550001
025600         DISPLAY 'ITEM ALLERGEN FILE OPEN FAILED, STATUS = '      02560001
025700             WS-ITMALG-STATUS                                     02570001
025800         MOVE 16 TO RETURN-CODE                                   02580001
025900     END-IF                                                       02590001
026000     OPEN INPUT FRIDGE                                            02600001
026100     IF WS-FRIDGE-STATUS NOT = '00'                               02610001
026200         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  02620001
026300             WS-FRIDGE-STATUS                                     02630001
026400         MOVE 16 TO RETURN-CODE                                   02640001
026500     END-IF                                                       02650001
026600     OPEN INPUT RECIPE-FILE                                       02660001
026700     IF WS-RECIPE-STATUS NOT = '00'                               02670001
026800         DISPLAY 'RECIPE FILE OPEN FAILED, STATUS = '             02680001
026900             WS-RECIPE-STATUS                                     02690001
027000         MOVE 16 TO RETURN-CODE                                   02700001
027100     END-IF                                                       02710001
027200     IF RETURN-CODE = 16                                          02720001
027300         PERFORM 990-ABORT-RUN                                    02730001
027400     ELSE                                                         02740001
027500         OPEN OUTPUT MATRIX-REPORT                                02750001
027600         PERFORM 850-GET-DATE                                     02760001
027700         PERFORM 100-LOAD-ALLERGEN-TABLE                          02770001
027800         PERFORM 120-LOAD-PROFILE-TABLE                           02780001
027900         PERFORM 140-LOAD-RECIPE-TABLE                            02790001
028000         PERFORM 200-EXPLODE-RECIPES                              02800001
028100           UNTIL WS-CHANGED = 'NO'                                02810001
028200         PERFORM 800-PRINT-HEADINGS                               02820001
028300         MOVE 'MENU DISHES' TO SH-TITLE                           02830001
028400         MOVE 'D' TO WS-PRINT-KIND                                02840001
028500         PERFORM 300-PRINT-SECTION                                02850001
028600         MOVE 'PREPARED ITEMS' TO SH-TITLE                        02860001
028700         MOVE 'P' TO WS-PRINT-KIND                                02870001
028800         PERFORM 300-PRINT-SECTION                                02880001
028900         PERFORM 400-PRINT-LEGEND                                 02890001
029000         PERFORM 500-PRINT-GAPS                                   02900001
029100         PERFORM 700-PRINT-TOTALS                                 02910001
029200         CLOSE ALLERGEN-MASTER ITEM-ALLERGEN-FILE FRIDGE          02920001
029300           RECIPE-FILE MATRIX-REPORT                              02930001
029400         IF RETURN-CODE = ZERO                                    02940001
029500             AND (WS-UNVERIFIED-COUNT > ZERO                      02950001
029600                  OR WS-RECHECK-COUNT > ZERO)                     02960001
029700             MOVE 4 TO RETURN-CODE                                02970001
029800         END-IF                                                   02980001
029900     END-IF                                                       02990001
030000     GOBACK                                                       03000001
030100     .                                                            03010001
030200                                                                  03020001
030300 990-ABORT-RUN.                                                   03030001
030400     IF WS-ALRGMS-STATUS = '00'                                   03040001
030500         CLOSE ALLERGEN-MASTER                                    03050001
030600     END-IF                                                       03060001
030700     IF WS-ITMALG-STATUS = '00'                                   03070001
030800         CLOSE ITEM-ALLERGEN-FILE                                 03080001
030900     END-IF                                                       03090001
031000     IF WS-FRIDGE-STATUS = '00'                                   03100001
031100         CLOSE FRIDGE                                             03110001
031200     END-IF                                                       03120001
031300     IF WS-RECIPE-STATUS = '00'                                   03130001
031400         CLOSE RECIPE-FILE                                        03140001
031500     END-IF                                                       03150001
031600     .                                                            03160001
031700                                                                  03170001
031800 100-LOAD-ALLERGEN-TABLE.                                         03180001
031900     MOVE LOW-VALUES TO AG-ALLERGEN-CODE                          03190001
032000     START ALLERGEN-MASTER                                        03200001
032100         KEY IS NOT LESS THAN AG-ALLERGEN-CODE                    03210001
032200         INVALID KEY                                              03220001
032300             MOVE 'YES' TO WS-ALRGMS-EOF                          03230001
032400     END-START                                                    03240001
032500     PERFORM 105-READ-NEXT-ALLERGEN                               03250001
032600       UNTIL WS-ALRGMS-EOF = 'YES'                                03260001
032700     .                                                            03270001
032800                                                                  03280001
032900 105-READ-NEXT-ALLERGEN.                                          03290001
033000     READ ALLERGEN-MASTER NEXT RECORD                             03300001
033100         AT END                                                   03310001
033200             MOVE 'YES' TO WS-ALRGMS-EOF                          03320001
033300         NOT AT END                                               03330001
033400             IF WS-ALLERGEN-COUNT < 14                            03340001
033500                 ADD 1 TO WS-ALLERGEN-COUNT                       03350001
033600                 MOVE AG-ALLERGEN-CODE TO                         03360001
033700                     WS-AT-CODE (WS-ALLERGEN-COUNT)               03370001
033800                 MOVE AG-ALLERGEN-DESC TO                         03380001
033900                     WS-AT-DESC (WS-ALLERGEN-COUNT)               03390001
034000             ELSE                                                 03400001
034100                 DISPLAY 'MORE THAN 14 ALLERGENS, '               03410001
034200                     AG-ALLERGEN-CODE ' NOT SHOWN'                03420001
034300                 MOVE 'YES' TO WS-ALRGMS-EOF                      03430001
034400                 MOVE 16 TO RETURN-CODE                           03440001
034500             END-IF                                               03450001
034600     END-READ                                                     03460001
034700     .                                                            03470001
034800                                                                  03480001
034900*****************************************************             03490001
035000*   A PROFILE IS STALE WHEN THE SUPPLIER WHO        *             03500001
035100*   DECLARED IT IS NOT THE ONE THE FRIDGE MASTER    *             03510001
035200*   NOW BUYS THE ITEM FROM                          *             03520001
035300*****************************************************             03530001
035400 120-LOAD-PROFILE-TABLE.                                          03540001
035500     MOVE LOW-VALUES TO IA-ITEM-NAME                              03550001
035600     START ITEM-ALLERGEN-FILE                                     03560001
035700         KEY IS NOT LESS THAN IA-ITEM-NAME                        03570001
035800         INVALID KEY                                              03580001
035900             MOVE 'YES' TO WS-PROFILE-EOF                         03590001
036000     END-START                                                    03600001
036100     PERFORM 125-READ-NEXT-PROFILE                                03610001
036200       UNTIL WS-PROFILE-EOF = 'YES'                               03620001
036300     .                                                            03630001
036400                                                                  03640001
036500 125-READ-NEXT-PROFILE.                                           03650001
036600     READ ITEM-ALLERGEN-FILE NEXT RECORD                          03660001
036700         AT END                                                   03670001
036800             MOVE 'YES' TO WS-PROFILE-EOF                         03680001
036900         NOT AT END                                               03690001
037000             IF WS-PROFILE-COUNT < 2000                           03700001
037100                 ADD 1 TO WS-PROFILE-COUNT                        03710001
037200                 PERFORM 130-BUILD-PROFILE-ENTRY                  03720001
037300             ELSE                                                 03730001
037400                 DISPLAY 'PROFILE TABLE FULL AT '                 03740001
037500                     IA-ITEM-NAME                                 03750001
037600                 MOVE 'YES' TO WS-PROFILE-EOF                     03760001
037700                 MOVE 16 TO RETURN-CODE                           03770001
037800             END-IF                                               03780001
037900     END-READ                                                     03790001
038000     .                                                            03800001
038100                                                                  03810001
038200 130-BUILD-PROFILE-ENTRY.                                         03820001
038300     MOVE IA-ITEM-NAME TO WS-PT-ITEM-NAME (WS-PROFILE-COUNT)      03830001
038400     MOVE IA-SUPPLIER-CODE TO                                     03840001
038500         WS-PT-SUPPLIER-CODE (WS-PROFILE-COUNT)                   03850001
038600     MOVE SPACES TO WS-PT-FRIDGE-SUPPLIER (WS-PROFILE-COUNT)      03860001
038700     MOVE 'N' TO WS-PT-STALE (WS-PROFILE-COUNT)                   03870001
038800     MOVE SPACES TO WS-PT-COLUMNS (WS-PROFILE-COUNT)              03880001
038900     MOVE IA-ITEM-NAME TO FR-ITEM-NAME                            03890001
039000     READ FRIDGE                                                  03900001
039100         INVALID KEY                                              03910001
039200             CONTINUE                                             03920001
039300         NOT INVALID KEY                                          03930001
039400             IF FR-RECORD-TYPE = SPACES                           03940001
039500                 MOVE FR-SUPPLIER-CODE TO                         03950001
039600                     WS-PT-FRIDGE-SUPPLIER (WS-PROFILE-COUNT)     03960001
039700                 IF FR-SUPPLIER-CODE NOT = SPACES                 03970001
039800                     AND FR-SUPPLIER-CODE NOT = IA-SUPPLIER-CODE  03980001
039900                     MOVE 'Y' TO WS-PT-STALE (WS-PROFILE-COUNT)   03990001
040000                 END-IF                                           04000001
040100             END-IF                                               04010001
040200     END-READ                                                     04020001
040300     PERFORM 135-MAP-PROFILE-CODE                                 04030001
040400       VARYING WS-CODE-SUB FROM 1 BY 1                            04040001
040500       UNTIL WS-CODE-SUB > 14                                     04050001
040600     .                                                            04060001
040700                                                                  04070001
040800 135-MAP-PROFILE-CODE.                                            04080001
040900     IF IA-ALLERGEN-CODE (WS-CODE-SUB) NOT = SPACES               04090001
041000         PERFORM 137-MATCH-COLUMN                                 04100001
041100           VARYING WS-COL-SUB FROM 1 BY 1                         04110001
041200           UNTIL WS-COL-SUB > WS-ALLERGEN-COUNT                   04120001
041300     END-IF                                                       04130001
041400     .                                                            04140001
041500                                                                  04150001
041600 137-MATCH-COLUMN.                                                04160001
041700     IF WS-AT-CODE (WS-COL-SUB) = IA-ALLERGEN-CODE (WS-CODE-SUB)  04170001
041800         MOVE 'X' TO                                              04180001
041900             WS-PT-COLUMN (WS-PROFILE-COUNT, WS-COL-SUB)          04190001
042000     END-IF                                                       04200001
042100     .                                                            04210001
042200                                                                  04220001
042300*****************************************************             04230001
042400*   EACH RECIPE LINE IS TIED TO ITS ROW AS IT LOADS *             04240001
042500*   SO THE EXPLOSION PASSES NEED NO NAME SEARCH FOR *             04250001
042600*   THE PARENT                                      *             04260001
042700*****************************************************             04270001
042800 140-LOAD-RECIPE-TABLE.                                           04280001
042900     PERFORM 145-READ-RECIPE-LINE                                 04290001
043000       UNTIL WS-RECIPE-EOF = 'YES'                                04300001
043100     .                                                            04310001
043200                                                                  04320001
043300 145-READ-RECIPE-LINE.                                            04330001
043400     READ RECIPE-FILE                                             04340001
043500         AT END                                                   04350001
043600             MOVE 'YES' TO WS-RECIPE-EOF                          04360001
043700         NOT AT END                                               04370001
043800             IF WS-RECIPE-COUNT < 3000                            04380001
043900                 ADD 1 TO WS-RECIPE-COUNT                         04390001
044000                 MOVE RC-MENU-ITEM TO                             04400001
044100                     WS-RT-MENU-ITEM (WS-RECIPE-COUNT)            04410001
044200                 MOVE RC-INGREDIENT TO                            04420001
044300                     WS-RT-INGREDIENT (WS-RECIPE-COUNT)           04430001
044400                 PERFORM 150-FIND-OR-ADD-ROW                      04440001
044500                 MOVE WS-ROW-SUB TO                               04450001
044600                     WS-RT-PARENT-SUB (WS-RECIPE-COUNT)           04460001
044700             ELSE                                                 04470001
044800                 DISPLAY 'RECIPE TABLE FULL, MATRIX INCOMPLETE'   04480001
044900                 MOVE 'YES' TO WS-RECIPE-EOF                      04490001
045000                 MOVE 16 TO RETURN-CODE                           04500001
045100             END-IF                                               04510001
045200     END-READ                                                     04520001
045300     .                                                            04530001
045400                                                                  04540001
045500 150-FIND-OR-ADD-ROW.                                             04550001
045600     MOVE ZERO TO WS-ROW-SUB                                      04560001
045700     PERFORM 155-MATCH-ROW                                        04570001
045800       VARYING WS-SEARCH-SUB FROM 1 BY 1                          04580001
045900       UNTIL WS-SEARCH-SUB > WS-ROW-COUNT                         04590001
046000       OR WS-ROW-SUB > ZERO                                       04600001
046100     IF WS-ROW-SUB = ZERO                                         04610001
046200         IF WS-ROW-COUNT < 600                                    04620001
046300             ADD 1 TO WS-ROW-COUNT                                04630001
046400             MOVE WS-ROW-COUNT TO WS-ROW-SUB                      04640001
046500             PERFORM 160-BUILD-ROW                                04650001
046600         ELSE                                                     04660001
046700             DISPLAY 'RECIPE ROW TABLE FULL AT ' RC-MENU-ITEM     04670001
046800             MOVE 1 TO WS-ROW-SUB                                 04680001
046900             MOVE 16 TO RETURN-CODE                               04690001
047000         END-IF                                                   04700001
047100     END-IF                                                       04710001
047200     .                                                            04720001
047300                                                                  04730001
047400 155-MATCH-ROW.                                                   04740001
047500     IF WS-RW-NAME (WS-SEARCH-SUB) = RC-MENU-ITEM                 04750001
047600         MOVE WS-SEARCH-SUB TO WS-ROW-SUB                         04760001
047700     END-IF                                                       04770001
047800     .                                                            04780001
047900                                                                  04790001
048000*****************************************************             04800001
048100*   A RECIPE FILED UNDER A PREPARED FRIDGE ITEM IS  *             04810001
048200*   A SUB-RECIPE; ANY OTHER RECIPE IS A MENU DISH   *             04820001
048300*****************************************************             04830001
048400 160-BUILD-ROW.                                                   04840001
048500     MOVE RC-MENU-ITEM TO WS-RW-NAME (WS-ROW-SUB)                 04850001
048600     MOVE 'D' TO WS-RW-KIND (WS-ROW-SUB)                          04860001
048700     MOVE 'N' TO WS-RW-UNVERIFIED (WS-ROW-SUB)                    04870001
048800     MOVE 'N' TO WS-RW-RECHECK (WS-ROW-SUB)                       04880001
048900     MOVE 'N' TO WS-RW-PRINTED (WS-ROW-SUB)                       04890001
049000     MOVE SPACES TO WS-RW-CELLS (WS-ROW-SUB)                      04900001
049100     IF RC-MENU-ITEM (18:3) = SPACES                              04910001
049200         MOVE RC-MENU-ITEM TO FR-ITEM-NAME                        04920001
049300         READ FRIDGE                                              04930001
049400             INVALID KEY                                          04940001
049500                 CONTINUE                                         04950001
049600             NOT INVALID KEY                                      04960001
049700                 IF FR-RECORD-TYPE = SPACES                       04970001
049800                     AND FR-ITEM-TYPE = 'P'                       04980001
049900                     MOVE 'P' TO WS-RW-KIND (WS-ROW-SUB)          04990001
050000                 END-IF                                           05000001
050100         END-READ                                                 05010001
050200     END-IF                                                       05020001
050300     .                                                            05030001
050400                                                                  05040001
050500*****************************************************             05050001
050600*   ONE PASS OVER EVERY RECIPE LINE.  AN INGREDIENT *             05060001
050700*   THAT IS ITSELF A RECIPE PASSES ITS CELLS UP AS  *             05070001
050800*   P; AN INGREDIENT WITH A PROFILE PASSES ITS      *             05080001
050900*   CODES UP AS X.  PASSES REPEAT UNTIL NOTHING     *             05090001
051000*   CHANGES, SO PREPARED ITEMS MADE FROM OTHER      *             05100001
051100*   PREPARED ITEMS COME OUT RIGHT AT ANY DEPTH      *             05110001
051200*****************************************************             05120001
051300 200-EXPLODE-RECIPES.                                             05130001
051400     MOVE 'NO' TO WS-CHANGED                                      05140001
051500     ADD 1 TO WS-PASS-COUNT                                       05150001
051600     PERFORM 210-EXPLODE-ONE-LINE                                 05160001
051700       VARYING WS-RECIPE-SUB FROM 1 BY 1                          05170001
051800       UNTIL WS-RECIPE-SUB > WS-RECIPE-COUNT                      05180001
051900     IF WS-PASS-COUNT > 50                                        05190001
052000         DISPLAY 'RECIPES REFER TO EACH OTHER IN A LOOP'          05200001
052100         MOVE 'NO' TO WS-CHANGED                                  05210001
052200         MOVE 16 TO RETURN-CODE                                   05220001
052300     END-IF                                                       05230001
052400     .                                                            05240001
052500                                                                  05250001
052600 210-EXPLODE-ONE-LINE.                                            05260001
052700     MOVE WS-RT-PARENT-SUB (WS-RECIPE-SUB) TO WS-ROW-SUB          05270001
052800     MOVE ZERO TO WS-CHILD-SUB                                    05280001
052900     PERFORM 215-MATCH-CHILD-ROW                                  05290001
053000       VARYING WS-SEARCH-SUB FROM 1 BY 1                          05300001
053100       UNTIL WS-SEARCH-SUB > WS-ROW-COUNT                         05310001
053200       OR WS-CHILD-SUB > ZERO                                     05320001
053300     MOVE ZERO TO WS-PROFILE-HIT                                  05330001
053400     PERFORM 220-MATCH-PROFILE                                    05340001
053500       VARYING WS-PROFILE-SUB FROM 1 BY 1                         05350001
053600       UNTIL WS-PROFILE-SUB > WS-PROFILE-COUNT                    05360001
053700       OR WS-PROFILE-HIT > ZERO                                   05370001
053800     IF WS-CHILD-SUB > ZERO                                       05380001
053900         PERFORM 230-CARRY-CHILD-CELL                             05390001
054000           VARYING WS-COL-SUB FROM 1 BY 1                         05400001
054100           UNTIL WS-COL-SUB > WS-ALLERGEN-COUNT                   05410001
054200         IF WS-RW-UNVERIFIED (WS-CHILD-SUB) = 'Y'                 05420001
054300             AND WS-RW-UNVERIFIED (WS-ROW-SUB) = 'N'              05430001
054400             MOVE 'Y' TO WS-RW-UNVERIFIED (WS-ROW-SUB)            05440001
054500             MOVE 'YES' TO WS-CHANGED                             05450001
054600         END-IF                                                   05460001
054700         IF WS-RW-RECHECK (WS-CHILD-SUB) = 'Y'                    05470001
054800             AND WS-RW-RECHECK (WS-ROW-SUB) = 'N'                 05480001
054900             MOVE 'Y' TO WS-RW-RECHECK (WS-ROW-SUB)               05490001
055000             MOVE 'YES' TO WS-CHANGED                             05500001
055100         END-IF                                                   05510001
055200     END-IF                                                       05520001
055300     IF WS-PROFILE-HIT > ZERO                                     05530001
055400         PERFORM 240-CARRY-PROFILE-CELL                           05540001
055500           VARYING WS-COL-SUB FROM 1 BY 1                         05550001
055600           UNTIL WS-COL-SUB > WS-ALLERGEN-COUNT                   05560001
055700         IF WS-PT-STALE (WS-PROFILE-HIT) = 'Y'                    05570001
055800             AND WS-RW-RECHECK (WS-ROW-SUB) = 'N'                 05580001
055900             MOVE 'Y' TO WS-RW-RECHECK (WS-ROW-SUB)               05590001
056000             MOVE 'YES' TO WS-CHANGED                             05600001
056100         END-IF                                                   05610001
056200     END-IF                                                       05620001
056300     IF WS-CHILD-SUB = ZERO AND WS-PROFILE-HIT = ZERO             05630001
056400         IF WS-RW-UNVERIFIED (WS-ROW-SUB) = 'N'                   05640001
056500             MOVE 'Y' TO WS-RW-UNVERIFIED (WS-ROW-SUB)            05650001
056600             MOVE 'YES' TO WS-CHANGED                             05660001
056700         END-IF                                                   05670001
056800         IF WS-PASS-COUNT = 1                                     05680001
056900             PERFORM 250-NOTE-MISSING-PROFILE                     05690001
057000         END-IF                                                   05700001
057100     END-IF                                                       05710001
057200     .                                                            05720001
057300                                                                  05730001
057400 215-MATCH-CHILD-ROW.                                             05740001
057500     IF WS-RW-NAME (WS-SEARCH-SUB) =                              05750001
057600        WS-RT-INGREDIENT (WS-RECIPE-SUB)                          05760001
057700         MOVE WS-SEARCH-SUB TO WS-CHILD-SUB                       05770001
057800     END-IF                                                       05780001
057900     .                                                            05790001
058000                                                                  05800001
058100 220-MATCH-PROFILE.                                               05810001
058200     IF WS-PT-ITEM-NAME (WS-PROFILE-SUB) =                        05820001
058300        WS-RT-INGREDIENT (WS-RECIPE-SUB)                          05830001
058400         MOVE WS-PROFILE-SUB TO WS-PROFILE-HIT                    05840001
058500     END-IF                                                       05850001
058600     .                                                            05860001
058700                                                                  05870001
058800 230-CARRY-CHILD-CELL.                                            05880001
058900     IF WS-RW-CELL (WS-CHILD-SUB, WS-COL-SUB) NOT = SPACE         05890001
059000         AND WS-RW-CELL (WS-ROW-SUB, WS-COL-SUB) = SPACE          05900001
059100         MOVE 'P' TO WS-RW-CELL (WS-ROW-SUB, WS-COL-SUB)          05910001
059200         MOVE 'YES' TO WS-CHANGED                                 05920001
059300     END-IF                                                       05930001
059400     .                                                            05940001
059500                                                                  05950001
059600 240-CARRY-PROFILE-CELL.                                          05960001
059700     IF WS-PT-COLUMN (WS-PROFILE-HIT, WS-COL-SUB) = 'X'           05970001
059800         AND WS-RW-CELL (WS-ROW-SUB, WS-COL-SUB) NOT = 'X'        05980001
059900         MOVE 'X' TO WS-RW-CELL (WS-ROW-SUB, WS-COL-SUB)          05990001
060000         MOVE 'YES' TO WS-CHANGED                                 06000001
060100     END-IF                                                       06010001
060200     .                                                            06020001
060300                                                                  06030001
060400 250-NOTE-MISSING-PROFILE.                                        06040001
060500     MOVE 'NO' TO WS-MISSING-HIT                                  06050001
060600     PERFORM 255-MATCH-MISSING                                    06060001
060700       VARYING WS-MISSING-SUB FROM 1 BY 1                         06070001
060800       UNTIL WS-MISSING-SUB > WS-MISSING-COUNT                    06080001
060900     IF WS-MISSING-HIT = 'NO'                                     06090001
061000         IF WS-MISSING-COUNT < 500                                06100001
061100             ADD 1 TO WS-MISSING-COUNT                            06110001
061200             MOVE WS-RT-INGREDIENT (WS-RECIPE-SUB) TO             06120001
061300                 WS-MISSING-NAME (WS-MISSING-COUNT)               06130001
061400         ELSE                                                     06140001
061500             DISPLAY 'MISSING PROFILE LIST FULL'                  06150001
061600         END-IF                                                   06160001
061700     END-IF                                                       06170001
061800     .                                                            06180001
061900                                                                  06190001
062000 255-MATCH-MISSING.                                               06200001
062100     IF WS-MISSING-NAME (WS-MISSING-SUB) =                        06210001
062200        WS-RT-INGREDIENT (WS-RECIPE-SUB)                          06220001
062300         MOVE 'YES' TO WS-MISSING-HIT                             06230001
062400     END-IF                                                       06240001
062500     .                                                            06250001
062600                                                                  06260001
062700*****************************************************             06270001
062800*   PRINTS EVERY ROW OF ONE KIND IN NAME ORDER BY   *             06280001
062900*   PICKING THE LOWEST UNPRINTED NAME EACH TIME     *             06290001
063000*****************************************************             06300001
063100 300-PRINT-SECTION.                                               06310001
063200     WRITE MATRIX-REPORT-REC FROM WS-SECTION-HEADING              06320001
063300       AFTER ADVANCING 2 LINES                                    06330001
063400     END-WRITE                                                    06340001
063500     MOVE 'NO' TO WS-SECTION-DONE                                 06350001
063600     PERFORM 310-PRINT-NEXT-LOWEST                                06360001
063700       UNTIL WS-SECTION-DONE = 'YES'                              06370001
063800     .                                                            06380001
063900                                                                  06390001
064000 310-PRINT-NEXT-LOWEST.                                           06400001
064100     MOVE ZERO TO WS-LOW-SUB                                      06410001
064200     MOVE HIGH-VALUES TO WS-LOW-NAME                              06420001
064300     PERFORM 315-CHECK-LOWEST                                     06430001
064400       VARYING WS-ROW-SUB FROM 1 BY 1                             06440001
064500       UNTIL WS-ROW-SUB > WS-ROW-COUNT                            06450001
064600     IF WS-LOW-SUB > ZERO                                         06460001
064700         MOVE 'Y' TO WS-RW-PRINTED (WS-LOW-SUB)                   06470001
064800         PERFORM 320-PRINT-ROW                                    06480001
064900     ELSE                                                         06490001
065000         MOVE 'YES' TO WS-SECTION-DONE                            06500001
065100     END-IF                                                       06510001
065200     .                                                            06520001
065300                                                                  06530001
065400 315-CHECK-LOWEST.                                                06540001
065500     IF WS-RW-PRINTED (WS-ROW-SUB) = 'N'                          06550001
065600         AND WS-RW-KIND (WS-ROW-SUB) = WS-PRINT-KIND              06560001
065700         AND WS-RW-NAME (WS-ROW-SUB) < WS-LOW-NAME                06570001
065800         MOVE WS-ROW-SUB TO WS-LOW-SUB                            06580001
065900         MOVE WS-RW-NAME (WS-ROW-SUB) TO WS-LOW-NAME              06590001
066000     END-IF                                                       06600001
066100     .                                                            06610001
066200                                                                  06620001
066300 320-PRINT-ROW.                                                   06630001
066400     MOVE SPACES TO WS-MATRIX-LINE                                06640001
066500     MOVE WS-RW-NAME (WS-LOW-SUB) TO ML-NAME                      06650001
066600     PERFORM 325-MOVE-ROW-CELL                                    06660001
066700       VARYING WS-COL-SUB FROM 1 BY 1                             06670001
066800       UNTIL WS-COL-SUB > WS-ALLERGEN-COUNT                       06680001
066900     IF WS-RW-UNVERIFIED (WS-LOW-SUB) = 'Y'                       06690001
067000         MOVE 'UNVERIFIED' TO ML-FLAG-1                           06700001
067100     END-IF                                                       06710001
067200     IF WS-RW-RECHECK (WS-LOW-SUB) = 'Y'                          06720001
067300         MOVE 'RECHECK' TO ML-FLAG-2                              06730001
067400     END-IF                                                       06740001
067500     WRITE MATRIX-REPORT-REC FROM WS-MATRIX-LINE                  06750001
067600       AFTER ADVANCING 1 LINE                                     06760001
067700     END-WRITE                                                    06770001
067800     IF WS-PRINT-KIND = 'D'                                       06780001
067900         ADD 1 TO WS-DISH-COUNT                                   06790001
068000         IF WS-RW-UNVERIFIED (WS-LOW-SUB) = 'Y'                   06800001
068100             ADD 1 TO WS-UNVERIFIED-COUNT                         06810001
068200         END-IF                                                   06820001
068300         IF WS-RW-RECHECK (WS-LOW-SUB) = 'Y'                      06830001
068400             ADD 1 TO WS-RECHECK-COUNT                            06840001
068500         END-IF                                                   06850001
068600     ELSE                                                         06860001
068700         ADD 1 TO WS-PREPARED-COUNT                               06870001
068800     END-IF                                                       06880001
068900     .                                                            06890001
069000                                                                  06900001
069100 325-MOVE-ROW-CELL.                                               06910001
069200     MOVE SPACES TO ML-CELL (WS-COL-SUB)                          06920001
069300     MOVE WS-RW-CELL (WS-LOW-SUB, WS-COL-SUB) TO                  06930001
069400         ML-CELL (WS-COL-SUB) (2:1)                               06940001
069500     .                                                            06950001
069600                                                                  06960001
069700 400-PRINT-LEGEND.                                                06970001
069800     MOVE 'ALLERGEN CODES  (X = CONTAINS, P = VIA PREPARED ITEM)' 06980001
069900         TO SH-TITLE                                              06990001
070000     WRITE MATRIX-REPORT-REC FROM WS-SECTION-HEADING              07000001
070100       AFTER ADVANCING 3 LINES                                    07010001
070200     END-WRITE                                                    07020001
070300     PERFORM 410-PRINT-LEGEND-LINE                                07030001
070400       VARYING WS-COL-SUB FROM 1 BY 1                             07040001
070500       UNTIL WS-COL-SUB > WS-ALLERGEN-COUNT                       07050001
070600     .                                                            07060001
070700                                                                  07070001
070800 410-PRINT-LEGEND-LINE.                                           07080001
070900     MOVE WS-AT-CODE (WS-COL-SUB) TO LL-CODE                      07090001
071000     MOVE WS-AT-DESC (WS-COL-SUB) TO LL-DESC                      07100001
071100     WRITE MATRIX-REPORT-REC FROM WS-LEGEND-LINE                  07110001
071200       AFTER ADVANCING 1 LINE                                     07120001
071300     END-WRITE                                                    07130001
071400     .                                                            07140001
071500                                                                  07150001
071600*****************************************************             07160001
071700*   THE TWO KINDS OF GAP BEHIND THE UNVERIFIED AND  *             07170001
071800*   RECHECK FLAGS: INGREDIENTS WITH NO PROFILE, AND *             07180001
071900*   PROFILES DECLARED BY A DIFFERENT SUPPLIER       *             07190001
072000*****************************************************             07200001
072100 500-PRINT-GAPS.                                                  07210001
072200     MOVE 'INGREDIENTS WITH NO ALLERGEN PROFILE' TO SH-TITLE      07220001
072300     WRITE MATRIX-REPORT-REC FROM WS-SECTION-HEADING              07230001
072400       AFTER ADVANCING 3 LINES                                    07240001
072500     END-WRITE                                                    07250001
072600     PERFORM 510-PRINT-MISSING-LINE                               07260001
072700       VARYING WS-MISSING-SUB FROM 1 BY 1                         07270001
072800       UNTIL WS-MISSING-SUB > WS-MISSING-COUNT                    07280001
072900     MOVE 'PROFILES DECLARED BY A PREVIOUS SUPPLIER' TO SH-TITLE  07290001
073000     WRITE MATRIX-REPORT-REC FROM WS-SECTION-HEADING              07300001
073100       AFTER ADVANCING 3 LINES                                    07310001
073200     END-WRITE                                                    07320001
073300     PERFORM 520-PRINT-STALE-LINE                                 07330001
073400       VARYING WS-PROFILE-SUB FROM 1 BY 1                         07340001
073500       UNTIL WS-PROFILE-SUB > WS-PROFILE-COUNT                    07350001
073600     .                                                            07360001
073700                                                                  07370001
073800 510-PRINT-MISSING-LINE.                                          07380001
073900     MOVE WS-MISSING-NAME (WS-MISSING-SUB) TO GL-ITEM-NAME        07390001
074000     MOVE 'NO PROFILE - CONTENTS UNVERIFIED' TO GL-TEXT           07400001
074100     WRITE MATRIX-REPORT-REC FROM WS-GAP-LINE                     07410001
074200       AFTER ADVANCING 1 LINE                                     07420001
074300     END-WRITE                                                    07430001
074400     .                                                            07440001
074500                                                                  07450001
074600 520-PRINT-STALE-LINE.                                            07460001
074700     IF WS-PT-STALE (WS-PROFILE-SUB) = 'Y'                        07470001
074800         MOVE WS-PT-ITEM-NAME (WS-PROFILE-SUB) TO GL-ITEM-NAME    07480001
074900         MOVE WS-PT-SUPPLIER-CODE (WS-PROFILE-SUB) TO             07490001
075000             RT-PROFILE-SUPPLIER                                  07500001
075100         MOVE WS-PT-FRIDGE-SUPPLIER (WS-PROFILE-SUB) TO           07510001
075200             RT-FRIDGE-SUPPLIER                                   07520001
075300         MOVE WS-RECHECK-TEXT TO GL-TEXT                          07530001
075400         WRITE MATRIX-REPORT-REC FROM WS-GAP-LINE                 07540001
075500           AFTER ADVANCING 1 LINE                                 07550001
075600         END-WRITE                                                07560001
075700     END-IF                                                       07570001
075800     .                                                            07580001
075900                                                                  07590001
076000 700-PRINT-TOTALS.                                                07600001
076100     MOVE 'MENU DISHES' TO TL-LABEL                               07610001
076200     MOVE WS-DISH-COUNT TO TL-COUNT                               07620001
076300     WRITE MATRIX-REPORT-REC FROM WS-TOTAL-LINE                   07630001
076400       AFTER ADVANCING 3 LINES                                    07640001
076500     END-WRITE                                                    07650001
076600     MOVE 'PREPARED ITEMS' TO TL-LABEL                            07660001
076700     MOVE WS-PREPARED-COUNT TO TL-COUNT                           07670001
076800     WRITE MATRIX-REPORT-REC FROM WS-TOTAL-LINE                   07680001
076900       AFTER ADVANCING 1 LINE                                     07690001
077000     END-WRITE                                                    07700001
077100     MOVE 'DISHES UNVERIFIED' TO TL-LABEL                         07710001
077200     MOVE WS-UNVERIFIED-COUNT TO TL-COUNT                         07720001
077300     WRITE MATRIX-REPORT-REC FROM WS-TOTAL-LINE                   07730001
077400       AFTER ADVANCING 1 LINE                                     07740001
077500     END-WRITE                                                    07750001
077600     MOVE 'DISHES TO RECHECK' TO TL-LABEL                         07760001
077700     MOVE WS-RECHECK-COUNT TO TL-COUNT                            07770001
077800     WRITE MATRIX-REPORT-REC FROM WS-TOTAL-LINE                   07780001
077900       AFTER ADVANCING 1 LINE                                     07790001
078000     END-WRITE                                                    07800001
078100     .                                                            07810001
078200                                                                  07820001
078300*****************************************************             07830001
078400*   REPORT HEADING, THEN THE ALLERGEN CODES ACROSS  *             07840001
078500*   THE TOP OF THE MATRIX                           *             07850001
078600*****************************************************             07860001
078700 800-PRINT-HEADINGS.                                              07870001
078800     MOVE WS-DATE-8 TO RH-RUN-DATE                                07880001
078900     WRITE MATRIX-REPORT-REC FROM WS-REPORT-HEADING               07890001
079000       AFTER ADVANCING PAGE                                       07900001
079100     END-WRITE                                                    07910001
079200     MOVE SPACES TO WS-MATRIX-LINE                                07920001
079300     MOVE 'MENU ITEM' TO ML-NAME                                  07930001
079400     PERFORM 810-MOVE-HEADING-CODE                                07940001
079500       VARYING WS-COL-SUB FROM 1 BY 1                             07950001
079600       UNTIL WS-COL-SUB > WS-ALLERGEN-COUNT                       07960001
079700     MOVE 'FLAGS' TO ML-FLAG-1                                    07970001
079800     WRITE MATRIX-REPORT-REC FROM WS-MATRIX-LINE                  07980001
079900       AFTER ADVANCING 2 LINES                                    07990001
080000     END-WRITE                                                    08000001
080100     .                                                            08010001
080200                                                                  08020001
080300 810-MOVE-HEADING-CODE.                                           08030001
080400     MOVE WS-AT-CODE (WS-COL-SUB) TO ML-CELL (WS-COL-SUB)         08040001
080500     .                                                            08050001
080600                                                                  08060001
080700 850-GET-DATE.                                                    08070001
080800     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          08080001
080900     .                                                            08090001
