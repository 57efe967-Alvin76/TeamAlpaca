000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    MENUENG.                                          00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*MENU ENGINEERING REPORT - MONTHLY.  PAIRS EVERY    *             00090001
001000*DISH ON THE MENU PRICE MASTER WITH ITS LATEST      *             00100001
001100*PLATE COST FROM THE PLATE COST RUN AND THE NUMBER  *             00110001
001200*SOLD IN THE MONTH FROM THE POS SALES HISTORY, AND  *             00120001
001300*CLASSIFIES IT ON TWO AXES:                         *             00130001
001400*  POPULARITY - HIGH WHEN THE DISH'S SHARE OF ALL   *             00140001
001500*    COVERS SOLD IS AT LEAST 70 PCT OF AN EVEN      *             00150001
001600*    SHARE (100 PCT / NUMBER OF DISHES)             *             00160001
001700*  CONTRIBUTION MARGIN - HIGH WHEN PRICE LESS PLATE *             00170001
001800*    COST IS AT LEAST THE MENU'S SALES-WEIGHTED     *             00180001
001900*    AVERAGE MARGIN                                 *             00190001
002000*HIGH/HIGH = STAR (KEEP), HIGH POPULARITY AND LOW   *             00200001
002100*MARGIN = PLOWHORSE (REPRICE), LOW POPULARITY AND   *             00210001
002200*HIGH MARGIN = PUZZLE (RE-ENGINEER), LOW/LOW = DOG  *             00220001
002300*(DROP).  DISHES WITH NO PLATE COST, AND DISHES     *             00230001
002400*SOLD WITH NO PRICE ON FILE, ARE LISTED BUT NOT     *             00240001
002500*CLASSIFIED.  THE MONTH COMES FROM SYSIN (YYYYMM)   *             00250001
002600*OR DEFAULTS TO THE MONTH BEFORE THE RUN DATE       *             00260001
002700*****************************************************             00270001
002800                                                                  00280001
002900 ENVIRONMENT DIVISION.                                            00290001
003000 CONFIGURATION SECTION.                                           00300001
003100 SOURCE-COMPUTER.                                                 00310001
003200     Z13                                                          00320001
003300     WITH DEBUGGING MODE                                          00330001
003400     .                                                            00340001
003500                                                                  00350001
003600 INPUT-OUTPUT SECTION.                                            00360001
003700                                                                  00370001
003800 FILE-CONTROL.                                                    00380001
003900     SELECT MENU-PRICE-MASTER      ASSIGN TO MYMENUPR             00390001
004000         ORGANIZATION IS INDEXED                                  00400001
004100         ACCESS MODE IS SEQUENTIAL                                00410001
004200         RECORD KEY IS MP-MENU-ITEM                               00420001
004300         FILE STATUS IS WS-MENUPR-STATUS.                         00430001
004400     SELECT PLATE-COST-FILE        ASSIGN TO MYPLATE              00440001
004500         FILE STATUS IS WS-PLATE-STATUS.                          00450001
004600     SELECT POS-HISTORY-FILE       ASSIGN TO MYPOSHST             00460001
004700         FILE STATUS IS WS-POSHST-STATUS.                         00470001
004800     SELECT MENU-PRINT-FILE        ASSIGN TO MYMENENG.            00480001
004900                                                                  00490001
005000 DATA DIVISION.                                                   00500001
005100 FILE SECTION.                                                    00510001
005200                                                                  00520001
005300 FD  MENU-PRICE-MASTER.                                           00530001
005400     COPY MENUPRC.                                                00540001
005500                                                                  00550001
005600 FD  PLATE-COST-FILE                                              00560001
005700     RECORDING MODE IS F.                                         00570001
005800     COPY PLATEREC.                                               00580001
005900                                                                  00590001
006000 FD  POS-HISTORY-FILE                                             00600001
006100     RECORDING MODE IS F.                                         00610001
006200     COPY POSSALE.                                                00620001
006300                                                                  00630001
006400 FD  MENU-PRINT-FILE                                              00640001
006500     RECORDING MODE IS F.                                         00650001
006600 01  MENU-PRINT-REC.                                              00660001
006700     10  FILLER                    PIC X(132).                    00670001
006800                                                                  00680001
006900 WORKING-STORAGE SECTION.                                         00690001
007000                                                                  00700001
007100 01  WS-COUNTERS-FLAGS.                                           00710001
007200     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00720001
007300     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00730001
007400     10  WS-DISH-COUNT             PIC 9(03) VALUE ZERO.          00740001
007500     10  WS-RATED-COUNT            PIC 9(03) VALUE ZERO.          00750001
007600     10  WS-SUB                    PIC S9(04) COMP VALUE ZERO.    00760001
007700     10  WS-HIT-SUB                PIC S9(04) COMP VALUE ZERO.    00770001
007800     10  WS-CLASS-SUB              PIC S9(04) COMP VALUE ZERO.    00780001
007900                                                                  00790001
008000 01  WS-VALIDATION-FLAGS.                                         00800001
008100     10  WS-MENUPR-STATUS          PIC X(02) VALUE SPACES.        00810001
008200     10  WS-PLATE-STATUS           PIC X(02) VALUE SPACES.        00820001
008300     10  WS-POSHST-STATUS          PIC X(02) VALUE SPACES.        00830001
008400                                                                  00840001
008500 01  WS-DATE-FIELDS.                                              00850001
008600     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          00860001
008700     10  WS-REPORT-MONTH           PIC 9(06) VALUE ZERO.          00870001
008800     10  WS-WORK-YYYY              PIC 9(04) VALUE ZERO.          00880001
008900     10  WS-WORK-MM                PIC 9(02) VALUE ZERO.          00890001
009000                                                                  00900001
009100 01  WS-MENU-PARM-CARD.                                           00910001
009200     10  PC-REPORT-MONTH           PIC 9(06).                     00920001
009300     10  FILLER                    PIC X(74).                     00930001
009400                                                                  00940001
009500*****************************************************             00950001
009600*   ONE ENTRY PER DISH: PRICE, PLATE COST, COVERS   *             00960001
009700*   SOLD IN THE MONTH, AND THE TWO CLASSIFICATIONS. *             00970001
009800*   ME-STATUS: R = RATED, C = NO PLATE COST,        *             00980001
009900*   P = SOLD BUT NO PRICE ON FILE                   *             00990001
010000*****************************************************             01000001
010100 01  WS-DISH-TABLE.                                               01010001
010200     10  WS-DISH-ENTRY OCCURS 200 TIMES.                          01020001
010300         15  ME-MENU-ITEM          PIC X(20).                     01030001
010400         15  ME-SELL-PRICE         PIC S9(05)V99.                 01040001
010500         15  ME-PLATE-COST         PIC S9(05)V99.                 01050001
010600         15  ME-QTY-SOLD           PIC 9(07).                     01060001
010700         15  ME-MARGIN             PIC S9(05)V99.                 01070001
010800         15  ME-TOTAL-MARGIN       PIC S9(09)V99.                 01080001
010900         15  ME-MIX-PCT            PIC S9(03)V99.                 01090001
011000         15  ME-COSTED             PIC X(01).                     01100001
011100         15  ME-STATUS             PIC X(01).                     01110001
011200         15  ME-POPULARITY         PIC X(04).                     01120001
011300         15  ME-MARGIN-CLASS       PIC X(04).                     01130001
011400         15  ME-CLASS              PIC 9(01).                     01140001
011500                                                                  01150001
011600*****************************************************             01160001
011700*   THE FOUR QUADRANTS IN PRINT ORDER, WITH THE     *             01170001
011800*   ACTION EACH ONE CALLS FOR                       *             01180001
011900*****************************************************             01190001
012000 01  WS-CLASS-VALUES.                                             01200001
012100     10  FILLER                    PIC X(21) VALUE                01210001
012200         'STAR     KEEP        '.                                 01220001
012300     10  FILLER                    PIC X(21) VALUE                01230001
012400         'PLOWHORSEREPRICE     '.                                 01240001
012500     10  FILLER                    PIC X(21) VALUE                01250001
012600         'PUZZLE   RE-ENGINEER '.                                 01260001
012700     10  FILLER                    PIC X(21) VALUE                01270001
012800         'DOG      DROP        '.                                 01280001
012900 01  WS-CLASS-TABLE REDEFINES WS-CLASS-VALUES.                    01290001
013000     10  WS-CLASS-ENTRY OCCURS 4 TIMES.                           01300001
013100         15  CL-CLASS-NAME         PIC X(09).                     01310001
013200         15  CL-ACTION             PIC X(12).                     01320001
013300                                                                  01330001
013400 01  WS-CLASS-COUNTS.                                             01340001
013500     10  WS-CLASS-COUNT OCCURS 4 TIMES                            01350001
013600                                   PIC 9(03).                     01360001
013700                                                                  01370001
013800 01  WS-ENGINEERING-CONTROL.                                      01380001
013900     10  WS-MATCH-MENU             PIC X(20) VALUE SPACES.        01390001
014000     10  WS-TOTAL-SOLD             PIC 9(09) VALUE ZERO.          01400001
014100     10  WS-TOTAL-MARGIN           PIC S9(09)V99 VALUE ZERO.      01410001
014200     10  WS-AVERAGE-MARGIN         PIC S9(05)V99 VALUE ZERO.      01420001
014300     10  WS-POPULARITY-PCT         PIC S9(03)V99 VALUE ZERO.      01430001
014400                                                                  01440001
014500 01  WS-MENU-HEADING.                                             01450001
014600     10  FILLER                    PIC X(02) VALUE SPACES.        01460001
014700     10  FILLER                    PIC X(34) VALUE                01470001
014800         'MENU ENGINEERING REPORT           '.                    01480001
014900     10  FILLER                    PIC X(07) VALUE 'MONTH: '.     01490001
015000     10  MH-REPORT-MONTH           PIC 9(06).                     01500001
015100     10  FILLER                    PIC X(03) VALUE SPACES.        01510001
015200     10  FILLER                    PIC X(06) VALUE 'DATE: '.      01520001
015300     10  MH-RUN-DATE               PIC 9(08).                     01530001
015400     10  FILLER                    PIC X(66) VALUE SPACES.        01540001
015500                                                                  01550001
015600 01  WS-COLUMN-HEADING.                                           01560001
015700     10  FILLER                    PIC X(02) VALUE SPACES.        01570001
015800     10  FILLER                    PIC X(22) VALUE 'MENU ITEM'.   01580001
015900     10  FILLER                    PIC X(10) VALUE '     PRICE'.  01590001
016000     10  FILLER                    PIC X(11) VALUE                01600001
016100         ' PLATE COST'.                                           01610001
016200     10  FILLER                    PIC X(10) VALUE '    MARGIN'.  01620001
016300     10  FILLER                    PIC X(10) VALUE '      SOLD'.  01630001
016400     10  FILLER                    PIC X(09) VALUE '  MIX PCT'.   01640001
016500     10  FILLER                    PIC X(15) VALUE                01650001
016600         '   TOTAL MARGIN'.                                       01660001
016700     10  FILLER                    PIC X(06) VALUE '  POP'.       01670001
016800     10  FILLER                    PIC X(06) VALUE '  CM'.        01680001
016900     10  FILLER                    PIC X(11) VALUE 'CLASS'.       01690001
017000     10  FILLER                    PIC X(20) VALUE 'ACTION'.      01700001
017100                                                                  01710001
017200 01  WS-CLASS-HEAD-LINE.                                          01720001
017300     10  FILLER                    PIC X(02) VALUE SPACES.        01730001
017400     10  CH-CLASS-NAME             PIC X(09).                     01740001
017500     10  FILLER                    PIC X(121) VALUE SPACES.       01750001
017600                                                                  01760001
017700 01  WS-DISH-LINE.                                                01770001
017800     10  FILLER                    PIC X(02) VALUE SPACES.        01780001
017900     10  DL-MENU-ITEM              PIC X(20).                     01790001
018000     10  FILLER                    PIC X(02) VALUE SPACES.        01800001
018100     10  DL-SELL-PRICE             PIC ZZ,ZZ9.99.                 01810001
018200     10  FILLER                    PIC X(02) VALUE SPACES.        01820001
018300     10  DL-PLATE-COST             PIC ZZ,ZZ9.99.                 01830001
018400     10  FILLER                    PIC X(01) VALUE SPACES.        01840001
018500     10  DL-MARGIN                 PIC -ZZ,ZZ9.99.                01850001
018600     10  FILLER                    PIC X(02) VALUE SPACES.        01860001
018700     10  DL-QTY-SOLD               PIC ZZZZZZ9.                   01870001
018800     10  FILLER                    PIC X(02) VALUE SPACES.        01880001
018900     10  DL-MIX-PCT                PIC ZZ9.99.                    01890001
019000     10  FILLER                    PIC X(02) VALUE SPACES.        01900001
019100     10  DL-TOTAL-MARGIN           PIC -ZZZ,ZZZ,ZZ9.99.           01910001
019200     10  FILLER                    PIC X(02) VALUE SPACES.        01920001
019300     10  DL-POPULARITY             PIC X(04).                     01930001
019400     10  FILLER                    PIC X(02) VALUE SPACES.        01940001
019500     10  DL-MARGIN-CLASS           PIC X(04).                     01950001
019600     10  FILLER                    PIC X(02) VALUE SPACES.        01960001
019700     10  DL-CLASS-NAME             PIC X(09).                     01970001
019800     10  FILLER                    PIC X(02) VALUE SPACES.        01980001
019900     10  DL-ACTION                 PIC X(20).                     01990001
020000                                                                  02000001
020100 01  WS-SUMMARY-LINE.                                             02010001
020200     10  FILLER                    PIC X(02) VALUE SPACES.        02020001
020300     10  SL-LABEL                  PIC X(34).                     02030001
020400     10  SL-COUNT                  PIC ZZZ,ZZZ,ZZ9.               02040001
020500     10  FILLER                    PIC X(02) VALUE SPACES.        02050001
020600     10  SL-AMOUNT                 PIC -ZZZ,ZZZ,ZZ9.99.           02060001
020700     10  FILLER                    PIC X(68) VALUE SPACES.        02070001
020800                                                                  02080001
020900 PROCEDURE DIVISION.                                              02090001
021000                                                                  02100001
021100*****************************************************             02110001
021200*   MAIN PROGRAM ROUTINE                            *             02120001
021300*****************************************************             02130001
021400 010-START-HERE.                                                  02140001
021500     OPEN INPUT MENU-PRICE-MASTER                                 02150001
021600     IF WS-MENUPR-STATUS NOT = '00'                               02160001
021700         DISPLAY 'MENU PRICE MASTER OPEN FAILED, STATUS = '       02170001
021800             WS-MENUPR-STATUS                                     02180001
021900         MOVE 16 TO RETURN-CODE                                   02190001
022000     ELSE                                                         02200001
022100         OPEN OUTPUT MENU-PRINT-FILE                              02210001
022200         PERFORM 850-GET-DATE                                     02220001
022300         PERFORM 105-GET-REPORT-MONTH                             02230001
022400         PERFORM 100-READ-MENU-PRICE                              02240001
022500         PERFORM 110-LOAD-DISH                                    02250001
022600           UNTIL EOF-FLAG = 'YES'                                 02260001
022700         PERFORM 200-APPLY-PLATE-COSTS                            02270001
022800         PERFORM 300-APPLY-MONTH-SALES                            02280001
022900         PERFORM 400-CLASSIFY-MENU                                02290001
023000         PERFORM 800-PRINT-HEADINGS                               02300001
023100         PERFORM 500-PRINT-CLASS-SECTION                          02310001
023200           VARYING WS-CLASS-SUB FROM 1 BY 1                       02320001
023300           UNTIL WS-CLASS-SUB > 4                                 02330001
023400         PERFORM 600-PRINT-UNRATED-DISHES                         02340001
023500         PERFORM 700-PRINT-SUMMARY                                02350001
023600         CLOSE MENU-PRICE-MASTER MENU-PRINT-FILE                  02360001
023700     END-IF                                                       02370001
023800     GOBACK                                                       02380001
023900     .                                                            02390001
024000                                                                  02400001
024100*****************************************************             02410001
024200*   REPORT MONTH FROM SYSIN, OR THE MONTH BEFORE    *             02420001
024300*   THE RUN DATE WHEN THE CARD IS BLANK OR ZERO     *             02430001
024400*****************************************************             02440001
024500 105-GET-REPORT-MONTH.                                            02450001
024600     ACCEPT WS-MENU-PARM-CARD FROM SYSIN                          02460001
024700     IF PC-REPORT-MONTH NUMERIC                                   02470001
024800         AND PC-REPORT-MONTH > ZERO                               02480001
024900         MOVE PC-REPORT-MONTH TO WS-REPORT-MONTH                  02490001
025000     ELSE                                                         02500001
025100         MOVE WS-DATE-8 (1:4) TO WS-WORK-YYYY                     02510001
025200         MOVE WS-DATE-8 (5:2) TO WS-WORK-MM                       02520001
025300         IF WS-WORK-MM = 1                                        02530001
025400             SUBTRACT 1 FROM WS-WORK-YYYY                         02540001
025500             MOVE 12 TO WS-WORK-MM                                02550001
025600         ELSE                                                     02560001
025700             SUBTRACT 1 FROM WS-WORK-MM                           02570001
025800         END-IF                                                   02580001
025900         COMPUTE WS-REPORT-MONTH =                                02590001
026000             (WS-WORK-YYYY * 100) + WS-WORK-MM                    02600001
026100     END-IF                                                       02610001
026200     .                                                            02620001
026300                                                                  02630001
026400 100-READ-MENU-PRICE.                                             02640001
026500     READ MENU-PRICE-MASTER NEXT RECORD                           02650001
026600         AT END                                                   02660001
026700             MOVE 'YES' TO EOF-FLAG                               02670001
026800         NOT AT END                                               02680001
026900             ADD 1 TO REC-COUNT                                   02690001
027000     END-READ                                                     02700001
027100     .                                                            02710001
027200                                                                  02720001
027300 110-LOAD-DISH.                                                   02730001
027400     MOVE MP-MENU-ITEM TO WS-MATCH-MENU                           02740001
027500     PERFORM 120-ADD-DISH-ENTRY                                   02750001
027600     IF WS-HIT-SUB > ZERO                                         02760001
027700         MOVE MP-SELL-PRICE TO ME-SELL-PRICE (WS-HIT-SUB)         02770001
027800         MOVE 'C' TO ME-STATUS (WS-HIT-SUB)                       02780001
027900     END-IF                                                       02790001
028000     PERFORM 100-READ-MENU-PRICE                                  02800001
028100     .                                                            02810001
028200                                                                  02820001
028300*****************************************************             02830001
028400*   OPENS A FRESH ENTRY FOR THE DISH IN             *             02840001
028500*   WS-MATCH-MENU; WS-HIT-SUB COMES BACK ZERO WHEN  *             02850001
028600*   THE TABLE IS FULL                               *             02860001
028700*****************************************************             02870001
028800 120-ADD-DISH-ENTRY.                                              02880001
028900     IF WS-DISH-COUNT < 200                                       02890001
029000         ADD 1 TO WS-DISH-COUNT                                   02900001
029100         MOVE WS-DISH-COUNT TO WS-HIT-SUB                         02910001
029200         MOVE WS-MATCH-MENU TO ME-MENU-ITEM (WS-HIT-SUB)          02920001
029300         MOVE ZERO TO ME-SELL-PRICE (WS-HIT-SUB)                  02930001
029400         MOVE ZERO TO ME-PLATE-COST (WS-HIT-SUB)                  02940001
029500         MOVE ZERO TO ME-QTY-SOLD (WS-HIT-SUB)                    02950001
029600         MOVE ZERO TO ME-MARGIN (WS-HIT-SUB)                      02960001
029700         MOVE ZERO TO ME-TOTAL-MARGIN (WS-HIT-SUB)                02970001
029800         MOVE ZERO TO ME-MIX-PCT (WS-HIT-SUB)                     02980001
029900         MOVE 'N' TO ME-COSTED (WS-HIT-SUB)                       02990001
030000         MOVE 'P' TO ME-STATUS (WS-HIT-SUB)                       03000001
030100         MOVE SPACES TO ME-POPULARITY (WS-HIT-SUB)                03010001
030200         MOVE SPACES TO ME-MARGIN-CLASS (WS-HIT-SUB)              03020001
030300         MOVE ZERO TO ME-CLASS (WS-HIT-SUB)                       03030001
030400     ELSE                                                         03040001
030500         MOVE ZERO TO WS-HIT-SUB                                  03050001
030600         DISPLAY 'DISH TABLE FULL, DISH DROPPED: '                03060001
030700             WS-MATCH-MENU                                        03070001
030800     END-IF                                                       03080001
030900     .                                                            03090001
031000                                                                  03100001
031100 130-FIND-DISH.                                                   03110001
031200     MOVE ZERO TO WS-HIT-SUB                                      03120001
031300     PERFORM 135-MATCH-DISH-ENTRY                                 03130001
031400         VARYING WS-SUB FROM 1 BY 1                               03140001
031500         UNTIL WS-SUB > WS-DISH-COUNT                             03150001
031600     .                                                            03160001
031700                                                                  03170001
031800 135-MATCH-DISH-ENTRY.                                            03180001
031900     IF ME-MENU-ITEM (WS-SUB) = WS-MATCH-MENU                     03190001
032000         MOVE WS-SUB TO WS-HIT-SUB                                03200001
032100     END-IF                                                       03210001
032200     .                                                            03220001
032300                                                                  03230001
032400*****************************************************             03240001
032500*   THE PLATE COST FILE HOLDS THE LATEST COST PER   *             03250001
032600*   PORTION FOR EVERY COSTED DISH; NO FILE MEANS NO *             03260001
032700*   DISH CAN BE RATED                               *             03270001
032800*****************************************************             03280001
032900 200-APPLY-PLATE-COSTS.                                           03290001
033000     OPEN INPUT PLATE-COST-FILE                                   03300001
033100     IF WS-PLATE-STATUS = '00'                                    03310001
033200         PERFORM 210-READ-PLATE-COST                              03320001
033300             UNTIL WS-PLATE-STATUS NOT = '00'                     03330001
033400         CLOSE PLATE-COST-FILE                                    03340001
033500     ELSE                                                         03350001
033600         DISPLAY 'NO PLATE COST FILE, STATUS = ' WS-PLATE-STATUS  03360001
033700     END-IF                                                       03370001
033800     .                                                            03380001
033900                                                                  03390001
034000 210-READ-PLATE-COST.                                             03400001
034100     READ PLATE-COST-FILE                                         03410001
034200         AT END                                                   03420001
034300             MOVE '10' TO WS-PLATE-STATUS                         03430001
034400         NOT AT END                                               03440001
034500             MOVE PP-MENU-ITEM TO WS-MATCH-MENU                   03450001
034600             PERFORM 130-FIND-DISH                                03460001
034700             IF WS-HIT-SUB > ZERO                                 03470001
034800                 MOVE PP-PLATE-COST TO                            03480001
034900                     ME-PLATE-COST (WS-HIT-SUB)                   03490001
035000                 MOVE 'Y' TO ME-COSTED (WS-HIT-SUB)               03500001
035100                 IF ME-STATUS (WS-HIT-SUB) = 'C'                  03510001
035200                     MOVE 'R' TO ME-STATUS (WS-HIT-SUB)           03520001
035300                 END-IF                                           03530001
035400             END-IF                                               03540001
035500     END-READ                                                     03550001
035600     .                                                            03560001
035700                                                                  03570001
035800*****************************************************             03580001
035900*   ONLY THE REPORT MONTH'S LINES COUNT.  A DISH    *             03590001
036000*   SOLD BUT MISSING FROM THE PRICE MASTER GETS AN  *             03600001
036100*   ENTRY OF ITS OWN SO IT SHOWS ON THE REPORT      *             03610001
036200*****************************************************             03620001
036300 300-APPLY-MONTH-SALES.                                           03630001
036400     OPEN INPUT POS-HISTORY-FILE                                  03640001
036500     IF WS-POSHST-STATUS = '00'                                   03650001
036600         PERFORM 310-READ-SALES-HISTORY                           03660001
036700             UNTIL WS-POSHST-STATUS NOT = '00'                    03670001
036800         CLOSE POS-HISTORY-FILE                                   03680001
036900     ELSE                                                         03690001
037000         DISPLAY 'NO POS SALES HISTORY, STATUS = '                03700001
037100             WS-POSHST-STATUS                                     03710001
037200     END-IF                                                       03720001
037300     .                                                            03730001
037400                                                                  03740001
037500 310-READ-SALES-HISTORY.                                          03750001
037600     READ POS-HISTORY-FILE                                        03760001
037700         AT END                                                   03770001
037800             MOVE '10' TO WS-POSHST-STATUS                        03780001
037900         NOT AT END                                               03790001
038000             IF PS-SALE-DATE (1:6) = WS-REPORT-MONTH              03800001
038100                 AND PS-QTY-SOLD NUMERIC                          03810001
038200                 MOVE PS-MENU-ITEM TO WS-MATCH-MENU               03820001
038300                 PERFORM 130-FIND-DISH                            03830001
038400                 IF WS-HIT-SUB = ZERO                             03840001
038500                     PERFORM 120-ADD-DISH-ENTRY                   03850001
038600                 END-IF                                           03860001
038700                 IF WS-HIT-SUB > ZERO                             03870001
038800                     ADD PS-QTY-SOLD TO ME-QTY-SOLD (WS-HIT-SUB)  03880001
038900                 END-IF                                           03890001
039000             END-IF                                               03900001
039100     END-READ                                                     03910001
039200     .                                                            03920001
039300                                                                  03930001
039400*****************************************************             03940001
039500*   FIRST PASS TOTALS THE RATED DISHES' COVERS AND  *             03950001
039600*   MARGIN; SECOND PASS SETS EACH DISH AGAINST THE  *             03960001
039700*   EVEN-SHARE AND AVERAGE-MARGIN THRESHOLDS        *             03970001
039800*****************************************************             03980001
039900 400-CLASSIFY-MENU.                                               03990001
040000     INITIALIZE WS-CLASS-COUNTS                                   04000001
040100     PERFORM 410-TOTAL-RATED-DISH                                 04010001
040200         VARYING WS-SUB FROM 1 BY 1                               04020001
040300         UNTIL WS-SUB > WS-DISH-COUNT                             04030001
040400     IF WS-TOTAL-SOLD > ZERO                                      04040001
040500         COMPUTE WS-AVERAGE-MARGIN ROUNDED =                      04050001
040600             WS-TOTAL-MARGIN / WS-TOTAL-SOLD                      04060001
040700     END-IF                                                       04070001
040800     IF WS-RATED-COUNT > ZERO                                     04080001
040900         COMPUTE WS-POPULARITY-PCT ROUNDED =                      04090001
041000             70 / WS-RATED-COUNT                                  04100001
041100     END-IF                                                       04110001
041200     PERFORM 420-RATE-DISH                                        04120001
041300         VARYING WS-SUB FROM 1 BY 1                               04130001
041400         UNTIL WS-SUB > WS-DISH-COUNT                             04140001
041500     .                                                            04150001
041600                                                                  04160001
041700 410-TOTAL-RATED-DISH.                                            04170001
041800     IF ME-STATUS (WS-SUB) = 'R'                                  04180001
041900         ADD 1 TO WS-RATED-COUNT                                  04190001
042000         COMPUTE ME-MARGIN (WS-SUB) =                             04200001
042100             ME-SELL-PRICE (WS-SUB) - ME-PLATE-COST (WS-SUB)      04210001
042200         COMPUTE ME-TOTAL-MARGIN (WS-SUB) =                       04220001
042300             ME-MARGIN (WS-SUB) * ME-QTY-SOLD (WS-SUB)            04230001
042400         ADD ME-QTY-SOLD (WS-SUB) TO WS-TOTAL-SOLD                04240001
042500         ADD ME-TOTAL-MARGIN (WS-SUB) TO WS-TOTAL-MARGIN          04250001
042600     END-IF                                                       04260001
042700     .                                                            04270001
042800                                                                  04280001
042900*****************************************************             04290001
043000*   THE POPULARITY TEST IS DONE IN WHOLE COVERS     *             04300001
043100*   (SOLD X DISHES X 100 AGAINST TOTAL X 70) SO THE *             04310001
043200*   ROUNDING OF THE PRINTED PERCENTAGES NEVER TIPS  *             04320001
043300*   A DISH ACROSS THE LINE                          *             04330001
043400*****************************************************             04340001
043500 420-RATE-DISH.                                                   04350001
043600     IF ME-STATUS (WS-SUB) = 'R'                                  04360001
043700         IF WS-TOTAL-SOLD > ZERO                                  04370001
043800             COMPUTE ME-MIX-PCT (WS-SUB) ROUNDED =                04380001
043900                 ME-QTY-SOLD (WS-SUB) * 100 / WS-TOTAL-SOLD       04390001
044000         END-IF                                                   04400001
044100         IF ME-QTY-SOLD (WS-SUB) * WS-RATED-COUNT * 100           04410001
044200             NOT < WS-TOTAL-SOLD * 70                             04420001
044300             AND WS-TOTAL-SOLD > ZERO                             04430001
044400             MOVE 'HIGH' TO ME-POPULARITY (WS-SUB)                04440001
044500         ELSE                                                     04450001
044600             MOVE 'LOW' TO ME-POPULARITY (WS-SUB)                 04460001
044700         END-IF                                                   04470001
044800         IF ME-MARGIN (WS-SUB) NOT < WS-AVERAGE-MARGIN            04480001
044900             MOVE 'HIGH' TO ME-MARGIN-CLASS (WS-SUB)              04490001
045000         ELSE                                                     04500001
045100             MOVE 'LOW' TO ME-MARGIN-CLASS (WS-SUB)               04510001
045200         END-IF                                                   04520001
045300         EVALUATE ME-POPULARITY (WS-SUB)                          04530001
045400                  ALSO ME-MARGIN-CLASS (WS-SUB)                   04540001
045500             WHEN 'HIGH' ALSO 'HIGH'                              04550001
045600                 MOVE 1 TO ME-CLASS (WS-SUB)                      04560001
045700             WHEN 'HIGH' ALSO 'LOW '                              04570001
045800                 MOVE 2 TO ME-CLASS (WS-SUB)                      04580001
045900             WHEN 'LOW ' ALSO 'HIGH'                              04590001
046000                 MOVE 3 TO ME-CLASS (WS-SUB)                      04600001
046100             WHEN OTHER                                           04610001
046200                 MOVE 4 TO ME-CLASS (WS-SUB)                      04620001
046300         END-EVALUATE                                             04630001
046400         ADD 1 TO WS-CLASS-COUNT (ME-CLASS (WS-SUB))              04640001
046500     END-IF                                                       04650001
046600     .                                                            04660001
046700                                                                  04670001
046800*****************************************************             04680001
046900*   ONE SECTION PER QUADRANT, DISHES IN MENU ITEM   *             04690001
047000*   ORDER WITHIN EACH                               *             04700001
047100*****************************************************             04710001
047200 500-PRINT-CLASS-SECTION.                                         04720001
047300     MOVE CL-CLASS-NAME (WS-CLASS-SUB) TO CH-CLASS-NAME           04730001
047400     WRITE MENU-PRINT-REC FROM WS-CLASS-HEAD-LINE                 04740001
047500       AFTER ADVANCING 2 LINES                                    04750001
047600     END-WRITE                                                    04760001
047700     PERFORM 510-PRINT-CLASS-DISH                                 04770001
047800         VARYING WS-SUB FROM 1 BY 1                               04780001
047900         UNTIL WS-SUB > WS-DISH-COUNT                             04790001
048000     .                                                            04800001
048100                                                                  04810001
048200 510-PRINT-CLASS-DISH.                                            04820001
048300     IF ME-STATUS (WS-SUB) = 'R'                                  04830001
048400         AND ME-CLASS (WS-SUB) = WS-CLASS-SUB                     04840001
048500         PERFORM 550-FORMAT-DISH-LINE                             04850001
048600         MOVE ME-POPULARITY (WS-SUB) TO DL-POPULARITY             04860001
048700         MOVE ME-MARGIN-CLASS (WS-SUB) TO DL-MARGIN-CLASS         04870001
048800         MOVE CL-CLASS-NAME (WS-CLASS-SUB) TO DL-CLASS-NAME       04880001
048900         MOVE CL-ACTION (WS-CLASS-SUB) TO DL-ACTION               04890001
049000         WRITE MENU-PRINT-REC FROM WS-DISH-LINE                   04900001
049100           AFTER ADVANCING 1 LINE                                 04910001
049200         END-WRITE                                                04920001
049300     END-IF                                                       04930001
049400     .                                                            04940001
049500                                                                  04950001
049600 550-FORMAT-DISH-LINE.                                            04960001
049700     MOVE ME-MENU-ITEM (WS-SUB) TO DL-MENU-ITEM                   04970001
049800     MOVE ME-SELL-PRICE (WS-SUB) TO DL-SELL-PRICE                 04980001
049900     MOVE ME-PLATE-COST (WS-SUB) TO DL-PLATE-COST                 04990001
050000     MOVE ME-MARGIN (WS-SUB) TO DL-MARGIN                         05000001
050100     MOVE ME-QTY-SOLD (WS-SUB) TO DL-QTY-SOLD                     05010001
050200     MOVE ME-MIX-PCT (WS-SUB) TO DL-MIX-PCT                       05020001
050300     MOVE ME-TOTAL-MARGIN (WS-SUB) TO DL-TOTAL-MARGIN             05030001
050400     MOVE SPACES TO DL-POPULARITY DL-MARGIN-CLASS DL-CLASS-NAME   05040001
050500     .                                                            05050001
050600                                                                  05060001
050700*****************************************************             05070001
050800*   DISHES THAT COULD NOT BE RATED, WITH THE REASON *             05080001
050900*****************************************************             05090001
051000 600-PRINT-UNRATED-DISHES.                                        05100001
051100     MOVE 'NOT RATED' TO CH-CLASS-NAME                            05110001
051200     WRITE MENU-PRINT-REC FROM WS-CLASS-HEAD-LINE                 05120001
051300       AFTER ADVANCING 2 LINES                                    05130001
051400     END-WRITE                                                    05140001
051500     PERFORM 610-PRINT-UNRATED-DISH                               05150001
051600         VARYING WS-SUB FROM 1 BY 1                               05160001
051700         UNTIL WS-SUB > WS-DISH-COUNT                             05170001
051800     .                                                            05180001
051900                                                                  05190001
052000 610-PRINT-UNRATED-DISH.                                          05200001
052100     IF ME-STATUS (WS-SUB) NOT = 'R'                              05210001
052200         PERFORM 550-FORMAT-DISH-LINE                             05220001
052300         IF ME-STATUS (WS-SUB) = 'P'                              05230001
052400             MOVE 'NO PRICE ON FILE' TO DL-ACTION                 05240001
052500         ELSE                                                     05250001
052600             MOVE 'NO PLATE COST' TO DL-ACTION                    05260001
052700         END-IF                                                   05270001
052800         WRITE MENU-PRINT-REC FROM WS-DISH-LINE                   05280001
052900           AFTER ADVANCING 1 LINE                                 05290001
053000         END-WRITE                                                05300001
053100     END-IF                                                       05310001
053200     .                                                            05320001
053300                                                                  05330001
053400 700-PRINT-SUMMARY.                                               05340001
053500     MOVE SPACES TO WS-SUMMARY-LINE                               05350001
053600     MOVE 'DISHES RATED' TO SL-LABEL                              05360001
053700     MOVE WS-RATED-COUNT TO SL-COUNT                              05370001
053800     WRITE MENU-PRINT-REC FROM WS-SUMMARY-LINE                    05380001
053900       AFTER ADVANCING 3 LINES                                    05390001
054000     END-WRITE                                                    05400001
054100     MOVE 'COVERS SOLD / TOTAL MARGIN' TO SL-LABEL                05410001
054200     MOVE WS-TOTAL-SOLD TO SL-COUNT                               05420001
054300     MOVE WS-TOTAL-MARGIN TO SL-AMOUNT                            05430001
054400     WRITE MENU-PRINT-REC FROM WS-SUMMARY-LINE                    05440001
054500       AFTER ADVANCING 1 LINE                                     05450001
054600     END-WRITE                                                    05460001
054700     MOVE SPACES TO WS-SUMMARY-LINE                               05470001
054800     MOVE 'AVERAGE MARGIN PER COVER' TO SL-LABEL                  05480001
054900     MOVE WS-AVERAGE-MARGIN TO SL-AMOUNT                          05490001
055000     WRITE MENU-PRINT-REC FROM WS-SUMMARY-LINE                    05500001
055100       AFTER ADVANCING 1 LINE                                     05510001
055200     END-WRITE                                                    05520001
055300     MOVE SPACES TO WS-SUMMARY-LINE                               05530001
055400     MOVE 'HIGH POPULARITY AT MIX PCT OF' TO SL-LABEL             05540001
055500     MOVE WS-POPULARITY-PCT TO SL-AMOUNT                          05550001
055600     WRITE MENU-PRINT-REC FROM WS-SUMMARY-LINE                    05560001
055700       AFTER ADVANCING 1 LINE                                     05570001
055800     END-WRITE                                                    05580001
055900     PERFORM 710-PRINT-CLASS-COUNT                                05590001
056000         VARYING WS-CLASS-SUB FROM 1 BY 1                         05600001
056100         UNTIL WS-CLASS-SUB > 4                                   05610001
056200     .                                                            05620001
056300                                                                  05630001
056400 710-PRINT-CLASS-COUNT.                                           05640001
056500     MOVE SPACES TO WS-SUMMARY-LINE                               05650001
056600     MOVE CL-CLASS-NAME (WS-CLASS-SUB) TO SL-LABEL                05660001
056700     MOVE WS-CLASS-COUNT (WS-CLASS-SUB) TO SL-COUNT               05670001
056800     WRITE MENU-PRINT-REC FROM WS-SUMMARY-LINE                    05680001
056900       AFTER ADVANCING 1 LINE                                     05690001
057000     END-WRITE                                                    05700001
057100     .                                                            05710001
057200                                                                  05720001
057300 800-PRINT-HEADINGS.                                              05730001
057400     MOVE WS-REPORT-MONTH TO MH-REPORT-MONTH                      05740001
057500     MOVE WS-DATE-8 TO MH-RUN-DATE                                05750001
057600     WRITE MENU-PRINT-REC FROM WS-MENU-HEADING                    05760001
057700       AFTER ADVANCING PAGE                                       05770001
057800     END-WRITE                                                    05780001
057900     WRITE MENU-PRINT-REC FROM WS-COLUMN-HEADING                  05790001
058000       AFTER ADVANCING 2 LINES                                    05800001
058100     END-WRITE                                                    05810001
058200     .                                                            05820001
058300                                                                  05830001
058400 850-GET-DATE.                                                    05840001
058500     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          05850001
058600     .                                                            05860001
058700                                                                  05870001
