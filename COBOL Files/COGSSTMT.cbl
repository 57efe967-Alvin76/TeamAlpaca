000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    COGSSTMT.                                         00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*MONTHLY COST-OF-GOODS-USED STATEMENT - OPENING     *             00090001
001000*INVENTORY PLUS PURCHASES LESS CLOSING INVENTORY,   *             00100001
001100*FOR THE STATEMENT MONTH AND THE MONTH BEFORE IT.   *             00110001
001200*THE OVERALL OPENING AND CLOSING VALUES COME FROM   *             00120001
001300*THE MONTH-HISTORY FILE THE MONTH-END CLOSE WRITES, *             00130001
001400*THE CATEGORY SPLIT FROM THE LAST CATEGORY-ACTUALS  *             00140001
001500*LINES OF EACH MONTH, AND PURCHASES FROM THE        *             00150001
001600*SUPPLIER PERFORMANCE HISTORY THE GOODS-RECEIPT RUN *             00160001
001700*WRITES (RECEIVED QUANTITY AT THE INVOICE PRICE).   *             00170001
001800*THE MONTH'S SALES REVENUE FROM THE REVENUE FILE    *             00180001
001900*TURNS COST OF GOODS INTO A FOOD-COST PERCENTAGE,   *             00190001
002000*PRINTED AGAINST THE TARGET AND THE PRIOR MONTH.    *             00200001
002100*THE MONTH COMES FROM SYSIN (YYYYMM) OR DEFAULTS TO *             00210001
002200*THE MONTH BEFORE THE RUN DATE, AND MUST ALREADY BE *             00220001
002300*CLOSED                                             *             00230001
002400*****************************************************             00240001
002500                                                                  00250001
002600 ENVIRONMENT DIVISION.                                            00260001
002700 CONFIGURATION SECTION.                                           00270001
002800 SOURCE-COMPUTER.                                                 00280001
002900     Z13                                                          00290001
003000     WITH DEBUGGING MODE                                          00300001
003100     .                                                            00310001
003200                                                                  00320001
003300 INPUT-OUTPUT SECTION.                                            00330001
003400                                                                  00340001
003500 FILE-CONTROL.                                                    00350001
003600     SELECT FRIDGE                 ASSIGN TO DYNAMIC              00360001
003700         WS-FRIDGE-DSNAME                                         00370001
003800         ORGANIZATION IS INDEXED                                  00380001
003900         ACCESS MODE IS DYNAMIC                                   00390001
004000         RECORD KEY IS FR-ITEM-NAME                               00400001
004100         ALTERNATE RECORD KEY IS FR-CATEGORY                      00410001
004200             WITH DUPLICATES                                      00420001
004300         ALTERNATE RECORD KEY IS FR-SUPPLIER-CODE                 00430001
004400             WITH DUPLICATES                                      00440001
004500         FILE STATUS IS WS-FRIDGE-STATUS.                         00450001
004600     SELECT MONTH-HISTORY-FILE     ASSIGN TO MYMTHHST             00460001
004700         FILE STATUS IS WS-MTHHST-STATUS.                         00470001
004800     SELECT CATEGORY-ACTUALS-FILE  ASSIGN TO MYCATACT             00480001
004900         FILE STATUS IS WS-CATACT-STATUS.                         00490001
005000     SELECT SUPPLIER-PERF-FILE     ASSIGN TO MYSUPHST             00500001
005100         FILE STATUS IS WS-SUPHST-STATUS.                         00510001
005200     SELECT REVENUE-FILE           ASSIGN TO MYREVENU             00520001
005300         FILE STATUS IS WS-REVENU-STATUS.                         00530001
005400     SELECT COGS-PRINT-FILE        ASSIGN TO MYCOGRPT.            00540001
005500                                                                  00550001
005600 DATA DIVISION.                                                   00560001
005700 FILE SECTION.                                                    00570001
005800                                                                  00580001
005900 FD  FRIDGE                                                       00590001
006000     RECORDING MODE IS F.                                         00600001
006100     COPY FRIDGEREC.                                              00610001
006200                                                                  00620001
006300 FD  MONTH-HISTORY-FILE                                           00630001
006400     RECORDING MODE IS F.                                         00640001
006500     COPY MTHHIST.                                                00650001
006600                                                                  00660001
006700 FD  CATEGORY-ACTUALS-FILE                                        00670001
006800     RECORDING MODE IS F.                                         00680001
006900     COPY CATACT.                                                 00690001
007000                                                                  00700001
007100 FD  SUPPLIER-PERF-FILE                                           00710001
007200     RECORDING MODE IS F.                                         00720001
007300     COPY SUPHST.                                                 00730001
007400                                                                  00740001
007500*****************************************************             00750001
007600*   ONE LINE PER MONTH FROM FINANCE: SALES REVENUE  *             00760001
007700*   AND THE FOOD-COST TARGET PERCENT.  A LATER LINE *             00770001
007800*   FOR THE SAME MONTH REPLACES AN EARLIER ONE      *             00780001
007900*****************************************************             00790001
008000 FD  REVENUE-FILE                                                 00800001
008100     RECORDING MODE IS F.                                         00810001
008200 01  REVENUE-REC.                                                 00820001
008300     10  RV-MONTH                  PIC 9(06).                     00830001
008400     10  RV-SALES-REVENUE          PIC S9(09)V99.                 00840001
008500     10  RV-TARGET-PCT             PIC 9(03)V99.                  00850001
008600     10  FILLER                    PIC X(58).                     00860001
008700                                                                  00870001
008800 FD  COGS-PRINT-FILE                                              00880001
008900     RECORDING MODE IS F.                                         00890001
009000 01  COGS-PRINT-REC.                                              00900001
009100     10  FILLER                    PIC X(132).                    00910001
009200                                                                  00920001
009300 WORKING-STORAGE SECTION.                                         00930001
009400                                                                  00940001
009500 01  WS-COUNTERS-FLAGS.                                           00950001
009600     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00960001
009700     10  WS-CAT-COUNT              PIC 9(03) VALUE ZERO.          00970001
009800     10  WS-SUB                    PIC S9(04) COMP VALUE ZERO.    00980001
009900     10  WS-CAT-SUB                PIC S9(04) COMP VALUE ZERO.    00990001
010000     10  WS-CAT-HIT-SUB            PIC S9(04) COMP VALUE ZERO.    01000001
010100     10  WS-MON-SUB                PIC S9(04) COMP VALUE ZERO.    01010001
010200                                                                  01020001
010300 01  WS-VALIDATION-FLAGS.                                         01030001
010400     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        01040001
010500     10  WS-MTHHST-STATUS          PIC X(02) VALUE SPACES.        01050001
010600     10  WS-CATACT-STATUS          PIC X(02) VALUE SPACES.        01060001
010700     10  WS-SUPHST-STATUS          PIC X(02) VALUE SPACES.        01070001
010800     10  WS-REVENU-STATUS          PIC X(02) VALUE SPACES.        01080001
010900                                                                  01090001
011000 01  WS-SITE-CONTROL.                                             01100001
011100     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    01110001
011200                                                                  01120001
011300 01  WS-DATE-FIELDS.                                              01130001
011400     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01140001
011500     10  WS-STMT-MONTH             PIC 9(06) VALUE ZERO.          01150001
011600     10  WS-REC-MONTH              PIC 9(06) VALUE ZERO.          01160001
011700     10  WS-WORK-MONTH             PIC 9(06) VALUE ZERO.          01170001
011800     10  WS-WORK-YYYY              PIC 9(04) VALUE ZERO.          01180001
011900     10  WS-WORK-MM                PIC 9(02) VALUE ZERO.          01190001
012000                                                                  01200001
012100 01  WS-STMT-PARM-CARD.                                           01210001
012200     10  PC-STMT-MONTH             PIC 9(06).                     01220001
012300     10  FILLER                    PIC X(74).                     01230001
012400                                                                  01240001
012500*****************************************************             01250001
012600*   THREE MONTH-ENDS ARE NEEDED: 1 IS TWO MONTHS    *             01260001
012700*   BACK (OPENING OF THE PRIOR MONTH), 2 IS THE     *             01270001
012800*   PRIOR MONTH, 3 IS THE STATEMENT MONTH           *             01280001
012900*****************************************************             01290001
013000 01  WS-MONTH-TABLE.                                              01300001
013100     10  WS-MC-ENTRY OCCURS 3 TIMES.                              01310001
013200         15  MC-MONTH              PIC 9(06).                     01320001
013300         15  MC-CLOSED             PIC X(03).                     01330001
013400         15  MC-CLOSING-VALUE      PIC S9(11)V99.                 01340001
013500         15  MC-VALUE-KNOWN        PIC X(03).                     01350001
013600         15  MC-CAT-DATE           PIC 9(08).                     01360001
013700         15  MC-PURCHASES          PIC S9(11)V99.                 01370001
013800         15  MC-REVENUE            PIC S9(11)V99.                 01380001
013900         15  MC-TARGET-PCT         PIC 9(03)V99.                  01390001
014000         15  MC-REVENUE-FOUND      PIC X(03).                     01400001
014100                                                                  01410001
014200*****************************************************             01420001
014300*   CATEGORY COLUMNS USE THE SAME MONTH NUMBERING   *             01430001
014400*****************************************************             01440001
014500 01  WS-CATEGORY-TABLE.                                           01450001
014600     10  WS-CT-ENTRY OCCURS 50 TIMES.                             01460001
014700         15  CT-CATEGORY           PIC X(10).                     01470001
014800         15  CT-MONTH-CELL OCCURS 3 TIMES.                        01480001
014900             20  CT-CLOSING-VALUE  PIC S9(11)V99.                 01490001
015000             20  CT-PURCHASES      PIC S9(11)V99.                 01500001
015100                                                                  01510001
015200 01  WS-STATEMENT-FIELDS.                                         01520001
015300     10  WS-DEFAULT-TARGET-PCT     PIC 9(03)V99 VALUE 30.00.      01530001
015400     10  WS-PURCHASE-AMOUNT        PIC S9(09)V99 VALUE ZERO.      01540001
015500     10  WS-FIND-CATEGORY          PIC X(10) VALUE SPACES.        01550001
015600     10  WS-OPENING                PIC S9(11)V99 VALUE ZERO.      01560001
015700     10  WS-PURCHASES              PIC S9(11)V99 VALUE ZERO.      01570001
015800     10  WS-CLOSING                PIC S9(11)V99 VALUE ZERO.      01580001
015900     10  WS-COGS                   PIC S9(11)V99 VALUE ZERO.      01590001
016000     10  WS-PRIOR-COGS             PIC S9(11)V99 VALUE ZERO.      01600001
016100     10  WS-FOOD-COST-PCT          PIC S9(05)V99 VALUE ZERO.      01610001
016200     10  WS-PRIOR-FOOD-COST-PCT    PIC S9(05)V99 VALUE ZERO.      01620001
016300     10  WS-POINTS                 PIC S9(05)V99 VALUE ZERO.      01630001
016400     10  WS-CT-TOTALS.                                            01640001
016500         15  WS-CT-TOTAL-OPENING   PIC S9(11)V99 VALUE ZERO.      01650001
016600         15  WS-CT-TOTAL-PURCHASES PIC S9(11)V99 VALUE ZERO.      01660001
016700         15  WS-CT-TOTAL-CLOSING   PIC S9(11)V99 VALUE ZERO.      01670001
016800         15  WS-CT-TOTAL-COGS      PIC S9(11)V99 VALUE ZERO.      01680001
016900         15  WS-CT-TOTAL-PRIOR     PIC S9(11)V99 VALUE ZERO.      01690001
017000                                                                  01700001
017100 01  WS-COGS-HEADING.                                             01710001
017200     10  FILLER                    PIC X(02) VALUE SPACES.        01720001
017300     10  FILLER                    PIC X(36) VALUE                01730001
017400         'COST OF GOODS USED STATEMENT        '.                  01740001
017500     10  FILLER                    PIC X(07) VALUE 'MONTH: '.     01750001
017600     10  CH-STMT-MONTH             PIC 9(06).                     01760001
017700     10  FILLER                    PIC X(09) VALUE '   DATE: '.   01770001
017800     10  CH-RUN-DATE               PIC 9(08).                     01780001
017900     10  FILLER                    PIC X(64) VALUE SPACES.        01790001
018000                                                                  01800001
018100 01  WS-SECTION-HEADING.                                          01810001
018200     10  FILLER                    PIC X(02) VALUE SPACES.        01820001
018300     10  SH-SECTION-TITLE          PIC X(40).                     01830001
018400     10  FILLER                    PIC X(90) VALUE SPACES.        01840001
018500                                                                  01850001
018600 01  WS-COGS-COLUMN-HEADING.                                      01860001
018700     10  FILLER                    PIC X(02) VALUE SPACES.        01870001
018800     10  FILLER                    PIC X(14) VALUE 'CATEGORY'.    01880001
018900     10  FILLER                    PIC X(17) VALUE                01890001
019000         '        OPENING'.                                       01900001
019100     10  FILLER                    PIC X(17) VALUE                01910001
019200         '      PURCHASES'.                                       01920001
019300     10  FILLER                    PIC X(17) VALUE                01930001
019400         '        CLOSING'.                                       01940001
019500     10  FILLER                    PIC X(17) VALUE                01950001
019600         '      COGS USED'.                                       01960001
019700     10  FILLER                    PIC X(17) VALUE                01970001
019800         '    PRIOR MONTH'.                                       01980001
019900     10  FILLER                    PIC X(31) VALUE SPACES.        01990001
020000                                                                  02000001
020100 01  WS-COGS-LINE.                                                02010001
020200     10  FILLER                    PIC X(02) VALUE SPACES.        02020001
020300     10  CL-CATEGORY               PIC X(12).                     02030001
020400     10  FILLER                    PIC X(02) VALUE SPACES.        02040001
020500     10  CL-OPENING                PIC -ZZZ,ZZZ,ZZ9.99.           02050001
020600     10  FILLER                    PIC X(02) VALUE SPACES.        02060001
020700     10  CL-PURCHASES              PIC -ZZZ,ZZZ,ZZ9.99.           02070001
020800     10  FILLER                    PIC X(02) VALUE SPACES.        02080001
020900     10  CL-CLOSING                PIC -ZZZ,ZZZ,ZZ9.99.           02090001
021000     10  FILLER                    PIC X(02) VALUE SPACES.        02100001
021100     10  CL-COGS                   PIC -ZZZ,ZZZ,ZZ9.99.           02110001
021200     10  FILLER                    PIC X(02) VALUE SPACES.        02120001
021300     10  CL-PRIOR-COGS             PIC -ZZZ,ZZZ,ZZ9.99.           02130001
021400     10  FILLER                    PIC X(02) VALUE SPACES.        02140001
021500     10  CL-REMARK                 PIC X(20).                     02150001
021600     10  FILLER                    PIC X(11) VALUE SPACES.        02160001
021700                                                                  02170001
021800 01  WS-FOOD-COST-HEADING.                                        02180001
021900     10  FILLER                    PIC X(02) VALUE SPACES.        02190001
022000     10  FILLER                    PIC X(32) VALUE SPACES.        02200001
022100     10  FILLER                    PIC X(17) VALUE                02210001
022200         '       THIS MONTH'.                                     02220001
022300     10  FILLER                    PIC X(17) VALUE                02230001
022400         '      PRIOR MONTH'.                                     02240001
022500     10  FILLER                    PIC X(64) VALUE SPACES.        02250001
022600                                                                  02260001
022700 01  WS-AMOUNT-LINE.                                              02270001
022800     10  FILLER                    PIC X(02) VALUE SPACES.        02280001
022900     10  AL-LABEL                  PIC X(30).                     02290001
023000     10  FILLER                    PIC X(04) VALUE SPACES.        02300001
023100     10  AL-CURRENT                PIC -ZZZ,ZZZ,ZZ9.99.           02310001
023200     10  FILLER                    PIC X(02) VALUE SPACES.        02320001
023300     10  AL-PRIOR                  PIC -ZZZ,ZZZ,ZZ9.99.           02330001
023400     10  FILLER                    PIC X(64) VALUE SPACES.        02340001
023500                                                                  02350001
023600 01  WS-PERCENT-LINE.                                             02360001
023700     10  FILLER                    PIC X(02) VALUE SPACES.        02370001
023800     10  PL-LABEL                  PIC X(30).                     02380001
023900     10  FILLER                    PIC X(11) VALUE SPACES.        02390001
024000     10  PL-CURRENT                PIC -ZZZ9.99.                  02400001
024100     10  FILLER                    PIC X(09) VALUE SPACES.        02410001
024200     10  PL-PRIOR-AREA             PIC X(08).                     02420001
024300     10  PL-PRIOR REDEFINES PL-PRIOR-AREA                         02430001
024400                                   PIC -ZZZ9.99.                  02440001
024500     10  FILLER                    PIC X(02) VALUE SPACES.        02450001
024600     10  PL-REMARK                 PIC X(30).                     02460001
024700     10  FILLER                    PIC X(32) VALUE SPACES.        02470001
024800                                                                  02480001
024900 PROCEDURE DIVISION.                                              02490001
025000                                                                  02500001
025100*****************************************************             02510001
025200*   MAIN PROGRAM ROUTINE                            *             02520001
025300*****************************************************             02530001
025400 010-START-HERE.                                                  02540001
025500     PERFORM 850-GET-DATE                                         02550001
025600     PERFORM 105-GET-STMT-MONTH                                   02560001
025700     PERFORM 200-LOAD-MONTH-HISTORY                               02570001
025800     IF RETURN-CODE = ZERO                                        02580001
025900         OPEN INPUT FRIDGE                                        02590001
026000         IF WS-FRIDGE-STATUS NOT = '00'                           02600001
026100             DISPLAY 'FRIDGE OPEN FAILED, STATUS = '              02610001
026200                 WS-FRIDGE-STATUS                                 02620001
026300             MOVE 16 TO RETURN-CODE                               02630001
026400         ELSE                                                     02640001
026500             PERFORM 300-LOAD-CATEGORY-ACTUALS                    02650001
026600             PERFORM 400-LOAD-PURCHASES                           02660001
026700             PERFORM 450-LOAD-REVENUE                             02670001
026800             CLOSE FRIDGE                                         02680001
026900             PERFORM 470-FILL-LEGACY-CLOSINGS                     02690001
027000             OPEN OUTPUT COGS-PRINT-FILE                          02700001
027100             PERFORM 800-PRINT-HEADINGS                           02710001
027200             PERFORM 500-PRINT-CATEGORY-SECTION                   02720001
027300             PERFORM 600-PRINT-OVERALL-SECTION                    02730001
027400             PERFORM 700-PRINT-FOOD-COST-SECTION                  02740001
027500             CLOSE COGS-PRINT-FILE                                02750001
027600         END-IF                                                   02760001
027700     END-IF                                                       02770001
027800     GOBACK                                                       02780001
027900     .                                                            02790001
028000                                                                  02800001
028100*****************************************************             02810001
028200*   STATEMENT MONTH FROM SYSIN, OR THE MONTH BEFORE *             02820001
028300*   THE RUN DATE WHEN THE CARD IS BLANK OR ZERO;    *             02830001
028400*   THE TWO MONTHS BEFORE IT ARE WORKED BACK FROM   *             02840001
028500*   THERE                                           *             02850001
028600*****************************************************             02860001
028700 105-GET-STMT-MONTH.                                              02870001
028800     ACCEPT WS-STMT-PARM-CARD FROM SYSIN                          02880001
028900     IF PC-STMT-MONTH NUMERIC                                     02890001
029000         AND PC-STMT-MONTH > ZERO                                 02900001
029100         MOVE PC-STMT-MONTH TO WS-STMT-MONTH                      02910001
029200     ELSE                                                         02920001
029300         COMPUTE WS-WORK-MONTH = WS-DATE-8 / 100                  02930001
029400         PERFORM 110-BACK-ONE-MONTH                               02940001
029500         MOVE WS-WORK-MONTH TO WS-STMT-MONTH                      02950001
029600     END-IF                                                       02960001
029700     INITIALIZE WS-MONTH-TABLE                                    02970001
029800     MOVE WS-STMT-MONTH TO MC-MONTH (3)                           02980001
029900     MOVE WS-STMT-MONTH TO WS-WORK-MONTH                          02990001
030000     PERFORM 110-BACK-ONE-MONTH                                   03000001
030100     MOVE WS-WORK-MONTH TO MC-MONTH (2)                           03010001
030200     PERFORM 110-BACK-ONE-MONTH                                   03020001
030300     MOVE WS-WORK-MONTH TO MC-MONTH (1)                           03030001
030400     PERFORM 115-CLEAR-MONTH-FLAGS                                03040001
030500       VARYING WS-MON-SUB FROM 1 BY 1                             03050001
030600       UNTIL WS-MON-SUB > 3                                       03060001
030700     .                                                            03070001
030800                                                                  03080001
030900 110-BACK-ONE-MONTH.                                              03090001
031000     MOVE WS-WORK-MONTH (1:4) TO WS-WORK-YYYY                     03100001
031100     MOVE WS-WORK-MONTH (5:2) TO WS-WORK-MM                       03110001
031200     IF WS-WORK-MM = 1                                            03120001
031300         SUBTRACT 1 FROM WS-WORK-YYYY                             03130001
031400         MOVE 12 TO WS-WORK-MM                                    03140001
031500     ELSE                                                         03150001
031600         SUBTRACT 1 FROM WS-WORK-MM                               03160001
031700     END-IF                                                       03170001
031800     COMPUTE WS-WORK-MONTH =                                      03180001
031900         (WS-WORK-YYYY * 100) + WS-WORK-MM                        03190001
032000     .                                                            03200001
032100                                                                  03210001
032200 115-CLEAR-MONTH-FLAGS.                                           03220001
032300     MOVE 'NO' TO MC-CLOSED (WS-MON-SUB)                          03230001
032400     MOVE 'NO' TO MC-VALUE-KNOWN (WS-MON-SUB)                     03240001
032500     MOVE 'NO' TO MC-REVENUE-FOUND (WS-MON-SUB)                   03250001
032600     .                                                            03260001
032700                                                                  03270001
032800*****************************************************             03280001
032900*   OVERALL MONTH-END VALUES.  THE STATEMENT MONTH  *             03290001
033000*   MUST HAVE BEEN CLOSED; A MISSING EARLIER MONTH  *             03300001
033100*   ONLY LEAVES ITS COLUMN SHORT.  A RERUN CLOSE    *             03310001
033200*   APPENDS A SECOND LINE, SO THE LAST ONE WINS     *             03320001
033300*****************************************************             03330001
033400 200-LOAD-MONTH-HISTORY.                                          03340001
033500     OPEN INPUT MONTH-HISTORY-FILE                                03350001
033600     IF WS-MTHHST-STATUS NOT = '00'                               03360001
033700         DISPLAY 'MONTH HISTORY OPEN FAILED, STATUS = '           03370001
033800             WS-MTHHST-STATUS                                     03380001
033900         MOVE 16 TO RETURN-CODE                                   03390001
034000     ELSE                                                         03400001
034100         MOVE 'NO' TO EOF-FLAG                                    03410001
034200         PERFORM 210-READ-MONTH-HISTORY                           03420001
034300         PERFORM 220-POST-MONTH-HISTORY                           03430001
034400           UNTIL EOF-FLAG = 'YES'                                 03440001
034500         CLOSE MONTH-HISTORY-FILE                                 03450001
034600         IF MC-CLOSED (3) = 'NO'                                  03460001
034700             DISPLAY 'MONTH ' WS-STMT-MONTH                       03470001
034800                 ' NOT CLOSED, RUN THE MONTH-END CLOSE FIRST'     03480001
034900             MOVE 8 TO RETURN-CODE                                03490001
035000         END-IF                                                   03500001
035100     END-IF                                                       03510001
035200     .                                                            03520001
035300                                                                  03530001
035400 210-READ-MONTH-HISTORY.                                          03540001
035500     READ MONTH-HISTORY-FILE                                      03550001
035600         AT END                                                   03560001
035700             MOVE 'YES' TO EOF-FLAG                               03570001
035800     END-READ                                                     03580001
035900     .                                                            03590001
036000                                                                  03600001
036100 220-POST-MONTH-HISTORY.                                          03610001
036200     PERFORM 230-MATCH-MONTH                                      03620001
036300       VARYING WS-MON-SUB FROM 1 BY 1                             03630001
036400       UNTIL WS-MON-SUB > 3                                       03640001
036500     PERFORM 210-READ-MONTH-HISTORY                               03650001
036600     .                                                            03660001
036700                                                                  03670001
036800*    MONTHS CLOSED BEFORE THE CLOSING VALUE RODE ON               03680001
036900*    THE RECORD CARRY SPACES THERE; THEIR VALUE IS                03690001
037000*    FILLED FROM THE CATEGORY ACTUALS LATER                       03700001
037100 230-MATCH-MONTH.                                                 03710001
037200     IF MH-MONTH = MC-MONTH (WS-MON-SUB)                          03720001
037300         MOVE 'YES' TO MC-CLOSED (WS-MON-SUB)                     03730001
037400         IF MH-CLOSING-VALUE NUMERIC                              03740001
037500             AND MH-CLOSING-DATE NUMERIC                          03750001
037600             AND MH-CLOSING-DATE > ZERO                           03760001
037700             MOVE MH-CLOSING-VALUE TO                             03770001
037800                 MC-CLOSING-VALUE (WS-MON-SUB)                    03780001
037900             MOVE 'YES' TO MC-VALUE-KNOWN (WS-MON-SUB)            03790001
038000         ELSE                                                     03800001
038100             MOVE ZERO TO MC-CLOSING-VALUE (WS-MON-SUB)           03810001
038200             MOVE 'NO' TO MC-VALUE-KNOWN (WS-MON-SUB)             03820001
038300         END-IF                                                   03830001
038400     END-IF                                                       03840001
038500     .                                                            03850001
038600                                                                  03860001
038700*****************************************************             03870001
038800*   CATEGORY VALUES AT EACH MONTH-END: A FIRST PASS *             03880001
038900*   FINDS THE LAST RUN DATE IN EACH MONTH, A SECOND *             03890001
039000*   PICKS UP THAT RUN'S CATEGORY LINES              *             03900001
039100*****************************************************             03910001
039200 300-LOAD-CATEGORY-ACTUALS.                                       03920001
039300     OPEN INPUT CATEGORY-ACTUALS-FILE                             03930001
039400     IF WS-CATACT-STATUS NOT = '00'                               03940001
039500         DISPLAY 'CATEGORY ACTUALS NOT AVAILABLE, STATUS = '      03950001
039600             WS-CATACT-STATUS ', NO CATEGORY SPLIT'               03960001
039700         MOVE 4 TO RETURN-CODE                                    03970001
039800     ELSE                                                         03980001
039900         MOVE 'NO' TO EOF-FLAG                                    03990001
040000         PERFORM 310-READ-CATEGORY-ACTUAL                         04000001
040100         PERFORM 320-FIND-LAST-RUN-DATE                           04010001
040200           UNTIL EOF-FLAG = 'YES'                                 04020001
040300         CLOSE CATEGORY-ACTUALS-FILE                              04030001
040400         OPEN INPUT CATEGORY-ACTUALS-FILE                         04040001
040500         MOVE 'NO' TO EOF-FLAG                                    04050001
040600         PERFORM 310-READ-CATEGORY-ACTUAL                         04060001
040700         PERFORM 340-POST-CATEGORY-CLOSING                        04070001
040800           UNTIL EOF-FLAG = 'YES'                                 04080001
040900         CLOSE CATEGORY-ACTUALS-FILE                              04090001
041000     END-IF                                                       04100001
041100     .                                                            04110001
041200                                                                  04120001
041300 310-READ-CATEGORY-ACTUAL.                                        04130001
041400     READ CATEGORY-ACTUALS-FILE                                   04140001
041500         AT END                                                   04150001
041600             MOVE 'YES' TO EOF-FLAG                               04160001
041700     END-READ                                                     04170001
041800     .                                                            04180001
041900                                                                  04190001
042000 320-FIND-LAST-RUN-DATE.                                          04200001
042100     MOVE CA-RUN-DATE (1:6) TO WS-REC-MONTH                       04210001
042200     PERFORM 330-CHECK-LAST-RUN-DATE                              04220001
042300       VARYING WS-MON-SUB FROM 1 BY 1                             04230001
042400       UNTIL WS-MON-SUB > 3                                       04240001
042500     PERFORM 310-READ-CATEGORY-ACTUAL                             04250001
042600     .                                                            04260001
042700                                                                  04270001
042800 330-CHECK-LAST-RUN-DATE.                                         04280001
042900     IF WS-REC-MONTH = MC-MONTH (WS-MON-SUB)                      04290001
043000         AND CA-RUN-DATE > MC-CAT-DATE (WS-MON-SUB)               04300001
043100         MOVE CA-RUN-DATE TO MC-CAT-DATE (WS-MON-SUB)             04310001
043200     END-IF                                                       04320001
043300     .                                                            04330001
043400                                                                  04340001
043500 340-POST-CATEGORY-CLOSING.                                       04350001
043600     PERFORM 345-MATCH-CLOSING-DATE                               04360001
043700       VARYING WS-MON-SUB FROM 1 BY 1                             04370001
043800       UNTIL WS-MON-SUB > 3                                       04380001
043900     PERFORM 310-READ-CATEGORY-ACTUAL                             04390001
044000     .                                                            04400001
044100                                                                  04410001
044200 345-MATCH-CLOSING-DATE.                                          04420001
044300     IF CA-RUN-DATE = MC-CAT-DATE (WS-MON-SUB)                    04430001
044400         AND MC-CAT-DATE (WS-MON-SUB) > ZERO                      04440001
044500         MOVE CA-CATEGORY TO WS-FIND-CATEGORY                     04450001
044600         PERFORM 350-FIND-CATEGORY                                04460001
044700         IF WS-CAT-HIT-SUB > ZERO                                 04470001
044800             ADD CA-INV-PRICE TO                                  04480001
044900                 CT-CLOSING-VALUE (WS-CAT-HIT-SUB WS-MON-SUB)     04490001
045000         END-IF                                                   04500001
045100     END-IF                                                       04510001
045200     .                                                            04520001
045300                                                                  04530001
045400 350-FIND-CATEGORY.                                               04540001
045500     MOVE ZERO TO WS-CAT-HIT-SUB                                  04550001
045600     PERFORM 360-MATCH-CATEGORY                                   04560001
045700       VARYING WS-CAT-SUB FROM 1 BY 1                             04570001
045800       UNTIL WS-CAT-SUB > WS-CAT-COUNT                            04580001
045900     IF WS-CAT-HIT-SUB = ZERO                                     04590001
046000         IF WS-CAT-COUNT < 50                                     04600001
046100             ADD 1 TO WS-CAT-COUNT                                04610001
046200             MOVE WS-CAT-COUNT TO WS-CAT-HIT-SUB                  04620001
046300             MOVE WS-FIND-CATEGORY TO                             04630001
046400                 CT-CATEGORY (WS-CAT-HIT-SUB)                     04640001
046500             PERFORM 370-CLEAR-CATEGORY-CELL                      04650001
046600               VARYING WS-SUB FROM 1 BY 1                         04660001
046700               UNTIL WS-SUB > 3                                   04670001
046800         ELSE                                                     04680001
046900             DISPLAY 'CATEGORY TABLE FULL, CATEGORY '             04690001
047000                 WS-FIND-CATEGORY ' LEFT OUT'                     04700001
047100             MOVE 16 TO RETURN-CODE                               04710001
047200         END-IF                                                   04720001
047300     END-IF                                                       04730001
047400     .                                                            04740001
047500                                                                  04750001
047600 360-MATCH-CATEGORY.                                              04760001
047700     IF CT-CATEGORY (WS-CAT-SUB) = WS-FIND-CATEGORY               04770001
047800         MOVE WS-CAT-SUB TO WS-CAT-HIT-SUB                        04780001
047900     END-IF                                                       04790001
048000     .                                                            04800001
048100                                                                  04810001
048200 370-CLEAR-CATEGORY-CELL.                                         04820001
048300     MOVE ZERO TO CT-CLOSING-VALUE (WS-CAT-HIT-SUB WS-SUB)        04830001
048400     MOVE ZERO TO CT-PURCHASES (WS-CAT-HIT-SUB WS-SUB)            04840001
048500     .                                                            04850001
048600                                                                  04860001
048700*****************************************************             04870001
048800*   PURCHASES ARE EVERY RECEIPT LINE POSTED IN THE  *             04880001
048900*   STATEMENT MONTH OR THE ONE BEFORE, AT THE       *             04890001
049000*   INVOICE PRICE.  THE CATEGORY COMES FROM THE     *             04900001
049100*   MASTER; AN ITEM SINCE DELETED IS SHOWN APART    *             04910001
049200*****************************************************             04920001
049300 400-LOAD-PURCHASES.                                              04930001
049400     OPEN INPUT SUPPLIER-PERF-FILE                                04940001
049500     IF WS-SUPHST-STATUS NOT = '00'                               04950001
049600         DISPLAY 'SUPPLIER HISTORY NOT AVAILABLE, STATUS = '      04960001
049700             WS-SUPHST-STATUS ', PURCHASES TAKEN AS ZERO'         04970001
049800         MOVE 4 TO RETURN-CODE                                    04980001
049900     ELSE                                                         04990001
050000         MOVE 'NO' TO EOF-FLAG                                    05000001
050100         PERFORM 410-READ-SUPPLIER-HIST                           05010001
050200         PERFORM 420-POST-PURCHASE                                05020001
050300           UNTIL EOF-FLAG = 'YES'                                 05030001
050400         CLOSE SUPPLIER-PERF-FILE                                 05040001
050500     END-IF                                                       05050001
050600     .                                                            05060001
050700                                                                  05070001
050800 410-READ-SUPPLIER-HIST.                                          05080001
050900     READ SUPPLIER-PERF-FILE                                      05090001
051000         AT END                                                   05100001
051100             MOVE 'YES' TO EOF-FLAG                               05110001
051200     END-READ                                                     05120001
051300     .                                                            05130001
051400                                                                  05140001
051500 420-POST-PURCHASE.                                               05150001
051600     MOVE SF-RECEIPT-DATE (1:6) TO WS-REC-MONTH                   05160001
051700     IF WS-REC-MONTH = MC-MONTH (2)                               05170001
051800         OR WS-REC-MONTH = MC-MONTH (3)                           05180001
051900         IF WS-REC-MONTH = MC-MONTH (3)                           05190001
052000             MOVE 3 TO WS-MON-SUB                                 05200001
052100         ELSE                                                     05210001
052200             MOVE 2 TO WS-MON-SUB                                 05220001
052300         END-IF                                                   05230001
052400         COMPUTE WS-PURCHASE-AMOUNT ROUNDED =                     05240001
052500             SF-RECEIVED-QTY * SF-INVOICE-PRICE                   05250001
052600         ADD WS-PURCHASE-AMOUNT TO MC-PURCHASES (WS-MON-SUB)      05260001
052700         MOVE SF-ITEM-NAME TO FR-ITEM-NAME                        05270001
052800         READ FRIDGE                                              05280001
052900             INVALID KEY                                          05290001
053000                 MOVE 'NOT ON FILE' TO WS-FIND-CATEGORY           05300001
053100             NOT INVALID KEY                                      05310001
053200                 MOVE FR-CATEGORY TO WS-FIND-CATEGORY             05320001
053300         END-READ                                                 05330001
053400         PERFORM 350-FIND-CATEGORY                                05340001
053500         IF WS-CAT-HIT-SUB > ZERO                                 05350001
053600             ADD WS-PURCHASE-AMOUNT TO                            05360001
053700                 CT-PURCHASES (WS-CAT-HIT-SUB WS-MON-SUB)         05370001
053800         END-IF                                                   05380001
053900     END-IF                                                       05390001
054000     PERFORM 410-READ-SUPPLIER-HIST                               05400001
054100     .                                                            05410001
054200                                                                  05420001
054300 450-LOAD-REVENUE.                                                05430001
054400     OPEN INPUT REVENUE-FILE                                      05440001
054500     IF WS-REVENU-STATUS NOT = '00'                               05450001
054600         DISPLAY 'REVENUE FILE NOT AVAILABLE, STATUS = '          05460001
054700             WS-REVENU-STATUS ', NO FOOD-COST PERCENT'            05470001
054800         MOVE 4 TO RETURN-CODE                                    05480001
054900     ELSE                                                         05490001
055000         MOVE 'NO' TO EOF-FLAG                                    05500001
055100         PERFORM 455-READ-REVENUE                                 05510001
055200         PERFORM 460-POST-REVENUE                                 05520001
055300           UNTIL EOF-FLAG = 'YES'                                 05530001
055400         CLOSE REVENUE-FILE                                       05540001
055500     END-IF                                                       05550001
055600     .                                                            05560001
055700                                                                  05570001
055800 455-READ-REVENUE.                                                05580001
055900     READ REVENUE-FILE                                            05590001
056000         AT END                                                   05600001
056100             MOVE 'YES' TO EOF-FLAG                               05610001
056200     END-READ                                                     05620001
056300     .                                                            05630001
056400                                                                  05640001
056500 460-POST-REVENUE.                                                05650001
056600     PERFORM 465-MATCH-REVENUE-MONTH                              05660001
056700       VARYING WS-MON-SUB FROM 2 BY 1                             05670001
056800       UNTIL WS-MON-SUB > 3                                       05680001
056900     PERFORM 455-READ-REVENUE                                     05690001
057000     .                                                            05700001
057100                                                                  05710001
057200 465-MATCH-REVENUE-MONTH.                                         05720001
057300     IF RV-MONTH = MC-MONTH (WS-MON-SUB)                          05730001
057400         AND RV-SALES-REVENUE NUMERIC                             05740001
057500         MOVE RV-SALES-REVENUE TO MC-REVENUE (WS-MON-SUB)         05750001
057600         MOVE 'YES' TO MC-REVENUE-FOUND (WS-MON-SUB)              05760001
057700         IF RV-TARGET-PCT NUMERIC                                 05770001
057800             AND RV-TARGET-PCT > ZERO                             05780001
057900             MOVE RV-TARGET-PCT TO MC-TARGET-PCT (WS-MON-SUB)     05790001
058000         ELSE                                                     05800001
058100             MOVE WS-DEFAULT-TARGET-PCT TO                        05810001
058200                 MC-TARGET-PCT (WS-MON-SUB)                       05820001
058300         END-IF                                                   05830001
058400     END-IF                                                       05840001
058500     .                                                            05850001
058600                                                                  05860001
058700*****************************************************             05870001
058800*   A MONTH CLOSED BEFORE ITS CLOSING VALUE WAS     *             05880001
058900*   KEPT TAKES THE SUM OF ITS LAST CATEGORY LINES   *             05890001
059000*****************************************************             05900001
059100 470-FILL-LEGACY-CLOSINGS.                                        05910001
059200     PERFORM 475-FILL-ONE-CLOSING                                 05920001
059300       VARYING WS-MON-SUB FROM 1 BY 1                             05930001
059400       UNTIL WS-MON-SUB > 3                                       05940001
059500     .                                                            05950001
059600                                                                  05960001
059700 475-FILL-ONE-CLOSING.                                            05970001
059800     IF MC-VALUE-KNOWN (WS-MON-SUB) = 'NO'                        05980001
059900         AND MC-CAT-DATE (WS-MON-SUB) > ZERO                      05990001
060000         MOVE ZERO TO MC-CLOSING-VALUE (WS-MON-SUB)               06000001
060100         PERFORM 480-ADD-CATEGORY-CLOSING                         06010001
060200           VARYING WS-CAT-SUB FROM 1 BY 1                         06020001
060300           UNTIL WS-CAT-SUB > WS-CAT-COUNT                        06030001
060400         MOVE 'YES' TO MC-VALUE-KNOWN (WS-MON-SUB)                06040001
060500     END-IF                                                       06050001
060600     .                                                            06060001
060700                                                                  06070001
060800 480-ADD-CATEGORY-CLOSING.                                        06080001
060900     ADD CT-CLOSING-VALUE (WS-CAT-SUB WS-MON-SUB) TO              06090001
061000         MC-CLOSING-VALUE (WS-MON-SUB)                            06100001
061100     .                                                            06110001
061200                                                                  06120001
061300*****************************************************             06130001
061400*   ONE LINE PER CATEGORY, THEN THE CATEGORY TOTAL  *             06140001
061500*****************************************************             06150001
061600 500-PRINT-CATEGORY-SECTION.                                      06160001
061700     MOVE 'COST OF GOODS USED BY CATEGORY' TO SH-SECTION-TITLE    06170001
061800     PERFORM 810-PRINT-SECTION-HEADING                            06180001
061900     INITIALIZE WS-CT-TOTALS                                      06190001
062000     PERFORM 510-PRINT-CATEGORY-LINE                              06200001
062100       VARYING WS-CAT-SUB FROM 1 BY 1                             06210001
062200       UNTIL WS-CAT-SUB > WS-CAT-COUNT                            06220001
062300     MOVE SPACES TO WS-COGS-LINE                                  06230001
062400     MOVE 'CATEGORY TOT' TO CL-CATEGORY                           06240001
062500     MOVE WS-CT-TOTAL-OPENING TO CL-OPENING                       06250001
062600     MOVE WS-CT-TOTAL-PURCHASES TO CL-PURCHASES                   06260001
062700     MOVE WS-CT-TOTAL-CLOSING TO CL-CLOSING                       06270001
062800     MOVE WS-CT-TOTAL-COGS TO CL-COGS                             06280001
062900     MOVE WS-CT-TOTAL-PRIOR TO CL-PRIOR-COGS                      06290001
063000     WRITE COGS-PRINT-REC FROM WS-COGS-LINE                       06300001
063100       AFTER ADVANCING 2 LINES                                    06310001
063200     END-WRITE                                                    06320001
063300     .                                                            06330001
063400                                                                  06340001
063500 510-PRINT-CATEGORY-LINE.                                         06350001
063600     MOVE SPACES TO WS-COGS-LINE                                  06360001
063700     MOVE CT-CATEGORY (WS-CAT-SUB) TO CL-CATEGORY                 06370001
063800     MOVE CT-CLOSING-VALUE (WS-CAT-SUB 2) TO WS-OPENING           06380001
063900     MOVE CT-PURCHASES (WS-CAT-SUB 3) TO WS-PURCHASES             06390001
064000     MOVE CT-CLOSING-VALUE (WS-CAT-SUB 3) TO WS-CLOSING           06400001
064100     COMPUTE WS-COGS = WS-OPENING + WS-PURCHASES - WS-CLOSING     06410001
064200     COMPUTE WS-PRIOR-COGS =                                      06420001
064300         CT-CLOSING-VALUE (WS-CAT-SUB 1)                          06430001
064400         + CT-PURCHASES (WS-CAT-SUB 2)                            06440001
064500         - CT-CLOSING-VALUE (WS-CAT-SUB 2)                        06450001
064600     ADD WS-OPENING TO WS-CT-TOTAL-OPENING                        06460001
064700     ADD WS-PURCHASES TO WS-CT-TOTAL-PURCHASES                    06470001
064800     ADD WS-CLOSING TO WS-CT-TOTAL-CLOSING                        06480001
064900     ADD WS-COGS TO WS-CT-TOTAL-COGS                              06490001
065000     ADD WS-PRIOR-COGS TO WS-CT-TOTAL-PRIOR                       06500001
065100     PERFORM 820-PRINT-COGS-LINE                                  06510001
065200     .                                                            06520001
065300                                                                  06530001
065400*****************************************************             06540001
065500*   THE OVERALL FIGURES COME FROM THE MONTH-HISTORY *             06550001
065600*   CLOSING VALUES; ANY GAP AGAINST THE CATEGORY    *             06560001
065700*   TOTAL IS SHOWN AS UNALLOCATED RATHER THAN       *             06570001
065800*   FORCED INTO A CATEGORY                          *             06580001
065900*****************************************************             06590001
066000 600-PRINT-OVERALL-SECTION.                                       06600001
066100     MOVE 'COST OF GOODS USED - OVERALL' TO SH-SECTION-TITLE      06610001
066200     PERFORM 810-PRINT-SECTION-HEADING                            06620001
066300     MOVE SPACES TO WS-COGS-LINE                                  06630001
066400     MOVE 'ALL ITEMS' TO CL-CATEGORY                              06640001
066500     MOVE MC-CLOSING-VALUE (2) TO WS-OPENING                      06650001
066600     MOVE MC-PURCHASES (3) TO WS-PURCHASES                        06660001
066700     MOVE MC-CLOSING-VALUE (3) TO WS-CLOSING                      06670001
066800     COMPUTE WS-COGS = WS-OPENING + WS-PURCHASES - WS-CLOSING     06680001
066900     COMPUTE WS-PRIOR-COGS = MC-CLOSING-VALUE (1)                 06690001
067000         + MC-PURCHASES (2) - MC-CLOSING-VALUE (2)                06700001
067100     IF MC-VALUE-KNOWN (2) = 'NO'                                 06710001
067200         MOVE 'NO OPENING ON FILE' TO CL-REMARK                   06720001
067300         MOVE 4 TO RETURN-CODE                                    06730001
067400     END-IF                                                       06740001
067500     PERFORM 820-PRINT-COGS-LINE                                  06750001
067600     MOVE SPACES TO WS-COGS-LINE                                  06760001
067700     MOVE 'UNALLOCATED' TO CL-CATEGORY                            06770001
067800     COMPUTE WS-OPENING = WS-OPENING - WS-CT-TOTAL-OPENING        06780001
067900     COMPUTE WS-PURCHASES =                                       06790001
068000         WS-PURCHASES - WS-CT-TOTAL-PURCHASES                     06800001
068100     COMPUTE WS-CLOSING = WS-CLOSING - WS-CT-TOTAL-CLOSING        06810001
068200     COMPUTE WS-COGS = WS-OPENING + WS-PURCHASES - WS-CLOSING     06820001
068300     COMPUTE WS-PRIOR-COGS = WS-PRIOR-COGS - WS-CT-TOTAL-PRIOR    06830001
068400     PERFORM 820-PRINT-COGS-LINE                                  06840001
068500     .                                                            06850001
068600                                                                  06860001
068700*****************************************************             06870001
068800*   FOOD COST PERCENT IS COST OF GOODS USED OVER    *             06880001
068900*   SALES REVENUE; VARIANCES ARE IN PERCENTAGE      *             06890001
069000*   POINTS, POSITIVE MEANING OVER TARGET OR WORSE   *             06900001
069100*   THAN LAST MONTH                                 *             06910001
069200*****************************************************             06920001
069300 700-PRINT-FOOD-COST-SECTION.                                     06930001
069400     COMPUTE WS-COGS = MC-CLOSING-VALUE (2) + MC-PURCHASES (3)    06940001
069500         - MC-CLOSING-VALUE (3)                                   06950001
069600     COMPUTE WS-PRIOR-COGS = MC-CLOSING-VALUE (1)                 06960001
069700         + MC-PURCHASES (2) - MC-CLOSING-VALUE (2)                06970001
069800     MOVE 'FOOD COST' TO SH-SECTION-TITLE                         06980001
069900     PERFORM 810-PRINT-SECTION-HEADING                            06990001
070000     WRITE COGS-PRINT-REC FROM WS-FOOD-COST-HEADING               07000001
070100       AFTER ADVANCING 2 LINES                                    07010001
070200     END-WRITE                                                    07020001
070300     MOVE 'COST OF GOODS USED' TO AL-LABEL                        07030001
070400     MOVE WS-COGS TO AL-CURRENT                                   07040001
070500     MOVE WS-PRIOR-COGS TO AL-PRIOR                               07050001
070600     PERFORM 830-PRINT-AMOUNT-LINE                                07060001
070700     MOVE 'SALES REVENUE' TO AL-LABEL                             07070001
070800     MOVE MC-REVENUE (3) TO AL-CURRENT                            07080001
070900     MOVE MC-REVENUE (2) TO AL-PRIOR                              07090001
071000     PERFORM 830-PRINT-AMOUNT-LINE                                07100001
071100     IF MC-REVENUE-FOUND (3) = 'NO'                               07110001
071200         OR MC-REVENUE (3) NOT > ZERO                             07120001
071300         MOVE SPACES TO WS-PERCENT-LINE                           07130001
071400         MOVE 'FOOD COST PERCENT' TO PL-LABEL                     07140001
071500         MOVE ZERO TO PL-CURRENT                                  07150001
071600         MOVE 'NO REVENUE FOR THE MONTH' TO PL-REMARK             07160001
071700         PERFORM 840-PRINT-PERCENT-LINE                           07170001
071800         MOVE 4 TO RETURN-CODE                                    07180001
071900     ELSE                                                         07190001
072000         COMPUTE WS-FOOD-COST-PCT ROUNDED =                       07200001
072100             WS-COGS * 100 / MC-REVENUE (3)                       07210001
072200         MOVE SPACES TO WS-PERCENT-LINE                           07220001
072300         MOVE 'FOOD COST PERCENT' TO PL-LABEL                     07230001
072400         MOVE WS-FOOD-COST-PCT TO PL-CURRENT                      07240001
072500         IF MC-REVENUE-FOUND (2) = 'YES'                          07250001
072600             AND MC-REVENUE (2) > ZERO                            07260001
072700             COMPUTE WS-PRIOR-FOOD-COST-PCT ROUNDED =             07270001
072800                 WS-PRIOR-COGS * 100 / MC-REVENUE (2)             07280001
072900             MOVE WS-PRIOR-FOOD-COST-PCT TO PL-PRIOR              07290001
073000         ELSE                                                     07300001
073100             MOVE 'NO PRIOR REVENUE' TO PL-REMARK                 07310001
073200         END-IF                                                   07320001
073300         PERFORM 840-PRINT-PERCENT-LINE                           07330001
073400         MOVE SPACES TO WS-PERCENT-LINE                           07340001
073500         MOVE 'TARGET PERCENT' TO PL-LABEL                        07350001
073600         MOVE MC-TARGET-PCT (3) TO PL-CURRENT                     07360001
073700         PERFORM 840-PRINT-PERCENT-LINE                           07370001
073800         MOVE SPACES TO WS-PERCENT-LINE                           07380001
073900         MOVE 'POINTS OVER (UNDER) TARGET' TO PL-LABEL            07390001
074000         COMPUTE WS-POINTS =                                      07400001
074100             WS-FOOD-COST-PCT - MC-TARGET-PCT (3)                 07410001
074200         MOVE WS-POINTS TO PL-CURRENT                             07420001
074300         IF WS-POINTS > ZERO                                      07430001
074400             MOVE 'OVER TARGET' TO PL-REMARK                      07440001
074500         END-IF                                                   07450001
074600         PERFORM 840-PRINT-PERCENT-LINE                           07460001
074700         IF MC-REVENUE-FOUND (2) = 'YES'                          07470001
074800             AND MC-REVENUE (2) > ZERO                            07480001
074900             MOVE SPACES TO WS-PERCENT-LINE                       07490001
075000             MOVE 'POINTS CHANGE FROM PRIOR' TO PL-LABEL          07500001
075100             COMPUTE WS-POINTS =                                  07510001
075200                 WS-FOOD-COST-PCT - WS-PRIOR-FOOD-COST-PCT        07520001
075300             MOVE WS-POINTS TO PL-CURRENT                         07530001
075400             PERFORM 840-PRINT-PERCENT-LINE                       07540001
075500         END-IF                                                   07550001
075600     END-IF                                                       07560001
075700     .                                                            07570001
075800                                                                  07580001
075900 800-PRINT-HEADINGS.                                              07590001
076000     MOVE WS-STMT-MONTH TO CH-STMT-MONTH                          07600001
076100     MOVE WS-DATE-8 TO CH-RUN-DATE                                07610001
076200     WRITE COGS-PRINT-REC FROM WS-COGS-HEADING                    07620001
076300       AFTER ADVANCING PAGE                                       07630001
076400     END-WRITE                                                    07640001
076500     .                                                            07650001
076600                                                                  07660001
076700 810-PRINT-SECTION-HEADING.                                       07670001
076800     WRITE COGS-PRINT-REC FROM WS-SECTION-HEADING                 07680001
076900       AFTER ADVANCING 3 LINES                                    07690001
077000     END-WRITE                                                    07700001
077100     IF SH-SECTION-TITLE NOT = 'FOOD COST'                        07710001
077200         WRITE COGS-PRINT-REC FROM WS-COGS-COLUMN-HEADING         07720001
077300           AFTER ADVANCING 2 LINES                                07730001
077400         END-WRITE                                                07740001
077500     END-IF                                                       07750001
077600     .                                                            07760001
077700                                                                  07770001
077800 820-PRINT-COGS-LINE.                                             07780001
077900     MOVE WS-OPENING TO CL-OPENING                                07790001
078000     MOVE WS-PURCHASES TO CL-PURCHASES                            07800001
078100     MOVE WS-CLOSING TO CL-CLOSING                                07810001
078200     MOVE WS-COGS TO CL-COGS                                      07820001
078300     MOVE WS-PRIOR-COGS TO CL-PRIOR-COGS                          07830001
078400     WRITE COGS-PRINT-REC FROM WS-COGS-LINE                       07840001
078500       AFTER ADVANCING 1 LINE                                     07850001
078600     END-WRITE                                                    07860001
078700     .                                                            07870001
078800                                                                  07880001
078900 830-PRINT-AMOUNT-LINE.                                           07890001
079000     WRITE COGS-PRINT-REC FROM WS-AMOUNT-LINE                     07900001
079100       AFTER ADVANCING 1 LINE                                     07910001
079200     END-WRITE                                                    07920001
079300     .                                                            07930001
079400                                                                  07940001
079500 840-PRINT-PERCENT-LINE.                                          07950001
079600     WRITE COGS-PRINT-REC FROM WS-PERCENT-LINE                    07960001
079700       AFTER ADVANCING 1 LINE                                     07970001
079800     END-WRITE                                                    07980001
079900     .                                                            07990001
080000                                                                  08000001
080100 850-GET-DATE.                                                    08010001
080200     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          08020001
080300     .                                                            08030001
