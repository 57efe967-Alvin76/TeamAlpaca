000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    GLRECON.                                          00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*MONTH-END INVENTORY SUBLEDGER TO GENERAL LEDGER    *             00090001
001000*RECONCILIATION - PROVES THE LEDGER'S INVENTORY     *             00100001
001100*CONTROL BALANCE (OFF FINANCE'S TRIAL-BALANCE       *             00110001
001200*EXTRACT) AGAINST THREE THINGS: THE MONTH'S OWN GL  *             00120001
001300*JOURNAL EXTRACT LINES, THE MONTH-HISTORY CLOSING   *             00130001
001400*VALUE, AND THE FRIDGE TRAILER CONTROL TOTAL.  EACH *             00140001
001500*DIFFERENCE IS SPLIT BY SOURCE - RECEIPTS, WASTE,   *             00150001
001600*VALUATION CHANGES, DONATIONS AND MANUAL ENTRIES    *             00160001
001700*KEYED IN THE LEDGER OUTSIDE THE EXTRACT - PLUS THE *             00170001
001800*DIFFERENCE CARRIED IN FROM LAST MONTH AND ANY GAP  *             00180001
001900*BETWEEN WHAT THE EXTRACT BOOKED AND WHAT THE       *             00190001
002000*SUBLEDGER MOVED, SO EACH COLUMN ADDS UP TO ITS     *             00200001
002100*TOTAL.  THE MONTH COMES FROM SYSIN (YYYYMM) OR     *             00210001
002200*DEFAULTS TO THE MONTH BEFORE THE RUN DATE, AND     *             00220001
002300*MUST ALREADY BE CLOSED                             *             00230001
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
004600     SELECT GL-MAP-MASTER          ASSIGN TO MYGLMAP              00460001
004700         ORGANIZATION IS INDEXED                                  00470001
004800         ACCESS MODE IS RANDOM                                    00480001
004900         RECORD KEY IS GM-CATEGORY-CODE                           00490001
005000         FILE STATUS IS WS-GLMAP-STATUS.                          00500001
005100     SELECT MONTH-HISTORY-FILE     ASSIGN TO MYMTHHST             00510001
005200         FILE STATUS IS WS-MTHHST-STATUS.                         00520001
005300     SELECT TRIAL-BALANCE-FILE     ASSIGN TO MYTRLBAL             00530001
005400         FILE STATUS IS WS-TRLBAL-STATUS.                         00540001
005500     SELECT GL-JOURNAL-HISTORY-FILE ASSIGN TO MYGLHIST            00550001
005600         FILE STATUS IS WS-GLHIST-STATUS.                         00560001
005700     SELECT RECON-PRINT-FILE       ASSIGN TO MYGLRCRP.            00570001
005800                                                                  00580001
005900 DATA DIVISION.                                                   00590001
006000 FILE SECTION.                                                    00600001
006100                                                                  00610001
006200 FD  FRIDGE                                                       00620001
006300     RECORDING MODE IS F.                                         00630001
006400     COPY FRIDGEREC.                                              00640001
006500 01  FRIDGE-TRAILER-REC REDEFINES FRIDGE-REC.                     00650001
006600     10  FILLER                    PIC X(43).                     00660001
006700     10  FT-RECORD-TYPE            PIC X(01).                     00670001
006800     10  FT-RECORD-COUNT           PIC 9(05).                     00680001
006900     10  FT-CONTROL-TOTAL-PRICE   PIC 9(07)V99.                   00690001
007000     10  FT-CONTROL-TOTAL-WASTE   PIC 9(07)V99.                   00700001
007100     10  FILLER                    PIC X(33).                     00710001
007200                                                                  00720001
007300 FD  GL-MAP-MASTER.                                               00730001
007400     COPY GLMAP.                                                  00740001
007500                                                                  00750001
007600 FD  MONTH-HISTORY-FILE                                           00760001
007700     RECORDING MODE IS F.                                         00770001
007800     COPY MTHHIST.                                                00780001
007900                                                                  00790001
008000 FD  TRIAL-BALANCE-FILE                                           00800001
008100     RECORDING MODE IS F.                                         00810001
008200     COPY TRIALBAL.                                               00820001
008300                                                                  00830001
008400 FD  GL-JOURNAL-HISTORY-FILE                                      00840001
008500     RECORDING MODE IS F.                                         00850001
008600     COPY GLJRNL.                                                 00860001
008700                                                                  00870001
008800 FD  RECON-PRINT-FILE                                             00880001
008900     RECORDING MODE IS F.                                         00890001
009000 01  RECON-PRINT-REC.                                             00900001
009100     10  FILLER                    PIC X(132).                    00910001
009200                                                                  00920001
009300 WORKING-STORAGE SECTION.                                         00930001
009400                                                                  00940001
009500 01  WS-COUNTERS-FLAGS.                                           00950001
009600     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00960001
009700     10  WS-SRC-SUB                PIC S9(04) COMP VALUE ZERO.    00970001
009800     10  WS-SRC-HIT                PIC S9(04) COMP VALUE ZERO.    00980001
009900     10  WS-JB-SUB                 PIC S9(04) COMP VALUE ZERO.    00990001
010000     10  WS-JB-HIT                 PIC S9(04) COMP VALUE ZERO.    01000001
010100     10  WS-JB-COUNT               PIC S9(04) COMP VALUE ZERO.    01010001
010200     10  WS-FIND-SOURCE            PIC X(08) VALUE SPACES.        01020001
010300     10  WS-BATCH-OPEN             PIC X(03) VALUE 'NO'.          01030001
010400                                                                  01040001
010500 01  WS-VALIDATION-FLAGS.                                         01050001
010600     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        01060001
010700     10  WS-GLMAP-STATUS           PIC X(02) VALUE SPACES.        01070001
010800     10  WS-MTHHST-STATUS          PIC X(02) VALUE SPACES.        01080001
010900     10  WS-TRLBAL-STATUS          PIC X(02) VALUE SPACES.        01090001
011000     10  WS-GLHIST-STATUS          PIC X(02) VALUE SPACES.        01100001
011100                                                                  01110001
011200 01  WS-SITE-CONTROL.                                             01120001
011300     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    01130001
011400                                                                  01140001
011500 01  WS-DATE-FIELDS.                                              01150001
011600     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01160001
011700     10  WS-RECON-MONTH            PIC 9(06) VALUE ZERO.          01170001
011800     10  WS-PRIOR-MONTH            PIC 9(06) VALUE ZERO.          01180001
011900     10  WS-POST-MONTH             PIC 9(06) VALUE ZERO.          01190001
012000     10  WS-WORK-MONTH             PIC 9(06) VALUE ZERO.          01200001
012100     10  WS-WORK-YYYY              PIC 9(04) VALUE ZERO.          01210001
012200     10  WS-WORK-MM                PIC 9(02) VALUE ZERO.          01220001
012300                                                                  01230001
012400 01  WS-RECON-PARM-CARD.                                          01240001
012500     10  PC-RECON-MONTH            PIC 9(06).                     01250001
012600     10  FILLER                    PIC X(74).                     01260001
012700                                                                  01270001
012800 01  WS-RECON-BALANCES.                                           01280001
012900     10  WS-INVENTORY-ACCT         PIC X(08) VALUE SPACES.        01290001
013000     10  WS-TB-FOUND               PIC X(03) VALUE 'NO'.          01300001
013100     10  WS-GL-OPENING             PIC S9(11)V99 VALUE ZERO.      01310001
013200     10  WS-GL-CLOSING             PIC S9(11)V99 VALUE ZERO.      01320001
013300     10  WS-GL-ACTIVITY            PIC S9(11)V99 VALUE ZERO.      01330001
013400     10  WS-MONTH-CLOSED           PIC X(03) VALUE 'NO'.          01340001
013500     10  WS-PRIOR-KNOWN            PIC X(03) VALUE 'NO'.          01350001
013600     10  WS-SUB-OPENING            PIC S9(11)V99 VALUE ZERO.      01360001
013700     10  WS-SUB-CLOSING            PIC S9(11)V99 VALUE ZERO.      01370001
013800     10  WS-TRAILER-VALUE          PIC S9(11)V99 VALUE ZERO.      01380001
013900     10  WS-EXT-MONTH-TOTAL        PIC S9(11)V99 VALUE ZERO.      01390001
014000     10  WS-EXT-POST-TOTAL         PIC S9(11)V99 VALUE ZERO.      01400001
014100     10  WS-LEG-AMOUNT             PIC S9(11)V99 VALUE ZERO.      01410001
014200     10  WS-TB-GAP                 PIC S9(11)V99 VALUE ZERO.      01420001
014300     10  WS-DIFF-EXTRACT           PIC S9(11)V99 VALUE ZERO.      01430001
014400     10  WS-DIFF-CLOSE             PIC S9(11)V99 VALUE ZERO.      01440001
014500     10  WS-DIFF-TRAILER           PIC S9(11)V99 VALUE ZERO.      01450001
014600                                                                  01460001
014700*****************************************************             01470001
014800*   ONE ROW PER SOURCE OF INVENTORY CONTROL         *             01480001
014900*   POSTINGS: THE FOUR THE EXTRACT WRITES, THEN     *             01490001
015000*   EVERYTHING ELSE, WHICH CAN ONLY HAVE BEEN KEYED *             01500001
015100*   IN THE LEDGER.  GL ACTIVITY IS THE MONTH'S; THE *             01510001
015200*   EXTRACT IS SPLIT INTO THE MONTH AND THE DAYS    *             01520001
015300*   SINCE, WHICH THE FRIDGE TRAILER ALREADY HOLDS   *             01530001
015400*****************************************************             01540001
015500 01  WS-SOURCE-TABLE.                                             01550001
015600     10  WS-SR-ENTRY OCCURS 5 TIMES.                              01560001
015700         15  SR-SOURCE-CODE        PIC X(08).                     01570001
015800         15  SR-LABEL              PIC X(30).                     01580001
015900         15  SR-GL-ACTIVITY        PIC S9(11)V99.                 01590001
016000         15  SR-EXT-MONTH          PIC S9(11)V99.                 01600001
016100         15  SR-EXT-POST           PIC S9(11)V99.                 01610001
016200                                                                  01620001
016300*****************************************************             01630001
016400*   THE GL JOURNAL HISTORY HOLDS EVERY EXTRACT RUN, *             01640001
016500*   EACH CLOSED BY ITS H CONTROL LINE.  A RERUN FOR *             01650001
016600*   THE SAME DAY REPLACES THE EARLIER RUN'S FIGURES *             01660001
016700*   HERE, SINCE FINANCE ONLY LOADS THE LAST ONE     *             01670001
016800*****************************************************             01680001
016900 01  WS-BATCH-AMOUNTS.                                            01690001
017000     10  WS-BT-AMOUNT              PIC S9(11)V99                  01700001
017100                                   OCCURS 5 TIMES.                01710001
017200                                                                  01720001
017300 01  WS-BATCH-DATE-TABLE.                                         01730001
017400     10  WS-JB-ENTRY OCCURS 100 TIMES.                            01740001
017500         15  JB-POST-DATE          PIC 9(08).                     01750001
017600         15  JB-AMOUNT             PIC S9(11)V99                  01760001
017700                                   OCCURS 5 TIMES.                01770001
017800                                                                  01780001
017900 01  WS-RECON-HEADING.                                            01790001
018000     10  FILLER                    PIC X(02) VALUE SPACES.        01800001
018100     10  FILLER                    PIC X(42) VALUE                01810001
018200         'INVENTORY SUBLEDGER TO GL RECONCILIATION  '.            01820001
018300     10  FILLER                    PIC X(07) VALUE 'MONTH: '.     01830001
018400     10  RH-RECON-MONTH            PIC 9(06).                     01840001
018500     10  FILLER                    PIC X(11) VALUE                01850001
018600         '   ACCOUNT '.                                           01860001
018700     10  RH-INVENTORY-ACCT         PIC X(08).                     01870001
018800     10  FILLER                    PIC X(09) VALUE '   DATE: '.   01880001
018900     10  RH-RUN-DATE               PIC 9(08).                     01890001
019000     10  FILLER                    PIC X(39) VALUE SPACES.        01900001
019100                                                                  01910001
019200 01  WS-SECTION-HEADING.                                          01920001
019300     10  FILLER                    PIC X(02) VALUE SPACES.        01930001
019400     10  SH-SECTION-TITLE          PIC X(40).                     01940001
019500     10  FILLER                    PIC X(90) VALUE SPACES.        01950001
019600                                                                  01960001
019700 01  WS-BALANCE-LINE.                                             01970001
019800     10  FILLER                    PIC X(02) VALUE SPACES.        01980001
019900     10  BL-LABEL                  PIC X(32).                     01990001
020000     10  FILLER                    PIC X(02) VALUE SPACES.        02000001
020100     10  BL-AMOUNT                 PIC -ZZZ,ZZZ,ZZ9.99.           02010001
020200     10  FILLER                    PIC X(02) VALUE SPACES.        02020001
020300     10  BL-REMARK                 PIC X(30).                     02030001
020400     10  FILLER                    PIC X(49) VALUE SPACES.        02040001
020500                                                                  02050001
020600 01  WS-DIFF-COLUMN-HEADING.                                      02060001
020700     10  FILLER                    PIC X(02) VALUE SPACES.        02070001
020800     10  FILLER                    PIC X(32) VALUE                02080001
020900         'SOURCE OF DIFFERENCE'.                                  02090001
021000     10  FILLER                    PIC X(02) VALUE SPACES.        02100001
021100     10  FILLER                    PIC X(15) VALUE                02110001
021200         '  GL VS EXTRACT'.                                       02120001
021300     10  FILLER                    PIC X(02) VALUE SPACES.        02130001
021400     10  FILLER                    PIC X(15) VALUE                02140001
021500         '    GL VS CLOSE'.                                       02150001
021600     10  FILLER                    PIC X(02) VALUE SPACES.        02160001
021700     10  FILLER                    PIC X(15) VALUE                02170001
021800         '  GL VS TRAILER'.                                       02180001
021900     10  FILLER                    PIC X(47) VALUE SPACES.        02190001
022000                                                                  02200001
022100 01  WS-DIFF-LINE.                                                02210001
022200     10  FILLER                    PIC X(02) VALUE SPACES.        02220001
022300     10  DL-LABEL                  PIC X(32).                     02230001
022400     10  FILLER                    PIC X(02) VALUE SPACES.        02240001
022500     10  DL-EXTRACT                PIC -ZZZ,ZZZ,ZZ9.99.           02250001
022600     10  FILLER                    PIC X(02) VALUE SPACES.        02260001
022700     10  DL-CLOSE                  PIC -ZZZ,ZZZ,ZZ9.99.           02270001
022800     10  FILLER                    PIC X(02) VALUE SPACES.        02280001
022900     10  DL-TRAILER                PIC -ZZZ,ZZZ,ZZ9.99.           02290001
023000     10  FILLER                    PIC X(47) VALUE SPACES.        02300001
023100                                                                  02310001
023200 PROCEDURE DIVISION.                                              02320001
023300                                                                  02330001
023400*****************************************************             02340001
023500*   MAIN PROGRAM ROUTINE                            *             02350001
023600*****************************************************             02360001
023700 010-START-HERE.                                                  02370001
023800     PERFORM 850-GET-DATE                                         02380001
023900     PERFORM 105-GET-RECON-MONTH                                  02390001
024000     PERFORM 110-INIT-SOURCE-TABLE                                02400001
024100     PERFORM 120-FETCH-INVENTORY-ACCOUNT                          02410001
024200     IF RETURN-CODE = ZERO                                        02420001
024300         PERFORM 200-LOAD-MONTH-HISTORY                           02430001
024400     END-IF                                                       02440001
024500     IF RETURN-CODE < 8                                           02450001
024600         PERFORM 300-LOAD-TRIAL-BALANCE                           02460001
024700     END-IF                                                       02470001
024800     IF RETURN-CODE < 8                                           02480001
024900         PERFORM 400-READ-FRIDGE-TRAILER                          02490001
025000     END-IF                                                       02500001
025100     IF RETURN-CODE < 8                                           02510001
025200         PERFORM 500-LOAD-JOURNAL-HISTORY                         02520001
025300         OPEN OUTPUT RECON-PRINT-FILE                             02530001
025400         PERFORM 800-PRINT-HEADINGS                               02540001
025500         PERFORM 600-PRINT-BALANCE-SECTION                        02550001
025600         PERFORM 700-PRINT-DIFFERENCE-SECTION                     02560001
025700         CLOSE RECON-PRINT-FILE                                   02570001
025800     END-IF                                                       02580001
025900     GOBACK                                                       02590001
026000     .                                                            02600001
026100                                                                  02610001
026200*****************************************************             02620001
026300*   RECONCILIATION MONTH FROM SYSIN, OR THE MONTH   *             02630001
026400*   BEFORE THE RUN DATE WHEN THE CARD IS BLANK OR   *             02640001
026500*   ZERO; THE PRIOR MONTH'S CLOSE IS THE OPENING    *             02650001
026600*****************************************************             02660001
026700 105-GET-RECON-MONTH.                                             02670001
026800     ACCEPT WS-RECON-PARM-CARD FROM SYSIN                         02680001
026900     IF PC-RECON-MONTH NUMERIC                                    02690001
027000         AND PC-RECON-MONTH > ZERO                                02700001
027100         MOVE PC-RECON-MONTH TO WS-RECON-MONTH                    02710001
027200     ELSE                                                         02720001
027300         COMPUTE WS-WORK-MONTH = WS-DATE-8 / 100                  02730001
027400         PERFORM 107-BACK-ONE-MONTH                               02740001
027500         MOVE WS-WORK-MONTH TO WS-RECON-MONTH                     02750001
027600     END-IF                                                       02760001
027700     MOVE WS-RECON-MONTH TO WS-WORK-MONTH                         02770001
027800     PERFORM 107-BACK-ONE-MONTH                                   02780001
027900     MOVE WS-WORK-MONTH TO WS-PRIOR-MONTH                         02790001
028000     .                                                            02800001
028100                                                                  02810001
028200 107-BACK-ONE-MONTH.                                              02820001
028300     MOVE WS-WORK-MONTH (1:4) TO WS-WORK-YYYY                     02830001
028400     MOVE WS-WORK-MONTH (5:2) TO WS-WORK-MM                       02840001
028500     IF WS-WORK-MM = 1                                            02850001
028600         SUBTRACT 1 FROM WS-WORK-YYYY                             02860001
028700         MOVE 12 TO WS-WORK-MM                                    02870001
028800     ELSE                                                         02880001
028900         SUBTRACT 1 FROM WS-WORK-MM                               02890001
029000     END-IF                                                       02900001
029100     COMPUTE WS-WORK-MONTH =                                      02910001
029200         (WS-WORK-YYYY * 100) + WS-WORK-MM                        02920001
029300     .                                                            02930001
029400                                                                  02940001
029500 110-INIT-SOURCE-TABLE.                                           02950001
029600     INITIALIZE WS-SOURCE-TABLE                                   02960001
029700     INITIALIZE WS-BATCH-AMOUNTS                                  02970001
029800     MOVE 'RECEIPTS' TO SR-SOURCE-CODE (1)                        02980001
029900     MOVE 'RECEIPTS' TO SR-LABEL (1)                              02990001
030000     MOVE 'WASTE   ' TO SR-SOURCE-CODE (2)                        03000001
030100     MOVE 'WASTE' TO SR-LABEL (2)                                 03010001
030200     MOVE 'INVCHG  ' TO SR-SOURCE-CODE (3)                        03020001
030300     MOVE 'VALUATION CHANGES' TO SR-LABEL (3)                     03030001
030400     MOVE 'DONATION' TO SR-SOURCE-CODE (4)                        03040001
030500     MOVE 'DONATIONS' TO SR-LABEL (4)                             03050001
030600     MOVE SPACES TO SR-SOURCE-CODE (5)                            03060001
030700     MOVE 'MANUAL ENTRIES OUTSIDE EXTRACT' TO SR-LABEL (5)        03070001
030800     .                                                            03080001
030900                                                                  03090001
031000*****************************************************             03100001
031100*   THE INVENTORY CONTROL ACCOUNT IS THE ONE THE    *             03110001
031200*   EXTRACT POSTS TO, OFF THE RESERVED MAP KEY      *             03120001
031300*****************************************************             03130001
031400 120-FETCH-INVENTORY-ACCOUNT.                                     03140001
031500     OPEN INPUT GL-MAP-MASTER                                     03150001
031600     IF WS-GLMAP-STATUS NOT = '00'                                03160001
031700         DISPLAY 'GL MAP MASTER OPEN FAILED, STATUS = '           03170001
031800             WS-GLMAP-STATUS                                      03180001
031900         MOVE 16 TO RETURN-CODE                                   03190001
032000     ELSE                                                         03200001
032100         MOVE 'INVENTORY ' TO GM-CATEGORY-CODE                    03210001
032200         READ GL-MAP-MASTER                                       03220001
032300             INVALID KEY                                          03230001
032400                 DISPLAY 'INVENTORY CONTROL ACCOUNT NOT '         03240001
032500                     'ON GL MAP'                                  03250001
032600                 MOVE 16 TO RETURN-CODE                           03260001
032700             NOT INVALID KEY                                      03270001
032800                 MOVE GM-GL-ACCOUNT TO WS-INVENTORY-ACCT          03280001
032900         END-READ                                                 03290001
033000         CLOSE GL-MAP-MASTER                                      03300001
033100     END-IF                                                       03310001
033200     .                                                            03320001
033300                                                                  03330001
033400*****************************************************             03340001
033500*   SUBLEDGER CLOSING AND OPENING VALUES.  THE      *             03350001
033600*   MONTH MUST HAVE BEEN CLOSED WITH ITS CLOSING    *             03360001
033700*   VALUE ON THE RECORD; WITHOUT THE PRIOR MONTH'S  *             03370001
033800*   THE OPENING DIFFERENCE CANNOT BE SPLIT OUT.  A  *             03380001
033900*   RERUN CLOSE APPENDS A SECOND LINE, SO THE LAST  *             03390001
034000*   ONE WINS                                        *             03400001
034100*****************************************************             03410001
034200 200-LOAD-MONTH-HISTORY.                                          03420001
034300     OPEN INPUT MONTH-HISTORY-FILE                                03430001
034400     IF WS-MTHHST-STATUS NOT = '00'                               03440001
034500         DISPLAY 'MONTH HISTORY OPEN FAILED, STATUS = '           03450001
034600             WS-MTHHST-STATUS                                     03460001
034700         MOVE 16 TO RETURN-CODE                                   03470001
034800     ELSE                                                         03480001
034900         MOVE 'NO' TO EOF-FLAG                                    03490001
035000         PERFORM 210-READ-MONTH-HISTORY                           03500001
035100         PERFORM 220-POST-MONTH-HISTORY                           03510001
035200           UNTIL EOF-FLAG = 'YES'                                 03520001
035300         CLOSE MONTH-HISTORY-FILE                                 03530001
035400         IF WS-MONTH-CLOSED = 'NO'                                03540001
035500             DISPLAY 'MONTH ' WS-RECON-MONTH                      03550001
035600                 ' NOT CLOSED, RUN THE MONTH-END CLOSE FIRST'     03560001
035700             MOVE 8 TO RETURN-CODE                                03570001
035800         ELSE                                                     03580001
035900             IF WS-PRIOR-KNOWN = 'NO'                             03590001
036000                 DISPLAY 'NO CLOSING VALUE FOR ' WS-PRIOR-MONTH   03600001
036100                     ', OPENING DIFFERENCE NOT SPLIT OUT'         03610001
036200                 MOVE 4 TO RETURN-CODE                            03620001
036300             END-IF                                               03630001
036400         END-IF                                                   03640001
036500     END-IF                                                       03650001
036600     .                                                            03660001
036700                                                                  03670001
036800 210-READ-MONTH-HISTORY.                                          03680001
036900     READ MONTH-HISTORY-FILE                                      03690001
037000         AT END                                                   03700001
037100             MOVE 'YES' TO EOF-FLAG                               03710001
037200     END-READ                                                     03720001
037300     .                                                            03730001
037400                                                                  03740001
037500*    MONTHS CLOSED BEFORE THE CLOSING VALUE RODE ON               03750001
037600*    THE RECORD CARRY SPACES THERE AND CANNOT BE USED             03760001
037700 220-POST-MONTH-HISTORY.                                          03770001
037800     IF MH-CLOSING-VALUE NUMERIC                                  03780001
037900         AND MH-CLOSING-DATE NUMERIC                              03790001
038000         AND MH-CLOSING-DATE > ZERO                               03800001
038100         IF MH-MONTH = WS-RECON-MONTH                             03810001
038200             MOVE MH-CLOSING-VALUE TO WS-SUB-CLOSING              03820001
038300             MOVE 'YES' TO WS-MONTH-CLOSED                        03830001
038400         END-IF                                                   03840001
038500         IF MH-MONTH = WS-PRIOR-MONTH                             03850001
038600             MOVE MH-CLOSING-VALUE TO WS-SUB-OPENING              03860001
038700             MOVE 'YES' TO WS-PRIOR-KNOWN                         03870001
038800         END-IF                                                   03880001
038900     END-IF                                                       03890001
039000     PERFORM 210-READ-MONTH-HISTORY                               03900001
039100     .                                                            03910001
039200                                                                  03920001
039300*****************************************************             03930001
039400*   THE LEDGER'S SIDE: THE CONTROL ACCOUNT'S B LINE *             03940001
039500*   FOR THE MONTH, AND ITS A LINES TOTALLED BY      *             03950001
039600*   SOURCE - ANY SOURCE THE EXTRACT DOES NOT WRITE  *             03960001
039700*   FALLS TO THE MANUAL-ENTRY ROW                   *             03970001
039800*****************************************************             03980001
039900 300-LOAD-TRIAL-BALANCE.                                          03990001
040000     OPEN INPUT TRIAL-BALANCE-FILE                                04000001
040100     IF WS-TRLBAL-STATUS NOT = '00'                               04010001
040200         DISPLAY 'TRIAL BALANCE OPEN FAILED, STATUS = '           04020001
040300             WS-TRLBAL-STATUS                                     04030001
040400         MOVE 16 TO RETURN-CODE                                   04040001
040500     ELSE                                                         04050001
040600         MOVE 'NO' TO EOF-FLAG                                    04060001
040700         PERFORM 310-READ-TRIAL-BALANCE                           04070001
040800         PERFORM 320-POST-TRIAL-BALANCE                           04080001
040900           UNTIL EOF-FLAG = 'YES'                                 04090001
041000         CLOSE TRIAL-BALANCE-FILE                                 04100001
041100         IF WS-TB-FOUND = 'NO'                                    04110001
041200             DISPLAY 'NO TRIAL BALANCE LINE FOR ACCOUNT '         04120001
041300                 WS-INVENTORY-ACCT ' MONTH ' WS-RECON-MONTH       04130001
041400             MOVE 8 TO RETURN-CODE                                04140001
041500         END-IF                                                   04150001
041600     END-IF                                                       04160001
041700     .                                                            04170001
041800                                                                  04180001
041900 310-READ-TRIAL-BALANCE.                                          04190001
042000     READ TRIAL-BALANCE-FILE                                      04200001
042100         AT END                                                   04210001
042200             MOVE 'YES' TO EOF-FLAG                               04220001
042300     END-READ                                                     04230001
042400     .                                                            04240001
042500                                                                  04250001
042600 320-POST-TRIAL-BALANCE.                                          04260001
042700     IF TB-PERIOD = WS-RECON-MONTH                                04270001
042800         AND TB-GL-ACCOUNT = WS-INVENTORY-ACCT                    04280001
042900         IF TB-RECORD-TYPE = 'B'                                  04290001
043000             MOVE TB-OPENING-BALANCE TO WS-GL-OPENING             04300001
043100             MOVE TB-CLOSING-BALANCE TO WS-GL-CLOSING             04310001
043200             MOVE 'YES' TO WS-TB-FOUND                            04320001
043300         ELSE                                                     04330001
043400             IF TB-RECORD-TYPE = 'A'                              04340001
043500                 MOVE TB-SOURCE-CODE TO WS-FIND-SOURCE            04350001
043600                 PERFORM 530-FIND-SOURCE-ROW                      04360001
043700                 ADD TB-ACTIVITY-AMOUNT TO                        04370001
043800                     SR-GL-ACTIVITY (WS-SRC-HIT)                  04380001
043900                 ADD TB-ACTIVITY-AMOUNT TO WS-GL-ACTIVITY         04390001
044000             END-IF                                               04400001
044100         END-IF                                                   04410001
044200     END-IF                                                       04420001
044300     PERFORM 310-READ-TRIAL-BALANCE                               04430001
044400     .                                                            04440001
044500                                                                  04450001
044600*****************************************************             04460001
044700*   THE TRAILER IS FETCHED BY ITS PRIMARY KEY; ITS  *             04470001
044800*   CONTROL TOTAL IS WHAT FRIDGE SAYS WE OWN TODAY  *             04480001
044900*****************************************************             04490001
045000 400-READ-FRIDGE-TRAILER.                                         04500001
045100     OPEN INPUT FRIDGE                                            04510001
045200     IF WS-FRIDGE-STATUS NOT = '00'                               04520001
045300         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  04530001
045400             WS-FRIDGE-STATUS                                     04540001
045500         MOVE 16 TO RETURN-CODE                                   04550001
045600     ELSE                                                         04560001
045700         MOVE HIGH-VALUES TO FR-ITEM-NAME                         04570001
045800         READ FRIDGE                                              04580001
045900             INVALID KEY                                          04590001
046000                 DISPLAY 'FRIDGE TRAILER RECORD MISSING OR '      04600001
046100                     'INVALID'                                    04610001
046200                 MOVE 16 TO RETURN-CODE                           04620001
046300             NOT INVALID KEY                                      04630001
046400                 IF FT-RECORD-TYPE = 'T'                          04640001
046500                     MOVE FT-CONTROL-TOTAL-PRICE TO               04650001
046600                         WS-TRAILER-VALUE                         04660001
046700                 ELSE                                             04670001
046800                     DISPLAY 'FRIDGE TRAILER RECORD KEY MISMATCH' 04680001
046900                     MOVE 16 TO RETURN-CODE                       04690001
047000                 END-IF                                           04700001
047100         END-READ                                                 04710001
047200         CLOSE FRIDGE                                             04720001
047300     END-IF                                                       04730001
047400     .                                                            04740001
047500                                                                  04750001
047600*****************************************************             04760001
047700*   WHAT THE EXTRACT BOOKED TO INVENTORY CONTROL,   *             04770001
047800*   DEBIT POSITIVE, BY SOURCE AND BY RUN DATE FROM  *             04780001
047900*   THE MONTH'S FIRST DAY ON.  WITHOUT THE HISTORY  *             04790001
048000*   THE EXTRACT COLUMNS SHOW ALL ACTIVITY AS A GAP  *             04800001
048100*****************************************************             04810001
048200 500-LOAD-JOURNAL-HISTORY.                                        04820001
048300     OPEN INPUT GL-JOURNAL-HISTORY-FILE                           04830001
048400     IF WS-GLHIST-STATUS NOT = '00'                               04840001
048500         DISPLAY 'GL JOURNAL HISTORY NOT AVAILABLE, STATUS = '    04850001
048600             WS-GLHIST-STATUS ', EXTRACT TAKEN AS ZERO'           04860001
048700         MOVE 4 TO RETURN-CODE                                    04870001
048800     ELSE                                                         04880001
048900         MOVE 'NO' TO EOF-FLAG                                    04890001
049000         PERFORM 510-READ-JOURNAL-HISTORY                         04900001
049100         PERFORM 520-POST-JOURNAL-LINE                            04910001
049200           UNTIL EOF-FLAG = 'YES'                                 04920001
049300         CLOSE GL-JOURNAL-HISTORY-FILE                            04930001
049400         IF WS-BATCH-OPEN = 'YES'                                 04940001
049500             DISPLAY 'GL JOURNAL HISTORY ENDS WITHOUT A CONTROL ' 04950001
049600                 'LINE, LAST RUN IGNORED'                         04960001
049700             MOVE 4 TO RETURN-CODE                                04970001
049800         END-IF                                                   04980001
049900         PERFORM 540-SUM-BATCH-DATE                               04990001
050000           VARYING WS-JB-SUB FROM 1 BY 1                          05000001
050100           UNTIL WS-JB-SUB > WS-JB-COUNT                          05010001
050200     END-IF                                                       05020001
050300     .                                                            05030001
050400                                                                  05040001
050500 510-READ-JOURNAL-HISTORY.                                        05050001
050600     READ GL-JOURNAL-HISTORY-FILE                                 05060001
050700         AT END                                                   05070001
050800             MOVE 'YES' TO EOF-FLAG                               05080001
050900     END-READ                                                     05090001
051000     .                                                            05100001
051100                                                                  05110001
051200 520-POST-JOURNAL-LINE.                                           05120001
051300     IF GJ-RECORD-TYPE = 'H'                                      05130001
051400         PERFORM 525-FILE-BATCH                                   05140001
051500     ELSE                                                         05150001
051600         IF GJ-RECORD-TYPE = 'D'                                  05160001
051700             AND GJ-GL-ACCOUNT = WS-INVENTORY-ACCT                05170001
051800             MOVE 'YES' TO WS-BATCH-OPEN                          05180001
051900             MOVE GJ-SOURCE-CODE TO WS-FIND-SOURCE                05190001
052000             PERFORM 530-FIND-SOURCE-ROW                          05200001
052100             IF GJ-DEBIT-CREDIT = 'C'                             05210001
052200                 SUBTRACT GJ-AMOUNT FROM                          05220001
052300                     WS-BT-AMOUNT (WS-SRC-HIT)                    05230001
052400             ELSE                                                 05240001
052500                 ADD GJ-AMOUNT TO                                 05250001
052600                     WS-BT-AMOUNT (WS-SRC-HIT)                    05260001
052700             END-IF                                               05270001
052800         END-IF                                                   05280001
052900     END-IF                                                       05290001
053000     PERFORM 510-READ-JOURNAL-HISTORY                             05300001
053100     .                                                            05310001
053200                                                                  05320001
053300*****************************************************             05330001
053400*   THE CONTROL LINE CLOSES A RUN: ITS FIGURES ARE  *             05340001
053500*   FILED UNDER ITS POST DATE, REPLACING AN EARLIER *             05350001
053600*   RUN FOR THE SAME DAY, AND THE NEXT RUN STARTS   *             05360001
053700*   FROM ZERO                                       *             05370001
053800*****************************************************             05380001
053900 525-FILE-BATCH.                                                  05390001
054000     IF GJ-POST-DATE NUMERIC                                      05400001
054100         COMPUTE WS-POST-MONTH = GJ-POST-DATE / 100               05410001
054200         IF WS-POST-MONTH NOT < WS-RECON-MONTH                    05420001
054300             PERFORM 527-FIND-BATCH-DATE                          05430001
054400             IF WS-JB-HIT > ZERO                                  05440001
054500                 PERFORM 529-FILE-BATCH-AMOUNT                    05450001
054600                   VARYING WS-SRC-SUB FROM 1 BY 1                 05460001
054700                   UNTIL WS-SRC-SUB > 5                           05470001
054800             END-IF                                               05480001
054900         END-IF                                                   05490001
055000     END-IF                                                       05500001
055100     INITIALIZE WS-BATCH-AMOUNTS                                  05510001
055200     MOVE 'NO' TO WS-BATCH-OPEN                                   05520001
055300     .                                                            05530001
055400                                                                  05540001
055500 527-FIND-BATCH-DATE.                                             05550001
055600     MOVE ZERO TO WS-JB-HIT                                       05560001
055700     PERFORM 528-MATCH-BATCH-DATE                                 05570001
055800       VARYING WS-JB-SUB FROM 1 BY 1                              05580001
055900       UNTIL WS-JB-SUB > WS-JB-COUNT                              05590001
056000          OR WS-JB-HIT > ZERO                                     05600001
056100     IF WS-JB-HIT = ZERO                                          05610001
056200         IF WS-JB-COUNT < 100                                     05620001
056300             ADD 1 TO WS-JB-COUNT                                 05630001
056400             MOVE WS-JB-COUNT TO WS-JB-HIT                        05640001
056500             MOVE GJ-POST-DATE TO JB-POST-DATE (WS-JB-HIT)        05650001
056600         ELSE                                                     05660001
056700             DISPLAY 'RUN DATE TABLE FULL, EXTRACT RUN FOR '      05670001
056800                 GJ-POST-DATE ' NOT COUNTED'                      05680001
056900             MOVE 4 TO RETURN-CODE                                05690001
057000         END-IF                                                   05700001
057100     END-IF                                                       05710001
057200     .                                                            05720001
057300                                                                  05730001
057400 528-MATCH-BATCH-DATE.                                            05740001
057500     IF JB-POST-DATE (WS-JB-SUB) = GJ-POST-DATE                   05750001
057600         MOVE WS-JB-SUB TO WS-JB-HIT                              05760001
057700     END-IF                                                       05770001
057800     .                                                            05780001
057900                                                                  05790001
058000 529-FILE-BATCH-AMOUNT.                                           05800001
058100     MOVE WS-BT-AMOUNT (WS-SRC-SUB) TO                            05810001
058200         JB-AMOUNT (WS-JB-HIT WS-SRC-SUB)                         05820001
058300     .                                                            05830001
058400                                                                  05840001
058500 530-FIND-SOURCE-ROW.                                             05850001
058600     MOVE 5 TO WS-SRC-HIT                                         05860001
058700     PERFORM 535-MATCH-SOURCE-ROW                                 05870001
058800       VARYING WS-SRC-SUB FROM 1 BY 1                             05880001
058900       UNTIL WS-SRC-SUB > 4                                       05890001
059000     .                                                            05900001
059100                                                                  05910001
059200 535-MATCH-SOURCE-ROW.                                            05920001
059300     IF SR-SOURCE-CODE (WS-SRC-SUB) = WS-FIND-SOURCE              05930001
059400         MOVE WS-SRC-SUB TO WS-SRC-HIT                            05940001
059500     END-IF                                                       05950001
059600     .                                                            05960001
059700                                                                  05970001
059800 540-SUM-BATCH-DATE.                                              05980001
059900     COMPUTE WS-POST-MONTH = JB-POST-DATE (WS-JB-SUB) / 100       05990001
060000     PERFORM 545-SUM-BATCH-AMOUNT                                 06000001
060100       VARYING WS-SRC-SUB FROM 1 BY 1                             06010001
060200       UNTIL WS-SRC-SUB > 5                                       06020001
060300     .                                                            06030001
060400                                                                  06040001
060500 545-SUM-BATCH-AMOUNT.                                            06050001
060600     MOVE JB-AMOUNT (WS-JB-SUB WS-SRC-SUB) TO WS-LEG-AMOUNT       06060001
060700     IF WS-POST-MONTH = WS-RECON-MONTH                            06070001
060800         ADD WS-LEG-AMOUNT TO SR-EXT-MONTH (WS-SRC-SUB)           06080001
060900         ADD WS-LEG-AMOUNT TO WS-EXT-MONTH-TOTAL                  06090001
061000     ELSE                                                         06100001
061100         ADD WS-LEG-AMOUNT TO SR-EXT-POST (WS-SRC-SUB)            06110001
061200         ADD WS-LEG-AMOUNT TO WS-EXT-POST-TOTAL                   06120001
061300     END-IF                                                       06130001
061400     .                                                            06140001
061500                                                                  06150001
061600*****************************************************             06160001
061700*   THE FIGURES BEING RECONCILED, AS FOUND          *             06170001
061800*****************************************************             06180001
061900 600-PRINT-BALANCE-SECTION.                                       06190001
062000     IF WS-PRIOR-KNOWN = 'NO'                                     06200001
062100         MOVE WS-GL-OPENING TO WS-SUB-OPENING                     06210001
062200     END-IF                                                       06220001
062300     MOVE 'BALANCES' TO SH-SECTION-TITLE                          06230001
062400     PERFORM 810-PRINT-SECTION-HEADING                            06240001
062500     MOVE SPACES TO BL-REMARK                                     06250001
062600     MOVE 'GL CONTROL OPENING BALANCE' TO BL-LABEL                06260001
062700     MOVE WS-GL-OPENING TO BL-AMOUNT                              06270001
062800     PERFORM 830-PRINT-BALANCE-LINE                               06280001
062900     MOVE 'GL ACTIVITY FOR THE MONTH' TO BL-LABEL                 06290001
063000     MOVE WS-GL-ACTIVITY TO BL-AMOUNT                             06300001
063100     PERFORM 830-PRINT-BALANCE-LINE                               06310001
063200     MOVE 'GL CONTROL CLOSING BALANCE' TO BL-LABEL                06320001
063300     MOVE WS-GL-CLOSING TO BL-AMOUNT                              06330001
063400     PERFORM 830-PRINT-BALANCE-LINE                               06340001
063500     MOVE 'SUBLEDGER OPENING (PRIOR CLOSE)' TO BL-LABEL           06350001
063600     MOVE WS-SUB-OPENING TO BL-AMOUNT                             06360001
063700     IF WS-PRIOR-KNOWN = 'NO'                                     06370001
063800         MOVE 'NOT ON FILE, GL OPENING USED' TO BL-REMARK         06380001
063900     END-IF                                                       06390001
064000     PERFORM 830-PRINT-BALANCE-LINE                               06400001
064100     MOVE SPACES TO BL-REMARK                                     06410001
064200     MOVE 'SUBLEDGER CLOSING (MONTH CLOSE)' TO BL-LABEL           06420001
064300     MOVE WS-SUB-CLOSING TO BL-AMOUNT                             06430001
064400     PERFORM 830-PRINT-BALANCE-LINE                               06440001
064500     MOVE 'FRIDGE TRAILER CONTROL TOTAL' TO BL-LABEL              06450001
064600     MOVE WS-TRAILER-VALUE TO BL-AMOUNT                           06460001
064700     MOVE 'AS AT RUN DATE' TO BL-REMARK                           06470001
064800     PERFORM 830-PRINT-BALANCE-LINE                               06480001
064900     MOVE SPACES TO BL-REMARK                                     06490001
065000     MOVE 'EXTRACT MOVEMENT IN MONTH' TO BL-LABEL                 06500001
065100     MOVE WS-EXT-MONTH-TOTAL TO BL-AMOUNT                         06510001
065200     PERFORM 830-PRINT-BALANCE-LINE                               06520001
065300     MOVE 'EXTRACT MOVEMENT SINCE MONTH' TO BL-LABEL              06530001
065400     MOVE WS-EXT-POST-TOTAL TO BL-AMOUNT                          06540001
065500     MOVE 'ALREADY IN THE TRAILER' TO BL-REMARK                   06550001
065600     PERFORM 830-PRINT-BALANCE-LINE                               06560001
065700     .                                                            06570001
065800                                                                  06580001
065900*****************************************************             06590001
066000*   EACH COLUMN IS ONE COMPARISON, GL LESS THE      *             06600001
066100*   OTHER FIGURE, AND ITS ROWS ADD UP TO ITS TOTAL: *             06610001
066200*   PER SOURCE, GL ACTIVITY THE EXTRACT DID NOT     *             06620001
066300*   BOOK (LESS, AGAINST THE TRAILER, WHAT IT HAS    *             06630001
066400*   BOOKED SINCE); THE DIFFERENCE ALREADY THERE AT  *             06640001
066500*   THE START OF THE MONTH; WHERE THE EXTRACT AND   *             06650001
066600*   THE SUBLEDGER MOVED BY DIFFERENT AMOUNTS; AND   *             06660001
066700*   ANY ACTIVITY ON THE TRIAL BALANCE THAT DOES NOT *             06670001
066800*   RUN OPENING TO CLOSING                          *             06680001
066900*****************************************************             06690001
067000 700-PRINT-DIFFERENCE-SECTION.                                    06700001
067100     MOVE 'DIFFERENCES BY SOURCE' TO SH-SECTION-TITLE             06710001
067200     PERFORM 810-PRINT-SECTION-HEADING                            06720001
067300     WRITE RECON-PRINT-REC FROM WS-DIFF-COLUMN-HEADING            06730001
067400       AFTER ADVANCING 2 LINES                                    06740001
067500     END-WRITE                                                    06750001
067600     PERFORM 710-PRINT-SOURCE-ROW                                 06760001
067700       VARYING WS-SRC-SUB FROM 1 BY 1                             06770001
067800       UNTIL WS-SRC-SUB > 5                                       06780001
067900     MOVE 'OPENING DIFFERENCE CARRIED IN' TO DL-LABEL             06790001
068000     MOVE ZERO TO WS-DIFF-EXTRACT                                 06800001
068100     COMPUTE WS-DIFF-CLOSE = WS-GL-OPENING - WS-SUB-OPENING       06810001
068200     MOVE WS-DIFF-CLOSE TO WS-DIFF-TRAILER                        06820001
068300     PERFORM 820-PRINT-DIFF-LINE                                  06830001
068400     MOVE 'EXTRACT VS SUBLEDGER MOVEMENT' TO DL-LABEL             06840001
068500     MOVE ZERO TO WS-DIFF-EXTRACT                                 06850001
068600     COMPUTE WS-DIFF-CLOSE = WS-EXT-MONTH-TOTAL -                 06860001
068700         (WS-SUB-CLOSING - WS-SUB-OPENING)                        06870001
068800     COMPUTE WS-DIFF-TRAILER = WS-EXT-MONTH-TOTAL +               06880001
068900         WS-EXT-POST-TOTAL - (WS-TRAILER-VALUE - WS-SUB-OPENING)  06890001
069000     PERFORM 820-PRINT-DIFF-LINE                                  06900001
069100     MOVE 'TB ACTIVITY NOT IN BALANCE' TO DL-LABEL                06910001
069200     COMPUTE WS-TB-GAP =                                          06920001
069300         WS-GL-CLOSING - WS-GL-OPENING - WS-GL-ACTIVITY           06930001
069400     MOVE WS-TB-GAP TO WS-DIFF-EXTRACT                            06940001
069500     MOVE WS-TB-GAP TO WS-DIFF-CLOSE                              06950001
069600     MOVE WS-TB-GAP TO WS-DIFF-TRAILER                            06960001
069700     PERFORM 820-PRINT-DIFF-LINE                                  06970001
069800     MOVE 'TOTAL DIFFERENCE' TO DL-LABEL                          06980001
069900     COMPUTE WS-DIFF-EXTRACT =                                    06990001
070000         WS-GL-CLOSING - WS-GL-OPENING - WS-EXT-MONTH-TOTAL       07000001
070100     COMPUTE WS-DIFF-CLOSE = WS-GL-CLOSING - WS-SUB-CLOSING       07010001
070200     COMPUTE WS-DIFF-TRAILER = WS-GL-CLOSING - WS-TRAILER-VALUE   07020001
070300     MOVE WS-DIFF-EXTRACT TO DL-EXTRACT                           07030001
070400     MOVE WS-DIFF-CLOSE TO DL-CLOSE                               07040001
070500     MOVE WS-DIFF-TRAILER TO DL-TRAILER                           07050001
070600     WRITE RECON-PRINT-REC FROM WS-DIFF-LINE                      07060001
070700       AFTER ADVANCING 2 LINES                                    07070001
070800     END-WRITE                                                    07080001
070900     MOVE SPACES TO WS-BALANCE-LINE                               07090001
071000     IF WS-DIFF-EXTRACT = ZERO                                    07100001
071100         AND WS-DIFF-CLOSE = ZERO                                 07110001
071200         AND WS-DIFF-TRAILER = ZERO                               07120001
071300         MOVE 'RECONCILED' TO BL-LABEL                            07130001
071400     ELSE                                                         07140001
071500         MOVE 'OUT OF BALANCE' TO BL-LABEL                        07150001
071600         MOVE 'SEE SOURCES ABOVE' TO BL-REMARK                    07160001
071700         IF RETURN-CODE < 4                                       07170001
071800             MOVE 4 TO RETURN-CODE                                07180001
071900         END-IF                                                   07190001
072000     END-IF                                                       07200001
072100     WRITE RECON-PRINT-REC FROM WS-BALANCE-LINE                   07210001
072200       AFTER ADVANCING 2 LINES                                    07220001
072300     END-WRITE                                                    07230001
072400     .                                                            07240001
072500                                                                  07250001
072600 710-PRINT-SOURCE-ROW.                                            07260001
072700     MOVE SR-LABEL (WS-SRC-SUB) TO DL-LABEL                       07270001
072800     COMPUTE WS-DIFF-EXTRACT = SR-GL-ACTIVITY (WS-SRC-SUB) -      07280001
072900         SR-EXT-MONTH (WS-SRC-SUB)                                07290001
073000     MOVE WS-DIFF-EXTRACT TO WS-DIFF-CLOSE                        07300001
073100     COMPUTE WS-DIFF-TRAILER = WS-DIFF-EXTRACT -                  07310001
073200         SR-EXT-POST (WS-SRC-SUB)                                 07320001
073300     PERFORM 820-PRINT-DIFF-LINE                                  07330001
073400     .                                                            07340001
073500                                                                  07350001
073600 800-PRINT-HEADINGS.                                              07360001
073700     MOVE WS-RECON-MONTH TO RH-RECON-MONTH                        07370001
073800     MOVE WS-INVENTORY-ACCT TO RH-INVENTORY-ACCT                  07380001
073900     MOVE WS-DATE-8 TO RH-RUN-DATE                                07390001
074000     WRITE RECON-PRINT-REC FROM WS-RECON-HEADING                  07400001
074100       AFTER ADVANCING PAGE                                       07410001
074200     END-WRITE                                                    07420001
074300     .                                                            07430001
074400                                                                  07440001
074500 810-PRINT-SECTION-HEADING.                                       07450001
074600     WRITE RECON-PRINT-REC FROM WS-SECTION-HEADING                07460001
074700       AFTER ADVANCING 3 LINES                                    07470001
074800     END-WRITE                                                    07480001
074900     .                                                            07490001
075000                                                                  07500001
075100 820-PRINT-DIFF-LINE.                                             07510001
075200     MOVE WS-DIFF-EXTRACT TO DL-EXTRACT                           07520001
075300     MOVE WS-DIFF-CLOSE TO DL-CLOSE                               07530001
075400     MOVE WS-DIFF-TRAILER TO DL-TRAILER                           07540001
075500     WRITE RECON-PRINT-REC FROM WS-DIFF-LINE                      07550001
075600       AFTER ADVANCING 1 LINE                                     07560001
075700     END-WRITE                                                    07570001
075800     .                                                            07580001
075900                                                                  07590001
076000 830-PRINT-BALANCE-LINE.                                          07600001
076100     WRITE RECON-PRINT-REC FROM WS-BALANCE-LINE                   07610001
076200       AFTER ADVANCING 1 LINE                                     07620001
076300     END-WRITE                                                    07630001
076400     .                                                            07640001
076500                                                                  07650001
076600 850-GET-DATE.                                                    07660001
076700     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          07670001
076800     .                                                            07680001
