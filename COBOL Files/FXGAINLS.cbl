000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    FXGAINLS.                                         00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*MONTHLY EXCHANGE GAIN/LOSS REPORT - EVERY INVOICE  *             00090001
001000*LINE FROM A FOREIGN-CURRENCY SUPPLIER WHOSE        *             00100001
001100*INVOICE IS DATED IN THE REPORT MONTH, WITH THE     *             00110001
001200*SUPPLIER'S OWN-CURRENCY AMOUNT VALUED AT THE RATE  *             00120001
001300*IN EFFECT ON THE RECEIPT DATE AND AT THE RATE IN   *             00130001
001400*EFFECT ON THE INVOICE DATE.  THE RECEIPT VALUE     *             00140001
001500*LESS THE INVOICE VALUE IS THE EXCHANGE GAIN (A     *             00150001
001600*NEGATIVE FIGURE IS A LOSS).  LINES COME FROM THE   *             00160001
001700*EXCHANGE HISTORY THE INVOICE MATCH WRITES; A LINE  *             00170001
001800*MATCHED AGAIN ON A RERUN REPLACES THE EARLIER ONE. *             00180001
001900*TOTALS ARE PRINTED BY CURRENCY, BY SUPPLIER AND    *             00190001
002000*FOR THE MONTH.  THE MONTH COMES FROM SYSIN         *             00200001
002100*(YYYYMM) OR DEFAULTS TO THE MONTH BEFORE THE RUN   *             00210001
002200*DATE                                               *             00220001
002300*****************************************************             00230001
002400                                                                  00240001
002500 ENVIRONMENT DIVISION.                                            00250001
002600 CONFIGURATION SECTION.                                           00260001
002700 SOURCE-COMPUTER.                                                 00270001
002800     Z13                                                          00280001
002900     WITH DEBUGGING MODE                                          00290001
003000     .                                                            00300001
003100                                                                  00310001
003200 INPUT-OUTPUT SECTION.                                            00320001
003300                                                                  00330001
003400 FILE-CONTROL.                                                    00340001
003500     SELECT FX-HIST-FILE           ASSIGN TO MYFXHIST             00350001
003600         FILE STATUS IS WS-FXHIST-STATUS.                         00360001
003700     SELECT FX-PRINT-FILE          ASSIGN TO MYFXGLRP.            00370001
003800                                                                  00380001
003900 DATA DIVISION.                                                   00390001
004000 FILE SECTION.                                                    00400001
004100                                                                  00410001
004200 FD  FX-HIST-FILE                                                 00420001
004300     RECORDING MODE IS F.                                         00430001
004400     COPY FXHIST.                                                 00440001
004500                                                                  00450001
004600 FD  FX-PRINT-FILE                                                00460001
004700     RECORDING MODE IS F.                                         00470001
004800 01  FX-PRINT-REC.                                                00480001
004900     10  FILLER                    PIC X(132).                    00490001
005000                                                                  00500001
005100 WORKING-STORAGE SECTION.                                         00510001
005200                                                                  00520001
005300 01  WS-COUNTERS-FLAGS.                                           00530001
005400     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00540001
005500     10  WS-READ-COUNT             PIC 9(07) VALUE ZERO.          00550001
005600     10  WS-GL-COUNT               PIC S9(04) COMP VALUE ZERO.    00560001
005700     10  WS-GL-SUB                 PIC S9(04) COMP VALUE ZERO.    00570001
005800     10  WS-GL-HIT                 PIC S9(04) COMP VALUE ZERO.    00580001
005900     10  WS-CT-COUNT               PIC S9(04) COMP VALUE ZERO.    00590001
006000     10  WS-CT-SUB                 PIC S9(04) COMP VALUE ZERO.    00600001
006100     10  WS-CT-HIT                 PIC S9(04) COMP VALUE ZERO.    00610001
006200     10  WS-ST-COUNT               PIC S9(04) COMP VALUE ZERO.    00620001
006300     10  WS-ST-SUB                 PIC S9(04) COMP VALUE ZERO.    00630001
006400     10  WS-ST-HIT                 PIC S9(04) COMP VALUE ZERO.    00640001
006500                                                                  00650001
006600 01  WS-VALIDATION-FLAGS.                                         00660001
006700     10  WS-FXHIST-STATUS          PIC X(02) VALUE SPACES.        00670001
006800                                                                  00680001
006900 01  WS-DATE-FIELDS.                                              00690001
007000     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          00700001
007100     10  WS-RPT-MONTH              PIC 9(06) VALUE ZERO.          00710001
007200     10  WS-INVOICE-MONTH          PIC 9(06) VALUE ZERO.          00720001
007300     10  WS-WORK-MONTH             PIC 9(06) VALUE ZERO.          00730001
007400     10  WS-WORK-YYYY              PIC 9(04) VALUE ZERO.          00740001
007500     10  WS-WORK-MM                PIC 9(02) VALUE ZERO.          00750001
007600                                                                  00760001
007700 01  WS-RPT-PARM-CARD.                                            00770001
007800     10  PC-RPT-MONTH              PIC 9(06).                     00780001
007900     10  FILLER                    PIC X(74).                     00790001
008000                                                                  00800001
008100*****************************************************             00810001
008200*   THE MONTH'S INVOICE LINES, IN THE ORDER THEY    *             00820001
008300*   WERE FIRST MATCHED.  SUPPLIER, INVOICE AND ITEM *             00830001
008400*   IDENTIFY A LINE                                 *             00840001
008500*****************************************************             00850001
008600 01  WS-GAIN-LOSS-TABLE.                                          00860001
008700     10  WS-GL-ENTRY OCCURS 2000 TIMES.                           00870001
008800         15  GL-SUPPLIER-CODE      PIC X(06).                     00880001
008900         15  GL-INVOICE-NUMBER     PIC X(10).                     00890001
009000         15  GL-ITEM-NAME          PIC X(17).                     00900001
009100         15  GL-CURRENCY-CODE      PIC X(03).                     00910001
009200         15  GL-FOREIGN-AMOUNT     PIC S9(07)V99.                 00920001
009300         15  GL-RECEIPT-DATE       PIC 9(08).                     00930001
009400         15  GL-RECEIPT-RATE       PIC 9(03)V9(06).               00940001
009500         15  GL-RECEIPT-VALUE      PIC S9(07)V99.                 00950001
009600         15  GL-INVOICE-DATE       PIC 9(08).                     00960001
009700         15  GL-INVOICE-RATE       PIC 9(03)V9(06).               00970001
009800         15  GL-INVOICE-VALUE      PIC S9(07)V99.                 00980001
009900                                                                  00990001
010000*****************************************************             01000001
010100*   TOTALS BY CURRENCY                              *             01010001
010200*****************************************************             01020001
010300 01  WS-CURRENCY-TOTAL-TABLE.                                     01030001
010400     10  WS-CT-ENTRY OCCURS 20 TIMES.                             01040001
010500         15  CT-CURRENCY-CODE      PIC X(03).                     01050001
010600         15  CT-LINES              PIC 9(05).                     01060001
010700         15  CT-FOREIGN-AMOUNT     PIC S9(11)V99.                 01070001
010800         15  CT-RECEIPT-VALUE      PIC S9(11)V99.                 01080001
010900         15  CT-INVOICE-VALUE      PIC S9(11)V99.                 01090001
011000         15  CT-GAIN-LOSS          PIC S9(11)V99.                 01100001
011100                                                                  01110001
011200*****************************************************             01120001
011300*   TOTALS BY SUPPLIER.  A SUPPLIER WHOSE LINES ARE *             01130001
011400*   IN MORE THAN ONE CURRENCY HAS NO OWN-CURRENCY   *             01140001
011500*   TOTAL, ONLY THE DOLLAR VALUES                   *             01150001
011600*****************************************************             01160001
011700 01  WS-SUPPLIER-TOTAL-TABLE.                                     01170001
011800     10  WS-ST-ENTRY OCCURS 500 TIMES.                            01180001
011900         15  ST-SUPPLIER-CODE      PIC X(06).                     01190001
012000         15  ST-CURRENCY-CODE      PIC X(03).                     01200001
012100         15  ST-MIXED              PIC X(03).                     01210001
012200         15  ST-LINES              PIC 9(05).                     01220001
012300         15  ST-FOREIGN-AMOUNT     PIC S9(11)V99.                 01230001
012400         15  ST-RECEIPT-VALUE      PIC S9(11)V99.                 01240001
012500         15  ST-INVOICE-VALUE      PIC S9(11)V99.                 01250001
012600         15  ST-GAIN-LOSS          PIC S9(11)V99.                 01260001
012700                                                                  01270001
012800 01  WS-REPORT-FIELDS.                                            01280001
012900     10  WS-GAIN-LOSS              PIC S9(07)V99 VALUE ZERO.      01290001
013000     10  WS-GRAND-LINES            PIC 9(05) VALUE ZERO.          01300001
013100     10  WS-GRAND-RECEIPT-VALUE    PIC S9(11)V99 VALUE ZERO.      01310001
013200     10  WS-GRAND-INVOICE-VALUE    PIC S9(11)V99 VALUE ZERO.      01320001
013300     10  WS-GRAND-GAIN-LOSS        PIC S9(11)V99 VALUE ZERO.      01330001
013400                                                                  01340001
013500 01  WS-FX-HEADING.                                               01350001
013600     10  FILLER                    PIC X(02) VALUE SPACES.        01360001
013700     10  FILLER                    PIC X(36) VALUE                01370001
013800         'EXCHANGE GAIN/LOSS REPORT           '.                  01380001
013900     10  FILLER                    PIC X(07) VALUE 'MONTH: '.     01390001
014000     10  FH-RPT-MONTH              PIC 9(06).                     01400001
014100     10  FILLER                    PIC X(09) VALUE '   DATE: '.   01410001
014200     10  FH-RUN-DATE               PIC 9(08).                     01420001
014300     10  FILLER                    PIC X(64) VALUE SPACES.        01430001
014400                                                                  01440001
014500 01  WS-SECTION-HEADING.                                          01450001
014600     10  FILLER                    PIC X(02) VALUE SPACES.        01460001
014700     10  SH-SECTION-TITLE          PIC X(40).                     01470001
014800     10  FILLER                    PIC X(90) VALUE SPACES.        01480001
014900                                                                  01490001
015000 01  WS-DETAIL-COLUMN-HEADING.                                    01500001
015100     10  FILLER                    PIC X(02) VALUE SPACES.        01510001
015200     10  FILLER                    PIC X(07) VALUE 'SUPPLR '.     01520001
015300     10  FILLER                    PIC X(11) VALUE 'INVOICE'.     01530001
015400     10  FILLER                    PIC X(18) VALUE 'ITEM'.        01540001
015500     10  FILLER                    PIC X(04) VALUE 'CUR'.         01550001
015600     10  FILLER                    PIC X(12) VALUE                01560001
015700         '    FOREIGN '.                                          01570001
015800     10  FILLER                    PIC X(09) VALUE 'RECEIVED '.   01580001
015900     10  FILLER                    PIC X(11) VALUE                01590001
016000         ' RCPT RATE '.                                           01600001
016100     10  FILLER                    PIC X(12) VALUE                01610001
016200         ' RCPT VALUE '.                                          01620001
016300     10  FILLER                    PIC X(09) VALUE 'INVOICED '.   01630001
016400     10  FILLER                    PIC X(11) VALUE                01640001
016500         '  INV RATE '.                                           01650001
016600     10  FILLER                    PIC X(12) VALUE                01660001
016700         '  INV VALUE '.                                          01670001
016800     10  FILLER                    PIC X(11) VALUE                01680001
016900         '  GAIN/LOSS'.                                           01690001
017000     10  FILLER                    PIC X(03) VALUE SPACES.        01700001
017100                                                                  01710001
017200 01  WS-DETAIL-LINE.                                              01720001
017300     10  FILLER                    PIC X(02) VALUE SPACES.        01730001
017400     10  DL-SUPPLIER-CODE          PIC X(06).                     01740001
017500     10  FILLER                    PIC X(01) VALUE SPACES.        01750001
017600     10  DL-INVOICE-NUMBER         PIC X(10).                     01760001
017700     10  FILLER                    PIC X(01) VALUE SPACES.        01770001
017800     10  DL-ITEM-NAME              PIC X(17).                     01780001
017900     10  FILLER                    PIC X(01) VALUE SPACES.        01790001
018000     10  DL-CURRENCY-CODE          PIC X(03).                     01800001
018100     10  FILLER                    PIC X(01) VALUE SPACES.        01810001
018200     10  DL-FOREIGN-AMOUNT         PIC -ZZZZZZ9.99.               01820001
018300     10  FILLER                    PIC X(01) VALUE SPACES.        01830001
018400     10  DL-RECEIPT-DATE           PIC 9(08).                     01840001
018500     10  FILLER                    PIC X(01) VALUE SPACES.        01850001
018600     10  DL-RECEIPT-RATE           PIC ZZ9.999999.                01860001
018700     10  FILLER                    PIC X(01) VALUE SPACES.        01870001
018800     10  DL-RECEIPT-VALUE          PIC -ZZZZZZ9.99.               01880001
018900     10  FILLER                    PIC X(01) VALUE SPACES.        01890001
019000     10  DL-INVOICE-DATE           PIC 9(08).                     01900001
019100     10  FILLER                    PIC X(01) VALUE SPACES.        01910001
019200     10  DL-INVOICE-RATE           PIC ZZ9.999999.                01920001
019300     10  FILLER                    PIC X(01) VALUE SPACES.        01930001
019400     10  DL-INVOICE-VALUE          PIC -ZZZZZZ9.99.               01940001
019500     10  FILLER                    PIC X(01) VALUE SPACES.        01950001
019600     10  DL-GAIN-LOSS              PIC -ZZZZZZ9.99.               01960001
019700     10  FILLER                    PIC X(03) VALUE SPACES.        01970001
019800                                                                  01980001
019900 01  WS-TOTAL-COLUMN-HEADING.                                     01990001
020000     10  FILLER                    PIC X(02) VALUE SPACES.        02000001
020100     10  FILLER                    PIC X(22) VALUE SPACES.        02010001
020200     10  FILLER                    PIC X(05) VALUE 'CUR'.         02020001
020300     10  FILLER                    PIC X(07) VALUE 'LINES'.       02030001
020400     10  FILLER                    PIC X(17) VALUE                02040001
020500         ' FOREIGN AMOUNT  '.                                     02050001
020600     10  FILLER                    PIC X(17) VALUE                02060001
020700         '  RECEIPT VALUE  '.                                     02070001
020800     10  FILLER                    PIC X(17) VALUE                02080001
020900         '  INVOICE VALUE  '.                                     02090001
021000     10  FILLER                    PIC X(15) VALUE                02100001
021100         '      GAIN/LOSS'.                                       02110001
021200     10  FILLER                    PIC X(30) VALUE SPACES.        02120001
021300                                                                  02130001
021400 01  WS-TOTAL-LINE.                                               02140001
021500     10  FILLER                    PIC X(02) VALUE SPACES.        02150001
021600     10  TL-LABEL                  PIC X(20).                     02160001
021700     10  FILLER                    PIC X(02) VALUE SPACES.        02170001
021800     10  TL-CURRENCY-CODE          PIC X(03).                     02180001
021900     10  FILLER                    PIC X(02) VALUE SPACES.        02190001
022000     10  TL-LINES                  PIC ZZZZ9.                     02200001
022100     10  FILLER                    PIC X(02) VALUE SPACES.        02210001
022200     10  TL-FOREIGN-AMOUNT-X       PIC X(15).                     02220001
022300     10  TL-FOREIGN-AMOUNT REDEFINES TL-FOREIGN-AMOUNT-X          02230001
022400                                   PIC -ZZZ,ZZZ,ZZ9.99.           02240001
022500     10  FILLER                    PIC X(02) VALUE SPACES.        02250001
022600     10  TL-RECEIPT-VALUE          PIC -ZZZ,ZZZ,ZZ9.99.           02260001
022700     10  FILLER                    PIC X(02) VALUE SPACES.        02270001
022800     10  TL-INVOICE-VALUE          PIC -ZZZ,ZZZ,ZZ9.99.           02280001
022900     10  FILLER                    PIC X(02) VALUE SPACES.        02290001
023000     10  TL-GAIN-LOSS              PIC -ZZZ,ZZZ,ZZ9.99.           02300001
023100     10  FILLER                    PIC X(30) VALUE SPACES.        02310001
023200                                                                  02320001
023300 PROCEDURE DIVISION.                                              02330001
023400                                                                  02340001
023500*****************************************************             02350001
023600*   MAIN PROGRAM ROUTINE                            *             02360001
023700*****************************************************             02370001
023800 010-START-HERE.                                                  02380001
023900     PERFORM 850-GET-DATE                                         02390001
024000     PERFORM 105-GET-RPT-MONTH                                    02400001
024100     PERFORM 200-LOAD-FX-HISTORY                                  02410001
024200     IF RETURN-CODE < 8                                           02420001
024300         OPEN OUTPUT FX-PRINT-FILE                                02430001
024400         PERFORM 800-PRINT-HEADINGS                               02440001
024500         IF WS-GL-COUNT = ZERO                                    02450001
024600             MOVE 'NO FOREIGN-CURRENCY INVOICES THIS MONTH'       02460001
024700                 TO SH-SECTION-TITLE                              02470001
024800             WRITE FX-PRINT-REC FROM WS-SECTION-HEADING           02480001
024900               AFTER ADVANCING 3 LINES                            02490001
025000             END-WRITE                                            02500001
025100         ELSE                                                     02510001
025200             PERFORM 300-PRINT-DETAIL-SECTION                     02520001
025300             PERFORM 400-PRINT-CURRENCY-SECTION                   02530001
025400             PERFORM 500-PRINT-SUPPLIER-SECTION                   02540001
025500             PERFORM 600-PRINT-GRAND-TOTAL                        02550001
025600         END-IF                                                   02560001
025700         CLOSE FX-PRINT-FILE                                      02570001
025800         DISPLAY 'FX HISTORY LINES READ:      ' WS-READ-COUNT     02580001
025900         DISPLAY 'LINES REPORTED FOR MONTH:   ' WS-GL-COUNT       02590001
026000     END-IF                                                       02600001
026100     GOBACK                                                       02610001
026200     .                                                            02620001
026300                                                                  02630001
026400*****************************************************             02640001
026500*   REPORT MONTH FROM SYSIN, OR THE MONTH BEFORE    *             02650001
026600*   THE RUN DATE WHEN THE CARD IS BLANK OR ZERO     *             02660001
026700*****************************************************             02670001
026800 105-GET-RPT-MONTH.                                               02680001
026900     ACCEPT WS-RPT-PARM-CARD FROM SYSIN                           02690001
027000     IF PC-RPT-MONTH NUMERIC                                      02700001
027100         AND PC-RPT-MONTH > ZERO                                  02710001
027200         MOVE PC-RPT-MONTH TO WS-RPT-MONTH                        02720001
027300     ELSE                                                         02730001
027400         COMPUTE WS-WORK-MONTH = WS-DATE-8 / 100                  02740001
027500         PERFORM 110-BACK-ONE-MONTH                               02750001
027600         MOVE WS-WORK-MONTH TO WS-RPT-MONTH                       02760001
027700     END-IF                                                       02770001
027800     .                                                            02780001
027900                                                                  02790001
028000 110-BACK-ONE-MONTH.                                              02800001
028100     MOVE WS-WORK-MONTH (1:4) TO WS-WORK-YYYY                     02810001
028200     MOVE WS-WORK-MONTH (5:2) TO WS-WORK-MM                       02820001
028300     IF WS-WORK-MM = 1                                            02830001
028400         SUBTRACT 1 FROM WS-WORK-YYYY                             02840001
028500         MOVE 12 TO WS-WORK-MM                                    02850001
028600     ELSE                                                         02860001
028700         SUBTRACT 1 FROM WS-WORK-MM                               02870001
028800     END-IF                                                       02880001
028900     COMPUTE WS-WORK-MONTH =                                      02890001
029000         (WS-WORK-YYYY * 100) + WS-WORK-MM                        02900001
029100     .                                                            02910001
029200                                                                  02920001
029300*****************************************************             02930001
029400*   THE MONTH'S LINES FROM THE EXCHANGE HISTORY.    *             02940001
029500*   THE INVOICE MATCH CREATES THE FILE ON ITS FIRST *             02950001
029600*   RUN, SO A MISSING FILE MEANS IT HAS NEVER RUN   *             02960001
029700*****************************************************             02970001
029800 200-LOAD-FX-HISTORY.                                             02980001
029900     INITIALIZE WS-GAIN-LOSS-TABLE                                02990001
030000     OPEN INPUT FX-HIST-FILE                                      03000001
030100     IF WS-FXHIST-STATUS NOT = '00'                               03010001
030200         DISPLAY 'FX HISTORY OPEN FAILED, STATUS = '              03020001
030300             WS-FXHIST-STATUS                                     03030001
030400         MOVE 8 TO RETURN-CODE                                    03040001
030500     ELSE                                                         03050001
030600         MOVE 'NO' TO EOF-FLAG                                    03060001
030700         PERFORM 210-READ-FX-HISTORY                              03070001
030800         PERFORM 220-POST-FX-HISTORY                              03080001
030900           UNTIL EOF-FLAG = 'YES'                                 03090001
031000         CLOSE FX-HIST-FILE                                       03100001
031100     END-IF                                                       03110001
031200     .                                                            03120001
031300                                                                  03130001
031400 210-READ-FX-HISTORY.                                             03140001
031500     READ FX-HIST-FILE                                            03150001
031600         AT END                                                   03160001
031700             MOVE 'YES' TO EOF-FLAG                               03170001
031800         NOT AT END                                               03180001
031900             ADD 1 TO WS-READ-COUNT                               03190001
032000     END-READ                                                     03200001
032100     .                                                            03210001
032200                                                                  03220001
032300 220-POST-FX-HISTORY.                                             03230001
032400     IF XH-INVOICE-DATE NUMERIC                                   03240001
032500         COMPUTE WS-INVOICE-MONTH = XH-INVOICE-DATE / 100         03250001
032600         IF WS-INVOICE-MONTH = WS-RPT-MONTH                       03260001
032700             PERFORM 230-FIND-LINE                                03270001
032800             IF WS-GL-HIT > ZERO                                  03280001
032900                 PERFORM 240-FILE-LINE                            03290001
033000             END-IF                                               03300001
033100         END-IF                                                   03310001
033200     END-IF                                                       03320001
033300     PERFORM 210-READ-FX-HISTORY                                  03330001
033400     .                                                            03340001
033500                                                                  03350001
033600*****************************************************             03360001
033700*   A LINE ALREADY IN THE TABLE IS OVERWRITTEN IN   *             03370001
033800*   PLACE; A NEW ONE TAKES THE NEXT FREE ENTRY      *             03380001
033900*****************************************************             03390001
034000 230-FIND-LINE.                                                   03400001
034100     MOVE ZERO TO WS-GL-HIT                                       03410001
034200     PERFORM 235-MATCH-LINE                                       03420001
034300       VARYING WS-GL-SUB FROM 1 BY 1                              03430001
034400       UNTIL WS-GL-SUB > WS-GL-COUNT                              03440001
034500          OR WS-GL-HIT > ZERO                                     03450001
034600     IF WS-GL-HIT = ZERO                                          03460001
034700         IF WS-GL-COUNT < 2000                                    03470001
034800             ADD 1 TO WS-GL-COUNT                                 03480001
034900             MOVE WS-GL-COUNT TO WS-GL-HIT                        03490001
035000         ELSE                                                     03500001
035100             DISPLAY 'GAIN/LOSS TABLE FULL, INVOICE '             03510001
035200                 XH-INVOICE-NUMBER ' ' XH-ITEM-NAME               03520001
035300                 ' NOT REPORTED'                                  03530001
035400             MOVE 4 TO RETURN-CODE                                03540001
035500         END-IF                                                   03550001
035600     END-IF                                                       03560001
035700     .                                                            03570001
035800                                                                  03580001
035900 235-MATCH-LINE.                                                  03590001
036000     IF GL-SUPPLIER-CODE (WS-GL-SUB) = XH-SUPPLIER-CODE           03600001
036100         AND GL-INVOICE-NUMBER (WS-GL-SUB) = XH-INVOICE-NUMBER    03610001
036200         AND GL-ITEM-NAME (WS-GL-SUB) = XH-ITEM-NAME              03620001
036300         MOVE WS-GL-SUB TO WS-GL-HIT                              03630001
036400     END-IF                                                       03640001
036500     .                                                            03650001
036600                                                                  03660001
036700 240-FILE-LINE.                                                   03670001
036800     MOVE XH-SUPPLIER-CODE TO GL-SUPPLIER-CODE (WS-GL-HIT)        03680001
036900     MOVE XH-INVOICE-NUMBER TO GL-INVOICE-NUMBER (WS-GL-HIT)      03690001
037000     MOVE XH-ITEM-NAME TO GL-ITEM-NAME (WS-GL-HIT)                03700001
037100     MOVE XH-CURRENCY-CODE TO GL-CURRENCY-CODE (WS-GL-HIT)        03710001
037200     MOVE XH-FOREIGN-AMOUNT TO GL-FOREIGN-AMOUNT (WS-GL-HIT)      03720001
037300     MOVE XH-RECEIPT-DATE TO GL-RECEIPT-DATE (WS-GL-HIT)          03730001
037400     MOVE XH-RECEIPT-RATE TO GL-RECEIPT-RATE (WS-GL-HIT)          03740001
037500     MOVE XH-RECEIPT-VALUE TO GL-RECEIPT-VALUE (WS-GL-HIT)        03750001
037600     MOVE XH-INVOICE-DATE TO GL-INVOICE-DATE (WS-GL-HIT)          03760001
037700     MOVE XH-INVOICE-RATE TO GL-INVOICE-RATE (WS-GL-HIT)          03770001
037800     MOVE XH-INVOICE-VALUE TO GL-INVOICE-VALUE (WS-GL-HIT)        03780001
037900     .                                                            03790001
038000                                                                  03800001
038100*****************************************************             03810001
038200*   ONE LINE PER INVOICE LINE, ADDING EACH INTO THE *             03820001
038300*   CURRENCY, SUPPLIER AND MONTH TOTALS AS IT GOES  *             03830001
038400*****************************************************             03840001
038500 300-PRINT-DETAIL-SECTION.                                        03850001
038600     INITIALIZE WS-CURRENCY-TOTAL-TABLE                           03860001
038700     INITIALIZE WS-SUPPLIER-TOTAL-TABLE                           03870001
038800     MOVE 'INVOICE LINES' TO SH-SECTION-TITLE                     03880001
038900     WRITE FX-PRINT-REC FROM WS-SECTION-HEADING                   03890001
039000       AFTER ADVANCING 3 LINES                                    03900001
039100     END-WRITE                                                    03910001
039200     WRITE FX-PRINT-REC FROM WS-DETAIL-COLUMN-HEADING             03920001
039300       AFTER ADVANCING 2 LINES                                    03930001
039400     END-WRITE                                                    03940001
039500     PERFORM 310-PRINT-DETAIL-LINE                                03950001
039600       VARYING WS-GL-SUB FROM 1 BY 1                              03960001
039700       UNTIL WS-GL-SUB > WS-GL-COUNT                              03970001
039800     .                                                            03980001
039900                                                                  03990001
040000 310-PRINT-DETAIL-LINE.                                           04000001
040100     COMPUTE WS-GAIN-LOSS = GL-RECEIPT-VALUE (WS-GL-SUB)          04010001
040200         - GL-INVOICE-VALUE (WS-GL-SUB)                           04020001
040300     MOVE GL-SUPPLIER-CODE (WS-GL-SUB) TO DL-SUPPLIER-CODE        04030001
040400     MOVE GL-INVOICE-NUMBER (WS-GL-SUB) TO DL-INVOICE-NUMBER      04040001
040500     MOVE GL-ITEM-NAME (WS-GL-SUB) TO DL-ITEM-NAME                04050001
040600     MOVE GL-CURRENCY-CODE (WS-GL-SUB) TO DL-CURRENCY-CODE        04060001
040700     MOVE GL-FOREIGN-AMOUNT (WS-GL-SUB) TO DL-FOREIGN-AMOUNT      04070001
040800     MOVE GL-RECEIPT-DATE (WS-GL-SUB) TO DL-RECEIPT-DATE          04080001
040900     MOVE GL-RECEIPT-RATE (WS-GL-SUB) TO DL-RECEIPT-RATE          04090001
041000     MOVE GL-RECEIPT-VALUE (WS-GL-SUB) TO DL-RECEIPT-VALUE        04100001
041100     MOVE GL-INVOICE-DATE (WS-GL-SUB) TO DL-INVOICE-DATE          04110001
041200     MOVE GL-INVOICE-RATE (WS-GL-SUB) TO DL-INVOICE-RATE          04120001
041300     MOVE GL-INVOICE-VALUE (WS-GL-SUB) TO DL-INVOICE-VALUE        04130001
041400     MOVE WS-GAIN-LOSS TO DL-GAIN-LOSS                            04140001
041500     WRITE FX-PRINT-REC FROM WS-DETAIL-LINE                       04150001
041600       AFTER ADVANCING 1 LINE                                     04160001
041700     END-WRITE                                                    04170001
041800     PERFORM 320-ADD-CURRENCY-TOTAL                               04180001
041900     PERFORM 330-ADD-SUPPLIER-TOTAL                               04190001
042000     ADD 1 TO WS-GRAND-LINES                                      04200001
042100     ADD GL-RECEIPT-VALUE (WS-GL-SUB) TO WS-GRAND-RECEIPT-VALUE   04210001
042200     ADD GL-INVOICE-VALUE (WS-GL-SUB) TO WS-GRAND-INVOICE-VALUE   04220001
042300     ADD WS-GAIN-LOSS TO WS-GRAND-GAIN-LOSS                       04230001
042400     .                                                            04240001
042500                                                                  04250001
042600 320-ADD-CURRENCY-TOTAL.                                          04260001
042700     MOVE ZERO TO WS-CT-HIT                                       04270001
042800     PERFORM 325-MATCH-CURRENCY                                   04280001
042900       VARYING WS-CT-SUB FROM 1 BY 1                              04290001
043000       UNTIL WS-CT-SUB > WS-CT-COUNT                              04300001
043100          OR WS-CT-HIT > ZERO                                     04310001
043200     IF WS-CT-HIT = ZERO                                          04320001
043300         IF WS-CT-COUNT < 20                                      04330001
043400             ADD 1 TO WS-CT-COUNT                                 04340001
043500             MOVE WS-CT-COUNT TO WS-CT-HIT                        04350001
043600             MOVE GL-CURRENCY-CODE (WS-GL-SUB)                    04360001
043700                 TO CT-CURRENCY-CODE (WS-CT-HIT)                  04370001
043800         ELSE                                                     04380001
043900             DISPLAY 'CURRENCY TOTAL TABLE FULL, '                04390001
044000                 GL-CURRENCY-CODE (WS-GL-SUB) ' NOT TOTALLED'     04400001
044100             MOVE 4 TO RETURN-CODE                                04410001
044200         END-IF                                                   04420001
044300     END-IF                                                       04430001
044400     IF WS-CT-HIT > ZERO                                          04440001
044500         ADD 1 TO CT-LINES (WS-CT-HIT)                            04450001
044600         ADD GL-FOREIGN-AMOUNT (WS-GL-SUB)                        04460001
044700             TO CT-FOREIGN-AMOUNT (WS-CT-HIT)                     04470001
044800         ADD GL-RECEIPT-VALUE (WS-GL-SUB)                         04480001
044900             TO CT-RECEIPT-VALUE (WS-CT-HIT)                      04490001
045000         ADD GL-INVOICE-VALUE (WS-GL-SUB)                         04500001
045100             TO CT-INVOICE-VALUE (WS-CT-HIT)                      04510001
045200         ADD WS-GAIN-LOSS TO CT-GAIN-LOSS (WS-CT-HIT)             04520001
045300     END-IF                                                       04530001
045400     .                                                            04540001
045500                                                                  04550001
045600 325-MATCH-CURRENCY.                                              04560001
045700     IF CT-CURRENCY-CODE (WS-CT-SUB)                              04570001
045800         = GL-CURRENCY-CODE (WS-GL-SUB)                           04580001
045900         MOVE WS-CT-SUB TO WS-CT-HIT                              04590001
046000     END-IF                                                       04600001
046100     .                                                            04610001
046200                                                                  04620001
046300 330-ADD-SUPPLIER-TOTAL.                                          04630001
046400     MOVE ZERO TO WS-ST-HIT                                       04640001
046500     PERFORM 335-MATCH-SUPPLIER                                   04650001
046600       VARYING WS-ST-SUB FROM 1 BY 1                              04660001
046700       UNTIL WS-ST-SUB > WS-ST-COUNT                              04670001
046800          OR WS-ST-HIT > ZERO                                     04680001
046900     IF WS-ST-HIT = ZERO                                          04690001
047000         IF WS-ST-COUNT < 500                                     04700001
047100             ADD 1 TO WS-ST-COUNT                                 04710001
047200             MOVE WS-ST-COUNT TO WS-ST-HIT                        04720001
047300             MOVE GL-SUPPLIER-CODE (WS-GL-SUB)                    04730001
047400                 TO ST-SUPPLIER-CODE (WS-ST-HIT)                  04740001
047500             MOVE GL-CURRENCY-CODE (WS-GL-SUB)                    04750001
047600                 TO ST-CURRENCY-CODE (WS-ST-HIT)                  04760001
047700             MOVE 'NO' TO ST-MIXED (WS-ST-HIT)                    04770001
047800         ELSE                                                     04780001
047900             DISPLAY 'SUPPLIER TOTAL TABLE FULL, '                04790001
048000                 GL-SUPPLIER-CODE (WS-GL-SUB) ' NOT TOTALLED'     04800001
048100             MOVE 4 TO RETURN-CODE                                04810001
048200         END-IF                                                   04820001
048300     END-IF                                                       04830001
048400     IF WS-ST-HIT > ZERO                                          04840001
048500         IF ST-CURRENCY-CODE (WS-ST-HIT)                          04850001
048600             NOT = GL-CURRENCY-CODE (WS-GL-SUB)                   04860001
048700             MOVE 'YES' TO ST-MIXED (WS-ST-HIT)                   04870001
048800         END-IF                                                   04880001
048900         ADD 1 TO ST-LINES (WS-ST-HIT)                            04890001
049000         ADD GL-FOREIGN-AMOUNT (WS-GL-SUB)                        04900001
049100             TO ST-FOREIGN-AMOUNT (WS-ST-HIT)                     04910001
049200         ADD GL-RECEIPT-VALUE (WS-GL-SUB)                         04920001
049300             TO ST-RECEIPT-VALUE (WS-ST-HIT)                      04930001
049400         ADD GL-INVOICE-VALUE (WS-GL-SUB)                         04940001
049500             TO ST-INVOICE-VALUE (WS-ST-HIT)                      04950001
049600         ADD WS-GAIN-LOSS TO ST-GAIN-LOSS (WS-ST-HIT)             04960001
049700     END-IF                                                       04970001
049800     .                                                            04980001
049900                                                                  04990001
050000 335-MATCH-SUPPLIER.                                              05000001
050100     IF ST-SUPPLIER-CODE (WS-ST-SUB)                              05010001
050200         = GL-SUPPLIER-CODE (WS-GL-SUB)                           05020001
050300         MOVE WS-ST-SUB TO WS-ST-HIT                              05030001
050400     END-IF                                                       05040001
050500     .                                                            05050001
050600                                                                  05060001
050700*****************************************************             05070001
050800*   TOTALS BY CURRENCY, OWN-CURRENCY AMOUNT FIRST   *             05080001
050900*****************************************************             05090001
051000 400-PRINT-CURRENCY-SECTION.                                      05100001
051100     MOVE 'TOTALS BY CURRENCY' TO SH-SECTION-TITLE                05110001
051200     PERFORM 810-PRINT-TOTAL-HEADING                              05120001
051300     PERFORM 410-PRINT-CURRENCY-LINE                              05130001
051400       VARYING WS-CT-SUB FROM 1 BY 1                              05140001
051500       UNTIL WS-CT-SUB > WS-CT-COUNT                              05150001
051600     .                                                            05160001
051700                                                                  05170001
051800 410-PRINT-CURRENCY-LINE.                                         05180001
051900     MOVE 'CURRENCY' TO TL-LABEL                                  05190001
052000     MOVE CT-CURRENCY-CODE (WS-CT-SUB) TO TL-CURRENCY-CODE        05200001
052100     MOVE CT-LINES (WS-CT-SUB) TO TL-LINES                        05210001
052200     MOVE CT-FOREIGN-AMOUNT (WS-CT-SUB) TO TL-FOREIGN-AMOUNT      05220001
052300     MOVE CT-RECEIPT-VALUE (WS-CT-SUB) TO TL-RECEIPT-VALUE        05230001
052400     MOVE CT-INVOICE-VALUE (WS-CT-SUB) TO TL-INVOICE-VALUE        05240001
052500     MOVE CT-GAIN-LOSS (WS-CT-SUB) TO TL-GAIN-LOSS                05250001
052600     PERFORM 820-PRINT-TOTAL-LINE                                 05260001
052700     .                                                            05270001
052800                                                                  05280001
052900*****************************************************             05290001
053000*   TOTALS BY SUPPLIER; A MIXED-CURRENCY SUPPLIER   *             05300001
053100*   SHOWS NO CURRENCY OR OWN-CURRENCY AMOUNT        *             05310001
053200*****************************************************             05320001
053300 500-PRINT-SUPPLIER-SECTION.                                      05330001
053400     MOVE 'TOTALS BY SUPPLIER' TO SH-SECTION-TITLE                05340001
053500     PERFORM 810-PRINT-TOTAL-HEADING                              05350001
053600     PERFORM 510-PRINT-SUPPLIER-LINE                              05360001
053700       VARYING WS-ST-SUB FROM 1 BY 1                              05370001
053800       UNTIL WS-ST-SUB > WS-ST-COUNT                              05380001
053900     .                                                            05390001
054000                                                                  05400001
054100 510-PRINT-SUPPLIER-LINE.                                         05410001
054200     MOVE SPACES TO TL-LABEL                                      05420001
054300     STRING 'SUPPLIER ' ST-SUPPLIER-CODE (WS-ST-SUB)              05430001
054400         DELIMITED BY SIZE INTO TL-LABEL                          05440001
054500     END-STRING                                                   05450001
054600     MOVE ST-LINES (WS-ST-SUB) TO TL-LINES                        05460001
054700     IF ST-MIXED (WS-ST-SUB) = 'YES'                              05470001
054800         MOVE SPACES TO TL-CURRENCY-CODE                          05480001
054900         MOVE SPACES TO TL-FOREIGN-AMOUNT-X                       05490001
055000     ELSE                                                         05500001
055100         MOVE ST-CURRENCY-CODE (WS-ST-SUB) TO TL-CURRENCY-CODE    05510001
055200         MOVE ST-FOREIGN-AMOUNT (WS-ST-SUB) TO TL-FOREIGN-AMOUNT  05520001
055300     END-IF                                                       05530001
055400     MOVE ST-RECEIPT-VALUE (WS-ST-SUB) TO TL-RECEIPT-VALUE        05540001
055500     MOVE ST-INVOICE-VALUE (WS-ST-SUB) TO TL-INVOICE-VALUE        05550001
055600     MOVE ST-GAIN-LOSS (WS-ST-SUB) TO TL-GAIN-LOSS                05560001
055700     PERFORM 820-PRINT-TOTAL-LINE                                 05570001
055800     .                                                            05580001
055900                                                                  05590001
056000*****************************************************             05600001
056100*   MONTH TOTAL, IN DOLLARS ONLY                    *             05610001
056200*****************************************************             05620001
056300 600-PRINT-GRAND-TOTAL.                                           05630001
056400     MOVE 'TOTAL FOR MONTH' TO TL-LABEL                           05640001
056500     MOVE SPACES TO TL-CURRENCY-CODE                              05650001
056600     MOVE WS-GRAND-LINES TO TL-LINES                              05660001
056700     MOVE SPACES TO TL-FOREIGN-AMOUNT-X                           05670001
056800     MOVE WS-GRAND-RECEIPT-VALUE TO TL-RECEIPT-VALUE              05680001
056900     MOVE WS-GRAND-INVOICE-VALUE TO TL-INVOICE-VALUE              05690001
057000     MOVE WS-GRAND-GAIN-LOSS TO TL-GAIN-LOSS                      05700001
057100     WRITE FX-PRINT-REC FROM WS-TOTAL-LINE                        05710001
057200       AFTER ADVANCING 3 LINES                                    05720001
057300     END-WRITE                                                    05730001
057400     .                                                            05740001
057500                                                                  05750001
057600 800-PRINT-HEADINGS.                                              05760001
057700     MOVE WS-RPT-MONTH TO FH-RPT-MONTH                            05770001
057800     MOVE WS-DATE-8 TO FH-RUN-DATE                                05780001
057900     WRITE FX-PRINT-REC FROM WS-FX-HEADING                        05790001
058000       AFTER ADVANCING PAGE                                       05800001
058100     END-WRITE                                                    05810001
058200     .                                                            05820001
058300                                                                  05830001
058400 810-PRINT-TOTAL-HEADING.                                         05840001
058500     WRITE FX-PRINT-REC FROM WS-SECTION-HEADING                   05850001
058600       AFTER ADVANCING 3 LINES                                    05860001
058700     END-WRITE                                                    05870001
058800     WRITE FX-PRINT-REC FROM WS-TOTAL-COLUMN-HEADING              05880001
058900       AFTER ADVANCING 2 LINES                                    05890001
059000     END-WRITE                                                    05900001
059100     .                                                            05910001
059200                                                                  05920001
059300 820-PRINT-TOTAL-LINE.                                            05930001
059400     WRITE FX-PRINT-REC FROM WS-TOTAL-LINE                        05940001
059500       AFTER ADVANCING 1 LINE                                     05950001
059600     END-WRITE                                                    05960001
059700     .                                                            05970001
059800                                                                  05980001
059900 850-GET-DATE.                                                    05990001
060000     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          06000001
060100     .                                                            06010001
