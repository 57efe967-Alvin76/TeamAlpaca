000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    USAGEVAR.                                         00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*ACTUAL VERSUS THEORETICAL USAGE VARIANCE - TAKES   *             00090001
001000*THE NIGHT'S POINT-OF-SALE FILE OF MENU ITEMS SOLD  *             00100001
001100*AND EXPLODES IT THROUGH THE RECIPE FILE INTO THE   *             00110001
001200*INGREDIENT QUANTITIES THOSE SALES SHOULD HAVE      *             00120001
001300*USED.  EACH INGREDIENT'S THEORETICAL USAGE IS SET  *             00130001
001400*AGAINST WHAT THE USAGE POSTING RUN PUT ON          *             00140001
001500*FR-UNITS-DAY AND WHAT THE WASTE POSTING RUN PUT    *             00150001
001600*ON FR-WASTE-DAY, AND THE GAP NEITHER SALES NOR     *             00160001
001700*WASTE EXPLAINS IS RANKED BY ITEM AND BY CATEGORY   *             00170001
001800*IN UNITS AND IN DOLLARS AT FR-COST.  THE CYCLE     *             00180001
001900*COUNT TELLS US STOCK WENT MISSING WEEKS LATER;     *             00190001
002000*THIS TELLS US THE NEXT MORNING, PER DISH.  THE     *             00200001
002100*NIGHT'S SALES LINES ARE ALSO KEPT ON THE SALES     *             00210001
002200*HISTORY FILE FOR THE MONTHLY MENU REPORTS          *             00220001
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
003500     SELECT FRIDGE                 ASSIGN TO DYNAMIC              00350001
003600         WS-FRIDGE-DSNAME                                         00360001
003700         ORGANIZATION IS INDEXED                                  00370001
003800         ACCESS MODE IS DYNAMIC                                   00380001
003900         RECORD KEY IS FR-ITEM-NAME                               00390001
004000         ALTERNATE RECORD KEY IS FR-CATEGORY                      00400001
004100             WITH DUPLICATES                                      00410001
004200         ALTERNATE RECORD KEY IS FR-SUPPLIER-CODE                 00420001
004300             WITH DUPLICATES                                      00430001
004400         FILE STATUS IS WS-FRIDGE-STATUS.                         00440001
004500     SELECT POS-SALES-FILE         ASSIGN TO MYPOSSLS.            00450001
004600     SELECT OPTIONAL POS-HISTORY-FILE ASSIGN TO MYPOSHST          00460001
004700         FILE STATUS IS WS-POSHST-STATUS.                         00470001
004800     SELECT RECIPE-FILE            ASSIGN TO MYRECIPE.            00480001
004900     SELECT VARIANCE-PRINT-FILE    ASSIGN TO MYUSEVAR.            00490001
004916     SELECT ITEM-UOM-FILE          ASSIGN TO MYITMUOM             00491601
004932         ORGANIZATION IS INDEXED                                  00493201
004948         ACCESS MODE IS RANDOM                                    00494801
004964         RECORD KEY IS UM-ITEM-NAME                               00496401
004980         FILE STATUS IS WS-ITMUOM-STATUS.                         00498001
005000                                                                  00500001
005100 DATA DIVISION.                                                   00510001
005200 FILE SECTION.                                                    00520001
005300                                                                  00530001
005400 FD  FRIDGE                                                       00540001
005500     RECORDING MODE IS F.                                         00550001
005600     COPY FRIDGEREC.                                              00560001
005700                                                                  00570001
005800 FD  POS-SALES-FILE                                               00580001
005900     RECORDING MODE IS F.                                         00590001
006000     COPY POSSALE.                                                00600001
006100                                                                  00610001
006200 FD  POS-HISTORY-FILE                                             00620001
006300     RECORDING MODE IS F.                                         00630001
006400 01  POS-HISTORY-REC                PIC X(80).                    00640001
006500                                                                  00650001
006600 FD  RECIPE-FILE                                                  00660001
006700     RECORDING MODE IS F.                                         00670001
006800     COPY RECIPREC.                                               00680001
006900                                                                  00690001
007000 FD  VARIANCE-PRINT-FILE                                          00700001
007100     RECORDING MODE IS F.                                         00710001
007200 01  VARIANCE-PRINT-REC.                                          00720001
007300     10  FILLER                    PIC X(132).                    00730001
007325                                                                  00732501
007350 FD  ITEM-UOM-FILE.                                               00735001
007375     COPY ITEMUOM.                                                00737501
007400                                                                  00740001
007500 WORKING-STORAGE SECTION.                                         00750001
007600                                                                  00760001
007700 01  WS-COUNTERS-FLAGS.                                           00770001
007800     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00780001
007900     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00790001
008000     10  WS-SALES-COUNT            PIC 9(03) VALUE ZERO.          00800001
008100     10  WS-ING-COUNT              PIC 9(03) VALUE ZERO.          00810001
008200     10  WS-CAT-COUNT              PIC 9(03) VALUE ZERO.          00820001
008300     10  WS-RANK-NUMBER            PIC 9(03) VALUE ZERO.          00830001
008400     10  WS-SUB                    PIC S9(04) COMP VALUE ZERO.    00840001
008500     10  WS-HIT-SUB                PIC S9(04) COMP VALUE ZERO.    00850001
008600     10  WS-BEST-SUB               PIC S9(04) COMP VALUE ZERO.    00860001
008633     10  WS-HELD-SALE-DATE         PIC 9(08) VALUE ZERO.          00863301
008666     10  WS-POSHST-EOF             PIC X(03) VALUE 'NO'.          00866601
008700                                                                  00870001
008800 01  WS-VALIDATION-FLAGS.                                         00880001
008900     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        00890001
009000     10  WS-POSHST-STATUS          PIC X(02) VALUE SPACES.        00900001
009050     10  WS-ITMUOM-STATUS          PIC X(02) VALUE SPACES.        00905001
009100                                                                  00910001
009200 01  WS-SITE-CONTROL.                                             00920001
009300     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    00930001
009400                                                                  00940001
009500 01  WS-DATE-FIELDS.                                              00950001
009600     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          00960001
009700                                                                  00970001
009800*****************************************************             00980001
009900*   RUN-CONTROL HANDSHAKE: THE VARIANCE NEEDS BOTH  *             00990001
010000*   THE USAGE AND THE WASTE POSTINGS IN PLACE       *             01000001
010100*   BEFORE IT CAN SAY WHAT IS UNEXPLAINED           *             01010001
010200*****************************************************             01020001
010300     COPY RUNCTLP.                                                01030001
010400                                                                  01040001
010500 01  WS-OVERRIDE-PARM-CARD.                                       01050001
010600     10  PC-RUN-OVERRIDE           PIC X(08).                     01060001
010700     10  FILLER                    PIC X(72).                     01070001
010800                                                                  01080001
010900 01  WS-SALES-TABLE.                                              01090001
011000     10  WS-SALES-ENTRY OCCURS 100 TIMES.                         01100001
011100         15  SL-MENU-ITEM          PIC X(20).                     01110001
011200         15  SL-QTY-SOLD           PIC 9(07).                     01120001
011300                                                                  01130001
011400*****************************************************             01140001
011500*   ONE ENTRY PER INGREDIENT: THEORETICAL USAGE     *             01150001
011600*   FROM THE SALES EXPLOSION, THE POSTED ACTUALS    *             01160001
011700*   OFF THE MASTER, AND THE UNEXPLAINED GAP         *             01170001
011800*****************************************************             01180001
011900 01  WS-USAGE-TABLE.                                              01190001
012000     10  WS-USAGE-ENTRY OCCURS 300 TIMES.                         01200001
012100         15  UV-ITEM-NAME          PIC X(17).                     01210001
012200         15  UV-CATEGORY           PIC X(10).                     01220001
012300         15  UV-COST               PIC S9(03)V99.                 01230001
012400         15  UV-THEORETICAL        PIC S9(07)V99.                 01240001
012500         15  UV-ISSUED             PIC S9(05).                    01250001
012600         15  UV-WASTE              PIC S9(05).                    01260001
012700         15  UV-GAP-UNITS          PIC S9(07)V99.                 01270001
012800         15  UV-GAP-VALUE          PIC S9(07)V99.                 01280001
012900         15  UV-ON-FILE            PIC X(01).                     01290001
013000         15  UV-POSTED             PIC X(01).                     01300001
013100         15  UV-PRINTED            PIC X(01).                     01310001
013200                                                                  01320001
013300 01  WS-CATEGORY-TABLE.                                           01330001
013400     10  WS-CATEGORY-ENTRY OCCURS 50 TIMES.                       01340001
013500         15  CG-CATEGORY           PIC X(10).                     01350001
013600         15  CG-GAP-UNITS          PIC S9(07)V99.                 01360001
013700         15  CG-GAP-VALUE          PIC S9(07)V99.                 01370001
013800         15  CG-PRINTED            PIC X(01).                     01380001
013900                                                                  01390001
014000 01  WS-VARIANCE-CONTROL.                                         01400001
014100     10  WS-MATCH-ITEM             PIC X(17) VALUE SPACES.        01410001
014200     10  WS-MENU-SOLD              PIC 9(07) VALUE ZERO.          01420001
014300     10  WS-LINE-USAGE             PIC S9(07)V99 VALUE ZERO.      01430001
014400     10  WS-BEST-VALUE             PIC S9(07)V99 VALUE ZERO.      01440001
014500     10  WS-TOTAL-GAP-UNITS        PIC S9(07)V99 VALUE ZERO.      01450001
014600     10  WS-TOTAL-GAP-VALUE        PIC S9(07)V99 VALUE ZERO.      01460001
014700                                                                  01470001
014710*****************************************************             01471001
014720*   RECIPE QUANTITIES ARE IN RECIPE UNITS AND THE   *             01472001
014730*   ACTUALS IN STOCKING UNITS, SO THEORETICAL USAGE *             01473001
014740*   IS DIVIDED BY THE ITEM'S RECIPE FACTOR          *             01474001
014750*****************************************************             01475001
014760 01  WS-UOM-CONTROL.                                              01476001
014770     10  WS-UOM-LOADED             PIC X(03) VALUE 'NO'.          01477001
014780     10  WS-RECIPE-FACTOR          PIC 9(05)V9(04) VALUE 1.       01478001
014790                                                                  01479001
014800 01  WS-VARIANCE-HEADING.                                         01480001
014900     10  FILLER                    PIC X(02) VALUE SPACES.        01490001
015000     10  FILLER                    PIC X(40) VALUE                01500001
015100         'ACTUAL VS THEORETICAL USAGE VARIANCE    '.              01510001
015200     10  FILLER                    PIC X(06) VALUE 'DATE: '.      01520001
015300     10  VH-RUN-DATE               PIC 9(08).                     01530001
015400     10  FILLER                    PIC X(76) VALUE SPACES.        01540001
015500                                                                  01550001
015600 01  WS-ITEM-COLUMN-HEADING.                                      01560001
015700     10  FILLER                    PIC X(02) VALUE SPACES.        01570001
015800     10  FILLER                    PIC X(06) VALUE 'RANK'.        01580001
015900     10  FILLER                    PIC X(19) VALUE 'ITEM'.        01590001
016000     10  FILLER                    PIC X(12) VALUE 'CATEGORY'.    01600001
016100     10  FILLER                    PIC X(12) VALUE 'THEORETICAL'. 01610001
016200     10  FILLER                    PIC X(08) VALUE 'ISSUED'.      01620001
016300     10  FILLER                    PIC X(08) VALUE 'WASTE'.       01630001
016400     10  FILLER                    PIC X(12) VALUE 'GAP UNITS'.   01640001
016500     10  FILLER                    PIC X(15) VALUE 'GAP DOLLARS'. 01650001
016600     10  FILLER                    PIC X(38) VALUE 'REMARK'.      01660001
016700                                                                  01670001
016800 01  WS-ITEM-LINE.                                                01680001
016900     10  FILLER                    PIC X(02) VALUE SPACES.        01690001
017000     10  IV-RANK                   PIC ZZ9.                       01700001
017100     10  FILLER                    PIC X(03) VALUE SPACES.        01710001
017200     10  IV-ITEM-NAME              PIC X(17).                     01720001
017300     10  FILLER                    PIC X(02) VALUE SPACES.        01730001
017400     10  IV-CATEGORY               PIC X(10).                     01740001
017500     10  FILLER                    PIC X(02) VALUE SPACES.        01750001
017600     10  IV-THEORETICAL            PIC -ZZZZZ9.99.                01760001
017700     10  FILLER                    PIC X(02) VALUE SPACES.        01770001
017800     10  IV-ISSUED                 PIC -ZZZZ9.                    01780001
017900     10  FILLER                    PIC X(02) VALUE SPACES.        01790001
018000     10  IV-WASTE                  PIC -ZZZZ9.                    01800001
018100     10  FILLER                    PIC X(02) VALUE SPACES.        01810001
018200     10  IV-GAP-UNITS              PIC -ZZZZZ9.99.                01820001
018300     10  FILLER                    PIC X(02) VALUE SPACES.        01830001
018400     10  IV-GAP-VALUE              PIC -Z,ZZZ,ZZ9.99.             01840001
018500     10  FILLER                    PIC X(02) VALUE SPACES.        01850001
018600     10  IV-REMARK                 PIC X(20).                     01860001
018700     10  FILLER                    PIC X(18) VALUE SPACES.        01870001
018800                                                                  01880001
018900 01  WS-CATEGORY-COLUMN-HEADING.                                  01890001
019000     10  FILLER                    PIC X(02) VALUE SPACES.        01900001
019100     10  FILLER                    PIC X(06) VALUE 'RANK'.        01910001
019200     10  FILLER                    PIC X(12) VALUE 'CATEGORY'.    01920001
019300     10  FILLER                    PIC X(12) VALUE 'GAP UNITS'.   01930001
019400     10  FILLER                    PIC X(15) VALUE 'GAP DOLLARS'. 01940001
019500     10  FILLER                    PIC X(85) VALUE SPACES.        01950001
019600                                                                  01960001
019700 01  WS-CATEGORY-LINE.                                            01970001
019800     10  FILLER                    PIC X(02) VALUE SPACES.        01980001
019900     10  CV-RANK                   PIC ZZ9.                       01990001
020000     10  FILLER                    PIC X(03) VALUE SPACES.        02000001
020100     10  CV-CATEGORY               PIC X(10).                     02010001
020200     10  FILLER                    PIC X(02) VALUE SPACES.        02020001
020300     10  CV-GAP-UNITS              PIC -ZZZZZ9.99.                02030001
020400     10  FILLER                    PIC X(02) VALUE SPACES.        02040001
020500     10  CV-GAP-VALUE              PIC -Z,ZZZ,ZZ9.99.             02050001
020600     10  FILLER                    PIC X(87) VALUE SPACES.        02060001
020700                                                                  02070001
020800 01  WS-VARIANCE-TOTAL-LINE.                                      02080001
020900     10  FILLER                    PIC X(02) VALUE SPACES.        02090001
021000     10  FILLER                    PIC X(17) VALUE                02100001
021100         'TOTAL UNEXPLAINED'.                                     02110001
021200     10  FILLER                    PIC X(12) VALUE SPACES.        02120001
021300     10  VT-GAP-UNITS              PIC -ZZZZZ9.99.                02130001
021400     10  FILLER                    PIC X(02) VALUE SPACES.        02140001
021500     10  VT-GAP-VALUE              PIC -Z,ZZZ,ZZ9.99.             02150001
021600     10  FILLER                    PIC X(76) VALUE SPACES.        02160001
021700                                                                  02170001
021800 PROCEDURE DIVISION.                                              02180001
021900                                                                  02190001
022000*****************************************************             02200001
022100*   MAIN PROGRAM ROUTINE                            *             02210001
022200*****************************************************             02220001
022300 010-START-HERE.                                                  02230001
022400     PERFORM 850-GET-DATE                                         02240001
022500     PERFORM 160-CHECK-RUN-SEQUENCE                               02250001
022600     IF RETURN-CODE = 8                                           02260001
022700         CONTINUE                                                 02270001
022800     ELSE                                                         02280001
022900     OPEN INPUT FRIDGE                                            02290001
023000     IF WS-FRIDGE-STATUS NOT = '00'                               02300001
023100         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  02310001
023200             WS-FRIDGE-STATUS                                     02320001
023300         MOVE 16 TO RETURN-CODE                                   02330001
023400     ELSE                                                         02340001
023500         OPEN INPUT POS-SALES-FILE                                02350001
023600         OPEN INPUT RECIPE-FILE                                   02360001
023700         OPEN OUTPUT VARIANCE-PRINT-FILE                          02370001
023750         PERFORM 107-OPEN-ITEM-UOM                                02375001
023800         PERFORM 100-READ-SALES                                   02380001
023900         PERFORM 105-OPEN-POS-HISTORY                             02390001
024000         PERFORM 110-LOAD-SALES-LINE                              02400001
024100           UNTIL EOF-FLAG = 'YES'                                 02410001
024200         CLOSE POS-HISTORY-FILE                                   02420001
024300         MOVE 'NO' TO EOF-FLAG                                    02430001
024400         PERFORM 200-READ-RECIPE                                  02440001
024500         PERFORM 210-EXPLODE-RECIPE-LINE                          02450001
024600           UNTIL EOF-FLAG = 'YES'                                 02460001
024700         MOVE 'NO' TO EOF-FLAG                                    02470001
024800         MOVE LOW-VALUES TO FR-ITEM-NAME                          02480001
024900         START FRIDGE KEY IS NOT LESS THAN FR-ITEM-NAME           02490001
025000             INVALID KEY                                          02500001
025100                 MOVE 'YES' TO EOF-FLAG                           02510001
025200         END-START                                                02520001
025300         PERFORM 300-READ-FRIDGE-NEXT                             02530001
025400           UNTIL EOF-FLAG = 'YES'                                 02540001
025500         PERFORM 400-COMPUTE-GAPS                                 02550001
025600           VARYING WS-SUB FROM 1 BY 1                             02560001
025700           UNTIL WS-SUB > WS-ING-COUNT                            02570001
025800         PERFORM 800-PRINT-HEADINGS                               02580001
025900         PERFORM 500-PRINT-ITEM-RANKING                           02590001
026000         PERFORM 600-PRINT-CATEGORY-RANKING                       02600001
026100         CLOSE FRIDGE POS-SALES-FILE RECIPE-FILE                  02610001
026200           VARIANCE-PRINT-FILE                                    02620001
026225         IF WS-UOM-LOADED = 'YES'                                 02622501
026250             CLOSE ITEM-UOM-FILE                                  02625001
026275         END-IF                                                   02627501
026300         IF RETURN-CODE < 16                                      02630001
026333             PERFORM 165-STAMP-RUN-COMPLETE                       02633301
026366         END-IF                                                   02636601
026400     END-IF                                                       02640001
026500     END-IF                                                       02650001
026600     GOBACK                                                       02660001
026700     .                                                            02670001
026800                                                                  02680001
026900 160-CHECK-RUN-SEQUENCE.                                          02690001
027000     ACCEPT WS-OVERRIDE-PARM-CARD FROM SYSIN                      02700001
027100     MOVE 'S' TO RP-FUNCTION                                      02710001
027200     MOVE 'USAGEVAR' TO RP-CALLER                                 02720001
027300     MOVE 'FRIDGUSE' TO RP-PREREQ (1)                             02730001
027400     MOVE 'WASTEPST' TO RP-PREREQ (2)                             02740001
027500     MOVE SPACES TO RP-PREREQ (3)                                 02750001
027600     IF PC-RUN-OVERRIDE = 'OVERRIDE'                              02760001
027700         MOVE 'Y' TO RP-OVERRIDE                                  02770001
027800     ELSE                                                         02780001
027900         MOVE SPACE TO RP-OVERRIDE                                02790001
028000     END-IF                                                       02800001
028100     MOVE WS-DATE-8 TO RP-BUSINESS-DATE                           02810001
028200     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        02820001
028300     IF RP-RESULT = '08'                                          02830001
028400         DISPLAY 'USAGEVAR ALREADY RAN FOR ' WS-DATE-8            02840001
028500             ', OVERRIDE CARD REQUIRED'                           02850001
028600         MOVE 8 TO RETURN-CODE                                    02860001
028700     END-IF                                                       02870001
028800     IF RP-RESULT = '04'                                          02880001
028900         DISPLAY 'PREREQUISITE ' RP-FAILED-PREREQ                 02890001
029000             ' NOT COMPLETE FOR ' WS-DATE-8                       02900001
029100         MOVE 8 TO RETURN-CODE                                    02910001
029200     END-IF                                                       02920001
029300     .                                                            02930001
029400                                                                  02940001
029500 165-STAMP-RUN-COMPLETE.                                          02950001
029600     MOVE 'E' TO RP-FUNCTION                                      02960001
029700     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        02970001
029800     .                                                            02980001
029900                                                                  02990001
030000*****************************************************             03000001
030100*   THE SALES HISTORY ACCUMULATES ONE SET OF LINES  *             03010001
030200*   PER NIGHT, SO IT IS EXTENDED, NEVER RECREATED.  *             03020001
030220*   IF IT ALREADY HOLDS TONIGHT'S SALE DATE (A      *             03022001
030240*   RERUN) THOSE LINES ARE NOT ADDED A SECOND TIME  *             03024001
030260*   SO THE MENU ENGINEERING MONTH IS NOT DOUBLED    *             03026001
030300*****************************************************             03030001
030400 105-OPEN-POS-HISTORY.                                            03040001
030500     MOVE ZERO TO WS-HELD-SALE-DATE                               03050001
030533     MOVE 'NO' TO WS-POSHST-EOF                                   03053301
030566     OPEN INPUT POS-HISTORY-FILE                                  03056601
030600     IF WS-POSHST-STATUS = '00'                                   03060001
030633         IF EOF-FLAG = 'NO'                                       03063301
030666             PERFORM 106-SCAN-POS-HISTORY                         03066601
030680               UNTIL WS-POSHST-EOF = 'YES'                        03068001
030690         END-IF                                                   03069001
030700         CLOSE POS-HISTORY-FILE                                   03070001
030800     ELSE                                                         03080001
030900         OPEN OUTPUT POS-HISTORY-FILE                             03090001
031000         CLOSE POS-HISTORY-FILE                                   03100001
031100     END-IF                                                       03110001
031150     IF WS-HELD-SALE-DATE > ZERO                                  03115001
031160         DISPLAY 'SALES HISTORY ALREADY HOLDS ' WS-HELD-SALE-DATE 03116001
031170             ', LINES NOT ADDED AGAIN'                            03117001
031180     END-IF                                                       03118001
031200     OPEN EXTEND POS-HISTORY-FILE                                 03120001
031300     .                                                            03130001
031320                                                                  03132001
031340 106-SCAN-POS-HISTORY.                                            03134001
031350     READ POS-HISTORY-FILE                                        03135001
031360         AT END                                                   03136001
031365             MOVE 'YES' TO WS-POSHST-EOF                          03136501
031370         NOT AT END                                               03137001
031375             IF POS-HISTORY-REC (1:8) = PS-SALE-DATE              03137501
031380                 MOVE PS-SALE-DATE TO WS-HELD-SALE-DATE           03138001
031385                 MOVE 'YES' TO WS-POSHST-EOF                      03138501
031390             END-IF                                               03139001
031395     END-READ                                                     03139501
031398     .                                                            03139801
031400                                                                  03140001
031406*****************************************************             03140601
031412*   WITHOUT THE UOM MASTER RECIPE QUANTITIES ARE    *             03141201
031418*   TAKEN AS STOCKING UNITS                         *             03141801
031424*****************************************************             03142401
031430 107-OPEN-ITEM-UOM.                                               03143001
031436     OPEN INPUT ITEM-UOM-FILE                                     03143601
031442     IF WS-ITMUOM-STATUS = '00'                                   03144201
031448         MOVE 'YES' TO WS-UOM-LOADED                              03144801
031454     ELSE                                                         03145401
031460         DISPLAY 'ITEM UOM MASTER NOT AVAILABLE, STATUS = '       03146001
031466             WS-ITMUOM-STATUS ', RECIPE UNITS NOT CONVERTED'      03146601
031472     END-IF                                                       03147201
031478     .                                                            03147801
031484                                                                  03148401
031500 100-READ-SALES.                                                  03150001
031600     READ POS-SALES-FILE                                          03160001
031700         AT END                                                   03170001
031800             MOVE 'YES' TO EOF-FLAG                               03180001
031900         NOT AT END                                               03190001
032000             ADD 1 TO REC-COUNT                                   03200001
032100     END-READ                                                     03210001
032200     .                                                            03220001
032300                                                                  03230001
032400*****************************************************             03240001
032500*   THE SAME MENU ITEM MAY COME THROUGH ON SEVERAL  *             03250001
032600*   POS LINES (ONE PER TERMINAL OR SHIFT); THEY ARE *             03260001
032700*   SUMMED TO ONE ENTRY PER MENU ITEM               *             03270001
032800*****************************************************             03280001
032900 110-LOAD-SALES-LINE.                                             03290001
033000     IF PS-QTY-SOLD NUMERIC                                       03300001
033100         IF PS-SALE-DATE NOT = WS-HELD-SALE-DATE                  03310001
033133             WRITE POS-HISTORY-REC FROM POS-SALES-REC             03313301
033166         END-IF                                                   03316601
033200         MOVE ZERO TO WS-HIT-SUB                                  03320001
033300         PERFORM 115-MATCH-SALES-ENTRY                            03330001
033400           VARYING WS-SUB FROM 1 BY 1                             03340001
033500           UNTIL WS-SUB > WS-SALES-COUNT                          03350001
033600         IF WS-HIT-SUB = ZERO                                     03360001
033700             IF WS-SALES-COUNT < 100                              03370001
033800                 ADD 1 TO WS-SALES-COUNT                          03380001
033900                 MOVE WS-SALES-COUNT TO WS-HIT-SUB                03390001
034000                 MOVE PS-MENU-ITEM TO SL-MENU-ITEM (WS-HIT-SUB)   03400001
034100                 MOVE ZERO TO SL-QTY-SOLD (WS-HIT-SUB)            03410001
034200             ELSE                                                 03420001
034300                 DISPLAY 'SALES TABLE FULL, LINE DROPPED'         03430001
034400                 MOVE 16 TO RETURN-CODE                           03440001
034500             END-IF                                               03450001
034600         END-IF                                                   03460001
034700         IF WS-HIT-SUB > ZERO                                     03470001
034800             ADD PS-QTY-SOLD TO SL-QTY-SOLD (WS-HIT-SUB)          03480001
034900         END-IF                                                   03490001
035000     ELSE                                                         03500001
035100         DISPLAY 'NON-NUMERIC QTY SOLD, POS LINE SKIPPED: '       03510001
035200             PS-MENU-ITEM                                         03520001
035300     END-IF                                                       03530001
035400     PERFORM 100-READ-SALES                                       03540001
035500     .                                                            03550001
035600                                                                  03560001
035700 115-MATCH-SALES-ENTRY.                                           03570001
035800     IF SL-MENU-ITEM (WS-SUB) = PS-MENU-ITEM                      03580001
035900         MOVE WS-SUB TO WS-HIT-SUB                                03590001
036000     END-IF                                                       03600001
036100     .                                                            03610001
036200                                                                  03620001
036300 200-READ-RECIPE.                                                 03630001
036400     READ RECIPE-FILE                                             03640001
036500         AT END                                                   03650001
036600             MOVE 'YES' TO EOF-FLAG                               03660001
036700     END-READ                                                     03670001
036800     .                                                            03680001
036900                                                                  03690001
037000*****************************************************             03700001
037100*   ONE RECIPE LINE TIMES THE COVERS SOLD FOR ITS   *             03710001
037200*   MENU ITEM IS WHAT THOSE SALES SHOULD HAVE DRAWN *             03720001
037300*****************************************************             03730001
037400 210-EXPLODE-RECIPE-LINE.                                         03740001
037500     MOVE ZERO TO WS-MENU-SOLD                                    03750001
037600     PERFORM 220-MATCH-SOLD-ENTRY                                 03760001
037700       VARYING WS-SUB FROM 1 BY 1                                 03770001
037800       UNTIL WS-SUB > WS-SALES-COUNT                              03780001
037900     IF WS-MENU-SOLD > ZERO                                       03790001
037975         PERFORM 215-GET-RECIPE-FACTOR                            03797501
038050         COMPUTE WS-LINE-USAGE ROUNDED =                          03805001
038125             WS-MENU-SOLD * RC-QTY-PER-COVER / WS-RECIPE-FACTOR   03812501
038200         MOVE RC-INGREDIENT TO WS-MATCH-ITEM                      03820001
038300         PERFORM 230-FIND-USAGE-ENTRY                             03830001
038400         IF WS-HIT-SUB > ZERO                                     03840001
038500             ADD WS-LINE-USAGE TO UV-THEORETICAL (WS-HIT-SUB)     03850001
038600         END-IF                                                   03860001
038700     END-IF                                                       03870001
038800     PERFORM 200-READ-RECIPE                                      03880001
038900     .                                                            03890001
039000                                                                  03900001
039004*****************************************************             03900401
039008*   RECIPE UNITS PER STOCKING UNIT FOR THE LINE'S   *             03900801
039012*   INGREDIENT; ONE WHEN THE ITEM HAS NO CONVERSION *             03901201
039016*****************************************************             03901601
039020 215-GET-RECIPE-FACTOR.                                           03902001
039024     MOVE 1 TO WS-RECIPE-FACTOR                                   03902401
039028     IF WS-UOM-LOADED = 'YES'                                     03902801
039032         MOVE RC-INGREDIENT TO UM-ITEM-NAME                       03903201
039036         READ ITEM-UOM-FILE                                       03903601
039040             INVALID KEY                                          03904001
039044                 CONTINUE                                         03904401
039048             NOT INVALID KEY                                      03904801
039052                 IF UM-RECIPE-FACTOR NUMERIC                      03905201
039056                     AND UM-RECIPE-FACTOR > ZERO                  03905601
039060                     MOVE UM-RECIPE-FACTOR TO WS-RECIPE-FACTOR    03906001
039064                 END-IF                                           03906401
039068         END-READ                                                 03906801
039072     END-IF                                                       03907201
039076     .                                                            03907601
039080                                                                  03908001
039100 220-MATCH-SOLD-ENTRY.                                            03910001
039200     IF SL-MENU-ITEM (WS-SUB) = RC-MENU-ITEM                      03920001
039300         MOVE SL-QTY-SOLD (WS-SUB) TO WS-MENU-SOLD                03930001
039400     END-IF                                                       03940001
039500     .                                                            03950001
039600                                                                  03960001
039700*****************************************************             03970001
039800*   FIND OR OPEN THE USAGE ENTRY FOR THE            *             03980001
039900*   INGREDIENT NAMED IN WS-MATCH-ITEM               *             03990001
040000*****************************************************             04000001
040100 230-FIND-USAGE-ENTRY.                                            04010001
040200     MOVE ZERO TO WS-HIT-SUB                                      04020001
040300     PERFORM 240-MATCH-USAGE-ENTRY                                04030001
040400       VARYING WS-SUB FROM 1 BY 1                                 04040001
040500       UNTIL WS-SUB > WS-ING-COUNT                                04050001
040600     IF WS-HIT-SUB = ZERO                                         04060001
040700         IF WS-ING-COUNT < 300                                    04070001
040800             ADD 1 TO WS-ING-COUNT                                04080001
040900             MOVE WS-ING-COUNT TO WS-HIT-SUB                      04090001
041000             MOVE WS-MATCH-ITEM TO UV-ITEM-NAME (WS-HIT-SUB)      04100001
041100             MOVE SPACES TO UV-CATEGORY (WS-HIT-SUB)              04110001
041200             MOVE ZERO TO UV-COST (WS-HIT-SUB)                    04120001
041300             MOVE ZERO TO UV-THEORETICAL (WS-HIT-SUB)             04130001
041400             MOVE ZERO TO UV-ISSUED (WS-HIT-SUB)                  04140001
041500             MOVE ZERO TO UV-WASTE (WS-HIT-SUB)                   04150001
041600             MOVE ZERO TO UV-GAP-UNITS (WS-HIT-SUB)               04160001
041700             MOVE ZERO TO UV-GAP-VALUE (WS-HIT-SUB)               04170001
041800             MOVE 'N' TO UV-ON-FILE (WS-HIT-SUB)                  04180001
041900             MOVE 'N' TO UV-POSTED (WS-HIT-SUB)                   04190001
042000             MOVE 'N' TO UV-PRINTED (WS-HIT-SUB)                  04200001
042100         ELSE                                                     04210001
042200             DISPLAY 'USAGE TABLE FULL, VARIANCE INCOMPLETE'      04220001
042300             MOVE 16 TO RETURN-CODE                               04230001
042400         END-IF                                                   04240001
042500     END-IF                                                       04250001
042600     .                                                            04260001
042700                                                                  04270001
042800 240-MATCH-USAGE-ENTRY.                                           04280001
042900     IF UV-ITEM-NAME (WS-SUB) = WS-MATCH-ITEM                     04290001
043000         MOVE WS-SUB TO WS-HIT-SUB                                04300001
043100     END-IF                                                       04310001
043200     .                                                            04320001
043300                                                                  04330001
043400 300-READ-FRIDGE-NEXT.                                            04340001
043500     READ FRIDGE NEXT RECORD                                      04350001
043600         AT END                                                   04360001
043700             MOVE 'YES' TO EOF-FLAG                               04370001
043800         NOT AT END                                               04380001
043900             IF FR-RECORD-TYPE = SPACES                           04390001
044000                 PERFORM 310-POST-ITEM-ACTUALS                    04400001
044100             END-IF                                               04410001
044200     END-READ                                                     04420001
044300     .                                                            04430001
044400                                                                  04440001
044500*****************************************************             04450001
044600*   THE POSTING RUNS STAMP FR-USAGE-DATE: U MEANS   *             04460001
044700*   TODAY'S ISSUES AND WASTE ARE BOTH ON THE        *             04470001
044800*   RECORD, W MEANS ONLY THE WASTE IS.  AN ITEM     *             04480001
044900*   WITH NO ISSUES POSTED TODAY HAS NO ACTUAL TO    *             04490001
045000*   COMPARE, SO IT SHOWS NO GAP.  AN ITEM ISSUED    *             04500001
045100*   WITHOUT ANY SALES BEHIND IT GETS AN ENTRY OF    *             04510001
045200*   ITS OWN - THAT IS A GAP IN FULL                 *             04520001
045300*****************************************************             04530001
045400 310-POST-ITEM-ACTUALS.                                           04540001
045500     MOVE FR-ITEM-NAME TO WS-MATCH-ITEM                           04550001
045600     MOVE ZERO TO WS-HIT-SUB                                      04560001
045700     PERFORM 240-MATCH-USAGE-ENTRY                                04570001
045800       VARYING WS-SUB FROM 1 BY 1                                 04580001
045900       UNTIL WS-SUB > WS-ING-COUNT                                04590001
046000     IF WS-HIT-SUB = ZERO                                         04600001
046100         AND FR-USAGE-DATE NUMERIC                                04610001
046200         AND FR-USAGE-DATE = WS-DATE-8                            04620001
046300         AND FR-POSTED-FLAG = 'U'                                 04630001
046400         AND FR-UNITS-DAY > ZERO                                  04640001
046500         PERFORM 230-FIND-USAGE-ENTRY                             04650001
046600     END-IF                                                       04660001
046700     IF WS-HIT-SUB > ZERO                                         04670001
046800         MOVE 'Y' TO UV-ON-FILE (WS-HIT-SUB)                      04680001
046900         MOVE FR-CATEGORY TO UV-CATEGORY (WS-HIT-SUB)             04690001
047000         MOVE FR-COST TO UV-COST (WS-HIT-SUB)                     04700001
047100         IF FR-USAGE-DATE NUMERIC                                 04710001
047200             AND FR-USAGE-DATE = WS-DATE-8                        04720001
047300             MOVE FR-WASTE-DAY TO UV-WASTE (WS-HIT-SUB)           04730001
047400             IF FR-POSTED-FLAG = 'U'                              04740001
047500                 MOVE 'Y' TO UV-POSTED (WS-HIT-SUB)               04750001
047600                 MOVE FR-UNITS-DAY TO UV-ISSUED (WS-HIT-SUB)      04760001
047700             END-IF                                               04770001
047800         END-IF                                                   04780001
047900     END-IF                                                       04790001
048000     .                                                            04800001
048100                                                                  04810001
048200*****************************************************             04820001
048300*   WHAT LEFT THE SHELF (ISSUES PLUS WASTE) LESS    *             04830001
048400*   WHAT THE SALES ACCOUNT FOR, LESS WHAT WAS       *             04840001
048500*   RECORDED AS WASTE, IS THE UNEXPLAINED GAP       *             04850001
048600*****************************************************             04860001
048700 400-COMPUTE-GAPS.                                                04870001
048800     IF UV-POSTED (WS-SUB) = 'Y'                                  04880001
048900         COMPUTE UV-GAP-UNITS (WS-SUB) =                          04890001
049000             (UV-ISSUED (WS-SUB) + UV-WASTE (WS-SUB))             04900001
049100             - UV-THEORETICAL (WS-SUB) - UV-WASTE (WS-SUB)        04910001
049200         COMPUTE UV-GAP-VALUE (WS-SUB) ROUNDED =                  04920001
049300             UV-GAP-UNITS (WS-SUB) * UV-COST (WS-SUB)             04930001
049400         ADD UV-GAP-UNITS (WS-SUB) TO WS-TOTAL-GAP-UNITS          04940001
049500         ADD UV-GAP-VALUE (WS-SUB) TO WS-TOTAL-GAP-VALUE          04950001
049600         PERFORM 410-ADD-CATEGORY-GAP                             04960001
049700     END-IF                                                       04970001
049800     .                                                            04980001
049900                                                                  04990001
050000 410-ADD-CATEGORY-GAP.                                            05000001
050100     MOVE ZERO TO WS-HIT-SUB                                      05010001
050200     PERFORM 420-MATCH-CATEGORY-ENTRY                             05020001
050300       VARYING WS-BEST-SUB FROM 1 BY 1                            05030001
050400       UNTIL WS-BEST-SUB > WS-CAT-COUNT                           05040001
050500     IF WS-HIT-SUB = ZERO                                         05050001
050600         IF WS-CAT-COUNT < 50                                     05060001
050700             ADD 1 TO WS-CAT-COUNT                                05070001
050800             MOVE WS-CAT-COUNT TO WS-HIT-SUB                      05080001
050900             MOVE UV-CATEGORY (WS-SUB) TO CG-CATEGORY (WS-HIT-SUB)05090001
051000             MOVE ZERO TO CG-GAP-UNITS (WS-HIT-SUB)               05100001
051100             MOVE ZERO TO CG-GAP-VALUE (WS-HIT-SUB)               05110001
051200             MOVE 'N' TO CG-PRINTED (WS-HIT-SUB)                  05120001
051300         ELSE                                                     05130001
051400             DISPLAY 'CATEGORY TABLE FULL, RANKING INCOMPLETE'    05140001
051500         END-IF                                                   05150001
051600     END-IF                                                       05160001
051700     IF WS-HIT-SUB > ZERO                                         05170001
051800         ADD UV-GAP-UNITS (WS-SUB) TO CG-GAP-UNITS (WS-HIT-SUB)   05180001
051900         ADD UV-GAP-VALUE (WS-SUB) TO CG-GAP-VALUE (WS-HIT-SUB)   05190001
052000     END-IF                                                       05200001
052100     .                                                            05210001
052200                                                                  05220001
052300 420-MATCH-CATEGORY-ENTRY.                                        05230001
052400     IF CG-CATEGORY (WS-BEST-SUB) = UV-CATEGORY (WS-SUB)          05240001
052500         MOVE WS-BEST-SUB TO WS-HIT-SUB                           05250001
052600     END-IF                                                       05260001
052700     .                                                            05270001
052800                                                                  05280001
052900*****************************************************             05290001
053000*   ITEMS PRINT BIGGEST DOLLAR GAP FIRST, SHORT OR  *             05300001
053100*   OVER ALIKE; ITEMS WITH NOTHING TO COMPARE TRAIL *             05310001
053200*   AT THE BOTTOM WITH A REMARK                     *             05320001
053300*****************************************************             05330001
053400 500-PRINT-ITEM-RANKING.                                          05340001
053500     WRITE VARIANCE-PRINT-REC FROM WS-ITEM-COLUMN-HEADING         05350001
053600       AFTER ADVANCING 2 LINES                                    05360001
053700     END-WRITE                                                    05370001
053800     MOVE ZERO TO WS-RANK-NUMBER                                  05380001
053900     PERFORM 510-FIND-WORST-ITEM                                  05390001
054000     PERFORM 520-PRINT-ITEM-LINE                                  05400001
054100       UNTIL WS-BEST-SUB = ZERO                                   05410001
054200     MOVE WS-TOTAL-GAP-UNITS TO VT-GAP-UNITS                      05420001
054300     MOVE WS-TOTAL-GAP-VALUE TO VT-GAP-VALUE                      05430001
054400     WRITE VARIANCE-PRINT-REC FROM WS-VARIANCE-TOTAL-LINE         05440001
054500       AFTER ADVANCING 2 LINES                                    05450001
054600     END-WRITE                                                    05460001
054700     .                                                            05470001
054800                                                                  05480001
054900 510-FIND-WORST-ITEM.                                             05490001
055000     MOVE ZERO TO WS-BEST-SUB                                     05500001
055100     MOVE ZERO TO WS-BEST-VALUE                                   05510001
055200     PERFORM 515-SCAN-ITEM-CANDIDATE                              05520001
055300       VARYING WS-SUB FROM 1 BY 1                                 05530001
055400       UNTIL WS-SUB > WS-ING-COUNT                                05540001
055500     .                                                            05550001
055600                                                                  05560001
055700 515-SCAN-ITEM-CANDIDATE.                                         05570001
055800     IF UV-PRINTED (WS-SUB) = 'N'                                 05580001
055900         IF WS-BEST-SUB = ZERO                                    05590001
056000             OR FUNCTION ABS(UV-GAP-VALUE (WS-SUB)) >             05600001
056100                 WS-BEST-VALUE                                    05610001
056200             MOVE WS-SUB TO WS-BEST-SUB                           05620001
056300             COMPUTE WS-BEST-VALUE =                              05630001
056400                 FUNCTION ABS(UV-GAP-VALUE (WS-SUB))              05640001
056500         END-IF                                                   05650001
056600     END-IF                                                       05660001
056700     .                                                            05670001
056800                                                                  05680001
056900 520-PRINT-ITEM-LINE.                                             05690001
057000     ADD 1 TO WS-RANK-NUMBER                                      05700001
057100     MOVE WS-RANK-NUMBER TO IV-RANK                               05710001
057200     MOVE UV-ITEM-NAME (WS-BEST-SUB) TO IV-ITEM-NAME              05720001
057300     MOVE UV-CATEGORY (WS-BEST-SUB) TO IV-CATEGORY                05730001
057400     MOVE UV-THEORETICAL (WS-BEST-SUB) TO IV-THEORETICAL          05740001
057500     MOVE UV-ISSUED (WS-BEST-SUB) TO IV-ISSUED                    05750001
057600     MOVE UV-WASTE (WS-BEST-SUB) TO IV-WASTE                      05760001
057700     MOVE UV-GAP-UNITS (WS-BEST-SUB) TO IV-GAP-UNITS              05770001
057800     MOVE UV-GAP-VALUE (WS-BEST-SUB) TO IV-GAP-VALUE              05780001
057900     EVALUATE TRUE                                                05790001
058000         WHEN UV-ON-FILE (WS-BEST-SUB) = 'N'                      05800001
058100             MOVE 'INGREDIENT NOT ON FILE' TO IV-REMARK           05810001
058200         WHEN UV-POSTED (WS-BEST-SUB) = 'N'                       05820001
058300             MOVE 'NO USAGE POSTED' TO IV-REMARK                  05830001
058400         WHEN UV-THEORETICAL (WS-BEST-SUB) = ZERO                 05840001
058500             MOVE 'ISSUED, NOTHING SOLD' TO IV-REMARK             05850001
058600         WHEN UV-GAP-UNITS (WS-BEST-SUB) > ZERO                   05860001
058700             MOVE 'OVER-USED' TO IV-REMARK                        05870001
058800         WHEN UV-GAP-UNITS (WS-BEST-SUB) < ZERO                   05880001
058900             MOVE 'UNDER-USED' TO IV-REMARK                       05890001
059000         WHEN OTHER                                               05900001
059100             MOVE SPACES TO IV-REMARK                             05910001
059200     END-EVALUATE                                                 05920001
059300     WRITE VARIANCE-PRINT-REC FROM WS-ITEM-LINE                   05930001
059400       AFTER ADVANCING 1 LINE                                     05940001
059500     END-WRITE                                                    05950001
059600     MOVE 'Y' TO UV-PRINTED (WS-BEST-SUB)                         05960001
059700     PERFORM 510-FIND-WORST-ITEM                                  05970001
059800     .                                                            05980001
059900                                                                  05990001
060000 600-PRINT-CATEGORY-RANKING.                                      06000001
060100     WRITE VARIANCE-PRINT-REC FROM WS-CATEGORY-COLUMN-HEADING     06010001
060200       AFTER ADVANCING 3 LINES                                    06020001
060300     END-WRITE                                                    06030001
060400     MOVE ZERO TO WS-RANK-NUMBER                                  06040001
060500     PERFORM 610-FIND-WORST-CATEGORY                              06050001
060600     PERFORM 620-PRINT-CATEGORY-LINE                              06060001
060700       UNTIL WS-BEST-SUB = ZERO                                   06070001
060800     .                                                            06080001
060900                                                                  06090001
061000 610-FIND-WORST-CATEGORY.                                         06100001
061100     MOVE ZERO TO WS-BEST-SUB                                     06110001
061200     MOVE ZERO TO WS-BEST-VALUE                                   06120001
061300     PERFORM 615-SCAN-CATEGORY-CANDIDATE                          06130001
061400       VARYING WS-SUB FROM 1 BY 1                                 06140001
061500       UNTIL WS-SUB > WS-CAT-COUNT                                06150001
061600     .                                                            06160001
061700                                                                  06170001
061800 615-SCAN-CATEGORY-CANDIDATE.                                     06180001
061900     IF CG-PRINTED (WS-SUB) = 'N'                                 06190001
062000         IF WS-BEST-SUB = ZERO                                    06200001
062100             OR FUNCTION ABS(CG-GAP-VALUE (WS-SUB)) >             06210001
062200                 WS-BEST-VALUE                                    06220001
062300             MOVE WS-SUB TO WS-BEST-SUB                           06230001
062400             COMPUTE WS-BEST-VALUE =                              06240001
062500                 FUNCTION ABS(CG-GAP-VALUE (WS-SUB))              06250001
062600         END-IF                                                   06260001
062700     END-IF                                                       06270001
062800     .                                                            06280001
062900                                                                  06290001
063000 620-PRINT-CATEGORY-LINE.                                         06300001
063100     ADD 1 TO WS-RANK-NUMBER                                      06310001
063200     MOVE WS-RANK-NUMBER TO CV-RANK                               06320001
063300     MOVE CG-CATEGORY (WS-BEST-SUB) TO CV-CATEGORY                06330001
063400     MOVE CG-GAP-UNITS (WS-BEST-SUB) TO CV-GAP-UNITS              06340001
063500     MOVE CG-GAP-VALUE (WS-BEST-SUB) TO CV-GAP-VALUE              06350001
063600     WRITE VARIANCE-PRINT-REC FROM WS-CATEGORY-LINE               06360001
063700       AFTER ADVANCING 1 LINE                                     06370001
063800     END-WRITE                                                    06380001
063900     MOVE 'Y' TO CG-PRINTED (WS-BEST-SUB)                         06390001
064000     PERFORM 610-FIND-WORST-CATEGORY                              06400001
064100     .                                                            06410001
064200                                                                  06420001
064300 800-PRINT-HEADINGS.                                              06430001
064400     MOVE WS-DATE-8 TO VH-RUN-DATE                                06440001
064500     WRITE VARIANCE-PRINT-REC FROM WS-VARIANCE-HEADING            06450001
064600       AFTER ADVANCING PAGE                                       06460001
064700     END-WRITE                                                    06470001
064800     .                                                            06480001
064900                                                                  06490001
065000 850-GET-DATE.                                                    06500001
065100     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          06510001
065200     .                                                            06520001
