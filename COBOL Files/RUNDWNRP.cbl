000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    RUNDWNRP.                                         00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*ITEM RUN-DOWN REPORT - LISTS EVERY ITEM ON THE     *             00090001
001000*FRIDGE MASTER BEING PHASED OUT, AND EVERY          *             00100001
001100*DISCONTINUED ITEM STILL HOLDING STOCK, WITH THE    *             00110001
001200*UNITS ON HAND, THE DAYS THEY LAST AT THE CURRENT   *             00120001
001300*DAILY USAGE AND THE DAY THEY RUN OUT.  STOCK THAT  *             00130001
001400*EXPIRES BEFORE IT CAN BE USED IS SHOWN AS AT RISK, *             00140001
001500*AND UNDER EACH ITEM ARE THE MENU ITEMS WHOSE       *             00150001
001600*RECIPES STILL CALL FOR IT, SO THE KITCHEN CAN PUSH *             00160001
001700*THOSE DISHES AND USE THE LAST CASE RATHER THAN     *             00170001
001800*WRITE IT OFF                                       *             00180001
001900*****************************************************             00190001
002000                                                                  00200001
002100 ENVIRONMENT DIVISION.                                            00210001
002200 CONFIGURATION SECTION.                                           00220001
002300 SOURCE-COMPUTER.                                                 00230001
002400     Z13                                                          00240001
002500     WITH DEBUGGING MODE                                          00250001
002600     .                                                            00260001
002700                                                                  00270001
002800 INPUT-OUTPUT SECTION.                                            00280001
002900                                                                  00290001
003000 FILE-CONTROL.                                                    00300001
003100     SELECT FRIDGE                 ASSIGN TO DYNAMIC              00310001
003200         WS-FRIDGE-DSNAME                                         00320001
003300         ORGANIZATION IS INDEXED                                  00330001
003400         ACCESS MODE IS DYNAMIC                                   00340001
003500         RECORD KEY IS FR-ITEM-NAME                               00350001
003600         ALTERNATE RECORD KEY IS FR-CATEGORY                      00360001
003700             WITH DUPLICATES                                      00370001
003800         ALTERNATE RECORD KEY IS FR-SUPPLIER-CODE                 00380001
003900             WITH DUPLICATES                                      00390001
004000         FILE STATUS IS WS-FRIDGE-STATUS.                         00400001
004100     SELECT RECIPE-FILE            ASSIGN TO MYRECIPE             00410001
004200         FILE STATUS IS WS-RECIPE-STATUS.                         00420001
004300     SELECT RUNDOWN-PRINT-FILE     ASSIGN TO MYRUNDWN.            00430001
004400                                                                  00440001
004500 DATA DIVISION.                                                   00450001
004600 FILE SECTION.                                                    00460001
004700                                                                  00470001
004800 FD  FRIDGE                                                       00480001
004900     RECORDING MODE IS F.                                         00490001
005000     COPY FRIDGEREC.                                              00500001
005100                                                                  00510001
005200 FD  RECIPE-FILE                                                  00520001
005300     RECORDING MODE IS F.                                         00530001
005400     COPY RECIPREC.                                               00540001
005500                                                                  00550001
005600 FD  RUNDOWN-PRINT-FILE                                           00560001
005700     RECORDING MODE IS F.                                         00570001
005800 01  RUNDOWN-PRINT-REC.                                           00580001
005900     10  FILLER                    PIC X(132).                    00590001
006000                                                                  00600001
006100 WORKING-STORAGE SECTION.                                         00610001
006200                                                                  00620001
006300 01  WS-COUNTERS-FLAGS.                                           00630001
006400     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00640001
006500     10  WS-SCAN-EOF               PIC X(03) VALUE 'NO'.          00650001
006600     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00660001
006700     10  WS-ITEM-COUNT             PIC 9(05) VALUE ZERO.          00670001
006800     10  WS-RECIPE-COUNT           PIC S9(04) COMP VALUE ZERO.    00680001
006900     10  WS-RECIPE-SUB             PIC S9(04) COMP VALUE ZERO.    00690001
007000     10  WS-RECIPE-HITS            PIC S9(04) COMP VALUE ZERO.    00700001
007100                                                                  00710001
007200 01  WS-VALIDATION-FLAGS.                                         00720001
007300     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        00730001
007400     10  WS-RECIPE-STATUS          PIC X(02) VALUE SPACES.        00740001
007500                                                                  00750001
007600 01  WS-SITE-CONTROL.                                             00760001
007700     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    00770001
007800                                                                  00780001
007900 01  WS-DATE-FIELDS.                                              00790001
008000     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          00800001
008100     10  WS-DATE-INT               PIC S9(07) VALUE ZERO.         00810001
008200     10  WS-RUN-OUT-INT            PIC S9(07) VALUE ZERO.         00820001
008300     10  WS-RUN-OUT-DATE           PIC 9(08) VALUE ZERO.          00830001
008400     10  WS-EXPIRY-DAYS            PIC S9(05) VALUE ZERO.         00840001
008500                                                                  00850001
008600 01  WS-RUNDOWN-FIELDS.                                           00860001
008700     10  WS-DAYS-LEFT              PIC S9(05) VALUE ZERO.         00870001
008800     10  WS-AT-RISK-UNITS          PIC S9(05) VALUE ZERO.         00880001
008900     10  WS-ON-HAND-VALUE          PIC S9(07)V99 VALUE ZERO.      00890001
009000     10  WS-AT-RISK-VALUE          PIC S9(07)V99 VALUE ZERO.      00900001
009100     10  WS-TOTAL-UNITS            PIC S9(07) VALUE ZERO.         00910001
009200     10  WS-TOTAL-VALUE            PIC S9(09)V99 VALUE ZERO.      00920001
009300     10  WS-TOTAL-RISK-UNITS       PIC S9(07) VALUE ZERO.         00930001
009400     10  WS-TOTAL-RISK-VALUE       PIC S9(09)V99 VALUE ZERO.      00940001
009500                                                                  00950001
009600*****************************************************             00960001
009700*   EVERY RECIPE LINE, HELD SO EACH RETIRING ITEM   *             00970001
009800*   CAN LIST THE MENU ITEMS THAT STILL USE IT       *             00980001
009900*   WHATEVER ORDER THE RECIPE FILE IS IN            *             00990001
010000*****************************************************             01000001
010100 01  WS-RECIPE-TABLE.                                             01010001
010200     10  WS-RECIPE-ENTRY           OCCURS 1000 TIMES.             01020001
010300         15  RW-MENU-ITEM          PIC X(20).                     01030001
010400         15  RW-INGREDIENT         PIC X(17).                     01040001
010500         15  RW-QTY-PER-COVER      PIC S9(03)V99.                 01050001
010600                                                                  01060001
010700 01  WS-RUNDOWN-HEADING.                                          01070001
010800     10  FILLER                    PIC X(02) VALUE SPACES.        01080001
010900     10  FILLER                    PIC X(34) VALUE                01090001
011000         'ITEM RUN-DOWN REPORT              '.                    01100001
011100     10  FILLER                    PIC X(06) VALUE 'DATE: '.      01110001
011200     10  RH-RUN-DATE               PIC 9(08).                     01120001
011300     10  FILLER                    PIC X(82) VALUE SPACES.        01130001
011400                                                                  01140001
011500 01  WS-RUNDOWN-COLUMN-HEADING.                                   01150001
011600     10  FILLER                    PIC X(02) VALUE SPACES.        01160001
011700     10  FILLER                    PIC X(19) VALUE 'ITEM'.        01170001
011800     10  FILLER                    PIC X(12) VALUE 'CATEGORY'.    01180001
011900     10  FILLER                    PIC X(14) VALUE 'STATUS'.      01190001
012000     10  FILLER                    PIC X(08) VALUE 'ON HAND'.     01200001
012100     10  FILLER                    PIC X(08) VALUE 'PER DAY'.     01210001
012200     10  FILLER                    PIC X(10) VALUE 'DAYS LEFT'.   01220001
012300     10  FILLER                    PIC X(10) VALUE 'RUN-OUT'.     01230001
012400     10  FILLER                    PIC X(10) VALUE 'EXPIRES'.     01240001
012500     10  FILLER                    PIC X(09) VALUE 'AT RISK'.     01250001
012600     10  FILLER                    PIC X(30) VALUE 'REMARK'.      01260001
012700                                                                  01270001
012800 01  WS-RUNDOWN-LINE.                                             01280001
012900     10  FILLER                    PIC X(02) VALUE SPACES.        01290001
013000     10  RD-ITEM-NAME              PIC X(17).                     01300001
013100     10  FILLER                    PIC X(02) VALUE SPACES.        01310001
013200     10  RD-CATEGORY               PIC X(10).                     01320001
013300     10  FILLER                    PIC X(02) VALUE SPACES.        01330001
013400     10  RD-STATUS                 PIC X(12).                     01340001
013500     10  FILLER                    PIC X(02) VALUE SPACES.        01350001
013600     10  RD-UNITS                  PIC ZZZZ9.                     01360001
013700     10  FILLER                    PIC X(05) VALUE SPACES.        01370001
013800     10  RD-UNITS-DAY              PIC ZZ9.                       01380001
013900     10  FILLER                    PIC X(07) VALUE SPACES.        01390001
014000     10  RD-DAYS-LEFT              PIC ZZZZ9.                     01400001
014100     10  FILLER                    PIC X(01) VALUE SPACES.        01410001
014200     10  RD-RUN-OUT-DATE           PIC Z(08).                     01420001
014300     10  FILLER                    PIC X(02) VALUE SPACES.        01430001
014400     10  RD-EXPIRATION-DATE        PIC Z(08).                     01440001
014500     10  FILLER                    PIC X(05) VALUE SPACES.        01450001
014600     10  RD-AT-RISK                PIC ZZZZ9.                     01460001
014700     10  FILLER                    PIC X(01) VALUE SPACES.        01470001
014800     10  RD-REMARK                 PIC X(28).                     01480001
014900     10  FILLER                    PIC X(02) VALUE SPACES.        01490001
015000                                                                  01500001
015100 01  WS-RECIPE-USE-LINE.                                          01510001
015200     10  FILLER                    PIC X(21) VALUE SPACES.        01520001
015300     10  FILLER                    PIC X(09) VALUE 'USED IN: '.   01530001
015400     10  RU-MENU-ITEM              PIC X(20).                     01540001
015500     10  FILLER                    PIC X(02) VALUE SPACES.        01550001
015600     10  FILLER                    PIC X(11) VALUE 'PER COVER: '. 01560001
015700     10  RU-QTY-PER-COVER          PIC ZZ9.99.                    01570001
015800     10  FILLER                    PIC X(63) VALUE SPACES.        01580001
015900                                                                  01590001
016000 01  WS-NO-RECIPE-LINE.                                           01600001
016100     10  FILLER                    PIC X(21) VALUE SPACES.        01610001
016200     10  FILLER                    PIC X(40) VALUE                01620001
016300         'NOT CALLED FOR BY ANY RECIPE            '.              01630001
016400     10  FILLER                    PIC X(71) VALUE SPACES.        01640001
016500                                                                  01650001
016600 01  WS-RUNDOWN-COUNT-LINE.                                       01660001
016700     10  FILLER                    PIC X(02) VALUE SPACES.        01670001
016800     10  TL-LABEL                  PIC X(30).                     01680001
016900     10  TL-COUNT                  PIC ZZZ,ZZ9.                   01690001
017000     10  FILLER                    PIC X(93) VALUE SPACES.        01700001
017100                                                                  01710001
017200 01  WS-RUNDOWN-VALUE-LINE.                                       01720001
017300     10  FILLER                    PIC X(02) VALUE SPACES.        01730001
017400     10  TV-LABEL                  PIC X(30).                     01740001
017500     10  TV-VALUE                  PIC $ZZ,ZZZ,ZZ9.99.            01750001
017600     10  FILLER                    PIC X(86) VALUE SPACES.        01760001
017700                                                                  01770001
017800 PROCEDURE DIVISION.                                              01780001
017900                                                                  01790001
018000*****************************************************             01800001
018100*   MAIN PROGRAM ROUTINE                            *             01810001
018200*****************************************************             01820001
018300 010-START-HERE.                                                  01830001
018400     PERFORM 850-GET-DATE                                         01840001
018500     OPEN INPUT FRIDGE                                            01850001
018600     IF WS-FRIDGE-STATUS NOT = '00'                               01860001
018700         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  01870001
018800             WS-FRIDGE-STATUS                                     01880001
018900         MOVE 16 TO RETURN-CODE                                   01890001
019000     ELSE                                                         01900001
019100         PERFORM 105-LOAD-RECIPES                                 01910001
019200         OPEN OUTPUT RUNDOWN-PRINT-FILE                           01920001
019300         PERFORM 800-PRINT-HEADINGS                               01930001
019400         PERFORM 200-SCAN-FRIDGE                                  01940001
019500         PERFORM 700-PRINT-TOTALS                                 01950001
019600         CLOSE FRIDGE RUNDOWN-PRINT-FILE                          01960001
019700     END-IF                                                       01970001
019800     GOBACK                                                       01980001
019900     .                                                            01990001
020000                                                                  02000001
020100*****************************************************             02010001
020200*   WITHOUT THE RECIPE FILE THE REPORT STILL RUNS,  *             02020001
020300*   BUT EVERY ITEM SHOWS AS ON NO RECIPE            *             02030001
020400*****************************************************             02040001
020500 105-LOAD-RECIPES.                                                02050001
020600     OPEN INPUT RECIPE-FILE                                       02060001
020700     IF WS-RECIPE-STATUS NOT = '00'                               02070001
020800         DISPLAY 'RECIPE FILE OPEN FAILED, STATUS = '             02080001
020900             WS-RECIPE-STATUS ', NO RECIPES LISTED'               02090001
021000         MOVE 4 TO RETURN-CODE                                    02100001
021100     ELSE                                                         02110001
021200         PERFORM 100-READ-RECIPE                                  02120001
021300         PERFORM 110-STORE-RECIPE-LINE                            02130001
021400           UNTIL EOF-FLAG = 'YES'                                 02140001
021500         CLOSE RECIPE-FILE                                        02150001
021600     END-IF                                                       02160001
021700     .                                                            02170001
021800                                                                  02180001
021900 100-READ-RECIPE.                                                 02190001
022000     READ RECIPE-FILE                                             02200001
022100         AT END                                                   02210001
022200             MOVE 'YES' TO EOF-FLAG                               02220001
022300         NOT AT END                                               02230001
022400             ADD 1 TO REC-COUNT                                   02240001
022500     END-READ                                                     02250001
022600     .                                                            02260001
022700                                                                  02270001
022800 110-STORE-RECIPE-LINE.                                           02280001
022900     IF WS-RECIPE-COUNT < 1000                                    02290001
023000         ADD 1 TO WS-RECIPE-COUNT                                 02300001
023100         MOVE RC-MENU-ITEM TO RW-MENU-ITEM (WS-RECIPE-COUNT)      02310001
023200         MOVE RC-INGREDIENT TO RW-INGREDIENT (WS-RECIPE-COUNT)    02320001
023300         MOVE RC-QTY-PER-COVER TO                                 02330001
023400             RW-QTY-PER-COVER (WS-RECIPE-COUNT)                   02340001
023500     ELSE                                                         02350001
023600         DISPLAY 'RECIPE TABLE FULL, LINE FOR '                   02360001
023700             RC-MENU-ITEM ' NOT LISTED'                           02370001
023800         MOVE 4 TO RETURN-CODE                                    02380001
023900     END-IF                                                       02390001
024000     PERFORM 100-READ-RECIPE                                      02400001
024100     .                                                            02410001
024200                                                                  02420001
024300*****************************************************             02430001
024400*   READ THE MASTER IN ITEM ORDER.  THE TRAILER     *             02440001
024500*   SENTINEL CARRIES A RECORD TYPE AND IS PASSED BY *             02450001
024600*****************************************************             02460001
024700 200-SCAN-FRIDGE.                                                 02470001
024800     MOVE 'NO' TO WS-SCAN-EOF                                     02480001
024900     MOVE LOW-VALUES TO FR-ITEM-NAME                              02490001
025000     START FRIDGE KEY IS NOT LESS THAN FR-ITEM-NAME               02500001
025100         INVALID KEY                                              02510001
025200             MOVE 'YES' TO WS-SCAN-EOF                            02520001
025300     END-START                                                    02530001
025400     PERFORM 210-READ-NEXT-ITEM                                   02540001
025500       UNTIL WS-SCAN-EOF = 'YES'                                  02550001
025600     .                                                            02560001
025700                                                                  02570001
025800 210-READ-NEXT-ITEM.                                              02580001
025900     READ FRIDGE NEXT RECORD                                      02590001
026000         AT END                                                   02600001
026100             MOVE 'YES' TO WS-SCAN-EOF                            02610001
026200         NOT AT END                                               02620001
026300             IF FR-RECORD-TYPE = SPACES                           02630001
026400                 IF FR-LIFECYCLE-STATUS = 'P'                     02640001
026500                     PERFORM 300-REPORT-ONE-ITEM                  02650001
026600                 END-IF                                           02660001
026700                 IF FR-LIFECYCLE-STATUS = 'D'                     02670001
026800                     AND FR-UNITS > ZERO                          02680001
026900                     PERFORM 300-REPORT-ONE-ITEM                  02690001
027000                 END-IF                                           02700001
027100             END-IF                                               02710001
027200     END-READ                                                     02720001
027300     .                                                            02730001
027400                                                                  02740001
027500*****************************************************             02750001
027600*   ONE LINE PER RETIRING ITEM, THEN THE MENU ITEMS *             02760001
027700*   THAT STILL DRAW ON IT.  A PHASING-OUT ITEM WITH *             02770001
027800*   NOTHING LEFT IS READY TO BE MARKED DISCONTINUED *             02780001
027900*****************************************************             02790001
028000 300-REPORT-ONE-ITEM.                                             02800001
028100     ADD 1 TO WS-ITEM-COUNT                                       02810001
028200     MOVE SPACES TO RD-REMARK                                     02820001
028300     MOVE FR-ITEM-NAME TO RD-ITEM-NAME                            02830001
028400     MOVE FR-CATEGORY TO RD-CATEGORY                              02840001
028500     IF FR-LIFECYCLE-STATUS = 'P'                                 02850001
028600         MOVE 'PHASING OUT' TO RD-STATUS                          02860001
028700     ELSE                                                         02870001
028800         MOVE 'DISCONTINUED' TO RD-STATUS                         02880001
028900     END-IF                                                       02890001
029000     MOVE FR-UNITS TO RD-UNITS                                    02900001
029100     MOVE FR-UNITS-DAY TO RD-UNITS-DAY                            02910001
029200     PERFORM 310-SET-RUN-OUT                                      02920001
029300     MOVE WS-DAYS-LEFT TO RD-DAYS-LEFT                            02930001
029400     MOVE WS-RUN-OUT-DATE TO RD-RUN-OUT-DATE                      02940001
029500     MOVE FR-EXPIRATION-DATE TO RD-EXPIRATION-DATE                02950001
029600     PERFORM 320-CHECK-EXPIRY                                     02960001
029700     MOVE WS-AT-RISK-UNITS TO RD-AT-RISK                          02970001
029800     IF FR-UNITS = ZERO                                           02980001
029900         MOVE 'STOCK GONE, SET TO D' TO RD-REMARK                 02990001
030000     END-IF                                                       03000001
030100     COMPUTE WS-ON-HAND-VALUE = FR-UNITS * FR-COST                03010001
030200     COMPUTE WS-AT-RISK-VALUE = WS-AT-RISK-UNITS * FR-COST        03020001
030300     ADD FR-UNITS TO WS-TOTAL-UNITS                               03030001
030400     ADD WS-ON-HAND-VALUE TO WS-TOTAL-VALUE                       03040001
030500     ADD WS-AT-RISK-UNITS TO WS-TOTAL-RISK-UNITS                  03050001
030600     ADD WS-AT-RISK-VALUE TO WS-TOTAL-RISK-VALUE                  03060001
030700     WRITE RUNDOWN-PRINT-REC FROM WS-RUNDOWN-LINE                 03070001
030800       AFTER ADVANCING 2 LINES                                    03080001
030900     END-WRITE                                                    03090001
031000     MOVE ZERO TO WS-RECIPE-HITS                                  03100001
031100     PERFORM 330-LIST-RECIPE-USE                                  03110001
031200       VARYING WS-RECIPE-SUB FROM 1 BY 1                          03120001
031300       UNTIL WS-RECIPE-SUB > WS-RECIPE-COUNT                      03130001
031400     IF WS-RECIPE-HITS = ZERO                                     03140001
031500         WRITE RUNDOWN-PRINT-REC FROM WS-NO-RECIPE-LINE           03150001
031600           AFTER ADVANCING 1 LINE                                 03160001
031700         END-WRITE                                                03170001
031800     END-IF                                                       03180001
031900     .                                                            03190001
032000                                                                  03200001
032100*****************************************************             03210001
032200*   WHOLE DAYS THE STOCK LASTS AT TODAY'S USAGE AND *             03220001
032300*   THE DATE IT RUNS OUT.  AN ITEM NOTHING IS DRAWN *             03230001
032400*   FROM NEVER RUNS DOWN ON ITS OWN                 *             03240001
032500*****************************************************             03250001
032600 310-SET-RUN-OUT.                                                 03260001
032700     MOVE ZERO TO WS-DAYS-LEFT                                    03270001
032800     MOVE ZERO TO WS-RUN-OUT-DATE                                 03280001
032900     IF FR-UNITS-DAY > ZERO                                       03290001
033000         COMPUTE WS-DAYS-LEFT = FR-UNITS / FR-UNITS-DAY           03300001
033100         COMPUTE WS-RUN-OUT-INT = WS-DATE-INT + WS-DAYS-LEFT      03310001
033200         COMPUTE WS-RUN-OUT-DATE =                                03320001
033300             FUNCTION DATE-OF-INTEGER(WS-RUN-OUT-INT)             03330001
033400     ELSE                                                         03340001
033500         IF FR-UNITS > ZERO                                       03350001
033600             MOVE 'NO CURRENT USAGE' TO RD-REMARK                 03360001
033700         END-IF                                                   03370001
033800     END-IF                                                       03380001
033900     .                                                            03390001
034000                                                                  03400001
034100*****************************************************             03410001
034200*   STOCK THE KITCHEN CANNOT REACH BEFORE ITS USE-  *             03420001
034300*   BY DATE IS AT RISK OF WRITE-OFF - THE UNITS     *             03430001
034400*   LEFT AFTER USAGE UP TO THE EXPIRATION DAY       *             03440001
034500*****************************************************             03450001
034600 320-CHECK-EXPIRY.                                                03460001
034700     MOVE ZERO TO WS-AT-RISK-UNITS                                03470001
034800     IF FR-EXPIRATION-DATE NUMERIC                                03480001
034900         AND FR-EXPIRATION-DATE > ZERO                            03490001
035000         AND FR-UNITS > ZERO                                      03500001
035100         IF FR-UNITS-DAY = ZERO                                   03510001
035200             OR FR-EXPIRATION-DATE < WS-RUN-OUT-DATE              03520001
035300             COMPUTE WS-EXPIRY-DAYS =                             03530001
035400                 FUNCTION INTEGER-OF-DATE(FR-EXPIRATION-DATE)     03540001
035500                 - WS-DATE-INT                                    03550001
035600             IF WS-EXPIRY-DAYS < ZERO                             03560001
035700                 MOVE ZERO TO WS-EXPIRY-DAYS                      03570001
035800             END-IF                                               03580001
035900             COMPUTE WS-AT-RISK-UNITS =                           03590001
036000                 FR-UNITS - (FR-UNITS-DAY * WS-EXPIRY-DAYS)       03600001
036100             IF WS-AT-RISK-UNITS < ZERO                           03610001
036200                 MOVE ZERO TO WS-AT-RISK-UNITS                    03620001
036300             END-IF                                               03630001
036400             IF FR-EXPIRATION-DATE < WS-DATE-8                    03640001
036500                 MOVE 'ALREADY PAST EXPIRATION' TO RD-REMARK      03650001
036600             ELSE                                                 03660001
036700                 IF FR-UNITS-DAY > ZERO                           03670001
036800                     MOVE 'EXPIRES BEFORE RUN-OUT' TO RD-REMARK   03680001
036900                 END-IF                                           03690001
037000             END-IF                                               03700001
037100         END-IF                                                   03710001
037200     END-IF                                                       03720001
037300     .                                                            03730001
037400                                                                  03740001
037500 330-LIST-RECIPE-USE.                                             03750001
037600     IF RW-INGREDIENT (WS-RECIPE-SUB) = FR-ITEM-NAME              03760001
037700         ADD 1 TO WS-RECIPE-HITS                                  03770001
037800         MOVE RW-MENU-ITEM (WS-RECIPE-SUB) TO RU-MENU-ITEM        03780001
037900         MOVE RW-QTY-PER-COVER (WS-RECIPE-SUB) TO RU-QTY-PER-COVER03790001
038000         WRITE RUNDOWN-PRINT-REC FROM WS-RECIPE-USE-LINE          03800001
038100           AFTER ADVANCING 1 LINE                                 03810001
038200         END-WRITE                                                03820001
038300     END-IF                                                       03830001
038400     .                                                            03840001
038500                                                                  03850001
038600 700-PRINT-TOTALS.                                                03860001
038700     MOVE 'ITEMS RUNNING DOWN' TO TL-LABEL                        03870001
038800     MOVE WS-ITEM-COUNT TO TL-COUNT                               03880001
038900     WRITE RUNDOWN-PRINT-REC FROM WS-RUNDOWN-COUNT-LINE           03890001
039000       AFTER ADVANCING 3 LINES                                    03900001
039100     END-WRITE                                                    03910001
039200     MOVE 'UNITS ON HAND' TO TL-LABEL                             03920001
039300     MOVE WS-TOTAL-UNITS TO TL-COUNT                              03930001
039400     WRITE RUNDOWN-PRINT-REC FROM WS-RUNDOWN-COUNT-LINE           03940001
039500       AFTER ADVANCING 1 LINE                                     03950001
039600     END-WRITE                                                    03960001
039700     MOVE 'VALUE ON HAND AT COST' TO TV-LABEL                     03970001
039800     MOVE WS-TOTAL-VALUE TO TV-VALUE                              03980001
039900     WRITE RUNDOWN-PRINT-REC FROM WS-RUNDOWN-VALUE-LINE           03990001
040000       AFTER ADVANCING 1 LINE                                     04000001
040100     END-WRITE                                                    04010001
040200     MOVE 'UNITS AT RISK OF WRITE-OFF' TO TL-LABEL                04020001
040300     MOVE WS-TOTAL-RISK-UNITS TO TL-COUNT                         04030001
040400     WRITE RUNDOWN-PRINT-REC FROM WS-RUNDOWN-COUNT-LINE           04040001
040500       AFTER ADVANCING 1 LINE                                     04050001
040600     END-WRITE                                                    04060001
040700     MOVE 'VALUE AT RISK AT COST' TO TV-LABEL                     04070001
040800     MOVE WS-TOTAL-RISK-VALUE TO TV-VALUE                         04080001
040900     WRITE RUNDOWN-PRINT-REC FROM WS-RUNDOWN-VALUE-LINE           04090001
041000       AFTER ADVANCING 1 LINE                                     04100001
041100     END-WRITE                                                    04110001
041200     .                                                            04120001
041300                                                                  04130001
041400 800-PRINT-HEADINGS.                                              04140001
041500     MOVE WS-DATE-8 TO RH-RUN-DATE                                04150001
041600     WRITE RUNDOWN-PRINT-REC FROM WS-RUNDOWN-HEADING              04160001
041700       AFTER ADVANCING PAGE                                       04170001
041800     END-WRITE                                                    04180001
041900     WRITE RUNDOWN-PRINT-REC FROM WS-RUNDOWN-COLUMN-HEADING       04190001
042000       AFTER ADVANCING 2 LINES                                    04200001
042100     END-WRITE                                                    04210001
042200     .                                                            04220001
042300                                                                  04230001
042400 850-GET-DATE.                                                    04240001
042500     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          04250001
042600     COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-8)    04260001
042700     .                                                            04270001
