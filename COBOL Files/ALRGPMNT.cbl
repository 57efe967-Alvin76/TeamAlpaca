000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    ALRGPMNT.                                         00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*ITEM ALLERGEN PROFILE MAINTENANCE - APPLIES ADD/   *             00090001
001000*CHANGE/DELETE TRANSACTIONS TO THE ITEM ALLERGEN    *             00100001
001100*FILE, WHICH LISTS THE ALLERGEN MASTER CODES EACH   *             00110001
001200*FRIDGE ITEM CONTAINS AS DECLARED BY ITS SUPPLIER.  *             00120001
001300*A CODE THE ALLERGEN MASTER DOES NOT KNOW, A CODE   *             00130001
001400*GIVEN TWICE OR AN ADD FOR AN ITEM NOT ON THE       *             00140001
001500*FRIDGE MASTER IS REFUSED.  WHENEVER AN ADD OR A    *             00150001
001600*CHANGE - A NEW SUPPLIER OR A REFORMULATED ITEM -   *             00160001
001700*GIVES AN INGREDIENT AN ALLERGEN IT DID NOT CARRY   *             00170001
001800*BEFORE, THE EXCEPTION LIST NAMES EVERY DISH THE    *             00180001
001900*RECIPE FILE USES IT IN, DIRECTLY OR THROUGH A      *             00190001
002000*PREPARED ITEM, SO FRONT-OF-HOUSE HEARS OF IT       *             00200001
002100*BEFORE THE NEXT SERVICE.  EVERY APPLIED CHANGE IS  *             00210001
002200*JOURNALLED WITH BEFORE AND AFTER IMAGES AND THE    *             00220001
002300*OPERATOR ID.                                       *             00230001
002320*ONLY AN OPERATOR HOLDING ITEM MAINTENANCE          *             00232001
002340*AUTHORITY MAY FILE THE RUN; ANY OTHER HAS EVERY    *             00234001
002360*TRANSACTION REJECTED AND LOGGED AS A REFUSED       *             00236001
002380*ATTEMPT                                            *             00238001
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
003600     SELECT ITEM-ALLERGEN-FILE     ASSIGN TO MYITMALG             00360001
003700         ORGANIZATION IS INDEXED                                  00370001
003800         ACCESS MODE IS RANDOM                                    00380001
003900         RECORD KEY IS IA-ITEM-NAME                               00390001
004000         FILE STATUS IS WS-ITMALG-STATUS.                         00400001
004100     SELECT ALLERGEN-MASTER        ASSIGN TO MYALRGMS             00410001
004200         ORGANIZATION IS INDEXED                                  00420001
004300         ACCESS MODE IS RANDOM                                    00430001
004400         RECORD KEY IS AG-ALLERGEN-CODE                           00440001
004500         FILE STATUS IS WS-ALRGMS-STATUS.                         00450001
004600     SELECT FRIDGE                 ASSIGN TO DYNAMIC              00460001
004700         WS-FRIDGE-DSNAME                                         00470001
004800         ORGANIZATION IS INDEXED                                  00480001
004900         ACCESS MODE IS DYNAMIC                                   00490001
005000         RECORD KEY IS FR-ITEM-NAME                               00500001
005100         ALTERNATE RECORD KEY IS FR-CATEGORY                      00510001
005200             WITH DUPLICATES                                      00520001
005300         ALTERNATE RECORD KEY IS FR-SUPPLIER-CODE                 00530001
005400             WITH DUPLICATES                                      00540001
005500         FILE STATUS IS WS-FRIDGE-STATUS.                         00550001
005600     SELECT RECIPE-FILE            ASSIGN TO MYRECIPE             00560001
005700         FILE STATUS IS WS-RECIPE-STATUS.                         00570001
005800     SELECT TRANSACTION-FILE       ASSIGN TO MYALGTX.             00580001
005900     SELECT ALG-LOG-FILE           ASSIGN TO MYALGLOG.            00590001
006000     SELECT ALG-REJECT-FILE        ASSIGN TO MYALGREJ.            00600001
006100     SELECT ALG-EXCEPTION-FILE     ASSIGN TO MYALGEXC.            00610001
006200                                                                  00620001
006300 DATA DIVISION.                                                   00630001
006400 FILE SECTION.                                                    00640001
006500                                                                  00650001
006600 FD  ITEM-ALLERGEN-FILE.                                          00660001
006700     COPY ITEMALG.                                                00670001
006800                                                                  00680001
006900 FD  ALLERGEN-MASTER.                                             00690001
007000     COPY ALRGMST.                                                00700001
007100                                                                  00710001
007200 FD  FRIDGE                                                       00720001
007300     RECORDING MODE IS F.                                         00730001
007400     COPY FRIDGEREC.                                              00740001
007500                                                                  00750001
007600 FD  RECIPE-FILE                                                  00760001
007700     RECORDING MODE IS F.                                         00770001
007800     COPY RECIPREC.                                               00780001
007900                                                                  00790001
008000*****************************************************             00800001
008100*   ONE TRANSACTION PER ITEM CARRYING ITS WHOLE     *             00810001
008200*   ALLERGEN LIST; A CHANGE REPLACES THE LIST.  THE *             00820001
008300*   REASON SAYS WHY IT CHANGED: S = NEW SUPPLIER,   *             00830001
008400*   I = ITEM REFORMULATED, BLANK = CORRECTION.  A   *             00840001
008500*   BLANK SUPPLIER TAKES THE ITEM'S OWN SUPPLIER    *             00850001
008600*****************************************************             00860001
008700 FD  TRANSACTION-FILE                                             00870001
008800     RECORDING MODE IS F.                                         00880001
008900 01  ALG-TRANSACTION-REC.                                         00890001
009000     10  AX-ACTION-CODE            PIC X(01).                     00900001
009100     10  AX-ITEM-NAME              PIC X(17).                     00910001
009200     10  AX-REASON                 PIC X(01).                     00920001
009300     10  AX-SUPPLIER-CODE          PIC X(06).                     00930001
009400     10  AX-ALLERGEN-CODE OCCURS 14 TIMES                         00940001
009500                                   PIC X(04).                     00950001
009600     10  FILLER                    PIC X(03).                     00960001
009700                                                                  00970001
009800*****************************************************             00980001
009900*   ONE JOURNAL ENTRY PER APPLIED ADD/CHANGE/DELETE *             00990001
010000*   WITH THE FULL BEFORE AND AFTER PROFILE IMAGES,  *             01000001
010100*   LAID OUT THE WAY THE LOCATION MAINTENANCE       *             01010001
010200*   JOURNAL IS                                      *             01020001
010300*****************************************************             01030001
010400 FD  ALG-LOG-FILE                                                 01040001
010500     RECORDING MODE IS F.                                         01050001
010600 01  ALG-LOG-REC.                                                 01060001
010700     10  LG-ACTION-CODE            PIC X(01).                     01070001
010800     10  LG-ITEM-NAME              PIC X(17).                     01080001
010900     10  LG-RUN-DATE               PIC 9(08).                     01090001
011000     10  LG-RESULT                 PIC X(30).                     01100001
011100     10  LG-BEFORE-IMAGE           PIC X(100).                    01110001
011200     10  LG-AFTER-IMAGE            PIC X(100).                    01120001
011300     10  LG-USER-ID                PIC X(08).                     01130001
011400     10  LG-TERMINAL               PIC X(04).                     01140001
011500     10  FILLER                    PIC X(32).                     01150001
011600                                                                  01160001
011700 FD  ALG-REJECT-FILE                                              01170001
011800     RECORDING MODE IS F.                                         01180001
011900 01  ALG-REJECT-REC.                                              01190001
012000     10  LJ-ACTION-CODE            PIC X(01).                     01200001
012100     10  LJ-ITEM-NAME              PIC X(17).                     01210001
012200     10  LJ-REASON                 PIC X(30).                     01220001
012300     10  FILLER                    PIC X(32).                     01230001
012400                                                                  01240001
012500 FD  ALG-EXCEPTION-FILE                                           01250001
012600     RECORDING MODE IS F.                                         01260001
012700 01  ALG-EXCEPTION-REC.                                           01270001
012800     10  FILLER                    PIC X(132).                    01280001
012900                                                                  01290001
013000 WORKING-STORAGE SECTION.                                         01300001
013100                                                                  01310001
013200 01  WS-COUNTERS-FLAGS.                                           01320001
013300     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          01330001
013400     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          01340001
013500     10  WS-APPLIED-COUNT          PIC 9(05) VALUE ZERO.          01350001
013600     10  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.          01360001
013700     10  WS-EXCEPTION-COUNT        PIC 9(05) VALUE ZERO.          01370001
013800     10  WS-RECIPE-EOF             PIC X(03) VALUE 'NO'.          01380001
013900                                                                  01390001
014000 01  WS-VALIDATION-FLAGS.                                         01400001
014100     10  WS-TX-VALID               PIC X(03) VALUE 'YES'.         01410001
014200     10  WS-TX-REJECT-REASON       PIC X(30) VALUE SPACES.        01420001
014300     10  WS-ITMALG-STATUS          PIC X(02) VALUE SPACES.        01430001
014400     10  WS-ALRGMS-STATUS          PIC X(02) VALUE SPACES.        01440001
014500     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        01450001
014600     10  WS-RECIPE-STATUS          PIC X(02) VALUE SPACES.        01460001
014700     10  WS-RECIPE-LOADED          PIC X(03) VALUE 'NO'.          01470001
014800     10  WS-ON-FRIDGE              PIC X(03) VALUE 'NO'.          01480001
014900                                                                  01490001
015000 01  WS-SITE-CONTROL.                                             01500001
015100     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    01510001
015200                                                                  01520001
015300 01  WS-DATE-FIELDS.                                              01530001
015400     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01540001
015500                                                                  01550001
015600 01  WS-IMAGE-CONTROL.                                            01560001
015700     10  WS-BEFORE-IMAGE           PIC X(100) VALUE SPACES.       01570001
015800     10  WS-AFTER-IMAGE            PIC X(100) VALUE SPACES.       01580001
015900                                                                  01590001
016000*****************************************************             01600001
016100*   EVERY JOURNAL ENTRY CARRIES WHO FILED THE RUN:  *             01610001
016200*   THE OPERATOR ID OFF THE PARAMETER CARD, OR      *             01620001
016300*   'UNKNOWN' WHEN THE CARD LEFT IT BLANK           *             01630001
016400*****************************************************             01640001
016500 01  WS-OPERATOR-CONTROL.                                         01650001
016600     10  WS-OPERATOR-ID            PIC X(08) VALUE 'UNKNOWN'.     01660001
016607                                                                  01660701
016614*****************************************************             01661401
016621*   THE OPERATOR FILING THE RUN MUST HOLD ITEM      *             01662101
016628*   MAINTENANCE AUTHORITY ON THE OPERATOR           *             01662801
016635*   AUTHORITY FILE.  WITHOUT IT EVERY TRANSACTION   *             01663501
016642*   IS REJECTED AND LOGGED AS A REFUSED ATTEMPT     *             01664201
016649*****************************************************             01664901
016656 01  WS-AUTHORITY-CONTROL.                                        01665601
016663     10  WS-RUN-AUTHORIZED         PIC X(03) VALUE 'NO'.          01666301
016670     10  WS-REFUSED-REASON         PIC X(30) VALUE SPACES.        01667001
016677     10  WS-SAVED-RETURN-CODE      PIC S9(04) COMP VALUE ZERO.    01667701
016684                                                                  01668401
016691     COPY OPAUTHP.                                                01669101
016700                                                                  01670001
016800 01  WS-ALG-PARM-CARD.                                            01680001
016900     10  PC-OPERATOR-ID            PIC X(08).                     01690001
017000     10  FILLER                    PIC X(72).                     01700001
017100                                                                  01710001
017200 01  WS-ALLERGEN-WORK.                                            01720001
017300     10  WS-CODE-SUB               PIC S9(04) COMP VALUE ZERO.    01730001
017400     10  WS-CHECK-SUB              PIC S9(04) COMP VALUE ZERO.    01740001
017500     10  WS-CODE-FOUND             PIC X(03) VALUE 'NO'.          01750001
017600     10  WS-BEFORE-CODES.                                         01760001
017700         15  WS-BEFORE-CODE OCCURS 14 TIMES                       01770001
017800                                   PIC X(04).                     01780001
017900     10  WS-ADDED-CODE             PIC X(04) VALUE SPACES.        01790001
018000     10  WS-ADDED-DESC             PIC X(20) VALUE SPACES.        01800001
018100                                                                  01810001
018200*****************************************************             01820001
018300*   THE RECIPE FILE IS HELD IN STORAGE SO EACH      *             01830001
018400*   ADDED ALLERGEN CAN BE TRACED TO EVERY DISH      *             01840001
018500*****************************************************             01850001
018600 01  WS-RECIPE-CONTROL.                                           01860001
018700     10  WS-RECIPE-COUNT           PIC 9(04) VALUE ZERO.          01870001
018800     10  WS-RECIPE-SUB             PIC S9(04) COMP VALUE ZERO.    01880001
018900 01  WS-RECIPE-TABLE.                                             01890001
019000     10  WS-RECIPE-ENTRY OCCURS 3000 TIMES.                       01900001
019100         15  WS-RT-MENU-ITEM       PIC X(20).                     01910001
019200         15  WS-RT-INGREDIENT      PIC X(17).                     01920001
019300                                                                  01930001
019400*****************************************************             01940001
019500*   EVERYTHING THE CHANGED ITEM FEEDS: THE ITEM     *             01950001
019600*   ITSELF FIRST, THEN EACH PREPARED ITEM OR DISH   *             01960001
019700*   WHOSE RECIPE USES AN ENTRY ALREADY LISTED, WITH *             01970001
019800*   THE ENTRY IT CAME THROUGH                       *             01980001
019900*****************************************************             01990001
020000 01  WS-AFFECTED-CONTROL.                                         02000001
020100     10  WS-AFFECTED-COUNT         PIC S9(04) COMP VALUE ZERO.    02010001
020200     10  WS-AFFECTED-SUB           PIC S9(04) COMP VALUE ZERO.    02020001
020300     10  WS-SEARCH-SUB             PIC S9(04) COMP VALUE ZERO.    02030001
020400     10  WS-AFFECTED-HIT           PIC X(03) VALUE 'NO'.          02040001
020500     10  WS-AFFECTED-FULL          PIC X(03) VALUE 'NO'.          02050001
020600 01  WS-AFFECTED-TABLE.                                           02060001
020700     10  WS-AFFECTED-ENTRY OCCURS 300 TIMES.                      02070001
020800         15  WS-AF-NAME            PIC X(20).                     02080001
020900         15  WS-AF-VIA             PIC X(20).                     02090001
021000                                                                  02100001
021100 01  WS-EXCEPTION-HEADING.                                        02110001
021200     10  FILLER                    PIC X(02) VALUE SPACES.        02120001
021300     10  FILLER                    PIC X(40) VALUE                02130001
021400         'ALLERGEN CHANGE EXCEPTION LIST'.                        02140001
021500     10  FILLER                    PIC X(06) VALUE 'DATE: '.      02150001
021600     10  EH-RUN-DATE               PIC 9(08).                     02160001
021700     10  FILLER                    PIC X(06) VALUE SPACES.        02170001
021800     10  FILLER                    PIC X(10) VALUE 'OPERATOR: '.  02180001
021900     10  EH-OPERATOR-ID            PIC X(08).                     02190001
022000     10  FILLER                    PIC X(52) VALUE SPACES.        02200001
022100                                                                  02210001
022200 01  WS-EXCEPTION-COLUMN-HEADING.                                 02220001
022300     10  FILLER                    PIC X(02) VALUE SPACES.        02230001
022400     10  FILLER                    PIC X(19) VALUE 'INGREDIENT'.  02240001
022500     10  FILLER                    PIC X(27) VALUE                02250001
022600         'ALLERGEN ADDED'.                                        02260001
022700     10  FILLER                    PIC X(13) VALUE 'REASON'.      02270001
022800     10  FILLER                    PIC X(08) VALUE 'SUPPLIER'.    02280001
022900     10  FILLER                    PIC X(22) VALUE 'AFFECTS'.     02290001
023000     10  FILLER                    PIC X(10) VALUE 'KIND'.        02300001
023100     10  FILLER                    PIC X(31) VALUE 'THROUGH'.     02310001
023200                                                                  02320001
023300 01  WS-EXCEPTION-LINE.                                           02330001
023400     10  FILLER                    PIC X(02) VALUE SPACES.        02340001
023500     10  EL-ITEM-NAME              PIC X(17).                     02350001
023600     10  FILLER                    PIC X(02) VALUE SPACES.        02360001
023700     10  EL-ALLERGEN-CODE          PIC X(04).                     02370001
023800     10  FILLER                    PIC X(01) VALUE SPACES.        02380001
023900     10  EL-ALLERGEN-DESC          PIC X(20).                     02390001
024000     10  FILLER                    PIC X(02) VALUE SPACES.        02400001
024100     10  EL-REASON                 PIC X(11).                     02410001
024200     10  FILLER                    PIC X(02) VALUE SPACES.        02420001
024300     10  EL-SUPPLIER-CODE          PIC X(06).                     02430001
024400     10  FILLER                    PIC X(02) VALUE SPACES.        02440001
024500     10  EL-AFFECTED               PIC X(20).                     02450001
024600     10  FILLER                    PIC X(02) VALUE SPACES.        02460001
024700     10  EL-KIND                   PIC X(08).                     02470001
024800     10  FILLER                    PIC X(02) VALUE SPACES.        02480001
024900     10  EL-VIA                    PIC X(20).                     02490001
025000     10  FILLER                    PIC X(11) VALUE SPACES.        02500001
025100                                                                  02510001
025200 01  WS-EXCEPTION-TOTAL-LINE.                                     02520001
025300     10  FILLER                    PIC X(02) VALUE SPACES.        02530001
025400     10  ET-LABEL                  PIC X(30).                     02540001
025500     10  ET-COUNT                  PIC ZZZZ9.                     02550001
025600     10  FILLER                    PIC X(95) VALUE SPACES.        02560001
025700                                                                  02570001
025800 PROCEDURE DIVISION.                                              02580001
025900                                                                  02590001
026000*****************************************************             02600001
026100*   MAIN PROGRAM ROUTINE                            *             02610001
026200*****************************************************             02620001
026300 010-START-HERE.                                                  02630001
026400     OPEN I-O ITEM-ALLERGEN-FILE                                  02640001
026500     IF WS-ITMALG-STATUS NOT = '00'                               02650001
026600         DISPLAY 'ITEM ALLERGEN FILE OPEN FAILED, STATUS = '      02660001
026700             WS-ITMALG-STATUS                                     02670001
026800         MOVE 16 TO RETURN-CODE                                   02680001
026900     END-IF                                                       02690001
027000     OPEN INPUT ALLERGEN-MASTER                                   02700001
027100     IF WS-ALRGMS-STATUS NOT = '00'                               02710001
027200         DISPLAY 'ALLERGEN MASTER OPEN FAILED, STATUS = '         02720001
027300             WS-ALRGMS-STATUS                                     02730001
027400         MOVE 16 TO RETURN-CODE                                   02740001
027500     END-IF                                                       02750001
027600     OPEN INPUT FRIDGE                                            02760001
027700     IF WS-FRIDGE-STATUS NOT = '00'                               02770001
027800         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  02780001
027900             WS-FRIDGE-STATUS                                     02790001
028000         MOVE 16 TO RETURN-CODE                                   02800001
028100     END-IF                                                       02810001
028200     IF RETURN-CODE = 16                                          02820001
028300         PERFORM 990-ABORT-RUN                                    02830001
028400     ELSE                                                         02840001
028500         OPEN INPUT TRANSACTION-FILE                              02850001
028600         OPEN OUTPUT ALG-LOG-FILE                                 02860001
028700         OPEN OUTPUT ALG-REJECT-FILE                              02870001
028800         OPEN OUTPUT ALG-EXCEPTION-FILE                           02880001
028900         PERFORM 105-GET-OPERATOR-PARM                            02890001
028950         PERFORM 106-CHECK-OPERATOR-AUTHORITY                     02895001
029000         PERFORM 850-GET-DATE                                     02900001
029100         PERFORM 110-LOAD-RECIPE-TABLE                            02910001
029200         PERFORM 800-PRINT-EXCEPTION-HEADINGS                     02920001
029300         PERFORM 100-READ-TRANSACTION                             02930001
029400         PERFORM 150-PROCESS-TRANSACTION                          02940001
029500           UNTIL EOF-FLAG = 'YES'                                 02950001
029600         PERFORM 700-PRINT-EXCEPTION-TOTALS                       02960001
029700         CLOSE ITEM-ALLERGEN-FILE ALLERGEN-MASTER FRIDGE          02970001
029800           TRANSACTION-FILE ALG-LOG-FILE ALG-REJECT-FILE          02980001
029900           ALG-EXCEPTION-FILE                                     02990001
030000     END-IF                                                       03000001
030100     GOBACK                                                       03010001
030200     .                                                            03020001
030300                                                                  03030001
030400 990-ABORT-RUN.                                                   03040001
030500     IF WS-ITMALG-STATUS = '00'                                   03050001
030600         CLOSE ITEM-ALLERGEN-FILE                                 03060001
030700     END-IF                                                       03070001
030800     IF WS-ALRGMS-STATUS = '00'                                   03080001
030900         CLOSE ALLERGEN-MASTER                                    03090001
031000     END-IF                                                       03100001
031100     IF WS-FRIDGE-STATUS = '00'                                   03110001
031200         CLOSE FRIDGE                                             03120001
031300     END-IF                                                       03130001
031400     .                                                            03140001
031500                                                                  03150001
031600 105-GET-OPERATOR-PARM.                                           03160001
031700     ACCEPT WS-ALG-PARM-CARD FROM SYSIN                           03170001
031800     IF PC-OPERATOR-ID NOT = SPACES                               03180001
031900         MOVE PC-OPERATOR-ID TO WS-OPERATOR-ID                    03190001
032000     END-IF                                                       03200001
032100     .                                                            03210001
032105                                                                  03210501
032110 106-CHECK-OPERATOR-AUTHORITY.                                    03211001
032115     MOVE 'C' TO AQ-FUNCTION                                      03211501
032120     MOVE 'ALRGPMNT' TO AQ-CALLER                                 03212001
032125     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        03212501
032130     MOVE 1 TO AQ-AUTHORITY                                       03213001
032135     MOVE SPACES TO AQ-SUBJECT                                    03213501
032140     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      03214001
032145     IF AQ-RESULT = '00'                                          03214501
032150         MOVE 'YES' TO WS-RUN-AUTHORIZED                          03215001
032155     ELSE                                                         03215501
032160         MOVE 'NO' TO WS-RUN-AUTHORIZED                           03216001
032165         MOVE AQ-REASON TO WS-REFUSED-REASON                      03216501
032170         DISPLAY 'OPERATOR ' WS-OPERATOR-ID                       03217001
032175             ' NOT AUTHORIZED TO MAINTAIN ITEMS - ' AQ-REASON     03217501
032180         MOVE 8 TO RETURN-CODE                                    03218001
032185     END-IF                                                       03218501
032190     .                                                            03219001
032200                                                                  03220001
032300*****************************************************             03230001
032400*   WITHOUT THE RECIPE FILE THE CHANGES STILL APPLY *             03240001
032500*   BUT THE EXCEPTION LIST CANNOT NAME THE DISHES   *             03250001
032600*****************************************************             03260001
032700 110-LOAD-RECIPE-TABLE.                                           03270001
032800     OPEN INPUT RECIPE-FILE                                       03280001
032900     IF WS-RECIPE-STATUS = '00'                                   03290001
033000         MOVE 'YES' TO WS-RECIPE-LOADED                           03300001
033100         PERFORM 115-READ-RECIPE-LINE                             03310001
033200           UNTIL WS-RECIPE-EOF = 'YES'                            03320001
033300         CLOSE RECIPE-FILE                                        03330001
033400     ELSE                                                         03340001
033500         DISPLAY 'RECIPE FILE NOT AVAILABLE, STATUS = '           03350001
033600             WS-RECIPE-STATUS ', DISHES NOT TRACED'               03360001
033700     END-IF                                                       03370001
033800     .                                                            03380001
033900                                                                  03390001
034000 115-READ-RECIPE-LINE.                                            03400001
034100     READ RECIPE-FILE                                             03410001
034200         AT END                                                   03420001
034300             MOVE 'YES' TO WS-RECIPE-EOF                          03430001
034400         NOT AT END                                               03440001
034500             IF WS-RECIPE-COUNT < 3000                            03450001
034600                 ADD 1 TO WS-RECIPE-COUNT                         03460001
034700                 MOVE RC-MENU-ITEM TO                             03470001
034800                     WS-RT-MENU-ITEM (WS-RECIPE-COUNT)            03480001
034900                 MOVE RC-INGREDIENT TO                            03490001
035000                     WS-RT-INGREDIENT (WS-RECIPE-COUNT)           03500001
035100             ELSE                                                 03510001
035200                 DISPLAY 'RECIPE TABLE FULL, NOT ALL TRACED'      03520001
035300                 MOVE 'YES' TO WS-RECIPE-EOF                      03530001
035400                 MOVE 16 TO RETURN-CODE                           03540001
035500             END-IF                                               03550001
035600     END-READ                                                     03560001
035700     .                                                            03570001
035800                                                                  03580001
035900 100-READ-TRANSACTION.                                            03590001
036000     READ TRANSACTION-FILE                                        03600001
036100         AT END                                                   03610001
036200             MOVE 'YES' TO EOF-FLAG                               03620001
036300         NOT AT END                                               03630001
036400             ADD 1 TO REC-COUNT                                   03640001
036500     END-READ                                                     03650001
036600     .                                                            03660001
036700                                                                  03670001
036800 150-PROCESS-TRANSACTION.                                         03680001
036900     PERFORM 120-VALIDATE-TRANSACTION                             03690001
037000     IF WS-TX-VALID = 'YES'                                       03700001
037100         MOVE AX-ITEM-NAME TO IA-ITEM-NAME                        03710001
037200         EVALUATE AX-ACTION-CODE                                  03720001
037300             WHEN 'A'                                             03730001
037400                 PERFORM 200-ADD-ITEM-PROFILE                     03740001
037500             WHEN 'C'                                             03750001
037600                 PERFORM 300-CHANGE-ITEM-PROFILE                  03760001
037700             WHEN 'D'                                             03770001
037800                 PERFORM 400-DELETE-ITEM-PROFILE                  03780001
037900         END-EVALUATE                                             03790001
038000     ELSE                                                         03800001
038100         PERFORM 160-REJECT-TRANSACTION                           03810001
038200     END-IF                                                       03820001
038300     PERFORM 100-READ-TRANSACTION                                 03830001
038400     .                                                            03840001
038500                                                                  03850001
038600*****************************************************             03860001
038700*   AN ADD OR CHANGE MUST NAME AN ITEM THE FRIDGE   *             03870001
038800*   MASTER KNOWS AND ONLY CODES THE ALLERGEN MASTER *             03880001
038900*   KNOWS, EACH ONCE; THE REASON MUST BE S, I OR    *             03890001
039000*   BLANK                                           *             03900001
039100*****************************************************             03910001
039200 120-VALIDATE-TRANSACTION.                                        03920001
039300     MOVE 'YES' TO WS-TX-VALID                                    03930001
039400     MOVE SPACES TO WS-TX-REJECT-REASON                           03940001
039500     IF AX-ITEM-NAME = SPACES                                     03950001
039600         MOVE 'NO' TO WS-TX-VALID                                 03960001
039700         MOVE 'BLANK ITEM NAME' TO WS-TX-REJECT-REASON            03970001
039800     END-IF                                                       03980001
039900     IF AX-ACTION-CODE NOT = 'A' AND AX-ACTION-CODE NOT = 'C'     03990001
040000         AND AX-ACTION-CODE NOT = 'D'                             04000001
040100         AND WS-TX-VALID = 'YES'                                  04010001
040200         MOVE 'NO' TO WS-TX-VALID                                 04020001
040300         MOVE 'INVALID ACTION CODE' TO WS-TX-REJECT-REASON        04030001
040400     END-IF                                                       04040001
040500     IF AX-REASON NOT = 'S' AND AX-REASON NOT = 'I'               04050001
040600         AND AX-REASON NOT = SPACE                                04060001
040700         AND WS-TX-VALID = 'YES'                                  04070001
040800         MOVE 'NO' TO WS-TX-VALID                                 04080001
040900         MOVE 'INVALID REASON CODE' TO WS-TX-REJECT-REASON        04090001
041000     END-IF                                                       04100001
041100     IF (AX-ACTION-CODE = 'A' OR AX-ACTION-CODE = 'C')            04110001
041200         AND WS-TX-VALID = 'YES'                                  04120001
041300         PERFORM 125-CHECK-ONE-CODE                               04130001
041400           VARYING WS-CODE-SUB FROM 1 BY 1                        04140001
041500           UNTIL WS-CODE-SUB > 14                                 04150001
041600           OR WS-TX-VALID = 'NO'                                  04160001
041700     END-IF                                                       04170001
041800     IF (AX-ACTION-CODE = 'A' OR AX-ACTION-CODE = 'C')            04180001
041900         AND WS-TX-VALID = 'YES'                                  04190001
042000         MOVE AX-ITEM-NAME TO FR-ITEM-NAME                        04200001
042100         MOVE 'NO' TO WS-ON-FRIDGE                                04210001
042200         READ FRIDGE                                              04220001
042300             INVALID KEY                                          04230001
042400                 CONTINUE                                         04240001
042500             NOT INVALID KEY                                      04250001
042600                 IF FR-RECORD-TYPE = SPACES                       04260001
042700                     MOVE 'YES' TO WS-ON-FRIDGE                   04270001
042800                 END-IF                                           04280001
042900         END-READ                                                 04290001
043000         IF WS-ON-FRIDGE = 'NO'                                   04300001
043100             MOVE 'NO' TO WS-TX-VALID                             04310001
043200             MOVE 'ITEM NOT ON FRIDGE FILE' TO                    04320001
043300                 WS-TX-REJECT-REASON                              04330001
043400         END-IF                                                   04340001
043500     END-IF                                                       04350001
043516     IF WS-RUN-AUTHORIZED = 'NO'                                  04351601
043532         MOVE 'NO' TO WS-TX-VALID                                 04353201
043548         MOVE WS-REFUSED-REASON TO WS-TX-REJECT-REASON            04354801
043564         PERFORM 165-LOG-REFUSED-ATTEMPT                          04356401
043580     END-IF                                                       04358001
043600     .                                                            04360001
043700                                                                  04370001
043800 125-CHECK-ONE-CODE.                                              04380001
043900     IF AX-ALLERGEN-CODE (WS-CODE-SUB) NOT = SPACES               04390001
044000         MOVE AX-ALLERGEN-CODE (WS-CODE-SUB) TO AG-ALLERGEN-CODE  04400001
044100         READ ALLERGEN-MASTER                                     04410001
044200             INVALID KEY                                          04420001
044300                 MOVE 'NO' TO WS-TX-VALID                         04430001
044400                 MOVE 'ALLERGEN NOT ON ALLERGEN MASTER' TO        04440001
044500                     WS-TX-REJECT-REASON                          04450001
044600         END-READ                                                 04460001
044700         PERFORM 127-CHECK-DUPLICATE-CODE                         04470001
044800           VARYING WS-CHECK-SUB FROM 1 BY 1                       04480001
044900           UNTIL WS-CHECK-SUB >= WS-CODE-SUB                      04490001
045000     END-IF                                                       04500001
045100     .                                                            04510001
045200                                                                  04520001
045300 127-CHECK-DUPLICATE-CODE.                                        04530001
045400     IF AX-ALLERGEN-CODE (WS-CHECK-SUB) =                         04540001
045500        AX-ALLERGEN-CODE (WS-CODE-SUB)                            04550001
045600         AND WS-TX-VALID = 'YES'                                  04560001
045700         MOVE 'NO' TO WS-TX-VALID                                 04570001
045800         MOVE 'ALLERGEN GIVEN TWICE' TO WS-TX-REJECT-REASON       04580001
045900     END-IF                                                       04590001
046000     .                                                            04600001
046100                                                                  04610001
046200 200-ADD-ITEM-PROFILE.                                            04620001
046300     READ ITEM-ALLERGEN-FILE                                      04630001
046400         INVALID KEY                                              04640001
046500             MOVE SPACES TO WS-BEFORE-CODES                       04650001
046600             PERFORM 210-BUILD-PROFILE-RECORD                     04660001
046700             WRITE ITEM-ALLERGEN-REC                              04670001
046800             MOVE SPACES TO WS-BEFORE-IMAGE                       04680001
046900             MOVE ITEM-ALLERGEN-REC TO WS-AFTER-IMAGE             04690001
047000             PERFORM 170-LOG-TRANSACTION                          04700001
047100             PERFORM 500-LIST-ADDED-ALLERGENS                     04710001
047200         NOT INVALID KEY                                          04720001
047300             MOVE 'ITEM PROFILE ALREADY ON FILE' TO               04730001
047400                 WS-TX-REJECT-REASON                              04740001
047500             PERFORM 160-REJECT-TRANSACTION                       04750001
047600     END-READ                                                     04760001
047700     .                                                            04770001
047800                                                                  04780001
047900 210-BUILD-PROFILE-RECORD.                                        04790001
048000     MOVE SPACES TO ITEM-ALLERGEN-REC                             04800001
048100     MOVE AX-ITEM-NAME TO IA-ITEM-NAME                            04810001
048200     IF AX-SUPPLIER-CODE = SPACES                                 04820001
048300         MOVE FR-SUPPLIER-CODE TO IA-SUPPLIER-CODE                04830001
048400     ELSE                                                         04840001
048500         MOVE AX-SUPPLIER-CODE TO IA-SUPPLIER-CODE                04850001
048600     END-IF                                                       04860001
048700     MOVE WS-DATE-8 TO IA-CHANGE-DATE                             04870001
048800     PERFORM 215-MOVE-ONE-CODE                                    04880001
048900       VARYING WS-CODE-SUB FROM 1 BY 1                            04890001
049000       UNTIL WS-CODE-SUB > 14                                     04900001
049100     .                                                            04910001
049200                                                                  04920001
049300 215-MOVE-ONE-CODE.                                               04930001
049400     MOVE AX-ALLERGEN-CODE (WS-CODE-SUB) TO                       04940001
049500         IA-ALLERGEN-CODE (WS-CODE-SUB)                           04950001
049600     .                                                            04960001
049700                                                                  04970001
049800 300-CHANGE-ITEM-PROFILE.                                         04980001
049900     READ ITEM-ALLERGEN-FILE                                      04990001
050000         INVALID KEY                                              05000001
050100             MOVE 'ITEM PROFILE NOT ON FILE' TO                   05010001
050200                 WS-TX-REJECT-REASON                              05020001
050300             PERFORM 160-REJECT-TRANSACTION                       05030001
050400         NOT INVALID KEY                                          05040001
050500             MOVE ITEM-ALLERGEN-REC TO WS-BEFORE-IMAGE            05050001
050600             PERFORM 310-SAVE-BEFORE-CODE                         05060001
050700               VARYING WS-CODE-SUB FROM 1 BY 1                    05070001
050800               UNTIL WS-CODE-SUB > 14                             05080001
050900             PERFORM 210-BUILD-PROFILE-RECORD                     05090001
051000             REWRITE ITEM-ALLERGEN-REC                            05100001
051100             MOVE ITEM-ALLERGEN-REC TO WS-AFTER-IMAGE             05110001
051200             PERFORM 170-LOG-TRANSACTION                          05120001
051300             PERFORM 500-LIST-ADDED-ALLERGENS                     05130001
051400     END-READ                                                     05140001
051500     .                                                            05150001
051600                                                                  05160001
051700 310-SAVE-BEFORE-CODE.                                            05170001
051800     MOVE IA-ALLERGEN-CODE (WS-CODE-SUB) TO                       05180001
051900         WS-BEFORE-CODE (WS-CODE-SUB)                             05190001
052000     .                                                            05200001
052100                                                                  05210001
052200 400-DELETE-ITEM-PROFILE.                                         05220001
052300     READ ITEM-ALLERGEN-FILE                                      05230001
052400         INVALID KEY                                              05240001
052500             MOVE 'ITEM PROFILE NOT ON FILE' TO                   05250001
052600                 WS-TX-REJECT-REASON                              05260001
052700             PERFORM 160-REJECT-TRANSACTION                       05270001
052800         NOT INVALID KEY                                          05280001
052900             MOVE ITEM-ALLERGEN-REC TO WS-BEFORE-IMAGE            05290001
053000             MOVE SPACES TO WS-AFTER-IMAGE                        05300001
053100             DELETE ITEM-ALLERGEN-FILE RECORD                     05310001
053200             PERFORM 170-LOG-TRANSACTION                          05320001
053300     END-READ                                                     05330001
053400     .                                                            05340001
053500                                                                  05350001
053600 160-REJECT-TRANSACTION.                                          05360001
053700     MOVE SPACES TO ALG-REJECT-REC                                05370001
053800     MOVE AX-ACTION-CODE TO LJ-ACTION-CODE                        05380001
053900     MOVE AX-ITEM-NAME TO LJ-ITEM-NAME                            05390001
054000     MOVE WS-TX-REJECT-REASON TO LJ-REASON                        05400001
054100     WRITE ALG-REJECT-REC                                         05410001
054200     ADD 1 TO WS-REJECT-COUNT                                     05420001
054300     .                                                            05430001
054400                                                                  05440001
054404*****************************************************             05440401
054408*   A REFUSED ATTEMPT GOES TO THE SHARED REFUSED-   *             05440801
054412*   UPDATE LOG.  THE CALL RESETS RETURN-CODE, SO    *             05441201
054416*   THE RUN'S OWN CODE IS PUT BACK, NO LOWER THAN 8 *             05441601
054420*****************************************************             05442001
054424 165-LOG-REFUSED-ATTEMPT.                                         05442401
054428     MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE                     05442801
054432     MOVE 'R' TO AQ-FUNCTION                                      05443201
054436     MOVE 'ALRGPMNT' TO AQ-CALLER                                 05443601
054440     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        05444001
054444     MOVE 1 TO AQ-AUTHORITY                                       05444401
054448     MOVE AX-ITEM-NAME TO AQ-SUBJECT                              05444801
054452     MOVE WS-REFUSED-REASON TO AQ-REASON                          05445201
054456     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      05445601
054460     IF WS-SAVED-RETURN-CODE > 8                                  05446001
054464         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE                 05446401
054468     ELSE                                                         05446801
054472         MOVE 8 TO RETURN-CODE                                    05447201
054476     END-IF                                                       05447601
054480     .                                                            05448001
054484                                                                  05448401
054500 170-LOG-TRANSACTION.                                             05450001
054600     MOVE SPACES TO ALG-LOG-REC                                   05460001
054700     MOVE AX-ACTION-CODE TO LG-ACTION-CODE                        05470001
054800     MOVE AX-ITEM-NAME TO LG-ITEM-NAME                            05480001
054900     MOVE WS-DATE-8 TO LG-RUN-DATE                                05490001
055000     MOVE 'APPLIED' TO LG-RESULT                                  05500001
055100     MOVE WS-BEFORE-IMAGE TO LG-BEFORE-IMAGE                      05510001
055200     MOVE WS-AFTER-IMAGE TO LG-AFTER-IMAGE                        05520001
055300     MOVE WS-OPERATOR-ID TO LG-USER-ID                            05530001
055400     MOVE 'BTCH' TO LG-TERMINAL                                   05540001
055500     WRITE ALG-LOG-REC                                            05550001
055600     ADD 1 TO WS-APPLIED-COUNT                                    05560001
055700     .                                                            05570001
055800                                                                  05580001
055900*****************************************************             05590001
056000*   EVERY CODE ON THE NEW PROFILE THAT THE OLD ONE  *             05600001
056100*   DID NOT CARRY IS AN ADDED ALLERGEN.  AN ADD     *             05610001
056200*   COMPARES AGAINST AN EMPTY PROFILE, BECAUSE      *             05620001
056300*   UNTIL NOW NOBODY HAD DECLARED ANYTHING          *             05630001
056400*****************************************************             05640001
056500 500-LIST-ADDED-ALLERGENS.                                        05650001
056600     MOVE ZERO TO WS-AFFECTED-COUNT                               05660001
056700     PERFORM 510-CHECK-ADDED-CODE                                 05670001
056800       VARYING WS-CODE-SUB FROM 1 BY 1                            05680001
056900       UNTIL WS-CODE-SUB > 14                                     05690001
057000     .                                                            05700001
057100                                                                  05710001
057200 510-CHECK-ADDED-CODE.                                            05720001
057300     IF IA-ALLERGEN-CODE (WS-CODE-SUB) NOT = SPACES               05730001
057400         MOVE 'NO' TO WS-CODE-FOUND                               05740001
057500         PERFORM 515-MATCH-BEFORE-CODE                            05750001
057600           VARYING WS-CHECK-SUB FROM 1 BY 1                       05760001
057700           UNTIL WS-CHECK-SUB > 14                                05770001
057800         IF WS-CODE-FOUND = 'NO'                                  05780001
057900             MOVE IA-ALLERGEN-CODE (WS-CODE-SUB) TO WS-ADDED-CODE 05790001
058000             MOVE WS-ADDED-CODE TO AG-ALLERGEN-CODE               05800001
058100             READ ALLERGEN-MASTER                                 05810001
058200                 INVALID KEY                                      05820001
058300                     MOVE SPACES TO AG-ALLERGEN-DESC              05830001
058400             END-READ                                             05840001
058500             MOVE AG-ALLERGEN-DESC TO WS-ADDED-DESC               05850001
058600             IF WS-AFFECTED-COUNT = ZERO                          05860001
058700                 PERFORM 520-TRACE-AFFECTED-ITEMS                 05870001
058800             END-IF                                               05880001
058900             PERFORM 540-PRINT-AFFECTED-ITEM                      05890001
059000               VARYING WS-AFFECTED-SUB FROM 1 BY 1                05900001
059100               UNTIL WS-AFFECTED-SUB > WS-AFFECTED-COUNT          05910001
059200         END-IF                                                   05920001
059300     END-IF                                                       05930001
059400     .                                                            05940001
059500                                                                  05950001
059600 515-MATCH-BEFORE-CODE.                                           05960001
059700     IF WS-BEFORE-CODE (WS-CHECK-SUB) =                           05970001
059800        IA-ALLERGEN-CODE (WS-CODE-SUB)                            05980001
059900         MOVE 'YES' TO WS-CODE-FOUND                              05990001
060000     END-IF                                                       06000001
060100     .                                                            06010001
060200                                                                  06020001
060300*****************************************************             06030001
060400*   WALK UP THE RECIPE FILE FROM THE CHANGED ITEM:  *             06040001
060500*   EVERY RECIPE THAT USES AN ENTRY ALREADY LISTED  *             06050001
060600*   IS ADDED, SO A SAUCE MADE FROM THE ITEM BRINGS  *             06060001
060700*   IN EVERY DISH THE SAUCE GOES INTO               *             06070001
060800*****************************************************             06080001
060900 520-TRACE-AFFECTED-ITEMS.                                        06090001
061000     MOVE 1 TO WS-AFFECTED-COUNT                                  06100001
061100     MOVE 'NO' TO WS-AFFECTED-FULL                                06110001
061200     MOVE IA-ITEM-NAME TO WS-AF-NAME (1)                          06120001
061300     MOVE SPACES TO WS-AF-VIA (1)                                 06130001
061400     PERFORM 525-TRACE-ONE-ENTRY                                  06140001
061500       VARYING WS-AFFECTED-SUB FROM 1 BY 1                        06150001
061600       UNTIL WS-AFFECTED-SUB > WS-AFFECTED-COUNT                  06160001
061700     .                                                            06170001
061800                                                                  06180001
061900 525-TRACE-ONE-ENTRY.                                             06190001
062000     PERFORM 530-CHECK-RECIPE-LINE                                06200001
062100       VARYING WS-RECIPE-SUB FROM 1 BY 1                          06210001
062200       UNTIL WS-RECIPE-SUB > WS-RECIPE-COUNT                      06220001
062300     .                                                            06230001
062400                                                                  06240001
062500 530-CHECK-RECIPE-LINE.                                           06250001
062600     IF WS-RT-INGREDIENT (WS-RECIPE-SUB) =                        06260001
062700        WS-AF-NAME (WS-AFFECTED-SUB)                              06270001
062800         MOVE 'NO' TO WS-AFFECTED-HIT                             06280001
062900         PERFORM 535-MATCH-AFFECTED                               06290001
063000           VARYING WS-SEARCH-SUB FROM 1 BY 1                      06300001
063100           UNTIL WS-SEARCH-SUB > WS-AFFECTED-COUNT                06310001
063200         IF WS-AFFECTED-HIT = 'NO'                                06320001
063300             IF WS-AFFECTED-COUNT < 300                           06330001
063400                 ADD 1 TO WS-AFFECTED-COUNT                       06340001
063500                 MOVE WS-RT-MENU-ITEM (WS-RECIPE-SUB) TO          06350001
063600                     WS-AF-NAME (WS-AFFECTED-COUNT)               06360001
063700                 MOVE WS-AF-NAME (WS-AFFECTED-SUB) TO             06370001
063800                     WS-AF-VIA (WS-AFFECTED-COUNT)                06380001
063900             ELSE                                                 06390001
064000                 IF WS-AFFECTED-FULL = 'NO'                       06400001
064100                     DISPLAY 'AFFECTED TABLE FULL FOR '           06410001
064200                         IA-ITEM-NAME                             06420001
064300                     MOVE 'YES' TO WS-AFFECTED-FULL               06430001
064400                     MOVE 16 TO RETURN-CODE                       06440001
064500                 END-IF                                           06450001
064600             END-IF                                               06460001
064700         END-IF                                                   06470001
064800     END-IF                                                       06480001
064900     .                                                            06490001
065000                                                                  06500001
065100 535-MATCH-AFFECTED.                                              06510001
065200     IF WS-AF-NAME (WS-SEARCH-SUB) =                              06520001
065300        WS-RT-MENU-ITEM (WS-RECIPE-SUB)                           06530001
065400         MOVE 'YES' TO WS-AFFECTED-HIT                            06540001
065500     END-IF                                                       06550001
065600     .                                                            06560001
065700                                                                  06570001
065800*****************************************************             06580001
065900*   ONE LINE PER AFFECTED RECIPE.  A RECIPE FILED   *             06590001
066000*   UNDER A PREPARED FRIDGE ITEM IS A SUB-RECIPE;   *             06600001
066100*   ANYTHING ELSE IS A DISH ON THE MENU.  AN ADDED  *             06610001
066200*   ALLERGEN ON AN ITEM NO RECIPE USES IS STILL     *             06620001
066300*   LISTED, AGAINST THE ITEM ALONE                  *             06630001
066400*****************************************************             06640001
066500 540-PRINT-AFFECTED-ITEM.                                         06650001
066600     IF WS-AFFECTED-SUB > 1                                       06660001
066700         OR WS-AFFECTED-COUNT = 1                                 06670001
066800         MOVE IA-ITEM-NAME TO EL-ITEM-NAME                        06680001
066900         MOVE WS-ADDED-CODE TO EL-ALLERGEN-CODE                   06690001
067000         MOVE WS-ADDED-DESC TO EL-ALLERGEN-DESC                   06700001
067100         EVALUATE AX-REASON                                       06710001
067200             WHEN 'S'                                             06720001
067300                 MOVE 'NEW SUPPLIER' TO EL-REASON                 06730001
067400             WHEN 'I'                                             06740001
067500                 MOVE 'REFORMULATED' TO EL-REASON                 06750001
067600             WHEN OTHER                                           06760001
067700                 MOVE 'CORRECTION' TO EL-REASON                   06770001
067800         END-EVALUATE                                             06780001
067900         MOVE IA-SUPPLIER-CODE TO EL-SUPPLIER-CODE                06790001
068000         IF WS-AFFECTED-SUB = 1                                   06800001
068100             MOVE 'NO RECIPE USES IT' TO EL-AFFECTED              06810001
068200             MOVE SPACES TO EL-KIND                               06820001
068300             MOVE SPACES TO EL-VIA                                06830001
068400         ELSE                                                     06840001
068500             MOVE WS-AF-NAME (WS-AFFECTED-SUB) TO EL-AFFECTED     06850001
068600             PERFORM 545-SET-AFFECTED-KIND                        06860001
068700             IF WS-AF-VIA (WS-AFFECTED-SUB) = IA-ITEM-NAME        06870001
068800                 MOVE 'DIRECT' TO EL-VIA                          06880001
068900             ELSE                                                 06890001
069000                 MOVE WS-AF-VIA (WS-AFFECTED-SUB) TO EL-VIA       06900001
069100             END-IF                                               06910001
069200         END-IF                                                   06920001
069300         WRITE ALG-EXCEPTION-REC FROM WS-EXCEPTION-LINE           06930001
069400           AFTER ADVANCING 1 LINE                                 06940001
069500         END-WRITE                                                06950001
069600         ADD 1 TO WS-EXCEPTION-COUNT                              06960001
069700     END-IF                                                       06970001
069800     .                                                            06980001
069900                                                                  06990001
070000 545-SET-AFFECTED-KIND.                                           07000001
070100     MOVE 'DISH' TO EL-KIND                                       07010001
070200     IF WS-AF-NAME (WS-AFFECTED-SUB) (18:3) = SPACES              07020001
070300         MOVE WS-AF-NAME (WS-AFFECTED-SUB) TO FR-ITEM-NAME        07030001
070400         READ FRIDGE                                              07040001
070500             INVALID KEY                                          07050001
070600                 CONTINUE                                         07060001
070700             NOT INVALID KEY                                      07070001
070800                 IF FR-RECORD-TYPE = SPACES                       07080001
070900                     AND FR-ITEM-TYPE = 'P'                       07090001
071000                     MOVE 'PREPARED' TO EL-KIND                   07100001
071100                 END-IF                                           07110001
071200         END-READ                                                 07120001
071300     END-IF                                                       07130001
071400     .                                                            07140001
071500                                                                  07150001
071600 700-PRINT-EXCEPTION-TOTALS.                                      07160001
071700     MOVE 'ALLERGEN EXCEPTIONS LISTED' TO ET-LABEL                07170001
071800     MOVE WS-EXCEPTION-COUNT TO ET-COUNT                          07180001
071900     WRITE ALG-EXCEPTION-REC FROM WS-EXCEPTION-TOTAL-LINE         07190001
072000       AFTER ADVANCING 3 LINES                                    07200001
072100     END-WRITE                                                    07210001
072200     MOVE 'PROFILE CHANGES APPLIED' TO ET-LABEL                   07220001
072300     MOVE WS-APPLIED-COUNT TO ET-COUNT                            07230001
072400     WRITE ALG-EXCEPTION-REC FROM WS-EXCEPTION-TOTAL-LINE         07240001
072500       AFTER ADVANCING 1 LINE                                     07250001
072600     END-WRITE                                                    07260001
072700     MOVE 'TRANSACTIONS REJECTED' TO ET-LABEL                     07270001
072800     MOVE WS-REJECT-COUNT TO ET-COUNT                             07280001
072900     WRITE ALG-EXCEPTION-REC FROM WS-EXCEPTION-TOTAL-LINE         07290001
073000       AFTER ADVANCING 1 LINE                                     07300001
073100     END-WRITE                                                    07310001
073200     .                                                            07320001
073300                                                                  07330001
073400 800-PRINT-EXCEPTION-HEADINGS.                                    07340001
073500     MOVE WS-DATE-8 TO EH-RUN-DATE                                07350001
073600     MOVE WS-OPERATOR-ID TO EH-OPERATOR-ID                        07360001
073700     WRITE ALG-EXCEPTION-REC FROM WS-EXCEPTION-HEADING            07370001
073800       AFTER ADVANCING PAGE                                       07380001
073900     END-WRITE                                                    07390001
074000     WRITE ALG-EXCEPTION-REC FROM WS-EXCEPTION-COLUMN-HEADING     07400001
074100       AFTER ADVANCING 2 LINES                                    07410001
074200     END-WRITE                                                    07420001
074300     .                                                            07430001
074400                                                                  07440001
074500 850-GET-DATE.                                                    07450001
074600     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          07460001
074700     .                                                            07470001
