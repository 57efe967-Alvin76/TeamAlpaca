001400*THRESHOLD PERCENTAGE ARE FLAGGED, SO A PRICE-      *             00140001
001500*UPDATE RUN'S MARGIN-KILLERS SURFACE THE SAME DAY   *             00150001
001600*INSTEAD OF AT THE ANNUAL MENU REVIEW.  THE RUN'S   *             00160001
001640*COSTS ARE SAVED BACK FOR THE NEXT COMPARISON.      *             00164001
001680*PREPARED INGREDIENTS MADE IN THE PREP KITCHEN ARE  *             00168001
001720*EXPLODED THROUGH THEIR OWN RECIPES DOWN TO THE RAW *             00172001
001760*INGREDIENTS THAT WENT INTO THEM                    *             00176001
001800*****************************************************             00180001
001900                                                                  00190001
002000 ENVIRONMENT DIVISION.                                            00200001
004100     SELECT PLATE-COST-FILE        ASSIGN TO MYPLATE              00410001
004200         FILE STATUS IS WS-PLATE-STATUS.                          00420001
004300     SELECT PLATE-PRINT-FILE       ASSIGN TO MYPLTRPT.            00430001
004316     SELECT ITEM-UOM-FILE          ASSIGN TO MYITMUOM             00431601
004332         ORGANIZATION IS INDEXED                                  00433201
004348         ACCESS MODE IS RANDOM                                    00434801
004364         RECORD KEY IS UM-ITEM-NAME                               00436401
004380         FILE STATUS IS WS-ITMUOM-STATUS.                         00438001
004400                                                                  00440001
004500 DATA DIVISION.                                                   00450001
004600 FILE SECTION.                                                    00460001
005100                                                                  00510001
005200 FD  RECIPE-FILE                                                  00520001
005300     RECORDING MODE IS F.                                         00530001
005400     COPY RECIPREC.                                               00540001
005900                                                                  00590001
006000 FD  PLATE-COST-FILE                                              00600001
006100     RECORDING MODE IS F.                                         00610001
006200     COPY PLATEREC.                                               00620001
006700                                                                  00670001
006800 FD  PLATE-PRINT-FILE                                             00680001
006900     RECORDING MODE IS F.                                         00690001
007000 01  PLATE-PRINT-REC.                                             00700001
007100     10  FILLER                    PIC X(132).                    00710001
007125                                                                  00712501
007150 FD  ITEM-UOM-FILE.                                               00715001
007175     COPY ITEMUOM.                                                00717501
007200                                                                  00720001
007300 WORKING-STORAGE SECTION.                                         00730001
007400                                                                  00740001
008300     10  WS-HIT-SUB                PIC S9(04) COMP VALUE ZERO.    00830001
008400     10  WS-MENU-SUB               PIC S9(04) COMP VALUE ZERO.    00840001
008500     10  WS-LINE-SUB               PIC S9(04) COMP VALUE ZERO.    00850001
008516     10  WS-RCP-COUNT              PIC 9(03) VALUE ZERO.          00851601
008532     10  WS-RCP-SUB                PIC S9(04) COMP VALUE ZERO.    00853201
008548     10  WS-SCAN-SUB               PIC S9(04) COMP VALUE ZERO.    00854801
008564     10  WS-STK-COUNT              PIC 9(03) VALUE ZERO.          00856401
008580     10  WS-PUSH-COUNT             PIC 9(03) VALUE ZERO.          00858001
008600                                                                  00860001
008700 01  WS-VALIDATION-FLAGS.                                         00870001
008800     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        00880001
008900     10  WS-PLATE-STATUS           PIC X(02) VALUE SPACES.        00890001
008950     10  WS-ITMUOM-STATUS          PIC X(02) VALUE SPACES.        00895001
009000                                                                  00900001
009100 01  WS-SITE-CONTROL.                                             00910001
009200     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    00920001
012100     10  WS-RL-ENTRY OCCURS 300 TIMES.                            01210001
012200         15  RL-MENU-ITEM          PIC X(20).                     01220001
012300         15  RL-INGREDIENT         PIC X(17).                     01230001
012375         15  RL-QTY-PER-COVER      PIC S9(03)V9(04).              01237501
012450         15  RL-RECIPE-UOM         PIC X(04).                     01245001
012500         15  RL-UNIT-COST          PIC S9(03)V99.                 01250001
012600         15  RL-LINE-COST          PIC S9(05)V99.                 01260001
012602         15  RL-VIA-ITEM           PIC X(17).                     01260201
012604                                                                  01260401
012606*****************************************************             01260601
012608*   THE WHOLE RECIPE FILE, HELD SO A PREPARED       *             01260801
012610*   INGREDIENT'S OWN COMPONENT LINES CAN BE FOUND   *             01261001
012612*   WHEREVER THEY SIT ON THE FILE                   *             01261201
012614*****************************************************             01261401
012616 01  WS-RECIPE-TABLE.                                             01261601
012618     10  WS-RCP-ENTRY OCCURS 500 TIMES.                           01261801
012620         15  RT-MENU-ITEM          PIC X(20).                     01262001
012622         15  RT-INGREDIENT         PIC X(17).                     01262201
012624         15  RT-QTY-PER-COVER      PIC S9(03)V99.                 01262401
012626                                                                  01262601
012628*****************************************************             01262801
012630*   INGREDIENTS WAITING TO BE COSTED FOR THE        *             01263001
012632*   CURRENT MENU LINE, NEWEST ON TOP.  VIA IS THE   *             01263201
012634*   PREPARED ITEM AN ENTRY WAS EXPLODED OUT OF      *             01263401
012636*****************************************************             01263601
012638 01  WS-EXPLODE-STACK.                                            01263801
012640     10  WS-STK-ENTRY OCCURS 50 TIMES.                            01264001
012642         15  SK-INGREDIENT         PIC X(17).                     01264201
012644         15  SK-QTY-PER-COVER      PIC S9(03)V9(04).              01264401
012646         15  SK-VIA-ITEM           PIC X(17).                     01264601
012648         15  SK-DEPTH              PIC 9(01).                     01264801
012650                                                                  01265001
012652 01  WS-EXPLODE-CONTROL.                                          01265201
012654     10  WS-MENU-PREPARED          PIC X(03) VALUE 'NO'.          01265401
012656     10  WS-CUR-PREPARED           PIC X(03) VALUE 'NO'.          01265601
012658     10  WS-CUR-INGREDIENT         PIC X(17) VALUE SPACES.        01265801
012660     10  WS-CUR-QTY                PIC S9(03)V9(04) VALUE ZERO.   01266001
012662     10  WS-CUR-VIA                PIC X(17) VALUE SPACES.        01266201
012664     10  WS-CUR-DEPTH              PIC 9(01) VALUE ZERO.          01266401
012666     10  WS-PREP-QTY               PIC S9(05)V9(04) VALUE ZERO.   01266601
012668     10  WS-PUSH-INGREDIENT        PIC X(17) VALUE SPACES.        01266801
012670     10  WS-PUSH-QTY               PIC S9(03)V9(04) VALUE ZERO.   01267001
012672     10  WS-PUSH-VIA               PIC X(17) VALUE SPACES.        01267201
012674     10  WS-PUSH-DEPTH             PIC 9(01) VALUE ZERO.          01267401
012700                                                                  01270001
012800 01  WS-COSTING-CONTROL.                                          01280001
012900     10  WS-LINE-COST              PIC S9(05)V99 VALUE ZERO.      01290001
013000     10  WS-UNIT-COST              PIC S9(03)V99 VALUE ZERO.      01300001
013100     10  WS-COST-DELTA             PIC S9(05)V99 VALUE ZERO.      01310001
013200     10  WS-MOVE-PCT               PIC S9(05)V99 VALUE ZERO.      01320001
013208                                                                  01320801
013216*****************************************************             01321601
013224*   FR-COST IS PER STOCKING UNIT AND THE RECIPE IS  *             01322401
013232*   WRITTEN IN RECIPE UNITS, SO EACH LINE IS COSTED *             01323201
013240*   AT FR-COST OVER THE ITEM'S RECIPE FACTOR        *             01324001
013248*****************************************************             01324801
013256 01  WS-UOM-CONTROL.                                              01325601
013264     10  WS-UOM-LOADED             PIC X(03) VALUE 'NO'.          01326401
013272     10  WS-RECIPE-FACTOR          PIC 9(05)V9(04) VALUE 1.       01327201
013280     10  WS-RECIPE-UOM             PIC X(04) VALUE SPACES.        01328001
013288     10  WS-STOCK-COST             PIC S9(03)V99 VALUE ZERO.      01328801
013300                                                                  01330001
013400 01  WS-PLATE-HEADING.                                            01340001
013500     10  FILLER                    PIC X(02) VALUE SPACES.        01350001
014800     10  FILLER                    PIC X(04) VALUE SPACES.        01480001
014900     10  IL-INGREDIENT             PIC X(17).                     01490001
015000     10  FILLER                    PIC X(02) VALUE SPACES.        01500001
015066     10  IL-QTY-PER-COVER          PIC ZZ9.9999.                  01506601
015133     10  FILLER                    PIC X(01) VALUE SPACES.        01513301
015166     10  IL-RECIPE-UOM             PIC X(04).                     01516601
015200     10  FILLER                    PIC X(02) VALUE SPACES.        01520001
015300     10  IL-UNIT-COST              PIC ZZ9.99.                    01530001
015400     10  FILLER                    PIC X(02) VALUE SPACES.        01540001
015500     10  IL-LINE-COST              PIC ZZ,ZZ9.99.                 01550001
015540     10  FILLER                    PIC X(02) VALUE SPACES.        01554001
015580     10  IL-VIA-LABEL              PIC X(04).                     01558001
015620     10  IL-VIA-ITEM               PIC X(17).                     01562001
015660     10  FILLER                    PIC X(60) VALUE SPACES.        01566001
015700                                                                  01570001
015800 01  WS-PLATE-TOTAL-LINE.                                         01580001
015900     10  FILLER                    PIC X(04) VALUE SPACES.        01590001
018400     ELSE                                                         01840001
018500         OPEN INPUT RECIPE-FILE                                   01850001
018600         OPEN OUTPUT PLATE-PRINT-FILE                             01860001
018650         PERFORM 107-OPEN-ITEM-UOM                                01865001
018700         PERFORM 850-GET-DATE                                     01870001
018800         PERFORM 105-GET-THRESHOLD-PARM                           01880001
018900         PERFORM 110-LOAD-PRIOR-COSTS                             01890001
019000         PERFORM 800-PRINT-HEADINGS                               01900001
019100         PERFORM 100-READ-RECIPE                                  01910001
019150         PERFORM 140-STORE-RECIPE-ENTRY                           01915001
019200           UNTIL EOF-FLAG = 'YES'                                 01920001
019250         PERFORM 150-COST-RECIPE-LINE                             01925001
019300           VARYING WS-RCP-SUB FROM 1 BY 1                         01930001
019350           UNTIL WS-RCP-SUB > WS-RCP-COUNT                        01935001
019400         PERFORM 500-PRINT-PLATE-COSTS                            01940001
019500         PERFORM 600-SAVE-PLATE-COSTS                             01950001
019600         CLOSE FRIDGE RECIPE-FILE PLATE-PRINT-FILE                01960001
019625         IF WS-UOM-LOADED = 'YES'                                 01962501
019650             CLOSE ITEM-UOM-FILE                                  01965001
019675         END-IF                                                   01967501
019700     END-IF                                                       01970001
019800     GOBACK                                                       01980001
019900     .                                                            01990001
020000                                                                  02000001
020006*****************************************************             02000601
020012*   WITHOUT THE UOM MASTER RECIPE QUANTITIES ARE    *             02001201
020018*   COSTED AS STOCKING UNITS, AS THEY WERE BEFORE   *             02001801
020024*   THE MASTER EXISTED                              *             02002401
020030*****************************************************             02003001
020036 107-OPEN-ITEM-UOM.                                               02003601
020042     OPEN INPUT ITEM-UOM-FILE                                     02004201
020048     IF WS-ITMUOM-STATUS = '00'                                   02004801
020054         MOVE 'YES' TO WS-UOM-LOADED                              02005401
020060     ELSE                                                         02006001
020066         DISPLAY 'ITEM UOM MASTER NOT AVAILABLE, STATUS = '       02006601
020072             WS-ITMUOM-STATUS ', RECIPE UNITS NOT CONVERTED'      02007201
020078     END-IF                                                       02007801
020084     .                                                            02008401
020090                                                                  02009001
020100 105-GET-THRESHOLD-PARM.                                          02010001
020200     ACCEPT WS-COST-PARM-CARD FROM SYSIN                          02020001
020300     IF PC-MOVE-THRESHOLD NUMERIC                                 02030001
025300     END-READ                                                     02530001
025400     .                                                            02540001
025500                                                                  02550001
025516 140-STORE-RECIPE-ENTRY.                                          02551601
025532     IF WS-RCP-COUNT < 500                                        02553201
025548         ADD 1 TO WS-RCP-COUNT                                    02554801
025564         MOVE RC-MENU-ITEM TO RT-MENU-ITEM (WS-RCP-COUNT)         02556401
025580         MOVE RC-INGREDIENT TO RT-INGREDIENT (WS-RCP-COUNT)       02558001
025596         MOVE RC-QTY-PER-COVER TO                                 02559601
025612             RT-QTY-PER-COVER (WS-RCP-COUNT)                      02561201
025628     ELSE                                                         02562801
025644         DISPLAY 'RECIPE TABLE FULL, LINE DROPPED'                02564401
025660         MOVE 16 TO RETURN-CODE                                   02566001
025676     END-IF                                                       02567601
025692     PERFORM 100-READ-RECIPE                                      02569201
025708     .                                                            02570801
025724                                                                  02572401
025740*****************************************************             02574001
025756*   ONE MENU RECIPE LINE AT TODAY'S FR-COST; AN     *             02575601
025772*   INGREDIENT OFF THE FRIDGE FILE COSTS AT ZERO    *             02577201
025788*   AND THE GAP SHOWS ON THE DETAIL.  A PREPARED    *             02578801
025804*   INGREDIENT IS EXPLODED THROUGH ITS OWN RECIPE   *             02580401
025820*   LINES DOWN TO RAW INGREDIENTS, EACH COSTED AT   *             02582001
025836*   ITS OWN FR-COST.  A PREPARED ITEM'S OWN RECIPE  *             02583601
025852*   IS A COMPONENT LIST, NOT A PLATE, AND IS NOT    *             02585201
025868*   COSTED AS ONE                                   *             02586801
025884*****************************************************             02588401
025900 150-COST-RECIPE-LINE.                                            02590001
025916     PERFORM 145-CHECK-PREPARED-RECIPE                            02591601
025932     IF WS-MENU-PREPARED = 'NO'                                   02593201
025948         MOVE ZERO TO WS-STK-COUNT                                02594801
025964         MOVE RT-INGREDIENT (WS-RCP-SUB) TO WS-PUSH-INGREDIENT    02596401
025980         MOVE RT-QTY-PER-COVER (WS-RCP-SUB) TO WS-PUSH-QTY        02598001
025996         MOVE SPACES TO WS-PUSH-VIA                               02599601
026012         MOVE ZERO TO WS-PUSH-DEPTH                               02601201
026028         PERFORM 158-PUSH-STACK-ENTRY                             02602801
026044         PERFORM 152-COST-STACK-ENTRY                             02604401
026060           UNTIL WS-STK-COUNT = ZERO                              02606001
026076     END-IF                                                       02607601
026092     .                                                            02609201
026108                                                                  02610801
026124 145-CHECK-PREPARED-RECIPE.                                       02612401
026140     MOVE 'NO' TO WS-MENU-PREPARED                                02614001
026156     MOVE RT-MENU-ITEM (WS-RCP-SUB) TO FR-ITEM-NAME               02615601
026172     READ FRIDGE                                                  02617201
026188         INVALID KEY                                              02618801
026204             CONTINUE                                             02620401
026220         NOT INVALID KEY                                          02622001
026236             IF FR-ITEM-TYPE = 'P'                                02623601
026252                 AND FR-ITEM-NAME = RT-MENU-ITEM (WS-RCP-SUB)     02625201
026268                 MOVE 'YES' TO WS-MENU-PREPARED                   02626801
026284             END-IF                                               02628401
026300     END-READ                                                     02630001
026316     .                                                            02631601
026332                                                                  02633201
026348*****************************************************             02634801
026364*   TAKE THE NEWEST ENTRY OFF THE EXPLOSION STACK.  *             02636401
026380*   A PREPARED ITEM WITH COMPONENT LINES PUSHES     *             02638001
026396*   THEM BACK ON, SCALED FROM ITS RECIPE UNITS TO   *             02639601
026412*   ITS STOCKING UNITS; ANYTHING ELSE, INCLUDING A  *             02641201
026428*   PREPARED ITEM WITH NO COMPONENT LINES, IS       *             02642801
026444*   COSTED AS IT STANDS.  A RECIPE THAT NAMES       *             02644401
026460*   ITSELF WOULD NEVER BOTTOM OUT, SO THE NESTING   *             02646001
026476*   IS CAPPED                                       *             02647601
026492*****************************************************             02649201
026508 152-COST-STACK-ENTRY.                                            02650801
026524     MOVE SK-INGREDIENT (WS-STK-COUNT) TO WS-CUR-INGREDIENT       02652401
026540     MOVE SK-QTY-PER-COVER (WS-STK-COUNT) TO WS-CUR-QTY           02654001
026556     MOVE SK-VIA-ITEM (WS-STK-COUNT) TO WS-CUR-VIA                02655601
026572     MOVE SK-DEPTH (WS-STK-COUNT) TO WS-CUR-DEPTH                 02657201
026588     SUBTRACT 1 FROM WS-STK-COUNT                                 02658801
026604     MOVE ZERO TO WS-STOCK-COST                                   02660401
026620     MOVE 'NO' TO WS-CUR-PREPARED                                 02662001
026636     MOVE WS-CUR-INGREDIENT TO FR-ITEM-NAME                       02663601
026652     READ FRIDGE                                                  02665201
026668         INVALID KEY                                              02666801
026684             CONTINUE                                             02668401
026700         NOT INVALID KEY                                          02670001
026716             MOVE FR-COST TO WS-STOCK-COST                        02671601
026732             IF FR-ITEM-TYPE = 'P'                                02673201
026748                 MOVE 'YES' TO WS-CUR-PREPARED                    02674801
026764             END-IF                                               02676401
026780     END-READ                                                     02678001
026796     PERFORM 155-GET-RECIPE-FACTOR                                02679601
026812     MOVE ZERO TO WS-PUSH-COUNT                                   02681201
026828     IF WS-CUR-PREPARED = 'YES'                                   02682801
026844         IF WS-CUR-DEPTH < 5                                      02684401
026860             COMPUTE WS-PREP-QTY ROUNDED =                        02686001
026876                 WS-CUR-QTY / WS-RECIPE-FACTOR                    02687601
026892             PERFORM 157-PUSH-COMPONENT                           02689201
026908               VARYING WS-SCAN-SUB FROM 1 BY 1                    02690801
026924               UNTIL WS-SCAN-SUB > WS-RCP-COUNT                   02692401
026940         ELSE                                                     02694001
026956             DISPLAY 'PREPARED ITEMS NESTED TOO DEEP UNDER '      02695601
026972                 RT-MENU-ITEM (WS-RCP-SUB)                        02697201
026988             MOVE 16 TO RETURN-CODE                               02698801
027004         END-IF                                                   02700401
027020     END-IF                                                       02702001
027036     IF WS-PUSH-COUNT = ZERO                                      02703601
027052         COMPUTE WS-UNIT-COST ROUNDED =                           02705201
027068             WS-STOCK-COST / WS-RECIPE-FACTOR                     02706801
027084         COMPUTE WS-LINE-COST ROUNDED =                           02708401
027100             WS-CUR-QTY * WS-STOCK-COST / WS-RECIPE-FACTOR        02710001
027116         PERFORM 160-STORE-RECIPE-LINE                            02711601
027132         PERFORM 170-ADD-TO-PLATE-COST                            02713201
027148     END-IF                                                       02714801
027164     .                                                            02716401
027180                                                                  02718001
027196 157-PUSH-COMPONENT.                                              02719601
027212     IF RT-MENU-ITEM (WS-SCAN-SUB) = WS-CUR-INGREDIENT            02721201
027228         MOVE RT-INGREDIENT (WS-SCAN-SUB) TO WS-PUSH-INGREDIENT   02722801
027244         COMPUTE WS-PUSH-QTY ROUNDED =                            02724401
027260             WS-PREP-QTY * RT-QTY-PER-COVER (WS-SCAN-SUB)         02726001
027276         MOVE WS-CUR-INGREDIENT TO WS-PUSH-VIA                    02727601
027292         COMPUTE WS-PUSH-DEPTH = WS-CUR-DEPTH + 1                 02729201
027308         PERFORM 158-PUSH-STACK-ENTRY                             02730801
027324         ADD 1 TO WS-PUSH-COUNT                                   02732401
027340     END-IF                                                       02734001
027356     .                                                            02735601
027372                                                                  02737201
027388 158-PUSH-STACK-ENTRY.                                            02738801
027404     IF WS-STK-COUNT < 50                                         02740401
027420         ADD 1 TO WS-STK-COUNT                                    02742001
027436         MOVE WS-PUSH-INGREDIENT TO SK-INGREDIENT (WS-STK-COUNT)  02743601
027452         MOVE WS-PUSH-QTY TO SK-QTY-PER-COVER (WS-STK-COUNT)      02745201
027468         MOVE WS-PUSH-VIA TO SK-VIA-ITEM (WS-STK-COUNT)           02746801
027484         MOVE WS-PUSH-DEPTH TO SK-DEPTH (WS-STK-COUNT)            02748401
027500     ELSE                                                         02750001
027516         DISPLAY 'EXPLOSION STACK FULL, PLATE COST '              02751601
027532             'INCOMPLETE FOR ' RT-MENU-ITEM (WS-RCP-SUB)          02753201
027548         MOVE 16 TO RETURN-CODE                                   02754801
027564     END-IF                                                       02756401
027580     .                                                            02758001
027600                                                                  02760001
027604*****************************************************             02760401
027608*   RECIPE UNITS PER STOCKING UNIT FOR THE LINE'S   *             02760801
027612*   INGREDIENT; ONE WHEN THE ITEM HAS NO CONVERSION *             02761201
027616*****************************************************             02761601
027620 155-GET-RECIPE-FACTOR.                                           02762001
027624     MOVE 1 TO WS-RECIPE-FACTOR                                   02762401
027628     MOVE SPACES TO WS-RECIPE-UOM                                 02762801
027632     IF WS-UOM-LOADED = 'YES'                                     02763201
027636         MOVE WS-CUR-INGREDIENT TO UM-ITEM-NAME                   02763601
027640         READ ITEM-UOM-FILE                                       02764001
027644             INVALID KEY                                          02764401
027648                 CONTINUE                                         02764801
027652             NOT INVALID KEY                                      02765201
027656                 IF UM-RECIPE-FACTOR NUMERIC                      02765601
027660                     AND UM-RECIPE-FACTOR > ZERO                  02766001
027664                     MOVE UM-RECIPE-FACTOR TO WS-RECIPE-FACTOR    02766401
027668                     MOVE UM-RECIPE-UOM TO WS-RECIPE-UOM          02766801
027672                 END-IF                                           02767201
027676         END-READ                                                 02767601
027680     END-IF                                                       02768001
027684     .                                                            02768401
027688                                                                  02768801
027700 160-STORE-RECIPE-LINE.                                           02770001
027800     IF WS-LINE-COUNT < 300                                       02780001
027900         ADD 1 TO WS-LINE-COUNT                                   02790001
028000         MOVE RT-MENU-ITEM (WS-RCP-SUB) TO                        02800001
028100             RL-MENU-ITEM (WS-LINE-COUNT)                         02810001
028200         MOVE WS-CUR-INGREDIENT TO                                02820001
028300             RL-INGREDIENT (WS-LINE-COUNT)                        02830001
028400         MOVE WS-CUR-QTY TO                                       02840001
028500             RL-QTY-PER-COVER (WS-LINE-COUNT)                     02850001
028533         MOVE WS-RECIPE-UOM TO                                    02853301
028566             RL-RECIPE-UOM (WS-LINE-COUNT)                        02856601
028577         MOVE WS-CUR-VIA TO                                       02857701
028588             RL-VIA-ITEM (WS-LINE-COUNT)                          02858801
028600         MOVE WS-UNIT-COST TO                                     02860001
028700             RL-UNIT-COST (WS-LINE-COUNT)                         02870001
028800         MOVE WS-LINE-COST TO                                     02880001
030300         IF WS-MENU-COUNT < 100                                   03030001
030400             ADD 1 TO WS-MENU-COUNT                               03040001
030500             MOVE WS-MENU-COUNT TO WS-HIT-SUB                     03050001
030600             MOVE RT-MENU-ITEM (WS-RCP-SUB) TO                    03060001
030700                 MN-MENU-ITEM (WS-HIT-SUB)                        03070001
030800             MOVE ZERO TO MN-PLATE-COST (WS-HIT-SUB)              03080001
030900             MOVE ZERO TO MN-PRIOR-COST (WS-HIT-SUB)              03090001
031900     .                                                            03190001
032000                                                                  03200001
032100 180-MATCH-MENU-ENTRY.                                            03210001
032200     IF MN-MENU-ITEM (WS-SUB) = RT-MENU-ITEM (WS-RCP-SUB)         03220001
032300         MOVE WS-SUB TO WS-HIT-SUB                                03230001
032400     END-IF                                                       03240001
032500     .                                                            03250001
036100         MOVE RL-INGREDIENT (WS-LINE-SUB) TO IL-INGREDIENT        03610001
036200         MOVE RL-QTY-PER-COVER (WS-LINE-SUB) TO                   03620001
036300             IL-QTY-PER-COVER                                     03630001
036350         MOVE RL-RECIPE-UOM (WS-LINE-SUB) TO IL-RECIPE-UOM        03635001
036400         MOVE RL-UNIT-COST (WS-LINE-SUB) TO IL-UNIT-COST          03640001
036500         MOVE RL-LINE-COST (WS-LINE-SUB) TO IL-LINE-COST          03650001
036514         IF RL-VIA-ITEM (WS-LINE-SUB) = SPACES                    03651401
036528             MOVE SPACES TO IL-VIA-LABEL                          03652801
036542         ELSE                                                     03654201
036556             MOVE 'VIA ' TO IL-VIA-LABEL                          03655601
036570         END-IF                                                   03657001
036584         MOVE RL-VIA-ITEM (WS-LINE-SUB) TO IL-VIA-ITEM            03658401
036600         WRITE PLATE-PRINT-REC FROM WS-INGREDIENT-LINE            03660001
036700           AFTER ADVANCING 1 LINE                                 03670001
036800         END-WRITE                                                03680001
