001200*AGAINST CURRENT FR-UNITS PLUS THE INCOMING REORDER *             00120001
001300*QUANTITIES, AND PRINTS A PREP-SHORTAGE FORECAST OF *             00130001
001400*ITEMS THAT WILL RUN OUT BEFORE THE NEXT DELIVERY.  *             00140001
001433*BANQUET WEEKS STOP SURPRISING US AT THE SHELF.     *             00143301
001466*DEMAND FOR A PREPARED ITEM BEYOND WHAT IS ALREADY  *             00146601
001499*ON ITS SHELF IS EXPLODED THROUGH ITS OWN RECIPE    *             00149901
001532*LINES DOWN TO THE RAW INGREDIENTS THE PREP KITCHEN *             00153201
001565*WILL DRAW TO MAKE IT                               *             00156501
001600*****************************************************             00160001
001700                                                                  00170001
001800 ENVIRONMENT DIVISION.                                            00180001
004100     SELECT FORECAST-PRINT-FILE    ASSIGN TO MYFCST.              00410001
004110     SELECT FORECAST-DEMAND-FILE   ASSIGN TO MYFCSTDM             00411001
004120         FILE STATUS IS WS-FCSTDM-STATUS.                         00412001
004133     SELECT ITEM-UOM-FILE          ASSIGN TO MYITMUOM             00413301
004146         ORGANIZATION IS INDEXED                                  00414601
004159         ACCESS MODE IS RANDOM                                    00415901
004172         RECORD KEY IS UM-ITEM-NAME                               00417201
004185         FILE STATUS IS WS-ITMUOM-STATUS.                         00418501
004200                                                                  00420001
004300 DATA DIVISION.                                                   00430001
004400 FILE SECTION.                                                    00440001
004900                                                                  00490001
005000 FD  RECIPE-FILE                                                  00500001
005100     RECORDING MODE IS F.                                         00510001
005200     COPY RECIPREC.                                               00520001
005700                                                                  00570001
005800 FD  PLAN-FILE                                                    00580001
005900     RECORDING MODE IS F.                                         00590001
007310 FD  FORECAST-DEMAND-FILE                                         00731001
007320     RECORDING MODE IS F.                                         00732001
007330     COPY FCSTDM.                                                 00733001
007332                                                                  00733201
007334 FD  ITEM-UOM-FILE.                                               00733401
007336     COPY ITEMUOM.                                                00733601
007340                                                                  00734001
007400 WORKING-STORAGE SECTION.                                         00740001
007500                                                                  00750001
008100     10  WS-SHORT-COUNT            PIC 9(05) VALUE ZERO.          00810001
008200     10  WS-SUB                    PIC S9(04) COMP VALUE ZERO.    00820001
008300     10  WS-HIT-SUB                PIC S9(04) COMP VALUE ZERO.    00830001
008320     10  WS-RCP-COUNT              PIC 9(03) VALUE ZERO.          00832001
008340     10  WS-RCP-SUB                PIC S9(04) COMP VALUE ZERO.    00834001
008360     10  WS-ING-SUB                PIC S9(04) COMP VALUE ZERO.    00836001
008380     10  WS-EXPLODE-PASS           PIC 9(03) VALUE ZERO.          00838001
008400                                                                  00840001
008500 01  WS-VALIDATION-FLAGS.                                         00850001
008600     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        00860001
008610     10  WS-FCSTDM-STATUS          PIC X(02) VALUE SPACES.        00861001
008655     10  WS-ITMUOM-STATUS          PIC X(02) VALUE SPACES.        00865501
008700                                                                  00870001
008800 01  WS-SITE-CONTROL.                                             00880001
008900     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    00890001
009700         15  PT-COVERS             PIC 9(05).                     00970001
009800                                                                  00980001
009900*****************************************************             00990001
009908*   EVERY RECIPE LINE, HELD SO A PREPARED ITEM'S    *             00990801
009916*   OWN COMPONENT LINES CAN BE FOUND AGAIN WHEN     *             00991601
009924*   ITS DEMAND IS EXPLODED                          *             00992401
009932*****************************************************             00993201
009940 01  WS-RECIPE-TABLE.                                             00994001
009948     10  WS-RCP-ENTRY OCCURS 500 TIMES.                           00994801
009956         15  RT-MENU-ITEM          PIC X(20).                     00995601
009964         15  RT-INGREDIENT         PIC X(17).                     00996401
009972         15  RT-QTY-PER-COVER      PIC S9(03)V99.                 00997201
009980                                                                  00998001
009988*****************************************************             00998801
010000*   EXPECTED DEMAND, ON-HAND AND INCOMING SUPPLY    *             01000001
010100*   PER INGREDIENT, BUILT UP BY THE EXPLOSION       *             01010001
010200*****************************************************             01020001
010600         15  IG-DEMAND-QTY         PIC S9(07)V99.                 01060001
010700         15  IG-ON-HAND            PIC S9(05).                    01070001
010800         15  IG-INCOMING           PIC S9(05)V99.                 01080001
010816*            Y = PREPARED IN-HOUSE, N = NOT, SPACE =              01081601
010832*            NOT YET LOOKED UP.  EXPLODED IS THE                  01083201
010848*            DEMAND ALREADY PASSED DOWN TO COMPONENTS             01084801
010864         15  IG-PREPARED           PIC X(01).                     01086401
010880         15  IG-EXPLODED           PIC S9(07)V99.                 01088001
010900                                                                  01090001
011000 01  WS-FORECAST-CONTROL.                                         01100001
011100     10  WS-PLAN-COVERS            PIC 9(05) VALUE ZERO.          01110001
011200     10  WS-LINE-DEMAND            PIC S9(07)V99 VALUE ZERO.      01120001
011300     10  WS-SHORTFALL              PIC S9(07)V99 VALUE ZERO.      01130001
011400     10  WS-INCOMING-QTY           PIC S9(05)V99 VALUE ZERO.      01140001
011420     10  WS-DEMAND-ITEM            PIC X(17) VALUE SPACES.        01142001
011440     10  WS-NET-DEMAND             PIC S9(07)V99 VALUE ZERO.      01144001
011460     10  WS-EXPLODE-QTY            PIC S9(07)V99 VALUE ZERO.      01146001
011480     10  WS-EXPLODE-MORE           PIC X(03) VALUE 'NO'.          01148001
011500                                                                  01150001
011509*****************************************************             01150901
011518*   RECIPE QUANTITIES ARE WRITTEN IN RECIPE UNITS;  *             01151801
011527*   DEMAND IS COMPARED WITH FR-UNITS AND THE        *             01152701
011536*   REORDER QUANTITIES, SO IT IS TURNED INTO        *             01153601
011545*   STOCKING UNITS BY THE ITEM'S RECIPE FACTOR      *             01154501
011554*****************************************************             01155401
011563 01  WS-UOM-CONTROL.                                              01156301
011572     10  WS-UOM-LOADED             PIC X(03) VALUE 'NO'.          01157201
011581     10  WS-RECIPE-FACTOR          PIC 9(05)V9(04) VALUE 1.       01158101
011590                                                                  01159001
011600 01  WS-FORECAST-HEADING.                                         01160001
011700     10  FILLER                    PIC X(02) VALUE SPACES.        01170001
011800     10  FILLER                    PIC X(34) VALUE                01180001
015900         OPEN INPUT PLAN-FILE                                     01590001
016000         OPEN INPUT REORDER-FILE                                  01600001
016100         OPEN OUTPUT FORECAST-PRINT-FILE                          01610001
016150         PERFORM 107-OPEN-ITEM-UOM                                01615001
016200         PERFORM 850-GET-DATE                                     01620001
016300         PERFORM 800-PRINT-HEADINGS                               01630001
016400         PERFORM 100-READ-PLAN                                    01640001
016900         PERFORM 210-EXPLODE-RECIPE-LINE                          01690001
017000           UNTIL EOF-FLAG = 'YES'                                 01700001
017100         MOVE 'NO' TO EOF-FLAG                                    01710001
017150         PERFORM 400-EXPLODE-PREPARED-ITEMS                       01715001
017200         PERFORM 300-READ-REORDER                                 01720001
017300         PERFORM 310-LOAD-INCOMING-LINE                           01730001
017400           UNTIL EOF-FLAG = 'YES'                                 01740001
017510         PERFORM 600-SAVE-FORECAST-DEMAND                         01751001
017600         CLOSE FRIDGE RECIPE-FILE PLAN-FILE REORDER-FILE          01760001
017700           FORECAST-PRINT-FILE                                    01770001
017725         IF WS-UOM-LOADED = 'YES'                                 01772501
017750             CLOSE ITEM-UOM-FILE                                  01775001
017775         END-IF                                                   01777501
017800     END-IF                                                       01780001
017900     GOBACK                                                       01790001
018000     .                                                            01800001
018100                                                                  01810001
018106*****************************************************             01810601
018112*   WITHOUT THE UOM MASTER RECIPE QUANTITIES ARE    *             01811201
018118*   TAKEN AS STOCKING UNITS, AS THEY WERE BEFORE    *             01811801
018124*   THE MASTER EXISTED                              *             01812401
018130*****************************************************             01813001
018136 107-OPEN-ITEM-UOM.                                               01813601
018142     OPEN INPUT ITEM-UOM-FILE                                     01814201
018148     IF WS-ITMUOM-STATUS = '00'                                   01814801
018154         MOVE 'YES' TO WS-UOM-LOADED                              01815401
018160     ELSE                                                         01816001
018166         DISPLAY 'ITEM UOM MASTER NOT AVAILABLE, STATUS = '       01816601
018172             WS-ITMUOM-STATUS ', RECIPE UNITS NOT CONVERTED'      01817201
018178     END-IF                                                       01817801
018184     .                                                            01818401
018190                                                                  01819001
018200 100-READ-PLAN.                                                   01820001
018300     READ PLAN-FILE                                               01830001
018400         AT END                                                   01840001
020800     END-READ                                                     02080001
020900     .                                                            02090001
021000                                                                  02100001
021006 205-STORE-RECIPE-LINE.                                           02100601
021012     IF WS-RCP-COUNT < 500                                        02101201
021018         ADD 1 TO WS-RCP-COUNT                                    02101801
021024         MOVE RC-MENU-ITEM TO RT-MENU-ITEM (WS-RCP-COUNT)         02102401
021030         MOVE RC-INGREDIENT TO RT-INGREDIENT (WS-RCP-COUNT)       02103001
021036         MOVE RC-QTY-PER-COVER TO                                 02103601
021042             RT-QTY-PER-COVER (WS-RCP-COUNT)                      02104201
021048     ELSE                                                         02104801
021054         DISPLAY 'RECIPE TABLE FULL, PREPARED ITEMS NOT '         02105401
021060             'FULLY EXPLODED'                                     02106001
021066         MOVE 16 TO RETURN-CODE                                   02106601
021072     END-IF                                                       02107201
021078     .                                                            02107801
021084                                                                  02108401
021100*****************************************************             02110001
021200*   ONE RECIPE LINE TIMES THE PLANNED COVERS FOR    *             02120001
021300*   ITS MENU ITEM BECOMES INGREDIENT DEMAND         *             02130001
021400*****************************************************             02140001
021500 210-EXPLODE-RECIPE-LINE.                                         02150001
021550     PERFORM 205-STORE-RECIPE-LINE                                02155001
021600     MOVE RC-INGREDIENT TO WS-DEMAND-ITEM                         02160001
021650     MOVE ZERO TO WS-PLAN-COVERS                                  02165001
021700     PERFORM 220-MATCH-PLAN-ENTRY                                 02170001
021800       VARYING WS-SUB FROM 1 BY 1                                 02180001
021900       UNTIL WS-SUB > WS-PLAN-COUNT                               02190001
022000     IF WS-PLAN-COVERS > ZERO                                     02200001
022060         PERFORM 215-GET-RECIPE-FACTOR                            02206001
022120         COMPUTE WS-LINE-DEMAND ROUNDED =                         02212001
022180             WS-PLAN-COVERS * RC-QTY-PER-COVER                    02218001
022240             / WS-RECIPE-FACTOR                                   02224001
022300         PERFORM 230-ADD-INGREDIENT-DEMAND                        02230001
022400     END-IF                                                       02240001
022500     PERFORM 200-READ-RECIPE                                      02250001
022600     .                                                            02260001
022700                                                                  02270001
022704*****************************************************             02270401
022708*   RECIPE UNITS PER STOCKING UNIT FOR THE LINE'S   *             02270801
022712*   INGREDIENT; ONE WHEN THE ITEM HAS NO CONVERSION *             02271201
022716*****************************************************             02271601
022720 215-GET-RECIPE-FACTOR.                                           02272001
022724     MOVE 1 TO WS-RECIPE-FACTOR                                   02272401
022728     IF WS-UOM-LOADED = 'YES'                                     02272801
022732         MOVE WS-DEMAND-ITEM TO UM-ITEM-NAME                      02273201
022736         READ ITEM-UOM-FILE                                       02273601
022740             INVALID KEY                                          02274001
022744                 CONTINUE                                         02274401
022748             NOT INVALID KEY                                      02274801
022752                 IF UM-RECIPE-FACTOR NUMERIC                      02275201
022756                     AND UM-RECIPE-FACTOR > ZERO                  02275601
022760                     MOVE UM-RECIPE-FACTOR TO WS-RECIPE-FACTOR    02276001
022764                 END-IF                                           02276401
022768         END-READ                                                 02276801
022772     END-IF                                                       02277201
022776     .                                                            02277601
022780                                                                  02278001
022800 220-MATCH-PLAN-ENTRY.                                            02280001
022900     IF PT-MENU-ITEM (WS-SUB) = RC-MENU-ITEM                      02290001
023000         MOVE PT-COVERS (WS-SUB) TO WS-PLAN-COVERS                02300001
024000         IF WS-ING-COUNT < 300                                    02400001
024100             ADD 1 TO WS-ING-COUNT                                02410001
024200             MOVE WS-ING-COUNT TO WS-HIT-SUB                      02420001
024300             MOVE WS-DEMAND-ITEM TO                               02430001
024400                 IG-INGREDIENT (WS-HIT-SUB)                       02440001
024500             MOVE ZERO TO IG-DEMAND-QTY (WS-HIT-SUB)              02450001
024600             MOVE ZERO TO IG-ON-HAND (WS-HIT-SUB)                 02460001
024700             MOVE ZERO TO IG-INCOMING (WS-HIT-SUB)                02470001
024733             MOVE SPACE TO IG-PREPARED (WS-HIT-SUB)               02473301
024766             MOVE ZERO TO IG-EXPLODED (WS-HIT-SUB)                02476601
024800         ELSE                                                     02480001
024900             DISPLAY 'INGREDIENT TABLE FULL, FORECAST '           02490001
025000                 'INCOMPLETE'                                     02500001
025700     .                                                            02570001
025800                                                                  02580001
025900 240-MATCH-INGREDIENT-ENTRY.                                      02590001
026000     IF IG-INGREDIENT (WS-SUB) = WS-DEMAND-ITEM                   02600001
026100         MOVE WS-SUB TO WS-HIT-SUB                                02610001
026200     END-IF                                                       02620001
026300     .                                                            02630001
028300     END-IF                                                       02830001
028400     .                                                            02840001
028500                                                                  02850001
028501*****************************************************             02850101
028502*   A PREPARED ITEM'S DEMAND NET OF ITS OWN SHELF   *             02850201
028503*   BECOMES DEMAND FOR ITS COMPONENTS, WHICH MAY BE *             02850301
028504*   PREPARED ITEMS THEMSELVES, SO THE TABLE IS      *             02850401
028505*   SWEPT AGAIN UNTIL A PASS EXPLODES NOTHING NEW.  *             02850501
028506*   ONLY THE DEMAND NOT ALREADY PASSED DOWN MOVES   *             02850601
028507*   ON A LATER PASS.  A RECIPE THAT NAMES ITSELF,   *             02850701
028508*   DIRECTLY OR THROUGH ANOTHER PREPARED ITEM,      *             02850801
028509*   WOULD NEVER SETTLE, SO THE PASSES ARE CAPPED    *             02850901
028510*****************************************************             02851001
028511 400-EXPLODE-PREPARED-ITEMS.                                      02851101
028512     MOVE ZERO TO WS-EXPLODE-PASS                                 02851201
028513     MOVE 'YES' TO WS-EXPLODE-MORE                                02851301
028514     PERFORM 410-EXPLODE-ONE-PASS                                 02851401
028515       UNTIL WS-EXPLODE-MORE = 'NO'                               02851501
028516     .                                                            02851601
028517                                                                  02851701
028518 410-EXPLODE-ONE-PASS.                                            02851801
028519     ADD 1 TO WS-EXPLODE-PASS                                     02851901
028520     IF WS-EXPLODE-PASS > 10                                      02852001
028521         DISPLAY 'PREPARED ITEMS NESTED TOO DEEP, CHECK THE '     02852101
028522             'RECIPE FILE FOR A LOOP'                             02852201
028523         MOVE 16 TO RETURN-CODE                                   02852301
028524         MOVE 'NO' TO WS-EXPLODE-MORE                             02852401
028525     ELSE                                                         02852501
028526         MOVE 'NO' TO WS-EXPLODE-MORE                             02852601
028527         PERFORM 420-EXPLODE-ONE-INGREDIENT                       02852701
028528           VARYING WS-ING-SUB FROM 1 BY 1                         02852801
028529           UNTIL WS-ING-SUB > WS-ING-COUNT                        02852901
028530     END-IF                                                       02853001
028531     .                                                            02853101
028532                                                                  02853201
028533 420-EXPLODE-ONE-INGREDIENT.                                      02853301
028534     IF IG-PREPARED (WS-ING-SUB) = SPACE                          02853401
028535         PERFORM 425-LOOK-UP-ITEM-TYPE                            02853501
028536     END-IF                                                       02853601
028537     IF IG-PREPARED (WS-ING-SUB) = 'Y'                            02853701
028538         COMPUTE WS-NET-DEMAND =                                  02853801
028539             IG-DEMAND-QTY (WS-ING-SUB) - IG-ON-HAND (WS-ING-SUB) 02853901
028540         IF WS-NET-DEMAND < ZERO                                  02854001
028541             MOVE ZERO TO WS-NET-DEMAND                           02854101
028542         END-IF                                                   02854201
028543         COMPUTE WS-EXPLODE-QTY =                                 02854301
028544             WS-NET-DEMAND - IG-EXPLODED (WS-ING-SUB)             02854401
028545         IF WS-EXPLODE-QTY > ZERO                                 02854501
028546             ADD WS-EXPLODE-QTY TO IG-EXPLODED (WS-ING-SUB)       02854601
028547             MOVE 'YES' TO WS-EXPLODE-MORE                        02854701
028548             PERFORM 430-EXPLODE-COMPONENT-LINE                   02854801
028549               VARYING WS-RCP-SUB FROM 1 BY 1                     02854901
028550               UNTIL WS-RCP-SUB > WS-RCP-COUNT                    02855001
028551         END-IF                                                   02855101
028552     END-IF                                                       02855201
028553     .                                                            02855301
028554                                                                  02855401
028555*****************************************************             02855501
028556*   THE SHELF A PREPARED ITEM'S DEMAND IS NETTED    *             02855601
028557*   AGAINST EXCLUDES HELD STOCK, AS THE FORECAST    *             02855701
028558*   DOES FOR EVERY OTHER ITEM                       *             02855801
028559*****************************************************             02855901
028560 425-LOOK-UP-ITEM-TYPE.                                           02856001
028561     MOVE 'N' TO IG-PREPARED (WS-ING-SUB)                         02856101
028562     MOVE IG-INGREDIENT (WS-ING-SUB) TO FR-ITEM-NAME              02856201
028563     READ FRIDGE                                                  02856301
028564         INVALID KEY                                              02856401
028565             CONTINUE                                             02856501
028566         NOT INVALID KEY                                          02856601
028567             IF FR-ITEM-TYPE = 'P'                                02856701
028568                 MOVE 'Y' TO IG-PREPARED (WS-ING-SUB)             02856801
028569                 IF FR-HOLD-STATUS = 'H'                          02856901
028570                     MOVE ZERO TO IG-ON-HAND (WS-ING-SUB)         02857001
028571                 ELSE                                             02857101
028572                     MOVE FR-UNITS TO IG-ON-HAND (WS-ING-SUB)     02857201
028573                 END-IF                                           02857301
028574             END-IF                                               02857401
028575     END-READ                                                     02857501
028576     .                                                            02857601
028577                                                                  02857701
028578 430-EXPLODE-COMPONENT-LINE.                                      02857801
028579     IF RT-MENU-ITEM (WS-RCP-SUB) = IG-INGREDIENT (WS-ING-SUB)    02857901
028580         MOVE RT-INGREDIENT (WS-RCP-SUB) TO WS-DEMAND-ITEM        02858001
028581         PERFORM 215-GET-RECIPE-FACTOR                            02858101
028582         COMPUTE WS-LINE-DEMAND ROUNDED =                         02858201
028583             WS-EXPLODE-QTY * RT-QTY-PER-COVER (WS-RCP-SUB)       02858301
028584             / WS-RECIPE-FACTOR                                   02858401
028585         PERFORM 230-ADD-INGREDIENT-DEMAND                        02858501
028586     END-IF                                                       02858601
028587     .                                                            02858701
028588                                                                  02858801
028600*****************************************************             02860001
028700*   DEMAND BEYOND ON-HAND PLUS INCOMING IS A PREP   *             02870001
028800*   SHORTAGE THE KITCHEN HEARS ABOUT TODAY          *             02880001
