005200     SELECT ALLOC-PRINT-FILE       ASSIGN TO MYCALLOC.            00520001
005300     SELECT OPEN-PO-FILE           ASSIGN TO MYOPENPO             00530001
005400         FILE STATUS IS WS-OPENPO-STATUS.                         00540001
005416     SELECT ITEM-UOM-FILE          ASSIGN TO MYITMUOM             00541601
005432         ORGANIZATION IS INDEXED                                  00543201
005448         ACCESS MODE IS RANDOM                                    00544801
005464         RECORD KEY IS UM-ITEM-NAME                               00546401
005480         FILE STATUS IS WS-ITMUOM-STATUS.                         00548001
005500                                                                  00550001
005600 DATA DIVISION.                                                   00560001
005700 FILE SECTION.                                                    00570001
009000     10  PX-EXTENDED-COST          PIC 9(07)V99.                  00900001
009100     10  PX-ORDER-DATE             PIC 9(08).                     00910001
009200     10  PX-PACK-COUNT             PIC 9(05).                     00920001
009266     10  PX-PURCH-UOM              PIC X(04).                     00926601
009332     10  FILLER                    PIC X(08).                     00933201
009400                                                                  00940001
009500 FD  ALLOC-PRINT-FILE                                             00950001
009600     RECORDING MODE IS F.                                         00960001
010000 FD  OPEN-PO-FILE                                                 01000001
010100     RECORDING MODE IS F.                                         01010001
010200     COPY OPENPO.                                                 01020001
010225                                                                  01022501
010250 FD  ITEM-UOM-FILE.                                               01025001
010275     COPY ITEMUOM.                                                01027501
010300                                                                  01030001
010400 WORKING-STORAGE SECTION.                                         01040001
010500                                                                  01050001
011600     10  WS-SUPMST-STATUS          PIC X(02) VALUE SPACES.        01160001
011700     10  WS-SITE-STATUS            PIC X(02) VALUE SPACES.        01170001
011800     10  WS-OPENPO-STATUS          PIC X(02) VALUE SPACES.        01180001
011850     10  WS-ITMUOM-STATUS          PIC X(02) VALUE SPACES.        01185001
011900                                                                  01190001
012000*****************************************************             01200001
012100*   ITEM-TO-SUPPLIER LINKAGE COMES OFF THE          *             01210001
016400             20  CN-SITE-ALLOC OCCURS 8 TIMES                     01640001
016500                                   PIC S9(05)V99.                 01650001
016600                                                                  01660001
016606*****************************************************             01660601
016612*   THE COMBINED NEED AND THE SITE SPLITS STAY IN   *             01661201
016618*   STOCKING UNITS; THE SUPPLIER IS ORDERED FROM IN *             01661801
016624*   ITS PURCHASE UNIT, ROUNDED UP TO WHOLE PURCHASE *             01662401
016630*   UNITS, AT THE STOCKING PRICE TIMES THE FACTOR   *             01663001
016636*****************************************************             01663601
016642 01  WS-UOM-CONTROL.                                              01664201
016648     10  WS-UOM-LOADED             PIC X(03) VALUE 'NO'.          01664801
016654     10  WS-PURCH-FACTOR           PIC 9(05)V9(04) VALUE 1.       01665401
016660     10  WS-PURCH-UOM              PIC X(04) VALUE SPACES.        01666001
016666     10  WS-PURCH-WHOLE            PIC S9(07)    VALUE ZERO.      01666601
016672     10  WS-PURCH-QTY              PIC S9(07)V99 VALUE ZERO.      01667201
016678     10  WS-PURCH-PRICE            PIC S9(03)V99 VALUE ZERO.      01667801
016684                                                                  01668401
016700 01  WS-ORDER-CONTROL.                                            01670001
016800     10  WS-LINE-QTY               PIC S9(05)V99 VALUE ZERO.      01680001
016900     10  WS-ORDER-UNITS            PIC S9(07)V99 VALUE ZERO.      01690001
021300         'EXTENDED COST'.                                         02130001
021400     10  FILLER                    PIC X(02) VALUE SPACES.        02140001
021500     10  FILLER                    PIC X(05) VALUE 'PACKS'.       02150001
021550     10  FILLER                    PIC X(03) VALUE SPACES.        02155001
021600     10  FILLER                    PIC X(04) VALUE 'UOM'.         02160001
021650     10  FILLER                    PIC X(61) VALUE SPACES.        02165001
021700                                                                  02170001
021800 01  WS-PO-DETAIL-LINE.                                           02180001
021900     10  FILLER                    PIC X(02) VALUE SPACES.        02190001
022600     10  PD-EXTENDED-COST          PIC $Z,ZZZ,ZZ9.99.             02260001
022700     10  FILLER                    PIC X(03) VALUE SPACES.        02270001
022800     10  PD-PACK-COUNT             PIC ZZZZ9.                     02280001
022850     10  FILLER                    PIC X(02) VALUE SPACES.        02285001
022900     10  PD-PURCH-UOM              PIC X(04).                     02290001
022950     10  FILLER                    PIC X(61) VALUE SPACES.        02295001
023000                                                                  02300001
023100 01  WS-PO-SPLIT-LINE.                                            02310001
023200     10  FILLER                    PIC X(06) VALUE SPACES.        02320001
030300         OPEN OUTPUT CPO-XMIT-FILE                                03030001
030400         OPEN OUTPUT ALLOC-PRINT-FILE                             03040001
030500         PERFORM 104-OPEN-OPEN-PO-FILE                            03050001
030550         PERFORM 107-OPEN-ITEM-UOM                                03055001
030600         PERFORM 850-GET-DATE                                     03060001
030700         PERFORM 105-LOAD-SITE-LIST                               03070001
030800         PERFORM 100-READ-REORDER                                 03080001
031300         CLOSE FRIDGE REORDER-FILE SUPPLIER-MASTER                03130001
031400           CPO-PRINT-FILE CPO-XMIT-FILE ALLOC-PRINT-FILE          03140001
031500           OPEN-PO-FILE                                           03150001
031525         IF WS-UOM-LOADED = 'YES'                                 03152501
031550             CLOSE ITEM-UOM-FILE                                  03155001
031575         END-IF                                                   03157501
031600     END-IF                                                       03160001
031700     GOBACK                                                       03170001
031800     .                                                            03180001
039100     END-IF                                                       03910001
039200     .                                                            03920001
039300                                                                  03930001
039306*****************************************************             03930601
039312*   WITHOUT THE UOM MASTER EVERY ITEM IS ORDERED IN *             03931201
039318*   ITS STOCKING UNIT, AS IT WAS BEFORE THE MASTER  *             03931801
039324*   EXISTED                                         *             03932401
039330*****************************************************             03933001
039336 107-OPEN-ITEM-UOM.                                               03933601
039342     OPEN INPUT ITEM-UOM-FILE                                     03934201
039348     IF WS-ITMUOM-STATUS = '00'                                   03934801
039354         MOVE 'YES' TO WS-UOM-LOADED                              03935401
039360     ELSE                                                         03936001
039366         DISPLAY 'ITEM UOM MASTER NOT AVAILABLE, STATUS = '       03936601
039372             WS-ITMUOM-STATUS ', ORDERING IN STOCKING UNITS'      03937201
039378     END-IF                                                       03937801
039384     .                                                            03938401
039390                                                                  03939001
039400 100-READ-REORDER.                                                03940001
039500     READ REORDER-FILE                                            03950001
039600         AT END                                                   03960001
056700         AND CN-SUPPLIER (WS-CONS-SUB) = WS-NEXT-SUPPLIER         05670001
056800         MOVE CN-TOTAL-QTY (WS-CONS-SUB) TO WS-ORDER-UNITS        05680001
056900         PERFORM 242-APPLY-COMBINED-MINIMUMS                      05690001
056950         PERFORM 270-CONVERT-ORDER-UNITS                          05695001
057000         COMPUTE WS-EXTENDED-COST =                               05700001
057100             WS-PURCH-QTY * WS-PURCH-PRICE                        05710001
057200         ADD WS-EXTENDED-COST TO WS-PO-TOTAL                      05720001
057300         MOVE CN-ITEM-NAME (WS-CONS-SUB) TO PD-ITEM-NAME          05730001
057400         MOVE WS-PURCH-QTY TO PD-ORDER-QTY                        05740001
057500         MOVE WS-PURCH-PRICE TO PD-UNIT-PRICE                     05750001
057600         MOVE WS-EXTENDED-COST TO PD-EXTENDED-COST                05760001
057700         MOVE WS-PACK-COUNT TO PD-PACK-COUNT                      05770001
057750         MOVE WS-PURCH-UOM TO PD-PURCH-UOM                        05775001
057800         WRITE CPO-PRINT-REC FROM WS-PO-DETAIL-LINE               05780001
057900           AFTER ADVANCING 1 LINE                                 05790001
058000         END-WRITE                                                05800001
064900     MOVE WS-PO-NUMBER TO PX-PO-NUMBER                            06490001
065000     MOVE WS-NEXT-SUPPLIER TO PX-SUPPLIER-CODE                    06500001
065100     MOVE CN-ITEM-NAME (WS-CONS-SUB) TO PX-ITEM-NAME              06510001
065200     MOVE WS-PURCH-QTY TO PX-ORDER-QTY                            06520001
065300     MOVE WS-PURCH-PRICE TO PX-UNIT-PRICE                         06530001
065400     MOVE WS-EXTENDED-COST TO PX-EXTENDED-COST                    06540001
065500     MOVE WS-DATE-8 TO PX-ORDER-DATE                              06550001
065600     MOVE WS-PACK-COUNT TO PX-PACK-COUNT                          06560001
065650     MOVE WS-PURCH-UOM TO PX-PURCH-UOM                            06565001
065700     WRITE CPO-XMIT-REC                                           06570001
065800     .                                                            06580001
065900                                                                  06590001
066200     MOVE WS-PO-NUMBER TO OP-PO-NUMBER                            06620001
066300     MOVE WS-NEXT-SUPPLIER TO OP-SUPPLIER-CODE                    06630001
066400     MOVE CN-ITEM-NAME (WS-CONS-SUB) TO OP-ITEM-NAME              06640001
066500     MOVE WS-PURCH-QTY TO OP-ORDER-QTY                            06650001
066600     MOVE ZERO TO OP-RECEIVED-QTY                                 06660001
066700     MOVE WS-PURCH-PRICE TO OP-UNIT-PRICE                         06670001
066800     MOVE WS-DATE-8 TO OP-ORDER-DATE                              06680001
066900     MOVE WS-EXPECTED-DATE TO OP-EXPECTED-DATE                    06690001
067000     MOVE 'O' TO OP-LINE-STATUS                                   06700001
067100     WRITE OPEN-PO-REC                                            06710001
067102     .                                                            06710201
067104                                                                  06710401
067106*****************************************************             06710601
067108*   TURN THE COMBINED STOCKING-UNIT QUANTITY INTO   *             06710801
067110*   WHOLE PURCHASE UNITS AND THE SUPPLIER'S         *             06711001
067112*   STOCKING PRICE INTO A PURCHASE-UNIT PRICE.  AN  *             06711201
067114*   ITEM WITHOUT A CONVERSION TAKES FACTOR ONE AND  *             06711401
067116*   KEEPS ITS QUANTITY EXACTLY AS BUILT             *             06711601
067118*****************************************************             06711801
067120 270-CONVERT-ORDER-UNITS.                                         06712001
067122     MOVE 1 TO WS-PURCH-FACTOR                                    06712201
067124     MOVE SPACES TO WS-PURCH-UOM                                  06712401
067126     IF WS-UOM-LOADED = 'YES'                                     06712601
067128         MOVE CN-ITEM-NAME (WS-CONS-SUB) TO UM-ITEM-NAME          06712801
067130         READ ITEM-UOM-FILE                                       06713001
067132             INVALID KEY                                          06713201
067134                 CONTINUE                                         06713401
067136             NOT INVALID KEY                                      06713601
067138                 IF UM-PURCH-FACTOR NUMERIC                       06713801
067140                     AND UM-PURCH-FACTOR > ZERO                   06714001
067142                     MOVE UM-PURCH-FACTOR TO WS-PURCH-FACTOR      06714201
067144                     MOVE UM-PURCHASE-UOM TO WS-PURCH-UOM         06714401
067146                 END-IF                                           06714601
067148         END-READ                                                 06714801
067150     END-IF                                                       06715001
067152     IF WS-PURCH-FACTOR = 1                                       06715201
067154         MOVE WS-ORDER-UNITS TO WS-PURCH-QTY                      06715401
067156     ELSE                                                         06715601
067158         COMPUTE WS-PURCH-WHOLE =                                 06715801
067160             WS-ORDER-UNITS / WS-PURCH-FACTOR                     06716001
067162         IF WS-PURCH-WHOLE * WS-PURCH-FACTOR < WS-ORDER-UNITS     06716201
067164             ADD 1 TO WS-PURCH-WHOLE                              06716401
067166         END-IF                                                   06716601
067168         MOVE WS-PURCH-WHOLE TO WS-PURCH-QTY                      06716801
067170     END-IF                                                       06717001
067172     COMPUTE WS-PURCH-PRICE ROUNDED =                             06717201
067174         SM-SUPPLIER-PRICE * WS-PURCH-FACTOR                      06717401
067200     .                                                            06720001
067300                                                                  06730001
067400 250-PRINT-ORDER-TOTAL.                                           06740001
