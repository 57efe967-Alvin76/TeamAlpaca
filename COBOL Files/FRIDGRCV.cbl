001300*AVERAGE WHEN THE INVOICE PRICE DIFFERS, KEEPS THE  *             00130001
001400*TRAILER SENTINEL CONTROL TOTALS IN STEP, AND       *             00140001
001500*PRINTS A DISCREPANCY REPORT OF SHORT/OVER-SHIPPED  *             00150001
001550*LINES VERSUS THE REORDER EXTRACT QUANTITIES, AND   *             00155001
001600*A PUT-AWAY LIST TELLING THE DOCK WHICH UNIT, SHELF *             00160001
001616*AND BIN EACH POSTED LINE GOES TO, IN WALK ORDER.   *             00161601
001632*A DELIVERY THAT CAME WITH AN ADVANCE SHIP NOTICE   *             00163201
001648*IS RECEIVED AS NOTICED BY ONE LINE FOR ITS PO, SO  *             00164801
001664*ONLY THE LINES THAT DIFFER FROM THE NOTICE ARE     *             00166401
001669*KEYED.  A FOREIGN-CURRENCY SUPPLIER'S INVOICE PRICE*             00166901
001674*IS CONVERTED TO DOLLARS AT THE RATE IN EFFECT ON   *             00167401
001679*THE RECEIPT DATE BEFORE IT TOUCHES FR-COST, AND    *             00167901
001684*THE OWN-CURRENCY PRICE IS KEPT ON THE SUPPLIER     *             00168401
001689*HISTORY; NOTICED LINES ALREADY CARRY THE DOLLAR PO *             00168901
001694*PRICE                                              *             00169401
001700*****************************************************             00170001
001800                                                                  00180001
001900 ENVIRONMENT DIVISION.                                            00190001
003740         FILE STATUS IS WS-OPENPO-STATUS.                         00374001
003750     SELECT LOT-FILE               ASSIGN TO MYLOTS               00375001
003760         FILE STATUS IS WS-LOTS-STATUS.                           00376001
003766     SELECT ITEM-UOM-FILE          ASSIGN TO MYITMUOM             00376601
003772         ORGANIZATION IS INDEXED                                  00377201
003778         ACCESS MODE IS RANDOM                                    00377801
003779         RECORD KEY IS UM-ITEM-NAME                               00377901
003780         FILE STATUS IS WS-ITMUOM-STATUS.                         00378001
003781     SELECT ITEM-LOCATION-FILE     ASSIGN TO MYITMLOC             00378101
003782         ORGANIZATION IS INDEXED                                  00378201
003784         ACCESS MODE IS RANDOM                                    00378401
003785         RECORD KEY IS IL-ITEM-NAME                               00378501
003786         ALTERNATE RECORD KEY IS IL-UNIT-CODE                     00378601
003787             WITH DUPLICATES                                      00378701
003788         ALTERNATE RECORD KEY IS IL-WALK-SEQ                      00378801
003790             WITH DUPLICATES                                      00379001
003791         FILE STATUS IS WS-ITMLOC-STATUS.                         00379101
003792     SELECT PUTAWAY-PRINT-FILE     ASSIGN TO MYPUTAWY.            00379201
003793     SELECT ASN-FILE               ASSIGN TO MYASN                00379301
003794         FILE STATUS IS WS-ASN-STATUS.                            00379401
003795     SELECT SUPPLIER-MASTER        ASSIGN TO MYSUPMST             00379501
003796         ORGANIZATION IS INDEXED                                  00379601
003797         ACCESS MODE IS RANDOM                                    00379701
003798         RECORD KEY IS SM-SUPPLIER-CODE                           00379801
003799         FILE STATUS IS WS-SUPMST-STATUS.                         00379901
003800                                                                  00380001
003900 DATA DIVISION.                                                   00390001
004000 FILE SECTION.                                                    00400001
005800     10  DC-QTY-RECEIVED           PIC S9(05).                    00580001
005900     10  DC-INVOICE-PRICE          PIC S9(03)V99.                 00590001
005910     10  DC-EXPIRATION-DATE        PIC 9(08).                     00591001
005929*        CARVED OUT OF THE TRAILING FILLER - OLDER                00592901
005948*        CONFIRMATIONS CARRY SPACES.  LINE TYPE N                 00594801
005967*        RECEIVES EVERY OPEN SHIP NOTICE LINE OF                  00596701
005986*        DC-PO-NUMBER AS NOTICED; A KEYED LINE THAT               00598601
006005*        QUOTES THE PO TAKES THE PLACE OF THE NOTICE              00600501
006024*        LINE FOR ITS ITEM                                        00602401
006043     10  DC-PO-NUMBER              PIC X(11).                     00604301
006062     10  DC-LINE-TYPE              PIC X(01).                     00606201
006081     10  FILLER                    PIC X(27).                     00608101
006100                                                                  00610001
006200 FD  REORDER-FILE                                                 00620001
006300     RECORDING MODE IS F.                                         00630001
007081 FD  LOT-FILE                                                     00708101
007082     RECORDING MODE IS F.                                         00708201
007083     COPY LOTREC.                                                 00708301
007088                                                                  00708801
007094 FD  ITEM-UOM-FILE.                                               00709401
007099     COPY ITEMUOM.                                                00709901
007105                                                                  00710501
007110 FD  ITEM-LOCATION-FILE.                                          00711001
007116     COPY ITEMLOC.                                                00711601
007122                                                                  00712201
007127 FD  PUTAWAY-PRINT-FILE                                           00712701
007133     RECORDING MODE IS F.                                         00713301
007138 01  PUTAWAY-PRINT-REC.                                           00713801
007144     10  FILLER                    PIC X(132).                    00714401
007149                                                                  00714901
007155 FD  ASN-FILE                                                     00715501
007161     RECORDING MODE IS F.                                         00716101
007166     COPY ASNREC.                                                 00716601
007172                                                                  00717201
007177 FD  SUPPLIER-MASTER.                                             00717701
007183     COPY SUPMST.                                                 00718301
007188                                                                  00718801
007194 WORKING-STORAGE SECTION.                                         00719401
007200                                                                  00720001
007300 01  WS-COUNTERS-FLAGS.                                           00730001
007400     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00740001
008410     10  WS-SUPHST-STATUS          PIC X(02) VALUE SPACES.        00841001
008420     10  WS-OPENPO-STATUS          PIC X(02) VALUE SPACES.        00842001
008430     10  WS-LOTS-STATUS            PIC X(02) VALUE SPACES.        00843001
008465     10  WS-ITMUOM-STATUS          PIC X(02) VALUE SPACES.        00846501
008482     10  WS-ITMLOC-STATUS          PIC X(02) VALUE SPACES.        00848201
008491     10  WS-ASN-STATUS             PIC X(02) VALUE SPACES.        00849101
008495     10  WS-SUPMST-STATUS          PIC X(02) VALUE SPACES.        00849501
008500                                                                  00850001
008600 01  WS-SITE-CONTROL.                                             00860001
008700     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    00870001
010879     10  WS-OP-ENTRY OCCURS 500 TIMES.                            01087901
010880         15  WS-TBL-OPEN-PO        PIC X(80).                     01088001
010881                                                                  01088101
010882*****************************************************             01088201
010883*   THE DELIVERY CONFIRMATION COUNTS AND PRICES IN  *             01088301
010884*   THE SUPPLIER'S PURCHASE UNIT.  THE OPEN ORDER   *             01088401
010885*   IS RELIEVED IN THAT UNIT; THE MASTER, THE LOT   *             01088501
010886*   AND THE SUPPLIER HISTORY TAKE STOCKING UNITS    *             01088601
010887*****************************************************             01088701
010888 01  WS-UOM-CONTROL.                                              01088801
010889     10  WS-UOM-LOADED             PIC X(03) VALUE 'NO'.          01088901
010890     10  WS-PURCH-FACTOR           PIC 9(05)V9(04) VALUE 1.       01089001
010891     10  WS-STOCK-QTY              PIC S9(05)    VALUE ZERO.      01089101
010892     10  WS-STOCK-PRICE            PIC S9(03)V99 VALUE ZERO.      01089201
010893                                                                  01089301
010894*****************************************************             01089401
010896*   EVERY POSTED LINE WAITS HERE WITH ITS STORAGE   *             01089601
010898*   LOCATION SO THE PUT-AWAY LIST CAN BE PRINTED IN *             01089801
010900*   WALK ORDER.  A LINE FOR AN ITEM WITH NO         *             01090001
010901*   LOCATION SORTS TO THE END                       *             01090101
010903*****************************************************             01090301
010905 01  WS-PUTAWAY-CONTROL.                                          01090501
010907     10  WS-LOC-LOADED             PIC X(03) VALUE 'NO'.          01090701
010908     10  WS-PUT-COUNT              PIC 9(03) VALUE ZERO.          01090801
010910     10  WS-PUT-SUB                PIC S9(04) COMP VALUE ZERO.    01091001
010912     10  WS-PUT-BEST-SUB           PIC S9(04) COMP VALUE ZERO.    01091201
010914     10  WS-PUT-PASS               PIC S9(04) COMP VALUE ZERO.    01091401
010915     10  WS-NO-LOCATION-SEQ        PIC 9(05) VALUE 99999.         01091501
010917 01  WS-PUTAWAY-TABLE.                                            01091701
010919     10  WS-PUTAWAY-ENTRY OCCURS 500 TIMES.                       01091901
010921         15  PW-WALK-SEQ           PIC 9(05).                     01092101
010922         15  PW-UNIT-CODE          PIC X(10).                     01092201
010924         15  PW-SHELF              PIC X(04).                     01092401
010926         15  PW-BIN                PIC X(04).                     01092601
010928         15  PW-ITEM-NAME          PIC X(17).                     01092801
010929         15  PW-SUPPLIER-CODE      PIC X(06).                     01092901
010931         15  PW-QTY                PIC S9(05).                    01093101
010933         15  PW-EXPIRATION-DATE    PIC 9(08).                     01093301
010935         15  PW-LOCATED            PIC X(03).                     01093501
010936         15  PW-PRINTED            PIC X(03).                     01093601
010938                                                                  01093801
010940 01  WS-PUTAWAY-HEADING.                                          01094001
010942     10  FILLER                    PIC X(02) VALUE SPACES.        01094201
010943     10  FILLER                    PIC X(34) VALUE                01094301
010945         'RECEIVING PUT-AWAY LIST           '.                    01094501
010947     10  FILLER                    PIC X(06) VALUE 'DATE: '.      01094701
010949     10  PH-RUN-DATE               PIC 9(08).                     01094901
010950     10  FILLER                    PIC X(82) VALUE SPACES.        01095001
010952                                                                  01095201
010954 01  WS-PUTAWAY-COLUMN-HEADING.                                   01095401
010956     10  FILLER                    PIC X(02) VALUE SPACES.        01095601
010957     10  FILLER                    PIC X(07) VALUE 'SEQ'.         01095701
010959     10  FILLER                    PIC X(12) VALUE 'UNIT'.        01095901
010961     10  FILLER                    PIC X(06) VALUE 'SHELF'.       01096101
010963     10  FILLER                    PIC X(06) VALUE 'BIN'.         01096301
010964     10  FILLER                    PIC X(19) VALUE 'ITEM'.        01096401
010966     10  FILLER                    PIC X(08) VALUE 'SUPPLR'.      01096601
010968     10  FILLER                    PIC X(08) VALUE 'QTY'.         01096801
010970     10  FILLER                    PIC X(10) VALUE 'EXPIRES'.     01097001
010971     10  FILLER                    PIC X(24) VALUE 'REMARK'.      01097101
010973     10  FILLER                    PIC X(30) VALUE SPACES.        01097301
010975                                                                  01097501
010977 01  WS-PUTAWAY-LINE.                                             01097701
010978     10  FILLER                    PIC X(02) VALUE SPACES.        01097801
010980     10  PL-WALK-SEQ               PIC ZZZZ9.                     01098001
010982     10  FILLER                    PIC X(02) VALUE SPACES.        01098201
010984     10  PL-UNIT-CODE              PIC X(10).                     01098401
010985     10  FILLER                    PIC X(02) VALUE SPACES.        01098501
010987     10  PL-SHELF                  PIC X(04).                     01098701
010989     10  FILLER                    PIC X(02) VALUE SPACES.        01098901
010991     10  PL-BIN                    PIC X(04).                     01099101
010992     10  FILLER                    PIC X(02) VALUE SPACES.        01099201
010994     10  PL-ITEM-NAME              PIC X(17).                     01099401
010996     10  FILLER                    PIC X(02) VALUE SPACES.        01099601
010998     10  PL-SUPPLIER-CODE          PIC X(06).                     01099801
011000     10  FILLER                    PIC X(02) VALUE SPACES.        01100001
011001     10  PL-QTY                    PIC -ZZZZ9.                    01100101
011003     10  FILLER                    PIC X(02) VALUE SPACES.        01100301
011005     10  PL-EXPIRATION-DATE        PIC 9(08).                     01100501
011007     10  FILLER                    PIC X(02) VALUE SPACES.        01100701
011008     10  PL-REMARK                 PIC X(24).                     01100801
011010     10  FILLER                    PIC X(30) VALUE SPACES.        01101001
011012                                                                  01101201
011014*****************************************************             01101401
011015*   THE MATCHED SHIP NOTICE RIDES IN STORAGE.  A    *             01101501
011017*   KEYED LINE QUOTING ITS PO CLAIMS THE NOTICE     *             01101701
011019*   LINE FOR ITS ITEM; AN N LINE LISTS THE PO TO BE *             01101901
011021*   RECEIVED AS NOTICED ONCE THE KEYED LINES ARE    *             01102101
011022*   DONE.  RECEIVED LINES ARE MARKED R WHEN THE     *             01102201
011024*   FILE IS WRITTEN BACK SO A RERUN CANNOT POST     *             01102401
011026*   THEM TWICE                                      *             01102601
011028*****************************************************             01102801
011029 01  WS-ASN-CONTROL.                                              01102901
011031     10  WS-ASN-EOF                PIC X(03) VALUE 'NO'.          01103101
011033     10  WS-ASN-LOADED             PIC X(03) VALUE 'NO'.          01103301
011035     10  WS-ASN-OVERFLOW           PIC X(03) VALUE 'NO'.          01103501
011036     10  WS-ASN-COUNT              PIC 9(03) VALUE ZERO.          01103601
011038     10  WS-ASN-SUB                PIC S9(04) COMP VALUE ZERO.    01103801
011040     10  WS-ASN-HIT-SUB            PIC S9(04) COMP VALUE ZERO.    01104001
011042     10  WS-NOTICE-OPEN            PIC X(03) VALUE 'NO'.          01104201
011043     10  WS-NOTICED-PO-COUNT       PIC 9(03) VALUE ZERO.          01104301
011045     10  WS-NPO-SUB                PIC S9(04) COMP VALUE ZERO.    01104501
011047     10  WS-NPO-FOUND              PIC X(03) VALUE 'NO'.          01104701
011049     10  WS-MATCH-PO               PIC X(11) VALUE SPACES.        01104901
011050     10  WS-LINE-POSTED            PIC X(03) VALUE 'NO'.          01105001
011052     10  WS-NOTICED-COUNT          PIC 9(05) VALUE ZERO.          01105201
011054 01  WS-ASN-TABLE.                                                01105401
011056     10  WS-ASN-ENTRY OCCURS 500 TIMES.                           01105601
011057         15  WS-TBL-ASN            PIC X(100).                    01105701
011059         15  WS-TBL-ASN-KEYED      PIC X(03).                     01105901
011061 01  WS-NOTICED-PO-TABLE.                                         01106101
011063     10  WS-NOTICED-PO OCCURS 100 TIMES                           01106301
011064                                   PIC X(11).                     01106401
011066                                                                  01106601
011068*****************************************************             01106801
011070*   A SUPPLIER WHO INVOICES IN ITS OWN CURRENCY HAS *             01107001
011071*   THE CONFIRMED PRICE CONVERTED TO DOLLARS BEFORE *             01107101
011073*   IT IS COSTED.  WS-RECEIPT-PRICE IS THE DOLLAR   *             01107301
011075*   PURCHASE-UNIT PRICE EVERY LINE POSTS AT         *             01107501
011077*****************************************************             01107701
011078 01  WS-CURRENCY-CONTROL.                                         01107801
011080     10  WS-SUPMST-LOADED          PIC X(03) VALUE 'NO'.          01108001
011082     10  WS-NOTICED-PRICE          PIC X(03) VALUE 'NO'.          01108201
011084     10  WS-RECEIPT-PRICE          PIC S9(03)V99 VALUE ZERO.      01108401
011085     10  WS-FX-CURRENCY            PIC X(03) VALUE SPACES.        01108501
011087     10  WS-FX-RATE                PIC 9(03)V9(06) VALUE ZERO.    01108701
011089     10  WS-FOREIGN-STOCK-PRICE    PIC S9(03)V99 VALUE ZERO.      01108901
011091                                                                  01109101
011092     COPY FXCONVP.                                                01109201
011094                                                                  01109401
011096 01  WS-COSTING-CONTROL.                                          01109601
011098     10  WS-OLD-ITEM-VALUE         PIC S9(07)V99 VALUE ZERO.      01109801
011100     10  WS-NEW-ITEM-VALUE         PIC S9(07)V99 VALUE ZERO.      01110001
011200     10  WS-RECEIPT-VALUE          PIC S9(07)V99 VALUE ZERO.      01120001
011300     10  WS-NEW-UNITS              PIC S9(05)    VALUE ZERO.      01130001
015500         OPEN OUTPUT RECEIPT-PRINT-FILE                           01550001
015510         PERFORM 104-OPEN-SUPPLIER-PERF                           01551001
015512         PERFORM 106-OPEN-LOT-FILE                                01551201
015516         PERFORM 107-OPEN-ITEM-UOM                                01551601
015517         PERFORM 108-OPEN-ITEM-LOCATION                           01551701
015518         PERFORM 109-OPEN-SUPPLIER-MASTER                         01551801
015519         OPEN OUTPUT PUTAWAY-PRINT-FILE                           01551901
015520         PERFORM 115-LOAD-OPEN-PO-FILE                            01552001
015610         PERFORM 118-LOAD-ASN-FILE                                01561001
015700         PERFORM 800-PRINT-HEADINGS                               01570001
015800         PERFORM 105-READ-REORDER                                 01580001
015900         PERFORM 110-LOAD-REORDER-LINE                            01590001
016100         PERFORM 100-READ-RECEIPT                                 01610001
016200         PERFORM 150-PROCESS-RECEIPT                              01620001
016300           UNTIL EOF-FLAG = 'YES'                                 01630001
016350         PERFORM 450-POST-NOTICED-LINES                           01635001
016400         PERFORM 500-REPORT-UNRECEIVED-LINES                      01640001
016410         PERFORM 550-REWRITE-OPEN-PO-FILE                         01641001
016432         PERFORM 570-REWRITE-ASN-FILE                             01643201
016455         PERFORM 600-PRINT-PUTAWAY-LIST                           01645501
016500         CLOSE FRIDGE RECEIPT-FILE REORDER-FILE                   01650001
016600           RECEIPT-PRINT-FILE SUPPLIER-PERF-FILE LOT-FILE         01660011
016601           PUTAWAY-PRINT-FILE                                     01660101
016602         IF WS-UOM-LOADED = 'YES'                                 01660201
016604             CLOSE ITEM-UOM-FILE                                  01660401
016606         END-IF                                                   01660601
016607         IF WS-LOC-LOADED = 'YES'                                 01660701
016608             CLOSE ITEM-LOCATION-FILE                             01660801
016623         END-IF                                                   01662301
016638         IF WS-SUPMST-LOADED = 'YES'                              01663801
016654             CLOSE SUPPLIER-MASTER                                01665401
016669         END-IF                                                   01666901
016684         PERFORM 135-STAMP-RUN-COMPLETE                           01668401
016700     END-IF                                                       01670001
016710     END-IF                                                       01671001
016800     GOBACK                                                       01680001
016939     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        01693901
016940     .                                                            01694001
016941                                                                  01694101
016947 100-READ-RECEIPT.                                                01694701
016954     READ RECEIPT-FILE                                            01695401
016961         AT END                                                   01696101
016968             MOVE 'YES' TO EOF-FLAG                               01696801
016975         NOT AT END                                               01697501
016982             ADD 1 TO REC-COUNT                                   01698201
016989     END-READ                                                     01698901
016996     .                                                            01699601
017003                                                                  01700301
017010*****************************************************             01701001
017020*   THE SUPPLIER PERFORMANCE HISTORY ACCUMULATES    *             01702001
017030*   ONE LINE PER POSTED RECEIPT LINE FOR THE        *             01703001
017078     OPEN EXTEND SUPPLIER-PERF-FILE                               01707801
017079     .                                                            01707901
017080                                                                  01708001
017100 105-READ-REORDER.                                                01710001
017200     READ REORDER-FILE                                            01720001
017300         AT END                                                   01730001
017500     END-READ                                                     01750001
017600     .                                                            01760001
017700                                                                  01770001
017701*****************************************************             01708011
017703*   THE LOT FILE ACCUMULATES ONE LOT PER POSTED     *             01708012
017704*   RECEIPT LINE FOR OLDEST-FIRST DEPLETION AND     *             01708013
017706*   PER-LOT EXPIRY, SO IT IS EXTENDED, NEVER        *             01708014
017708*   RECREATED                                       *             01708015
017709*****************************************************             01708016
017711 106-OPEN-LOT-FILE.                                               01708017
017713     OPEN INPUT LOT-FILE                                          01708018
017714     IF WS-LOTS-STATUS = '00'                                     01708019
017716         CLOSE LOT-FILE                                           01708020
017718     ELSE                                                         01708021
017719         OPEN OUTPUT LOT-FILE                                     01708022
017721         CLOSE LOT-FILE                                           01708023
017722     END-IF                                                       01708024
017724     OPEN EXTEND LOT-FILE                                         01708025
017726     .                                                            01708026
017727                                                                  01708027
017729*****************************************************             01772901
017731*   WITHOUT THE UOM MASTER EVERY ITEM CONVERTS ONE  *             01773101
017732*   FOR ONE, WHICH IS HOW RECEIPTS POSTED BEFORE    *             01773201
017734*   THE MASTER EXISTED                              *             01773401
017736*****************************************************             01773601
017737 107-OPEN-ITEM-UOM.                                               01773701
017739     OPEN INPUT ITEM-UOM-FILE                                     01773901
017740     IF WS-ITMUOM-STATUS = '00'                                   01774001
017742         MOVE 'YES' TO WS-UOM-LOADED                              01774201
017744     ELSE                                                         01774401
017745         DISPLAY 'ITEM UOM MASTER NOT AVAILABLE, STATUS = '       01774501
017747             WS-ITMUOM-STATUS ', RECEIPTS POSTED ONE FOR ONE'     01774701
017749     END-IF                                                       01774901
017750     .                                                            01775001
017752                                                                  01775201
017754*****************************************************             01775401
017755*   WITHOUT THE ITEM LOCATION FILE THE PUT-AWAY     *             01775501
017757*   LIST STILL PRINTS, EVERY LINE UNLOCATED         *             01775701
017759*****************************************************             01775901
017760 108-OPEN-ITEM-LOCATION.                                          01776001
017762     OPEN INPUT ITEM-LOCATION-FILE                                01776201
017763     IF WS-ITMLOC-STATUS = '00'                                   01776301
017765         MOVE 'YES' TO WS-LOC-LOADED                              01776501
017767     ELSE                                                         01776701
017768         DISPLAY 'ITEM LOCATION FILE NOT AVAILABLE, STATUS = '    01776801
017770             WS-ITMLOC-STATUS ', PUT-AWAY LIST UNLOCATED'         01777001
017772     END-IF                                                       01777201
017773     .                                                            01777301
017775                                                                  01777501
017777*****************************************************             01777701
017778*   WITHOUT THE SUPPLIER MASTER NO CURRENCY IS      *             01777801
017780*   KNOWN AND EVERY PRICE IS TAKEN AS DOLLARS       *             01778001
017781*****************************************************             01778101
017783 109-OPEN-SUPPLIER-MASTER.                                        01778301
017785     OPEN INPUT SUPPLIER-MASTER                                   01778501
017786     IF WS-SUPMST-STATUS = '00'                                   01778601
017788         MOVE 'YES' TO WS-SUPMST-LOADED                           01778801
017790     ELSE                                                         01779001
017791         DISPLAY 'SUPPLIER MASTER NOT AVAILABLE, STATUS = '       01779101
017793             WS-SUPMST-STATUS ', PRICES TAKEN AS DOLLARS'         01779301
017795     END-IF                                                       01779501
017796     .                                                            01779601
017798                                                                  01779801
017800 110-LOAD-REORDER-LINE.                                           01780001
017900     IF WS-REORDER-COUNT < 500                                    01790001
018000         ADD 1 TO WS-REORDER-COUNT                                01800001
019000     PERFORM 105-READ-REORDER                                     01900001
019100     .                                                            01910001
019200                                                                  01920001
019205 115-LOAD-OPEN-PO-FILE.                                           01920501
019211     OPEN INPUT OPEN-PO-FILE                                      01921101
019216     IF WS-OPENPO-STATUS = '00'                                   01921601
019222         MOVE 'YES' TO WS-OPENPO-LOADED                           01922201
019228         MOVE 'NO' TO WS-OPENPO-EOF                               01922801
019233         PERFORM 116-READ-OPEN-PO                                 01923301
019239             UNTIL WS-OPENPO-EOF = 'YES'                          01923901
019245         CLOSE OPEN-PO-FILE                                       01924501
019250     END-IF                                                       01925001
019256     .                                                            01925601
019262                                                                  01926201
019267 116-READ-OPEN-PO.                                                01926701
019273     READ OPEN-PO-FILE                                            01927301
019279         AT END                                                   01927901
019284             MOVE 'YES' TO WS-OPENPO-EOF                          01928401
019290         NOT AT END                                               01929001
019296             PERFORM 117-LOAD-OPEN-PO-ENTRY                       01929601
019301     END-READ                                                     01930101
019307     .                                                            01930701
019312                                                                  01931201
019318 117-LOAD-OPEN-PO-ENTRY.                                          01931801
019324     IF WS-PO-COUNT < 500                                         01932401
019329         ADD 1 TO WS-PO-COUNT                                     01932901
019335         MOVE OPEN-PO-REC TO                                      01933501
019341             WS-TBL-OPEN-PO (WS-PO-COUNT)                         01934101
019346     ELSE                                                         01934601
019352         DISPLAY 'OPEN PO TABLE FULL, ENTRY DROPPED'              01935201
019358         MOVE 'YES' TO WS-PO-OVERFLOW                             01935801
019363         MOVE 16 TO RETURN-CODE                                   01936301
019369     END-IF                                                       01936901
019375     PERFORM 116-READ-OPEN-PO                                     01937501
019380     .                                                            01938001
019386                                                                  01938601
019392*****************************************************             01939201
019397*   THE SHIP NOTICE IS OPTIONAL: WITHOUT IT EVERY   *             01939701
019403*   LINE IS KEYED AS BEFORE AND AN N LINE IS        *             01940301
019409*   REPORTED AS HAVING NO NOTICE                    *             01940901
019414*****************************************************             01941401
019420 118-LOAD-ASN-FILE.                                               01942001
019425     OPEN INPUT ASN-FILE                                          01942501
019431     IF WS-ASN-STATUS = '00'                                      01943101
019437         MOVE 'YES' TO WS-ASN-LOADED                              01943701
019442         PERFORM 119-READ-ASN                                     01944201
019448             UNTIL WS-ASN-EOF = 'YES'                             01944801
019454         CLOSE ASN-FILE                                           01945401
019459     ELSE                                                         01945901
019465         DISPLAY 'SHIP NOTICE FILE NOT AVAILABLE, STATUS = '      01946501
019471             WS-ASN-STATUS ', EVERY LINE KEYED'                   01947101
019476     END-IF                                                       01947601
019482     .                                                            01948201
019488                                                                  01948801
019493 119-READ-ASN.                                                    01949301
019499     READ ASN-FILE                                                01949901
019505         AT END                                                   01950501
019510             MOVE 'YES' TO WS-ASN-EOF                             01951001
019516         NOT AT END                                               01951601
019522             PERFORM 121-LOAD-ASN-ENTRY                           01952201
019527     END-READ                                                     01952701
019533     .                                                            01953301
019538                                                                  01953801
019544*****************************************************             01954401
019550*   THE DELIVERY CONFIRMATION IS A HAND-INFLUENCED  *             01955002
019555*   OUTSIDE INTERFACE, SO EVERY LINE IS VALIDATED   *             01955503
019561*   BEFORE IT CAN TOUCH THE MASTER OR THE TRAILER;  *             01956104
019567*   BAD LINES GO ON THE DISCREPANCY REPORT INSTEAD  *             01956705
019572*****************************************************             01957206
019578 120-VALIDATE-RECEIPT.                                            01957801
019584     MOVE 'YES' TO WS-RECEIPT-VALID                               01958402
019589     MOVE SPACES TO DL-REMARK                                     01958903
019595     IF DC-ITEM-NAME = SPACES                                     01959504
019601         MOVE 'NO' TO WS-RECEIPT-VALID                            01960105
019606         MOVE 'BLANK ITEM NAME' TO DL-REMARK                      01960606
019612     END-IF                                                       01961207
019618     IF DC-QTY-RECEIVED NOT NUMERIC                               01961808
019623         AND WS-RECEIPT-VALID = 'YES'                             01962309
019629         MOVE 'NO' TO WS-RECEIPT-VALID                            01962910
019635         MOVE 'INVALID QUANTITY RECEIVED' TO DL-REMARK            01963511
019640     END-IF                                                       01964012
019646     IF DC-QTY-RECEIVED NUMERIC                                   01964613
019651         AND DC-QTY-RECEIVED < 0                                  01965114
019657         AND WS-RECEIPT-VALID = 'YES'                             01965715
019663         MOVE 'NO' TO WS-RECEIPT-VALID                            01966316
019668         MOVE 'NEGATIVE QUANTITY RECEIVED' TO DL-REMARK           01966817
019674     END-IF                                                       01967418
019680     IF DC-INVOICE-PRICE NOT NUMERIC                              01968019
019685         AND WS-RECEIPT-VALID = 'YES'                             01968520
019691         MOVE 'NO' TO WS-RECEIPT-VALID                            01969121
019697         MOVE 'INVALID INVOICE PRICE' TO DL-REMARK                01969722
019702     END-IF                                                       01970201
019708     IF WS-RECEIPT-VALID = 'YES'                                  01970801
019714         PERFORM 122-CONVERT-INVOICE-PRICE                        01971401
019719     END-IF                                                       01971923
019725     IF WS-RECEIPT-VALID = 'NO'                                   01972524
019731         MOVE ZERO TO DL-ORDERED-QTY                              01973125
019736         MOVE ZERO TO DL-RECEIVED-QTY                             01973626
019742         MOVE ZERO TO DL-QTY-DIFF                                 01974227
019748         PERFORM 700-PRINT-DISCREP-LINE                           01974828
019753         ADD 1 TO WS-REJECT-COUNT                                 01975329
019759     END-IF                                                       01975930
019764     .                                                            01976431
019770                                                                  01977001
019776 121-LOAD-ASN-ENTRY.                                              01977601
019781     IF WS-ASN-COUNT < 500                                        01978101
019787         ADD 1 TO WS-ASN-COUNT                                    01978701
019793         MOVE ASN-REC TO WS-TBL-ASN (WS-ASN-COUNT)                01979301
019798         MOVE 'NO' TO WS-TBL-ASN-KEYED (WS-ASN-COUNT)             01979801
019804     ELSE                                                         01980401
019810         DISPLAY 'SHIP NOTICE TABLE FULL, ENTRY DROPPED'          01981001
019815         MOVE 'YES' TO WS-ASN-OVERFLOW                            01981501
019821         MOVE 16 TO RETURN-CODE                                   01982101
019827     END-IF                                                       01982701
019832     .                                                            01983201
019838                                                                  01983801
019844*****************************************************             01984441
019849*   A FOREIGN-CURRENCY SUPPLIER'S CONFIRMED PRICE   *             01984941
019855*   IS CONVERTED AT THE RATE IN EFFECT ON THE       *             01985541
019861*   RECEIPT DATE.  WITH NO RATE THE LINE CANNOT BE  *             01986141
019866*   COSTED AND IS REJECTED UNTIL THE RATE IS LOADED *             01986641
019872*****************************************************             01987241
019877 122-CONVERT-INVOICE-PRICE.                                       01987741
019883     MOVE DC-INVOICE-PRICE TO WS-RECEIPT-PRICE                    01988341
019889     MOVE SPACES TO WS-FX-CURRENCY                                01988941
019894     MOVE ZERO TO WS-FX-RATE                                      01989441
019900     IF WS-SUPMST-LOADED = 'YES'                                  01990041
019906         AND WS-NOTICED-PRICE = 'NO'                              01990641
019911         MOVE DC-SUPPLIER-CODE TO SM-SUPPLIER-CODE                01991141
019917         READ SUPPLIER-MASTER                                     01991741
019923             INVALID KEY                                          01992341
019928                 CONTINUE                                         01992841
019934             NOT INVALID KEY                                      01993441
019940                 IF SM-CURRENCY-CODE NOT = SPACES                 01994041
019945                     AND SM-CURRENCY-CODE NOT = 'USD'             01994541
019951                     MOVE SM-CURRENCY-CODE TO WS-FX-CURRENCY      01995141
019957                 END-IF                                           01995741
019962         END-READ                                                 01996241
019968     END-IF                                                       01996841
019974     IF WS-FX-CURRENCY NOT = SPACES                               01997441
019979         MOVE WS-FX-CURRENCY TO XC-CURRENCY-CODE                  01997941
019985         MOVE WS-DATE-8 TO XC-DOCUMENT-DATE                       01998541
019990         MOVE DC-INVOICE-PRICE TO XC-FOREIGN-AMOUNT               01999041
019996         CALL 'FXCONV' USING FX-CONVERT-PARMS                     01999641
020002         IF XC-RESULT = '00'                                      02000241
020007             IF XC-DOLLAR-AMOUNT > 999.99                         02000741
020013                 MOVE 'NO' TO WS-RECEIPT-VALID                    02001341
020019                 MOVE 'CONVERTED PRICE TOO LARGE' TO DL-REMARK    02001941
020024             ELSE                                                 02002441
020030                 MOVE XC-DOLLAR-AMOUNT TO WS-RECEIPT-PRICE        02003041
020036                 MOVE XC-RATE TO WS-FX-RATE                       02003641
020041             END-IF                                               02004141
020047         ELSE                                                     02004741
020053             MOVE 'NO' TO WS-RECEIPT-VALID                        02005341
020058             MOVE 'NO EXCHANGE RATE FOR RECEIPT' TO DL-REMARK     02005841
020064         END-IF                                                   02006441
020070     END-IF                                                       02007041
020075     .                                                            02007541
020081                                                                  02008141
020087*****************************************************             02008701
020092*   A NOTICE LINE KEYED AS ZERO DID NOT COME OFF    *             02009201
020098*   THE TRUCK.  NOTHING POSTS, BUT THE LINE IS      *             02009801
020103*   REPORTED AGAINST THE NOTICED QUANTITY           *             02010301
020109*****************************************************             02010901
020115 125-CHECK-NOTICED-NOT-SENT.                                      02011501
020120     IF WS-RECEIPT-VALID = 'YES'                                  02012001
020126         AND WS-ASN-HIT-SUB > ZERO                                02012601
020132         AND DC-QTY-RECEIVED = ZERO                               02013201
020137         MOVE 'NO' TO WS-RECEIPT-VALID                            02013701
020143         MOVE WS-TBL-ASN (WS-ASN-HIT-SUB) TO ASN-REC              02014301
020149         MOVE 'NOTICED, NOT DELIVERED' TO DL-REMARK               02014901
020154         MOVE AN-SHIP-QTY TO DL-ORDERED-QTY                       02015401
020160         MOVE ZERO TO DL-RECEIVED-QTY                             02016001
020166         COMPUTE WS-QTY-DIFF = ZERO - AN-SHIP-QTY                 02016601
020171         MOVE WS-QTY-DIFF TO DL-QTY-DIFF                          02017101
020177         PERFORM 700-PRINT-DISCREP-LINE                           02017701
020183     END-IF                                                       02018301
020188     .                                                            02018801
020194                                                                  02019401
020200*****************************************************             02020001
020211*   AN N LINE ONLY NAMES A PO TO RECEIVE AS         *             02021101
020222*   NOTICED; EVERY OTHER LINE IS KEYED AND POSTS    *             02022201
020233*   NOW, CLAIMING ITS NOTICE LINE WHEN IT QUOTES    *             02023301
020244*   THE PO                                          *             02024401
020255*****************************************************             02025501
020266 150-PROCESS-RECEIPT.                                             02026601
020277     IF DC-LINE-TYPE = 'N'                                        02027701
020288         PERFORM 160-NOTE-RECEIVED-AS-NOTICED                     02028801
020299     ELSE                                                         02029901
020306         MOVE 'NO' TO WS-NOTICED-PRICE                            02030601
020313         PERFORM 170-CLAIM-NOTICE-LINE                            02031301
020321         PERFORM 155-POST-RECEIPT-LINE                            02032101
020332     END-IF                                                       02033201
020343     PERFORM 100-READ-RECEIPT                                     02034301
020354     .                                                            02035401
020365                                                                  02036501
020376*****************************************************             02037601
020387*   POST ONE RECEIPT LINE ONTO THE FRIDGE MASTER    *             02038701
020400*****************************************************             02040001
020436 155-POST-RECEIPT-LINE.                                           02043601
020472     MOVE 'NO' TO WS-LINE-POSTED                                  02047201
020510     PERFORM 120-VALIDATE-RECEIPT                                 02051001
020515     PERFORM 125-CHECK-NOTICED-NOT-SENT                           02051501
020520     IF WS-RECEIPT-VALID = 'YES'                                  02052001
020600         MOVE DC-ITEM-NAME TO FR-ITEM-NAME                        02060001
020700         READ FRIDGE                                              02070001
021400                 ADD 1 TO WS-REJECT-COUNT                         02140001
021500             NOT INVALID KEY                                      02150001
021510                 MOVE FR-COST TO WS-OLD-MASTER-COST               02151001
021555                 PERFORM 190-CONVERT-RECEIPT-UNITS                02155501
021600                 PERFORM 200-POST-RECEIPT-TO-MASTER               02160001
021700                 PERFORM 300-COMPARE-TO-REORDER                   02170001
021710                 PERFORM 350-WRITE-SUPPLIER-PERF                  02171001
021720                 PERFORM 400-RELIEVE-OPEN-ORDER                   02172001
021730                 PERFORM 250-WRITE-RECEIPT-LOT                    02173001
021765                 PERFORM 260-QUEUE-PUTAWAY-LINE                   02176501
021782                 MOVE 'YES' TO WS-LINE-POSTED                     02178201
021800         END-READ                                                 02180001
021810     END-IF                                                       02181001
021848     IF WS-LINE-POSTED = 'YES'                                    02184801
021886         AND WS-ASN-HIT-SUB > ZERO                                02188601
021887         PERFORM 175-MARK-NOTICE-RECEIVED                         02188701
021888     END-IF                                                       02188801
021889     .                                                            02188901
021890                                                                  02189001
021891*****************************************************             02189101
021892*   AN N LINE ASKS FOR THE PO'S NOTICE LINES TO BE  *             02189201
021893*   RECEIVED AS NOTICED.  THE PO IS LISTED NOW AND  *             02189301
021894*   ITS LINES POST AFTER THE LAST KEYED LINE, SO A  *             02189401
021895*   KEYED EXCEPTION ALWAYS WINS WHEREVER IT SITS IN *             02189501
021896*   THE FILE.  A PO WITH NO OPEN NOTICE LINE IS     *             02189601
021897*   REPORTED INSTEAD                                *             02189701
021899*****************************************************             02189901
021900 160-NOTE-RECEIVED-AS-NOTICED.                                    02190001
021901     MOVE 'NO' TO WS-NOTICE-OPEN                                  02190101
021902     IF WS-ASN-LOADED = 'YES'                                     02190201
021903         AND DC-PO-NUMBER NOT = SPACES                            02190301
021904         PERFORM 162-FIND-OPEN-NOTICE-LINE                        02190401
021905           VARYING WS-ASN-SUB FROM 1 BY 1                         02190501
021906           UNTIL WS-ASN-SUB > WS-ASN-COUNT                        02190601
021907           OR WS-NOTICE-OPEN = 'YES'                              02190701
021908     END-IF                                                       02190801
021909     IF WS-NOTICE-OPEN = 'NO'                                     02190901
021910         MOVE 'NO OPEN NOTICE FOR PO' TO DL-REMARK                02191001
021912         MOVE ZERO TO DL-ORDERED-QTY                              02191201
021913         MOVE ZERO TO DL-RECEIVED-QTY                             02191301
021914         MOVE ZERO TO DL-QTY-DIFF                                 02191401
021915         PERFORM 705-PRINT-PO-DISCREP-LINE                        02191501
021916         ADD 1 TO WS-REJECT-COUNT                                 02191601
021917     ELSE                                                         02191701
021918         PERFORM 165-LIST-NOTICED-PO                              02191801
021919     END-IF                                                       02191901
021920     .                                                            02192001
021921                                                                  02192101
021922 162-FIND-OPEN-NOTICE-LINE.                                       02192201
021924     MOVE WS-TBL-ASN (WS-ASN-SUB) TO ASN-REC                      02192401
021925     IF AN-PO-NUMBER = DC-PO-NUMBER                               02192501
021926         AND AN-RECEIPT-STATUS NOT = 'R'                          02192601
021927         MOVE 'YES' TO WS-NOTICE-OPEN                             02192701
021928     END-IF                                                       02192801
021929     .                                                            02192901
021930                                                                  02193001
021931 165-LIST-NOTICED-PO.                                             02193101
021932     MOVE DC-PO-NUMBER TO WS-MATCH-PO                             02193201
021933     PERFORM 166-FIND-NOTICED-PO                                  02193301
021934     IF WS-NPO-FOUND = 'NO'                                       02193401
021935         IF WS-NOTICED-PO-COUNT < 100                             02193501
021937             ADD 1 TO WS-NOTICED-PO-COUNT                         02193701
021938             MOVE DC-PO-NUMBER TO                                 02193801
021939                 WS-NOTICED-PO (WS-NOTICED-PO-COUNT)              02193901
021940         ELSE                                                     02194001
021941             DISPLAY 'NOTICED PO TABLE FULL, PO ' DC-PO-NUMBER    02194101
021942                 ' NOT RECEIVED AS NOTICED'                       02194201
021943             MOVE 16 TO RETURN-CODE                               02194301
021944         END-IF                                                   02194401
021945     END-IF                                                       02194501
021946     .                                                            02194601
021947                                                                  02194701
021948 166-FIND-NOTICED-PO.                                             02194801
021950     MOVE 'NO' TO WS-NPO-FOUND                                    02195001
021951     PERFORM 167-MATCH-NOTICED-PO                                 02195101
021952       VARYING WS-NPO-SUB FROM 1 BY 1                             02195201
021953       UNTIL WS-NPO-SUB > WS-NOTICED-PO-COUNT                     02195301
021954       OR WS-NPO-FOUND = 'YES'                                    02195401
021955     .                                                            02195501
021956                                                                  02195601
021957 167-MATCH-NOTICED-PO.                                            02195701
021958     IF WS-NOTICED-PO (WS-NPO-SUB) = WS-MATCH-PO                  02195801
021959         MOVE 'YES' TO WS-NPO-FOUND                               02195901
021960     END-IF                                                       02196001
021962     .                                                            02196201
021963                                                                  02196301
021964*****************************************************             02196401
021965*   A KEYED LINE QUOTING ITS PO TAKES OVER THE      *             02196501
021966*   NOTICE LINE FOR ITS ITEM SO THE NOTICED         *             02196601
021967*   QUANTITY IS NEVER POSTED AS WELL.  A KEYED LINE *             02196701
021968*   WITHOUT ITS OWN EXPIRY TAKES THE NOTICED LOT'S  *             02196801
021969*****************************************************             02196901
021970 170-CLAIM-NOTICE-LINE.                                           02197001
021971     MOVE ZERO TO WS-ASN-HIT-SUB                                  02197101
021972     IF WS-ASN-LOADED = 'YES'                                     02197201
021973         AND DC-PO-NUMBER NOT = SPACES                            02197301
021975         PERFORM 171-MATCH-NOTICE-LINE                            02197501
021976           VARYING WS-ASN-SUB FROM 1 BY 1                         02197601
021977           UNTIL WS-ASN-SUB > WS-ASN-COUNT                        02197701
021978           OR WS-ASN-HIT-SUB > ZERO                               02197801
021979         IF WS-ASN-HIT-SUB > ZERO                                 02197901
021980             MOVE 'YES' TO WS-TBL-ASN-KEYED (WS-ASN-HIT-SUB)      02198001
021981             MOVE WS-TBL-ASN (WS-ASN-HIT-SUB) TO ASN-REC          02198101
021982             IF DC-EXPIRATION-DATE NOT NUMERIC                    02198201
021983                 OR DC-EXPIRATION-DATE = ZERO                     02198301
021984                 MOVE AN-EXPIRATION-DATE TO DC-EXPIRATION-DATE    02198401
021985             END-IF                                               02198501
021986         END-IF                                                   02198601
021988     END-IF                                                       02198801
021989     .                                                            02198901
021990                                                                  02199001
021991 171-MATCH-NOTICE-LINE.                                           02199101
021992     MOVE WS-TBL-ASN (WS-ASN-SUB) TO ASN-REC                      02199201
021993     IF AN-PO-NUMBER = DC-PO-NUMBER                               02199301
021994         AND AN-ITEM-NAME = DC-ITEM-NAME                          02199401
021995         AND AN-RECEIPT-STATUS NOT = 'R'                          02199501
021996         AND WS-TBL-ASN-KEYED (WS-ASN-SUB) = 'NO'                 02199601
021997         MOVE WS-ASN-SUB TO WS-ASN-HIT-SUB                        02199701
021998     END-IF                                                       02199801
022000     .                                                            02200001
022001                                                                  02200101
022002 175-MARK-NOTICE-RECEIVED.                                        02200201
022004     MOVE WS-TBL-ASN (WS-ASN-HIT-SUB) TO ASN-REC                  02200401
022005     MOVE 'R' TO AN-RECEIPT-STATUS                                02200501
022007     MOVE ASN-REC TO WS-TBL-ASN (WS-ASN-HIT-SUB)                  02200701
022008     .                                                            02200801
022010                                                                  02201001
022013*****************************************************             02201301
022016*   KEEP THE TRAILER SENTINEL'S CONTROL COUNT/TOTALS  *           02201601
022020*   IN STEP WITH EVERY POSTING SO A LATER REPORT      *           02202001
022023*   RUN'S BALANCE CHECKS STILL TIE OUT                *           02202301
022026*****************************************************             02202601
022030 180-UPDATE-TRAILER.                                              02203001
022033     MOVE FRIDGE-REC TO WS-SAVED-DETAIL-REC                       02203301
022037     MOVE HIGH-VALUES TO FR-ITEM-NAME                             02203701
022040     READ FRIDGE                                                  02204001
022043         INVALID KEY                                              02204301
022047             DISPLAY 'FRIDGE TRAILER RECORD MISSING, '            02204701
022050                 'CONTROL TOTALS NOT UPDATED'                     02205001
022054             MOVE 16 TO RETURN-CODE                               02205401
022057         NOT INVALID KEY                                          02205701
022060             ADD WS-TRAILER-REC-DELTA TO FT-RECORD-COUNT          02206001
022064             ADD WS-TRAILER-PRICE-DELTA TO                        02206401
022067                 FT-CONTROL-TOTAL-PRICE                           02206701
022071             ADD WS-TRAILER-WASTE-DELTA TO                        02207101
022074                 FT-CONTROL-TOTAL-WASTE                           02207401
022077             REWRITE FRIDGE-REC                                   02207701
022081     END-READ                                                     02208101
022084     MOVE WS-SAVED-DETAIL-REC TO FRIDGE-REC                       02208401
022088     .                                                            02208801
022091                                                                  02209101
022094*****************************************************             02209401
022098*   TURN THE CONFIRMED PURCHASE UNITS AND PURCHASE  *             02209801
022101*   UNIT PRICE INTO STOCKING UNITS AND A STOCKING   *             02210101
022105*   UNIT PRICE THROUGH THE ITEM UOM MASTER.  AN     *             02210501
022108*   ITEM WITHOUT A CONVERSION TAKES FACTOR ONE      *             02210801
022111*****************************************************             02211101
022115 190-CONVERT-RECEIPT-UNITS.                                       02211501
022118     MOVE 1 TO WS-PURCH-FACTOR                                    02211801
022121     IF WS-UOM-LOADED = 'YES'                                     02212101
022125         MOVE DC-ITEM-NAME TO UM-ITEM-NAME                        02212501
022128         READ ITEM-UOM-FILE                                       02212801
022132             INVALID KEY                                          02213201
022135                 CONTINUE                                         02213501
022138             NOT INVALID KEY                                      02213801
022142                 IF UM-PURCH-FACTOR NUMERIC                       02214201
022145                     AND UM-PURCH-FACTOR > ZERO                   02214501
022149                     MOVE UM-PURCH-FACTOR TO WS-PURCH-FACTOR      02214901
022152                 END-IF                                           02215201
022155         END-READ                                                 02215501
022159     END-IF                                                       02215901
022162     COMPUTE WS-STOCK-QTY ROUNDED =                               02216201
022166         DC-QTY-RECEIVED * WS-PURCH-FACTOR                        02216601
022169     COMPUTE WS-STOCK-PRICE ROUNDED =                             02216901
022172         WS-RECEIPT-PRICE / WS-PURCH-FACTOR                       02217201
022176     MOVE ZERO TO WS-FOREIGN-STOCK-PRICE                          02217601
022179     IF WS-FX-CURRENCY NOT = SPACES                               02217901
022183         COMPUTE WS-FOREIGN-STOCK-PRICE ROUNDED =                 02218301
022186             DC-INVOICE-PRICE / WS-PURCH-FACTOR                   02218601
022189     END-IF                                                       02218901
022193     .                                                            02219301
022196                                                                  02219601
022200*****************************************************             02220001
022300*   ADD THE RECEIVED UNITS, RE-COST THE ITEM AS A   *             02230001
022400*   WEIGHTED AVERAGE WHEN THE INVOICE PRICE MOVED,  *             02240001
022600*****************************************************             02260001
022700 200-POST-RECEIPT-TO-MASTER.                                      02270001
022800     COMPUTE WS-OLD-ITEM-VALUE = FR-COST * FR-UNITS               02280001
022900     COMPUTE WS-NEW-UNITS = FR-UNITS + WS-STOCK-QTY               02290001
023000     IF WS-STOCK-PRICE NOT = FR-COST                              02300001
023100         AND WS-NEW-UNITS NOT = ZERO                              02310001
023200         COMPUTE WS-RECEIPT-VALUE =                               02320001
023300             WS-STOCK-PRICE * WS-STOCK-QTY                        02330001
023400         COMPUTE WS-NEW-COST ROUNDED =                            02340001
023500             (WS-OLD-ITEM-VALUE + WS-RECEIPT-VALUE)               02350001
023600             / WS-NEW-UNITS                                       02360001
024500     MOVE 0 TO WS-TRAILER-WASTE-DELTA                             02450001
024600     PERFORM 180-UPDATE-TRAILER                                   02460001
024700     ADD 1 TO WS-POSTED-COUNT                                     02470001
024703     .                                                            02470301
024706                                                                  02470601
024910*****************************************************             02491001
024920*   EVERY POSTED RECEIPT OPENS A LOT OF ITS OWN SO  *             02492001
024930*   THE USAGE RUN CAN DEPLETE OLDEST-FIRST AND THE  *             02493001
024987     ELSE                                                         02498701
024988         MOVE FR-EXPIRATION-DATE TO LT-EXPIRATION-DATE            02498801
024989     END-IF                                                       02498901
024990     MOVE WS-STOCK-QTY TO LT-UNITS                                02499001
024991     WRITE LOT-REC                                                02499101
024992     .                                                            02499201
024993                                                                  02499301
024994*****************************************************             02499401
024995*   QUEUE EACH POSTED LINE FOR THE PUT-AWAY LIST,   *             02499501
024996*   WITH ITS UNIT, SHELF AND BIN FROM THE ITEM      *             02499601
024997*   LOCATION MASTER WHEN THE ITEM HAS ONE           *             02499701
024998*****************************************************             02499801
025302 260-QUEUE-PUTAWAY-LINE.                                          02530201
025304     IF WS-PUT-COUNT < 500                                        02530401
025306         ADD 1 TO WS-PUT-COUNT                                    02530601
025308         MOVE WS-PUT-COUNT TO WS-PUT-SUB                          02530801
025310         MOVE WS-NO-LOCATION-SEQ TO PW-WALK-SEQ (WS-PUT-SUB)      02531001
025312         MOVE SPACES TO PW-UNIT-CODE (WS-PUT-SUB)                 02531201
025314         MOVE SPACES TO PW-SHELF (WS-PUT-SUB)                     02531401
025316         MOVE SPACES TO PW-BIN (WS-PUT-SUB)                       02531601
025318         MOVE 'NO' TO PW-LOCATED (WS-PUT-SUB)                     02531801
025320         MOVE 'NO' TO PW-PRINTED (WS-PUT-SUB)                     02532001
025322         MOVE DC-ITEM-NAME TO PW-ITEM-NAME (WS-PUT-SUB)           02532201
025324         MOVE DC-SUPPLIER-CODE TO PW-SUPPLIER-CODE (WS-PUT-SUB)   02532401
025326         MOVE WS-STOCK-QTY TO PW-QTY (WS-PUT-SUB)                 02532601
025328         MOVE LT-EXPIRATION-DATE TO                               02532801
025330             PW-EXPIRATION-DATE (WS-PUT-SUB)                      02533001
025332         IF WS-LOC-LOADED = 'YES'                                 02533201
025334             MOVE DC-ITEM-NAME TO IL-ITEM-NAME                    02533401
025336             READ ITEM-LOCATION-FILE                              02533601
025338                 INVALID KEY                                      02533801
025340                     CONTINUE                                     02534001
025342                 NOT INVALID KEY                                  02534201
025344                     MOVE IL-WALK-SEQ TO PW-WALK-SEQ (WS-PUT-SUB) 02534401
025345                     MOVE IL-UNIT-CODE TO                         02534501
025346                         PW-UNIT-CODE (WS-PUT-SUB)                02534601
025348                     MOVE IL-SHELF TO PW-SHELF (WS-PUT-SUB)       02534801
025350                     MOVE IL-BIN TO PW-BIN (WS-PUT-SUB)           02535001
025352                     MOVE 'YES' TO PW-LOCATED (WS-PUT-SUB)        02535201
025354             END-READ                                             02535401
025356         END-IF                                                   02535601
025358     ELSE                                                         02535801
025360         DISPLAY 'PUT-AWAY TABLE FULL, LIST INCOMPLETE'           02536001
025362         MOVE 16 TO RETURN-CODE                                   02536201
025364     END-IF                                                       02536401
025366     .                                                            02536601
025368                                                                  02536801
025380*****************************************************             02538001
025385*   FLAG SHORT-SHIPPED AND OVER-SHIPPED LINES       *             02538501
025390*   AGAINST THE REORDER EXTRACT QUANTITY            *             02539001
025395*****************************************************             02539501
025400 300-COMPARE-TO-REORDER.                                          02540001
025500     MOVE ZERO TO WS-ORDERED-QTY                                  02550001
025600     PERFORM 310-MATCH-REORDER-LINE                               02560001
025700       VARYING WS-SUB FROM 1 BY 1                                 02570001
025800       UNTIL WS-SUB > WS-REORDER-COUNT                            02580001
025900     COMPUTE WS-QTY-DIFF = WS-STOCK-QTY - WS-ORDERED-QTY          02590001
026000     IF WS-QTY-DIFF NOT = ZERO                                    02600001
026100         IF WS-QTY-DIFF < ZERO                                    02610001
026200             MOVE 'SHORT SHIPPED' TO DL-REMARK                    02620001
026400             MOVE 'OVER SHIPPED' TO DL-REMARK                     02640001
026500         END-IF                                                   02650001
026600         MOVE WS-ORDERED-QTY TO DL-ORDERED-QTY                    02660001
026700         MOVE WS-STOCK-QTY TO DL-RECEIVED-QTY                     02670001
026800         MOVE WS-QTY-DIFF TO DL-QTY-DIFF                          02680001
026900         PERFORM 700-PRINT-DISCREP-LINE                           02690001
027000     END-IF                                                       02700001
027100     .                                                            02710001
027200                                                                  02720001
027201 310-MATCH-REORDER-LINE.                                          02720101
027202     IF WS-TBL-ITEM-NAME (WS-SUB) = DC-ITEM-NAME                  02720201
027203         MOVE WS-TBL-ORDER-QTY (WS-SUB) TO WS-ORDERED-QTY         02720301
027205         MOVE 'YES' TO WS-TBL-RECEIVED (WS-SUB)                   02720501
027206     END-IF                                                       02720601
027207     .                                                            02720701
027208                                                                  02720801
027210*****************************************************             02721001
027220*   CAPTURE THE RECEIPT LINE FOR THE MONTHLY        *             02722001
027230*   SUPPLIER SCORECARD: ORDERED VERSUS RECEIVED     *             02723001
027240*   QUANTITY AND INVOICE VERSUS MASTER PRICE, THE   *             02724001
027250*   MASTER PRICE AS IT STOOD BEFORE THE RE-COST     *             02725001
027260*****************************************************             02726001
027261 350-WRITE-SUPPLIER-PERF.                                         02726101
027262     MOVE SPACES TO SUPPLIER-PERF-REC                             02726201
027263     MOVE DC-SUPPLIER-CODE TO SF-SUPPLIER-CODE                    02726301
027264     MOVE DC-ITEM-NAME TO SF-ITEM-NAME                            02726401
027266     MOVE WS-DATE-8 TO SF-RECEIPT-DATE                            02726601
027267     MOVE WS-ORDERED-QTY TO SF-ORDERED-QTY                        02726701
027268     MOVE WS-STOCK-QTY TO SF-RECEIVED-QTY                         02726801
027269     MOVE WS-STOCK-PRICE TO SF-INVOICE-PRICE                      02726901
027270     MOVE WS-OLD-MASTER-COST TO SF-MASTER-PRICE                   02727001
027272     MOVE WS-FX-CURRENCY TO SF-CURRENCY-CODE                      02727201
027273     MOVE WS-FX-RATE TO SF-FX-RATE                                02727301
027274     MOVE WS-FOREIGN-STOCK-PRICE TO SF-FOREIGN-PRICE              02727401
027275     WRITE SUPPLIER-PERF-REC                                      02727501
027276     .                                                            02727601
027278                                                                  02727801
027279*****************************************************             02727901
027280*   RELIEVE THE OLDEST STILL-OPEN ORDER LINE FOR    *             02728001
027281*   THIS ITEM AND SUPPLIER - ON THE QUOTED PO WHEN  *             02728101
027283*   THE LINE NAMES ONE.  THE WHOLE RECEIPT POSTS    *             02728301
027284*   AGAINST THAT ONE LINE; A LINE RECEIVED IN FULL  *             02728401
027285*   OR BETTER CLOSES, A SHORT ONE STAYS PARTIAL FOR *             02728501
027286*   THE AGED-OPEN REPORT TO CHASE                   *             02728601
027287*****************************************************             02728701
027288 400-RELIEVE-OPEN-ORDER.                                          02728801
027289     IF WS-OPENPO-LOADED = 'YES'                                  02728901
027290         MOVE ZERO TO WS-PO-HIT-SUB                               02729001
027291         PERFORM 410-MATCH-OPEN-PO-LINE                           02729101
027292           VARYING WS-PO-SUB FROM 1 BY 1                          02729201
027293           UNTIL WS-PO-SUB > WS-PO-COUNT                          02729301
027294           OR WS-PO-HIT-SUB > ZERO                                02729401
027295         IF WS-PO-HIT-SUB > ZERO                                  02729501
027296             MOVE WS-TBL-OPEN-PO (WS-PO-HIT-SUB) TO               02729601
027297                 OPEN-PO-REC                                      02729701
027298             ADD DC-QTY-RECEIVED TO OP-RECEIVED-QTY               02729801
027299             MOVE WS-DATE-8 TO OP-LAST-RECEIPT-DATE               02729901
027300             IF OP-RECEIVED-QTY NOT < OP-ORDER-QTY                02730011
027301                 MOVE 'F' TO OP-LINE-STATUS                       02730021
027302             ELSE                                                 02730031
027314     IF OP-ITEM-NAME = DC-ITEM-NAME                               02730151
027315         AND OP-SUPPLIER-CODE = DC-SUPPLIER-CODE                  02730161
027316         AND OP-LINE-STATUS NOT = 'F'                             02730171
027321         AND OP-LINE-STATUS NOT = 'C'                             02732101
027326         AND (DC-PO-NUMBER = SPACES                               02732601
027331             OR OP-PO-NUMBER = DC-PO-NUMBER)                      02733101
027336         MOVE WS-PO-SUB TO WS-PO-HIT-SUB                          02730181
027341     END-IF                                                       02730191
027346     .                                                            02730201
027351                                                                  02730211
027357*****************************************************             02735701
027368*   RECEIVE AS NOTICED EVERY OPEN NOTICE LINE OF    *             02736801
027379*   THE LISTED POS THAT NO KEYED LINE CLAIMED, AT   *             02737901
027390*   THE NOTICED QUANTITY, LOT EXPIRY AND PO PRICE.  *             02739001
027401*   SUBSTITUTES AND LINES ON AN UNMATCHED PO HAVE   *             02740101
027412*   NO ORDER TO RECEIVE AGAINST AND MUST BE KEYED   *             02741201
027423*****************************************************             02742301
027434 450-POST-NOTICED-LINES.                                          02743401
027445     IF WS-NOTICED-PO-COUNT > ZERO                                02744501
027456         PERFORM 460-POST-ONE-NOTICED-LINE                        02745601
027467           VARYING WS-ASN-SUB FROM 1 BY 1                         02746701
027478           UNTIL WS-ASN-SUB > WS-ASN-COUNT                        02747801
027489     END-IF                                                       02748901
027500     .                                                            02750001
027511                                                                  02751101
027522 460-POST-ONE-NOTICED-LINE.                                       02752201
027533     MOVE WS-TBL-ASN (WS-ASN-SUB) TO ASN-REC                      02753301
027544     IF WS-TBL-ASN-KEYED (WS-ASN-SUB) = 'NO'                      02754401
027555         AND AN-RECEIPT-STATUS NOT = 'R'                          02755501
027566         MOVE AN-PO-NUMBER TO WS-MATCH-PO                         02756601
027577         PERFORM 166-FIND-NOTICED-PO                              02757701
027588         IF WS-NPO-FOUND = 'YES'                                  02758801
027599             IF AN-EXCEPTION = 'S' OR 'U' OR 'W'                  02759901
027610                 MOVE 'NOTICE LINE MUST BE KEYED' TO DL-REMARK    02761001
027621                 MOVE AN-ITEM-NAME TO DL-ITEM-NAME                02762101
027632                 MOVE AN-SUPPLIER-CODE TO DL-SUPPLIER-CODE        02763201
027643                 MOVE AN-EXPECTED-QTY TO DL-ORDERED-QTY           02764301
027654                 MOVE ZERO TO DL-RECEIVED-QTY                     02765401
027665                 MOVE ZERO TO DL-QTY-DIFF                         02766501
027676                 WRITE RECEIPT-PRINT-REC FROM WS-DISCREP-LINE     02767601
027687                   AFTER ADVANCING 1 LINE                         02768701
027698                 END-WRITE                                        02769801
027709                 ADD 1 TO WS-DISCREP-COUNT                        02770901
027720             ELSE                                                 02772001
027731                 PERFORM 470-BUILD-NOTICED-RECEIPT                02773101
027742                 MOVE WS-ASN-SUB TO WS-ASN-HIT-SUB                02774201
027753                 MOVE 'YES' TO WS-TBL-ASN-KEYED (WS-ASN-SUB)      02775301
027764                 PERFORM 155-POST-RECEIPT-LINE                    02776401
027775                 IF WS-LINE-POSTED = 'YES'                        02777501
027786                     ADD 1 TO WS-NOTICED-COUNT                    02778601
027797                 END-IF                                           02779701
027808             END-IF                                               02780801
027819         END-IF                                                   02781901
027830     END-IF                                                       02783001
027841     .                                                            02784101
027852                                                                  02785201
027863 470-BUILD-NOTICED-RECEIPT.                                       02786301
027874     MOVE SPACES TO RECEIPT-REC                                   02787401
027885     MOVE AN-SUPPLIER-CODE TO DC-SUPPLIER-CODE                    02788501
027896     MOVE AN-ITEM-NAME TO DC-ITEM-NAME                            02789601
027907     MOVE AN-SHIP-QTY TO DC-QTY-RECEIVED                          02790701
027918     MOVE AN-UNIT-PRICE TO DC-INVOICE-PRICE                       02791801
027929     MOVE AN-EXPIRATION-DATE TO DC-EXPIRATION-DATE                02792901
027940     MOVE AN-PO-NUMBER TO DC-PO-NUMBER                            02794001
027945     MOVE 'YES' TO WS-NOTICED-PRICE                               02794501
027951     .                                                            02795101
027962                                                                  02796201
028000*****************************************************             02800001
028100*   ORDERED LINES WITH NO RECEIPT AT ALL ARE        *             02810001
028200*   REPORTED AS SHORT SHIPPED IN FULL               *             02820001
030400     END-IF                                                       03040001
030500     .                                                            03050001
030600                                                                  03060001
030601*****************************************************             02730221
030603*   AN OVERFLOWED TABLE NO LONGER HOLDS THE WHOLE   *             02730231
030605*   OPEN-ORDER FILE, SO REWRITING IT WOULD DESTROY  *             02730241
030607*   THE DROPPED LINES FOR GOOD - LEAVE THE FILE     *             02730251
030609*   UNTOUCHED AND LET THE RC 16 RAISE THE ALARM     *             02730261
030611*****************************************************             02730271
030613 550-REWRITE-OPEN-PO-FILE.                                        02730281
030615     IF WS-OPENPO-LOADED = 'YES'                                  02730291
030617         IF WS-PO-OVERFLOW = 'YES'                                02730301
030619             DISPLAY 'OPEN PO FILE LEFT UNCHANGED, '               02730311
030621                 'TABLE OVERFLOWED'                               02730321
030623         ELSE                                                     02730331
030625             OPEN OUTPUT OPEN-PO-FILE                             02730341
030626             PERFORM 560-WRITE-OPEN-PO-ENTRY                      02730351
030628               VARYING WS-PO-SUB FROM 1 BY 1                      02730361
030630               UNTIL WS-PO-SUB > WS-PO-COUNT                      02730371
030632             CLOSE OPEN-PO-FILE                                   02730381
030634         END-IF                                                   02730391
030636     END-IF                                                       02730401
030638     .                                                            02730411
030640                                                                  02730421
030642 560-WRITE-OPEN-PO-ENTRY.                                         02730431
030644     MOVE WS-TBL-OPEN-PO (WS-PO-SUB) TO OPEN-PO-REC               02730441
030646     WRITE OPEN-PO-REC                                            02730451
030648     .                                                            02730461
030650                                                                  03065001
030651 570-REWRITE-ASN-FILE.                                            03065101
030653     IF WS-ASN-LOADED = 'YES'                                     03065301
030655         IF WS-ASN-OVERFLOW = 'YES'                               03065501
030657             DISPLAY 'SHIP NOTICE FILE LEFT UNCHANGED, '          03065701
030659                 'TABLE OVERFLOWED'                               03065901
030661         ELSE                                                     03066101
030663             OPEN OUTPUT ASN-FILE                                 03066301
030665             PERFORM 580-WRITE-ASN-ENTRY                          03066501
030667               VARYING WS-ASN-SUB FROM 1 BY 1                     03066701
030669               UNTIL WS-ASN-SUB > WS-ASN-COUNT                    03066901
030671             CLOSE ASN-FILE                                       03067101
030673         END-IF                                                   03067301
030675     END-IF                                                       03067501
030676     .                                                            03067601
030678                                                                  03067801
030680 580-WRITE-ASN-ENTRY.                                             03068001
030682     MOVE WS-TBL-ASN (WS-ASN-SUB) TO ASN-REC                      03068201
030684     WRITE ASN-REC                                                03068401
030686     .                                                            03068601
030688                                                                  02730471
030690*****************************************************             03069001
030692*   PRINT THE QUEUED LINES LOWEST WALK SEQUENCE     *             03069201
030694*   FIRST, ONE PICK PER PASS OF THE TABLE           *             03069401
030696*****************************************************             03069601
030698 600-PRINT-PUTAWAY-LIST.                                          03069801
030700     MOVE WS-DATE-8 TO PH-RUN-DATE                                03070001
030701     WRITE PUTAWAY-PRINT-REC FROM WS-PUTAWAY-HEADING              03070101
030703       AFTER ADVANCING PAGE                                       03070301
030705     END-WRITE                                                    03070501
030707     WRITE PUTAWAY-PRINT-REC FROM WS-PUTAWAY-COLUMN-HEADING       03070701
030709       AFTER ADVANCING 2 LINES                                    03070901
030711     END-WRITE                                                    03071101
030713     PERFORM 610-PRINT-NEXT-PUTAWAY                               03071301
030715       VARYING WS-PUT-PASS FROM 1 BY 1                            03071501
030717       UNTIL WS-PUT-PASS > WS-PUT-COUNT                           03071701
030719     .                                                            03071901
030721                                                                  03072101
030723 610-PRINT-NEXT-PUTAWAY.                                          03072301
030725     MOVE ZERO TO WS-PUT-BEST-SUB                                 03072501
030726     PERFORM 620-FIND-LOWEST-WALK-SEQ                             03072601
030728       VARYING WS-PUT-SUB FROM 1 BY 1                             03072801
030730       UNTIL WS-PUT-SUB > WS-PUT-COUNT                            03073001
030732     MOVE WS-PUT-BEST-SUB TO WS-PUT-SUB                           03073201
030734     MOVE 'YES' TO PW-PRINTED (WS-PUT-SUB)                        03073401
030736     MOVE PW-WALK-SEQ (WS-PUT-SUB) TO PL-WALK-SEQ                 03073601
030738     MOVE PW-UNIT-CODE (WS-PUT-SUB) TO PL-UNIT-CODE               03073801
030740     MOVE PW-SHELF (WS-PUT-SUB) TO PL-SHELF                       03074001
030742     MOVE PW-BIN (WS-PUT-SUB) TO PL-BIN                           03074201
030744     MOVE PW-ITEM-NAME (WS-PUT-SUB) TO PL-ITEM-NAME               03074401
030746     MOVE PW-SUPPLIER-CODE (WS-PUT-SUB) TO PL-SUPPLIER-CODE       03074601
030748     MOVE PW-QTY (WS-PUT-SUB) TO PL-QTY                           03074801
030750     MOVE PW-EXPIRATION-DATE (WS-PUT-SUB) TO PL-EXPIRATION-DATE   03075001
030751     IF PW-LOCATED (WS-PUT-SUB) = 'YES'                           03075101
030753         MOVE SPACES TO PL-REMARK                                 03075301
030755     ELSE                                                         03075501
030757         MOVE ZERO TO PL-WALK-SEQ                                 03075701
030759         MOVE 'NO LOCATION ASSIGNED' TO PL-REMARK                 03075901
030761     END-IF                                                       03076101
030763     WRITE PUTAWAY-PRINT-REC FROM WS-PUTAWAY-LINE                 03076301
030765       AFTER ADVANCING 1 LINE                                     03076501
030767     END-WRITE                                                    03076701
030769     .                                                            03076901
030771                                                                  03077101
030773 620-FIND-LOWEST-WALK-SEQ.                                        03077301
030775     IF PW-PRINTED (WS-PUT-SUB) = 'NO'                            03077501
030776         IF WS-PUT-BEST-SUB = ZERO                                03077601
030778             MOVE WS-PUT-SUB TO WS-PUT-BEST-SUB                   03077801
030780         ELSE                                                     03078001
030782             IF PW-WALK-SEQ (WS-PUT-SUB) <                        03078201
030784                 PW-WALK-SEQ (WS-PUT-BEST-SUB)                    03078401
030786                 MOVE WS-PUT-SUB TO WS-PUT-BEST-SUB               03078601
030788             END-IF                                               03078801
030790         END-IF                                                   03079001
030792     END-IF                                                       03079201
030794     .                                                            03079401
030796                                                                  03079601
030798 700-PRINT-DISCREP-LINE.                                          03079801
030800     MOVE DC-ITEM-NAME TO DL-ITEM-NAME                            03080001
030900     MOVE DC-SUPPLIER-CODE TO DL-SUPPLIER-CODE                    03090001
031000     WRITE RECEIPT-PRINT-REC FROM WS-DISCREP-LINE                 03100001
031200     END-WRITE                                                    03120001
031300     ADD 1 TO WS-DISCREP-COUNT                                    03130001
031400     .                                                            03140001
031410                                                                  03141001
031420 705-PRINT-PO-DISCREP-LINE.                                       03142001
031430     MOVE DC-PO-NUMBER TO DL-ITEM-NAME                            03143001
031440     MOVE DC-SUPPLIER-CODE TO DL-SUPPLIER-CODE                    03144001
031450     WRITE RECEIPT-PRINT-REC FROM WS-DISCREP-LINE                 03145001
031460       AFTER ADVANCING 1 LINE                                     03146001
031470     END-WRITE                                                    03147001
031480     ADD 1 TO WS-DISCREP-COUNT                                    03148001
031490     .                                                            03149001
031500                                                                  03150001
034000 800-PRINT-HEADINGS.                                              03400001
034100     MOVE WS-DATE-8 TO RH-RUN-DATE                                03410001
034200     WRITE RECEIPT-PRINT-REC FROM WS-RECEIPT-HEADING              03420001
