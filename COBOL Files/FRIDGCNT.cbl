001300*MYMAINTX LAYOUT SO THE MAINTENANCE RUN APPLIES THE *             00130001
001400*CORRECTIONS AS A CONTROLLED, LOGGED BATCH.         *             00140001
001500*UNCOUNTED ITEMS ON FILE AND COUNTED ITEMS NOT ON   *             00150001
001528*FILE EACH GET THEIR OWN EXCEPTION SECTION.  RUN    *             00152801
001556*WITH A SHEET CARD INSTEAD, IT PRINTS THE PRE-COUNT *             00155601
001584*SHEETS IN PHYSICAL WALK ORDER OFF THE ITEM         *             00158401
001612*LOCATION FILE, A NEW PAGE PER STORAGE UNIT, WITH   *             00161201
001640*THE BOOK QUANTITY LEFT OFF WHEN THE CARD ASKS FOR  *             00164001
001652*A BLIND COUNT.  EVERY ITEM COUNTED HAS ITS LAST    *             00165201
001664*COUNT DATE STAMPED ON THE CYCLE-COUNT SCHEDULE SO  *             00166401
001676*THE DAILY COUNT LIST MOVES IT ON TO ITS NEXT DUE   *             00167601
001688*DATE                                               *             00168801
001700*****************************************************             00170001
001800                                                                  00180001
001900 ENVIRONMENT DIVISION.                                            00190001
004100     SELECT ADJUST-TX-FILE         ASSIGN TO MYCNTADJ.            00410001
004110     SELECT SHRINK-HIST-FILE       ASSIGN TO MYSHRINK             00411001
004120         FILE STATUS IS WS-SHRINK-STATUS.                         00412001
004127     SELECT ITEM-LOCATION-FILE     ASSIGN TO MYITMLOC             00412701
004134         ORGANIZATION IS INDEXED                                  00413401
004141         ACCESS MODE IS DYNAMIC                                   00414101
004148         RECORD KEY IS IL-ITEM-NAME                               00414801
004155         ALTERNATE RECORD KEY IS IL-UNIT-CODE                     00415501
004162             WITH DUPLICATES                                      00416201
004169         ALTERNATE RECORD KEY IS IL-WALK-SEQ                      00416901
004176             WITH DUPLICATES                                      00417601
004183         FILE STATUS IS WS-ITMLOC-STATUS.                         00418301
004190     SELECT COUNT-SHEET-FILE       ASSIGN TO MYCNTSHT.            00419001
004191     SELECT CYCLE-SCHEDULE-FILE    ASSIGN TO MYCYCSCH             00419101
004192         ORGANIZATION IS INDEXED                                  00419201
004193         ACCESS MODE IS RANDOM                                    00419301
004194         RECORD KEY IS CC-ITEM-NAME                               00419401
004195         FILE STATUS IS WS-CYCSCH-STATUS.                         00419501
004200                                                                  00420001
004300 DATA DIVISION.                                                   00430001
004400 FILE SECTION.                                                    00440001
006710 FD  SHRINK-HIST-FILE                                             00671001
006720     RECORDING MODE IS F.                                         00672001
006730     COPY SHRNKHST.                                               00673001
006731                                                                  00673101
006732 FD  ITEM-LOCATION-FILE.                                          00673201
006733     COPY ITEMLOC.                                                00673301
006734                                                                  00673401
006735 FD  COUNT-SHEET-FILE                                             00673501
006736     RECORDING MODE IS F.                                         00673601
006737 01  COUNT-SHEET-REC.                                             00673701
006738     10  FILLER                    PIC X(132).                    00673801
006740                                                                  00674001
006755 FD  CYCLE-SCHEDULE-FILE.                                         00675501
006770     COPY CYCSCHD.                                                00677001
006785                                                                  00678501
006800 WORKING-STORAGE SECTION.                                         00680001
006900                                                                  00690001
007000 01  WS-COUNTERS-FLAGS.                                           00700001
008100 01  WS-VALIDATION-FLAGS.                                         00810001
008200     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        00820001
008210     10  WS-SHRINK-STATUS          PIC X(02) VALUE SPACES.        00821001
008255     10  WS-ITMLOC-STATUS          PIC X(02) VALUE SPACES.        00825501
008270     10  WS-CYCSCH-STATUS          PIC X(02) VALUE SPACES.        00827001
008285     10  WS-CYCSCH-LOADED          PIC X(03) VALUE 'NO'.          00828501
008300                                                                  00830001
008400 01  WS-SITE-CONTROL.                                             00840001
008500     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    00850001
008600                                                                  00860001
008700 01  WS-DATE-FIELDS.                                              00870001
008800     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          00880001
008850     10  WS-DATE-INT               PIC S9(07) VALUE ZERO.         00885001
008900                                                                  00890001
009000*****************************************************             00900001
009100*   ITEMS SEEN ON THE COUNT SHEETS, HELD SO THE     *             00910001
010000     10  WS-DOLLAR-VARIANCE        PIC S9(07)V99 VALUE ZERO.      01000001
010100     10  WS-ITEM-COUNTED           PIC X(03) VALUE 'NO'.          01010001
010200                                                                  01020001
010201*****************************************************             01020101
010202*   RUN-TIME PARAMETER CARD: 'SHEET' IN COLUMNS 1-5 *             01020201
010203*   PRINTS THE COUNT SHEETS INSTEAD OF RECONCILING  *             01020301
010204*   A COUNT; 'BLIND' IN COLUMNS 7-11 LEAVES THE     *             01020401
010205*   BOOK QUANTITY OFF THE SHEETS                    *             01020501
010206*****************************************************             01020601
010207 01  WS-COUNT-PARM-CARD.                                          01020701
010208     10  PC-COUNT-FUNCTION         PIC X(05).                     01020801
010209     10  FILLER                    PIC X(01).                     01020901
010210     10  PC-COUNT-OPTION           PIC X(05).                     01021001
010211     10  FILLER                    PIC X(69).                     01021101
010212                                                                  01021201
010213 01  WS-SHEET-CONTROL.                                            01021301
010214     10  WS-SHEET-RUN              PIC X(03) VALUE 'NO'.          01021401
010215     10  WS-BLIND-COUNT            PIC X(03) VALUE 'NO'.          01021501
010216     10  WS-SHEET-PREV-UNIT        PIC X(10) VALUE SPACES.        01021601
010217     10  WS-SHEET-LINE-COUNT       PIC 9(05) VALUE ZERO.          01021701
010218     10  WS-NO-LOCATION-COUNT      PIC 9(05) VALUE ZERO.          01021801
010219                                                                  01021901
010220 01  WS-SHEET-HEADING.                                            01022001
010221     10  FILLER                    PIC X(02) VALUE SPACES.        01022101
010222     10  FILLER                    PIC X(36) VALUE                01022201
010223         'PHYSICAL COUNT SHEET - WALK ORDER   '.                  01022301
010224     10  FILLER                    PIC X(06) VALUE 'DATE: '.      01022401
010225     10  CS-RUN-DATE               PIC 9(08).                     01022501
010226     10  FILLER                    PIC X(02) VALUE SPACES.        01022601
010227     10  CS-BLIND-LEGEND           PIC X(12) VALUE SPACES.        01022701
010228     10  FILLER                    PIC X(66) VALUE SPACES.        01022801
010229                                                                  01022901
010230 01  WS-SHEET-UNIT-HEADING.                                       01023001
010231     10  FILLER                    PIC X(02) VALUE SPACES.        01023101
010232     10  FILLER                    PIC X(14) VALUE                01023201
010233         'STORAGE UNIT: '.                                        01023301
010234     10  CS-HEAD-UNIT-CODE         PIC X(10).                     01023401
010235     10  FILLER                    PIC X(106) VALUE SPACES.       01023501
010236                                                                  01023601
010237 01  WS-SHEET-COLUMN-HEADING.                                     01023701
010238     10  FILLER                    PIC X(02) VALUE SPACES.        01023801
010239     10  FILLER                    PIC X(07) VALUE 'SEQ'.         01023901
010240     10  FILLER                    PIC X(06) VALUE 'SHELF'.       01024001
010241     10  FILLER                    PIC X(06) VALUE 'BIN'.         01024101
010242     10  FILLER                    PIC X(19) VALUE 'ITEM'.        01024201
010243     10  FILLER                    PIC X(12) VALUE 'CATEGORY'.    01024301
010244     10  FILLER                    PIC X(09) VALUE 'BOOK'.        01024401
010245     10  FILLER                    PIC X(13) VALUE 'COUNTED'.     01024501
010246     10  FILLER                    PIC X(05) VALUE 'INIT'.        01024601
010247     10  FILLER                    PIC X(53) VALUE SPACES.        01024701
010248                                                                  01024801
010249 01  WS-SHEET-LINE.                                               01024901
010250     10  FILLER                    PIC X(02) VALUE SPACES.        01025001
010251     10  CS-WALK-SEQ               PIC ZZZZ9.                     01025101
010252     10  FILLER                    PIC X(02) VALUE SPACES.        01025201
010253     10  CS-SHELF                  PIC X(04).                     01025301
010254     10  FILLER                    PIC X(02) VALUE SPACES.        01025401
010255     10  CS-BIN                    PIC X(04).                     01025501
010256     10  FILLER                    PIC X(02) VALUE SPACES.        01025601
010257     10  CS-ITEM-NAME              PIC X(17).                     01025701
010258     10  FILLER                    PIC X(02) VALUE SPACES.        01025801
010259     10  CS-CATEGORY               PIC X(10).                     01025901
010260     10  FILLER                    PIC X(02) VALUE SPACES.        01026001
010261     10  CS-BOOK-AREA              PIC X(06).                     01026101
010262     10  CS-BOOK-UNITS REDEFINES CS-BOOK-AREA                     01026201
010263                                   PIC -ZZZZ9.                    01026301
010264     10  FILLER                    PIC X(03) VALUE SPACES.        01026401
010265     10  FILLER                    PIC X(10) VALUE '__________'.  01026501
010266     10  FILLER                    PIC X(03) VALUE SPACES.        01026601
010267     10  FILLER                    PIC X(05) VALUE '_____'.       01026701
010268     10  FILLER                    PIC X(53) VALUE SPACES.        01026801
010269                                                                  01026901
010270 01  WS-SHEET-TOTAL-LINE.                                         01027001
010271     10  FILLER                    PIC X(02) VALUE SPACES.        01027101
010272     10  CT-LABEL                  PIC X(30).                     01027201
010273     10  CT-COUNT                  PIC ZZ,ZZ9.                    01027301
010274     10  FILLER                    PIC X(94) VALUE SPACES.        01027401
010275                                                                  01027501
010300 01  WS-COUNT-HEADING.                                            01030001
010400     10  FILLER                    PIC X(02) VALUE SPACES.        01040001
010500     10  FILLER                    PIC X(36) VALUE                01050001
013500*****************************************************             01350001
013600*   MAIN PROGRAM ROUTINE                            *             01360001
013700*****************************************************             01370001
013733 010-START-HERE.                                                  01373301
013766     PERFORM 105-GET-COUNT-PARM                                   01376601
013799     IF WS-SHEET-RUN = 'YES'                                      01379901
013832         PERFORM 600-PRINT-COUNT-SHEETS                           01383201
013865     ELSE                                                         01386501
013900     OPEN INPUT FRIDGE                                            01390001
014000     IF WS-FRIDGE-STATUS NOT = '00'                               01400001
014100         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  01410001
014600         OPEN OUTPUT COUNT-PRINT-FILE                             01460001
014700         OPEN OUTPUT ADJUST-TX-FILE                               01470001
014710         PERFORM 104-OPEN-SHRINK-HIST                             01471001
014755         PERFORM 106-OPEN-CYCLE-SCHEDULE                          01475501
014800         PERFORM 850-GET-DATE                                     01480001
014900         PERFORM 800-PRINT-HEADINGS                               01490001
015000         MOVE 'COUNT VARIANCES' TO SH-SECTION-TITLE               01500001
015400           UNTIL EOF-FLAG = 'YES'                                 01540001
015500         PERFORM 500-REPORT-UNCOUNTED-ITEMS                       01550001
015600         CLOSE FRIDGE COUNT-FILE COUNT-PRINT-FILE                 01560001
015666           ADJUST-TX-FILE SHRINK-HIST-FILE                        01566601
015682         IF WS-CYCSCH-LOADED = 'YES'                              01568201
015698             CLOSE CYCLE-SCHEDULE-FILE                            01569801
015714         END-IF                                                   01571401
015732     END-IF                                                       01573201
015800     END-IF                                                       01580001
015900     GOBACK                                                       01590001
016000     .                                                            01600001
016168     OPEN EXTEND SHRINK-HIST-FILE                                 01616801
016169     .                                                            01616901
016170                                                                  01617001
016172*****************************************************             01617201
016174*   THE SCHEDULE IS BUILT BY THE ABC RUN; UNTIL IT  *             01617401
016176*   EXISTS THE RECONCILIATION RUNS WITHOUT IT       *             01617601
016178*****************************************************             01617801
016180 106-OPEN-CYCLE-SCHEDULE.                                         01618001
016182     OPEN I-O CYCLE-SCHEDULE-FILE                                 01618201
016184     IF WS-CYCSCH-STATUS = '00'                                   01618401
016186         MOVE 'YES' TO WS-CYCSCH-LOADED                           01618601
016188     ELSE                                                         01618801
016190         DISPLAY 'CYCLE SCHEDULE NOT AVAILABLE, STATUS = '        01619001
016192             WS-CYCSCH-STATUS                                     01619201
016194     END-IF                                                       01619401
016196     .                                                            01619601
016198                                                                  01619801
016200 100-READ-COUNT.                                                  01620001
016300     READ COUNT-FILE                                              01630001
016400         AT END                                                   01640001
017900                 PERFORM 300-REPORT-NOT-ON-FILE                   01790001
018000             NOT INVALID KEY                                      01800001
018100                 PERFORM 200-REPORT-COUNT-VARIANCE                01810001
018125                 IF WS-CYCSCH-LOADED = 'YES'                      01812501
018150                     PERFORM 270-STAMP-COUNT-SCHEDULE             01815001
018175                 END-IF                                           01817501
018200         END-READ                                                 01820001
018210     END-IF                                                       01821001
018300     PERFORM 100-READ-COUNT                                       01830001
021700*   CORRECTIONS GO THROUGH THE MAINTENANCE RUN AS   *             02170001
021800*   CHANGE TRANSACTIONS, NOT STRAIGHT ONTO THE FILE *             02180001
021900*****************************************************             02190001
021903*****************************************************             02190301
021906*   A COUNTED ITEM IS DUE AGAIN ONE CLASS INTERVAL  *             02190601
021909*   AFTER THE COUNT, VARIANCE OR NOT.  AN ITEM THE  *             02190901
021912*   ABC RUN HAS NOT SEEN YET IS LEFT FOR IT TO ADD  *             02191201
021915*****************************************************             02191501
021918 270-STAMP-COUNT-SCHEDULE.                                        02191801
021921     MOVE CN-ITEM-NAME TO CC-ITEM-NAME                            02192101
021924     READ CYCLE-SCHEDULE-FILE                                     02192401
021927         INVALID KEY                                              02192701
021930             CONTINUE                                             02193001
021933         NOT INVALID KEY                                          02193301
021936             IF CN-COUNT-DATE NUMERIC                             02193601
021939                 AND CN-COUNT-DATE > ZERO                         02193901
021942                 MOVE CN-COUNT-DATE TO CC-LAST-COUNT-DATE         02194201
021945             ELSE                                                 02194501
021948                 MOVE WS-DATE-8 TO CC-LAST-COUNT-DATE             02194801
021951             END-IF                                               02195101
021954             COMPUTE WS-DATE-INT =                                02195401
021957                 FUNCTION INTEGER-OF-DATE(CC-LAST-COUNT-DATE)     02195701
021960                 + CC-COUNT-INTERVAL                              02196001
021963             COMPUTE CC-NEXT-DUE-DATE =                           02196301
021966                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT)            02196601
021969             REWRITE CYCLE-SCHEDULE-REC                           02196901
021972                 INVALID KEY                                      02197201
021975                     DISPLAY 'SCHEDULE REWRITE FAILED FOR '       02197501
021978                         CC-ITEM-NAME                             02197801
021981             END-REWRITE                                          02198101
021984     END-READ                                                     02198401
021987     .                                                            02198701
021990                                                                  02199001
022000 250-WRITE-ADJUSTMENT-TX.                                         02200001
022100     MOVE SPACES TO TRANSACTION-REC                               02210001
022200     MOVE 'C' TO TX-ACTION-CODE                                   02220001
023040     IF FR-ORDER-UP-TO NUMERIC                                    02304001
023050         MOVE FR-ORDER-UP-TO TO TX-ORDER-UP-TO                    02305001
023060     END-IF                                                       02306001
023068     MOVE FR-ITEM-TYPE TO TX-ITEM-TYPE                            02306801
023076     IF FR-SHELF-LIFE-DAYS NUMERIC                                02307601
023084         MOVE FR-SHELF-LIFE-DAYS TO TX-SHELF-LIFE-DAYS            02308401
023092     END-IF                                                       02309201
023100     WRITE TRANSACTION-REC                                        02310001
023200     ADD 1 TO WS-ADJUST-COUNT                                     02320001
023300     .                                                            02330001
023400                                                                  02340001
023410 350-REPORT-BAD-COUNT-LINE.                                       02341001
023416     MOVE CN-ITEM-NAME TO VL-ITEM-NAME                            02341602
023423     MOVE ZERO TO VL-BOOK-UNITS                                   02342303
023430     MOVE ZERO TO VL-COUNTED-UNITS                                02343004
023437     MOVE ZERO TO VL-UNIT-VARIANCE                                02343705
023444     MOVE ZERO TO VL-DOLLAR-VARIANCE                              02344406
023451     MOVE CN-COUNTER-INITIALS TO VL-INITIALS                      02345107
023458     MOVE 'NON-NUMERIC COUNT IGNORED' TO                          02345808
023465         VL-REMARK                                                02346509
023472     PERFORM 700-PRINT-VARIANCE-LINE                              02347210
023479     ADD 1 TO WS-BAD-LINE-COUNT                                   02347911
023486     .                                                            02348612
023493                                                                  02349313
023500 300-REPORT-NOT-ON-FILE.                                          02350001
023600     MOVE CN-ITEM-NAME TO VL-ITEM-NAME                            02360001
023700     MOVE ZERO TO VL-BOOK-UNITS                                   02370001
031600       AFTER ADVANCING 2 LINES                                    03160001
031700     END-WRITE                                                    03170001
031800     .                                                            03180001
031801                                                                  03180101
031802 105-GET-COUNT-PARM.                                              03180201
031804     ACCEPT WS-COUNT-PARM-CARD FROM SYSIN                         03180401
031805     IF PC-COUNT-FUNCTION = 'SHEET'                               03180501
031807         MOVE 'YES' TO WS-SHEET-RUN                               03180701
031808     END-IF                                                       03180801
031809     IF PC-COUNT-OPTION = 'BLIND'                                 03180901
031811         MOVE 'YES' TO WS-BLIND-COUNT                             03181101
031812     END-IF                                                       03181201
031814     .                                                            03181401
031815                                                                  03181501
031816*****************************************************             03181601
031818*   PRE-COUNT SHEETS: EVERY LOCATED ITEM IN WALK    *             03181801
031819*   SEQUENCE, THEN EVERY ITEM ON FILE THAT HAS NO   *             03181901
031821*   LOCATION YET SO NOTHING GOES UNCOUNTED          *             03182101
031822*****************************************************             03182201
031823 600-PRINT-COUNT-SHEETS.                                          03182301
031825     OPEN INPUT FRIDGE                                            03182501
031826     IF WS-FRIDGE-STATUS NOT = '00'                               03182601
031828         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  03182801
031829             WS-FRIDGE-STATUS                                     03182901
031830         MOVE 16 TO RETURN-CODE                                   03183001
031832     END-IF                                                       03183201
031833     OPEN INPUT ITEM-LOCATION-FILE                                03183301
031835     IF WS-ITMLOC-STATUS NOT = '00'                               03183501
031836         DISPLAY 'ITEM LOCATION FILE OPEN FAILED, STATUS = '      03183601
031838             WS-ITMLOC-STATUS                                     03183801
031839         MOVE 16 TO RETURN-CODE                                   03183901
031840     END-IF                                                       03184001
031842     IF RETURN-CODE = 16                                          03184201
031843         IF WS-FRIDGE-STATUS = '00'                               03184301
031845             CLOSE FRIDGE                                         03184501
031846         END-IF                                                   03184601
031847         IF WS-ITMLOC-STATUS = '00'                               03184701
031849             CLOSE ITEM-LOCATION-FILE                             03184901
031850         END-IF                                                   03185001
031852     ELSE                                                         03185201
031853         OPEN OUTPUT COUNT-SHEET-FILE                             03185301
031854         PERFORM 850-GET-DATE                                     03185401
031856         PERFORM 680-PRINT-SHEET-HEADING                          03185601
031857         MOVE 'NO' TO WS-SCAN-EOF                                 03185701
031859         MOVE ZERO TO IL-WALK-SEQ                                 03185901
031860         START ITEM-LOCATION-FILE KEY IS NOT LESS THAN IL-WALK-SEQ03186001
031861             INVALID KEY                                          03186101
031863                 MOVE 'YES' TO WS-SCAN-EOF                        03186301
031864         END-START                                                03186401
031866         PERFORM 610-READ-NEXT-LOCATION                           03186601
031867           UNTIL WS-SCAN-EOF = 'YES'                              03186701
031869         PERFORM 650-LIST-UNLOCATED-ITEMS                         03186901
031870         PERFORM 670-PRINT-SHEET-TOTALS                           03187001
031871         CLOSE FRIDGE ITEM-LOCATION-FILE COUNT-SHEET-FILE         03187101
031873     END-IF                                                       03187301
031874     .                                                            03187401
031876                                                                  03187601
031877 610-READ-NEXT-LOCATION.                                          03187701
031878     READ ITEM-LOCATION-FILE NEXT RECORD                          03187801
031880         AT END                                                   03188001
031881             MOVE 'YES' TO WS-SCAN-EOF                            03188101
031883         NOT AT END                                               03188301
031884             MOVE IL-ITEM-NAME TO FR-ITEM-NAME                    03188401
031885             READ FRIDGE                                          03188501
031887                 INVALID KEY                                      03188701
031888                     CONTINUE                                     03188801
031890                 NOT INVALID KEY                                  03189001
031891                     IF FR-RECORD-TYPE = SPACES                   03189101
031892                         PERFORM 620-PRINT-LOCATED-ITEM           03189201
031894                     END-IF                                       03189401
031895             END-READ                                             03189501
031897     END-READ                                                     03189701
031898     .                                                            03189801
031900                                                                  03190001
031901*****************************************************             03190101
031902*   EACH STORAGE UNIT STARTS A FRESH PAGE SO THE    *             03190201
031903*   SHEETS CAN BE HANDED OUT ONE UNIT PER COUNTER   *             03190301
031904*****************************************************             03190401
031905 620-PRINT-LOCATED-ITEM.                                          03190501
031906     IF IL-UNIT-CODE NOT = WS-SHEET-PREV-UNIT                     03190601
031907         MOVE IL-UNIT-CODE TO WS-SHEET-PREV-UNIT                  03190701
031908         MOVE IL-UNIT-CODE TO CS-HEAD-UNIT-CODE                   03190801
031909         WRITE COUNT-SHEET-REC FROM WS-SHEET-UNIT-HEADING         03190901
031910           AFTER ADVANCING PAGE                                   03191001
031911         END-WRITE                                                03191101
031912         WRITE COUNT-SHEET-REC FROM WS-SHEET-COLUMN-HEADING       03191201
031913           AFTER ADVANCING 2 LINES                                03191301
031914         END-WRITE                                                03191401
031915     END-IF                                                       03191501
031916     MOVE IL-WALK-SEQ TO CS-WALK-SEQ                              03191601
031917     MOVE IL-SHELF TO CS-SHELF                                    03191701
031918     MOVE IL-BIN TO CS-BIN                                        03191801
031919     PERFORM 690-PRINT-SHEET-LINE                                 03191901
031920     .                                                            03192001
031921                                                                  03192101
031922 650-LIST-UNLOCATED-ITEMS.                                        03192201
031923     MOVE 'ITEMS WITH NO STORAGE LOCATION' TO SH-SECTION-TITLE    03192301
031924     WRITE COUNT-SHEET-REC FROM WS-SECTION-HEADING                03192401
031925       AFTER ADVANCING PAGE                                       03192501
031926     END-WRITE                                                    03192601
031927     WRITE COUNT-SHEET-REC FROM WS-SHEET-COLUMN-HEADING           03192701
031928       AFTER ADVANCING 2 LINES                                    03192801
031929     END-WRITE                                                    03192901
031930     MOVE 'NO' TO WS-SCAN-EOF                                     03193001
031931     MOVE LOW-VALUES TO FR-ITEM-NAME                              03193101
031932     START FRIDGE KEY IS NOT LESS THAN FR-ITEM-NAME               03193201
031933         INVALID KEY                                              03193301
031934             MOVE 'YES' TO WS-SCAN-EOF                            03193401
031935     END-START                                                    03193501
031936     PERFORM 660-CHECK-ITEM-LOCATED                               03193601
031937       UNTIL WS-SCAN-EOF = 'YES'                                  03193701
031938     .                                                            03193801
031939                                                                  03193901
031940 660-CHECK-ITEM-LOCATED.                                          03194001
031941     READ FRIDGE NEXT RECORD                                      03194101
031942         AT END                                                   03194201
031943             MOVE 'YES' TO WS-SCAN-EOF                            03194301
031944         NOT AT END                                               03194401
031945             IF FR-RECORD-TYPE = SPACES                           03194501
031946                 MOVE FR-ITEM-NAME TO IL-ITEM-NAME                03194601
031947                 READ ITEM-LOCATION-FILE                          03194701
031948                     INVALID KEY                                  03194801
031949                         MOVE ZERO TO CS-WALK-SEQ                 03194901
031950                         MOVE SPACES TO CS-SHELF                  03195001
031951                         MOVE SPACES TO CS-BIN                    03195101
031952                         PERFORM 690-PRINT-SHEET-LINE             03195201
031953                         ADD 1 TO WS-NO-LOCATION-COUNT            03195301
031954                 END-READ                                         03195401
031955             END-IF                                               03195501
031956     END-READ                                                     03195601
031957     .                                                            03195701
031958                                                                  03195801
031959 670-PRINT-SHEET-TOTALS.                                          03195901
031960     MOVE 'ITEMS ON COUNT SHEETS' TO CT-LABEL                     03196001
031961     MOVE WS-SHEET-LINE-COUNT TO CT-COUNT                         03196101
031962     WRITE COUNT-SHEET-REC FROM WS-SHEET-TOTAL-LINE               03196201
031963       AFTER ADVANCING 2 LINES                                    03196301
031964     END-WRITE                                                    03196401
031965     MOVE 'ITEMS WITH NO LOCATION' TO CT-LABEL                    03196501
031966     MOVE WS-NO-LOCATION-COUNT TO CT-COUNT                        03196601
031967     WRITE COUNT-SHEET-REC FROM WS-SHEET-TOTAL-LINE               03196701
031968       AFTER ADVANCING 1 LINE                                     03196801
031969     END-WRITE                                                    03196901
031970     .                                                            03197001
031971                                                                  03197101
031972 680-PRINT-SHEET-HEADING.                                         03197201
031973     MOVE WS-DATE-8 TO CS-RUN-DATE                                03197301
031974     IF WS-BLIND-COUNT = 'YES'                                    03197401
031975         MOVE 'BLIND COUNT' TO CS-BLIND-LEGEND                    03197501
031976     END-IF                                                       03197601
031977     WRITE COUNT-SHEET-REC FROM WS-SHEET-HEADING                  03197701
031978       AFTER ADVANCING PAGE                                       03197801
031979     END-WRITE                                                    03197901
031980     .                                                            03198001
031981                                                                  03198101
031982*****************************************************             03198201
031983*   A BLIND SHEET LEAVES THE BOOK COLUMN EMPTY SO   *             03198301
031984*   THE COUNTER CANNOT COPY THE SYSTEM FIGURE       *             03198401
031985*****************************************************             03198501
031986 690-PRINT-SHEET-LINE.                                            03198601
031987     MOVE FR-ITEM-NAME TO CS-ITEM-NAME                            03198701
031988     MOVE FR-CATEGORY TO CS-CATEGORY                              03198801
031989     IF WS-BLIND-COUNT = 'YES'                                    03198901
031990         MOVE SPACES TO CS-BOOK-AREA                              03199001
031991     ELSE                                                         03199101
031992         MOVE FR-UNITS TO CS-BOOK-UNITS                           03199201
031993     END-IF                                                       03199301
031994     WRITE COUNT-SHEET-REC FROM WS-SHEET-LINE                     03199401
031995       AFTER ADVANCING 1 LINE                                     03199501
031996     END-WRITE                                                    03199601
031997     ADD 1 TO WS-SHEET-LINE-COUNT                                 03199701
031998     .                                                            03199801
031999                                                                  03199901
032000 850-GET-DATE.                                                    03200001
032100     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          03210001
032200     .                                                            03220001
