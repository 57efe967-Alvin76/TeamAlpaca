001100*SUPPLIER MASTER SO NEITHER FILE NEEDS A HAND EDIT  *             00110001
001200*OF RAW RECORDS.  A DELETE IS REFUSED WHILE ANY     *             00120001
001300*FRIDGE RECORD STILL CARRIES THE CODE, BECAUSE      *             00130001
001333*ORPHANED CODES ARE WHAT FLOODS THE REJECT FILE.    *             00133301
001366*ONLY AN OPERATOR HOLDING REFERENCE-DATA AUTHORITY  *             00136601
001399*ON THE OPERATOR AUTHORITY FILE MAY FILE THE RUN;   *             00139901
001432*ANY OTHER HAS EVERY TRANSACTION REJECTED AND       *             00143201
001449*LOGGED AS A REFUSED ATTEMPT.  A SUPPLIER LINE MAY  *             00144941
001466*NAME THE CURRENCY THE SUPPLIER INVOICES IN; BLANK  *             00146641
001483*MEANS DOMESTIC DOLLARS                             *             00148341
001500*****************************************************             00150001
001600                                                                  00160001
001700 ENVIRONMENT DIVISION.                                            00170001
004230         ACCESS MODE IS RANDOM                                    00423001
004240         RECORD KEY IS GM-CATEGORY-CODE                           00424001
004250         FILE STATUS IS WS-GLMAP-STATUS.                          00425001
004253     SELECT COLD-UNIT-MASTER       ASSIGN TO MYCOLDUN             00425301
004256         ORGANIZATION IS INDEXED                                  00425601
004259         ACCESS MODE IS RANDOM                                    00425901
004262         RECORD KEY IS CU-UNIT-CODE                               00426201
004265         FILE STATUS IS WS-COLDUN-STATUS.                         00426501
004268     SELECT ITEM-LOCATION-FILE     ASSIGN TO MYITMLOC             00426801
004271         ORGANIZATION IS INDEXED                                  00427101
004274         ACCESS MODE IS DYNAMIC                                   00427401
004277         RECORD KEY IS IL-ITEM-NAME                               00427701
004280         ALTERNATE RECORD KEY IS IL-UNIT-CODE                     00428001
004283             WITH DUPLICATES                                      00428301
004284         ALTERNATE RECORD KEY IS IL-WALK-SEQ                      00428401
004285             WITH DUPLICATES                                      00428501
004286         FILE STATUS IS WS-ITMLOC-STATUS.                         00428601
004287     SELECT ALLERGEN-MASTER        ASSIGN TO MYALRGMS             00428701
004288         ORGANIZATION IS INDEXED                                  00428801
004289         ACCESS MODE IS RANDOM                                    00428901
004290         RECORD KEY IS AG-ALLERGEN-CODE                           00429001
004291         FILE STATUS IS WS-ALRGMS-STATUS.                         00429101
004292     SELECT ITEM-ALLERGEN-FILE     ASSIGN TO MYITMALG             00429201
004293         ORGANIZATION IS INDEXED                                  00429301
004294         ACCESS MODE IS DYNAMIC                                   00429401
004295         RECORD KEY IS IA-ITEM-NAME                               00429501
004296         FILE STATUS IS WS-ITMALG-STATUS.                         00429601
004300     SELECT TRANSACTION-FILE       ASSIGN TO MYREFTX.             00430001
004400     SELECT REF-LOG-FILE           ASSIGN TO MYREFLOG.            00440001
004500     SELECT REF-REJECT-FILE        ASSIGN TO MYREFREJ.            00450001
005900                                                                  00590001
005910 FD  GL-MAP-MASTER.                                               00591001
005920     COPY GLMAP.                                                  00592001
005921                                                                  00592101
005922 FD  COLD-UNIT-MASTER.                                            00592201
005923     COPY COLDUNIT.                                               00592301
005924                                                                  00592401
005925 FD  ITEM-LOCATION-FILE.                                          00592501
005926     COPY ITEMLOC.                                                00592601
005935                                                                  00593501
005944 FD  ALLERGEN-MASTER.                                             00594401
005953     COPY ALRGMST.                                                00595301
005963                                                                  00596301
005972 FD  ITEM-ALLERGEN-FILE.                                          00597201
005981     COPY ITEMALG.                                                00598101
005990                                                                  00599001
006000 FD  TRANSACTION-FILE                                             00600001
006100     RECORDING MODE IS F.                                         00610001
006200 01  REF-TRANSACTION-REC.                                         00620001
006740     10  RT-LEAD-TIME-DAYS         PIC 9(03).                     00674021
006750     10  RT-DELIVERY-DAYS          PIC X(07).                     00675021
006760     10  RT-ORDER-CUTOFF           PIC 9(04).                     00676021
006780*        SAFE RANGE AND EXCURSION LIMIT FOR A COLD-               00678001
006800*        STORAGE UNIT (MASTER TYPE U)                             00680001
006806     10  RT-UNIT-LIMITS.                                          00680601
006812         15  RT-MIN-TEMP           PIC S9(03)V9.                  00681201
006818         15  RT-MAX-TEMP           PIC S9(03)V9.                  00681801
006824         15  RT-EXCURSION-LIMIT    PIC 9(02).                     00682401
006830*        PAYMENT TERMS FOR A SUPPLIER (MASTER TYPE S)             00683001
006836*        SHARE THE COLD-STORAGE UNIT COLUMNS                      00683601
006842     10  RT-PAYMENT-TERMS REDEFINES RT-UNIT-LIMITS.               00684201
006848         15  RT-DISCOUNT-PCT       PIC 9V99.                      00684801
006854         15  RT-DISCOUNT-DAYS      PIC 9(03).                     00685401
006860         15  RT-NET-DAYS           PIC 9(03).                     00686001
006866         15  FILLER                PIC X(01).                     00686601
006874*        INVOICING CURRENCY FOR A SUPPLIER (MASTER                00687441
006882*        TYPE S); BLANK FOR DOMESTIC DOLLARS                      00688241
006890     10  RT-CURRENCY-CODE          PIC X(03).                     00689041
006900                                                                  00690001
007000 FD  REF-LOG-FILE                                                 00700001
007100     RECORDING MODE IS F.                                         00710001
010100     10  WS-CATMST-STATUS          PIC X(02) VALUE SPACES.        01010001
010200     10  WS-SUPMST-STATUS          PIC X(02) VALUE SPACES.        01020001
010210     10  WS-GLMAP-STATUS           PIC X(02) VALUE SPACES.        01021001
010240     10  WS-COLDUN-STATUS          PIC X(02) VALUE SPACES.        01024001
010270     10  WS-ITMLOC-STATUS          PIC X(02) VALUE SPACES.        01027001
010280     10  WS-ALRGMS-STATUS          PIC X(02) VALUE SPACES.        01028001
010290     10  WS-ITMALG-STATUS          PIC X(02) VALUE SPACES.        01029001
010300                                                                  01030001
010400 01  WS-SITE-CONTROL.                                             01040001
010500     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    01050001
010905*****************************************************             01090501
010906 01  WS-OPERATOR-CONTROL.                                         01090601
010907     10  WS-OPERATOR-ID           PIC X(08) VALUE 'UNKNOWN'.      01090701
010914                                                                  01091401
010921 01  WS-AUTHORITY-CONTROL.                                        01092101
010928     10  WS-RUN-AUTHORIZED        PIC X(03) VALUE 'NO'.           01092801
010935     10  WS-REFUSED-REASON        PIC X(30) VALUE SPACES.         01093501
010942     10  WS-SAVED-RETURN-CODE     PIC S9(04) COMP VALUE ZERO.     01094201
010949                                                                  01094901
010957     COPY OPAUTHP.                                                01095701
010964                                                                  01096401
010971 01  WS-REFD-PARM-CARD.                                           01097101
010978     10  PC-OPERATOR-ID           PIC X(08).                      01097801
010985     10  FILLER                   PIC X(72).                      01098501
010992                                                                  01099201
011000 01  WS-REFERENCE-SCAN.                                           01100001
011100     10  WS-CODE-IN-USE            PIC X(03) VALUE 'NO'.          01110001
011200     10  WS-ITMLOC-LOADED          PIC X(03) VALUE 'NO'.          01120001
011225     10  WS-ITMALG-LOADED          PIC X(03) VALUE 'NO'.          01122501
011250     10  WS-PROFILE-EOF            PIC X(03) VALUE 'NO'.          01125001
011275     10  WS-ALLERGEN-SUB           PIC S9(04) COMP VALUE ZERO.    01127501
011300                                                                  01130001
011400 PROCEDURE DIVISION.                                              01140001
011500                                                                  01150001
012700     IF WS-SUPMST-STATUS NOT = '00'                               01270001
012800         DISPLAY 'SUPPLIER MASTER OPEN FAILED, STATUS = '         01280001
012900             WS-SUPMST-STATUS                                     01290001
012903         MOVE 16 TO RETURN-CODE                                   01290301
012906     END-IF                                                       01290601
012910*    THE GL MAP IS CREATED EMPTY BY ITS DEFINE JOB,              01291001
012920*    SO A FAILED OPEN HERE MEANS REAL TROUBLE JUST               01292001
012930*    AS IT DOES FOR THE OTHER TWO MASTERS                        01293001
012970             WS-GLMAP-STATUS                                      01297001
012980         MOVE 16 TO RETURN-CODE                                   01298001
012990     END-IF                                                       01299001
013020     OPEN I-O COLD-UNIT-MASTER                                    01302001
013050     IF WS-COLDUN-STATUS NOT = '00'                               01305001
013080         DISPLAY 'COLD UNIT MASTER OPEN FAILED, STATUS = '        01308001
013110             WS-COLDUN-STATUS                                     01311001
013140         MOVE 16 TO RETURN-CODE                                   01314001
013170     END-IF                                                       01317001
013174     OPEN I-O ALLERGEN-MASTER                                     01317401
013178     IF WS-ALRGMS-STATUS NOT = '00'                               01317801
013182         DISPLAY 'ALLERGEN MASTER OPEN FAILED, STATUS = '         01318201
013186             WS-ALRGMS-STATUS                                     01318601
013190         MOVE 16 TO RETURN-CODE                                   01319001
013194     END-IF                                                       01319401
013200     OPEN INPUT FRIDGE                                            01320001
013300     IF WS-FRIDGE-STATUS NOT = '00'                               01330001
013400         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  01340001
014200         OPEN OUTPUT REF-LOG-FILE                                 01420001
014300         OPEN OUTPUT REF-REJECT-FILE                              01430001
014310         PERFORM 105-GET-OPERATOR-PARM                            01431001
014332         PERFORM 106-CHECK-OPERATOR-AUTHORITY                     01433201
014355         PERFORM 107-OPEN-ITEM-LOCATION                           01435501
014377         PERFORM 108-OPEN-ITEM-ALLERGEN                           01437701
014400         PERFORM 850-GET-DATE                                     01440001
014500         PERFORM 100-READ-TRANSACTION                             01450001
014600         PERFORM 150-PROCESS-TRANSACTION                          01460001
014700           UNTIL EOF-FLAG = 'YES'                                 01470001
014800         CLOSE FRIDGE CATEGORY-MASTER SUPPLIER-MASTER             01480001
014900           TRANSACTION-FILE REF-LOG-FILE REF-REJECT-FILE          01490001
014920           GL-MAP-MASTER COLD-UNIT-MASTER ALLERGEN-MASTER         01492001
014940         IF WS-ITMLOC-LOADED = 'YES'                              01494001
014960             CLOSE ITEM-LOCATION-FILE                             01496001
014965         END-IF                                                   01496501
014970         IF WS-ITMALG-LOADED = 'YES'                              01497001
014975             CLOSE ITEM-ALLERGEN-FILE                             01497501
014980         END-IF                                                   01498001
015000     END-IF                                                       01500001
015100     GOBACK                                                       01510001
015200     .                                                            01520001
016300     END-IF                                                       01630001
016310     IF WS-GLMAP-STATUS = '00'                                    01631001
016320         CLOSE GL-MAP-MASTER                                      01632001
016322     END-IF                                                       01632201
016324     IF WS-COLDUN-STATUS = '00'                                   01632401
016326         CLOSE COLD-UNIT-MASTER                                   01632601
016327     END-IF                                                       01632701
016328     IF WS-ALRGMS-STATUS = '00'                                   01632801
016329         CLOSE ALLERGEN-MASTER                                    01632901
016330     END-IF                                                       01633001
016400     .                                                            01640001
016500                                                                  01650001
018100                 PERFORM 300-APPLY-SUPPLIER-TX                    01810001
018110             WHEN 'G'                                             01811011
018120                 PERFORM 400-APPLY-GLMAP-TX                       01812011
018146             WHEN 'U'                                             01814601
018172                 PERFORM 500-APPLY-COLD-UNIT-TX                   01817201
018181             WHEN 'A'                                             01818101
018190                 PERFORM 700-APPLY-ALLERGEN-TX                    01819001
018200         END-EVALUATE                                             01820011
018300     ELSE                                                         01830001
018400         PERFORM 160-REJECT-TRANSACTION                           01840001
020000         MOVE 'INVALID ACTION CODE' TO WS-TX-REJECT-REASON        02000001
020100     END-IF                                                       02010001
020200     IF RT-MASTER-TYPE NOT = 'C' AND RT-MASTER-TYPE NOT = 'S'     02020001
020250         AND RT-MASTER-TYPE NOT = 'G' AND RT-MASTER-TYPE NOT = 'U'02025001
020275         AND RT-MASTER-TYPE NOT = 'A'                             02027501
020300         AND WS-TX-VALID = 'YES'                                  02030001
020400         MOVE 'NO' TO WS-TX-VALID                                 02040001
020500         MOVE 'INVALID MASTER TYPE' TO WS-TX-REJECT-REASON        02050001
020600     END-IF                                                       02060001
020601     IF RT-MASTER-TYPE = 'A'                                      02060101
020602         AND RT-KEY-CODE (5:6) NOT = SPACES                       02060201
020603         AND WS-TX-VALID = 'YES'                                  02060301
020604         MOVE 'NO' TO WS-TX-VALID                                 02060401
020605         MOVE 'ALLERGEN CODE OVER 4 BYTES' TO                     02060501
020606             WS-TX-REJECT-REASON                                  02060601
020607     END-IF                                                       02060701
020610     IF RT-MASTER-TYPE = 'G'                                      02061011
020620         AND RT-ACTION-CODE NOT = 'D'                             02062011
020630         AND RT-GL-ACCOUNT = SPACES                               02063011
020650         MOVE 'NO' TO WS-TX-VALID                                 02065011
020660         MOVE 'BLANK GL ACCOUNT' TO WS-TX-REJECT-REASON           02066011
020670     END-IF                                                       02067011
020672     IF RT-MASTER-TYPE = 'U'                                      02067201
020674         AND RT-ACTION-CODE NOT = 'D'                             02067401
020676         AND (RT-MIN-TEMP NOT NUMERIC OR RT-MAX-TEMP NOT NUMERIC) 02067601
020678         AND WS-TX-VALID = 'YES'                                  02067801
020680         MOVE 'NO' TO WS-TX-VALID                                 02068001
020682         MOVE 'INVALID SAFE TEMPERATURE' TO WS-TX-REJECT-REASON   02068201
020684     END-IF                                                       02068401
020686     IF RT-MASTER-TYPE = 'U'                                      02068601
020688         AND RT-ACTION-CODE NOT = 'D'                             02068801
020690         AND WS-TX-VALID = 'YES'                                  02069001
020692         AND RT-MIN-TEMP NOT < RT-MAX-TEMP                        02069201
020694         MOVE 'NO' TO WS-TX-VALID                                 02069401
020696         MOVE 'MINIMUM NOT BELOW MAXIMUM' TO WS-TX-REJECT-REASON  02069601
020698     END-IF                                                       02069801
020700     IF RT-MASTER-TYPE = 'S'                                      02070001
020800         AND RT-ACTION-CODE NOT = 'D'                             02080001
020900         AND RT-PRICE NOT NUMERIC                                 02090001
021100         MOVE 'NO' TO WS-TX-VALID                                 02110001
021200         MOVE 'INVALID PRICE' TO WS-TX-REJECT-REASON              02120001
021300     END-IF                                                       02130001
021304     IF RT-MASTER-TYPE = 'S'                                      02130401
021308         AND RT-ACTION-CODE NOT = 'D'                             02130801
021312         AND RT-DISCOUNT-PCT NUMERIC                              02131201
021316         AND RT-DISCOUNT-PCT > ZERO                               02131601
021320         AND (RT-DISCOUNT-DAYS NOT NUMERIC                        02132001
021324              OR RT-DISCOUNT-DAYS = ZERO)                         02132401
021328         AND WS-TX-VALID = 'YES'                                  02132801
021332         MOVE 'NO' TO WS-TX-VALID                                 02133201
021336         MOVE 'DISCOUNT DAYS REQUIRED' TO WS-TX-REJECT-REASON     02133601
021340     END-IF                                                       02134001
021344     IF RT-MASTER-TYPE = 'S'                                      02134401
021348         AND RT-ACTION-CODE NOT = 'D'                             02134801
021352         AND RT-DISCOUNT-DAYS NUMERIC                             02135201
021356         AND RT-NET-DAYS NUMERIC                                  02135601
021360         AND RT-NET-DAYS > ZERO                                   02136001
021364         AND RT-NET-DAYS < RT-DISCOUNT-DAYS                       02136401
021368         AND WS-TX-VALID = 'YES'                                  02136801
021372         MOVE 'NO' TO WS-TX-VALID                                 02137201
021374         MOVE 'NET DAYS BEFORE DISCOUNT DAYS' TO                  02137401
021376             WS-TX-REJECT-REASON                                  02137601
021380     END-IF                                                       02138001
021382     IF RT-MASTER-TYPE = 'S'                                      02138241
021384         AND RT-ACTION-CODE NOT = 'D'                             02138441
021386         AND RT-CURRENCY-CODE NOT = SPACES                        02138641
021388         AND RT-CURRENCY-CODE NOT ALPHABETIC                      02138841
021390         AND WS-TX-VALID = 'YES'                                  02139041
021392         MOVE 'NO' TO WS-TX-VALID                                 02139241
021394         MOVE 'INVALID CURRENCY CODE' TO WS-TX-REJECT-REASON      02139441
021396     END-IF                                                       02139641
021400     IF RT-ACTION-CODE NOT = 'D'                                  02140001
021500         AND RT-DESC = SPACES                                     02150001
021600         AND WS-TX-VALID = 'YES'                                  02160001
021700         MOVE 'NO' TO WS-TX-VALID                                 02170001
021800         MOVE 'BLANK DESCRIPTION' TO WS-TX-REJECT-REASON          02180001
021900     END-IF                                                       02190001
021916     IF WS-RUN-AUTHORIZED = 'NO'                                  02191601
021932         MOVE 'NO' TO WS-TX-VALID                                 02193201
021948         MOVE WS-REFUSED-REASON TO WS-TX-REJECT-REASON            02194801
021964         PERFORM 165-LOG-REFUSED-ATTEMPT                          02196401
021980     END-IF                                                       02198001
022000     .                                                            02200001
022100                                                                  02210001
022200*****************************************************             02220001
032200     .                                                            03220001
032210                                                                  03221001
032220*****************************************************             03222001
032222*   CASE PACK AND MINIMUM ORDER RIDE ON THE SAME    *             03222202
032225*   TRANSACTION; BLANK COLUMNS LEAVE THEM AT ZERO   *             03222503
032227*****************************************************             03222704
032230 340-SET-SUPPLIER-PACKING.                                        03223001
032240     IF RT-CASE-PACK NUMERIC                                      03224001
032250         MOVE RT-CASE-PACK TO SM-CASE-PACK                        03225001
032293         MOVE ZERO TO SM-MIN-ORDER-QTY                            03229301
032294     END-IF                                                       03229401
032295*    THE DELIVERY CALENDAR, CUTOFF AND LEAD TIME                 03229511
032297*    RIDE ON THE SAME TRANSACTION; BLANK COLUMNS                 03229521
032300*    LEAVE A SUPPLIER ON ANY-DAY FLAT-WEEK TERMS                 03229531
032302     IF RT-LEAD-TIME-DAYS NUMERIC                                 03230211
032305         MOVE RT-LEAD-TIME-DAYS TO SM-LEAD-TIME-DAYS              03230521
032308     ELSE                                                         03230831
032310         MOVE ZERO TO SM-LEAD-TIME-DAYS                           03231041
032313     END-IF                                                       03231351
032316     MOVE RT-DELIVERY-DAYS TO SM-DELIVERY-DAYS                    03231611
032318     IF RT-ORDER-CUTOFF NUMERIC                                   03231811
032321         MOVE RT-ORDER-CUTOFF TO SM-ORDER-CUTOFF                  03232121
032323     ELSE                                                         03232331
032326         MOVE ZERO TO SM-ORDER-CUTOFF                             03232641
032329     END-IF                                                       03232951
032331*    PAYMENT TERMS: BLANK COLUMNS LEAVE NO CASH                   03233161
032334*    DISCOUNT AND THE DEFAULT NET TERMS                           03233462
032337     IF RT-DISCOUNT-PCT NUMERIC                                   03233763
032339         MOVE RT-DISCOUNT-PCT TO SM-DISCOUNT-PCT                  03233964
032342     ELSE                                                         03234265
032344         MOVE ZERO TO SM-DISCOUNT-PCT                             03234466
032347     END-IF                                                       03234767
032350     IF RT-DISCOUNT-DAYS NUMERIC                                  03235068
032352         MOVE RT-DISCOUNT-DAYS TO SM-DISCOUNT-DAYS                03235269
032355     ELSE                                                         03235570
032358         MOVE ZERO TO SM-DISCOUNT-DAYS                            03235871
032360     END-IF                                                       03236072
032363     IF RT-NET-DAYS NUMERIC                                       03236373
032365         MOVE RT-NET-DAYS TO SM-NET-DAYS                          03236574
032368     ELSE                                                         03236875
032371         MOVE ZERO TO SM-NET-DAYS                                 03237176
032373     END-IF                                                       03237378
032376*    INVOICING CURRENCY: BLANK OR USD BOTH MEAN                   03237679
032379*    DOMESTIC DOLLARS AND ARE HELD AS BLANK                       03237980
032381     IF RT-CURRENCY-CODE = 'USD'                                  03238181
032384         MOVE SPACES TO SM-CURRENCY-CODE                          03238482
032386     ELSE                                                         03238683
032389         MOVE RT-CURRENCY-CODE TO SM-CURRENCY-CODE                03238984
032392     END-IF                                                       03239277
032394     .                                                            03239401
032397                                                                  03239701
032400 330-DELETE-SUPPLIER.                                             03240001
032500     READ SUPPLIER-MASTER                                         03250001
032600         INVALID KEY                                              03260001
034194     END-READ                                                     03419401
034195     .                                                            03419501
034196                                                                  03419601
034198*****************************************************             03419801
034200*   COLD-STORAGE UNIT MASTER ADD/CHANGE/DELETE.  A  *             03420001
034201*   UNIT IS NOT DELETED WHILE THE ITEM LOCATION     *             03420101
034202*   FILE STILL ASSIGNS ANY ITEM TO IT               *             03420201
034203*****************************************************             03420301
034204 500-APPLY-COLD-UNIT-TX.                                          03420401
034205     MOVE RT-KEY-CODE TO CU-UNIT-CODE                             03420501
034206     EVALUATE RT-ACTION-CODE                                      03420601
034207         WHEN 'A'                                                 03420701
034208             PERFORM 510-ADD-COLD-UNIT                            03420801
034209         WHEN 'C'                                                 03420901
034210             PERFORM 520-CHANGE-COLD-UNIT                         03421001
034211         WHEN 'D'                                                 03421101
034212             PERFORM 530-DELETE-COLD-UNIT                         03421201
034213     END-EVALUATE                                                 03421301
034214     .                                                            03421401
034215                                                                  03421501
034216 510-ADD-COLD-UNIT.                                               03421601
034217     READ COLD-UNIT-MASTER                                        03421701
034218         INVALID KEY                                              03421801
034219             MOVE SPACES TO COLD-UNIT-REC                         03421901
034220             MOVE RT-KEY-CODE TO CU-UNIT-CODE                     03422001
034221             PERFORM 540-SET-COLD-UNIT-RANGE                      03422101
034222             WRITE COLD-UNIT-REC                                  03422201
034223             PERFORM 170-LOG-TRANSACTION                          03422301
034224         NOT INVALID KEY                                          03422401
034225             MOVE 'CODE ALREADY ON FILE' TO                       03422501
034226                 WS-TX-REJECT-REASON                              03422601
034227             PERFORM 160-REJECT-TRANSACTION                       03422701
034228     END-READ                                                     03422801
034229     .                                                            03422901
034230                                                                  03423001
034231 520-CHANGE-COLD-UNIT.                                            03423101
034232     READ COLD-UNIT-MASTER                                        03423201
034233         INVALID KEY                                              03423301
034234             MOVE 'CODE NOT ON FILE' TO WS-TX-REJECT-REASON       03423401
034235             PERFORM 160-REJECT-TRANSACTION                       03423501
034236         NOT INVALID KEY                                          03423601
034237             PERFORM 540-SET-COLD-UNIT-RANGE                      03423701
034238             REWRITE COLD-UNIT-REC                                03423801
034239             PERFORM 170-LOG-TRANSACTION                          03423901
034240     END-READ                                                     03424001
034241     .                                                            03424101
034242                                                                  03424201
034243 530-DELETE-COLD-UNIT.                                            03424301
034244     READ COLD-UNIT-MASTER                                        03424401
034245         INVALID KEY                                              03424501
034246             MOVE 'CODE NOT ON FILE' TO WS-TX-REJECT-REASON       03424601
034247             PERFORM 160-REJECT-TRANSACTION                       03424701
034248         NOT INVALID KEY                                          03424801
034249             PERFORM 610-SCAN-LOCATIONS-FOR-UNIT                  03424901
034250             IF WS-CODE-IN-USE = 'YES'                            03425001
034251                 MOVE 'ITEMS STILL STORED IN UNIT' TO             03425101
034252                     WS-TX-REJECT-REASON                          03425201
034253                 PERFORM 160-REJECT-TRANSACTION                   03425301
034254             ELSE                                                 03425401
034255                 DELETE COLD-UNIT-MASTER RECORD                   03425501
034256                 PERFORM 170-LOG-TRANSACTION                      03425601
034257             END-IF                                               03425701
034258     END-READ                                                     03425801
034259     .                                                            03425901
034260                                                                  03426001
034261 540-SET-COLD-UNIT-RANGE.                                         03426101
034262     MOVE RT-DESC TO CU-UNIT-DESC                                 03426201
034263     MOVE RT-MIN-TEMP TO CU-MIN-TEMP                              03426301
034264     MOVE RT-MAX-TEMP TO CU-MAX-TEMP                              03426401
034265     IF RT-EXCURSION-LIMIT NUMERIC                                03426501
034266         MOVE RT-EXCURSION-LIMIT TO CU-EXCURSION-LIMIT            03426601
034267     ELSE                                                         03426701
034268         MOVE ZERO TO CU-EXCURSION-LIMIT                          03426801
034269     END-IF                                                       03426901
034270     .                                                            03427001
034271                                                                  03427101
034272*****************************************************             03427201
034273*   WITHOUT THE ITEM LOCATION FILE NO ITEM CAN BE   *             03427301
034274*   ASSIGNED TO A UNIT, SO NOTHING BLOCKS A DELETE  *             03427401
034275*****************************************************             03427501
034276 107-OPEN-ITEM-LOCATION.                                          03427601
034277     OPEN INPUT ITEM-LOCATION-FILE                                03427701
034278     IF WS-ITMLOC-STATUS = '00'                                   03427801
034279         MOVE 'YES' TO WS-ITMLOC-LOADED                           03427901
034280     ELSE                                                         03428001
034281         DISPLAY 'ITEM LOCATION FILE NOT AVAILABLE, STATUS = '    03428101
034282             WS-ITMLOC-STATUS                                     03428201
034283     END-IF                                                       03428301
034284     .                                                            03428401
034285                                                                  03428501
034286 610-SCAN-LOCATIONS-FOR-UNIT.                                     03428601
034287     MOVE 'NO' TO WS-CODE-IN-USE                                  03428701
034288     IF WS-ITMLOC-LOADED = 'YES'                                  03428801
034289         MOVE RT-KEY-CODE TO IL-UNIT-CODE                         03428901
034290         START ITEM-LOCATION-FILE KEY IS = IL-UNIT-CODE           03429001
034291             INVALID KEY                                          03429101
034292                 CONTINUE                                         03429201
034293             NOT INVALID KEY                                      03429301
034294                 MOVE 'YES' TO WS-CODE-IN-USE                     03429401
034295         END-START                                                03429501
034296     END-IF                                                       03429601
034297     .                                                            03429701
034298                                                                  03429801
034299*****************************************************             03429901
034300*   REFUSE A DELETE WHILE ANY FRIDGE DETAIL RECORD  *             03430001
034400*   STILL REFERENCES THE CODE BEING REMOVED         *             03440001
034500*****************************************************             03450001
034780     END-IF                                                       03478011
034790     .                                                            03479011
034800                                                                  03480011
034826*****************************************************             03482601
034852*   ALLERGEN MASTER ADD/CHANGE/DELETE.  AN ALLERGEN *             03485201
034878*   IS NOT DELETED WHILE ANY ITEM ALLERGEN PROFILE  *             03487801
034904*   STILL DECLARES IT                               *             03490401
034930*****************************************************             03493001
034956 700-APPLY-ALLERGEN-TX.                                           03495601
034982     MOVE RT-KEY-CODE TO AG-ALLERGEN-CODE                         03498201
035008     EVALUATE RT-ACTION-CODE                                      03500801
035034         WHEN 'A'                                                 03503401
035060             PERFORM 710-ADD-ALLERGEN                             03506001
035086         WHEN 'C'                                                 03508601
035112             PERFORM 720-CHANGE-ALLERGEN                          03511201
035138         WHEN 'D'                                                 03513801
035164             PERFORM 730-DELETE-ALLERGEN                          03516401
035190     END-EVALUATE                                                 03519001
035216     .                                                            03521601
035242                                                                  03524201
035268 710-ADD-ALLERGEN.                                                03526801
035294     READ ALLERGEN-MASTER                                         03529401
035320         INVALID KEY                                              03532001
035346             MOVE SPACES TO ALLERGEN-MASTER-REC                   03534601
035372             MOVE RT-KEY-CODE TO AG-ALLERGEN-CODE                 03537201
035398             MOVE RT-DESC TO AG-ALLERGEN-DESC                     03539801
035424             MOVE WS-DATE-8 TO AG-CHANGE-DATE                     03542401
035450             WRITE ALLERGEN-MASTER-REC                            03545001
035476             PERFORM 170-LOG-TRANSACTION                          03547601
035502         NOT INVALID KEY                                          03550201
035528             MOVE 'CODE ALREADY ON FILE' TO                       03552801
035554                 WS-TX-REJECT-REASON                              03555401
035580             PERFORM 160-REJECT-TRANSACTION                       03558001
035606     END-READ                                                     03560601
035632     .                                                            03563201
035658                                                                  03565801
035684 720-CHANGE-ALLERGEN.                                             03568401
035710     READ ALLERGEN-MASTER                                         03571001
035736         INVALID KEY                                              03573601
035762             MOVE 'CODE NOT ON FILE' TO WS-TX-REJECT-REASON       03576201
035788             PERFORM 160-REJECT-TRANSACTION                       03578801
035814         NOT INVALID KEY                                          03581401
035840             MOVE RT-DESC TO AG-ALLERGEN-DESC                     03584001
035866             MOVE WS-DATE-8 TO AG-CHANGE-DATE                     03586601
035892             REWRITE ALLERGEN-MASTER-REC                          03589201
035918             PERFORM 170-LOG-TRANSACTION                          03591801
035944     END-READ                                                     03594401
035970     .                                                            03597001
035996                                                                  03599601
036022 730-DELETE-ALLERGEN.                                             03602201
036048     READ ALLERGEN-MASTER                                         03604801
036074         INVALID KEY                                              03607401
036100             MOVE 'CODE NOT ON FILE' TO WS-TX-REJECT-REASON       03610001
036126             PERFORM 160-REJECT-TRANSACTION                       03612601
036152         NOT INVALID KEY                                          03615201
036178             PERFORM 620-SCAN-PROFILES-FOR-ALLERGEN               03617801
036204             IF WS-CODE-IN-USE = 'YES'                            03620401
036230                 MOVE 'ALLERGEN STILL ON ITEM PROFILE' TO         03623001
036256                     WS-TX-REJECT-REASON                          03625601
036282                 PERFORM 160-REJECT-TRANSACTION                   03628201
036308             ELSE                                                 03630801
036334                 DELETE ALLERGEN-MASTER RECORD                    03633401
036360                 PERFORM 170-LOG-TRANSACTION                      03636001
036386             END-IF                                               03638601
036412     END-READ                                                     03641201
036438     .                                                            03643801
036464                                                                  03646401
036490*****************************************************             03649001
036516*   WITHOUT THE ITEM ALLERGEN FILE NO PROFILE CAN   *             03651601
036542*   DECLARE AN ALLERGEN, SO NOTHING BLOCKS A DELETE *             03654201
036568*****************************************************             03656801
036594 108-OPEN-ITEM-ALLERGEN.                                          03659401
036620     OPEN INPUT ITEM-ALLERGEN-FILE                                03662001
036646     IF WS-ITMALG-STATUS = '00'                                   03664601
036672         MOVE 'YES' TO WS-ITMALG-LOADED                           03667201
036698     ELSE                                                         03669801
036724         DISPLAY 'ITEM ALLERGEN FILE NOT AVAILABLE, STATUS = '    03672401
036750             WS-ITMALG-STATUS                                     03675001
036776     END-IF                                                       03677601
036802     .                                                            03680201
036828                                                                  03682801
036854*****************************************************             03685401
036880*   PROFILES ARE KEYED BY ITEM, SO FINDING ONE THAT *             03688001
036906*   DECLARES THE CODE MEANS READING THEM ALL        *             03690601
036932*****************************************************             03693201
036958 620-SCAN-PROFILES-FOR-ALLERGEN.                                  03695801
036984     MOVE 'NO' TO WS-CODE-IN-USE                                  03698401
037010     IF WS-ITMALG-LOADED = 'YES'                                  03701001
037036         MOVE 'NO' TO WS-PROFILE-EOF                              03703601
037062         MOVE LOW-VALUES TO IA-ITEM-NAME                          03706201
037088         START ITEM-ALLERGEN-FILE                                 03708801
037101             KEY IS NOT LESS THAN IA-ITEM-NAME                    03710101
037114             INVALID KEY                                          03711401
037140                 MOVE 'YES' TO WS-PROFILE-EOF                     03714001
037166         END-START                                                03716601
037192         PERFORM 625-READ-NEXT-PROFILE                            03719201
037218           UNTIL WS-PROFILE-EOF = 'YES'                           03721801
037244           OR WS-CODE-IN-USE = 'YES'                              03724401
037270     END-IF                                                       03727001
037296     .                                                            03729601
037322                                                                  03732201
037348 625-READ-NEXT-PROFILE.                                           03734801
037374     READ ITEM-ALLERGEN-FILE NEXT RECORD                          03737401
037400         AT END                                                   03740001
037426             MOVE 'YES' TO WS-PROFILE-EOF                         03742601
037452         NOT AT END                                               03745201
037478             PERFORM 627-CHECK-PROFILE-CODE                       03747801
037504               VARYING WS-ALLERGEN-SUB FROM 1 BY 1                03750401
037530               UNTIL WS-ALLERGEN-SUB > 14                         03753001
037556     END-READ                                                     03755601
037582     .                                                            03758201
037608                                                                  03760801
037634 627-CHECK-PROFILE-CODE.                                          03763401
037660     IF IA-ALLERGEN-CODE (WS-ALLERGEN-SUB) = RT-KEY-CODE (1:4)    03766001
037686         MOVE 'YES' TO WS-CODE-IN-USE                             03768601
037712     END-IF                                                       03771201
037738     .                                                            03773801
037764                                                                  03776401
037800 160-REJECT-TRANSACTION.                                          03780001
037900     MOVE RT-ACTION-CODE TO RR-ACTION-CODE                        03790001
038000     MOVE RT-MASTER-TYPE TO RR-MASTER-TYPE                        03800001
038400     ADD 1 TO WS-REJECT-COUNT                                     03840001
038500     .                                                            03850001
038600                                                                  03860001
038604*****************************************************             03860401
038608*   A REFUSED ATTEMPT GOES TO THE SHARED REFUSED-   *             03860801
038612*   UPDATE LOG UNDER THE MASTER TYPE AND KEY.  THE  *             03861201
038616*   CALL RESETS RETURN-CODE, SO THE RUN'S OWN CODE  *             03861601
038620*   IS PUT BACK, NO LOWER THAN 8                    *             03862001
038624*****************************************************             03862401
038628 165-LOG-REFUSED-ATTEMPT.                                         03862801
038632     MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE                     03863201
038636     MOVE 'R' TO AQ-FUNCTION                                      03863601
038640     MOVE 'REFDMNT' TO AQ-CALLER                                  03864001
038644     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        03864401
038648     MOVE 4 TO AQ-AUTHORITY                                       03864801
038652     MOVE SPACES TO AQ-SUBJECT                                    03865201
038656     MOVE RT-MASTER-TYPE TO AQ-SUBJECT (1:1)                      03865601
038660     MOVE RT-KEY-CODE TO AQ-SUBJECT (3:10)                        03866001
038664     MOVE WS-REFUSED-REASON TO AQ-REASON                          03866401
038668     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      03866801
038672     IF WS-SAVED-RETURN-CODE > 8                                  03867201
038676         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE                 03867601
038680     ELSE                                                         03868001
038684         MOVE 8 TO RETURN-CODE                                    03868401
038688     END-IF                                                       03868801
038692     .                                                            03869201
038696                                                                  03869601
038700 170-LOG-TRANSACTION.                                             03870001
038800     MOVE RT-ACTION-CODE TO RL-ACTION-CODE                        03880001
038900     MOVE RT-MASTER-TYPE TO RL-MASTER-TYPE                        03890001
039650     END-IF                                                       03965001
039660     .                                                            03966001
039670                                                                  03967001
039671 106-CHECK-OPERATOR-AUTHORITY.                                    03967101
039672     MOVE 'C' TO AQ-FUNCTION                                      03967201
039673     MOVE 'REFDMNT' TO AQ-CALLER                                  03967301
039674     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        03967401
039675     MOVE 4 TO AQ-AUTHORITY                                       03967501
039676     MOVE SPACES TO AQ-SUBJECT                                    03967601
039677     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      03967701
039678     IF AQ-RESULT = '00'                                          03967801
039679         MOVE 'YES' TO WS-RUN-AUTHORIZED                          03967901
039680     ELSE                                                         03968001
039681         MOVE 'NO' TO WS-RUN-AUTHORIZED                           03968101
039682         MOVE AQ-REASON TO WS-REFUSED-REASON                      03968201
039683         DISPLAY 'OPERATOR ' WS-OPERATOR-ID                       03968301
039684             ' NOT AUTHORIZED FOR REFERENCE DATA - ' AQ-REASON    03968401
039685         MOVE 8 TO RETURN-CODE                                    03968501
039686     END-IF                                                       03968601
039687     .                                                            03968701
039688                                                                  03968801
039700 850-GET-DATE.                                                    03970001
039800     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          03980001
039900     .                                                            03990001
