001100*THE FRIDGE MASTER AND THE SUPPLIER'S NAME/PRICE ON *             00110001
001200*THE SUPPLIER MASTER, AND WRITES ONE FORMATTED      *             00120001
001300*PURCHASE-ORDER DOCUMENT PER SUPPLIER PLUS A        *             00130001
001328*MACHINE-READABLE ORDER FILE FOR TRANSMISSION.  AN  *             00132801
001356*ITEM WITH APPROVED SUPPLIERS ON THE ITEM-SUPPLIER  *             00135601
001384*CROSS-REFERENCE IS SOURCED FROM THE BEST OF THEM   *             00138401
001412*BY FILL RATE, LEAD TIME AND PRICE, AND THE         *             00141201
001440*PURCHASE-ORDER REGISTER SHOWS EVERY SUPPLIER       *             00144001
001447*PASSED OVER FOR A LINE AND WHY.  EACH CATEGORY'S   *             00144701
001454*MONTHLY PURCHASING BUDGET, LESS RECEIPTS TO DATE   *             00145401
001461*AND WHAT IS STILL OWED ON OPEN ORDERS, IS ITS      *             00146101
001468*OPEN-TO-BUY; A LINE THAT WOULD TAKE A CATEGORY     *             00146801
001475*PAST IT IS PARKED FOR BUYER APPROVAL INSTEAD OF    *             00147501
001482*BEING ORDERED, AND AN OPEN-TO-BUY STATUS REPORT    *             00148201
001486*PRINTS WITH EVERY RUN.  AN ITEM BEING PHASED OUT   *             00148601
001490*OR DISCONTINUED IS NEVER ORDERED, AND A LINE STILL *             00149001
001494*OPEN FOR IT ON THE OPEN-ORDER FILE IS CANCELLED    *             00149401
001500*****************************************************             00150001
001600                                                                  00160001
001700 ENVIRONMENT DIVISION.                                            00170001
004000     SELECT PO-XMIT-FILE           ASSIGN TO MYPOXMIT.            00400001
004010     SELECT OPEN-PO-FILE           ASSIGN TO MYOPENPO             00401001
004020         FILE STATUS IS WS-OPENPO-STATUS.                         00402001
004033     SELECT ITEM-UOM-FILE          ASSIGN TO MYITMUOM             00403301
004046         ORGANIZATION IS INDEXED                                  00404601
004059         ACCESS MODE IS RANDOM                                    00405901
004072         RECORD KEY IS UM-ITEM-NAME                               00407201
004074         FILE STATUS IS WS-ITMUOM-STATUS.                         00407401
004076     SELECT ITEM-SUPPLIER-FILE     ASSIGN TO MYITMSUP             00407601
004078         ORGANIZATION IS INDEXED                                  00407801
004080         ACCESS MODE IS DYNAMIC                                   00408001
004082         RECORD KEY IS IX-KEY                                     00408201
004084         FILE STATUS IS WS-ITMSUP-STATUS.                         00408401
004086     SELECT SUPPLIER-SCORE-FILE    ASSIGN TO MYSUPSCR             00408601
004088         FILE STATUS IS WS-SUPSCR-STATUS.                         00408801
004090     SELECT PO-REGISTER-FILE       ASSIGN TO MYPOREG.             00409001
004093     SELECT OPTIONAL BUDGET-FILE  ASSIGN TO MYBUDGET              00409301
004094         FILE STATUS IS WS-BUDGET-STATUS.                         00409401
004095     SELECT SUPPLIER-PERF-FILE     ASSIGN TO MYSUPHST             00409501
004096         FILE STATUS IS WS-SUPHST-STATUS.                         00409601
004097     SELECT PARKED-LINE-FILE       ASSIGN TO MYPOPARK             00409701
004098         FILE STATUS IS WS-POPARK-STATUS.                         00409801
004099     SELECT OTB-REPORT-FILE        ASSIGN TO MYOTBRPT.            00409901
004100                                                                  00410001
004200 DATA DIVISION.                                                   00420001
004300 FILE SECTION.                                                    00430001
006900     10  PX-EXTENDED-COST          PIC 9(07)V99.                  00690001
007000     10  PX-ORDER-DATE             PIC 9(08).                     00700001
007010     10  PX-PACK-COUNT             PIC 9(05).                     00701001
007073     10  PX-PURCH-UOM              PIC X(04).                     00707301
007136     10  FILLER                    PIC X(08).                     00713601
007200                                                                  00720001
007210 FD  OPEN-PO-FILE                                                 00721001
007220     RECORDING MODE IS F.                                         00722001
007230     COPY OPENPO.                                                 00723001
007232                                                                  00723201
007234 FD  ITEM-UOM-FILE.                                               00723401
007236     COPY ITEMUOM.                                                00723601
007238                                                                  00723801
007240 FD  ITEM-SUPPLIER-FILE.                                          00724001
007242     COPY ITEMSUP.                                                00724201
007244                                                                  00724401
007246 FD  SUPPLIER-SCORE-FILE                                          00724601
007248     RECORDING MODE IS F.                                         00724801
007250     COPY SUPSCR.                                                 00725001
007252                                                                  00725201
007254 FD  PO-REGISTER-FILE                                             00725401
007256     RECORDING MODE IS F.                                         00725601
007258 01  PO-REGISTER-REC.                                             00725801
007260     10  FILLER                    PIC X(132).                    00726001
007262                                                                  00726201
007264 FD  BUDGET-FILE                                                  00726401
007266     RECORDING MODE IS F.                                         00726601
007269     COPY BUDGREC.                                                00726901
007271                                                                  00727101
007273 FD  SUPPLIER-PERF-FILE                                           00727301
007275     RECORDING MODE IS F.                                         00727501
007277     COPY SUPHST.                                                 00727701
007279                                                                  00727901
007281 FD  PARKED-LINE-FILE                                             00728101
007283     RECORDING MODE IS F.                                         00728301
007285     COPY OTBPARK.                                                00728501
007287                                                                  00728701
007289 FD  OTB-REPORT-FILE                                              00728901
007291     RECORDING MODE IS F.                                         00729101
007293 01  OTB-REPORT-REC.                                              00729301
007295     10  FILLER                    PIC X(132).                    00729501
007297                                                                  00729701
007300 WORKING-STORAGE SECTION.                                         00730001
007400                                                                  00740001
007500 01  WS-COUNTERS-FLAGS.                                           00750001
007800     10  WS-REORDER-COUNT          PIC 9(03) VALUE ZERO.          00780001
007900     10  WS-ORDER-COUNT            PIC 9(03) VALUE ZERO.          00790001
008000     10  WS-SKIPPED-COUNT          PIC 9(03) VALUE ZERO.          00800001
008050     10  WS-PARKED-COUNT           PIC 9(03) VALUE ZERO.          00805001
008100     10  WS-SUB                    PIC S9(04) COMP VALUE ZERO.    00810001
008200                                                                  00820001
008300 01  WS-VALIDATION-FLAGS.                                         00830001
008400     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        00840001
008500     10  WS-SUPMST-STATUS          PIC X(02) VALUE SPACES.        00850001
008510     10  WS-OPENPO-STATUS          PIC X(02) VALUE SPACES.        00851001
008555     10  WS-ITMUOM-STATUS          PIC X(02) VALUE SPACES.        00855501
008570     10  WS-ITMSUP-STATUS          PIC X(02) VALUE SPACES.        00857001
008585     10  WS-SUPSCR-STATUS          PIC X(02) VALUE SPACES.        00858501
008588     10  WS-BUDGET-STATUS          PIC X(02) VALUE SPACES.        00858801
008591     10  WS-SUPHST-STATUS          PIC X(02) VALUE SPACES.        00859101
008594     10  WS-POPARK-STATUS          PIC X(02) VALUE SPACES.        00859401
008600                                                                  00860001
008700 01  WS-SITE-CONTROL.                                             00870001
008800     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    00880001
010000         15  WS-TBL-SUPPLIER       PIC X(06).                     01000001
010100         15  WS-TBL-ORDER-QTY      PIC S9(05)V99.                 01010001
010150         15  WS-TBL-PACKS          PIC S9(05).                    01015001
010168         15  WS-TBL-ORDERED        PIC X(03).                     01016801
010186         15  WS-TBL-PRICE          PIC S9(03)V99.                 01018601
010204         15  WS-TBL-SOURCE-NOTE    PIC X(20).                     01020401
010210         15  WS-TBL-CATEGORY       PIC X(10).                     01021001
010216         15  WS-TBL-APPROVED       PIC X(03).                     01021601
010222         15  WS-TBL-PASSED-COUNT   PIC S9(04) COMP.               01022201
010223         15  WS-TBL-PASSED OCCURS 5 TIMES.                        01022301
010224             20  WS-TBL-PASSED-SUPP    PIC X(06).                 01022401
010225             20  WS-TBL-PASSED-REASON  PIC X(30).                 01022501
010227                                                                  01022701
010228*****************************************************             01022801
010229*   OPEN-TO-BUY BY CATEGORY FOR THE CURRENT MONTH:  *             01022901
010231*   THE PURCHASING BUDGET, RECEIPTS TO DATE OFF THE *             01023101
010232*   SUPPLIER HISTORY, WHAT IS STILL OWED ON THE     *             01023201
010233*   OPEN-ORDER FILE, AND WHAT THIS RUN RELEASES AND *             01023301
010235*   PARKS.  A CATEGORY WITHOUT A BUDGET IS CARRIED  *             01023501
010236*   FOR THE REPORT BUT NEVER LIMITED                *             01023601
010237*****************************************************             01023701
010239 01  WS-OTB-CONTROL.                                              01023901
010240     10  WS-OTB-MONTH              PIC 9(06) VALUE ZERO.          01024001
010241     10  WS-REC-MONTH              PIC 9(06) VALUE ZERO.          01024101
010243     10  WS-OTB-EOF                PIC X(03) VALUE 'NO'.          01024301
010244     10  WS-OVER-OTB               PIC X(03) VALUE 'NO'.          01024401
010245     10  WS-OTB-COUNT              PIC S9(04) COMP VALUE ZERO.    01024501
010247     10  WS-OTB-SUB                PIC S9(04) COMP VALUE ZERO.    01024701
010248     10  WS-OTB-HIT                PIC S9(04) COMP VALUE ZERO.    01024801
010249     10  WS-FIND-CATEGORY          PIC X(10) VALUE SPACES.        01024901
010250     10  WS-FIND-LIFECYCLE         PIC X(01) VALUE SPACE.         01025001
010251     10  WS-LINE-CANCELLED         PIC X(03) VALUE 'NO'.          01025101
010252     10  WS-OTB-AMOUNT             PIC S9(07)V99 VALUE ZERO.      01025201
010253     10  WS-OTB-AVAILABLE          PIC S9(08)V99 VALUE ZERO.      01025301
010254                                                                  01025401
010256 01  WS-OTB-TABLE.                                                01025601
010257     10  WS-OTB-ENTRY OCCURS 50 TIMES.                            01025701
010258         15  OT-CATEGORY           PIC X(10).                     01025801
010260         15  OT-BUDGETED           PIC X(03).                     01026001
010261         15  OT-BUDGET             PIC S9(07)V99.                 01026101
010262         15  OT-RECEIVED           PIC S9(07)V99.                 01026201
010264         15  OT-OPEN-ORDERS        PIC S9(07)V99.                 01026401
010265         15  OT-RELEASED           PIC S9(07)V99.                 01026501
010266         15  OT-PARKED             PIC S9(07)V99.                 01026601
010268                                                                  01026801
010269 01  WS-OTB-TOTALS.                                               01026901
010270     10  WS-OTB-TOT-BUDGET         PIC S9(08)V99 VALUE ZERO.      01027001
010272     10  WS-OTB-TOT-RECEIVED       PIC S9(08)V99 VALUE ZERO.      01027201
010273     10  WS-OTB-TOT-OPEN           PIC S9(08)V99 VALUE ZERO.      01027301
010274     10  WS-OTB-TOT-RELEASED       PIC S9(08)V99 VALUE ZERO.      01027401
010276     10  WS-OTB-TOT-PARKED         PIC S9(08)V99 VALUE ZERO.      01027601
010277     10  WS-OTB-TOT-REMAINING      PIC S9(08)V99 VALUE ZERO.      01027701
010278                                                                  01027801
010279*****************************************************             01027901
010280*   THE PARKED-LINE FILE IS HELD IN STORAGE FOR THE *             01028001
010281*   RUN AND WRITTEN BACK WITHOUT THE LINES RELEASED *             01028101
010282*   OR DECLINED.  IF IT WILL NOT FIT, THE FILE IS   *             01028201
010283*   LEFT AS IT STANDS AND NOTHING IS RELEASED FROM  *             01028301
010284*   IT OR ADDED TO IT                               *             01028401
010285*****************************************************             01028501
010286 01  WS-PARK-CONTROL.                                             01028601
010287     10  WS-PARK-EOF               PIC X(03) VALUE 'NO'.          01028701
010288     10  WS-PARK-USABLE            PIC X(03) VALUE 'YES'.         01028801
010289     10  WS-PARK-COUNT             PIC S9(04) COMP VALUE ZERO.    01028901
010290     10  WS-PARK-SUB               PIC S9(04) COMP VALUE ZERO.    01029001
010291     10  WS-PARK-HIT               PIC S9(04) COMP VALUE ZERO.    01029101
010292     10  WS-PARK-PRINTED           PIC S9(04) COMP VALUE ZERO.    01029201
010293     10  WS-SCAN-SUB               PIC S9(04) COMP VALUE ZERO.    01029301
010294                                                                  01029401
010295 01  WS-PARK-TABLE.                                               01029501
010296     10  WS-PARK-ENTRY OCCURS 500 TIMES.                          01029601
010297         15  WS-PARK-IMAGE         PIC X(120).                    01029701
010298         15  WS-PARK-KEEP          PIC X(03).                     01029801
010299         15  WS-PARK-NEW           PIC X(03).                     01029901
010300                                                                  01030001
010306*****************************************************             01030601
010312*   THE REORDER EXTRACT ASKS IN STOCKING UNITS; THE *             01031201
010318*   SUPPLIER IS ORDERED FROM IN ITS PURCHASE UNIT,  *             01031801
010324*   ROUNDED UP TO WHOLE PURCHASE UNITS, AT THE      *             01032401
010330*   STOCKING PRICE TIMES THE PURCHASE FACTOR        *             01033001
010336*****************************************************             01033601
010342 01  WS-UOM-CONTROL.                                              01034201
010348     10  WS-UOM-LOADED             PIC X(03) VALUE 'NO'.          01034801
010354     10  WS-PURCH-FACTOR           PIC 9(05)V9(04) VALUE 1.       01035401
010360     10  WS-PURCH-UOM              PIC X(04) VALUE SPACES.        01036001
010366     10  WS-PURCH-WHOLE            PIC S9(05)    VALUE ZERO.      01036601
010372     10  WS-PURCH-QTY              PIC S9(05)V99 VALUE ZERO.      01037201
010378     10  WS-PURCH-PRICE            PIC S9(03)V99 VALUE ZERO.      01037801
010384                                                                  01038401
010385*****************************************************             01038501
010387*   SUPPLIER FILL RATES FROM THE MONTHLY SCORECARD  *             01038701
010389*   EXTRACT.  A SUPPLIER WITH NO SCORE IS TAKEN AT  *             01038901
010390*   THE MINIMUM RATE, SO IT IS NEITHER DROPPED NOR  *             01039001
010392*   FAVOURED FOR ITS RECORD                         *             01039201
010394*****************************************************             01039401
010395 01  WS-SCORE-CONTROL.                                            01039501
010397     10  WS-SCORE-EOF              PIC X(03) VALUE 'NO'.          01039701
010399     10  WS-SCORE-COUNT            PIC S9(04) COMP VALUE ZERO.    01039901
010400     10  WS-SCORE-SUB              PIC S9(04) COMP VALUE ZERO.    01040001
010402     10  WS-SCORE-HIT              PIC S9(04) COMP VALUE ZERO.    01040201
010404     10  WS-LOOKUP-SUPPLIER        PIC X(06) VALUE SPACES.        01040401
010405                                                                  01040501
010407 01  WS-SCORE-TABLE.                                              01040701
010409     10  WS-SCORE-ENTRY OCCURS 50 TIMES.                          01040901
010410         15  SR-SUPPLIER-CODE      PIC X(06).                     01041001
010412         15  SR-FILL-RATE          PIC S9(03)V99.                 01041201
010414                                                                  01041401
010415*****************************************************             01041501
010417*   BEST-SOURCE SELECTION: EVERY CROSS-REFERENCE    *             01041701
010419*   ENTRY FOR THE ITEM BECOMES A CANDIDATE.  A      *             01041901
010420*   SUSPENDED ENTRY OR A SUPPLIER OFF THE SUPPLIER  *             01042001
010422*   MASTER IS OUT AT ONCE.  THEN, WHILE ANYONE      *             01042201
010424*   MEETS THE MINIMUM FILL RATE, THOSE BELOW IT ARE *             01042401
010426*   OUT; THEN ANYONE DELIVERING MORE THAN THE LEAD  *             01042601
010427*   ALLOWANCE LATER THAN THE FASTEST IS OUT; THE    *             01042701
010429*   LOWEST PRICE AMONG THE REST WINS, TIES GOING TO *             01042901
010431*   THE BETTER FILL RATE AND THEN THE BUYER'S       *             01043101
010432*   PRIORITY                                        *             01043201
010434*****************************************************             01043401
010436 01  WS-CANDIDATE-CONTROL.                                        01043601
010437     10  WS-ITMSUP-LOADED          PIC X(03) VALUE 'NO'.          01043701
010439     10  WS-XREF-EOF               PIC X(03) VALUE 'NO'.          01043901
010441     10  WS-FLOOR-MET              PIC X(03) VALUE 'NO'.          01044101
010442     10  WS-CAND-COUNT             PIC S9(04) COMP VALUE ZERO.    01044201
010444     10  WS-CAND-SUB               PIC S9(04) COMP VALUE ZERO.    01044401
010446     10  WS-BEST-SUB               PIC S9(04) COMP VALUE ZERO.    01044601
010447     10  WS-PASSED-SUB             PIC S9(04) COMP VALUE ZERO.    01044701
010449     10  WS-FASTEST-LEAD           PIC S9(03) VALUE ZERO.         01044901
010451     10  WS-MIN-FILL-RATE          PIC S9(03)V99 VALUE 90.00.     01045101
010452     10  WS-LEAD-ALLOWANCE         PIC S9(03) VALUE 2.            01045201
010454     10  WS-CHOSEN-SUPPLIER        PIC X(06) VALUE SPACES.        01045401
010456     10  WS-CHOSEN-PRICE           PIC S9(03)V99 VALUE ZERO.      01045601
010457     10  WS-SOURCE-NOTE            PIC X(20) VALUE SPACES.        01045701
010459     10  WS-RAW-UNITS              PIC S9(05)V99 VALUE ZERO.      01045901
010461     10  WS-REPACK-UNITS           PIC S9(05) VALUE ZERO.         01046101
010463     10  WS-REPACK-COUNT           PIC S9(05) VALUE ZERO.         01046301
010464                                                                  01046401
010466 01  WS-CANDIDATE-TABLE.                                          01046601
010468     10  WS-CAND-ENTRY OCCURS 10 TIMES.                           01046801
010469         15  CN-SUPPLIER           PIC X(06).                     01046901
010471         15  CN-PRICE              PIC S9(03)V99.                 01047101
010473         15  CN-CASE-PACK          PIC 9(03).                     01047301
010474         15  CN-MIN-ORDER          PIC 9(05).                     01047401
010476         15  CN-LEAD-DAYS          PIC S9(03).                    01047601
010478         15  CN-FILL-RATE          PIC S9(03)V99.                 01047801
010479         15  CN-SCORED             PIC X(03).                     01047901
010481         15  CN-PRIORITY           PIC 9(01).                     01048101
010483         15  CN-IN-RUNNING         PIC X(03).                     01048301
010484         15  CN-REASON             PIC X(30).                     01048401
010486                                                                  01048601
010488 01  WS-REASON-EDIT.                                              01048801
010489     10  WS-EDIT-AMT-1             PIC ZZ9.99.                    01048901
010491     10  WS-EDIT-AMT-2             PIC ZZ9.99.                    01049101
010493     10  WS-EDIT-DAYS-1            PIC ZZ9.                       01049301
010494     10  WS-EDIT-DAYS-2            PIC ZZ9.                       01049401
010496                                                                  01049601
010498 01  WS-ORDER-CONTROL.                                            01049801
010500     10  WS-ORDER-QTY              PIC S9(05)V99 VALUE ZERO.      01050001
010600     10  WS-EXTENDED-COST          PIC S9(07)V99 VALUE ZERO.      01060001
010700     10  WS-PO-TOTAL               PIC S9(08)V99 VALUE ZERO.      01070001
014100         'EXTENDED COST'.                                         01410001
014110     10  FILLER                    PIC X(02) VALUE SPACES.        01411001
014120     10  FILLER                    PIC X(05) VALUE 'PACKS'.       01412001
014165     10  FILLER                    PIC X(03) VALUE SPACES.        01416501
014210     10  FILLER                    PIC X(04) VALUE 'UOM'.         01421001
014255     10  FILLER                    PIC X(61) VALUE SPACES.        01425501
014300                                                                  01430001
014400 01  WS-PO-DETAIL-LINE.                                           01440001
014500     10  FILLER                    PIC X(02) VALUE SPACES.        01450001
015200     10  PD-EXTENDED-COST          PIC $Z,ZZZ,ZZ9.99.             01520001
015210     10  FILLER                    PIC X(03) VALUE SPACES.        01521001
015220     10  PD-PACK-COUNT             PIC ZZZZ9.                     01522001
015265     10  FILLER                    PIC X(02) VALUE SPACES.        01526501
015310     10  PD-PURCH-UOM              PIC X(04).                     01531001
015355     10  FILLER                    PIC X(61) VALUE SPACES.        01535501
015400                                                                  01540001
015500 01  WS-PO-TOTAL-LINE.                                            01550001
015600     10  FILLER                    PIC X(02) VALUE SPACES.        01560001
016600     10  PS-SKIP-REASON            PIC X(30).                     01660001
016700     10  FILLER                    PIC X(81) VALUE SPACES.        01670001
016800                                                                  01680001
016801 01  WS-REG-HEADING-1.                                            01680101
016802     10  FILLER                    PIC X(02) VALUE SPACES.        01680201
016803     10  FILLER                    PIC X(25) VALUE                01680301
016804         'PURCHASE-ORDER REGISTER  '.                             01680401
016805     10  FILLER                    PIC X(06) VALUE 'DATE: '.      01680501
016806     10  RH-ORDER-DATE             PIC 9(08).                     01680601
016807     10  FILLER                    PIC X(04) VALUE SPACES.        01680701
016808     10  FILLER                    PIC X(19) VALUE                01680801
016809         'MINIMUM FILL RATE: '.                                   01680901
016810     10  RH-MIN-FILL-RATE          PIC ZZ9.99.                    01681001
016811     10  FILLER                    PIC X(04) VALUE SPACES.        01681101
016812     10  FILLER                    PIC X(17) VALUE                01681201
016813         'LEAD ALLOWANCE: '.                                      01681301
016814     10  RH-LEAD-ALLOWANCE         PIC ZZ9.                       01681401
016815     10  FILLER                    PIC X(38) VALUE SPACES.        01681501
016816                                                                  01681601
016817 01  WS-REG-HEADING-2.                                            01681701
016818     10  FILLER                    PIC X(02) VALUE SPACES.        01681801
016819     10  FILLER                    PIC X(13) VALUE 'PO NUMBER'.   01681901
016820     10  FILLER                    PIC X(08) VALUE 'SUPPL'.       01682001
016821     10  FILLER                    PIC X(19) VALUE 'ITEM'.        01682101
016822     10  FILLER                    PIC X(10) VALUE 'QUANTITY'.    01682201
016823     10  FILLER                    PIC X(08) VALUE 'PRICE'.       01682301
016824     10  FILLER                    PIC X(05) VALUE 'LEAD'.        01682401
016825     10  FILLER                    PIC X(09) VALUE ' FILL PCT'.   01682501
016826     10  FILLER                    PIC X(20) VALUE 'SOURCE'.      01682601
016827     10  FILLER                    PIC X(38) VALUE SPACES.        01682701
016828                                                                  01682801
016829 01  WS-REG-DETAIL-LINE.                                          01682901
016830     10  FILLER                    PIC X(02) VALUE SPACES.        01683001
016831     10  RG-PO-NUMBER              PIC X(11).                     01683101
016832     10  FILLER                    PIC X(02) VALUE SPACES.        01683201
016833     10  RG-SUPPLIER-CODE          PIC X(06).                     01683301
016834     10  FILLER                    PIC X(02) VALUE SPACES.        01683401
016835     10  RG-ITEM-NAME              PIC X(17).                     01683501
016836     10  FILLER                    PIC X(02) VALUE SPACES.        01683601
016837     10  RG-ORDER-QTY              PIC ZZZZ9.99.                  01683701
016838     10  FILLER                    PIC X(02) VALUE SPACES.        01683801
016839     10  RG-UNIT-PRICE             PIC ZZ9.99.                    01683901
016840     10  FILLER                    PIC X(02) VALUE SPACES.        01684001
016841     10  RG-LEAD-DAYS              PIC ZZ9.                       01684101
016842     10  FILLER                    PIC X(03) VALUE SPACES.        01684201
016843     10  RG-FILL-RATE              PIC X(06).                     01684301
016844     10  FILLER                    PIC X(02) VALUE SPACES.        01684401
016845     10  RG-SOURCE-NOTE            PIC X(20).                     01684501
016846     10  FILLER                    PIC X(38) VALUE SPACES.        01684601
016847                                                                  01684701
016848 01  WS-REG-PASSED-LINE.                                          01684801
016849     10  FILLER                    PIC X(15) VALUE SPACES.        01684901
016850     10  FILLER                    PIC X(13) VALUE                01685001
016851         'PASSED OVER: '.                                         01685101
016852     10  RP-SUPPLIER-CODE          PIC X(06).                     01685201
016853     10  FILLER                    PIC X(02) VALUE SPACES.        01685301
016854     10  RP-REASON                 PIC X(30).                     01685401
016855     10  FILLER                    PIC X(66) VALUE SPACES.        01685501
016856                                                                  01685601
016858 01  WS-OTB-HEADING-1.                                            01685801
016859     10  FILLER                    PIC X(02) VALUE SPACES.        01685901
016861     10  FILLER                    PIC X(27) VALUE                01686101
016862         'OPEN-TO-BUY STATUS REPORT  '.                           01686201
016864     10  FILLER                    PIC X(07) VALUE 'MONTH: '.     01686401
016865     10  OH-MONTH                  PIC 9(06).                     01686501
016867     10  FILLER                    PIC X(04) VALUE SPACES.        01686701
016868     10  FILLER                    PIC X(06) VALUE 'DATE: '.      01686801
016870     10  OH-RUN-DATE               PIC 9(08).                     01687001
016871     10  FILLER                    PIC X(72) VALUE SPACES.        01687101
016873                                                                  01687301
016874 01  WS-OTB-HEADING-2.                                            01687401
016876     10  FILLER                    PIC X(02) VALUE SPACES.        01687601
016877     10  FILLER                    PIC X(12) VALUE 'CATEGORY'.    01687701
016879     10  FILLER                    PIC X(16) VALUE                01687901
016880         '        BUDGET'.                                        01688001
016882     10  FILLER                    PIC X(16) VALUE                01688201
016883         '  RECEIVED MTD'.                                        01688301
016885     10  FILLER                    PIC X(16) VALUE                01688501
016886         '   OPEN ORDERS'.                                        01688601
016888     10  FILLER                    PIC X(16) VALUE                01688801
016889         '      RELEASED'.                                        01688901
016891     10  FILLER                    PIC X(16) VALUE                01689101
016892         '        PARKED'.                                        01689201
016894     10  FILLER                    PIC X(16) VALUE                01689401
016895         '   OPEN TO BUY'.                                        01689501
016897     10  FILLER                    PIC X(14) VALUE 'REMARK'.      01689701
016898     10  FILLER                    PIC X(08) VALUE SPACES.        01689801
016900                                                                  01690001
016901 01  WS-OTB-LINE.                                                 01690101
016903     10  FILLER                    PIC X(02) VALUE SPACES.        01690301
016904     10  OL-CATEGORY               PIC X(10).                     01690401
016906     10  FILLER                    PIC X(02) VALUE SPACES.        01690601
016907     10  OL-BUDGET                 PIC -ZZ,ZZZ,ZZ9.99.            01690701
016909     10  FILLER                    PIC X(02) VALUE SPACES.        01690901
016910     10  OL-RECEIVED               PIC -ZZ,ZZZ,ZZ9.99.            01691001
016912     10  FILLER                    PIC X(02) VALUE SPACES.        01691201
016913     10  OL-OPEN-ORDERS            PIC -ZZ,ZZZ,ZZ9.99.            01691301
016915     10  FILLER                    PIC X(02) VALUE SPACES.        01691501
016916     10  OL-RELEASED               PIC -ZZ,ZZZ,ZZ9.99.            01691601
016918     10  FILLER                    PIC X(02) VALUE SPACES.        01691801
016919     10  OL-PARKED                 PIC -ZZ,ZZZ,ZZ9.99.            01691901
016921     10  FILLER                    PIC X(02) VALUE SPACES.        01692101
016922     10  OL-OPEN-TO-BUY            PIC -ZZ,ZZZ,ZZ9.99.            01692201
016924     10  FILLER                    PIC X(02) VALUE SPACES.        01692401
016925     10  OL-REMARK                 PIC X(14).                     01692501
016927     10  FILLER                    PIC X(08) VALUE SPACES.        01692701
016929                                                                  01692901
016930 01  WS-OTB-PARK-HEADING.                                         01693001
016932     10  FILLER                    PIC X(02) VALUE SPACES.        01693201
016933     10  FILLER                    PIC X(40) VALUE                01693301
016935         'LINES PARKED FOR BUYER APPROVAL'.                       01693501
016936     10  FILLER                    PIC X(90) VALUE SPACES.        01693601
016938                                                                  01693801
016939 01  WS-OTB-PARK-COLUMNS.                                         01693901
016941     10  FILLER                    PIC X(02) VALUE SPACES.        01694101
016942     10  FILLER                    PIC X(19) VALUE 'ITEM'.        01694201
016944     10  FILLER                    PIC X(08) VALUE 'SUPPL'.       01694401
016945     10  FILLER                    PIC X(12) VALUE 'CATEGORY'.    01694501
016947     10  FILLER                    PIC X(10) VALUE 'QUANTITY'.    01694701
016948     10  FILLER                    PIC X(15) VALUE                01694801
016950         'EXTENDED COST'.                                         01695001
016951     10  FILLER                    PIC X(15) VALUE                01695101
016953         '  OPEN TO BUY'.                                         01695301
016954     10  FILLER                    PIC X(10) VALUE 'PARKED'.      01695401
016956     10  FILLER                    PIC X(20) VALUE 'STATUS'.      01695601
016957     10  FILLER                    PIC X(21) VALUE SPACES.        01695701
016959                                                                  01695901
016960 01  WS-OTB-PARK-LINE.                                            01696001
016962     10  FILLER                    PIC X(02) VALUE SPACES.        01696201
016963     10  PP-ITEM-NAME              PIC X(17).                     01696301
016965     10  FILLER                    PIC X(02) VALUE SPACES.        01696501
016966     10  PP-SUPPLIER-CODE          PIC X(06).                     01696601
016968     10  FILLER                    PIC X(02) VALUE SPACES.        01696801
016969     10  PP-CATEGORY               PIC X(10).                     01696901
016971     10  FILLER                    PIC X(02) VALUE SPACES.        01697101
016972     10  PP-ORDER-QTY              PIC ZZZZ9.99.                  01697201
016974     10  FILLER                    PIC X(02) VALUE SPACES.        01697401
016975     10  PP-EXTENDED-COST          PIC -Z,ZZZ,ZZ9.99.             01697501
016977     10  FILLER                    PIC X(02) VALUE SPACES.        01697701
016978     10  PP-OPEN-TO-BUY            PIC -Z,ZZZ,ZZ9.99.             01697801
016980     10  FILLER                    PIC X(02) VALUE SPACES.        01698001
016981     10  PP-PARK-DATE              PIC 9(08).                     01698101
016983     10  FILLER                    PIC X(02) VALUE SPACES.        01698301
016984     10  PP-REMARK                 PIC X(20).                     01698401
016986     10  FILLER                    PIC X(21) VALUE SPACES.        01698601
016987                                                                  01698701
016989 01  WS-OTB-NONE-LINE.                                            01698901
016990     10  FILLER                    PIC X(02) VALUE SPACES.        01699001
016992     10  FILLER                    PIC X(40) VALUE                01699201
016993         'NO LINES AWAITING BUYER APPROVAL'.                      01699301
016995     10  FILLER                    PIC X(90) VALUE SPACES.        01699501
016996                                                                  01699601
016998 PROCEDURE DIVISION.                                              01699801
017000                                                                  01700001
017100*****************************************************             01710001
017200*   MAIN PROGRAM ROUTINE                            *             01720001
019100         OPEN OUTPUT PO-PRINT-FILE                                01910001
019200         OPEN OUTPUT PO-XMIT-FILE                                 01920001
019210         PERFORM 104-OPEN-OPEN-PO-FILE                            01921001
019255         PERFORM 107-OPEN-ITEM-UOM                                01925501
019266         PERFORM 108-OPEN-ITEM-SUPPLIER                           01926601
019277         PERFORM 109-LOAD-SUPPLIER-SCORES                         01927701
019288         OPEN OUTPUT PO-REGISTER-FILE                             01928801
019294         OPEN OUTPUT OTB-REPORT-FILE                              01929401
019300         PERFORM 850-GET-DATE                                     01930001
019312         PERFORM 114-LOAD-PURCHASE-BUDGETS                        01931201
019324         PERFORM 117-LOAD-MONTH-RECEIPTS                          01932401
019336         PERFORM 125-LOAD-PARKED-LINES                            01933601
019350         PERFORM 235-PRINT-REGISTER-HEADINGS                      01935001
019400         PERFORM 100-READ-REORDER                                 01940001
019500         PERFORM 150-LOAD-REORDER-LINE                            01950001
019600           UNTIL EOF-FLAG = 'YES'                                 01960001
019650         PERFORM 180-CHECK-OPEN-TO-BUY                            01965001
019700         PERFORM 200-BUILD-ALL-ORDERS                             01970001
019733         PERFORM 190-REWRITE-PARKED-LINES                         01973301
019766         PERFORM 300-PRINT-OTB-REPORT                             01976601
019800         CLOSE FRIDGE REORDER-FILE SUPPLIER-MASTER                01980001
019841           PO-PRINT-FILE PO-XMIT-FILE OPEN-PO-FILE                01984101
019883           PO-REGISTER-FILE OTB-REPORT-FILE                       01988301
019925         IF WS-UOM-LOADED = 'YES'                                 01992501
019950             CLOSE ITEM-UOM-FILE                                  01995001
019975         END-IF                                                   01997501
019981         IF WS-ITMSUP-LOADED = 'YES'                              01998101
019987             CLOSE ITEM-SUPPLIER-FILE                             01998701
019993         END-IF                                                   01999301
020000     END-IF                                                       02000001
020100     GOBACK                                                       02010001
020200     .                                                            02020001
021000     END-IF                                                       02100001
021100     .                                                            02110001
021200                                                                  02120001
021201 100-READ-REORDER.                                                02120101
021202     READ REORDER-FILE                                            02120201
021203         AT END                                                   02120301
021205             MOVE 'YES' TO EOF-FLAG                               02120501
021206     END-READ                                                     02120601
021207     .                                                            02120701
021208                                                                  02120801
021210*****************************************************             02121001
021220*   THE OPEN-ORDER FILE REMEMBERS WHAT WAS ORDERED  *             02122001
021230*   AND IS STILL OWED UNTIL THE GOODS-RECEIPT RUN   *             02123001
021240*   RELIEVES IT, SO IT IS EXTENDED, NEVER RECREATED *             02124001
021242*   - BUT IT IS READ THROUGH FIRST SO WHAT IS STILL *             02124201
021244*   OWED ON IT COUNTS AGAINST EACH CATEGORY'S       *             02124401
021245*   OPEN-TO-BUY.  IT IS OPENED FOR UPDATE SO A LINE *             02124501
021246*   STILL OWED FOR A RETIRING ITEM CAN BE CANCELLED *             02124601
021247*   IN PLACE                                        *             02124701
021250*****************************************************             02125001
021251 104-OPEN-OPEN-PO-FILE.                                           02125101
021253     OPEN I-O OPEN-PO-FILE                                        02125301
021255     IF WS-OPENPO-STATUS = '00'                                   02125501
021256         MOVE 'NO' TO WS-OTB-EOF                                  02125601
021258         PERFORM 105-READ-OPEN-PO                                 02125801
021260         PERFORM 106-POST-OPEN-ORDER                              02126001
021262           UNTIL WS-OTB-EOF = 'YES'                               02126201
021263         CLOSE OPEN-PO-FILE                                       02126301
021264     ELSE                                                         02126401
021265         OPEN OUTPUT OPEN-PO-FILE                                 02126501
021267     END-IF                                                       02126701
021268     OPEN EXTEND OPEN-PO-FILE                                     02126801
021269     .                                                            02126901
021271                                                                  02127101
021273 105-READ-OPEN-PO.                                                02127301
021275     READ OPEN-PO-FILE                                            02127501
021277         AT END                                                   02127701
021279             MOVE 'YES' TO WS-OTB-EOF                             02127901
021281     END-READ                                                     02128101
021283     .                                                            02128301
021285                                                                  02128501
021287*****************************************************             02128701
021289*   A LINE STILL OPEN OR PART-RECEIVED OWES ITS     *             02128901
021291*   UNRECEIVED QUANTITY AT THE ORDER PRICE, UNLESS  *             02129101
021293*   THE ITEM IS BEING RETIRED                       *             02129301
021295*****************************************************             02129501
021297 106-POST-OPEN-ORDER.                                             02129701
021299     IF OP-LINE-STATUS = 'O' OR OP-LINE-STATUS = 'P'              02129901
021301         MOVE OP-ITEM-NAME TO FR-ITEM-NAME                        02130101
021303         PERFORM 122-FIND-ITEM-CATEGORY                           02130301
021305         MOVE 'NO' TO WS-LINE-CANCELLED                           02130501
021306         IF WS-FIND-LIFECYCLE = 'P' OR WS-FIND-LIFECYCLE = 'D'    02130601
021307             PERFORM 120-CANCEL-OPEN-LINE                         02130701
021308         END-IF                                                   02130801
021309         IF WS-LINE-CANCELLED = 'NO'                              02130901
021311             COMPUTE WS-OTB-AMOUNT ROUNDED =                      02131101
021313                 (OP-ORDER-QTY - OP-RECEIVED-QTY) * OP-UNIT-PRICE 02131301
021315             IF WS-OTB-AMOUNT > ZERO                              02131501
021317                 PERFORM 123-FIND-OTB-CATEGORY                    02131701
021319                 IF WS-OTB-HIT > ZERO                             02131901
021321                     ADD WS-OTB-AMOUNT TO                         02132101
021323                         OT-OPEN-ORDERS (WS-OTB-HIT)              02132301
021325                 END-IF                                           02132501
021327             END-IF                                               02132701
021329         END-IF                                                   02132901
021331     END-IF                                                       02133101
021333     PERFORM 105-READ-OPEN-PO                                     02133301
021335     .                                                            02133501
021337                                                                  02133701
021339*****************************************************             02133901
021341*   WITHOUT THE UOM MASTER EVERY ITEM IS ORDERED IN *             02134101
021343*   ITS STOCKING UNIT, AS IT WAS BEFORE THE MASTER  *             02134301
021345*   EXISTED                                         *             02134501
021347*****************************************************             02134701
021349 107-OPEN-ITEM-UOM.                                               02134901
021351     OPEN INPUT ITEM-UOM-FILE                                     02135101
021353     IF WS-ITMUOM-STATUS = '00'                                   02135301
021355         MOVE 'YES' TO WS-UOM-LOADED                              02135501
021357     ELSE                                                         02135701
021359         DISPLAY 'ITEM UOM MASTER NOT AVAILABLE, STATUS = '       02135901
021361             WS-ITMUOM-STATUS ', ORDERING IN STOCKING UNITS'      02136101
021363     END-IF                                                       02136301
021365     .                                                            02136501
021367                                                                  02136701
021369*****************************************************             02136901
021371*   WITHOUT THE CROSS-REFERENCE EVERY ITEM IS       *             02137101
021373*   ORDERED FROM ITS FRIDGE MASTER SUPPLIER, AS IT  *             02137301
021375*   WAS BEFORE THE CROSS-REFERENCE EXISTED          *             02137501
021377*****************************************************             02137701
021379 108-OPEN-ITEM-SUPPLIER.                                          02137901
021381     OPEN INPUT ITEM-SUPPLIER-FILE                                02138101
021383     IF WS-ITMSUP-STATUS = '00'                                   02138301
021385         MOVE 'YES' TO WS-ITMSUP-LOADED                           02138501
021387     ELSE                                                         02138701
021389         DISPLAY 'ITEM SUPPLIER FILE NOT AVAILABLE, STATUS = '    02138901
021391             WS-ITMSUP-STATUS ', ORDERING FROM ITEM MASTER'       02139101
021393     END-IF                                                       02139301
021395     .                                                            02139501
021397                                                                  02139701
021399*****************************************************             02139901
021401*   LOAD THE SCORECARD FILL RATES.  WITHOUT THE     *             02140101
021403*   EXTRACT NO SUPPLIER IS DROPPED FOR FILL RATE    *             02140301
021405*****************************************************             02140501
021407 109-LOAD-SUPPLIER-SCORES.                                        02140701
021409     OPEN INPUT SUPPLIER-SCORE-FILE                               02140901
021411     IF WS-SUPSCR-STATUS = '00'                                   02141101
021413         PERFORM 111-READ-SUPPLIER-SCORE                          02141301
021415         PERFORM 112-STORE-SUPPLIER-SCORE                         02141501
021417           UNTIL WS-SCORE-EOF = 'YES'                             02141701
021419         CLOSE SUPPLIER-SCORE-FILE                                02141901
021421     ELSE                                                         02142101
021423         DISPLAY 'SUPPLIER SCORE EXTRACT NOT AVAILABLE, STATUS = '02142301
021425             WS-SUPSCR-STATUS ', FILL RATES NOT WEIGHED'          02142501
021427     END-IF                                                       02142701
021429     .                                                            02142901
021431                                                                  02143101
021433 110-FIND-SUPPLIER-SCORE.                                         02143301
021435     MOVE ZERO TO WS-SCORE-HIT                                    02143501
021437     PERFORM 113-MATCH-SUPPLIER-SCORE                             02143701
021439       VARYING WS-SCORE-SUB FROM 1 BY 1                           02143901
021441       UNTIL WS-SCORE-SUB > WS-SCORE-COUNT                        02144101
021443     .                                                            02144301
021445                                                                  02144501
021447 111-READ-SUPPLIER-SCORE.                                         02144701
021449     READ SUPPLIER-SCORE-FILE                                     02144901
021451         AT END                                                   02145101
021453             MOVE 'YES' TO WS-SCORE-EOF                           02145301
021455     END-READ                                                     02145501
021457     .                                                            02145701
021459                                                                  02145901
021461 112-STORE-SUPPLIER-SCORE.                                        02146101
021463     IF WS-SCORE-COUNT < 50                                       02146301
021465         ADD 1 TO WS-SCORE-COUNT                                  02146501
021467         MOVE SS-SUPPLIER-CODE TO                                 02146701
021469             SR-SUPPLIER-CODE (WS-SCORE-COUNT)                    02146901
021471         MOVE SS-FILL-RATE TO SR-FILL-RATE (WS-SCORE-COUNT)       02147101
021473     ELSE                                                         02147301
021475         DISPLAY 'SUPPLIER SCORE TABLE FULL, SUPPLIER SKIPPED: '  02147501
021476             SS-SUPPLIER-CODE                                     02147601
021477         IF RETURN-CODE < 4                                       02147701
021478             MOVE 4 TO RETURN-CODE                                02147801
021479         END-IF                                                   02147901
021480     END-IF                                                       02148001
021481     PERFORM 111-READ-SUPPLIER-SCORE                              02148101
021483     .                                                            02148301
021485                                                                  02148501
021487 113-MATCH-SUPPLIER-SCORE.                                        02148701
021489     IF SR-SUPPLIER-CODE (WS-SCORE-SUB) = WS-LOOKUP-SUPPLIER      02148901
021491         MOVE WS-SCORE-SUB TO WS-SCORE-HIT                        02149101
021493     END-IF                                                       02149301
021495     .                                                            02149501
021497                                                                  02149701
021499*****************************************************             02149901
021501*   THIS MONTH'S PURCHASING BUDGETS.  WITHOUT THE   *             02150101
021503*   BUDGET FILE NO CATEGORY IS LIMITED AND EVERY    *             02150301
021505*   LINE IS RELEASED, AS BEFORE BUDGETS EXISTED     *             02150501
021507*****************************************************             02150701
021509 114-LOAD-PURCHASE-BUDGETS.                                       02150901
021511     MOVE WS-DATE-8 (1:6) TO WS-OTB-MONTH                         02151101
021513     MOVE 'NO' TO WS-OTB-EOF                                      02151301
021515     OPEN INPUT BUDGET-FILE                                       02151501
021517     IF WS-BUDGET-STATUS = '00'                                   02151701
021519         PERFORM 115-READ-BUDGET                                  02151901
021521         PERFORM 116-STORE-BUDGET                                 02152101
021523           UNTIL WS-OTB-EOF = 'YES'                               02152301
021525         CLOSE BUDGET-FILE                                        02152501
021527     ELSE                                                         02152701
021529         DISPLAY 'PURCHASE BUDGET FILE NOT AVAILABLE, STATUS = '  02152901
021531             WS-BUDGET-STATUS ', NO OPEN-TO-BUY LIMIT'            02153101
021533     END-IF                                                       02153301
021535     .                                                            02153501
021537                                                                  02153701
021539 115-READ-BUDGET.                                                 02153901
021541     READ BUDGET-FILE                                             02154101
021543         AT END                                                   02154301
021545             MOVE 'YES' TO WS-OTB-EOF                             02154501
021547     END-READ                                                     02154701
021549     .                                                            02154901
021551                                                                  02155101
021553 116-STORE-BUDGET.                                                02155301
021555     IF BG-MONTH = WS-OTB-MONTH                                   02155501
021557         AND BG-PURCHASE-BUDGET NUMERIC                           02155701
021559         AND BG-PURCHASE-BUDGET > ZERO                            02155901
021561         MOVE BG-CATEGORY TO WS-FIND-CATEGORY                     02156101
021563         PERFORM 123-FIND-OTB-CATEGORY                            02156301
021565         IF WS-OTB-HIT > ZERO                                     02156501
021567             MOVE 'YES' TO OT-BUDGETED (WS-OTB-HIT)               02156701
021569             MOVE BG-PURCHASE-BUDGET TO OT-BUDGET (WS-OTB-HIT)    02156901
021571         END-IF                                                   02157101
021573     END-IF                                                       02157301
021575     PERFORM 115-READ-BUDGET                                      02157501
021577     .                                                            02157701
021579                                                                  02157901
021581*****************************************************             02158101
021583*   RECEIPTS TO DATE ARE THIS MONTH'S POSTED GOODS- *             02158301
021585*   RECEIPT LINES AT THEIR INVOICE PRICE, BY THE    *             02158501
021587*   ITEM'S CATEGORY ON THE FRIDGE MASTER            *             02158701
021589*****************************************************             02158901
021591 117-LOAD-MONTH-RECEIPTS.                                         02159101
021593     MOVE 'NO' TO WS-OTB-EOF                                      02159301
021595     OPEN INPUT SUPPLIER-PERF-FILE                                02159501
021597     IF WS-SUPHST-STATUS = '00'                                   02159701
021599         PERFORM 118-READ-RECEIPT                                 02159901
021601         PERFORM 119-POST-RECEIPT                                 02160101
021603           UNTIL WS-OTB-EOF = 'YES'                               02160301
021605         CLOSE SUPPLIER-PERF-FILE                                 02160501
021607     ELSE                                                         02160701
021609         DISPLAY 'SUPPLIER HISTORY NOT AVAILABLE, STATUS = '      02160901
021611             WS-SUPHST-STATUS ', RECEIPTS TO DATE TAKEN AS ZERO'  02161101
021613     END-IF                                                       02161301
021615     .                                                            02161501
021617                                                                  02161701
021619 118-READ-RECEIPT.                                                02161901
021621     READ SUPPLIER-PERF-FILE                                      02162101
021623         AT END                                                   02162301
021625             MOVE 'YES' TO WS-OTB-EOF                             02162501
021627     END-READ                                                     02162701
021629     .                                                            02162901
021631                                                                  02163101
021633 119-POST-RECEIPT.                                                02163301
021635     MOVE SF-RECEIPT-DATE (1:6) TO WS-REC-MONTH                   02163501
021637     IF WS-REC-MONTH = WS-OTB-MONTH                               02163701
021639         COMPUTE WS-OTB-AMOUNT ROUNDED =                          02163901
021641             SF-RECEIVED-QTY * SF-INVOICE-PRICE                   02164101
021643         MOVE SF-ITEM-NAME TO FR-ITEM-NAME                        02164301
021645         PERFORM 122-FIND-ITEM-CATEGORY                           02164501
021647         PERFORM 123-FIND-OTB-CATEGORY                            02164701
021649         IF WS-OTB-HIT > ZERO                                     02164901
021651             ADD WS-OTB-AMOUNT TO OT-RECEIVED (WS-OTB-HIT)        02165101
021653         END-IF                                                   02165301
021655     END-IF                                                       02165501
021657     PERFORM 118-READ-RECEIPT                                     02165701
021659     .                                                            02165901
021661                                                                  02166101
021663*****************************************************             02166301
021665*   AN OPEN OR PART-RECEIVED LINE FOR AN ITEM BEING *             02166501
021667*   PHASED OUT OR DISCONTINUED WILL NOT BE WANTED - *             02166701
021669*   IT IS MARKED CANCELLED ON THE OPEN-ORDER FILE   *             02166901
021671*   AND LISTED WITH THE SKIPPED LINES               *             02167101
021673*****************************************************             02167301
021675 120-CANCEL-OPEN-LINE.                                            02167501
021677     MOVE 'C' TO OP-LINE-STATUS                                   02167701
021678     REWRITE OPEN-PO-REC                                          02167801
021679     IF WS-OPENPO-STATUS = '00'                                   02167901
021680         MOVE 'YES' TO WS-LINE-CANCELLED                          02168001
021681         MOVE OP-ITEM-NAME TO PS-ITEM-NAME                        02168101
021683         MOVE SPACES TO PS-SKIP-REASON                            02168301
021685         STRING 'OPEN PO ' OP-PO-NUMBER ' CANCELLED'              02168501
021687             DELIMITED BY SIZE INTO PS-SKIP-REASON                02168701
021689         END-STRING                                               02168901
021691         WRITE PO-PRINT-REC FROM WS-PO-SKIP-LINE                  02169101
021693           AFTER ADVANCING 1 LINE                                 02169301
021695         END-WRITE                                                02169501
021697         ADD 1 TO WS-SKIPPED-COUNT                                02169701
021698     ELSE                                                         02169801
021699         DISPLAY 'OPEN PO ' OP-PO-NUMBER                          02169901
021700             ' NOT CANCELLED, STATUS = ' WS-OPENPO-STATUS         02170001
021701         MOVE 16 TO RETURN-CODE                                   02170101
021702     END-IF                                                       02170201
021703     .                                                            02170301
021704                                                                  02170401
021705 122-FIND-ITEM-CATEGORY.                                          02170501
021706     READ FRIDGE                                                  02170601
021707         INVALID KEY                                              02170701
021709             MOVE 'NOT ON FILE' TO WS-FIND-CATEGORY               02170901
021711             MOVE SPACE TO WS-FIND-LIFECYCLE                      02171101
021713         NOT INVALID KEY                                          02171301
021715             MOVE FR-CATEGORY TO WS-FIND-CATEGORY                 02171501
021717             MOVE FR-LIFECYCLE-STATUS TO WS-FIND-LIFECYCLE        02171701
021719     END-READ                                                     02171901
021721     .                                                            02172101
021723                                                                  02172301
021725*****************************************************             02172501
021727*   FIND THE CATEGORY'S OPEN-TO-BUY ENTRY, ADDING   *             02172701
021729*   ONE WITHOUT A BUDGET THE FIRST TIME IT IS SEEN  *             02172901
021731*****************************************************             02173101
021733 123-FIND-OTB-CATEGORY.                                           02173301
021735     MOVE ZERO TO WS-OTB-HIT                                      02173501
021737     PERFORM 124-MATCH-OTB-CATEGORY                               02173701
021739       VARYING WS-OTB-SUB FROM 1 BY 1                             02173901
021741       UNTIL WS-OTB-SUB > WS-OTB-COUNT                            02174101
021743     IF WS-OTB-HIT = ZERO                                         02174301
021745         IF WS-OTB-COUNT < 50                                     02174501
021747             ADD 1 TO WS-OTB-COUNT                                02174701
021749             MOVE WS-OTB-COUNT TO WS-OTB-HIT                      02174901
021751             MOVE WS-FIND-CATEGORY TO OT-CATEGORY (WS-OTB-HIT)    02175101
021753             MOVE 'NO' TO OT-BUDGETED (WS-OTB-HIT)                02175301
021755             MOVE ZERO TO OT-BUDGET (WS-OTB-HIT)                  02175501
021757                          OT-RECEIVED (WS-OTB-HIT)                02175701
021759                          OT-OPEN-ORDERS (WS-OTB-HIT)             02175901
021761                          OT-RELEASED (WS-OTB-HIT)                02176101
021763                          OT-PARKED (WS-OTB-HIT)                  02176301
021765         ELSE                                                     02176501
021767             DISPLAY 'OPEN-TO-BUY TABLE FULL, CATEGORY NOT '      02176701
021769                 'LIMITED: ' WS-FIND-CATEGORY                     02176901
021771         END-IF                                                   02177101
021773     END-IF                                                       02177301
021775     .                                                            02177501
021777                                                                  02177701
021779 124-MATCH-OTB-CATEGORY.                                          02177901
021781     IF OT-CATEGORY (WS-OTB-SUB) = WS-FIND-CATEGORY               02178101
021783         MOVE WS-OTB-SUB TO WS-OTB-HIT                            02178301
021785     END-IF                                                       02178501
021787     .                                                            02178701
021789                                                                  02178901
021791*****************************************************             02179101
021793*   LOAD THE PARKED-LINE FILE.  LINES THE BUYER HAS *             02179301
021795*   APPROVED GO INTO THE ORDER BUILD AHEAD OF THE   *             02179501
021797*   EXTRACT, PENDING ONES WAIT ON, AND DECLINED     *             02179701
021799*   ONES ARE DROPPED                                *             02179901
021801*****************************************************             02180101
021803 125-LOAD-PARKED-LINES.                                           02180301
021805     MOVE 'NO' TO WS-PARK-EOF                                     02180501
021807     OPEN INPUT PARKED-LINE-FILE                                  02180701
021809     IF WS-POPARK-STATUS = '00'                                   02180901
021811         PERFORM 126-READ-PARKED-LINE                             02181101
021813         PERFORM 127-STORE-PARKED-LINE                            02181301
021815           UNTIL WS-PARK-EOF = 'YES'                              02181501
021817         IF WS-PARK-USABLE = 'YES'                                02181701
021819             PERFORM 128-RELEASE-APPROVED-LINE                    02181901
021821               VARYING WS-PARK-SUB FROM 1 BY 1                    02182101
021823               UNTIL WS-PARK-SUB > WS-PARK-COUNT                  02182301
021825         ELSE                                                     02182501
021827             MOVE ZERO TO WS-PARK-COUNT                           02182701
021829         END-IF                                                   02182901
021831         CLOSE PARKED-LINE-FILE                                   02183101
021833     ELSE                                                         02183301
021835         IF WS-POPARK-STATUS NOT = '35'                           02183501
021837             DISPLAY 'PARKED LINE FILE OPEN FAILED, STATUS = '    02183701
021839                 WS-POPARK-STATUS ', FILE LEFT AS IT STANDS'      02183901
021841             MOVE 'NO' TO WS-PARK-USABLE                          02184101
021843             MOVE 16 TO RETURN-CODE                               02184301
021845         END-IF                                                   02184501
021847     END-IF                                                       02184701
021849     .                                                            02184901
021851                                                                  02185101
021853 126-READ-PARKED-LINE.                                            02185301
021855     READ PARKED-LINE-FILE                                        02185501
021857         AT END                                                   02185701
021859             MOVE 'YES' TO WS-PARK-EOF                            02185901
021861     END-READ                                                     02186101
021863     .                                                            02186301
021865                                                                  02186501
021867 127-STORE-PARKED-LINE.                                           02186701
021869     IF PK-STATUS = 'P' OR PK-STATUS = 'A'                        02186901
021871         IF WS-PARK-COUNT < 500                                   02187101
021873             ADD 1 TO WS-PARK-COUNT                               02187301
021875             MOVE PARKED-LINE-REC TO WS-PARK-IMAGE (WS-PARK-COUNT)02187501
021877             MOVE 'YES' TO WS-PARK-KEEP (WS-PARK-COUNT)           02187701
021879             MOVE 'NO' TO WS-PARK-NEW (WS-PARK-COUNT)             02187901
021881         ELSE                                                     02188101
021883             IF WS-PARK-USABLE = 'YES'                            02188301
021885                 DISPLAY 'PARKED LINE TABLE FULL, FILE LEFT '     02188501
021887                     'AS IT STANDS'                               02188701
021889                 MOVE 'NO' TO WS-PARK-USABLE                      02188901
021891                 MOVE 16 TO RETURN-CODE                           02189101
021893             END-IF                                               02189301
021895         END-IF                                                   02189501
021897     END-IF                                                       02189701
021899     PERFORM 126-READ-PARKED-LINE                                 02189901
021901     .                                                            02190101
021903                                                                  02190301
021905*****************************************************             02190501
021907*   AN APPROVED LINE IS ORDERED AS IT WAS PARKED,   *             02190701
021909*   FROM THE SAME SUPPLIER, AND LEAVES THE FILE.    *             02190901
021911*   ANY PARKED LINE FOR AN ITEM SINCE PHASED OUT OR *             02191101
021913*   DISCONTINUED IS DROPPED UNORDERED               *             02191301
021915*****************************************************             02191501
021917 128-RELEASE-APPROVED-LINE.                                       02191701
021919     MOVE WS-PARK-IMAGE (WS-PARK-SUB) TO PARKED-LINE-REC          02191901
021921     MOVE PK-ITEM-NAME TO FR-ITEM-NAME                            02192101
021923     PERFORM 122-FIND-ITEM-CATEGORY                               02192301
021925     IF WS-FIND-LIFECYCLE = 'P' OR WS-FIND-LIFECYCLE = 'D'        02192501
021927         PERFORM 129-DROP-RETIRED-LINE                            02192701
021929     END-IF                                                       02192901
021931     IF PK-STATUS = 'A'                                           02193101
021933         AND WS-PARK-KEEP (WS-PARK-SUB) = 'YES'                   02193301
021935         IF WS-REORDER-COUNT < 500                                02193501
021937             ADD 1 TO WS-REORDER-COUNT                            02193701
021939             MOVE WS-REORDER-COUNT TO WS-SUB                      02193901
021941             MOVE PK-ITEM-NAME TO WS-TBL-ITEM-NAME (WS-SUB)       02194101
021943             MOVE PK-SUPPLIER-CODE TO WS-TBL-SUPPLIER (WS-SUB)    02194301
021945             MOVE PK-ORDER-QTY TO WS-TBL-ORDER-QTY (WS-SUB)       02194501
021947             MOVE PK-PACK-COUNT TO WS-TBL-PACKS (WS-SUB)          02194701
021949             MOVE 'NO' TO WS-TBL-ORDERED (WS-SUB)                 02194901
021951             MOVE PK-UNIT-PRICE TO WS-TBL-PRICE (WS-SUB)          02195101
021953             MOVE 'BUYER APPROVED' TO WS-TBL-SOURCE-NOTE (WS-SUB) 02195301
021955             MOVE PK-CATEGORY TO WS-TBL-CATEGORY (WS-SUB)         02195501
021957             MOVE 'YES' TO WS-TBL-APPROVED (WS-SUB)               02195701
021959             MOVE ZERO TO WS-TBL-PASSED-COUNT (WS-SUB)            02195901
021961             MOVE 'NO' TO WS-PARK-KEEP (WS-PARK-SUB)              02196101
021963         ELSE                                                     02196301
021965             DISPLAY 'REORDER TABLE FULL, APPROVED LINE HELD: '   02196501
021967                 PK-ITEM-NAME                                     02196701
021969             MOVE 16 TO RETURN-CODE                               02196901
021971         END-IF                                                   02197101
021973     END-IF                                                       02197301
021975     .                                                            02197501
021977                                                                  02197701
021979 129-DROP-RETIRED-LINE.                                           02197901
021981     MOVE 'NO' TO WS-PARK-KEEP (WS-PARK-SUB)                      02198101
021983     MOVE PK-ITEM-NAME TO PS-ITEM-NAME                            02198301
021985     MOVE 'PARKED LINE DROPPED, RETIRING' TO PS-SKIP-REASON       02198501
021987     WRITE PO-PRINT-REC FROM WS-PO-SKIP-LINE                      02198701
021989       AFTER ADVANCING 1 LINE                                     02198901
021991     END-WRITE                                                    02199101
021993     ADD 1 TO WS-SKIPPED-COUNT                                    02199301
021995     .                                                            02199501
021997                                                                  02199701
022000*****************************************************             02200001
022060*   CHOOSE THE ITEM'S SOURCE FROM ITS APPROVED      *             02206001
022120*   SUPPLIERS, OR TAKE THE FRIDGE MASTER SUPPLIER   *             02212001
022180*   WHEN IT HAS NONE ON THE CROSS-REFERENCE, AND    *             02218001
022240*   HOLD THE LINE FOR THE ORDER BUILD               *             02224001
022300*****************************************************             02230001
022400 150-LOAD-REORDER-LINE.                                           02240001
022500     MOVE RO-ITEM-NAME TO FR-ITEM-NAME                            02250001
022800             MOVE 'ITEM NOT ON FRIDGE FILE' TO PS-SKIP-REASON     02280001
022900             PERFORM 170-PRINT-SKIPPED-LINE                       02290001
023000         NOT INVALID KEY                                          02300001
023042             IF FR-LIFECYCLE-STATUS = 'P'                         02304201
023084                 OR FR-LIFECYCLE-STATUS = 'D'                     02308401
023126                 PERFORM 151-SKIP-RETIRED-ITEM                    02312601
023168             ELSE                                                 02316801
023210                 PERFORM 160-CHOOSE-SOURCE                        02321001
023252                 IF WS-CHOSEN-SUPPLIER = SPACES                   02325201
023294                     PERFORM 170-PRINT-SKIPPED-LINE               02329401
023336                 ELSE                                             02333601
023378                     PERFORM 157-FIND-APPROVED-LINE               02337801
023420                     IF WS-PARK-HIT > ZERO                        02342001
023462                         MOVE 'COVERED BY BUYER-APPROVED LINE' TO 02346201
023504                             PS-SKIP-REASON                       02350401
023546                         PERFORM 170-PRINT-SKIPPED-LINE           02354601
023588                     ELSE                                         02358801
023630                         PERFORM 155-STORE-REORDER-LINE           02363001
023672                     END-IF                                       02367201
023714                 END-IF                                           02371401
023756             END-IF                                               02375601
023800     END-READ                                                     02380001
023900     PERFORM 100-READ-REORDER                                     02390001
024000     .                                                            02400001
024007                                                                  02400701
024014*****************************************************             02401401
024021*   AN ITEM BEING PHASED OUT OR DISCONTINUED IS     *             02402101
024028*   LEFT TO RUN DOWN - A REORDER LINE FOR IT FROM   *             02402801
024035*   AN OLDER EXTRACT IS LISTED AND NOT ORDERED      *             02403501
024042*****************************************************             02404201
024049 151-SKIP-RETIRED-ITEM.                                           02404901
024056     IF FR-LIFECYCLE-STATUS = 'P'                                 02405601
024063         MOVE 'ITEM PHASING OUT, NOT ORDERED' TO PS-SKIP-REASON   02406301
024070     ELSE                                                         02407001
024077         MOVE 'ITEM DISCONTINUED, NOT ORDERED' TO PS-SKIP-REASON  02407701
024084     END-IF                                                       02408401
024091     PERFORM 170-PRINT-SKIPPED-LINE                               02409101
024095     .                                                            02409501
024100                                                                  02410001
024200 155-STORE-REORDER-LINE.                                          02420001
024300     IF WS-REORDER-COUNT < 500                                    02430001
024400         ADD 1 TO WS-REORDER-COUNT                                02440001
024500         MOVE WS-REORDER-COUNT TO WS-SUB                          02450001
024600         MOVE RO-ITEM-NAME TO WS-TBL-ITEM-NAME (WS-SUB)           02460001
024700         MOVE WS-CHOSEN-SUPPLIER TO WS-TBL-SUPPLIER (WS-SUB)      02470001
024800         MOVE RO-WEEK-ORDER TO WS-ORDER-QTY                       02480001
024900         MOVE WS-ORDER-QTY TO WS-TBL-ORDER-QTY (WS-SUB)           02490001
024910         MOVE RO-PACK-COUNT TO WS-TBL-PACKS (WS-SUB)              02491001
025000         MOVE 'NO' TO WS-TBL-ORDERED (WS-SUB)                     02500001
025010         MOVE WS-CHOSEN-PRICE TO WS-TBL-PRICE (WS-SUB)            02501001
025020         MOVE WS-SOURCE-NOTE TO WS-TBL-SOURCE-NOTE (WS-SUB)       02502001
025023         MOVE FR-CATEGORY TO WS-TBL-CATEGORY (WS-SUB)             02502301
025026         MOVE 'NO' TO WS-TBL-APPROVED (WS-SUB)                    02502601
025030         MOVE ZERO TO WS-TBL-PASSED-COUNT (WS-SUB)                02503001
025040         PERFORM 156-STORE-PASSED-SUPPLIER                        02504001
025050           VARYING WS-CAND-SUB FROM 1 BY 1                        02505001
025060           UNTIL WS-CAND-SUB > WS-CAND-COUNT                      02506001
025070         IF WS-CAND-COUNT > ZERO                                  02507001
025080             PERFORM 175-REPACK-CHOSEN-LINE                       02508001
025090         END-IF                                                   02509001
025100     ELSE                                                         02510001
025200         MOVE 'REORDER TABLE FULL, LINE DROPPED' TO               02520001
025300             PS-SKIP-REASON                                       02530001
025500         MOVE 16 TO RETURN-CODE                                   02550001
025600     END-IF                                                       02560001
025700     .                                                            02570001
025706                                                                  02570601
025707*****************************************************             02570701
025708*   KEEP EACH CANDIDATE THAT LOST, WITH ITS REASON, *             02570801
025709*   FOR THE PURCHASE-ORDER REGISTER                 *             02570901
025710*****************************************************             02571001
025712 156-STORE-PASSED-SUPPLIER.                                       02571201
025713     IF WS-CAND-SUB NOT = WS-BEST-SUB                             02571301
025714         AND WS-TBL-PASSED-COUNT (WS-SUB) < 5                     02571401
025715         ADD 1 TO WS-TBL-PASSED-COUNT (WS-SUB)                    02571501
025716         MOVE WS-TBL-PASSED-COUNT (WS-SUB) TO WS-PASSED-SUB       02571601
025718         MOVE CN-SUPPLIER (WS-CAND-SUB) TO                        02571801
025719             WS-TBL-PASSED-SUPP (WS-SUB WS-PASSED-SUB)            02571901
025720         MOVE CN-REASON (WS-CAND-SUB) TO                          02572001
025721             WS-TBL-PASSED-REASON (WS-SUB WS-PASSED-SUB)          02572101
025722     END-IF                                                       02572201
025724     .                                                            02572401
025725                                                                  02572501
025726 157-FIND-APPROVED-LINE.                                          02572601
025727     MOVE ZERO TO WS-PARK-HIT                                     02572701
025728     PERFORM 158-MATCH-APPROVED-LINE                              02572801
025730       VARYING WS-SCAN-SUB FROM 1 BY 1                            02573001
025736       UNTIL WS-SCAN-SUB > WS-REORDER-COUNT                       02573601
025742     .                                                            02574201
025748                                                                  02574801
025754 158-MATCH-APPROVED-LINE.                                         02575401
025755     IF WS-TBL-APPROVED (WS-SCAN-SUB) = 'YES'                     02575501
025756         AND WS-TBL-ITEM-NAME (WS-SCAN-SUB) = RO-ITEM-NAME        02575601
025757         MOVE WS-SCAN-SUB TO WS-PARK-HIT                          02575701
025758     END-IF                                                       02575801
025759     .                                                            02575901
025760                                                                  02576001
025761*****************************************************             02576101
025762*   PICK THE SOURCE FOR ONE REORDER LINE.  AN ITEM  *             02576201
025763*   WITH NO CROSS-REFERENCE ENTRIES KEEPS ITS       *             02576301
025764*   FRIDGE MASTER SUPPLIER AND PRICE; ONE WHOSE     *             02576401
025765*   ENTRIES ARE ALL SUSPENDED OR UNKNOWN IS SKIPPED *             02576501
025766*****************************************************             02576601
025767 160-CHOOSE-SOURCE.                                               02576701
025768     MOVE FR-SUPPLIER-CODE TO WS-CHOSEN-SUPPLIER                  02576801
025769     MOVE ZERO TO WS-CHOSEN-PRICE                                 02576901
025770     MOVE 'ITEM MASTER SUPPLIER' TO WS-SOURCE-NOTE                02577001
025771     MOVE 'NO SUPPLIER CODE ON ITEM' TO PS-SKIP-REASON            02577101
025772     MOVE ZERO TO WS-CAND-COUNT                                   02577201
025773     MOVE ZERO TO WS-BEST-SUB                                     02577301
025774     IF WS-ITMSUP-LOADED = 'YES'                                  02577401
025775         PERFORM 161-LOAD-CANDIDATES                              02577501
025776     END-IF                                                       02577601
025777     IF WS-CAND-COUNT > ZERO                                      02577701
025778         PERFORM 166-APPLY-FILL-RATE-FLOOR                        02577801
025779         PERFORM 167-APPLY-LEAD-TIME-LIMIT                        02577901
025780         PERFORM 168-PICK-LOWEST-PRICE                            02578001
025781         IF WS-BEST-SUB = ZERO                                    02578101
025782             MOVE SPACES TO WS-CHOSEN-SUPPLIER                    02578201
025783             MOVE 'NO APPROVED SUPPLIER AVAILABLE' TO             02578301
025784                 PS-SKIP-REASON                                   02578401
025785         ELSE                                                     02578501
025786             MOVE CN-SUPPLIER (WS-BEST-SUB) TO WS-CHOSEN-SUPPLIER 02578601
025787             MOVE CN-PRICE (WS-BEST-SUB) TO WS-CHOSEN-PRICE       02578701
025788             IF WS-CAND-COUNT = 1                                 02578801
025789                 MOVE 'SOLE APPROVED SOURCE' TO WS-SOURCE-NOTE    02578901
025790             ELSE                                                 02579001
025791                 MOVE 'BEST APPROVED SOURCE' TO WS-SOURCE-NOTE    02579101
025792             END-IF                                               02579201
025793             PERFORM 169-SET-PASSED-REASON                        02579301
025794               VARYING WS-CAND-SUB FROM 1 BY 1                    02579401
025795               UNTIL WS-CAND-SUB > WS-CAND-COUNT                  02579501
025796         END-IF                                                   02579601
025797     END-IF                                                       02579701
025798     .                                                            02579801
025800                                                                  02580001
025801 161-LOAD-CANDIDATES.                                             02580101
025802     MOVE FR-ITEM-NAME TO IX-ITEM-NAME                            02580201
025803     MOVE LOW-VALUES TO IX-SUPPLIER-CODE                          02580301
025804     MOVE 'NO' TO WS-XREF-EOF                                     02580401
025805     START ITEM-SUPPLIER-FILE KEY IS NOT LESS THAN IX-KEY         02580501
025806         INVALID KEY                                              02580601
025807             MOVE 'YES' TO WS-XREF-EOF                            02580701
025809     END-START                                                    02580901
025810     IF WS-XREF-EOF = 'NO'                                        02581001
025811         PERFORM 162-READ-NEXT-CANDIDATE                          02581101
025812     END-IF                                                       02581201
025813     PERFORM 163-BUILD-CANDIDATE                                  02581301
025814       UNTIL WS-XREF-EOF = 'YES'                                  02581401
025815     .                                                            02581501
025817                                                                  02581701
025818 162-READ-NEXT-CANDIDATE.                                         02581801
025819     READ ITEM-SUPPLIER-FILE NEXT RECORD                          02581901
025820         AT END                                                   02582001
025821             MOVE 'YES' TO WS-XREF-EOF                            02582101
025822         NOT AT END                                               02582201
025823             IF IX-ITEM-NAME NOT = FR-ITEM-NAME                   02582301
025825                 MOVE 'YES' TO WS-XREF-EOF                        02582501
025826             END-IF                                               02582601
025827     END-READ                                                     02582701
025828     .                                                            02582801
025829                                                                  02582901
025830*****************************************************             02583001
025831*   ONE CANDIDATE PER CROSS-REFERENCE ENTRY, WITH   *             02583101
025832*   ITS PRICE AND PACK (THE SUPPLIER MASTER'S WHEN  *             02583201
025834*   THE ENTRY LEAVES THEM ZERO), ITS DAYS TO THE    *             02583401
025835*   NEXT ACHIEVABLE DELIVERY AND ITS FILL RATE      *             02583501
025836*****************************************************             02583601
025837 163-BUILD-CANDIDATE.                                             02583701
025838     IF WS-CAND-COUNT < 10                                        02583801
025839         ADD 1 TO WS-CAND-COUNT                                   02583901
025840         MOVE WS-CAND-COUNT TO WS-CAND-SUB                        02584001
025842         MOVE IX-SUPPLIER-CODE TO CN-SUPPLIER (WS-CAND-SUB)       02584201
025843         MOVE IX-PRIORITY TO CN-PRIORITY (WS-CAND-SUB)            02584301
025844         MOVE 'YES' TO CN-IN-RUNNING (WS-CAND-SUB)                02584401
025845         MOVE SPACES TO CN-REASON (WS-CAND-SUB)                   02584501
025846         MOVE ZERO TO CN-PRICE (WS-CAND-SUB)                      02584601
025847         MOVE ZERO TO CN-CASE-PACK (WS-CAND-SUB)                  02584701
025848         MOVE ZERO TO CN-MIN-ORDER (WS-CAND-SUB)                  02584801
025850         MOVE ZERO TO CN-LEAD-DAYS (WS-CAND-SUB)                  02585001
025851         MOVE IX-SUPPLIER-CODE TO SM-SUPPLIER-CODE                02585101
025852         READ SUPPLIER-MASTER                                     02585201
025853             INVALID KEY                                          02585301
025854                 MOVE 'NO' TO CN-IN-RUNNING (WS-CAND-SUB)         02585401
025855                 MOVE 'NOT ON SUPPLIER MASTER' TO                 02585501
025856                     CN-REASON (WS-CAND-SUB)                      02585601
025857             NOT INVALID KEY                                      02585701
025859                 PERFORM 164-SET-CANDIDATE-TERMS                  02585901
025860         END-READ                                                 02586001
025861         IF IX-APPROVAL-STATUS NOT = 'A'                          02586101
025862             MOVE 'NO' TO CN-IN-RUNNING (WS-CAND-SUB)             02586201
025863             MOVE 'SUSPENDED FOR THIS ITEM' TO                    02586301
025864                 CN-REASON (WS-CAND-SUB)                          02586401
025865         END-IF                                                   02586501
025867         MOVE IX-SUPPLIER-CODE TO WS-LOOKUP-SUPPLIER              02586701
025868         PERFORM 110-FIND-SUPPLIER-SCORE                          02586801
025869         IF WS-SCORE-HIT > ZERO                                   02586901
025870             MOVE SR-FILL-RATE (WS-SCORE-HIT) TO                  02587001
025871                 CN-FILL-RATE (WS-CAND-SUB)                       02587101
025872             MOVE 'YES' TO CN-SCORED (WS-CAND-SUB)                02587201
025873         ELSE                                                     02587301
025875             MOVE WS-MIN-FILL-RATE TO CN-FILL-RATE (WS-CAND-SUB)  02587501
025876             MOVE 'NO' TO CN-SCORED (WS-CAND-SUB)                 02587601
025877         END-IF                                                   02587701
025878     ELSE                                                         02587801
025879         DISPLAY 'MORE THAN 10 SUPPLIERS FOR ' FR-ITEM-NAME       02587901
025880             ', SUPPLIER IGNORED: ' IX-SUPPLIER-CODE              02588001
025881     END-IF                                                       02588101
025882     PERFORM 162-READ-NEXT-CANDIDATE                              02588201
025884     .                                                            02588401
025885                                                                  02588501
025886 164-SET-CANDIDATE-TERMS.                                         02588601
025887     IF IX-UNIT-PRICE NUMERIC                                     02588701
025888         AND IX-UNIT-PRICE > ZERO                                 02588801
025889         MOVE IX-UNIT-PRICE TO CN-PRICE (WS-CAND-SUB)             02588901
025890     ELSE                                                         02589001
025892         MOVE SM-SUPPLIER-PRICE TO CN-PRICE (WS-CAND-SUB)         02589201
025893     END-IF                                                       02589301
025894     IF IX-CASE-PACK NUMERIC                                      02589401
025895         AND IX-CASE-PACK > ZERO                                  02589501
025896         MOVE IX-CASE-PACK TO CN-CASE-PACK (WS-CAND-SUB)          02589601
025897     ELSE                                                         02589701
025898         IF SM-CASE-PACK NUMERIC                                  02589801
025900             MOVE SM-CASE-PACK TO CN-CASE-PACK (WS-CAND-SUB)      02590001
025901         END-IF                                                   02590101
025902     END-IF                                                       02590201
025903     IF SM-MIN-ORDER-QTY NUMERIC                                  02590301
025904         MOVE SM-MIN-ORDER-QTY TO CN-MIN-ORDER (WS-CAND-SUB)      02590401
025905     END-IF                                                       02590501
025906     PERFORM 260-SET-EXPECTED-DATE                                02590601
025907     COMPUTE CN-LEAD-DAYS (WS-CAND-SUB) =                         02590701
025909         WS-DATE-INT - WS-TODAY-INT                               02590901
025910     .                                                            02591001
025911                                                                  02591101
025912*****************************************************             02591201
025913*   WHILE ANY CANDIDATE STILL IN THE RUNNING MEETS  *             02591301
025914*   THE MINIMUM FILL RATE, THOSE BELOW IT DROP OUT. *             02591401
025915*   IF NONE MEETS IT, NONE IS DROPPED FOR IT        *             02591501
025917*****************************************************             02591701
025918 166-APPLY-FILL-RATE-FLOOR.                                       02591801
025919     MOVE 'NO' TO WS-FLOOR-MET                                    02591901
025920     PERFORM 171-CHECK-FILL-RATE                                  02592001
025921       VARYING WS-CAND-SUB FROM 1 BY 1                            02592101
025922       UNTIL WS-CAND-SUB > WS-CAND-COUNT                          02592201
025923     IF WS-FLOOR-MET = 'YES'                                      02592301
025925         PERFORM 172-DROP-BELOW-FLOOR                             02592501
025926           VARYING WS-CAND-SUB FROM 1 BY 1                        02592601
025927           UNTIL WS-CAND-SUB > WS-CAND-COUNT                      02592701
025928     END-IF                                                       02592801
025929     .                                                            02592901
025930                                                                  02593001
025931*****************************************************             02593101
025932*   A CANDIDATE DELIVERING MORE THAN THE LEAD       *             02593201
025934*   ALLOWANCE LATER THAN THE FASTEST ONE LEFT IS    *             02593401
025935*   TOO SLOW, WHATEVER ITS PRICE                    *             02593501
025936*****************************************************             02593601
025937 167-APPLY-LEAD-TIME-LIMIT.                                       02593701
025938     MOVE 999 TO WS-FASTEST-LEAD                                  02593801
025939     PERFORM 173-FIND-FASTEST-LEAD                                02593901
025940       VARYING WS-CAND-SUB FROM 1 BY 1                            02594001
025942       UNTIL WS-CAND-SUB > WS-CAND-COUNT                          02594201
025943     PERFORM 174-DROP-SLOW-DELIVERY                               02594301
025944       VARYING WS-CAND-SUB FROM 1 BY 1                            02594401
025945       UNTIL WS-CAND-SUB > WS-CAND-COUNT                          02594501
025946     .                                                            02594601
025947                                                                  02594701
025948 168-PICK-LOWEST-PRICE.                                           02594801
025950     MOVE ZERO TO WS-BEST-SUB                                     02595001
025951     PERFORM 176-COMPARE-CANDIDATE                                02595101
025952       VARYING WS-CAND-SUB FROM 1 BY 1                            02595201
025953       UNTIL WS-CAND-SUB > WS-CAND-COUNT                          02595301
025954     .                                                            02595401
025955                                                                  02595501
025956*****************************************************             02595601
025957*   A CANDIDATE STILL IN THE RUNNING THAT LOST IS   *             02595701
025959*   DEAR, OR FILLS WORSE AT THE SAME PRICE, OR      *             02595901
025960*   RANKS BELOW THE WINNER ON THE BUYER'S PRIORITY  *             02596001
025961*****************************************************             02596101
025962 169-SET-PASSED-REASON.                                           02596201
025963     IF CN-IN-RUNNING (WS-CAND-SUB) = 'YES'                       02596301
025964         AND WS-CAND-SUB NOT = WS-BEST-SUB                        02596401
025965         MOVE SPACES TO CN-REASON (WS-CAND-SUB)                   02596501
025967         IF CN-PRICE (WS-CAND-SUB) > CN-PRICE (WS-BEST-SUB)       02596701
025968             MOVE CN-PRICE (WS-CAND-SUB) TO WS-EDIT-AMT-1         02596801
025969             MOVE CN-PRICE (WS-BEST-SUB) TO WS-EDIT-AMT-2         02596901
025970             STRING 'PRICE ' WS-EDIT-AMT-1 ' VS '                 02597001
025971                 WS-EDIT-AMT-2 DELIMITED BY SIZE                  02597101
025972                 INTO CN-REASON (WS-CAND-SUB)                     02597201
025973             END-STRING                                           02597301
025975         ELSE                                                     02597501
025976             IF CN-FILL-RATE (WS-CAND-SUB) <                      02597601
025977                 CN-FILL-RATE (WS-BEST-SUB)                       02597701
025978                 MOVE CN-FILL-RATE (WS-CAND-SUB) TO WS-EDIT-AMT-1 02597801
025979                 MOVE CN-FILL-RATE (WS-BEST-SUB) TO WS-EDIT-AMT-2 02597901
025980                 STRING 'FILL RATE ' WS-EDIT-AMT-1 ' VS '         02598001
025981                     WS-EDIT-AMT-2 DELIMITED BY SIZE              02598101
025982                     INTO CN-REASON (WS-CAND-SUB)                 02598201
025984                 END-STRING                                       02598401
025985             ELSE                                                 02598501
025986                 MOVE CN-PRIORITY (WS-CAND-SUB) TO WS-EDIT-DAYS-1 02598601
025987                 MOVE CN-PRIORITY (WS-BEST-SUB) TO WS-EDIT-DAYS-2 02598701
025988                 STRING 'PRIORITY ' WS-EDIT-DAYS-1 ' VS '         02598801
025989                     WS-EDIT-DAYS-2 DELIMITED BY SIZE             02598901
025990                     INTO CN-REASON (WS-CAND-SUB)                 02599001
025992                 END-STRING                                       02599201
025993             END-IF                                               02599301
025994         END-IF                                                   02599401
025995     END-IF                                                       02599501
025996     .                                                            02599601
025997                                                                  02599701
025998 170-PRINT-SKIPPED-LINE.                                          02599801
026000     MOVE RO-ITEM-NAME TO PS-ITEM-NAME                            02600001
026100     WRITE PO-PRINT-REC FROM WS-PO-SKIP-LINE                      02610001
026200       AFTER ADVANCING 1 LINE                                     02620001
026300     END-WRITE                                                    02630001
026301     ADD 1 TO WS-SKIPPED-COUNT                                    02630101
026302     .                                                            02630201
026303                                                                  02630301
026304 171-CHECK-FILL-RATE.                                             02630401
026306     IF CN-IN-RUNNING (WS-CAND-SUB) = 'YES'                       02630601
026307         AND CN-FILL-RATE (WS-CAND-SUB) NOT < WS-MIN-FILL-RATE    02630701
026308         MOVE 'YES' TO WS-FLOOR-MET                               02630801
026309     END-IF                                                       02630901
026310     .                                                            02631001
026312                                                                  02631201
026313 172-DROP-BELOW-FLOOR.                                            02631301
026314     IF CN-IN-RUNNING (WS-CAND-SUB) = 'YES'                       02631401
026315         AND CN-FILL-RATE (WS-CAND-SUB) < WS-MIN-FILL-RATE        02631501
026316         MOVE 'NO' TO CN-IN-RUNNING (WS-CAND-SUB)                 02631601
026318         MOVE CN-FILL-RATE (WS-CAND-SUB) TO WS-EDIT-AMT-1         02631801
026319         MOVE WS-MIN-FILL-RATE TO WS-EDIT-AMT-2                   02631901
026320         MOVE SPACES TO CN-REASON (WS-CAND-SUB)                   02632001
026321         STRING 'FILL RATE ' WS-EDIT-AMT-1 ' UNDER '              02632101
026323             WS-EDIT-AMT-2 DELIMITED BY SIZE                      02632301
026324             INTO CN-REASON (WS-CAND-SUB)                         02632401
026325         END-STRING                                               02632501
026326     END-IF                                                       02632601
026327     .                                                            02632701
026329                                                                  02632901
026330 173-FIND-FASTEST-LEAD.                                           02633001
026331     IF CN-IN-RUNNING (WS-CAND-SUB) = 'YES'                       02633101
026332         AND CN-LEAD-DAYS (WS-CAND-SUB) < WS-FASTEST-LEAD         02633201
026333         MOVE CN-LEAD-DAYS (WS-CAND-SUB) TO WS-FASTEST-LEAD       02633301
026335     END-IF                                                       02633501
026336     .                                                            02633601
026337                                                                  02633701
026338 174-DROP-SLOW-DELIVERY.                                          02633801
026340     IF CN-IN-RUNNING (WS-CAND-SUB) = 'YES'                       02634001
026341         AND CN-LEAD-DAYS (WS-CAND-SUB) >                         02634101
026342             WS-FASTEST-LEAD + WS-LEAD-ALLOWANCE                  02634201
026343         MOVE 'NO' TO CN-IN-RUNNING (WS-CAND-SUB)                 02634301
026344         MOVE CN-LEAD-DAYS (WS-CAND-SUB) TO WS-EDIT-DAYS-1        02634401
026346         MOVE WS-FASTEST-LEAD TO WS-EDIT-DAYS-2                   02634601
026347         MOVE SPACES TO CN-REASON (WS-CAND-SUB)                   02634701
026348         STRING 'DELIVERS IN ' WS-EDIT-DAYS-1 ' DAYS VS '         02634801
026349             WS-EDIT-DAYS-2 DELIMITED BY SIZE                     02634901
026350             INTO CN-REASON (WS-CAND-SUB)                         02635001
026352         END-STRING                                               02635201
026353     END-IF                                                       02635301
026354     .                                                            02635401
026355                                                                  02635501
026356*****************************************************             02635601
026358*   REPACK THE LINE TO THE CHOSEN SUPPLIER'S        *             02635801
026359*   MINIMUM ORDER AND CASE PACK, STARTING FROM THE  *             02635901
026360*   EXTRACT'S NEED BEFORE ANY ROUNDING              *             02636001
026361*****************************************************             02636101
026363 175-REPACK-CHOSEN-LINE.                                          02636301
026364     IF RO-RAW-UNITS = SPACES                                     02636401
026365         MOVE ZERO TO WS-RAW-UNITS                                02636501
026366     ELSE                                                         02636601
026367         MOVE RO-RAW-UNITS TO WS-RAW-UNITS                        02636701
026369     END-IF                                                       02636901
026370     IF WS-RAW-UNITS NOT > ZERO                                   02637001
026371         MOVE WS-ORDER-QTY TO WS-RAW-UNITS                        02637101
026372     END-IF                                                       02637201
026373     MOVE WS-RAW-UNITS TO WS-REPACK-UNITS                         02637301
026375     IF CN-MIN-ORDER (WS-BEST-SUB) > ZERO                         02637501
026376         AND WS-REPACK-UNITS < CN-MIN-ORDER (WS-BEST-SUB)         02637601
026377         MOVE CN-MIN-ORDER (WS-BEST-SUB) TO WS-REPACK-UNITS       02637701
026378     END-IF                                                       02637801
026380     MOVE ZERO TO WS-REPACK-COUNT                                 02638001
026381     IF CN-CASE-PACK (WS-BEST-SUB) > ZERO                         02638101
026382         COMPUTE WS-REPACK-COUNT =                                02638201
026383             WS-REPACK-UNITS / CN-CASE-PACK (WS-BEST-SUB)         02638301
026384         IF WS-REPACK-COUNT * CN-CASE-PACK (WS-BEST-SUB)          02638401
026386             < WS-REPACK-UNITS                                    02638601
026387             ADD 1 TO WS-REPACK-COUNT                             02638701
026388         END-IF                                                   02638801
026389         COMPUTE WS-REPACK-UNITS =                                02638901
026390             WS-REPACK-COUNT * CN-CASE-PACK (WS-BEST-SUB)         02639001
026392     END-IF                                                       02639201
026393     MOVE WS-REPACK-UNITS TO WS-TBL-ORDER-QTY (WS-SUB)            02639301
026394     MOVE WS-REPACK-COUNT TO WS-TBL-PACKS (WS-SUB)                02639401
026395     .                                                            02639501
026396                                                                  02639601
026398*****************************************************             02639801
026399*   LOWEST PRICE WINS; AT THE SAME PRICE THE BETTER *             02639901
026400*   FILL RATE, THEN THE BUYER'S PRIORITY            *             02640001
026401*****************************************************             02640101
026403 176-COMPARE-CANDIDATE.                                           02640301
026404     IF CN-IN-RUNNING (WS-CAND-SUB) = 'YES'                       02640401
026405         IF WS-BEST-SUB = ZERO                                    02640501
026406             MOVE WS-CAND-SUB TO WS-BEST-SUB                      02640601
026407         ELSE                                                     02640701
026409             IF CN-PRICE (WS-CAND-SUB) < CN-PRICE (WS-BEST-SUB)   02640901
026410                 MOVE WS-CAND-SUB TO WS-BEST-SUB                  02641001
026411             ELSE                                                 02641101
026412                 IF CN-PRICE (WS-CAND-SUB) =                      02641201
026413                     CN-PRICE (WS-BEST-SUB)                       02641301
026415                     IF CN-FILL-RATE (WS-CAND-SUB) >              02641501
026416                         CN-FILL-RATE (WS-BEST-SUB)               02641601
026417                         MOVE WS-CAND-SUB TO WS-BEST-SUB          02641701
026418                     ELSE                                         02641801
026420                         IF CN-FILL-RATE (WS-CAND-SUB) =          02642001
026421                             CN-FILL-RATE (WS-BEST-SUB)           02642101
026422                             AND CN-PRIORITY (WS-CAND-SUB) <      02642201
026423                                 CN-PRIORITY (WS-BEST-SUB)        02642301
026424                             MOVE WS-CAND-SUB TO WS-BEST-SUB      02642401
026426                         END-IF                                   02642601
026427                     END-IF                                       02642701
026428                 END-IF                                           02642801
026429             END-IF                                               02642901
026430         END-IF                                                   02643001
026432     END-IF                                                       02643201
026433     .                                                            02643301
026434                                                                  02643401
026435*****************************************************             02643501
026436*   PRICE EACH HELD LINE AS ITS ORDER WILL PRICE IT *             02643601
026438*   AND HOLD IT TO ITS CATEGORY'S OPEN-TO-BUY, IN   *             02643801
026439*   EXTRACT ORDER.  A LINE THAT WOULD TAKE THE      *             02643901
026440*   CATEGORY PAST IT IS PARKED FOR THE BUYER AND    *             02644001
026441*   LEFT OUT OF THE ORDERS.  A BUYER-APPROVED LINE  *             02644101
026443*   IS RELEASED WHATEVER THE OPEN-TO-BUY BUT STILL  *             02644301
026444*   SPENDS IT.  A PENDING PARKED LINE FOR AN ITEM   *             02644401
026445*   THE EXTRACT ASKS FOR AGAIN GIVES WAY TO THE NEW *             02644501
026446*   LINE, WHETHER THAT IS RELEASED OR PARKED        *             02644601
026447*****************************************************             02644701
026449 180-CHECK-OPEN-TO-BUY.                                           02644901
026450     PERFORM 181-CHECK-ONE-LINE                                   02645001
026451       VARYING WS-SUB FROM 1 BY 1                                 02645101
026452       UNTIL WS-SUB > WS-REORDER-COUNT                            02645201
026453     .                                                            02645301
026455                                                                  02645501
026456 181-CHECK-ONE-LINE.                                              02645601
026457     MOVE WS-TBL-SUPPLIER (WS-SUB) TO SM-SUPPLIER-CODE            02645701
026458     READ SUPPLIER-MASTER                                         02645801
026460         INVALID KEY                                              02646001
026461             MOVE ZERO TO SM-SUPPLIER-PRICE                       02646101
026462     END-READ                                                     02646201
026463     PERFORM 265-CONVERT-ORDER-UNITS                              02646301
026464     COMPUTE WS-EXTENDED-COST =                                   02646401
026466         WS-PURCH-QTY * WS-PURCH-PRICE                            02646601
026467     MOVE WS-TBL-CATEGORY (WS-SUB) TO WS-FIND-CATEGORY            02646701
026468     PERFORM 123-FIND-OTB-CATEGORY                                02646801
026469     MOVE 'NO' TO WS-OVER-OTB                                     02646901
026470     IF WS-TBL-APPROVED (WS-SUB) = 'NO'                           02647001
026472         PERFORM 184-DROP-SUPERSEDED-LINE                         02647201
026473           VARYING WS-PARK-SUB FROM 1 BY 1                        02647301
026474           UNTIL WS-PARK-SUB > WS-PARK-COUNT                      02647401
026475         IF WS-OTB-HIT > ZERO                                     02647501
026476             IF OT-BUDGETED (WS-OTB-HIT) = 'YES'                  02647601
026478                 COMPUTE WS-OTB-AVAILABLE =                       02647801
026479                     OT-BUDGET (WS-OTB-HIT)                       02647901
026480                     - OT-RECEIVED (WS-OTB-HIT)                   02648001
026481                     - OT-OPEN-ORDERS (WS-OTB-HIT)                02648101
026483                     - OT-RELEASED (WS-OTB-HIT)                   02648301
026484                 IF WS-EXTENDED-COST > WS-OTB-AVAILABLE           02648401
026485                     MOVE 'YES' TO WS-OVER-OTB                    02648501
026486                 END-IF                                           02648601
026487             END-IF                                               02648701
026489         END-IF                                                   02648901
026490     END-IF                                                       02649001
026491     IF WS-OVER-OTB = 'YES'                                       02649101
026492         PERFORM 182-PARK-LINE                                    02649201
026493     ELSE                                                         02649301
026495         IF WS-OTB-HIT > ZERO                                     02649501
026496             ADD WS-EXTENDED-COST TO OT-RELEASED (WS-OTB-HIT)     02649601
026497         END-IF                                                   02649701
026498     END-IF                                                       02649801
026500     .                                                            02650001
026501                                                                  02650101
026502*****************************************************             02650201
026504*   A PARKED LINE IS NOTED ON THE PURCHASE-ORDER    *             02650401
026505*   LISTING WITH THE SKIPPED LINES.  WHEN THE       *             02650501
026506*   PARKED-LINE FILE CANNOT TAKE IT, THE LINE IS    *             02650601
026508*   DROPPED FOR THIS RUN AND THE RUN ENDS 16        *             02650801
026509*****************************************************             02650901
026511 182-PARK-LINE.                                                   02651101
026512     MOVE 'PKD' TO WS-TBL-ORDERED (WS-SUB)                        02651201
026513     MOVE WS-TBL-ITEM-NAME (WS-SUB) TO PS-ITEM-NAME               02651301
026515     IF WS-PARK-USABLE = 'YES'                                    02651501
026516         AND WS-PARK-COUNT < 500                                  02651601
026518         ADD WS-EXTENDED-COST TO OT-PARKED (WS-OTB-HIT)           02651801
026519         MOVE SPACES TO PARKED-LINE-REC                           02651901
026520         MOVE WS-TBL-ITEM-NAME (WS-SUB) TO PK-ITEM-NAME           02652001
026522         MOVE WS-TBL-SUPPLIER (WS-SUB) TO PK-SUPPLIER-CODE        02652201
026523         MOVE WS-TBL-CATEGORY (WS-SUB) TO PK-CATEGORY             02652301
026525         MOVE WS-TBL-ORDER-QTY (WS-SUB) TO PK-ORDER-QTY           02652501
026526         MOVE WS-TBL-PACKS (WS-SUB) TO PK-PACK-COUNT              02652601
026527         MOVE WS-TBL-PRICE (WS-SUB) TO PK-UNIT-PRICE              02652701
026529         MOVE WS-EXTENDED-COST TO PK-EXTENDED-COST                02652901
026530         MOVE WS-OTB-AVAILABLE TO PK-OPEN-TO-BUY                  02653001
026531         MOVE WS-TBL-SOURCE-NOTE (WS-SUB) TO PK-SOURCE-NOTE       02653101
026533         MOVE WS-DATE-8 TO PK-PARK-DATE                           02653301
026534         MOVE 'P' TO PK-STATUS                                    02653401
026536         MOVE ZERO TO PK-DECIDED-DATE                             02653601
026537         ADD 1 TO WS-PARK-COUNT                                   02653701
026538         MOVE PARKED-LINE-REC TO WS-PARK-IMAGE (WS-PARK-COUNT)    02653801
026540         MOVE 'YES' TO WS-PARK-KEEP (WS-PARK-COUNT)               02654001
026541         MOVE 'YES' TO WS-PARK-NEW (WS-PARK-COUNT)                02654101
026543         MOVE 'PARKED, OVER OPEN-TO-BUY' TO PS-SKIP-REASON        02654301
026544         ADD 1 TO WS-PARKED-COUNT                                 02654401
026545     ELSE                                                         02654501
026547         MOVE 'OVER OPEN-TO-BUY, NOT PARKED' TO PS-SKIP-REASON    02654701
026548         ADD 1 TO WS-SKIPPED-COUNT                                02654801
026550         MOVE 16 TO RETURN-CODE                                   02655001
026551     END-IF                                                       02655101
026552     WRITE PO-PRINT-REC FROM WS-PO-SKIP-LINE                      02655201
026554       AFTER ADVANCING 1 LINE                                     02655401
026555     END-WRITE                                                    02655501
026556     .                                                            02655601
026558                                                                  02655801
026559 184-DROP-SUPERSEDED-LINE.                                        02655901
026561     MOVE WS-PARK-IMAGE (WS-PARK-SUB) TO PARKED-LINE-REC          02656101
026562     IF PK-STATUS = 'P'                                           02656201
026563         AND PK-ITEM-NAME = WS-TBL-ITEM-NAME (WS-SUB)             02656301
026565         AND WS-PARK-NEW (WS-PARK-SUB) = 'NO'                     02656501
026566         MOVE 'NO' TO WS-PARK-KEEP (WS-PARK-SUB)                  02656601
026568     END-IF                                                       02656801
026569     .                                                            02656901
026570                                                                  02657001
026572*****************************************************             02657201
026573*   WRITE THE PARKED-LINE FILE BACK WITH THE LINES  *             02657301
026575*   STILL WAITING ON THE BUYER                      *             02657501
026576*****************************************************             02657601
026577 190-REWRITE-PARKED-LINES.                                        02657701
026579     IF WS-PARK-USABLE = 'YES'                                    02657901
026580         OPEN OUTPUT PARKED-LINE-FILE                             02658001
026581         PERFORM 191-WRITE-PARKED-LINE                            02658101
026583           VARYING WS-PARK-SUB FROM 1 BY 1                        02658301
026584           UNTIL WS-PARK-SUB > WS-PARK-COUNT                      02658401
026586         CLOSE PARKED-LINE-FILE                                   02658601
026587     END-IF                                                       02658701
026588     .                                                            02658801
026590                                                                  02659001
026591 191-WRITE-PARKED-LINE.                                           02659101
026593     IF WS-PARK-KEEP (WS-PARK-SUB) = 'YES'                        02659301
026594         MOVE WS-PARK-IMAGE (WS-PARK-SUB) TO PARKED-LINE-REC      02659401
026595         WRITE PARKED-LINE-REC                                    02659501
026597     END-IF                                                       02659701
026598     .                                                            02659801
026600                                                                  02660001
026700*****************************************************             02670001
026800*   GROUP THE HELD LINES BY SUPPLIER AND WRITE ONE  *             02680001
032400     END-WRITE                                                    03240001
032500     .                                                            03250001
032600                                                                  03260001
032605*****************************************************             03260501
032611*   THE REGISTER HEADINGS PRINT ONCE PER RUN; ONE   *             03261101
032616*   LINE PER ORDERED LINE FOLLOWS, WITH A LINE FOR  *             03261601
032622*   EACH SUPPLIER PASSED OVER FOR IT                *             03262201
032627*****************************************************             03262701
032633 235-PRINT-REGISTER-HEADINGS.                                     03263301
032638     MOVE WS-DATE-8 TO RH-ORDER-DATE                              03263801
032644     MOVE WS-MIN-FILL-RATE TO RH-MIN-FILL-RATE                    03264401
032650     MOVE WS-LEAD-ALLOWANCE TO RH-LEAD-ALLOWANCE                  03265001
032655     WRITE PO-REGISTER-REC FROM WS-REG-HEADING-1                  03265501
032661       AFTER ADVANCING PAGE                                       03266101
032666     END-WRITE                                                    03266601
032672     WRITE PO-REGISTER-REC FROM WS-REG-HEADING-2                  03267201
032677       AFTER ADVANCING 2 LINES                                    03267701
032683     END-WRITE                                                    03268301
032688     .                                                            03268801
032694                                                                  03269401
032700 240-WRITE-ORDER-LINE.                                            03270001
032800     IF WS-TBL-ORDERED (WS-SUB) = 'NO'                            03280001
032900         AND WS-TBL-SUPPLIER (WS-SUB) = WS-NEXT-SUPPLIER          03290001
032950         PERFORM 265-CONVERT-ORDER-UNITS                          03295001
033000         COMPUTE WS-EXTENDED-COST =                               03300001
033100             WS-PURCH-QTY * WS-PURCH-PRICE                        03310001
033200         ADD WS-EXTENDED-COST TO WS-PO-TOTAL                      03320001
033300         MOVE WS-TBL-ITEM-NAME (WS-SUB) TO PD-ITEM-NAME           03330001
033400         MOVE WS-PURCH-QTY TO PD-ORDER-QTY                        03340001
033500         MOVE WS-PURCH-PRICE TO PD-UNIT-PRICE                     03350001
033600         MOVE WS-EXTENDED-COST TO PD-EXTENDED-COST                03360001
033610         MOVE WS-TBL-PACKS (WS-SUB) TO PD-PACK-COUNT              03361001
033655         MOVE WS-PURCH-UOM TO PD-PURCH-UOM                        03365501
033700         WRITE PO-PRINT-REC FROM WS-PO-DETAIL-LINE                03370001
033800           AFTER ADVANCING 1 LINE                                 03380001
033900         END-WRITE                                                03390001
034000         PERFORM 245-WRITE-XMIT-RECORD                            03400001
034010         PERFORM 246-WRITE-OPEN-PO-LINE                           03401001
034055         PERFORM 247-WRITE-REGISTER-LINE                          03405501
034100         MOVE 'YES' TO WS-TBL-ORDERED (WS-SUB)                    03410001
034200     END-IF                                                       03420001
034300     .                                                            03430001
034700     MOVE WS-PO-NUMBER TO PX-PO-NUMBER                            03470001
034800     MOVE WS-NEXT-SUPPLIER TO PX-SUPPLIER-CODE                    03480001
034900     MOVE WS-TBL-ITEM-NAME (WS-SUB) TO PX-ITEM-NAME               03490001
035000     MOVE WS-PURCH-QTY TO PX-ORDER-QTY                            03500001
035100     MOVE WS-PURCH-PRICE TO PX-UNIT-PRICE                         03510001
035200     MOVE WS-EXTENDED-COST TO PX-EXTENDED-COST                    03520001
035300     MOVE WS-DATE-8 TO PX-ORDER-DATE                              03530001
035310     MOVE WS-TBL-PACKS (WS-SUB) TO PX-PACK-COUNT                  03531001
035355     MOVE WS-PURCH-UOM TO PX-PURCH-UOM                            03535501
035400     WRITE PO-XMIT-REC                                            03540001
035500     .                                                            03550001
035600                                                                  03560001
035610*****************************************************             03561001
035611*   REMEMBER THE ORDERED LINE ON THE OPEN-ORDER     *             03561101
035612*   FILE SO THE RECEIPT RUN CAN RELIEVE IT AND THE  *             03561201
035613*   AGED-OPEN REPORT CAN CHASE WHAT NEVER ARRIVES   *             03561301
035614*****************************************************             03561401
035615 246-WRITE-OPEN-PO-LINE.                                          03561501
035616     MOVE SPACES TO OPEN-PO-REC                                   03561601
035617     MOVE WS-PO-NUMBER TO OP-PO-NUMBER                            03561701
035618     MOVE WS-NEXT-SUPPLIER TO OP-SUPPLIER-CODE                    03561801
035619     MOVE WS-TBL-ITEM-NAME (WS-SUB) TO OP-ITEM-NAME               03561901
035620     MOVE WS-PURCH-QTY TO OP-ORDER-QTY                            03562001
035621     MOVE ZERO TO OP-RECEIVED-QTY                                 03562101
035622     MOVE WS-PURCH-PRICE TO OP-UNIT-PRICE                         03562201
035623     MOVE WS-DATE-8 TO OP-ORDER-DATE                              03562301
035624     MOVE WS-EXPECTED-DATE TO OP-EXPECTED-DATE                    03562401
035626     MOVE 'O' TO OP-LINE-STATUS                                   03562601
035627     WRITE OPEN-PO-REC                                            03562701
035628     .                                                            03562801
035629                                                                  03562901
035630 247-WRITE-REGISTER-LINE.                                         03563001
035631     MOVE WS-PO-NUMBER TO RG-PO-NUMBER                            03563101
035632     MOVE WS-NEXT-SUPPLIER TO RG-SUPPLIER-CODE                    03563201
035633     MOVE WS-TBL-ITEM-NAME (WS-SUB) TO RG-ITEM-NAME               03563301
035634     MOVE WS-PURCH-QTY TO RG-ORDER-QTY                            03563401
035635     MOVE WS-PURCH-PRICE TO RG-UNIT-PRICE                         03563501
035636     COMPUTE RG-LEAD-DAYS = WS-DATE-INT - WS-TODAY-INT            03563601
035637     MOVE WS-NEXT-SUPPLIER TO WS-LOOKUP-SUPPLIER                  03563701
035638     PERFORM 110-FIND-SUPPLIER-SCORE                              03563801
035639     IF WS-SCORE-HIT > ZERO                                       03563901
035640         MOVE SR-FILL-RATE (WS-SCORE-HIT) TO WS-EDIT-AMT-1        03564001
035642         MOVE WS-EDIT-AMT-1 TO RG-FILL-RATE                       03564201
035643     ELSE                                                         03564301
035644         MOVE '   N/A' TO RG-FILL-RATE                            03564401
035645     END-IF                                                       03564501
035646     MOVE WS-TBL-SOURCE-NOTE (WS-SUB) TO RG-SOURCE-NOTE           03564601
035647     WRITE PO-REGISTER-REC FROM WS-REG-DETAIL-LINE                03564701
035648       AFTER ADVANCING 1 LINE                                     03564801
035649     END-WRITE                                                    03564901
035650     PERFORM 248-WRITE-PASSED-LINE                                03565001
035651       VARYING WS-PASSED-SUB FROM 1 BY 1                          03565101
035652       UNTIL WS-PASSED-SUB > WS-TBL-PASSED-COUNT (WS-SUB)         03565201
035653     .                                                            03565301
035654                                                                  03565401
035655 248-WRITE-PASSED-LINE.                                           03565501
035656     MOVE WS-TBL-PASSED-SUPP (WS-SUB WS-PASSED-SUB) TO            03565601
035658         RP-SUPPLIER-CODE                                         03565801
035659     MOVE WS-TBL-PASSED-REASON (WS-SUB WS-PASSED-SUB) TO          03565901
035660         RP-REASON                                                03566001
035661     WRITE PO-REGISTER-REC FROM WS-REG-PASSED-LINE                03566101
035662       AFTER ADVANCING 1 LINE                                     03566201
035663     END-WRITE                                                    03566301
035664     .                                                            03566401
035665                                                                  03566501
035666 250-PRINT-ORDER-TOTAL.                                           03566601
035667     MOVE WS-PO-TOTAL TO PT-PO-TOTAL                              03566701
035668     WRITE PO-PRINT-REC FROM WS-PO-TOTAL-LINE                     03566801
035669       AFTER ADVANCING 2 LINES                                    03566901
035670     END-WRITE                                                    03567001
035671     .                                                            03567101
035672                                                                  03567201
035674*****************************************************             03567411
035675*   DATE THE ORDER WITH THE SUPPLIER'S NEXT         *             03567511
035676*   ACHIEVABLE DELIVERY: LEAD TIME OUT (PLUS A DAY  *             03567611
035709         FUNCTION DATE-OF-INTEGER(WS-DATE-INT)                    03570911
035710     .                                                            03571011
035711                                                                  03571111
035716*****************************************************             03571601
035721*   TURN THE LINE'S STOCKING-UNIT QUANTITY INTO     *             03572101
035726*   WHOLE PURCHASE UNITS AND THE SUPPLIER'S         *             03572601
035731*   STOCKING PRICE INTO A PURCHASE-UNIT PRICE.  AN  *             03573101
035736*   ITEM WITHOUT A CONVERSION TAKES FACTOR ONE AND  *             03573601
035741*   KEEPS ITS QUANTITY EXACTLY AS EXTRACTED         *             03574101
035746*****************************************************             03574601
035751 265-CONVERT-ORDER-UNITS.                                         03575101
035756     MOVE 1 TO WS-PURCH-FACTOR                                    03575601
035761     MOVE SPACES TO WS-PURCH-UOM                                  03576101
035766     IF WS-UOM-LOADED = 'YES'                                     03576601
035771         MOVE WS-TBL-ITEM-NAME (WS-SUB) TO UM-ITEM-NAME           03577101
035776         READ ITEM-UOM-FILE                                       03577601
035781             INVALID KEY                                          03578101
035786                 CONTINUE                                         03578601
035791             NOT INVALID KEY                                      03579101
035796                 IF UM-PURCH-FACTOR NUMERIC                       03579601
035801                     AND UM-PURCH-FACTOR > ZERO                   03580101
035806                     MOVE UM-PURCH-FACTOR TO WS-PURCH-FACTOR      03580601
035811                     MOVE UM-PURCHASE-UOM TO WS-PURCH-UOM         03581101
035816                 END-IF                                           03581601
035821         END-READ                                                 03582101
035826     END-IF                                                       03582601
035831     IF WS-PURCH-FACTOR = 1                                       03583101
035837         MOVE WS-TBL-ORDER-QTY (WS-SUB) TO WS-PURCH-QTY           03583701
035842     ELSE                                                         03584201
035847         COMPUTE WS-PURCH-WHOLE =                                 03584701
035852             WS-TBL-ORDER-QTY (WS-SUB) / WS-PURCH-FACTOR          03585201
035857         IF WS-PURCH-WHOLE * WS-PURCH-FACTOR <                    03585701
035862             WS-TBL-ORDER-QTY (WS-SUB)                            03586201
035867             ADD 1 TO WS-PURCH-WHOLE                              03586701
035872         END-IF                                                   03587201
035877         MOVE WS-PURCH-WHOLE TO WS-PURCH-QTY                      03587701
035882     END-IF                                                       03588201
035887     COMPUTE WS-PURCH-PRICE ROUNDED =                             03588701
035892         SM-SUPPLIER-PRICE * WS-PURCH-FACTOR                      03589201
035897     IF WS-TBL-PRICE (WS-SUB) > ZERO                              03589701
035902         COMPUTE WS-PURCH-PRICE ROUNDED =                         03590201
035907             WS-TBL-PRICE (WS-SUB) * WS-PURCH-FACTOR              03590701
035912     END-IF                                                       03591201
035917     .                                                            03591701
035922                                                                  03592201
035927 270-CHECK-DELIVERY-DAY.                                          03592711
035932     COMPUTE WS-SCAN-DOW = FUNCTION MOD                           03593211
035937         (WS-TODAY-DOW - 1 + WS-SCAN-DAY 7) + 1                   03593711
035942     IF SM-DELIV-DAY (WS-SCAN-DOW) = 'Y'                          03594211
035947         MOVE 'YES' TO WS-DELIVERY-FOUND                          03594711
035952     ELSE                                                         03595211
035958         ADD 1 TO WS-SCAN-DAY                                     03595811
035963     END-IF                                                       03596311
035968     .                                                            03596811
035973                                                                  03597311
035978*****************************************************             03597801
035983*   OPEN-TO-BUY STATUS REPORT: ONE LINE PER         *             03598301
035988*   CATEGORY AS THIS RUN LEAVES IT, THEN EVERY LINE *             03598801
035993*   STILL WAITING ON THE BUYER                      *             03599301
035998*****************************************************             03599801
036003 300-PRINT-OTB-REPORT.                                            03600301
036008     MOVE WS-OTB-MONTH TO OH-MONTH                                03600801
036013     MOVE WS-DATE-8 TO OH-RUN-DATE                                03601301
036018     WRITE OTB-REPORT-REC FROM WS-OTB-HEADING-1                   03601801
036023       AFTER ADVANCING PAGE                                       03602301
036028     END-WRITE                                                    03602801
036033     WRITE OTB-REPORT-REC FROM WS-OTB-HEADING-2                   03603301
036038       AFTER ADVANCING 2 LINES                                    03603801
036043     END-WRITE                                                    03604301
036048     INITIALIZE WS-OTB-TOTALS                                     03604801
036053     PERFORM 310-PRINT-OTB-LINE                                   03605301
036058       VARYING WS-OTB-SUB FROM 1 BY 1                             03605801
036063       UNTIL WS-OTB-SUB > WS-OTB-COUNT                            03606301
036068     MOVE 'TOTAL' TO OL-CATEGORY                                  03606801
036073     MOVE WS-OTB-TOT-BUDGET TO OL-BUDGET                          03607301
036079     MOVE WS-OTB-TOT-RECEIVED TO OL-RECEIVED                      03607901
036084     MOVE WS-OTB-TOT-OPEN TO OL-OPEN-ORDERS                       03608401
036089     MOVE WS-OTB-TOT-RELEASED TO OL-RELEASED                      03608901
036094     MOVE WS-OTB-TOT-PARKED TO OL-PARKED                          03609401
036099     MOVE WS-OTB-TOT-REMAINING TO OL-OPEN-TO-BUY                  03609901
036104     MOVE SPACES TO OL-REMARK                                     03610401
036109     WRITE OTB-REPORT-REC FROM WS-OTB-LINE                        03610901
036114       AFTER ADVANCING 2 LINES                                    03611401
036119     END-WRITE                                                    03611901
036124     WRITE OTB-REPORT-REC FROM WS-OTB-PARK-HEADING                03612401
036129       AFTER ADVANCING 3 LINES                                    03612901
036134     END-WRITE                                                    03613401
036139     WRITE OTB-REPORT-REC FROM WS-OTB-PARK-COLUMNS                03613901
036144       AFTER ADVANCING 2 LINES                                    03614401
036149     END-WRITE                                                    03614901
036154     MOVE ZERO TO WS-PARK-PRINTED                                 03615401
036159     PERFORM 320-PRINT-PARKED-LINE                                03615901
036164       VARYING WS-PARK-SUB FROM 1 BY 1                            03616401
036169       UNTIL WS-PARK-SUB > WS-PARK-COUNT                          03616901
036174     IF WS-PARK-PRINTED = ZERO                                    03617401
036179         WRITE OTB-REPORT-REC FROM WS-OTB-NONE-LINE               03617901
036184           AFTER ADVANCING 1 LINE                                 03618401
036189         END-WRITE                                                03618901
036194     END-IF                                                       03619401
036200     .                                                            03620001
036201                                                                  03620101
036203*****************************************************             03620301
036204*   OPEN-TO-BUY IS THE BUDGET LESS RECEIPTS TO      *             03620401
036206*   DATE, OPEN ORDERS AND WHAT THIS RUN RELEASED;   *             03620601
036207*   PARKED LINES HAVE NOT SPENT IT                  *             03620701
036209*****************************************************             03620901
036210 310-PRINT-OTB-LINE.                                              03621001
036212     MOVE OT-CATEGORY (WS-OTB-SUB) TO OL-CATEGORY                 03621201
036213     MOVE OT-RECEIVED (WS-OTB-SUB) TO OL-RECEIVED                 03621301
036215     MOVE OT-OPEN-ORDERS (WS-OTB-SUB) TO OL-OPEN-ORDERS           03621501
036216     MOVE OT-RELEASED (WS-OTB-SUB) TO OL-RELEASED                 03621601
036218     MOVE OT-PARKED (WS-OTB-SUB) TO OL-PARKED                     03621801
036219     MOVE SPACES TO OL-REMARK                                     03621901
036221     IF OT-BUDGETED (WS-OTB-SUB) = 'YES'                          03622101
036222         COMPUTE WS-OTB-AVAILABLE =                               03622201
036224             OT-BUDGET (WS-OTB-SUB)                               03622401
036225             - OT-RECEIVED (WS-OTB-SUB)                           03622501
036227             - OT-OPEN-ORDERS (WS-OTB-SUB)                        03622701
036228             - OT-RELEASED (WS-OTB-SUB)                           03622801
036230         MOVE OT-BUDGET (WS-OTB-SUB) TO OL-BUDGET                 03623001
036231         MOVE WS-OTB-AVAILABLE TO OL-OPEN-TO-BUY                  03623101
036233         IF WS-OTB-AVAILABLE < ZERO                               03623301
036234             MOVE 'OVER BUDGET' TO OL-REMARK                      03623401
036236         END-IF                                                   03623601
036237         ADD OT-BUDGET (WS-OTB-SUB) TO WS-OTB-TOT-BUDGET          03623701
036239         ADD WS-OTB-AVAILABLE TO WS-OTB-TOT-REMAINING             03623901
036240     ELSE                                                         03624001
036242         MOVE ZERO TO OL-BUDGET                                   03624201
036243         MOVE ZERO TO OL-OPEN-TO-BUY                              03624301
036245         MOVE 'NO BUDGET' TO OL-REMARK                            03624501
036246     END-IF                                                       03624601
036248     ADD OT-RECEIVED (WS-OTB-SUB) TO WS-OTB-TOT-RECEIVED          03624801
036250     ADD OT-OPEN-ORDERS (WS-OTB-SUB) TO WS-OTB-TOT-OPEN           03625001
036251     ADD OT-RELEASED (WS-OTB-SUB) TO WS-OTB-TOT-RELEASED          03625101
036253     ADD OT-PARKED (WS-OTB-SUB) TO WS-OTB-TOT-PARKED              03625301
036254     WRITE OTB-REPORT-REC FROM WS-OTB-LINE                        03625401
036256       AFTER ADVANCING 1 LINE                                     03625601
036257     END-WRITE                                                    03625701
036259     .                                                            03625901
036260                                                                  03626001
036262 320-PRINT-PARKED-LINE.                                           03626201
036263     IF WS-PARK-KEEP (WS-PARK-SUB) = 'YES'                        03626301
036265         MOVE WS-PARK-IMAGE (WS-PARK-SUB) TO PARKED-LINE-REC      03626501
036266         MOVE PK-ITEM-NAME TO PP-ITEM-NAME                        03626601
036268         MOVE PK-SUPPLIER-CODE TO PP-SUPPLIER-CODE                03626801
036269         MOVE PK-CATEGORY TO PP-CATEGORY                          03626901
036271         MOVE PK-ORDER-QTY TO PP-ORDER-QTY                        03627101
036272         MOVE PK-EXTENDED-COST TO PP-EXTENDED-COST                03627201
036274         MOVE PK-OPEN-TO-BUY TO PP-OPEN-TO-BUY                    03627401
036275         MOVE PK-PARK-DATE TO PP-PARK-DATE                        03627501
036277         IF WS-PARK-NEW (WS-PARK-SUB) = 'YES'                     03627701
036278             MOVE 'PARKED THIS RUN' TO PP-REMARK                  03627801
036280         ELSE                                                     03628001
036281             IF PK-STATUS = 'A'                                   03628101
036283                 MOVE 'APPROVED, HELD' TO PP-REMARK               03628301
036284             ELSE                                                 03628401
036286                 MOVE 'AWAITING APPROVAL' TO PP-REMARK            03628601
036287             END-IF                                               03628701
036289         END-IF                                                   03628901
036290         WRITE OTB-REPORT-REC FROM WS-OTB-PARK-LINE               03629001
036292           AFTER ADVANCING 1 LINE                                 03629201
036293         END-WRITE                                                03629301
036295         ADD 1 TO WS-PARK-PRINTED                                 03629501
036296     END-IF                                                       03629601
036298     .                                                            03629801
036300                                                                  03630001
036400 850-GET-DATE.                                                    03640001
036500     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          03650001
