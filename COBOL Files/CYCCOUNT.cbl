000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    CYCCOUNT.                                         00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*DAILY CYCLE-COUNT LIST - WALKS THE FRIDGE MASTER   *             00090001
001000*AGAINST THE CYCLE-COUNT SCHEDULE SET BY THE ABC    *             00100001
001100*CLASSIFICATION RUN AND PRINTS THE ITEMS DUE FOR    *             00110001
001200*COUNTING TODAY (CLASS A WEEKLY, B MONTHLY, C       *             00120001
001300*QUARTERLY), WITH THEIR STORAGE LOCATION WHEN ONE   *             00130001
001400*IS ON FILE.  ITEMS PAST THEIR DUE DATE ARE LISTED  *             00140001
001500*AGAIN IN AN OVERDUE SECTION, AND A COVERAGE        *             00150001
001600*SECTION SHOWS BY CLASS WHAT SHARE OF ON-HAND       *             00160001
001700*INVENTORY VALUE HAS BEEN COUNTED SINCE THE START   *             00170001
001800*OF THE PERIOD FOR THE AUDITORS                     *             00180001
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
004100     SELECT CYCLE-SCHEDULE-FILE    ASSIGN TO MYCYCSCH             00410001
004200         ORGANIZATION IS INDEXED                                  00420001
004300         ACCESS MODE IS RANDOM                                    00430001
004400         RECORD KEY IS CC-ITEM-NAME                               00440001
004500         FILE STATUS IS WS-CYCSCH-STATUS.                         00450001
004600     SELECT ITEM-LOCATION-FILE     ASSIGN TO MYITMLOC             00460001
004700         ORGANIZATION IS INDEXED                                  00470001
004800         ACCESS MODE IS RANDOM                                    00480001
004900         RECORD KEY IS IL-ITEM-NAME                               00490001
005000         ALTERNATE RECORD KEY IS IL-UNIT-CODE                     00500001
005100             WITH DUPLICATES                                      00510001
005200         ALTERNATE RECORD KEY IS IL-WALK-SEQ                      00520001
005300             WITH DUPLICATES                                      00530001
005400         FILE STATUS IS WS-ITMLOC-STATUS.                         00540001
005500     SELECT COUNT-LIST-FILE        ASSIGN TO MYCYCLST.            00550001
005600                                                                  00560001
005700 DATA DIVISION.                                                   00570001
005800 FILE SECTION.                                                    00580001
005900                                                                  00590001
006000 FD  FRIDGE                                                       00600001
006100     RECORDING MODE IS F.                                         00610001
006200     COPY FRIDGEREC.                                              00620001
006300                                                                  00630001
006400 FD  CYCLE-SCHEDULE-FILE.                                         00640001
006500     COPY CYCSCHD.                                                00650001
006600                                                                  00660001
006700 FD  ITEM-LOCATION-FILE.                                          00670001
006800     COPY ITEMLOC.                                                00680001
006900                                                                  00690001
007000 FD  COUNT-LIST-FILE                                              00700001
007100     RECORDING MODE IS F.                                         00710001
007200 01  COUNT-LIST-REC.                                              00720001
007300     10  FILLER                    PIC X(132).                    00730001
007400                                                                  00740001
007500 WORKING-STORAGE SECTION.                                         00750001
007600                                                                  00760001
007700 01  WS-COUNTERS-FLAGS.                                           00770001
007800     10  WS-SCAN-EOF               PIC X(03) VALUE 'NO'.          00780001
007900     10  WS-ITEM-COUNT             PIC 9(05) VALUE ZERO.          00790001
008000     10  WS-DUE-COUNT              PIC 9(05) VALUE ZERO.          00800001
008100     10  WS-OVERDUE-COUNT          PIC 9(05) VALUE ZERO.          00810001
008200     10  WS-SUB                    PIC S9(04) COMP VALUE ZERO.    00820001
008300     10  WS-CLASS-SUB              PIC S9(04) COMP VALUE ZERO.    00830001
008400                                                                  00840001
008500 01  WS-VALIDATION-FLAGS.                                         00850001
008600     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        00860001
008700     10  WS-CYCSCH-STATUS          PIC X(02) VALUE SPACES.        00870001
008800     10  WS-ITMLOC-STATUS          PIC X(02) VALUE SPACES.        00880001
008900     10  WS-ITMLOC-LOADED          PIC X(03) VALUE 'NO'.          00890001
009000     10  WS-ITEM-SCHEDULED         PIC X(03) VALUE 'NO'.          00900001
009100                                                                  00910001
009200 01  WS-SITE-CONTROL.                                             00920001
009300     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    00930001
009400                                                                  00940001
009500 01  WS-DATE-FIELDS.                                              00950001
009600     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          00960001
009700     10  WS-DATE-8-R REDEFINES WS-DATE-8.                         00970001
009800         15  WS-DATE-YYYY          PIC 9(04).                     00980001
009900         15  WS-DATE-MM            PIC 9(02).                     00990001
010000         15  WS-DATE-DD            PIC 9(02).                     01000001
010100     10  WS-TODAY-INT              PIC S9(07) VALUE ZERO.         01010001
010200     10  WS-PERIOD-START           PIC 9(08) VALUE ZERO.          01020001
010300     10  WS-PERIOD-START-R REDEFINES WS-PERIOD-START.             01030001
010400         15  WS-PERIOD-YYYY        PIC 9(04).                     01040001
010500         15  WS-PERIOD-MM          PIC 9(02).                     01050001
010600         15  WS-PERIOD-DD          PIC 9(02).                     01060001
010700     10  WS-DAYS-OVERDUE           PIC S9(05) VALUE ZERO.         01070001
010800     10  WS-QUARTER-NO             PIC 9(01) VALUE ZERO.          01080001
010900                                                                  01090001
011000*****************************************************             01100001
011100*   COVERAGE PERIOD START AS YYYYMMDD IN COLUMNS    *             01110001
011200*   1-8; BLANK TAKES THE FIRST DAY OF THE CURRENT   *             01120001
011300*   CALENDAR QUARTER, THE LONGEST COUNT INTERVAL    *             01130001
011400*****************************************************             01140001
011500 01  WS-COUNT-LIST-PARM-CARD.                                     01150001
011600     10  PC-PERIOD-START           PIC 9(08).                     01160001
011700     10  FILLER                    PIC X(72).                     01170001
011800                                                                  01180001
011900*****************************************************             01190001
012000*   COVERAGE BY CLASS: 1 = A, 2 = B, 3 = C, 4 = NOT *             01200001
012100*   YET ON THE SCHEDULE, 5 = ALL ITEMS              *             01210001
012200*****************************************************             01220001
012300 01  WS-COVERAGE-TABLE.                                           01230001
012400     10  WS-CV-ENTRY OCCURS 5 TIMES.                              01240001
012500         15  CV-ITEM-COUNT         PIC 9(05).                     01250001
012600         15  CV-COUNTED-ITEMS      PIC 9(05).                     01260001
012700         15  CV-ON-HAND-VALUE      PIC S9(09)V99.                 01270001
012800         15  CV-COUNTED-VALUE      PIC S9(09)V99.                 01280001
012900                                                                  01290001
013000*****************************************************             01300001
013100*   OVERDUE ITEMS HELD FOR THEIR OWN SECTION AFTER  *             01310001
013200*   THE COUNT LIST                                  *             01320001
013300*****************************************************             01330001
013400 01  WS-OVERDUE-TABLE.                                            01340001
013500     10  WS-OD-ENTRY OCCURS 800 TIMES.                            01350001
013600         15  OD-ITEM-NAME          PIC X(17).                     01360001
013700         15  OD-CATEGORY           PIC X(10).                     01370001
013800         15  OD-CLASS              PIC X(01).                     01380001
013900         15  OD-LAST-COUNT-DATE    PIC 9(08).                     01390001
014000         15  OD-NEXT-DUE-DATE      PIC 9(08).                     01400001
014100         15  OD-DAYS-OVERDUE       PIC S9(05).                    01410001
014200         15  OD-ON-HAND-VALUE      PIC S9(07)V99.                 01420001
014300                                                                  01430001
014400 01  WS-ITEM-CONTROL.                                             01440001
014500     10  WS-ITEM-VALUE             PIC S9(07)V99 VALUE ZERO.      01450001
014600     10  WS-COVERAGE-PCT           PIC S9(03)V99 VALUE ZERO.      01460001
014700                                                                  01470001
014800 01  WS-LIST-HEADING.                                             01480001
014900     10  FILLER                    PIC X(02) VALUE SPACES.        01490001
015000     10  FILLER                    PIC X(34) VALUE                01500001
015100         'DAILY CYCLE-COUNT LIST            '.                    01510001
015200     10  FILLER                    PIC X(06) VALUE 'DATE: '.      01520001
015300     10  LH-RUN-DATE               PIC 9(08).                     01530001
015400     10  FILLER                    PIC X(16) VALUE                01540001
015500         ' PERIOD SINCE: '.                                       01550001
015600     10  LH-PERIOD-START           PIC 9(08).                     01560001
015700     10  FILLER                    PIC X(58) VALUE SPACES.        01570001
015800                                                                  01580001
015900 01  WS-SECTION-HEADING.                                          01590001
016000     10  FILLER                    PIC X(02) VALUE SPACES.        01600001
016100     10  SH-SECTION-TITLE          PIC X(40).                     01610001
016200     10  FILLER                    PIC X(90) VALUE SPACES.        01620001
016300                                                                  01630001
016400 01  WS-LIST-COLUMN-HEADING.                                      01640001
016500     10  FILLER                    PIC X(02) VALUE SPACES.        01650001
016600     10  FILLER                    PIC X(19) VALUE 'ITEM'.        01660001
016700     10  FILLER                    PIC X(12) VALUE 'CATEGORY'.    01670001
016800     10  FILLER                    PIC X(04) VALUE 'CL'.          01680001
016900     10  FILLER                    PIC X(12) VALUE 'UNIT'.        01690001
017000     10  FILLER                    PIC X(06) VALUE 'SHELF'.       01700001
017100     10  FILLER                    PIC X(06) VALUE 'BIN'.         01710001
017200     10  FILLER                    PIC X(10) VALUE 'LAST CNT'.    01720001
017300     10  FILLER                    PIC X(10) VALUE 'DUE'.         01730001
017400     10  FILLER                    PIC X(08) VALUE 'LATE'.        01740001
017500     10  FILLER                    PIC X(13) VALUE 'COUNTED'.     01750001
017600     10  FILLER                    PIC X(30) VALUE 'REMARK'.      01760001
017700                                                                  01770001
017800 01  WS-LIST-LINE.                                                01780001
017900     10  FILLER                    PIC X(02) VALUE SPACES.        01790001
018000     10  LL-ITEM-NAME              PIC X(17).                     01800001
018100     10  FILLER                    PIC X(02) VALUE SPACES.        01810001
018200     10  LL-CATEGORY               PIC X(10).                     01820001
018300     10  FILLER                    PIC X(02) VALUE SPACES.        01830001
018400     10  LL-CLASS                  PIC X(01).                     01840001
018500     10  FILLER                    PIC X(03) VALUE SPACES.        01850001
018600     10  LL-UNIT-CODE              PIC X(10).                     01860001
018700     10  FILLER                    PIC X(02) VALUE SPACES.        01870001
018800     10  LL-SHELF                  PIC X(04).                     01880001
018900     10  FILLER                    PIC X(02) VALUE SPACES.        01890001
019000     10  LL-BIN                    PIC X(04).                     01900001
019100     10  FILLER                    PIC X(02) VALUE SPACES.        01910001
019200     10  LL-LAST-COUNT-DATE        PIC 9(08).                     01920001
019300     10  FILLER                    PIC X(02) VALUE SPACES.        01930001
019400     10  LL-NEXT-DUE-DATE          PIC 9(08).                     01940001
019500     10  FILLER                    PIC X(02) VALUE SPACES.        01950001
019600     10  LL-DAYS-OVERDUE           PIC ZZZZ9.                     01960001
019700     10  FILLER                    PIC X(03) VALUE SPACES.        01970001
019800     10  LL-COUNTED-BLANK          PIC X(10) VALUE '__________'.  01980001
019900     10  FILLER                    PIC X(03) VALUE SPACES.        01990001
020000     10  LL-REMARK                 PIC X(24).                     02000001
020100     10  FILLER                    PIC X(06) VALUE SPACES.        02010001
020200                                                                  02020001
020300 01  WS-OVERDUE-LINE.                                             02030001
020400     10  FILLER                    PIC X(02) VALUE SPACES.        02040001
020500     10  OL-ITEM-NAME              PIC X(17).                     02050001
020600     10  FILLER                    PIC X(02) VALUE SPACES.        02060001
020700     10  OL-CATEGORY               PIC X(10).                     02070001
020800     10  FILLER                    PIC X(02) VALUE SPACES.        02080001
020900     10  OL-CLASS                  PIC X(01).                     02090001
021000     10  FILLER                    PIC X(03) VALUE SPACES.        02100001
021100     10  OL-LAST-COUNT-DATE        PIC 9(08).                     02110001
021200     10  FILLER                    PIC X(02) VALUE SPACES.        02120001
021300     10  OL-NEXT-DUE-DATE          PIC 9(08).                     02130001
021400     10  FILLER                    PIC X(02) VALUE SPACES.        02140001
021500     10  OL-DAYS-OVERDUE           PIC ZZZZ9.                     02150001
021600     10  FILLER                    PIC X(02) VALUE SPACES.        02160001
021700     10  OL-ON-HAND-VALUE          PIC Z,ZZZ,ZZ9.99-.             02170001
021800     10  FILLER                    PIC X(55) VALUE SPACES.        02180001
021900                                                                  02190001
022000 01  WS-OVERDUE-COLUMN-HEADING.                                   02200001
022100     10  FILLER                    PIC X(02) VALUE SPACES.        02210001
022200     10  FILLER                    PIC X(19) VALUE 'ITEM'.        02220001
022300     10  FILLER                    PIC X(12) VALUE 'CATEGORY'.    02230001
022400     10  FILLER                    PIC X(04) VALUE 'CL'.          02240001
022500     10  FILLER                    PIC X(10) VALUE 'LAST CNT'.    02250001
022600     10  FILLER                    PIC X(10) VALUE 'DUE'.         02260001
022700     10  FILLER                    PIC X(07) VALUE 'DAYS'.        02270001
022800     10  FILLER                    PIC X(13) VALUE                02280001
022900         ' ON-HAND VAL'.                                          02290001
023000     10  FILLER                    PIC X(55) VALUE SPACES.        02300001
023100                                                                  02310001
023200 01  WS-COVERAGE-COLUMN-HEADING.                                  02320001
023300     10  FILLER                    PIC X(02) VALUE SPACES.        02330001
023400     10  FILLER                    PIC X(14) VALUE 'CLASS'.       02340001
023500     10  FILLER                    PIC X(08) VALUE ' ITEMS'.      02350001
023600     10  FILLER                    PIC X(09) VALUE 'COUNTED'.     02360001
023700     10  FILLER                    PIC X(18) VALUE                02370001
023800         '   ON-HAND VALUE'.                                      02380001
023900     10  FILLER                    PIC X(18) VALUE                02390001
024000         '   VALUE COUNTED'.                                      02400001
024100     10  FILLER                    PIC X(10) VALUE ' COVERAGE'.   02410001
024200     10  FILLER                    PIC X(53) VALUE SPACES.        02420001
024300                                                                  02430001
024400 01  WS-COVERAGE-LINE.                                            02440001
024500     10  FILLER                    PIC X(02) VALUE SPACES.        02450001
024600     10  VL-CLASS-LABEL            PIC X(14).                     02460001
024700     10  VL-ITEM-COUNT             PIC ZZ,ZZ9.                    02470001
024800     10  FILLER                    PIC X(02) VALUE SPACES.        02480001
024900     10  VL-COUNTED-ITEMS          PIC ZZ,ZZ9.                    02490001
025000     10  FILLER                    PIC X(02) VALUE SPACES.        02500001
025100     10  VL-ON-HAND-VALUE          PIC ZZZ,ZZZ,ZZ9.99-.           02510001
025200     10  FILLER                    PIC X(02) VALUE SPACES.        02520001
025300     10  VL-COUNTED-VALUE          PIC ZZZ,ZZZ,ZZ9.99-.           02530001
025400     10  FILLER                    PIC X(03) VALUE SPACES.        02540001
025500     10  VL-COVERAGE-PCT           PIC ZZ9.99.                    02550001
025600     10  FILLER                    PIC X(02) VALUE ' %'.          02560001
025700     10  FILLER                    PIC X(57) VALUE SPACES.        02570001
025800                                                                  02580001
025900 01  WS-LIST-TOTAL-LINE.                                          02590001
026000     10  FILLER                    PIC X(02) VALUE SPACES.        02600001
026100     10  LT-LABEL                  PIC X(30).                     02610001
026200     10  LT-COUNT                  PIC ZZ,ZZ9.                    02620001
026300     10  FILLER                    PIC X(94) VALUE SPACES.        02630001
026400                                                                  02640001
026500 PROCEDURE DIVISION.                                              02650001
026600                                                                  02660001
026700*****************************************************             02670001
026800*   MAIN PROGRAM ROUTINE                            *             02680001
026900*****************************************************             02690001
027000 010-START-HERE.                                                  02700001
027100     PERFORM 850-GET-DATE                                         02710001
027200     INITIALIZE WS-COVERAGE-TABLE                                 02720001
027300     PERFORM 107-GET-PERIOD-PARM                                  02730001
027400     OPEN INPUT FRIDGE                                            02740001
027500     IF WS-FRIDGE-STATUS NOT = '00'                               02750001
027600         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  02760001
027700             WS-FRIDGE-STATUS                                     02770001
027800         MOVE 16 TO RETURN-CODE                                   02780001
027900     ELSE                                                         02790001
028000         OPEN INPUT CYCLE-SCHEDULE-FILE                           02800001
028100         IF WS-CYCSCH-STATUS NOT = '00'                           02810001
028200             DISPLAY 'CYCLE SCHEDULE OPEN FAILED, STATUS = '      02820001
028300                 WS-CYCSCH-STATUS                                 02830001
028400             MOVE 16 TO RETURN-CODE                               02840001
028500             CLOSE FRIDGE                                         02850001
028600         ELSE                                                     02860001
028700             PERFORM 108-OPEN-ITEM-LOCATION                       02870001
028800             OPEN OUTPUT COUNT-LIST-FILE                          02880001
028900             PERFORM 800-PRINT-HEADINGS                           02890001
029000             MOVE 'ITEMS DUE FOR COUNT TODAY' TO                  02900001
029100                 SH-SECTION-TITLE                                 02910001
029200             PERFORM 810-PRINT-SECTION-HEADING                    02920001
029300             WRITE COUNT-LIST-REC FROM WS-LIST-COLUMN-HEADING     02930001
029400               AFTER ADVANCING 2 LINES                            02940001
029500             END-WRITE                                            02950001
029600             MOVE 'NO' TO WS-SCAN-EOF                             02960001
029700             MOVE LOW-VALUES TO FR-ITEM-NAME                      02970001
029800             START FRIDGE KEY IS NOT LESS THAN FR-ITEM-NAME       02980001
029900                 INVALID KEY                                      02990001
030000                     MOVE 'YES' TO WS-SCAN-EOF                    03000001
030100             END-START                                            03010001
030200             PERFORM 150-CHECK-NEXT-ITEM                          03020001
030300               UNTIL WS-SCAN-EOF = 'YES'                          03030001
030400             PERFORM 500-PRINT-OVERDUE-ITEMS                      03040001
030500             PERFORM 600-PRINT-COVERAGE                           03050001
030600             IF WS-ITMLOC-LOADED = 'YES'                          03060001
030700                 CLOSE ITEM-LOCATION-FILE                         03070001
030800             END-IF                                               03080001
030900             CLOSE FRIDGE CYCLE-SCHEDULE-FILE COUNT-LIST-FILE     03090001
031000         END-IF                                                   03100001
031100     END-IF                                                       03110001
031200     GOBACK                                                       03120001
031300     .                                                            03130001
031400                                                                  03140001
031500*****************************************************             03150001
031600*   THE PERIOD DEFAULTS TO THE CURRENT QUARTER SO   *             03160001
031700*   EVERY CLASS SHOULD SHOW FULL COVERAGE BY ITS    *             03170001
031800*   END IF THE COUNT LISTS HAVE BEEN WORKED         *             03180001
031900*****************************************************             03190001
032000 107-GET-PERIOD-PARM.                                             03200001
032100     ACCEPT WS-COUNT-LIST-PARM-CARD FROM SYSIN                    03210001
032200     IF PC-PERIOD-START NUMERIC                                   03220001
032300         AND PC-PERIOD-START > ZERO                               03230001
032400         AND PC-PERIOD-START NOT > WS-DATE-8                      03240001
032500         MOVE PC-PERIOD-START TO WS-PERIOD-START                  03250001
032600     ELSE                                                         03260001
032700         MOVE WS-DATE-YYYY TO WS-PERIOD-YYYY                      03270001
032800     COMPUTE WS-QUARTER-NO = (WS-DATE-MM - 1) / 3                 03280001
032900     COMPUTE WS-PERIOD-MM = WS-QUARTER-NO * 3 + 1                 03290001
033000         MOVE 1 TO WS-PERIOD-DD                                   03300001
033100     END-IF                                                       03310001
033200     .                                                            03320001
033300                                                                  03330001
033400*****************************************************             03340001
033500*   THE LOCATION FILE ONLY ADDS THE UNIT, SHELF AND *             03350001
033600*   BIN TO THE LIST, SO THE RUN GOES AHEAD WITHOUT  *             03360001
033700*   IT                                              *             03370001
033800*****************************************************             03380001
033900 108-OPEN-ITEM-LOCATION.                                          03390001
034000     OPEN INPUT ITEM-LOCATION-FILE                                03400001
034100     IF WS-ITMLOC-STATUS = '00'                                   03410001
034200         MOVE 'YES' TO WS-ITMLOC-LOADED                           03420001
034300     ELSE                                                         03430001
034400         DISPLAY 'ITEM LOCATION FILE NOT AVAILABLE, STATUS = '    03440001
034500             WS-ITMLOC-STATUS                                     03450001
034600     END-IF                                                       03460001
034700     .                                                            03470001
034800                                                                  03480001
034900 150-CHECK-NEXT-ITEM.                                             03490001
035000     READ FRIDGE NEXT RECORD                                      03500001
035100         AT END                                                   03510001
035200             MOVE 'YES' TO WS-SCAN-EOF                            03520001
035300         NOT AT END                                               03530001
035400             IF FR-RECORD-TYPE = SPACES                           03540001
035500                 PERFORM 200-CHECK-ITEM-SCHEDULE                  03550001
035600             END-IF                                               03560001
035700     END-READ                                                     03570001
035800     .                                                            03580001
035900                                                                  03590001
036000*****************************************************             03600001
036100*   AN ITEM NOT YET ON THE SCHEDULE HAS NEVER BEEN  *             03610001
036200*   CLASSIFIED OR COUNTED, SO IT IS DUE TODAY       *             03620001
036300*****************************************************             03630001
036400 200-CHECK-ITEM-SCHEDULE.                                         03640001
036500     ADD 1 TO WS-ITEM-COUNT                                       03650001
036600     IF FR-UNITS > ZERO                                           03660001
036700         COMPUTE WS-ITEM-VALUE ROUNDED = FR-UNITS * FR-COST       03670001
036800     ELSE                                                         03680001
036900         MOVE ZERO TO WS-ITEM-VALUE                               03690001
037000     END-IF                                                       03700001
037100     MOVE FR-ITEM-NAME TO CC-ITEM-NAME                            03710001
037200     READ CYCLE-SCHEDULE-FILE                                     03720001
037300         INVALID KEY                                              03730001
037400             MOVE 'NO' TO WS-ITEM-SCHEDULED                       03740001
037500             MOVE SPACES TO CYCLE-SCHEDULE-REC                    03750001
037600             MOVE ZERO TO CC-LAST-COUNT-DATE                      03760001
037700             MOVE WS-DATE-8 TO CC-NEXT-DUE-DATE                   03770001
037800         NOT INVALID KEY                                          03780001
037900             MOVE 'YES' TO WS-ITEM-SCHEDULED                      03790001
038000     END-READ                                                     03800001
038100     IF CC-LAST-COUNT-DATE NOT NUMERIC                            03810001
038200         MOVE ZERO TO CC-LAST-COUNT-DATE                          03820001
038300     END-IF                                                       03830001
038400     IF CC-NEXT-DUE-DATE NOT NUMERIC                              03840001
038500         OR CC-NEXT-DUE-DATE = ZERO                               03850001
038600         MOVE WS-DATE-8 TO CC-NEXT-DUE-DATE                       03860001
038700     END-IF                                                       03870001
038800     EVALUATE TRUE                                                03880001
038900         WHEN WS-ITEM-SCHEDULED = 'NO'                            03890001
039000             MOVE 4 TO WS-CLASS-SUB                               03900001
039100         WHEN CC-ABC-CLASS = 'A'                                  03910001
039200             MOVE 1 TO WS-CLASS-SUB                               03920001
039300         WHEN CC-ABC-CLASS = 'B'                                  03930001
039400             MOVE 2 TO WS-CLASS-SUB                               03940001
039500         WHEN OTHER                                               03950001
039600             MOVE 3 TO WS-CLASS-SUB                               03960001
039700     END-EVALUATE                                                 03970001
039800     PERFORM 250-ADD-COVERAGE                                     03980001
039900     IF CC-NEXT-DUE-DATE NOT > WS-DATE-8                          03990001
040000         COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT                   04000001
040100             - FUNCTION INTEGER-OF-DATE(CC-NEXT-DUE-DATE)         04010001
040200         PERFORM 300-PRINT-DUE-ITEM                               04020001
040300         IF WS-DAYS-OVERDUE > ZERO                                04030001
040400             PERFORM 350-REMEMBER-OVERDUE-ITEM                    04040001
040500         END-IF                                                   04050001
040600     END-IF                                                       04060001
040700     .                                                            04070001
040800                                                                  04080001
040900 250-ADD-COVERAGE.                                                04090001
041000     ADD 1 TO CV-ITEM-COUNT (WS-CLASS-SUB)                        04100001
041100     ADD WS-ITEM-VALUE TO CV-ON-HAND-VALUE (WS-CLASS-SUB)         04110001
041200     ADD 1 TO CV-ITEM-COUNT (5)                                   04120001
041300     ADD WS-ITEM-VALUE TO CV-ON-HAND-VALUE (5)                    04130001
041400     IF CC-LAST-COUNT-DATE NOT < WS-PERIOD-START                  04140001
041500         ADD 1 TO CV-COUNTED-ITEMS (WS-CLASS-SUB)                 04150001
041600         ADD WS-ITEM-VALUE TO CV-COUNTED-VALUE (WS-CLASS-SUB)     04160001
041700         ADD 1 TO CV-COUNTED-ITEMS (5)                            04170001
041800         ADD WS-ITEM-VALUE TO CV-COUNTED-VALUE (5)                04180001
041900     END-IF                                                       04190001
042000     .                                                            04200001
042100                                                                  04210001
042200 300-PRINT-DUE-ITEM.                                              04220001
042300     MOVE FR-ITEM-NAME TO LL-ITEM-NAME                            04230001
042400     MOVE FR-CATEGORY TO LL-CATEGORY                              04240001
042500     MOVE CC-ABC-CLASS TO LL-CLASS                                04250001
042600     MOVE CC-LAST-COUNT-DATE TO LL-LAST-COUNT-DATE                04260001
042700     MOVE CC-NEXT-DUE-DATE TO LL-NEXT-DUE-DATE                    04270001
042800     MOVE WS-DAYS-OVERDUE TO LL-DAYS-OVERDUE                      04280001
042900     MOVE SPACES TO LL-UNIT-CODE                                  04290001
043000     MOVE SPACES TO LL-SHELF                                      04300001
043100     MOVE SPACES TO LL-BIN                                        04310001
043200     IF WS-ITMLOC-LOADED = 'YES'                                  04320001
043300         MOVE FR-ITEM-NAME TO IL-ITEM-NAME                        04330001
043400         READ ITEM-LOCATION-FILE                                  04340001
043500             INVALID KEY                                          04350001
043600                 CONTINUE                                         04360001
043700             NOT INVALID KEY                                      04370001
043800                 MOVE IL-UNIT-CODE TO LL-UNIT-CODE                04380001
043900                 MOVE IL-SHELF TO LL-SHELF                        04390001
044000                 MOVE IL-BIN TO LL-BIN                            04400001
044100         END-READ                                                 04410001
044200     END-IF                                                       04420001
044300     EVALUATE TRUE                                                04430001
044400         WHEN WS-ITEM-SCHEDULED = 'NO'                            04440001
044500             MOVE 'NOT YET CLASSIFIED' TO LL-REMARK               04450001
044600         WHEN CC-LAST-COUNT-DATE = ZERO                           04460001
044700             MOVE 'NEVER COUNTED' TO LL-REMARK                    04470001
044800         WHEN WS-DAYS-OVERDUE > ZERO                              04480001
044900             MOVE 'OVERDUE' TO LL-REMARK                          04490001
045000         WHEN OTHER                                               04500001
045100             MOVE SPACES TO LL-REMARK                             04510001
045200     END-EVALUATE                                                 04520001
045300     WRITE COUNT-LIST-REC FROM WS-LIST-LINE                       04530001
045400       AFTER ADVANCING 1 LINE                                     04540001
045500     END-WRITE                                                    04550001
045600     ADD 1 TO WS-DUE-COUNT                                        04560001
045700     .                                                            04570001
045800                                                                  04580001
045900 350-REMEMBER-OVERDUE-ITEM.                                       04590001
046000     IF WS-OVERDUE-COUNT < 800                                    04600001
046100         ADD 1 TO WS-OVERDUE-COUNT                                04610001
046200         MOVE WS-OVERDUE-COUNT TO WS-SUB                          04620001
046300         MOVE FR-ITEM-NAME TO OD-ITEM-NAME (WS-SUB)               04630001
046400         MOVE FR-CATEGORY TO OD-CATEGORY (WS-SUB)                 04640001
046500         MOVE CC-ABC-CLASS TO OD-CLASS (WS-SUB)                   04650001
046600         MOVE CC-LAST-COUNT-DATE TO OD-LAST-COUNT-DATE (WS-SUB)   04660001
046700         MOVE CC-NEXT-DUE-DATE TO OD-NEXT-DUE-DATE (WS-SUB)       04670001
046800         MOVE WS-DAYS-OVERDUE TO OD-DAYS-OVERDUE (WS-SUB)         04680001
046900         MOVE WS-ITEM-VALUE TO OD-ON-HAND-VALUE (WS-SUB)          04690001
047000     ELSE                                                         04700001
047100         DISPLAY 'OVERDUE TABLE FULL, OVERDUE SECTION '           04710001
047200             'INCOMPLETE'                                         04720001
047300         MOVE 16 TO RETURN-CODE                                   04730001
047400     END-IF                                                       04740001
047500     .                                                            04750001
047600                                                                  04760001
047700 500-PRINT-OVERDUE-ITEMS.                                         04770001
047800     MOVE 'ITEMS OVERDUE FOR COUNT' TO SH-SECTION-TITLE           04780001
047900     PERFORM 810-PRINT-SECTION-HEADING                            04790001
048000     WRITE COUNT-LIST-REC FROM WS-OVERDUE-COLUMN-HEADING          04800001
048100       AFTER ADVANCING 2 LINES                                    04810001
048200     END-WRITE                                                    04820001
048300     PERFORM 510-PRINT-OVERDUE-LINE                               04830001
048400       VARYING WS-SUB FROM 1 BY 1                                 04840001
048500       UNTIL WS-SUB > WS-OVERDUE-COUNT                            04850001
048600     .                                                            04860001
048700                                                                  04870001
048800 510-PRINT-OVERDUE-LINE.                                          04880001
048900     MOVE OD-ITEM-NAME (WS-SUB) TO OL-ITEM-NAME                   04890001
049000     MOVE OD-CATEGORY (WS-SUB) TO OL-CATEGORY                     04900001
049100     MOVE OD-CLASS (WS-SUB) TO OL-CLASS                           04910001
049200     MOVE OD-LAST-COUNT-DATE (WS-SUB) TO OL-LAST-COUNT-DATE       04920001
049300     MOVE OD-NEXT-DUE-DATE (WS-SUB) TO OL-NEXT-DUE-DATE           04930001
049400     MOVE OD-DAYS-OVERDUE (WS-SUB) TO OL-DAYS-OVERDUE             04940001
049500     MOVE OD-ON-HAND-VALUE (WS-SUB) TO OL-ON-HAND-VALUE           04950001
049600     WRITE COUNT-LIST-REC FROM WS-OVERDUE-LINE                    04960001
049700       AFTER ADVANCING 1 LINE                                     04970001
049800     END-WRITE                                                    04980001
049900     .                                                            04990001
050000                                                                  05000001
050100*****************************************************             05010001
050200*   COVERAGE IS THE SHARE OF TODAY'S ON-HAND VALUE  *             05020001
050300*   HELD IN ITEMS COUNTED SINCE THE PERIOD START    *             05030001
050400*****************************************************             05040001
050500 600-PRINT-COVERAGE.                                              05050001
050600     MOVE 'COUNT COVERAGE FOR THE PERIOD' TO SH-SECTION-TITLE     05060001
050700     PERFORM 810-PRINT-SECTION-HEADING                            05070001
050800     WRITE COUNT-LIST-REC FROM WS-COVERAGE-COLUMN-HEADING         05080001
050900       AFTER ADVANCING 2 LINES                                    05090001
051000     END-WRITE                                                    05100001
051100     PERFORM 610-PRINT-COVERAGE-LINE                              05110001
051200       VARYING WS-CLASS-SUB FROM 1 BY 1                           05120001
051300       UNTIL WS-CLASS-SUB > 5                                     05130001
051400     MOVE 'ITEMS ON FILE' TO LT-LABEL                             05140001
051500     MOVE WS-ITEM-COUNT TO LT-COUNT                               05150001
051600     WRITE COUNT-LIST-REC FROM WS-LIST-TOTAL-LINE                 05160001
051700       AFTER ADVANCING 2 LINES                                    05170001
051800     END-WRITE                                                    05180001
051900     MOVE 'ITEMS ON TODAY''S COUNT LIST' TO LT-LABEL              05190001
052000     MOVE WS-DUE-COUNT TO LT-COUNT                                05200001
052100     WRITE COUNT-LIST-REC FROM WS-LIST-TOTAL-LINE                 05210001
052200       AFTER ADVANCING 1 LINE                                     05220001
052300     END-WRITE                                                    05230001
052400     MOVE 'ITEMS OVERDUE' TO LT-LABEL                             05240001
052500     MOVE WS-OVERDUE-COUNT TO LT-COUNT                            05250001
052600     WRITE COUNT-LIST-REC FROM WS-LIST-TOTAL-LINE                 05260001
052700       AFTER ADVANCING 1 LINE                                     05270001
052800     END-WRITE                                                    05280001
052900     .                                                            05290001
053000                                                                  05300001
053100 610-PRINT-COVERAGE-LINE.                                         05310001
053200     EVALUATE WS-CLASS-SUB                                        05320001
053300         WHEN 1                                                   05330001
053400             MOVE 'A' TO VL-CLASS-LABEL                           05340001
053500         WHEN 2                                                   05350001
053600             MOVE 'B' TO VL-CLASS-LABEL                           05360001
053700         WHEN 3                                                   05370001
053800             MOVE 'C' TO VL-CLASS-LABEL                           05380001
053900         WHEN 4                                                   05390001
054000             MOVE 'UNCLASSIFIED' TO VL-CLASS-LABEL                05400001
054100         WHEN OTHER                                               05410001
054200             MOVE 'ALL ITEMS' TO VL-CLASS-LABEL                   05420001
054300     END-EVALUATE                                                 05430001
054400     MOVE CV-ITEM-COUNT (WS-CLASS-SUB) TO VL-ITEM-COUNT           05440001
054500     MOVE CV-COUNTED-ITEMS (WS-CLASS-SUB) TO VL-COUNTED-ITEMS     05450001
054600     MOVE CV-ON-HAND-VALUE (WS-CLASS-SUB) TO VL-ON-HAND-VALUE     05460001
054700     MOVE CV-COUNTED-VALUE (WS-CLASS-SUB) TO VL-COUNTED-VALUE     05470001
054800     IF CV-ON-HAND-VALUE (WS-CLASS-SUB) > ZERO                    05480001
054900         COMPUTE WS-COVERAGE-PCT ROUNDED =                        05490001
055000             CV-COUNTED-VALUE (WS-CLASS-SUB) * 100                05500001
055100             / CV-ON-HAND-VALUE (WS-CLASS-SUB)                    05510001
055200     ELSE                                                         05520001
055300         MOVE ZERO TO WS-COVERAGE-PCT                             05530001
055400     END-IF                                                       05540001
055500     MOVE WS-COVERAGE-PCT TO VL-COVERAGE-PCT                      05550001
055600     IF WS-CLASS-SUB = 5                                          05560001
055700         WRITE COUNT-LIST-REC FROM WS-COVERAGE-LINE               05570001
055800           AFTER ADVANCING 2 LINES                                05580001
055900         END-WRITE                                                05590001
056000     ELSE                                                         05600001
056100         WRITE COUNT-LIST-REC FROM WS-COVERAGE-LINE               05610001
056200           AFTER ADVANCING 1 LINE                                 05620001
056300         END-WRITE                                                05630001
056400     END-IF                                                       05640001
056500     .                                                            05650001
056600                                                                  05660001
056700 800-PRINT-HEADINGS.                                              05670001
056800     MOVE WS-DATE-8 TO LH-RUN-DATE                                05680001
056900     MOVE WS-PERIOD-START TO LH-PERIOD-START                      05690001
057000     WRITE COUNT-LIST-REC FROM WS-LIST-HEADING                    05700001
057100       AFTER ADVANCING PAGE                                       05710001
057200     END-WRITE                                                    05720001
057300     .                                                            05730001
057400                                                                  05740001
057500 810-PRINT-SECTION-HEADING.                                       05750001
057600     WRITE COUNT-LIST-REC FROM WS-SECTION-HEADING                 05760001
057700       AFTER ADVANCING 2 LINES                                    05770001
057800     END-WRITE                                                    05780001
057900     .                                                            05790001
058000                                                                  05800001
058100 850-GET-DATE.                                                    05810001
058200     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          05820001
058300     COMPUTE WS-TODAY-INT =                                       05830001
058400         FUNCTION INTEGER-OF-DATE(WS-DATE-8)                      05840001
058500     .                                                            05850001
