000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    EVNTRSV.                                          00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*EVENT STOCK RESERVATION - EXPLODES EVERY BOOKED    *             00090001
001000*BANQUET AND PRIVATE EVENT THROUGH THE RECIPE FILE  *             00100001
001100*INTO THE STOCK IT NEEDS AND SETS THAT STOCK ASIDE  *             00110001
001200*ON THE RESERVATION FILE, SO THE DAILY INVENTORY    *             00120001
001300*PASS WORKS FROM WHAT IS REALLY FREE: ON HAND, LESS *             00130001
001400*HELD, LESS RESERVED.  EVENTS ARE RESERVED IN DATE  *             00140001
001500*ORDER.  A PREPARED ITEM IS TAKEN FROM ITS OWN      *             00150001
001600*SHELF AS FAR AS THE SHELF GOES AND THE REST IS     *             00160001
001700*EXPLODED INTO THE COMPONENTS THE PREP KITCHEN WILL *             00170001
001800*DRAW TO MAKE IT.  THE FILE IS REBUILT FROM THE     *             00180001
001900*BOOKINGS EVERY RUN; RESERVATIONS FOR EVENTS NOW    *             00190001
002000*PAST ARE RELEASED AND LISTED ON THE REGISTER,      *             00200001
002100*WHICH SHOWS EACH EVENT'S NEEDS AGAINST WHAT IS     *             00210001
002200*AVAILABLE                                          *             00220001
002300*****************************************************             00230001
002400                                                                  00240001
002500 ENVIRONMENT DIVISION.                                            00250001
002600 CONFIGURATION SECTION.                                           00260001
002700 SOURCE-COMPUTER.                                                 00270001
002800     Z13                                                          00280001
002900     WITH DEBUGGING MODE                                          00290001
003000     .                                                            00300001
003100                                                                  00310001
003200 INPUT-OUTPUT SECTION.                                            00320001
003300                                                                  00330001
003400 FILE-CONTROL.                                                    00340001
003500     SELECT FRIDGE                 ASSIGN TO DYNAMIC              00350001
003600         WS-FRIDGE-DSNAME                                         00360001
003700         ORGANIZATION IS INDEXED                                  00370001
003800         ACCESS MODE IS DYNAMIC                                   00380001
003900         RECORD KEY IS FR-ITEM-NAME                               00390001
004000         ALTERNATE RECORD KEY IS FR-CATEGORY                      00400001
004100             WITH DUPLICATES                                      00410001
004200         ALTERNATE RECORD KEY IS FR-SUPPLIER-CODE                 00420001
004300             WITH DUPLICATES                                      00430001
004400         FILE STATUS IS WS-FRIDGE-STATUS.                         00440001
004500     SELECT RECIPE-FILE            ASSIGN TO MYRECIPE             00450001
004600         FILE STATUS IS WS-RECIPE-STATUS.                         00460001
004700     SELECT EVENT-BOOKING-FILE     ASSIGN TO MYEVENTS             00470001
004800         FILE STATUS IS WS-EVENTS-STATUS.                         00480001
004900     SELECT OPTIONAL RESERVATION-FILE ASSIGN TO MYRESRV           00490001
005000         FILE STATUS IS WS-RESRV-STATUS.                          00500001
005100     SELECT RESERVATION-PRINT-FILE ASSIGN TO MYRSVRPT.            00510001
005200     SELECT ITEM-UOM-FILE          ASSIGN TO MYITMUOM             00520001
005300         ORGANIZATION IS INDEXED                                  00530001
005400         ACCESS MODE IS RANDOM                                    00540001
005500         RECORD KEY IS UM-ITEM-NAME                               00550001
005600         FILE STATUS IS WS-ITMUOM-STATUS.                         00560001
005700                                                                  00570001
005800 DATA DIVISION.                                                   00580001
005900 FILE SECTION.                                                    00590001
006000                                                                  00600001
006100 FD  FRIDGE                                                       00610001
006200     RECORDING MODE IS F.                                         00620001
006300     COPY FRIDGEREC.                                              00630001
006400                                                                  00640001
006500 FD  RECIPE-FILE                                                  00650001
006600     RECORDING MODE IS F.                                         00660001
006700     COPY RECIPREC.                                               00670001
006800                                                                  00680001
006900 FD  EVENT-BOOKING-FILE                                           00690001
007000     RECORDING MODE IS F.                                         00700001
007100     COPY EVENTBK.                                                00710001
007200                                                                  00720001
007300 FD  RESERVATION-FILE                                             00730001
007400     RECORDING MODE IS F.                                         00740001
007500     COPY RESERVE.                                                00750001
007600                                                                  00760001
007700 FD  RESERVATION-PRINT-FILE                                       00770001
007800     RECORDING MODE IS F.                                         00780001
007900 01  RESERVATION-PRINT-REC.                                       00790001
008000     10  FILLER                    PIC X(132).                    00800001
008100                                                                  00810001
008200 FD  ITEM-UOM-FILE.                                               00820001
008300     COPY ITEMUOM.                                                00830001
008400                                                                  00840001
008500 WORKING-STORAGE SECTION.                                         00850001
008600                                                                  00860001
008700 01  WS-COUNTERS-FLAGS.                                           00870001
008800     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00880001
008900     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00890001
009000     10  WS-RECIPE-EOF             PIC X(03) VALUE 'NO'.          00900001
009100     10  WS-RESRV-EOF              PIC X(03) VALUE 'NO'.          00910001
009200     10  WS-EVENTS-RESERVED        PIC 9(05) VALUE ZERO.          00920001
009300     10  WS-LINES-WRITTEN          PIC 9(05) VALUE ZERO.          00930001
009400     10  WS-SHORT-COUNT            PIC 9(05) VALUE ZERO.          00940001
009500     10  WS-RELEASED-COUNT         PIC 9(05) VALUE ZERO.          00950001
009600     10  WS-PAST-COUNT             PIC 9(05) VALUE ZERO.          00960001
009700     10  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.          00970001
009800                                                                  00980001
009900 01  WS-VALIDATION-FLAGS.                                         00990001
010000     10  WS-LINE-VALID             PIC X(03) VALUE 'YES'.         01000001
010100     10  WS-REJECT-REASON          PIC X(30) VALUE SPACES.        01010001
010200     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        01020001
010300     10  WS-RECIPE-STATUS          PIC X(02) VALUE SPACES.        01030001
010400     10  WS-EVENTS-STATUS          PIC X(02) VALUE SPACES.        01040001
010500     10  WS-RESRV-STATUS           PIC X(02) VALUE SPACES.        01050001
010600     10  WS-ITMUOM-STATUS          PIC X(02) VALUE SPACES.        01060001
010700                                                                  01070001
010800 01  WS-SITE-CONTROL.                                             01080001
010900     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    01090001
011000                                                                  01100001
011100 01  WS-DATE-FIELDS.                                              01110001
011200     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01120001
011300                                                                  01130001
011400*****************************************************             01140001
011500*   RUN-SEQUENCE CONTROL: THE CHAIN ONLY WORKS IN   *             01150001
011600*   ONE ORDER, SO THE RUNCTL SUBROUTINE IS ASKED    *             01160001
011700*   BEFORE THE FRIDGE FILE OPENS AND STAMPED WHEN   *             01170001
011800*   THE RUN COMPLETES.  AN 'OVERRIDE' CARD ON       *             01180001
011900*   SYSIN PERMITS A DELIBERATE SAME-DATE RERUN      *             01190001
012000*****************************************************             01200001
012100     COPY RUNCTLP.                                                01210001
012200                                                                  01220001
012300 01  WS-OVERRIDE-PARM-CARD.                                       01230001
012400     10  PC-RUN-OVERRIDE           PIC X(08).                     01240001
012500     10  FILLER                    PIC X(72).                     01250001
012600                                                                  01260001
012700*****************************************************             01270001
012800*   RECIPE QUANTITIES ARE WRITTEN IN RECIPE UNITS;  *             01280001
012900*   RESERVATIONS ARE HELD IN STOCKING UNITS, SO     *             01290001
013000*   EACH NEED IS TURNED INTO STOCKING UNITS BY THE  *             01300001
013100*   ITEM'S RECIPE FACTOR                            *             01310001
013200*****************************************************             01320001
013300 01  WS-UOM-CONTROL.                                              01330001
013400     10  WS-UOM-LOADED             PIC X(03) VALUE 'NO'.          01340001
013500     10  WS-RECIPE-FACTOR          PIC 9(05)V9(04) VALUE 1.       01350001
013600                                                                  01360001
013700 01  WS-RECIPE-CONTROL.                                           01370001
013800     10  WS-RECIPE-COUNT           PIC S9(04) COMP VALUE ZERO.    01380001
013900     10  WS-RECIPE-SUB             PIC S9(04) COMP VALUE ZERO.    01390001
014000     10  WS-RECIPE-HIT             PIC X(03) VALUE 'NO'.          01400001
014100 01  WS-RECIPE-TABLE.                                             01410001
014200     10  WS-RECIPE-ENTRY OCCURS 3000 TIMES.                       01420001
014300         15  WS-RT-MENU-ITEM       PIC X(20).                     01430001
014400         15  WS-RT-INGREDIENT      PIC X(17).                     01440001
014500         15  WS-RT-QTY-PER-COVER   PIC S9(03)V99.                 01450001
014600                                                                  01460001
014700*****************************************************             01470001
014800*   EVERY CURRENT BOOKING LINE, AND ONE ENTRY PER   *             01480001
014900*   EVENT SO THE EVENTS CAN BE TAKEN IN DATE ORDER  *             01490001
015000*****************************************************             01500001
015100 01  WS-BOOKING-CONTROL.                                          01510001
015200     10  WS-BOOKING-COUNT          PIC S9(04) COMP VALUE ZERO.    01520001
015300     10  WS-BOOKING-SUB            PIC S9(04) COMP VALUE ZERO.    01530001
015400 01  WS-BOOKING-TABLE.                                            01540001
015500     10  WS-BOOKING-ENTRY OCCURS 500 TIMES.                       01550001
015600         15  WS-BK-EVENT-ID        PIC X(08).                     01560001
015700         15  WS-BK-MENU-ITEM       PIC X(20).                     01570001
015800         15  WS-BK-COVERS          PIC 9(05).                     01580001
015900                                                                  01590001
016000 01  WS-EVENT-CONTROL.                                            01600001
016100     10  WS-EVENT-COUNT            PIC S9(04) COMP VALUE ZERO.    01610001
016200     10  WS-EVENT-SUB              PIC S9(04) COMP VALUE ZERO.    01620001
016300     10  WS-EVENT-HIT              PIC S9(04) COMP VALUE ZERO.    01630001
016400     10  WS-NEXT-EVENT             PIC S9(04) COMP VALUE ZERO.    01640001
016500     10  WS-NEXT-KEY               PIC X(16) VALUE SPACES.        01650001
016600     10  WS-EVENT-KEY              PIC X(16) VALUE SPACES.        01660001
016700     10  WS-ALL-EVENTS-DONE        PIC X(03) VALUE 'NO'.          01670001
016800 01  WS-EVENT-TABLE.                                              01680001
016900     10  WS-EVENT-ENTRY OCCURS 100 TIMES.                         01690001
017000         15  WS-ET-EVENT-ID        PIC X(08).                     01700001
017100         15  WS-ET-EVENT-DATE      PIC 9(08).                     01710001
017200         15  WS-ET-EVENT-NAME      PIC X(24).                     01720001
017300         15  WS-ET-COVERS          PIC 9(07).                     01730001
017400         15  WS-ET-DONE            PIC X(01).                     01740001
017500                                                                  01750001
017600*****************************************************             01760001
017700*   STOCK POSITION PER FRIDGE ITEM: ON HAND, HELD   *             01770001
017800*   (ALL OF IT WHEN THE RECORD IS ON QUALITY HOLD)  *             01780001
017900*   AND RESERVED SO FAR THIS RUN BY EARLIER EVENTS  *             01790001
018000*****************************************************             01800001
018100 01  WS-STOCK-CONTROL.                                            01810001
018200     10  WS-STOCK-COUNT            PIC S9(04) COMP VALUE ZERO.    01820001
018300     10  WS-STOCK-SUB              PIC S9(04) COMP VALUE ZERO.    01830001
018400     10  WS-STOCK-HIT              PIC S9(04) COMP VALUE ZERO.    01840001
018500     10  WS-STOCK-ITEM             PIC X(17) VALUE SPACES.        01850001
018600 01  WS-STOCK-TABLE.                                              01860001
018700     10  WS-STOCK-ENTRY OCCURS 1000 TIMES.                        01870001
018800         15  WS-SK-ITEM-NAME       PIC X(17).                     01880001
018900         15  WS-SK-ON-FILE         PIC X(01).                     01890001
019000         15  WS-SK-PREPARED        PIC X(01).                     01900001
019100         15  WS-SK-ON-HAND         PIC S9(05).                    01910001
019200         15  WS-SK-HELD            PIC S9(05).                    01920001
019300         15  WS-SK-RESERVED        PIC S9(07).                    01930001
019400                                                                  01940001
019500*****************************************************             01950001
019600*   ONE EVENT'S NEEDS PER ITEM IN STOCKING UNITS.   *             01960001
019700*   COVERED IS HOW MUCH OF A PREPARED ITEM'S NEED   *             01970001
019800*   HAS ALREADY BEEN TAKEN FROM ITS SHELF OR PASSED *             01980001
019900*   DOWN TO ITS COMPONENTS                          *             01990001
020000*****************************************************             02000001
020100 01  WS-NEED-CONTROL.                                             02010001
020200     10  WS-NEED-COUNT             PIC S9(04) COMP VALUE ZERO.    02020001
020300     10  WS-NEED-SUB               PIC S9(04) COMP VALUE ZERO.    02030001
020400     10  WS-NEED-HIT               PIC S9(04) COMP VALUE ZERO.    02040001
020500     10  WS-PARENT-SUB             PIC S9(04) COMP VALUE ZERO.    02050001
020600     10  WS-EXPLODE-PASS           PIC 9(03) VALUE ZERO.          02060001
020700     10  WS-EXPLODE-MORE           PIC X(03) VALUE 'NO'.          02070001
020800 01  WS-NEED-TABLE.                                               02080001
020900     10  WS-NEED-ENTRY OCCURS 300 TIMES.                          02090001
021000         15  WS-ND-ITEM-NAME       PIC X(17).                     02100001
021100         15  WS-ND-QTY             PIC S9(07)V99.                 02110001
021200         15  WS-ND-COVERED         PIC S9(07)V99.                 02120001
021300         15  WS-ND-RESERVED        PIC S9(05).                    02130001
021400         15  WS-ND-SOURCE          PIC X(01).                     02140001
021500         15  WS-ND-VIA             PIC X(17).                     02150001
021600                                                                  02160001
021700 01  WS-RESERVE-WORK.                                             02170001
021800     10  WS-ADD-ITEM               PIC X(17) VALUE SPACES.        02180001
021900     10  WS-ADD-QTY                PIC S9(07)V99 VALUE ZERO.      02190001
022000     10  WS-ADD-SOURCE             PIC X(01) VALUE SPACE.         02200001
022100     10  WS-ADD-VIA                PIC X(17) VALUE SPACES.        02210001
022200     10  WS-EXTRA-QTY              PIC S9(07)V99 VALUE ZERO.      02220001
022300     10  WS-WHOLE-QTY              PIC S9(07) VALUE ZERO.         02230001
022400     10  WS-FREE-QTY               PIC S9(07) VALUE ZERO.         02240001
022500     10  WS-TAKE-QTY               PIC S9(07) VALUE ZERO.         02250001
022600     10  WS-SHORT-QTY              PIC S9(07) VALUE ZERO.         02260001
022700     10  WS-BEFORE-QTY             PIC S9(07) VALUE ZERO.         02270001
022800                                                                  02280001
022900 01  WS-REGISTER-HEADING.                                         02290001
023000     10  FILLER                    PIC X(02) VALUE SPACES.        02300001
023100     10  FILLER                    PIC X(40) VALUE                02310001
023200         'EVENT STOCK RESERVATION REGISTER'.                      02320001
023300     10  FILLER                    PIC X(06) VALUE 'DATE: '.      02330001
023400     10  RH-RUN-DATE               PIC 9(08).                     02340001
023500     10  FILLER                    PIC X(76) VALUE SPACES.        02350001
023600                                                                  02360001
023700 01  WS-SECTION-HEADING.                                          02370001
023800     10  FILLER                    PIC X(02) VALUE SPACES.        02380001
023900     10  SH-TITLE                  PIC X(60).                     02390001
024000     10  FILLER                    PIC X(70) VALUE SPACES.        02400001
024100                                                                  02410001
024200 01  WS-EVENT-HEADING.                                            02420001
024300     10  FILLER                    PIC X(02) VALUE SPACES.        02430001
024400     10  FILLER                    PIC X(07) VALUE 'EVENT: '.     02440001
024500     10  EH-EVENT-ID               PIC X(08).                     02450001
024600     10  FILLER                    PIC X(02) VALUE SPACES.        02460001
024700     10  EH-EVENT-NAME             PIC X(24).                     02470001
024800     10  FILLER                    PIC X(02) VALUE SPACES.        02480001
024900     10  FILLER                    PIC X(06) VALUE 'DATE: '.      02490001
025000     10  EH-EVENT-DATE             PIC 9(08).                     02500001
025100     10  FILLER                    PIC X(02) VALUE SPACES.        02510001
025200     10  FILLER                    PIC X(08) VALUE 'COVERS: '.    02520001
025300     10  EH-COVERS                 PIC ZZZZZZ9.                   02530001
025400     10  FILLER                    PIC X(56) VALUE SPACES.        02540001
025500                                                                  02550001
025600 01  WS-COLUMN-HEADING.                                           02560001
025700     10  FILLER                    PIC X(04) VALUE SPACES.        02570001
025800     10  FILLER                    PIC X(19) VALUE 'ITEM'.        02580001
025900     10  FILLER                    PIC X(12) VALUE '     NEEDED'. 02590001
026000     10  FILLER                    PIC X(10) VALUE '  ON HAND'.   02600001
026100     10  FILLER                    PIC X(10) VALUE '     HELD'.   02610001
026200     10  FILLER                    PIC X(10) VALUE ' RSV PRIOR'.  02620001
026300     10  FILLER                    PIC X(10) VALUE '  RESERVED'.  02630001
026400     10  FILLER                    PIC X(10) VALUE ' AVAILABLE'.  02640001
026500     10  FILLER                    PIC X(02) VALUE SPACES.        02650001
026600     10  FILLER                    PIC X(45) VALUE 'NOTE'.        02660001
026700                                                                  02670001
026800 01  WS-NEED-LINE.                                                02680001
026900     10  FILLER                    PIC X(04) VALUE SPACES.        02690001
027000     10  NL-ITEM-NAME              PIC X(17).                     02700001
027100     10  FILLER                    PIC X(02) VALUE SPACES.        02710001
027200     10  NL-NEEDED                 PIC -ZZZZZ9.99.                02720001
027300     10  FILLER                    PIC X(02) VALUE SPACES.        02730001
027400     10  NL-ON-HAND                PIC -ZZZZZZZ9.                 02740001
027500     10  FILLER                    PIC X(01) VALUE SPACES.        02750001
027600     10  NL-HELD                   PIC -ZZZZZZZ9.                 02760001
027700     10  FILLER                    PIC X(01) VALUE SPACES.        02770001
027800     10  NL-PRIOR                  PIC -ZZZZZZZ9.                 02780001
027900     10  FILLER                    PIC X(01) VALUE SPACES.        02790001
028000     10  NL-RESERVED               PIC -ZZZZZZZ9.                 02800001
028100     10  FILLER                    PIC X(01) VALUE SPACES.        02810001
028200     10  NL-AVAILABLE              PIC -ZZZZZZZ9.                 02820001
028300     10  FILLER                    PIC X(02) VALUE SPACES.        02830001
028400     10  NL-NOTE                   PIC X(40).                     02840001
028500     10  FILLER                    PIC X(05) VALUE SPACES.        02850001
028600                                                                  02860001
028700 01  WS-NOTE-WORK.                                                02870001
028800     10  WS-NOTE-SHORT.                                           02880001
028900         15  FILLER                PIC X(07) VALUE 'SHORT: '.     02890001
029000         15  NS-SHORT-QTY          PIC ZZZZZZ9.                   02900001
029100         15  FILLER                PIC X(26) VALUE SPACES.        02910001
029200     10  WS-NOTE-VIA.                                             02920001
029300         15  FILLER                PIC X(04) VALUE 'FOR '.        02930001
029400         15  NV-PREPARED-ITEM      PIC X(17).                     02940001
029500         15  FILLER                PIC X(19) VALUE SPACES.        02950001
029600                                                                  02960001
029700 01  WS-RELEASE-LINE.                                             02970001
029800     10  FILLER                    PIC X(04) VALUE SPACES.        02980001
029900     10  RL-EVENT-ID               PIC X(08).                     02990001
030000     10  FILLER                    PIC X(02) VALUE SPACES.        03000001
030100     10  RL-EVENT-DATE             PIC 9(08).                     03010001
030200     10  FILLER                    PIC X(02) VALUE SPACES.        03020001
030300     10  RL-ITEM-NAME              PIC X(17).                     03030001
030400     10  FILLER                    PIC X(02) VALUE SPACES.        03040001
030500     10  RL-QTY                    PIC -ZZZZZZ9.                  03050001
030600     10  FILLER                    PIC X(02) VALUE SPACES.        03060001
030700     10  FILLER                    PIC X(08) VALUE 'RELEASED'.    03070001
030800     10  FILLER                    PIC X(71) VALUE SPACES.        03080001
030900                                                                  03090001
031000 01  WS-REJECT-LINE.                                              03100001
031100     10  FILLER                    PIC X(04) VALUE SPACES.        03110001
031200     10  RJ-EVENT-ID               PIC X(08).                     03120001
031300     10  FILLER                    PIC X(02) VALUE SPACES.        03130001
031400     10  RJ-EVENT-DATE             PIC X(08).                     03140001
031500     10  FILLER                    PIC X(02) VALUE SPACES.        03150001
031600     10  RJ-MENU-ITEM              PIC X(20).                     03160001
031700     10  FILLER                    PIC X(02) VALUE SPACES.        03170001
031800     10  RJ-REASON                 PIC X(30).                     03180001
031900     10  FILLER                    PIC X(56) VALUE SPACES.        03190001
032000                                                                  03200001
032100 01  WS-SUMMARY-LINE.                                             03210001
032200     10  FILLER                    PIC X(02) VALUE SPACES.        03220001
032300     10  SU-LABEL                  PIC X(30).                     03230001
032400     10  SU-COUNT                  PIC ZZZZ9.                     03240001
032500     10  FILLER                    PIC X(95) VALUE SPACES.        03250001
032600                                                                  03260001
032700 PROCEDURE DIVISION.                                              03270001
032800                                                                  03280001
032900*****************************************************             03290001
033000*   MAIN PROGRAM ROUTINE                            *             03300001
033100*****************************************************             03310001
033200 010-START-HERE.                                                  03320001
033300     PERFORM 850-GET-DATE                                         03330001
033400     PERFORM 160-CHECK-RUN-SEQUENCE                               03340001
033500     IF RETURN-CODE = 8                                           03350001
033600         CONTINUE                                                 03360001
033700     ELSE                                                         03370001
033800     OPEN INPUT FRIDGE                                            03380001
033900     IF WS-FRIDGE-STATUS NOT = '00'                               03390001
034000         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  03400001
034100             WS-FRIDGE-STATUS                                     03410001
034200         MOVE 16 TO RETURN-CODE                                   03420001
034300     ELSE                                                         03430001
034400         OPEN INPUT RECIPE-FILE                                   03440001
034500         OPEN INPUT EVENT-BOOKING-FILE                            03450001
034600         OPEN OUTPUT RESERVATION-PRINT-FILE                       03460001
034700         PERFORM 107-OPEN-ITEM-UOM                                03470001
034800         PERFORM 800-PRINT-HEADINGS                               03480001
034900         PERFORM 110-LOAD-RECIPE-TABLE                            03490001
035000         CLOSE RECIPE-FILE                                        03500001
035100         PERFORM 120-RELEASE-PAST-RESERVATIONS                    03510001
035200         PERFORM 140-LOAD-BOOKINGS                                03520001
035300         CLOSE EVENT-BOOKING-FILE                                 03530001
035400         OPEN OUTPUT RESERVATION-FILE                             03540001
035500         PERFORM 200-RESERVE-NEXT-EVENT                           03550001
035600           UNTIL WS-ALL-EVENTS-DONE = 'YES'                       03560001
035700         CLOSE RESERVATION-FILE                                   03570001
035800         PERFORM 710-PRINT-SUMMARY                                03580001
035900         CLOSE FRIDGE RESERVATION-PRINT-FILE                      03590001
036000         IF WS-UOM-LOADED = 'YES'                                 03600001
036100             CLOSE ITEM-UOM-FILE                                  03610001
036200         END-IF                                                   03620001
036300         IF WS-SHORT-COUNT > ZERO                                 03630001
036400             AND RETURN-CODE = ZERO                               03640001
036500             MOVE 4 TO RETURN-CODE                                03650001
036600         END-IF                                                   03660001
036700         PERFORM 165-STAMP-RUN-COMPLETE                           03670001
036800     END-IF                                                       03680001
036900     END-IF                                                       03690001
037000     GOBACK                                                       03700001
037100     .                                                            03710001
037200                                                                  03720001
037300*****************************************************             03730001
037400*   RESERVATIONS ARE MADE AGAINST THE SHELF AS IT   *             03740001
037500*   STANDS AFTER THE DAY'S RECEIPTS AND PRODUCTION  *             03750001
037600*****************************************************             03760001
037700 160-CHECK-RUN-SEQUENCE.                                          03770001
037800     ACCEPT WS-OVERRIDE-PARM-CARD FROM SYSIN                      03780001
037900     MOVE 'S' TO RP-FUNCTION                                      03790001
038000     MOVE 'EVNTRSV ' TO RP-CALLER                                 03800001
038100     MOVE 'FRIDGRCV' TO RP-PREREQ (1)                             03810001
038200     MOVE 'PRODPOST' TO RP-PREREQ (2)                             03820001
038300     MOVE SPACES TO RP-PREREQ (3)                                 03830001
038400     IF PC-RUN-OVERRIDE = 'OVERRIDE'                              03840001
038500         MOVE 'Y' TO RP-OVERRIDE                                  03850001
038600     ELSE                                                         03860001
038700         MOVE SPACE TO RP-OVERRIDE                                03870001
038800     END-IF                                                       03880001
038900     MOVE WS-DATE-8 TO RP-BUSINESS-DATE                           03890001
039000     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        03900001
039100     IF RP-RESULT = '08'                                          03910001
039200         DISPLAY 'EVNTRSV ALREADY RAN FOR ' WS-DATE-8             03920001
039300             ', OVERRIDE CARD REQUIRED'                           03930001
039400         MOVE 8 TO RETURN-CODE                                    03940001
039500     END-IF                                                       03950001
039600     IF RP-RESULT = '04'                                          03960001
039700         DISPLAY 'PREREQUISITE ' RP-FAILED-PREREQ                 03970001
039800             ' NOT COMPLETE FOR ' WS-DATE-8                       03980001
039900         MOVE 8 TO RETURN-CODE                                    03990001
040000     END-IF                                                       04000001
040100     .                                                            04010001
040200                                                                  04020001
040300 165-STAMP-RUN-COMPLETE.                                          04030001
040400     MOVE 'E' TO RP-FUNCTION                                      04040001
040500     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        04050001
040600     .                                                            04060001
040700                                                                  04070001
040800*****************************************************             04080001
040900*   WITHOUT THE UOM MASTER RECIPE QUANTITIES ARE    *             04090001
041000*   RESERVED AS STOCKING UNITS, AS THEY WERE BEFORE *             04100001
041100*   THE MASTER EXISTED                              *             04110001
041200*****************************************************             04120001
041300 107-OPEN-ITEM-UOM.                                               04130001
041400     OPEN INPUT ITEM-UOM-FILE                                     04140001
041500     IF WS-ITMUOM-STATUS = '00'                                   04150001
041600         MOVE 'YES' TO WS-UOM-LOADED                              04160001
041700     ELSE                                                         04170001
041800         DISPLAY 'ITEM UOM MASTER NOT AVAILABLE, STATUS = '       04180001
041900             WS-ITMUOM-STATUS ', RECIPE UNITS NOT CONVERTED'      04190001
042000     END-IF                                                       04200001
042100     .                                                            04210001
042200                                                                  04220001
042300 110-LOAD-RECIPE-TABLE.                                           04230001
042400     PERFORM 115-READ-RECIPE-LINE                                 04240001
042500       UNTIL WS-RECIPE-EOF = 'YES'                                04250001
042600     .                                                            04260001
042700                                                                  04270001
042800 115-READ-RECIPE-LINE.                                            04280001
042900     READ RECIPE-FILE                                             04290001
043000         AT END                                                   04300001
043100             MOVE 'YES' TO WS-RECIPE-EOF                          04310001
043200         NOT AT END                                               04320001
043300             IF WS-RECIPE-COUNT < 3000                            04330001
043400                 ADD 1 TO WS-RECIPE-COUNT                         04340001
043500                 MOVE RC-MENU-ITEM TO                             04350001
043600                     WS-RT-MENU-ITEM (WS-RECIPE-COUNT)            04360001
043700                 MOVE RC-INGREDIENT TO                            04370001
043800                     WS-RT-INGREDIENT (WS-RECIPE-COUNT)           04380001
043900                 MOVE RC-QTY-PER-COVER TO                         04390001
044000                     WS-RT-QTY-PER-COVER (WS-RECIPE-COUNT)        04400001
044100             ELSE                                                 04410001
044200                 DISPLAY 'RECIPE TABLE FULL, EVENTS NOT FULLY '   04420001
044300                     'RESERVED'                                   04430001
044400                 MOVE 'YES' TO WS-RECIPE-EOF                      04440001
044500                 MOVE 16 TO RETURN-CODE                           04450001
044600             END-IF                                               04460001
044700     END-READ                                                     04470001
044800     .                                                            04480001
044900                                                                  04490001
045000*****************************************************             04500001
045100*   LAST RUN'S RESERVATIONS: THOSE FOR AN EVENT     *             04510001
045200*   DATED BEFORE TODAY ARE RELEASED AND LISTED.     *             04520001
045300*   THE REST ARE REBUILT FROM THE BOOKINGS BELOW,   *             04530001
045400*   SO A CHANGED OR CANCELLED BOOKING IS PICKED UP  *             04540001
045500*****************************************************             04550001
045600 120-RELEASE-PAST-RESERVATIONS.                                   04560001
045700     MOVE 'RESERVATIONS RELEASED - EVENT DATE PASSED' TO          04570001
045800         SH-TITLE                                                 04580001
045900     WRITE RESERVATION-PRINT-REC FROM WS-SECTION-HEADING          04590001
046000       AFTER ADVANCING 2 LINES                                    04600001
046100     END-WRITE                                                    04610001
046200     OPEN INPUT RESERVATION-FILE                                  04620001
046300     IF WS-RESRV-STATUS = '00' OR WS-RESRV-STATUS = '05'          04630001
046400         PERFORM 125-READ-OLD-RESERVATION                         04640001
046500           UNTIL WS-RESRV-EOF = 'YES'                             04650001
046600         CLOSE RESERVATION-FILE                                   04660001
046700     END-IF                                                       04670001
046800     .                                                            04680001
046900                                                                  04690001
047000 125-READ-OLD-RESERVATION.                                        04700001
047100     READ RESERVATION-FILE                                        04710001
047200         AT END                                                   04720001
047300             MOVE 'YES' TO WS-RESRV-EOF                           04730001
047400         NOT AT END                                               04740001
047500             IF RS-EVENT-DATE < WS-DATE-8                         04750001
047600                 MOVE RS-EVENT-ID TO RL-EVENT-ID                  04760001
047700                 MOVE RS-EVENT-DATE TO RL-EVENT-DATE              04770001
047800                 MOVE RS-ITEM-NAME TO RL-ITEM-NAME                04780001
047900                 MOVE RS-RESERVED-QTY TO RL-QTY                   04790001
048000                 WRITE RESERVATION-PRINT-REC FROM WS-RELEASE-LINE 04800001
048100                   AFTER ADVANCING 1 LINE                         04810001
048200                 END-WRITE                                        04820001
048300                 ADD 1 TO WS-RELEASED-COUNT                       04830001
048400             END-IF                                               04840001
048500     END-READ                                                     04850001
048600     .                                                            04860001
048700                                                                  04870001
048800*****************************************************             04880001
048900*   BOOKING LINES FOR A DATE ALREADY PAST ARE LEFT  *             04890001
049000*   ALONE; A LINE WITH NO DATE, NO COVERS OR A MENU *             04900001
049100*   ITEM THE RECIPE FILE DOES NOT KNOW IS LISTED    *             04910001
049200*   AND NOT RESERVED                                *             04920001
049300*****************************************************             04930001
049400 140-LOAD-BOOKINGS.                                               04940001
049500     MOVE 'BOOKING LINES NOT RESERVED' TO SH-TITLE                04950001
049600     WRITE RESERVATION-PRINT-REC FROM WS-SECTION-HEADING          04960001
049700       AFTER ADVANCING 2 LINES                                    04970001
049800     END-WRITE                                                    04980001
049900     PERFORM 100-READ-BOOKING                                     04990001
050000     PERFORM 145-LOAD-BOOKING-LINE                                05000001
050100       UNTIL EOF-FLAG = 'YES'                                     05010001
050200     .                                                            05020001
050300                                                                  05030001
050400 100-READ-BOOKING.                                                05040001
050500     READ EVENT-BOOKING-FILE                                      05050001
050600         AT END                                                   05060001
050700             MOVE 'YES' TO EOF-FLAG                               05070001
050800         NOT AT END                                               05080001
050900             ADD 1 TO REC-COUNT                                   05090001
051000     END-READ                                                     05100001
051100     .                                                            05110001
051200                                                                  05120001
051300 145-LOAD-BOOKING-LINE.                                           05130001
051400     PERFORM 150-VALIDATE-BOOKING                                 05140001
051500     IF WS-LINE-VALID = 'YES'                                     05150001
051600         IF EV-EVENT-DATE < WS-DATE-8                             05160001
051700             ADD 1 TO WS-PAST-COUNT                               05170001
051800         ELSE                                                     05180001
051900             PERFORM 155-STORE-BOOKING                            05190001
052000         END-IF                                                   05200001
052100     ELSE                                                         05210001
052200         PERFORM 158-REJECT-BOOKING                               05220001
052300     END-IF                                                       05230001
052400     PERFORM 100-READ-BOOKING                                     05240001
052500     .                                                            05250001
052600                                                                  05260001
052700 150-VALIDATE-BOOKING.                                            05270001
052800     MOVE 'YES' TO WS-LINE-VALID                                  05280001
052900     MOVE SPACES TO WS-REJECT-REASON                              05290001
053000     IF EV-EVENT-ID = SPACES                                      05300001
053100         MOVE 'NO' TO WS-LINE-VALID                               05310001
053200         MOVE 'BLANK EVENT ID' TO WS-REJECT-REASON                05320001
053300     END-IF                                                       05330001
053400     IF (EV-EVENT-DATE NOT NUMERIC OR EV-EVENT-DATE = ZERO)       05340001
053500         AND WS-LINE-VALID = 'YES'                                05350001
053600         MOVE 'NO' TO WS-LINE-VALID                               05360001
053700         MOVE 'INVALID EVENT DATE' TO WS-REJECT-REASON            05370001
053800     END-IF                                                       05380001
053900     IF (EV-COVERS NOT NUMERIC OR EV-COVERS = ZERO)               05390001
054000         AND WS-LINE-VALID = 'YES'                                05400001
054100         MOVE 'NO' TO WS-LINE-VALID                               05410001
054200         MOVE 'NO COVERS BOOKED' TO WS-REJECT-REASON              05420001
054300     END-IF                                                       05430001
054400     IF WS-LINE-VALID = 'YES'                                     05440001
054500         MOVE 'NO' TO WS-RECIPE-HIT                               05450001
054600         PERFORM 152-MATCH-RECIPE-MENU                            05460001
054700           VARYING WS-RECIPE-SUB FROM 1 BY 1                      05470001
054800           UNTIL WS-RECIPE-SUB > WS-RECIPE-COUNT                  05480001
054900           OR WS-RECIPE-HIT = 'YES'                               05490001
055000         IF WS-RECIPE-HIT = 'NO'                                  05500001
055100             MOVE 'NO' TO WS-LINE-VALID                           05510001
055200             MOVE 'MENU ITEM HAS NO RECIPE' TO WS-REJECT-REASON   05520001
055300         END-IF                                                   05530001
055400     END-IF                                                       05540001
055500     .                                                            05550001
055600                                                                  05560001
055700 152-MATCH-RECIPE-MENU.                                           05570001
055800     IF WS-RT-MENU-ITEM (WS-RECIPE-SUB) = EV-MENU-ITEM            05580001
055900         MOVE 'YES' TO WS-RECIPE-HIT                              05590001
056000     END-IF                                                       05600001
056100     .                                                            05610001
056200                                                                  05620001
056300 155-STORE-BOOKING.                                               05630001
056400     MOVE ZERO TO WS-EVENT-HIT                                    05640001
056500     PERFORM 157-MATCH-EVENT                                      05650001
056600       VARYING WS-EVENT-SUB FROM 1 BY 1                           05660001
056700       UNTIL WS-EVENT-SUB > WS-EVENT-COUNT                        05670001
056800     IF WS-EVENT-HIT = ZERO                                       05680001
056900         IF WS-EVENT-COUNT < 100                                  05690001
057000             ADD 1 TO WS-EVENT-COUNT                              05700001
057100             MOVE WS-EVENT-COUNT TO WS-EVENT-HIT                  05710001
057200             MOVE EV-EVENT-ID TO WS-ET-EVENT-ID (WS-EVENT-HIT)    05720001
057300             MOVE EV-EVENT-DATE TO WS-ET-EVENT-DATE (WS-EVENT-HIT)05730001
057400             MOVE EV-EVENT-NAME TO WS-ET-EVENT-NAME (WS-EVENT-HIT)05740001
057500             MOVE ZERO TO WS-ET-COVERS (WS-EVENT-HIT)             05750001
057600             MOVE 'N' TO WS-ET-DONE (WS-EVENT-HIT)                05760001
057700         ELSE                                                     05770001
057800             MOVE 'EVENT TABLE FULL' TO WS-REJECT-REASON          05780001
057900             PERFORM 158-REJECT-BOOKING                           05790001
058000             MOVE 16 TO RETURN-CODE                               05800001
058100         END-IF                                                   05810001
058200     END-IF                                                       05820001
058300     IF WS-EVENT-HIT > ZERO                                       05830001
058400         IF WS-BOOKING-COUNT < 500                                05840001
058500             ADD 1 TO WS-BOOKING-COUNT                            05850001
058600             MOVE EV-EVENT-ID TO                                  05860001
058700                 WS-BK-EVENT-ID (WS-BOOKING-COUNT)                05870001
058800             MOVE EV-MENU-ITEM TO                                 05880001
058900                 WS-BK-MENU-ITEM (WS-BOOKING-COUNT)               05890001
059000             MOVE EV-COVERS TO WS-BK-COVERS (WS-BOOKING-COUNT)    05900001
059100             ADD EV-COVERS TO WS-ET-COVERS (WS-EVENT-HIT)         05910001
059200         ELSE                                                     05920001
059300             MOVE 'BOOKING TABLE FULL' TO WS-REJECT-REASON        05930001
059400             PERFORM 158-REJECT-BOOKING                           05940001
059500             MOVE 16 TO RETURN-CODE                               05950001
059600         END-IF                                                   05960001
059700     END-IF                                                       05970001
059800     .                                                            05980001
059900                                                                  05990001
060000 157-MATCH-EVENT.                                                 06000001
060100     IF WS-ET-EVENT-ID (WS-EVENT-SUB) = EV-EVENT-ID               06010001
060200         MOVE WS-EVENT-SUB TO WS-EVENT-HIT                        06020001
060300     END-IF                                                       06030001
060400     .                                                            06040001
060500                                                                  06050001
060600 158-REJECT-BOOKING.                                              06060001
060700     MOVE EV-EVENT-ID TO RJ-EVENT-ID                              06070001
060800     MOVE EVENT-BOOKING-REC (9:8) TO RJ-EVENT-DATE                06080001
060900     MOVE EV-MENU-ITEM TO RJ-MENU-ITEM                            06090001
061000     MOVE WS-REJECT-REASON TO RJ-REASON                           06100001
061100     WRITE RESERVATION-PRINT-REC FROM WS-REJECT-LINE              06110001
061200       AFTER ADVANCING 1 LINE                                     06120001
061300     END-WRITE                                                    06130001
061400     ADD 1 TO WS-REJECT-COUNT                                     06140001
061500     .                                                            06150001
061600                                                                  06160001
061700*****************************************************             06170001
061800*   EVENTS ARE TAKEN EARLIEST DATE FIRST, SO WHEN   *             06180001
061900*   STOCK IS TIGHT THE NEAREST EVENT GETS IT        *             06190001
062000*****************************************************             06200001
062100 200-RESERVE-NEXT-EVENT.                                          06210001
062200     MOVE ZERO TO WS-NEXT-EVENT                                   06220001
062300     MOVE HIGH-VALUES TO WS-NEXT-KEY                              06230001
062400     PERFORM 205-CHECK-NEXT-EVENT                                 06240001
062500       VARYING WS-EVENT-SUB FROM 1 BY 1                           06250001
062600       UNTIL WS-EVENT-SUB > WS-EVENT-COUNT                        06260001
062700     IF WS-NEXT-EVENT = ZERO                                      06270001
062800         MOVE 'YES' TO WS-ALL-EVENTS-DONE                         06280001
062900     ELSE                                                         06290001
063000         MOVE 'Y' TO WS-ET-DONE (WS-NEXT-EVENT)                   06300001
063100         PERFORM 210-RESERVE-EVENT                                06310001
063200     END-IF                                                       06320001
063300     .                                                            06330001
063400                                                                  06340001
063500 205-CHECK-NEXT-EVENT.                                            06350001
063600     IF WS-ET-DONE (WS-EVENT-SUB) = 'N'                           06360001
063700         MOVE WS-ET-EVENT-DATE (WS-EVENT-SUB) TO                  06370001
063800             WS-EVENT-KEY (1:8)                                   06380001
063900         MOVE WS-ET-EVENT-ID (WS-EVENT-SUB) TO                    06390001
064000             WS-EVENT-KEY (9:8)                                   06400001
064100         IF WS-EVENT-KEY < WS-NEXT-KEY                            06410001
064200             MOVE WS-EVENT-KEY TO WS-NEXT-KEY                     06420001
064300             MOVE WS-EVENT-SUB TO WS-NEXT-EVENT                   06430001
064400         END-IF                                                   06440001
064500     END-IF                                                       06450001
064600     .                                                            06460001
064700                                                                  06470001
064800 210-RESERVE-EVENT.                                               06480001
064900     MOVE ZERO TO WS-NEED-COUNT                                   06490001
065000     PERFORM 215-EXPLODE-BOOKING-LINE                             06500001
065100       VARYING WS-BOOKING-SUB FROM 1 BY 1                         06510001
065200       UNTIL WS-BOOKING-SUB > WS-BOOKING-COUNT                    06520001
065300     MOVE ZERO TO WS-EXPLODE-PASS                                 06530001
065400     MOVE 'YES' TO WS-EXPLODE-MORE                                06540001
065500     PERFORM 240-EXPLODE-PREPARED-PASS                            06550001
065600       UNTIL WS-EXPLODE-MORE = 'NO'                               06560001
065700     PERFORM 820-PRINT-EVENT-HEADING                              06570001
065800     PERFORM 300-RESERVE-NEED                                     06580001
065900       VARYING WS-NEED-SUB FROM 1 BY 1                            06590001
066000       UNTIL WS-NEED-SUB > WS-NEED-COUNT                          06600001
066100     ADD 1 TO WS-EVENTS-RESERVED                                  06610001
066200     .                                                            06620001
066300                                                                  06630001
066400 215-EXPLODE-BOOKING-LINE.                                        06640001
066500     IF WS-BK-EVENT-ID (WS-BOOKING-SUB) =                         06650001
066600        WS-ET-EVENT-ID (WS-NEXT-EVENT)                            06660001
066700         PERFORM 220-EXPLODE-MENU-LINE                            06670001
066800           VARYING WS-RECIPE-SUB FROM 1 BY 1                      06680001
066900           UNTIL WS-RECIPE-SUB > WS-RECIPE-COUNT                  06690001
067000     END-IF                                                       06700001
067100     .                                                            06710001
067200                                                                  06720001
067300*****************************************************             06730001
067400*   ONE RECIPE LINE TIMES THE BOOKED COVERS FOR ITS *             06740001
067500*   MENU ITEM BECOMES THE EVENT'S NEED FOR THAT     *             06750001
067600*   INGREDIENT                                      *             06760001
067700*****************************************************             06770001
067800 220-EXPLODE-MENU-LINE.                                           06780001
067900     IF WS-RT-MENU-ITEM (WS-RECIPE-SUB) =                         06790001
068000        WS-BK-MENU-ITEM (WS-BOOKING-SUB)                          06800001
068100         MOVE WS-RT-INGREDIENT (WS-RECIPE-SUB) TO WS-ADD-ITEM     06810001
068200         PERFORM 225-GET-RECIPE-FACTOR                            06820001
068300         COMPUTE WS-ADD-QTY ROUNDED =                             06830001
068400             WS-BK-COVERS (WS-BOOKING-SUB)                        06840001
068500             * WS-RT-QTY-PER-COVER (WS-RECIPE-SUB)                06850001
068600             / WS-RECIPE-FACTOR                                   06860001
068700         MOVE 'D' TO WS-ADD-SOURCE                                06870001
068800         MOVE SPACES TO WS-ADD-VIA                                06880001
068900         PERFORM 230-ADD-NEED                                     06890001
069000     END-IF                                                       06900001
069100     .                                                            06910001
069200                                                                  06920001
069300*****************************************************             06930001
069400*   RECIPE UNITS PER STOCKING UNIT FOR THE ITEM IN  *             06940001
069500*   WS-ADD-ITEM; ONE WHEN IT HAS NO CONVERSION      *             06950001
069600*****************************************************             06960001
069700 225-GET-RECIPE-FACTOR.                                           06970001
069800     MOVE 1 TO WS-RECIPE-FACTOR                                   06980001
069900     IF WS-UOM-LOADED = 'YES'                                     06990001
070000         MOVE WS-ADD-ITEM TO UM-ITEM-NAME                         07000001
070100         READ ITEM-UOM-FILE                                       07010001
070200             INVALID KEY                                          07020001
070300                 CONTINUE                                         07030001
070400             NOT INVALID KEY                                      07040001
070500                 IF UM-RECIPE-FACTOR NUMERIC                      07050001
070600                     AND UM-RECIPE-FACTOR > ZERO                  07060001
070700                     MOVE UM-RECIPE-FACTOR TO WS-RECIPE-FACTOR    07070001
070800                 END-IF                                           07080001
070900         END-READ                                                 07090001
071000     END-IF                                                       07100001
071100     .                                                            07110001
071200                                                                  07120001
071300 230-ADD-NEED.                                                    07130001
071400     MOVE ZERO TO WS-NEED-HIT                                     07140001
071500     PERFORM 235-MATCH-NEED                                       07150001
071600       VARYING WS-NEED-SUB FROM 1 BY 1                            07160001
071700       UNTIL WS-NEED-SUB > WS-NEED-COUNT                          07170001
071800     IF WS-NEED-HIT = ZERO                                        07180001
071900         IF WS-NEED-COUNT < 300                                   07190001
072000             ADD 1 TO WS-NEED-COUNT                               07200001
072100             MOVE WS-NEED-COUNT TO WS-NEED-HIT                    07210001
072200             MOVE WS-ADD-ITEM TO WS-ND-ITEM-NAME (WS-NEED-HIT)    07220001
072300             MOVE ZERO TO WS-ND-QTY (WS-NEED-HIT)                 07230001
072400             MOVE ZERO TO WS-ND-COVERED (WS-NEED-HIT)             07240001
072500             MOVE ZERO TO WS-ND-RESERVED (WS-NEED-HIT)            07250001
072600             MOVE WS-ADD-SOURCE TO WS-ND-SOURCE (WS-NEED-HIT)     07260001
072700             MOVE WS-ADD-VIA TO WS-ND-VIA (WS-NEED-HIT)           07270001
072800         ELSE                                                     07280001
072900             DISPLAY 'NEED TABLE FULL FOR EVENT '                 07290001
073000                 WS-ET-EVENT-ID (WS-NEXT-EVENT)                   07300001
073100             MOVE 16 TO RETURN-CODE                               07310001
073200         END-IF                                                   07320001
073300     END-IF                                                       07330001
073400     IF WS-NEED-HIT > ZERO                                        07340001
073500         ADD WS-ADD-QTY TO WS-ND-QTY (WS-NEED-HIT)                07350001
073600     END-IF                                                       07360001
073700     .                                                            07370001
073800                                                                  07380001
073900 235-MATCH-NEED.                                                  07390001
074000     IF WS-ND-ITEM-NAME (WS-NEED-SUB) = WS-ADD-ITEM               07400001
074100         MOVE WS-NEED-SUB TO WS-NEED-HIT                          07410001
074200     END-IF                                                       07420001
074300     .                                                            07430001
074400                                                                  07440001
074500*****************************************************             07450001
074600*   A PREPARED ITEM'S NEED NOT YET COVERED IS TAKEN *             07460001
074700*   FROM ITS SHELF AS FAR AS THE FREE STOCK GOES;   *             07470001
074800*   THE REST IS EXPLODED INTO ITS COMPONENTS.       *             07480001
074900*   PASSES REPEAT FOR PREPARED ITEMS MADE FROM      *             07490001
075000*   OTHER PREPARED ITEMS                            *             07500001
075100*****************************************************             07510001
075200 240-EXPLODE-PREPARED-PASS.                                       07520001
075300     MOVE 'NO' TO WS-EXPLODE-MORE                                 07530001
075400     ADD 1 TO WS-EXPLODE-PASS                                     07540001
075500     IF WS-EXPLODE-PASS > 10                                      07550001
075600         DISPLAY 'PREPARED ITEMS NESTED TOO DEEP FOR EVENT '      07560001
075700             WS-ET-EVENT-ID (WS-NEXT-EVENT)                       07570001
075800         MOVE 16 TO RETURN-CODE                                   07580001
075900     ELSE                                                         07590001
076000         PERFORM 245-EXPLODE-ONE-NEED                             07600001
076100           VARYING WS-PARENT-SUB FROM 1 BY 1                      07610001
076200           UNTIL WS-PARENT-SUB > WS-NEED-COUNT                    07620001
076300     END-IF                                                       07630001
076400     .                                                            07640001
076500                                                                  07650001
076600 245-EXPLODE-ONE-NEED.                                            07660001
076700     MOVE WS-ND-ITEM-NAME (WS-PARENT-SUB) TO WS-STOCK-ITEM        07670001
076800     PERFORM 400-FIND-STOCK-ITEM                                  07680001
076900     IF WS-SK-PREPARED (WS-STOCK-HIT) = 'Y'                       07690001
077000         COMPUTE WS-EXTRA-QTY = WS-ND-QTY (WS-PARENT-SUB)         07700001
077100             - WS-ND-COVERED (WS-PARENT-SUB)                      07710001
077200         IF WS-EXTRA-QTY > ZERO                                   07720001
077300             MOVE 'YES' TO WS-EXPLODE-MORE                        07730001
077400             PERFORM 250-TAKE-FROM-SHELF                          07740001
077500             IF WS-EXTRA-QTY > ZERO                               07750001
077600                 PERFORM 255-EXPLODE-COMPONENT-LINE               07760001
077700                   VARYING WS-RECIPE-SUB FROM 1 BY 1              07770001
077800                   UNTIL WS-RECIPE-SUB > WS-RECIPE-COUNT          07780001
077900             END-IF                                               07790001
078000             ADD WS-EXTRA-QTY TO WS-ND-COVERED (WS-PARENT-SUB)    07800001
078100         END-IF                                                   07810001
078200     END-IF                                                       07820001
078300     .                                                            07830001
078400                                                                  07840001
078500*****************************************************             07850001
078600*   THE SHELF IS TAKEN IN WHOLE UNITS: ALL OF THE   *             07860001
078700*   EXTRA WHEN THE FREE STOCK COVERS IT, OTHERWISE  *             07870001
078800*   WHATEVER IS FREE, LEAVING THE REST TO MAKE      *             07880001
078900*****************************************************             07890001
079000 250-TAKE-FROM-SHELF.                                             07900001
079100     PERFORM 410-ROUND-UP-EXTRA                                   07910001
079200     COMPUTE WS-FREE-QTY = WS-SK-ON-HAND (WS-STOCK-HIT)           07920001
079300         - WS-SK-HELD (WS-STOCK-HIT)                              07930001
079400         - WS-SK-RESERVED (WS-STOCK-HIT)                          07940001
079500     IF WS-FREE-QTY >= WS-WHOLE-QTY                               07950001
079600         MOVE WS-WHOLE-QTY TO WS-TAKE-QTY                         07960001
079700     ELSE                                                         07970001
079800         IF WS-FREE-QTY > ZERO                                    07980001
079900             MOVE WS-FREE-QTY TO WS-TAKE-QTY                      07990001
080000         ELSE                                                     08000001
080100             MOVE ZERO TO WS-TAKE-QTY                             08010001
080200         END-IF                                                   08020001
080300     END-IF                                                       08030001
080400     ADD WS-TAKE-QTY TO WS-ND-RESERVED (WS-PARENT-SUB)            08040001
080500     ADD WS-TAKE-QTY TO WS-SK-RESERVED (WS-STOCK-HIT)             08050001
080600     ADD WS-TAKE-QTY TO WS-ND-COVERED (WS-PARENT-SUB)             08060001
080700     IF WS-TAKE-QTY >= WS-EXTRA-QTY                               08070001
080800         MOVE ZERO TO WS-EXTRA-QTY                                08080001
080900     ELSE                                                         08090001
081000         SUBTRACT WS-TAKE-QTY FROM WS-EXTRA-QTY                   08100001
081100     END-IF                                                       08110001
081200     .                                                            08120001
081300                                                                  08130001
081400 255-EXPLODE-COMPONENT-LINE.                                      08140001
081500     IF WS-RT-MENU-ITEM (WS-RECIPE-SUB) =                         08150001
081600        WS-ND-ITEM-NAME (WS-PARENT-SUB)                           08160001
081700         MOVE WS-RT-INGREDIENT (WS-RECIPE-SUB) TO WS-ADD-ITEM     08170001
081800         PERFORM 225-GET-RECIPE-FACTOR                            08180001
081900         COMPUTE WS-ADD-QTY ROUNDED =                             08190001
082000             WS-EXTRA-QTY * WS-RT-QTY-PER-COVER (WS-RECIPE-SUB)   08200001
082100             / WS-RECIPE-FACTOR                                   08210001
082200         MOVE 'C' TO WS-ADD-SOURCE                                08220001
082300         MOVE WS-ND-ITEM-NAME (WS-PARENT-SUB) TO WS-ADD-VIA       08230001
082400         PERFORM 230-ADD-NEED                                     08240001
082500     END-IF                                                       08250001
082600     .                                                            08260001
082700                                                                  08270001
082800*****************************************************             08280001
082900*   RAW ITEMS ARE RESERVED IN FULL, ROUNDED UP TO   *             08290001
083000*   WHOLE UNITS, EVEN WHEN THAT IS MORE THAN IS     *             08300001
083100*   FREE: THE SHORTFALL THEN SHOWS ON THE REGISTER  *             08310001
083200*   AND DRIVES THE REORDER EXTRACT.  A PREPARED     *             08320001
083300*   ITEM'S RESERVATION IS WHAT WAS TAKEN FROM ITS   *             08330001
083400*   SHELF ABOVE                                     *             08340001
083500*****************************************************             08350001
083600 300-RESERVE-NEED.                                                08360001
083700     MOVE WS-ND-ITEM-NAME (WS-NEED-SUB) TO WS-STOCK-ITEM          08370001
083800     PERFORM 400-FIND-STOCK-ITEM                                  08380001
083900     MOVE SPACES TO NL-NOTE                                       08390001
084000     MOVE ZERO TO WS-SHORT-QTY                                    08400001
084100     IF WS-SK-PREPARED (WS-STOCK-HIT) = 'Y'                       08410001
084200         COMPUTE WS-BEFORE-QTY = WS-SK-RESERVED (WS-STOCK-HIT)    08420001
084300             - WS-ND-RESERVED (WS-NEED-SUB)                       08430001
084400     ELSE                                                         08440001
084500         MOVE WS-SK-RESERVED (WS-STOCK-HIT) TO WS-BEFORE-QTY      08450001
084600         MOVE WS-ND-QTY (WS-NEED-SUB) TO WS-EXTRA-QTY             08460001
084700         PERFORM 410-ROUND-UP-EXTRA                               08470001
084800         IF WS-SK-ON-FILE (WS-STOCK-HIT) = 'Y'                    08480001
084900             MOVE WS-WHOLE-QTY TO WS-ND-RESERVED (WS-NEED-SUB)    08490001
085000             ADD WS-WHOLE-QTY TO WS-SK-RESERVED (WS-STOCK-HIT)    08500001
085100             COMPUTE WS-FREE-QTY = WS-SK-ON-HAND (WS-STOCK-HIT)   08510001
085200                 - WS-SK-HELD (WS-STOCK-HIT) - WS-BEFORE-QTY      08520001
085300             IF WS-FREE-QTY < ZERO                                08530001
085400                 MOVE ZERO TO WS-FREE-QTY                         08540001
085500             END-IF                                               08550001
085600             IF WS-WHOLE-QTY > WS-FREE-QTY                        08560001
085700                 COMPUTE WS-SHORT-QTY = WS-WHOLE-QTY - WS-FREE-QTY08570001
085800             END-IF                                               08580001
085900         END-IF                                                   08590001
086000     END-IF                                                       08600001
086100     PERFORM 310-PRINT-NEED-LINE                                  08610001
086200     IF WS-ND-RESERVED (WS-NEED-SUB) > ZERO                       08620001
086300         OR WS-SHORT-QTY > ZERO                                   08630001
086400         PERFORM 320-WRITE-RESERVATION                            08640001
086500     END-IF                                                       08650001
086600     .                                                            08660001
086700                                                                  08670001
086800 310-PRINT-NEED-LINE.                                             08680001
086900     MOVE WS-ND-ITEM-NAME (WS-NEED-SUB) TO NL-ITEM-NAME           08690001
087000     MOVE WS-ND-QTY (WS-NEED-SUB) TO NL-NEEDED                    08700001
087100     MOVE WS-SK-ON-HAND (WS-STOCK-HIT) TO NL-ON-HAND              08710001
087200     MOVE WS-SK-HELD (WS-STOCK-HIT) TO NL-HELD                    08720001
087300     MOVE WS-BEFORE-QTY TO NL-PRIOR                               08730001
087400     MOVE WS-ND-RESERVED (WS-NEED-SUB) TO NL-RESERVED             08740001
087500     COMPUTE NL-AVAILABLE = WS-SK-ON-HAND (WS-STOCK-HIT)          08750001
087600         - WS-SK-HELD (WS-STOCK-HIT)                              08760001
087700         - WS-SK-RESERVED (WS-STOCK-HIT)                          08770001
087800     EVALUATE TRUE                                                08780001
087900         WHEN WS-SK-ON-FILE (WS-STOCK-HIT) = 'N'                  08790001
088000             MOVE 'NOT ON FRIDGE FILE, NOT RESERVED' TO NL-NOTE   08800001
088100         WHEN WS-SHORT-QTY > ZERO                                 08810001
088200             MOVE WS-SHORT-QTY TO NS-SHORT-QTY                    08820001
088300             MOVE WS-NOTE-SHORT TO NL-NOTE                        08830001
088400             ADD 1 TO WS-SHORT-COUNT                              08840001
088500         WHEN WS-SK-PREPARED (WS-STOCK-HIT) = 'Y'                 08850001
088600             AND WS-ND-COVERED (WS-NEED-SUB) >                    08860001
088700                 WS-ND-RESERVED (WS-NEED-SUB)                     08870001
088800             MOVE 'FROM SHELF, REST TO BE MADE' TO NL-NOTE        08880001
088900         WHEN WS-ND-SOURCE (WS-NEED-SUB) = 'C'                    08890001
089000             MOVE WS-ND-VIA (WS-NEED-SUB) TO NV-PREPARED-ITEM     08900001
089100             MOVE WS-NOTE-VIA TO NL-NOTE                          08910001
089200     END-EVALUATE                                                 08920001
089300     WRITE RESERVATION-PRINT-REC FROM WS-NEED-LINE                08930001
089400       AFTER ADVANCING 1 LINE                                     08940001
089500     END-WRITE                                                    08950001
089600     .                                                            08960001
089700                                                                  08970001
089800 320-WRITE-RESERVATION.                                           08980001
089900     MOVE SPACES TO RESERVATION-REC                               08990001
090000     MOVE WS-ET-EVENT-ID (WS-NEXT-EVENT) TO RS-EVENT-ID           09000001
090100     MOVE WS-ET-EVENT-DATE (WS-NEXT-EVENT) TO RS-EVENT-DATE       09010001
090200     MOVE WS-ND-ITEM-NAME (WS-NEED-SUB) TO RS-ITEM-NAME           09020001
090300     MOVE WS-ND-RESERVED (WS-NEED-SUB) TO RS-RESERVED-QTY         09030001
090400     MOVE WS-SHORT-QTY TO RS-SHORT-QTY                            09040001
090500     MOVE WS-ND-SOURCE (WS-NEED-SUB) TO RS-SOURCE                 09050001
090600     MOVE WS-DATE-8 TO RS-RESERVED-DATE                           09060001
090700     WRITE RESERVATION-REC                                        09070001
090800     ADD 1 TO WS-LINES-WRITTEN                                    09080001
090900     .                                                            09090001
091000                                                                  09100001
091100*****************************************************             09110001
091200*   FINDS THE ITEM IN WS-STOCK-ITEM ON THE STOCK    *             09120001
091300*   TABLE, READING IT FROM THE FRIDGE FILE THE      *             09130001
091400*   FIRST TIME IT IS ASKED FOR                      *             09140001
091500*****************************************************             09150001
091600 400-FIND-STOCK-ITEM.                                             09160001
091700     MOVE ZERO TO WS-STOCK-HIT                                    09170001
091800     PERFORM 405-MATCH-STOCK-ITEM                                 09180001
091900       VARYING WS-STOCK-SUB FROM 1 BY 1                           09190001
092000       UNTIL WS-STOCK-SUB > WS-STOCK-COUNT                        09200001
092100       OR WS-STOCK-HIT > ZERO                                     09210001
092200     IF WS-STOCK-HIT = ZERO                                       09220001
092300         IF WS-STOCK-COUNT < 1000                                 09230001
092400             ADD 1 TO WS-STOCK-COUNT                              09240001
092500         ELSE                                                     09250001
092600             DISPLAY 'STOCK TABLE FULL AT ' WS-STOCK-ITEM         09260001
092700             MOVE 16 TO RETURN-CODE                               09270001
092800         END-IF                                                   09280001
092900         MOVE WS-STOCK-COUNT TO WS-STOCK-HIT                      09290001
093000         MOVE WS-STOCK-ITEM TO WS-SK-ITEM-NAME (WS-STOCK-HIT)     09300001
093100         MOVE 'N' TO WS-SK-ON-FILE (WS-STOCK-HIT)                 09310001
093200         MOVE 'N' TO WS-SK-PREPARED (WS-STOCK-HIT)                09320001
093300         MOVE ZERO TO WS-SK-ON-HAND (WS-STOCK-HIT)                09330001
093400         MOVE ZERO TO WS-SK-HELD (WS-STOCK-HIT)                   09340001
093500         MOVE ZERO TO WS-SK-RESERVED (WS-STOCK-HIT)               09350001
093600         MOVE WS-STOCK-ITEM TO FR-ITEM-NAME                       09360001
093700         READ FRIDGE                                              09370001
093800             INVALID KEY                                          09380001
093900                 CONTINUE                                         09390001
094000             NOT INVALID KEY                                      09400001
094100                 IF FR-RECORD-TYPE = SPACES                       09410001
094200                     MOVE 'Y' TO WS-SK-ON-FILE (WS-STOCK-HIT)     09420001
094300                     MOVE FR-UNITS TO WS-SK-ON-HAND (WS-STOCK-HIT)09430001
094400                     IF FR-HOLD-STATUS = 'H'                      09440001
094500                         MOVE FR-UNITS TO                         09450001
094600                             WS-SK-HELD (WS-STOCK-HIT)            09460001
094700                     END-IF                                       09470001
094800                     IF FR-ITEM-TYPE = 'P'                        09480001
094900                         MOVE 'Y' TO WS-SK-PREPARED (WS-STOCK-HIT)09490001
095000                     END-IF                                       09500001
095100                 END-IF                                           09510001
095200         END-READ                                                 09520001
095300     END-IF                                                       09530001
095400     .                                                            09540001
095500                                                                  09550001
095600 405-MATCH-STOCK-ITEM.                                            09560001
095700     IF WS-SK-ITEM-NAME (WS-STOCK-SUB) = WS-STOCK-ITEM            09570001
095800         MOVE WS-STOCK-SUB TO WS-STOCK-HIT                        09580001
095900     END-IF                                                       09590001
096000     .                                                            09600001
096100                                                                  09610001
096200 410-ROUND-UP-EXTRA.                                              09620001
096300     MOVE WS-EXTRA-QTY TO WS-WHOLE-QTY                            09630001
096400     IF WS-WHOLE-QTY < WS-EXTRA-QTY                               09640001
096500         ADD 1 TO WS-WHOLE-QTY                                    09650001
096600     END-IF                                                       09660001
096700     .                                                            09670001
096800                                                                  09680001
096900 710-PRINT-SUMMARY.                                               09690001
097000     MOVE 'EVENTS RESERVED' TO SU-LABEL                           09700001
097100     MOVE WS-EVENTS-RESERVED TO SU-COUNT                          09710001
097200     WRITE RESERVATION-PRINT-REC FROM WS-SUMMARY-LINE             09720001
097300       AFTER ADVANCING 3 LINES                                    09730001
097400     END-WRITE                                                    09740001
097500     MOVE 'RESERVATIONS WRITTEN' TO SU-LABEL                      09750001
097600     MOVE WS-LINES-WRITTEN TO SU-COUNT                            09760001
097700     WRITE RESERVATION-PRINT-REC FROM WS-SUMMARY-LINE             09770001
097800       AFTER ADVANCING 1 LINE                                     09780001
097900     END-WRITE                                                    09790001
098000     MOVE 'LINES SHORT OF STOCK' TO SU-LABEL                      09800001
098100     MOVE WS-SHORT-COUNT TO SU-COUNT                              09810001
098200     WRITE RESERVATION-PRINT-REC FROM WS-SUMMARY-LINE             09820001
098300       AFTER ADVANCING 1 LINE                                     09830001
098400     END-WRITE                                                    09840001
098500     MOVE 'RESERVATIONS RELEASED' TO SU-LABEL                     09850001
098600     MOVE WS-RELEASED-COUNT TO SU-COUNT                           09860001
098700     WRITE RESERVATION-PRINT-REC FROM WS-SUMMARY-LINE             09870001
098800       AFTER ADVANCING 1 LINE                                     09880001
098900     END-WRITE                                                    09890001
099000     MOVE 'PAST BOOKING LINES SKIPPED' TO SU-LABEL                09900001
099100     MOVE WS-PAST-COUNT TO SU-COUNT                               09910001
099200     WRITE RESERVATION-PRINT-REC FROM WS-SUMMARY-LINE             09920001
099300       AFTER ADVANCING 1 LINE                                     09930001
099400     END-WRITE                                                    09940001
099500     MOVE 'BOOKING LINES NOT RESERVED' TO SU-LABEL                09950001
099600     MOVE WS-REJECT-COUNT TO SU-COUNT                             09960001
099700     WRITE RESERVATION-PRINT-REC FROM WS-SUMMARY-LINE             09970001
099800       AFTER ADVANCING 1 LINE                                     09980001
099900     END-WRITE                                                    09990001
100000     .                                                            10000001
100100                                                                  10010001
100200 800-PRINT-HEADINGS.                                              10020001
100300     MOVE WS-DATE-8 TO RH-RUN-DATE                                10030001
100400     WRITE RESERVATION-PRINT-REC FROM WS-REGISTER-HEADING         10040001
100500       AFTER ADVANCING PAGE                                       10050001
100600     END-WRITE                                                    10060001
100700     .                                                            10070001
100800                                                                  10080001
100900 820-PRINT-EVENT-HEADING.                                         10090001
101000     MOVE WS-ET-EVENT-ID (WS-NEXT-EVENT) TO EH-EVENT-ID           10100001
101100     MOVE WS-ET-EVENT-NAME (WS-NEXT-EVENT) TO EH-EVENT-NAME       10110001
101200     MOVE WS-ET-EVENT-DATE (WS-NEXT-EVENT) TO EH-EVENT-DATE       10120001
101300     MOVE WS-ET-COVERS (WS-NEXT-EVENT) TO EH-COVERS               10130001
101400     WRITE RESERVATION-PRINT-REC FROM WS-EVENT-HEADING            10140001
101500       AFTER ADVANCING 3 LINES                                    10150001
101600     END-WRITE                                                    10160001
101700     WRITE RESERVATION-PRINT-REC FROM WS-COLUMN-HEADING           10170001
101800       AFTER ADVANCING 2 LINES                                    10180001
101900     END-WRITE                                                    10190001
102000     .                                                            10200001
102100                                                                  10210001
102200 850-GET-DATE.                                                    10220001
102300     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          10230001
102400     .                                                            10240001
