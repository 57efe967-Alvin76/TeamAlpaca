000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    PRODPOST.                                         00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*PRODUCTION BATCH POSTING - STOCKS, SAUCES AND      *             00090001
001000*DRESSINGS ARE MADE IN-HOUSE FROM FRIDGE            *             00100001
001100*INGREDIENTS AND CARRIED ON THE MASTER AS PREPARED  *             00110001
001200*ITEMS (FR-ITEM-TYPE P).  A PREPARED ITEM'S         *             00120001
001300*COMPONENTS ARE THE RECIPE FILE LINES FILED UNDER   *             00130001
001400*ITS OWN NAME, QUANTITY PER STOCKING UNIT MADE.     *             00140001
001500*EACH BATCH ON THE PRODUCTION FILE DRAWS ITS        *             00150001
001600*COMPONENTS' FR-UNITS AND LOTS OLDEST-FIRST, ADDS   *             00160001
001700*THE BATCH TO THE PREPARED ITEM AT A ROLLED-UP      *             00170001
001800*WEIGHTED-AVERAGE FR-COST AND OPENS A LOT FOR IT    *             00180001
001900*EXPIRING AFTER THE ITEM'S OWN SHELF LIFE.  A BATCH *             00190001
002000*IS POSTED WHOLE OR NOT AT ALL: ANY COMPONENT       *             00200001
002100*MISSING, HELD OR SHORT REJECTS IT ONTO THE         *             00210001
002200*REGISTER.  TRAILER CONTROL TOTALS ARE KEPT IN STEP *             00220001
002300*WITH EVERY POSTING                                 *             00230001
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
003600     SELECT FRIDGE                 ASSIGN TO DYNAMIC              00360001
003700         WS-FRIDGE-DSNAME                                         00370001
003800         ORGANIZATION IS INDEXED                                  00380001
003900         ACCESS MODE IS DYNAMIC                                   00390001
004000         RECORD KEY IS FR-ITEM-NAME                               00400001
004100         ALTERNATE RECORD KEY IS FR-CATEGORY                      00410001
004200             WITH DUPLICATES                                      00420001
004300         ALTERNATE RECORD KEY IS FR-SUPPLIER-CODE                 00430001
004400             WITH DUPLICATES                                      00440001
004500         FILE STATUS IS WS-FRIDGE-STATUS.                         00450001
004600     SELECT PRODUCTION-FILE        ASSIGN TO MYPRODTX.            00460001
004700     SELECT RECIPE-FILE            ASSIGN TO MYRECIPE.            00470001
004800     SELECT PRODUCTION-PRINT-FILE  ASSIGN TO MYPRDRPT.            00480001
004900     SELECT LOT-FILE               ASSIGN TO MYLOTS               00490001
005000         FILE STATUS IS WS-LOTS-STATUS.                           00500001
005100     SELECT ITEM-UOM-FILE          ASSIGN TO MYITMUOM             00510001
005200         ORGANIZATION IS INDEXED                                  00520001
005300         ACCESS MODE IS RANDOM                                    00530001
005400         RECORD KEY IS UM-ITEM-NAME                               00540001
005500         FILE STATUS IS WS-ITMUOM-STATUS.                         00550001
005600                                                                  00560001
005700 DATA DIVISION.                                                   00570001
005800 FILE SECTION.                                                    00580001
005900                                                                  00590001
006000 FD  FRIDGE                                                       00600001
006100     RECORDING MODE IS F.                                         00610001
006200     COPY FRIDGEREC.                                              00620001
006300 01  FRIDGE-TRAILER-REC REDEFINES FRIDGE-REC.                     00630001
006400     10  FILLER                    PIC X(43).                     00640001
006500     10  FT-RECORD-TYPE            PIC X(01).                     00650001
006600     10  FT-RECORD-COUNT           PIC 9(05).                     00660001
006700     10  FT-CONTROL-TOTAL-PRICE   PIC 9(07)V99.                   00670001
006800     10  FT-CONTROL-TOTAL-WASTE   PIC 9(07)V99.                   00680001
006900     10  FILLER                    PIC X(33).                     00690001
007000                                                                  00700001
007100*****************************************************             00710001
007200*   ONE LINE PER BATCH MADE.  A BLANK PRODUCTION    *             00720001
007300*   DATE MEANS THE BATCH WAS MADE TODAY             *             00730001
007400*****************************************************             00740001
007500 FD  PRODUCTION-FILE                                              00750001
007600     RECORDING MODE IS F.                                         00760001
007700 01  PRODUCTION-REC.                                              00770001
007800     10  PD-ITEM-NAME              PIC X(17).                     00780001
007900     10  PD-BATCH-QTY              PIC 9(05).                     00790001
008000     10  PD-PRODUCTION-DATE        PIC 9(08).                     00800001
008100     10  PD-MADE-BY                PIC X(08).                     00810001
008200     10  FILLER                    PIC X(42).                     00820001
008300                                                                  00830001
008400 FD  RECIPE-FILE                                                  00840001
008500     RECORDING MODE IS F.                                         00850001
008600     COPY RECIPREC.                                               00860001
008700                                                                  00870001
008800 FD  PRODUCTION-PRINT-FILE                                        00880001
008900     RECORDING MODE IS F.                                         00890001
009000 01  PRODUCTION-PRINT-REC.                                        00900001
009100     10  FILLER                    PIC X(132).                    00910001
009200                                                                  00920001
009300 FD  LOT-FILE                                                     00930001
009400     RECORDING MODE IS F.                                         00940001
009500     COPY LOTREC.                                                 00950001
009600                                                                  00960001
009700 FD  ITEM-UOM-FILE.                                               00970001
009800     COPY ITEMUOM.                                                00980001
009900                                                                  00990001
010000 WORKING-STORAGE SECTION.                                         01000001
010100                                                                  01010001
010200 01  WS-COUNTERS-FLAGS.                                           01020001
010300     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          01030001
010400     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          01040001
010500     10  WS-POSTED-COUNT           PIC 9(05) VALUE ZERO.          01050001
010600     10  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.          01060001
010700     10  WS-RCP-EOF                PIC X(03) VALUE 'NO'.          01070001
010800     10  WS-RCP-COUNT              PIC 9(03) VALUE ZERO.          01080001
010900     10  WS-RCP-SUB                PIC S9(04) COMP VALUE ZERO.    01090001
011000     10  WS-CMP-COUNT              PIC 9(03) VALUE ZERO.          01100001
011100     10  WS-CMP-SUB                PIC S9(04) COMP VALUE ZERO.    01110001
011200     10  WS-HIT-SUB                PIC S9(04) COMP VALUE ZERO.    01120001
011300                                                                  01130001
011400 01  WS-VALIDATION-FLAGS.                                         01140001
011500     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        01150001
011600     10  WS-LOTS-STATUS            PIC X(02) VALUE SPACES.        01160001
011700     10  WS-ITMUOM-STATUS          PIC X(02) VALUE SPACES.        01170001
011800     10  WS-BATCH-VALID            PIC X(03) VALUE 'YES'.         01180001
011900     10  WS-REJECT-REASON          PIC X(30) VALUE SPACES.        01190001
012000     10  WS-REJECT-ITEM            PIC X(17) VALUE SPACES.        01200001
012100                                                                  01210001
012200*****************************************************             01220001
012300*   THE RECIPE FILE IS SMALL AND UNSORTED, SO IT    *             01230001
012400*   RIDES IN STORAGE AND EACH BATCH PICKS ITS OWN   *             01240001
012500*   COMPONENT LINES OUT OF THE TABLE                *             01250001
012600*****************************************************             01260001
012700 01  WS-RECIPE-TABLE.                                             01270001
012800     10  WS-RCP-ENTRY OCCURS 500 TIMES.                           01280001
012900         15  RT-MENU-ITEM          PIC X(20).                     01290001
013000         15  RT-INGREDIENT         PIC X(17).                     01300001
013100         15  RT-QTY-PER-COVER      PIC S9(03)V99.                 01310001
013200                                                                  01320001
013300*****************************************************             01330001
013400*   THE CURRENT BATCH'S COMPONENTS IN STOCKING      *             01340001
013500*   UNITS.  AN INGREDIENT NAMED ON TWO RECIPE LINES *             01350001
013600*   IS DRAWN AS ONE SO THE STOCK CHECK SEES THE     *             01360001
013700*   WHOLE DRAW                                      *             01370001
013800*****************************************************             01380001
013900 01  WS-COMPONENT-TABLE.                                          01390001
014000     10  WS-CMP-ENTRY OCCURS 30 TIMES.                            01400001
014100         15  CP-INGREDIENT         PIC X(17).                     01410001
014200         15  CP-DRAW-UNITS         PIC S9(05).                    01420001
014300         15  CP-COST               PIC S9(03)V99.                 01430001
014400         15  CP-REMAINING          PIC S9(05).                    01440001
014500                                                                  01450001
014600*****************************************************             01460001
014700*   THE LOT FILE RIDES IN STORAGE SO EACH BATCH CAN *             01470001
014800*   DRAW ITS COMPONENTS' LOTS OLDEST-FIRST AND OPEN *             01480001
014900*   A LOT FOR WHAT IT MADE; THE WHOLE SET IS        *             01490001
015000*   WRITTEN BACK IN ONE PASS AT END OF RUN WITH     *             01500001
015100*   EMPTIED LOTS DROPPED                            *             01510001
015200*****************************************************             01520001
015300 01  WS-LOT-CONTROL.                                              01530001
015400     10  WS-LOT-EOF                PIC X(03) VALUE 'NO'.          01540001
015500     10  WS-LOT-LOADED             PIC X(03) VALUE 'NO'.          01550001
015600     10  WS-LOT-OVERFLOW           PIC X(03) VALUE 'NO'.          01560001
015700     10  WS-LOT-DRAW-DONE          PIC X(03) VALUE 'NO'.          01570001
015800     10  WS-LOT-COUNT              PIC 9(03) VALUE ZERO.          01580001
015900     10  WS-LOT-SUB                PIC S9(04) COMP VALUE ZERO.    01590001
016000     10  WS-LOT-BEST-SUB           PIC S9(04) COMP VALUE ZERO.    01600001
016100     10  WS-LOT-BEST-DATE          PIC 9(08) VALUE ZERO.          01610001
016200     10  WS-LOT-DRAW               PIC S9(05) VALUE ZERO.         01620001
016300     10  WS-LOT-ITEM               PIC X(17) VALUE SPACES.        01630001
016400 01  WS-LOT-TABLE.                                                01640001
016500     10  WS-LOT-ENTRY OCCURS 500 TIMES.                           01650001
016600         15  WS-TBL-LOT            PIC X(80).                     01660001
016700                                                                  01670001
016800 01  WS-SITE-CONTROL.                                             01680001
016900     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    01690001
017000                                                                  01700001
017100 01  WS-DATE-FIELDS.                                              01710001
017200     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01720001
017300                                                                  01730001
017400*****************************************************             01740001
017500*   RUN-SEQUENCE CONTROL: THE CHAIN ONLY WORKS IN   *             01750001
017600*   ONE ORDER, SO THE RUNCTL SUBROUTINE IS ASKED    *             01760001
017700*   BEFORE THE FRIDGE FILE OPENS AND STAMPED WHEN   *             01770001
017800*   THE RUN COMPLETES.  AN 'OVERRIDE' CARD ON       *             01780001
017900*   SYSIN PERMITS A DELIBERATE SAME-DATE RERUN      *             01790001
018000*****************************************************             01800001
018100     COPY RUNCTLP.                                                01810001
018200                                                                  01820001
018300 01  WS-OVERRIDE-PARM-CARD.                                       01830001
018400     10  PC-RUN-OVERRIDE           PIC X(08).                     01840001
018500     10  FILLER                    PIC X(72).                     01850001
018600                                                                  01860001
018700 01  WS-SAVED-DETAIL-REC           PIC X(100) VALUE SPACES.       01870001
018800                                                                  01880001
018900 01  WS-TRAILER-CONTROL.                                          01890001
019000     10  WS-TRAILER-REC-DELTA      PIC S9(05)    VALUE ZERO.      01900001
019100     10  WS-TRAILER-PRICE-DELTA   PIC S9(07)V99 VALUE ZERO.       01910001
019200     10  WS-TRAILER-WASTE-DELTA   PIC S9(05)    VALUE ZERO.       01920001
019300                                                                  01930001
019400*****************************************************             01940001
019500*   RECIPE QUANTITIES ARE WRITTEN IN THE            *             01950001
019600*   COMPONENT'S RECIPE UNITS; THE DRAW ON FR-UNITS  *             01960001
019700*   IS TURNED INTO STOCKING UNITS BY THE            *             01970001
019800*   COMPONENT'S RECIPE FACTOR                       *             01980001
019900*****************************************************             01990001
020000 01  WS-UOM-CONTROL.                                              02000001
020100     10  WS-UOM-LOADED             PIC X(03) VALUE 'NO'.          02010001
020200     10  WS-RECIPE-FACTOR          PIC 9(05)V9(04) VALUE 1.       02020001
020300                                                                  02030001
020400 01  WS-BATCH-CONTROL.                                            02040001
020500     10  WS-PROD-DATE              PIC 9(08) VALUE ZERO.          02050001
020600     10  WS-EXPIRY-DATE            PIC 9(08) VALUE ZERO.          02060001
020700     10  WS-SHELF-LIFE             PIC 9(03) VALUE ZERO.          02070001
020800     10  WS-DRAW-UNITS             PIC S9(05) VALUE ZERO.         02080001
020900     10  WS-BATCH-COST             PIC S9(07)V99 VALUE ZERO.      02090001
021000     10  WS-BATCH-UNIT-COST        PIC S9(05)V99 VALUE ZERO.      02100001
021100     10  WS-OLD-ITEM-VALUE         PIC S9(07)V99 VALUE ZERO.      02110001
021200     10  WS-NEW-ITEM-VALUE         PIC S9(07)V99 VALUE ZERO.      02120001
021300     10  WS-NEW-UNITS              PIC S9(05) VALUE ZERO.         02130001
021400     10  WS-NEW-COST               PIC S9(03)V99 VALUE ZERO.      02140001
021500     10  WS-COMPONENT-VALUE        PIC S9(07)V99 VALUE ZERO.      02150001
021600                                                                  02160001
021700 01  WS-PRODUCTION-HEADING.                                       02170001
021800     10  FILLER                    PIC X(02) VALUE SPACES.        02180001
021900     10  FILLER                    PIC X(34) VALUE                02190001
022000         'PRODUCTION BATCH POSTING REGISTER '.                    02200001
022100     10  FILLER                    PIC X(06) VALUE 'DATE: '.      02210001
022200     10  PH-RUN-DATE               PIC 9(08).                     02220001
022300     10  FILLER                    PIC X(82) VALUE SPACES.        02230001
022400                                                                  02240001
022500 01  WS-PRODUCTION-COLUMN-HEADING.                                02250001
022600     10  FILLER                    PIC X(02) VALUE SPACES.        02260001
022700     10  FILLER                    PIC X(19) VALUE                02270001
022800         'PREPARED ITEM'.                                         02280001
022900     10  FILLER                    PIC X(07) VALUE 'BATCH'.       02290001
023000     10  FILLER                    PIC X(10) VALUE 'MADE'.        02300001
023100     10  FILLER                    PIC X(10) VALUE 'EXPIRES'.     02310001
023200     10  FILLER                    PIC X(11) VALUE 'BATCH COST'.  02320001
023300     10  FILLER                    PIC X(11) VALUE 'UNIT COST'.   02330001
023400     10  FILLER                    PIC X(08) VALUE 'FR-COST'.     02340001
023500     10  FILLER                    PIC X(09) VALUE 'ON HAND'.     02350001
023600     10  FILLER                    PIC X(45) VALUE 'REMARK'.      02360001
023700                                                                  02370001
023800 01  WS-BATCH-LINE.                                               02380001
023900     10  FILLER                    PIC X(02) VALUE SPACES.        02390001
024000     10  BL-ITEM-NAME              PIC X(17).                     02400001
024100     10  FILLER                    PIC X(02) VALUE SPACES.        02410001
024200     10  BL-BATCH-QTY              PIC ZZZZ9.                     02420001
024300     10  FILLER                    PIC X(02) VALUE SPACES.        02430001
024400     10  BL-PROD-DATE              PIC 9(08).                     02440001
024500     10  FILLER                    PIC X(02) VALUE SPACES.        02450001
024600     10  BL-EXPIRY-DATE            PIC 9(08).                     02460001
024700     10  FILLER                    PIC X(02) VALUE SPACES.        02470001
024800     10  BL-BATCH-COST             PIC ZZ,ZZ9.99.                 02480001
024900     10  FILLER                    PIC X(02) VALUE SPACES.        02490001
025000     10  BL-UNIT-COST              PIC ZZ,ZZ9.99.                 02500001
025100     10  FILLER                    PIC X(02) VALUE SPACES.        02510001
025200     10  BL-NEW-COST               PIC ZZ9.99.                    02520001
025300     10  FILLER                    PIC X(02) VALUE SPACES.        02530001
025400     10  BL-NEW-UNITS              PIC -ZZZZ9.                    02540001
025500     10  FILLER                    PIC X(03) VALUE SPACES.        02550001
025600     10  BL-REMARK                 PIC X(30).                     02560001
025700     10  FILLER                    PIC X(15) VALUE SPACES.        02570001
025800                                                                  02580001
025900 01  WS-COMPONENT-LINE.                                           02590001
026000     10  FILLER                    PIC X(06) VALUE SPACES.        02600001
026100     10  FILLER                    PIC X(06) VALUE 'USED  '.      02610001
026200     10  CL-INGREDIENT             PIC X(17).                     02620001
026300     10  FILLER                    PIC X(02) VALUE SPACES.        02630001
026400     10  CL-DRAW-UNITS             PIC ZZZZ9.                     02640001
026500     10  FILLER                    PIC X(04) VALUE ' AT '.        02650001
026600     10  CL-COST                   PIC ZZ9.99.                    02660001
026700     10  FILLER                    PIC X(02) VALUE SPACES.        02670001
026800     10  CL-VALUE                  PIC ZZ,ZZ9.99.                 02680001
026900     10  FILLER                    PIC X(12) VALUE                02690001
027000         '  REMAINING '.                                          02700001
027100     10  CL-REMAINING              PIC -ZZZZ9.                    02710001
027200     10  FILLER                    PIC X(57) VALUE SPACES.        02720001
027300                                                                  02730001
027400 01  WS-REJECT-LINE.                                              02740001
027500     10  FILLER                    PIC X(02) VALUE SPACES.        02750001
027600     10  RJ-ITEM-NAME              PIC X(17).                     02760001
027700     10  FILLER                    PIC X(02) VALUE SPACES.        02770001
027800     10  RJ-BATCH-QTY              PIC ZZZZ9.                     02780001
027900     10  FILLER                    PIC X(02) VALUE SPACES.        02790001
028000     10  FILLER                    PIC X(09) VALUE 'REJECTED,'.   02800001
028100     10  FILLER                    PIC X(01) VALUE SPACES.        02810001
028200     10  RJ-REASON                 PIC X(30).                     02820001
028300     10  FILLER                    PIC X(01) VALUE SPACES.        02830001
028400     10  RJ-REJECT-ITEM            PIC X(17).                     02840001
028500     10  FILLER                    PIC X(46) VALUE SPACES.        02850001
028600                                                                  02860001
028700 01  WS-SUMMARY-LINE.                                             02870001
028800     10  FILLER                    PIC X(02) VALUE SPACES.        02880001
028900     10  SU-LABEL                  PIC X(24).                     02890001
029000     10  SU-COUNT                  PIC ZZZZ9.                     02900001
029100     10  FILLER                    PIC X(101) VALUE SPACES.       02910001
029200                                                                  02920001
029300 PROCEDURE DIVISION.                                              02930001
029400                                                                  02940001
029500*****************************************************             02950001
029600*   MAIN PROGRAM ROUTINE                            *             02960001
029700*****************************************************             02970001
029800 010-START-HERE.                                                  02980001
029900     PERFORM 850-GET-DATE                                         02990001
030000     PERFORM 160-CHECK-RUN-SEQUENCE                               03000001
030100     IF RETURN-CODE = 8                                           03010001
030200         CONTINUE                                                 03020001
030300     ELSE                                                         03030001
030400     OPEN I-O FRIDGE                                              03040001
030500     IF WS-FRIDGE-STATUS NOT = '00'                               03050001
030600         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  03060001
030700             WS-FRIDGE-STATUS                                     03070001
030800         MOVE 16 TO RETURN-CODE                                   03080001
030900     ELSE                                                         03090001
031000         OPEN INPUT PRODUCTION-FILE                               03100001
031100         OPEN INPUT RECIPE-FILE                                   03110001
031200         OPEN OUTPUT PRODUCTION-PRINT-FILE                        03120001
031300         PERFORM 107-OPEN-ITEM-UOM                                03130001
031400         PERFORM 105-LOAD-LOT-FILE                                03140001
031500         PERFORM 110-LOAD-RECIPE-TABLE                            03150001
031600         CLOSE RECIPE-FILE                                        03160001
031700         PERFORM 800-PRINT-HEADINGS                               03170001
031800         PERFORM 100-READ-PRODUCTION                              03180001
031900         PERFORM 150-PROCESS-BATCH                                03190001
032000           UNTIL EOF-FLAG = 'YES'                                 03200001
032100         PERFORM 550-REWRITE-LOT-FILE                             03210001
032200         PERFORM 710-PRINT-SUMMARY                                03220001
032300         CLOSE FRIDGE PRODUCTION-FILE PRODUCTION-PRINT-FILE       03230001
032400         IF WS-UOM-LOADED = 'YES'                                 03240001
032500             CLOSE ITEM-UOM-FILE                                  03250001
032600         END-IF                                                   03260001
032700         PERFORM 165-STAMP-RUN-COMPLETE                           03270001
032800     END-IF                                                       03280001
032900     END-IF                                                       03290001
033000     GOBACK                                                       03300001
033100     .                                                            03310001
033200                                                                  03320001
033300 160-CHECK-RUN-SEQUENCE.                                          03330001
033400     ACCEPT WS-OVERRIDE-PARM-CARD FROM SYSIN                      03340001
033500     MOVE 'S' TO RP-FUNCTION                                      03350001
033600     MOVE 'PRODPOST' TO RP-CALLER                                 03360001
033700     MOVE SPACES TO RP-PREREQ (1)                                 03370001
033800     MOVE SPACES TO RP-PREREQ (2)                                 03380001
033900     MOVE SPACES TO RP-PREREQ (3)                                 03390001
034000     IF PC-RUN-OVERRIDE = 'OVERRIDE'                              03400001
034100         MOVE 'Y' TO RP-OVERRIDE                                  03410001
034200     ELSE                                                         03420001
034300         MOVE SPACE TO RP-OVERRIDE                                03430001
034400     END-IF                                                       03440001
034500     MOVE WS-DATE-8 TO RP-BUSINESS-DATE                           03450001
034600     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        03460001
034700     IF RP-RESULT = '08'                                          03470001
034800         DISPLAY 'PRODPOST ALREADY RAN FOR ' WS-DATE-8            03480001
034900             ', OVERRIDE CARD REQUIRED'                           03490001
035000         MOVE 8 TO RETURN-CODE                                    03500001
035100     END-IF                                                       03510001
035200     IF RP-RESULT = '04'                                          03520001
035300         DISPLAY 'PREREQUISITE ' RP-FAILED-PREREQ                 03530001
035400             ' NOT COMPLETE FOR ' WS-DATE-8                       03540001
035500         MOVE 8 TO RETURN-CODE                                    03550001
035600     END-IF                                                       03560001
035700     .                                                            03570001
035800                                                                  03580001
035900 165-STAMP-RUN-COMPLETE.                                          03590001
036000     MOVE 'E' TO RP-FUNCTION                                      03600001
036100     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        03610001
036200     .                                                            03620001
036300                                                                  03630001
036400*****************************************************             03640001
036500*   WITHOUT THE UOM MASTER RECIPE QUANTITIES ARE    *             03650001
036600*   DRAWN AS STOCKING UNITS, AS THEY WERE BEFORE    *             03660001
036700*   THE MASTER EXISTED                              *             03670001
036800*****************************************************             03680001
036900 107-OPEN-ITEM-UOM.                                               03690001
037000     OPEN INPUT ITEM-UOM-FILE                                     03700001
037100     IF WS-ITMUOM-STATUS = '00'                                   03710001
037200         MOVE 'YES' TO WS-UOM-LOADED                              03720001
037300     ELSE                                                         03730001
037400         DISPLAY 'ITEM UOM MASTER NOT AVAILABLE, STATUS = '       03740001
037500             WS-ITMUOM-STATUS ', RECIPE UNITS NOT CONVERTED'      03750001
037600     END-IF                                                       03760001
037700     .                                                            03770001
037800                                                                  03780001
037900*****************************************************             03790001
038000*   A SITE THAT HAS NEVER RECEIVED INTO LOTS STARTS *             03800001
038100*   WITH AN EMPTY TABLE SO THE FIRST BATCH STILL    *             03810001
038200*   GETS ITS LOT; ANY OTHER OPEN FAILURE LEAVES THE *             03820001
038300*   FILE ALONE                                      *             03830001
038400*****************************************************             03840001
038500 105-LOAD-LOT-FILE.                                               03850001
038600     OPEN INPUT LOT-FILE                                          03860001
038700     IF WS-LOTS-STATUS = '00'                                     03870001
038800         MOVE 'YES' TO WS-LOT-LOADED                              03880001
038900         MOVE 'NO' TO WS-LOT-EOF                                  03890001
039000         PERFORM 106-READ-LOT-REC                                 03900001
039100             UNTIL WS-LOT-EOF = 'YES'                             03910001
039200         CLOSE LOT-FILE                                           03920001
039300     ELSE                                                         03930001
039400         IF WS-LOTS-STATUS = '35'                                 03940001
039500             MOVE 'YES' TO WS-LOT-LOADED                          03950001
039600         ELSE                                                     03960001
039700             DISPLAY 'LOT FILE NOT AVAILABLE, STATUS = '          03970001
039800                 WS-LOTS-STATUS ', LOTS NOT MAINTAINED'           03980001
039900         END-IF                                                   03990001
040000     END-IF                                                       04000001
040100     .                                                            04010001
040200                                                                  04020001
040300 106-READ-LOT-REC.                                                04030001
040400     READ LOT-FILE                                                04040001
040500         AT END                                                   04050001
040600             MOVE 'YES' TO WS-LOT-EOF                             04060001
040700         NOT AT END                                               04070001
040800             PERFORM 108-STORE-LOT-ENTRY                          04080001
040900     END-READ                                                     04090001
041000     .                                                            04100001
041100                                                                  04110001
041200 108-STORE-LOT-ENTRY.                                             04120001
041300     IF WS-LOT-COUNT < 500                                        04130001
041400         ADD 1 TO WS-LOT-COUNT                                    04140001
041500         MOVE LOT-REC TO WS-TBL-LOT (WS-LOT-COUNT)                04150001
041600     ELSE                                                         04160001
041700         DISPLAY 'LOT TABLE FULL, ENTRY DROPPED'                  04170001
041800         MOVE 'YES' TO WS-LOT-OVERFLOW                            04180001
041900         MOVE 16 TO RETURN-CODE                                   04190001
042000     END-IF                                                       04200001
042100     .                                                            04210001
042200                                                                  04220001
042300 110-LOAD-RECIPE-TABLE.                                           04230001
042400     MOVE 'NO' TO WS-RCP-EOF                                      04240001
042500     PERFORM 115-READ-RECIPE                                      04250001
042600         UNTIL WS-RCP-EOF = 'YES'                                 04260001
042700     .                                                            04270001
042800                                                                  04280001
042900 115-READ-RECIPE.                                                 04290001
043000     READ RECIPE-FILE                                             04300001
043100         AT END                                                   04310001
043200             MOVE 'YES' TO WS-RCP-EOF                             04320001
043300         NOT AT END                                               04330001
043400             PERFORM 117-STORE-RECIPE-LINE                        04340001
043500     END-READ                                                     04350001
043600     .                                                            04360001
043700                                                                  04370001
043800 117-STORE-RECIPE-LINE.                                           04380001
043900     IF WS-RCP-COUNT < 500                                        04390001
044000         ADD 1 TO WS-RCP-COUNT                                    04400001
044100         MOVE RC-MENU-ITEM TO RT-MENU-ITEM (WS-RCP-COUNT)         04410001
044200         MOVE RC-INGREDIENT TO RT-INGREDIENT (WS-RCP-COUNT)       04420001
044300         MOVE RC-QTY-PER-COVER TO                                 04430001
044400             RT-QTY-PER-COVER (WS-RCP-COUNT)                      04440001
044500     ELSE                                                         04450001
044600         DISPLAY 'RECIPE TABLE FULL, LINE DROPPED'                04460001
044700         MOVE 16 TO RETURN-CODE                                   04470001
044800     END-IF                                                       04480001
044900     .                                                            04490001
045000                                                                  04500001
045100 100-READ-PRODUCTION.                                             04510001
045200     READ PRODUCTION-FILE                                         04520001
045300         AT END                                                   04530001
045400             MOVE 'YES' TO EOF-FLAG                               04540001
045500         NOT AT END                                               04550001
045600             ADD 1 TO REC-COUNT                                   04560001
045700     END-READ                                                     04570001
045800     .                                                            04580001
045900                                                                  04590001
046000*****************************************************             04600001
046100*   A BATCH IS CHECKED END TO END BEFORE ANYTHING   *             04610001
046200*   MOVES: THE PREPARED ITEM, ITS COMPONENT LIST    *             04620001
046300*   AND EVERY COMPONENT'S STOCK.  ONLY A CLEAN      *             04630001
046400*   BATCH TOUCHES THE MASTER                        *             04640001
046500*****************************************************             04650001
046600 150-PROCESS-BATCH.                                               04660001
046700     MOVE 'YES' TO WS-BATCH-VALID                                 04670001
046800     MOVE SPACES TO WS-REJECT-REASON                              04680001
046900     MOVE SPACES TO WS-REJECT-ITEM                                04690001
047000     MOVE ZERO TO WS-CMP-COUNT                                    04700001
047100     PERFORM 200-VALIDATE-BATCH                                   04710001
047200     IF WS-BATCH-VALID = 'YES'                                    04720001
047300         PERFORM 210-BUILD-COMPONENT-LIST                         04730001
047400     END-IF                                                       04740001
047500     IF WS-BATCH-VALID = 'YES'                                    04750001
047600         PERFORM 230-CHECK-COMPONENT-STOCK                        04760001
047700           VARYING WS-CMP-SUB FROM 1 BY 1                         04770001
047800           UNTIL WS-CMP-SUB > WS-CMP-COUNT                        04780001
047900           OR WS-BATCH-VALID = 'NO'                               04790001
048000     END-IF                                                       04800001
048100     IF WS-BATCH-VALID = 'YES'                                    04810001
048200         PERFORM 300-POST-BATCH                                   04820001
048300     ELSE                                                         04830001
048400         PERFORM 700-PRINT-REJECT-LINE                            04840001
048500     END-IF                                                       04850001
048600     PERFORM 100-READ-PRODUCTION                                  04860001
048700     .                                                            04870001
048800                                                                  04880001
048900 200-VALIDATE-BATCH.                                              04890001
049000     IF PD-ITEM-NAME = SPACES                                     04900001
049100         MOVE 'NO' TO WS-BATCH-VALID                              04910001
049200         MOVE 'BLANK ITEM NAME' TO WS-REJECT-REASON               04920001
049300     END-IF                                                       04930001
049400     IF WS-BATCH-VALID = 'YES'                                    04940001
049500         IF PD-BATCH-QTY NOT NUMERIC                              04950001
049600             MOVE 'NO' TO WS-BATCH-VALID                          04960001
049700             MOVE 'INVALID BATCH QUANTITY' TO WS-REJECT-REASON    04970001
049800         ELSE                                                     04980001
049900             IF PD-BATCH-QTY = ZERO                               04990001
050000                 MOVE 'NO' TO WS-BATCH-VALID                      05000001
050100                 MOVE 'INVALID BATCH QUANTITY' TO                 05010001
050200                     WS-REJECT-REASON                             05020001
050300             END-IF                                               05030001
050400         END-IF                                                   05040001
050500     END-IF                                                       05050001
050600     IF PD-PRODUCTION-DATE NUMERIC                                05060001
050700         AND PD-PRODUCTION-DATE > ZERO                            05070001
050800         MOVE PD-PRODUCTION-DATE TO WS-PROD-DATE                  05080001
050900     ELSE                                                         05090001
051000         MOVE WS-DATE-8 TO WS-PROD-DATE                           05100001
051100     END-IF                                                       05110001
051200     IF WS-PROD-DATE > WS-DATE-8                                  05120001
051300         AND WS-BATCH-VALID = 'YES'                               05130001
051400         MOVE 'NO' TO WS-BATCH-VALID                              05140001
051500         MOVE 'PRODUCTION DATE IN FUTURE' TO WS-REJECT-REASON     05150001
051600     END-IF                                                       05160001
051700     IF WS-BATCH-VALID = 'YES'                                    05170001
051800         MOVE PD-ITEM-NAME TO FR-ITEM-NAME                        05180001
051900         READ FRIDGE                                              05190001
052000             INVALID KEY                                          05200001
052100                 MOVE 'NO' TO WS-BATCH-VALID                      05210001
052200                 MOVE 'ITEM NOT ON FILE' TO WS-REJECT-REASON      05220001
052300             NOT INVALID KEY                                      05230001
052400                 PERFORM 205-CHECK-PREPARED-ITEM                  05240001
052500         END-READ                                                 05250001
052600     END-IF                                                       05260001
052700     .                                                            05270001
052800                                                                  05280001
052900 205-CHECK-PREPARED-ITEM.                                         05290001
053000     IF FR-ITEM-TYPE NOT = 'P'                                    05300001
053100         MOVE 'NO' TO WS-BATCH-VALID                              05310001
053200         MOVE 'NOT A PREPARED ITEM' TO WS-REJECT-REASON           05320001
053300     ELSE                                                         05330001
053400         IF FR-SHELF-LIFE-DAYS NOT NUMERIC                        05340001
053500             MOVE 'NO' TO WS-BATCH-VALID                          05350001
053600             MOVE 'NO SHELF LIFE ON MASTER' TO WS-REJECT-REASON   05360001
053700         ELSE                                                     05370001
053800             IF FR-SHELF-LIFE-DAYS = ZERO                         05380001
053900                 MOVE 'NO' TO WS-BATCH-VALID                      05390001
054000                 MOVE 'NO SHELF LIFE ON MASTER' TO                05400001
054100                     WS-REJECT-REASON                             05410001
054200             END-IF                                               05420001
054300         END-IF                                                   05430001
054400     END-IF                                                       05440001
054500     IF FR-HOLD-STATUS = 'H'                                      05450001
054600         AND WS-BATCH-VALID = 'YES'                               05460001
054700         MOVE 'NO' TO WS-BATCH-VALID                              05470001
054800         MOVE 'ITEM ON QUALITY HOLD' TO WS-REJECT-REASON          05480001
054900     END-IF                                                       05490001
055000     IF WS-BATCH-VALID = 'YES'                                    05500001
055100         MOVE FR-SHELF-LIFE-DAYS TO WS-SHELF-LIFE                 05510001
055200     END-IF                                                       05520001
055300     .                                                            05530001
055400                                                                  05540001
055500*****************************************************             05550001
055600*   THE PREPARED ITEM'S OWN RECIPE LINES TIMES THE  *             05560001
055700*   BATCH QUANTITY, IN STOCKING UNITS               *             05570001
055800*****************************************************             05580001
055900 210-BUILD-COMPONENT-LIST.                                        05590001
056000     PERFORM 215-ADD-COMPONENT-LINE                               05600001
056100       VARYING WS-RCP-SUB FROM 1 BY 1                             05610001
056200       UNTIL WS-RCP-SUB > WS-RCP-COUNT                            05620001
056300     IF WS-CMP-COUNT = ZERO                                       05630001
056400         AND WS-BATCH-VALID = 'YES'                               05640001
056500         MOVE 'NO' TO WS-BATCH-VALID                              05650001
056600         MOVE 'NO RECIPE COMPONENTS' TO WS-REJECT-REASON          05660001
056700     END-IF                                                       05670001
056800     .                                                            05680001
056900                                                                  05690001
057000 215-ADD-COMPONENT-LINE.                                          05700001
057100     IF RT-MENU-ITEM (WS-RCP-SUB) = PD-ITEM-NAME                  05710001
057200         PERFORM 220-GET-RECIPE-FACTOR                            05720001
057300         COMPUTE WS-DRAW-UNITS ROUNDED =                          05730001
057400             PD-BATCH-QTY * RT-QTY-PER-COVER (WS-RCP-SUB)         05740001
057500             / WS-RECIPE-FACTOR                                   05750001
057600         MOVE ZERO TO WS-HIT-SUB                                  05760001
057700         PERFORM 225-MATCH-COMPONENT-ENTRY                        05770001
057800           VARYING WS-CMP-SUB FROM 1 BY 1                         05780001
057900           UNTIL WS-CMP-SUB > WS-CMP-COUNT                        05790001
058000         IF WS-HIT-SUB = ZERO                                     05800001
058100             IF WS-CMP-COUNT < 30                                 05810001
058200                 ADD 1 TO WS-CMP-COUNT                            05820001
058300                 MOVE WS-CMP-COUNT TO WS-HIT-SUB                  05830001
058400                 MOVE RT-INGREDIENT (WS-RCP-SUB) TO               05840001
058500                     CP-INGREDIENT (WS-HIT-SUB)                   05850001
058600                 MOVE ZERO TO CP-DRAW-UNITS (WS-HIT-SUB)          05860001
058700                 MOVE ZERO TO CP-COST (WS-HIT-SUB)                05870001
058800                 MOVE ZERO TO CP-REMAINING (WS-HIT-SUB)           05880001
058900             ELSE                                                 05890001
059000                 IF WS-BATCH-VALID = 'YES'                        05900001
059100                     MOVE 'NO' TO WS-BATCH-VALID                  05910001
059200                     MOVE 'TOO MANY COMPONENTS' TO                05920001
059300                         WS-REJECT-REASON                         05930001
059400                 END-IF                                           05940001
059500             END-IF                                               05950001
059600         END-IF                                                   05960001
059700         IF WS-HIT-SUB > ZERO                                     05970001
059800             ADD WS-DRAW-UNITS TO CP-DRAW-UNITS (WS-HIT-SUB)      05980001
059900         END-IF                                                   05990001
060000     END-IF                                                       06000001
060100     .                                                            06010001
060200                                                                  06020001
060300*****************************************************             06030001
060400*   RECIPE UNITS PER STOCKING UNIT FOR THE LINE'S   *             06040001
060500*   INGREDIENT; ONE WHEN THE ITEM HAS NO CONVERSION *             06050001
060600*****************************************************             06060001
060700 220-GET-RECIPE-FACTOR.                                           06070001
060800     MOVE 1 TO WS-RECIPE-FACTOR                                   06080001
060900     IF WS-UOM-LOADED = 'YES'                                     06090001
061000         MOVE RT-INGREDIENT (WS-RCP-SUB) TO UM-ITEM-NAME          06100001
061100         READ ITEM-UOM-FILE                                       06110001
061200             INVALID KEY                                          06120001
061300                 CONTINUE                                         06130001
061400             NOT INVALID KEY                                      06140001
061500                 IF UM-RECIPE-FACTOR NUMERIC                      06150001
061600                     AND UM-RECIPE-FACTOR > ZERO                  06160001
061700                     MOVE UM-RECIPE-FACTOR TO WS-RECIPE-FACTOR    06170001
061800                 END-IF                                           06180001
061900         END-READ                                                 06190001
062000     END-IF                                                       06200001
062100     .                                                            06210001
062200                                                                  06220001
062300 225-MATCH-COMPONENT-ENTRY.                                       06230001
062400     IF CP-INGREDIENT (WS-CMP-SUB) = RT-INGREDIENT (WS-RCP-SUB)   06240001
062500         MOVE WS-CMP-SUB TO WS-HIT-SUB                            06250001
062600     END-IF                                                       06260001
062700     .                                                            06270001
062800                                                                  06280001
062900*****************************************************             06290001
063000*   QUARANTINED STOCK CANNOT GO INTO A BATCH, AND   *             06300001
063100*   A COMPONENT WITHOUT ENOUGH UNITS STOPS THE      *             06310001
063200*   WHOLE BATCH RATHER THAN DRIVING STOCK NEGATIVE  *             06320001
063300*****************************************************             06330001
063400 230-CHECK-COMPONENT-STOCK.                                       06340001
063500     MOVE CP-INGREDIENT (WS-CMP-SUB) TO FR-ITEM-NAME              06350001
063600     READ FRIDGE                                                  06360001
063700         INVALID KEY                                              06370001
063800             MOVE 'NO' TO WS-BATCH-VALID                          06380001
063900             MOVE 'COMPONENT NOT ON FILE' TO WS-REJECT-REASON     06390001
064000             MOVE CP-INGREDIENT (WS-CMP-SUB) TO WS-REJECT-ITEM    06400001
064100         NOT INVALID KEY                                          06410001
064200             IF FR-HOLD-STATUS = 'H'                              06420001
064300                 MOVE 'NO' TO WS-BATCH-VALID                      06430001
064400                 MOVE 'COMPONENT ON QUALITY HOLD' TO              06440001
064500                     WS-REJECT-REASON                             06450001
064600                 MOVE CP-INGREDIENT (WS-CMP-SUB) TO               06460001
064700                     WS-REJECT-ITEM                               06470001
064800             ELSE                                                 06480001
064900                 IF FR-UNITS < CP-DRAW-UNITS (WS-CMP-SUB)         06490001
065000                     MOVE 'NO' TO WS-BATCH-VALID                  06500001
065100                     MOVE 'COMPONENT STOCK SHORT' TO              06510001
065200                         WS-REJECT-REASON                         06520001
065300                     MOVE CP-INGREDIENT (WS-CMP-SUB) TO           06530001
065400                         WS-REJECT-ITEM                           06540001
065500                 END-IF                                           06550001
065600             END-IF                                               06560001
065700     END-READ                                                     06570001
065800     .                                                            06580001
065900                                                                  06590001
066000*****************************************************             06600001
066100*   DRAW EVERY COMPONENT, THEN ADD THE BATCH TO THE *             06610001
066200*   PREPARED ITEM AND OPEN ITS LOT                  *             06620001
066300*****************************************************             06630001
066400 300-POST-BATCH.                                                  06640001
066500     MOVE ZERO TO WS-BATCH-COST                                   06650001
066600     PERFORM 310-CONSUME-COMPONENT                                06660001
066700       VARYING WS-CMP-SUB FROM 1 BY 1                             06670001
066800       UNTIL WS-CMP-SUB > WS-CMP-COUNT                            06680001
066900     COMPUTE WS-EXPIRY-DATE =                                     06690001
067000         FUNCTION DATE-OF-INTEGER                                 06700001
067100         (FUNCTION INTEGER-OF-DATE(WS-PROD-DATE) + WS-SHELF-LIFE) 06710001
067200     PERFORM 320-ADD-PREPARED-STOCK                               06720001
067300     PERFORM 330-WRITE-BATCH-LOT                                  06730001
067400     PERFORM 720-PRINT-BATCH-LINES                                06740001
067500     ADD 1 TO WS-POSTED-COUNT                                     06750001
067600     .                                                            06760001
067700                                                                  06770001
067800 310-CONSUME-COMPONENT.                                           06780001
067900     MOVE CP-INGREDIENT (WS-CMP-SUB) TO FR-ITEM-NAME              06790001
068000     READ FRIDGE                                                  06800001
068100         INVALID KEY                                              06810001
068200             DISPLAY 'COMPONENT ' CP-INGREDIENT (WS-CMP-SUB)      06820001
068300                 ' VANISHED BEFORE POSTING'                       06830001
068400             MOVE 16 TO RETURN-CODE                               06840001
068500         NOT INVALID KEY                                          06850001
068600             MOVE FR-COST TO CP-COST (WS-CMP-SUB)                 06860001
068700             COMPUTE WS-COMPONENT-VALUE =                         06870001
068800                 FR-COST * CP-DRAW-UNITS (WS-CMP-SUB)             06880001
068900             ADD WS-COMPONENT-VALUE TO WS-BATCH-COST              06890001
069000             SUBTRACT CP-DRAW-UNITS (WS-CMP-SUB) FROM FR-UNITS    06900001
069100             MOVE FR-UNITS TO CP-REMAINING (WS-CMP-SUB)           06910001
069200             REWRITE FRIDGE-REC                                   06920001
069300             MOVE 0 TO WS-TRAILER-REC-DELTA                       06930001
069400             COMPUTE WS-TRAILER-PRICE-DELTA =                     06940001
069500                 0 - WS-COMPONENT-VALUE                           06950001
069600             MOVE 0 TO WS-TRAILER-WASTE-DELTA                     06960001
069700             PERFORM 180-UPDATE-TRAILER                           06970001
069800             MOVE CP-INGREDIENT (WS-CMP-SUB) TO WS-LOT-ITEM       06980001
069900             MOVE CP-DRAW-UNITS (WS-CMP-SUB) TO WS-LOT-DRAW       06990001
070000             PERFORM 400-DEPLETE-LOTS                             07000001
070100     END-READ                                                     07010001
070200     .                                                            07020001
070300                                                                  07030001
070400*****************************************************             07040001
070500*   THE BATCH COMES IN AT WHAT ITS COMPONENTS COST  *             07050001
070600*   TODAY, AVERAGED WITH ANY STOCK ALREADY ON THE   *             07060001
070700*   SHELF THE SAME WAY A PRICED RECEIPT IS.  AN     *             07070001
070800*   EMPTY SHELF TAKES THE BATCH'S EXPIRY AS THE     *             07080001
070900*   MASTER DATE                                     *             07090001
071000*****************************************************             07100001
071100 320-ADD-PREPARED-STOCK.                                          07110001
071200     MOVE PD-ITEM-NAME TO FR-ITEM-NAME                            07120001
071300     READ FRIDGE                                                  07130001
071400         INVALID KEY                                              07140001
071500             DISPLAY 'PREPARED ITEM ' PD-ITEM-NAME                07150001
071600                 ' VANISHED BEFORE POSTING'                       07160001
071700             MOVE 16 TO RETURN-CODE                               07170001
071800         NOT INVALID KEY                                          07180001
071900             COMPUTE WS-OLD-ITEM-VALUE = FR-COST * FR-UNITS       07190001
072000             COMPUTE WS-NEW-UNITS = FR-UNITS + PD-BATCH-QTY       07200001
072100             COMPUTE WS-BATCH-UNIT-COST ROUNDED =                 07210001
072200                 WS-BATCH-COST / PD-BATCH-QTY                     07220001
072300             IF FR-UNITS > ZERO                                   07230001
072400                 COMPUTE WS-NEW-COST ROUNDED =                    07240001
072500                     (WS-OLD-ITEM-VALUE + WS-BATCH-COST)          07250001
072600                     / WS-NEW-UNITS                               07260001
072700             ELSE                                                 07270001
072800                 MOVE WS-BATCH-UNIT-COST TO WS-NEW-COST           07280001
072900                 MOVE WS-EXPIRY-DATE TO FR-EXPIRATION-DATE        07290001
073000             END-IF                                               07300001
073100             MOVE WS-NEW-COST TO FR-COST                          07310001
073200             MOVE WS-NEW-UNITS TO FR-UNITS                        07320001
073300             REWRITE FRIDGE-REC                                   07330001
073400             COMPUTE WS-NEW-ITEM-VALUE = FR-COST * FR-UNITS       07340001
073500             MOVE 0 TO WS-TRAILER-REC-DELTA                       07350001
073600             COMPUTE WS-TRAILER-PRICE-DELTA =                     07360001
073700                 WS-NEW-ITEM-VALUE - WS-OLD-ITEM-VALUE            07370001
073800             MOVE 0 TO WS-TRAILER-WASTE-DELTA                     07380001
073900             PERFORM 180-UPDATE-TRAILER                           07390001
074000     END-READ                                                     07400001
074100     .                                                            07410001
074200                                                                  07420001
074300 330-WRITE-BATCH-LOT.                                             07430001
074400     IF WS-LOT-LOADED = 'YES'                                     07440001
074500         IF WS-LOT-COUNT < 500                                    07450001
074600             MOVE SPACES TO LOT-REC                               07460001
074700             MOVE PD-ITEM-NAME TO LT-ITEM-NAME                    07470001
074800             MOVE WS-PROD-DATE TO LT-RECEIVED-DATE                07480001
074900             MOVE WS-EXPIRY-DATE TO LT-EXPIRATION-DATE            07490001
075000             MOVE PD-BATCH-QTY TO LT-UNITS                        07500001
075100             ADD 1 TO WS-LOT-COUNT                                07510001
075200             MOVE LOT-REC TO WS-TBL-LOT (WS-LOT-COUNT)            07520001
075300         ELSE                                                     07530001
075400             DISPLAY 'LOT TABLE FULL, BATCH LOT FOR '             07540001
075500                 PD-ITEM-NAME ' NOT OPENED'                       07550001
075600             MOVE 'YES' TO WS-LOT-OVERFLOW                        07560001
075700             MOVE 16 TO RETURN-CODE                               07570001
075800         END-IF                                                   07580001
075900     END-IF                                                       07590001
076000     .                                                            07600001
076100                                                                  07610001
076200*****************************************************             07620001
076300*   TAKE THE DRAW OUT OF THE COMPONENT'S LOTS       *             07630001
076400*   OLDEST RECEIVED DATE FIRST, SO WHAT REMAINS ON  *             07640001
076500*   EACH LOT MATCHES WHAT IS PHYSICALLY LEFT OF IT. *             07650001
076600*   A DRAW BIGGER THAN ALL LOTS SIMPLY EMPTIES      *             07660001
076700*   THEM; THE MASTER BALANCE STAYS AUTHORITATIVE    *             07670001
076800*****************************************************             07680001
076900 400-DEPLETE-LOTS.                                                07690001
077000     IF WS-LOT-LOADED = 'YES'                                     07700001
077100         AND WS-LOT-DRAW > ZERO                                   07710001
077200         MOVE 'NO' TO WS-LOT-DRAW-DONE                            07720001
077300         PERFORM 410-DRAW-OLDEST-LOT                              07730001
077400             UNTIL WS-LOT-DRAW-DONE = 'YES'                       07740001
077500     END-IF                                                       07750001
077600     .                                                            07760001
077700                                                                  07770001
077800 410-DRAW-OLDEST-LOT.                                             07780001
077900     MOVE ZERO TO WS-LOT-BEST-SUB                                 07790001
078000     PERFORM 420-SCAN-OLDEST-LOT                                  07800001
078100         VARYING WS-LOT-SUB FROM 1 BY 1                           07810001
078200         UNTIL WS-LOT-SUB > WS-LOT-COUNT                          07820001
078300     IF WS-LOT-BEST-SUB = ZERO                                    07830001
078400         MOVE 'YES' TO WS-LOT-DRAW-DONE                           07840001
078500     ELSE                                                         07850001
078600         MOVE WS-TBL-LOT (WS-LOT-BEST-SUB) TO LOT-REC             07860001
078700         IF LT-UNITS NOT > WS-LOT-DRAW                            07870001
078800             SUBTRACT LT-UNITS FROM WS-LOT-DRAW                   07880001
078900             MOVE ZERO TO LT-UNITS                                07890001
079000         ELSE                                                     07900001
079100             SUBTRACT WS-LOT-DRAW FROM LT-UNITS                   07910001
079200             MOVE ZERO TO WS-LOT-DRAW                             07920001
079300         END-IF                                                   07930001
079400         MOVE LOT-REC TO WS-TBL-LOT (WS-LOT-BEST-SUB)             07940001
079500         IF WS-LOT-DRAW NOT > ZERO                                07950001
079600             MOVE 'YES' TO WS-LOT-DRAW-DONE                       07960001
079700         END-IF                                                   07970001
079800     END-IF                                                       07980001
079900     .                                                            07990001
080000                                                                  08000001
080100 420-SCAN-OLDEST-LOT.                                             08010001
080200     MOVE WS-TBL-LOT (WS-LOT-SUB) TO LOT-REC                      08020001
080300     IF LT-ITEM-NAME = WS-LOT-ITEM                                08030001
080400         AND LT-UNITS > ZERO                                      08040001
080500         IF WS-LOT-BEST-SUB = ZERO                                08050001
080600             OR LT-RECEIVED-DATE < WS-LOT-BEST-DATE               08060001
080700             MOVE WS-LOT-SUB TO WS-LOT-BEST-SUB                   08070001
080800             MOVE LT-RECEIVED-DATE TO WS-LOT-BEST-DATE            08080001
080900         END-IF                                                   08090001
081000     END-IF                                                       08100001
081100     .                                                            08110001
081200                                                                  08120001
081300*****************************************************             08130001
081400*   AN OVERFLOWED TABLE NO LONGER HOLDS THE WHOLE   *             08140001
081500*   LOT FILE, SO REWRITING IT WOULD DESTROY THE     *             08150001
081600*   DROPPED LOTS FOR GOOD - LEAVE THE FILE          *             08160001
081700*   UNTOUCHED AND LET THE RC 16 RAISE THE ALARM.    *             08170001
081800*   LOTS DRAWN DOWN TO NOTHING DROP OFF HERE        *             08180001
081900*****************************************************             08190001
082000 550-REWRITE-LOT-FILE.                                            08200001
082100     IF WS-LOT-LOADED = 'YES'                                     08210001
082200         IF WS-LOT-OVERFLOW = 'YES'                               08220001
082300             DISPLAY 'LOT FILE LEFT UNCHANGED, '                  08230001
082400                 'TABLE OVERFLOWED'                               08240001
082500         ELSE                                                     08250001
082600             OPEN OUTPUT LOT-FILE                                 08260001
082700             PERFORM 560-WRITE-LOT-ENTRY                          08270001
082800               VARYING WS-LOT-SUB FROM 1 BY 1                     08280001
082900               UNTIL WS-LOT-SUB > WS-LOT-COUNT                    08290001
083000             CLOSE LOT-FILE                                       08300001
083100         END-IF                                                   08310001
083200     END-IF                                                       08320001
083300     .                                                            08330001
083400                                                                  08340001
083500 560-WRITE-LOT-ENTRY.                                             08350001
083600     MOVE WS-TBL-LOT (WS-LOT-SUB) TO LOT-REC                      08360001
083700     IF LT-UNITS > ZERO                                           08370001
083800         WRITE LOT-REC                                            08380001
083900     END-IF                                                       08390001
084000     .                                                            08400001
084100                                                                  08410001
084200 700-PRINT-REJECT-LINE.                                           08420001
084300     MOVE PD-ITEM-NAME TO RJ-ITEM-NAME                            08430001
084400     IF PD-BATCH-QTY NUMERIC                                      08440001
084500         MOVE PD-BATCH-QTY TO RJ-BATCH-QTY                        08450001
084600     ELSE                                                         08460001
084700         MOVE ZERO TO RJ-BATCH-QTY                                08470001
084800     END-IF                                                       08480001
084900     MOVE WS-REJECT-REASON TO RJ-REASON                           08490001
085000     MOVE WS-REJECT-ITEM TO RJ-REJECT-ITEM                        08500001
085100     WRITE PRODUCTION-PRINT-REC FROM WS-REJECT-LINE               08510001
085200       AFTER ADVANCING 2 LINES                                    08520001
085300     END-WRITE                                                    08530001
085400     ADD 1 TO WS-REJECT-COUNT                                     08540001
085500     .                                                            08550001
085600                                                                  08560001
085700*****************************************************             08570001
085800*   THE BATCH LINE CARRIES THE ROLLED-UP COST; THE  *             08580001
085900*   COMPONENT LINES UNDER IT SHOW WHAT WENT IN AND  *             08590001
086000*   WHAT IS LEFT ON THE SHELF                       *             08600001
086100*****************************************************             08610001
086200 720-PRINT-BATCH-LINES.                                           08620001
086300     MOVE PD-ITEM-NAME TO BL-ITEM-NAME                            08630001
086400     MOVE PD-BATCH-QTY TO BL-BATCH-QTY                            08640001
086500     MOVE WS-PROD-DATE TO BL-PROD-DATE                            08650001
086600     MOVE WS-EXPIRY-DATE TO BL-EXPIRY-DATE                        08660001
086700     MOVE WS-BATCH-COST TO BL-BATCH-COST                          08670001
086800     MOVE WS-BATCH-UNIT-COST TO BL-UNIT-COST                      08680001
086900     MOVE WS-NEW-COST TO BL-NEW-COST                              08690001
087000     MOVE WS-NEW-UNITS TO BL-NEW-UNITS                            08700001
087100     IF PD-MADE-BY = SPACES                                       08710001
087200         MOVE 'POSTED' TO BL-REMARK                               08720001
087300     ELSE                                                         08730001
087400         MOVE SPACES TO BL-REMARK                                 08740001
087500         STRING 'POSTED, MADE BY ' DELIMITED BY SIZE              08750001
087600                PD-MADE-BY DELIMITED BY SPACE                     08760001
087700           INTO BL-REMARK                                         08770001
087800         END-STRING                                               08780001
087900     END-IF                                                       08790001
088000     WRITE PRODUCTION-PRINT-REC FROM WS-BATCH-LINE                08800001
088100       AFTER ADVANCING 2 LINES                                    08810001
088200     END-WRITE                                                    08820001
088300     PERFORM 730-PRINT-COMPONENT-LINE                             08830001
088400       VARYING WS-CMP-SUB FROM 1 BY 1                             08840001
088500       UNTIL WS-CMP-SUB > WS-CMP-COUNT                            08850001
088600     .                                                            08860001
088700                                                                  08870001
088800 730-PRINT-COMPONENT-LINE.                                        08880001
088900     MOVE CP-INGREDIENT (WS-CMP-SUB) TO CL-INGREDIENT             08890001
089000     MOVE CP-DRAW-UNITS (WS-CMP-SUB) TO CL-DRAW-UNITS             08900001
089100     MOVE CP-COST (WS-CMP-SUB) TO CL-COST                         08910001
089200     COMPUTE WS-COMPONENT-VALUE =                                 08920001
089300         CP-COST (WS-CMP-SUB) * CP-DRAW-UNITS (WS-CMP-SUB)        08930001
089400     MOVE WS-COMPONENT-VALUE TO CL-VALUE                          08940001
089500     MOVE CP-REMAINING (WS-CMP-SUB) TO CL-REMAINING               08950001
089600     WRITE PRODUCTION-PRINT-REC FROM WS-COMPONENT-LINE            08960001
089700       AFTER ADVANCING 1 LINE                                     08970001
089800     END-WRITE                                                    08980001
089900     .                                                            08990001
090000                                                                  09000001
090100 710-PRINT-SUMMARY.                                               09010001
090200     MOVE 'BATCHES POSTED:         ' TO SU-LABEL                  09020001
090300     MOVE WS-POSTED-COUNT TO SU-COUNT                             09030001
090400     WRITE PRODUCTION-PRINT-REC FROM WS-SUMMARY-LINE              09040001
090500       AFTER ADVANCING 3 LINES                                    09050001
090600     END-WRITE                                                    09060001
090700     MOVE 'BATCHES REJECTED:       ' TO SU-LABEL                  09070001
090800     MOVE WS-REJECT-COUNT TO SU-COUNT                             09080001
090900     WRITE PRODUCTION-PRINT-REC FROM WS-SUMMARY-LINE              09090001
091000       AFTER ADVANCING 1 LINE                                     09100001
091100     END-WRITE                                                    09110001
091200     .                                                            09120001
091300                                                                  09130001
091400*****************************************************             09140001
091500*   KEEP THE TRAILER SENTINEL'S CONTROL COUNT/TOTALS*             09150001
091600*   IN STEP WITH EVERY POSTING SO A LATER REPORT    *             09160001
091700*   RUN'S BALANCE CHECKS STILL TIE OUT              *             09170001
091800*****************************************************             09180001
091900 180-UPDATE-TRAILER.                                              09190001
092000     MOVE FRIDGE-REC TO WS-SAVED-DETAIL-REC                       09200001
092100     MOVE HIGH-VALUES TO FR-ITEM-NAME                             09210001
092200     READ FRIDGE                                                  09220001
092300         INVALID KEY                                              09230001
092400             DISPLAY 'FRIDGE TRAILER RECORD MISSING, '            09240001
092500                 'CONTROL TOTALS NOT UPDATED'                     09250001
092600             MOVE 16 TO RETURN-CODE                               09260001
092700         NOT INVALID KEY                                          09270001
092800             ADD WS-TRAILER-REC-DELTA TO FT-RECORD-COUNT          09280001
092900             ADD WS-TRAILER-PRICE-DELTA TO                        09290001
093000                 FT-CONTROL-TOTAL-PRICE                           09300001
093100             ADD WS-TRAILER-WASTE-DELTA TO                        09310001
093200                 FT-CONTROL-TOTAL-WASTE                           09320001
093300             REWRITE FRIDGE-REC                                   09330001
093400     END-READ                                                     09340001
093500     MOVE WS-SAVED-DETAIL-REC TO FRIDGE-REC                       09350001
093600     .                                                            09360001
093700                                                                  09370001
093800 800-PRINT-HEADINGS.                                              09380001
093900     MOVE WS-DATE-8 TO PH-RUN-DATE                                09390001
094000     WRITE PRODUCTION-PRINT-REC FROM WS-PRODUCTION-HEADING        09400001
094100       AFTER ADVANCING PAGE                                       09410001
094200     END-WRITE                                                    09420001
094300     WRITE PRODUCTION-PRINT-REC FROM                              09430001
094400         WS-PRODUCTION-COLUMN-HEADING                             09440001
094500       AFTER ADVANCING 2 LINES                                    09450001
094600     END-WRITE                                                    09460001
094700     .                                                            09470001
094800                                                                  09480001
094900 850-GET-DATE.                                                    09490001
095000     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          09500001
095100     .                                                            09510001
