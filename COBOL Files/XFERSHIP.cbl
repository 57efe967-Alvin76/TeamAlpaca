000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    XFERSHIP.                                         00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*INTER-SITE TRANSFER SHIPMENT - RUNS AT THE DONOR   *             00090001
001000*SITE.  EACH TRANSFER ORDER ON THE TRANSACTION FILE *             00100001
001100*TAKES ITS UNITS OFF THE DONOR'S FRIDGE FILE AND    *             00110001
001200*ITS LOTS OLDEST-FIRST, AND WRITES ONE IN-TRANSIT   *             00120001
001300*RECORD PER LOT DRAWN AT THE DONOR'S FR-COST SO THE *             00130001
001400*RECEIVING SITE'S CONFIRMATION RUN CAN POST THE     *             00140001
001500*SAME STOCK IN WITH ITS ORIGINAL DATES.  AN ORDER   *             00150001
001600*IS SHIPPED WHOLE OR NOT AT ALL: A MISSING, HELD OR *             00160001
001700*SHORT ITEM, AN UNKNOWN DESTINATION OR A TRANSFER   *             00170001
001800*ID ALREADY IN TRANSIT REJECTS IT ONTO THE          *             00180001
001900*REGISTER.  THE SITE RUNNING THE SHIPMENT IS NAMED  *             00190001
002000*ON THE SYSIN CARD.  TRAILER CONTROL TOTALS ARE     *             00200001
002100*KEPT IN STEP WITH EVERY SHIPMENT                   *             00210001
002200*****************************************************             00220001
002300                                                                  00230001
002400 ENVIRONMENT DIVISION.                                            00240001
002500 CONFIGURATION SECTION.                                           00250001
002600 SOURCE-COMPUTER.                                                 00260001
002700     Z13                                                          00270001
002800     WITH DEBUGGING MODE                                          00280001
002900     .                                                            00290001
003000                                                                  00300001
003100 INPUT-OUTPUT SECTION.                                            00310001
003200                                                                  00320001
003300 FILE-CONTROL.                                                    00330001
003400     SELECT FRIDGE                 ASSIGN TO DYNAMIC              00340001
003500         WS-FRIDGE-DSNAME                                         00350001
003600         ORGANIZATION IS INDEXED                                  00360001
003700         ACCESS MODE IS DYNAMIC                                   00370001
003800         RECORD KEY IS FR-ITEM-NAME                               00380001
003900         ALTERNATE RECORD KEY IS FR-CATEGORY                      00390001
004000             WITH DUPLICATES                                      00400001
004100         ALTERNATE RECORD KEY IS FR-SUPPLIER-CODE                 00410001
004200             WITH DUPLICATES                                      00420001
004300         FILE STATUS IS WS-FRIDGE-STATUS.                         00430001
004400     SELECT TRANSFER-ORDER-FILE    ASSIGN TO MYXFERTX.            00440001
004500     SELECT OPTIONAL SITE-LIST-FILE ASSIGN TO MYSITES             00450001
004600         FILE STATUS IS WS-SITE-STATUS.                           00460001
004700     SELECT LOT-FILE               ASSIGN TO MYLOTS               00470001
004800         FILE STATUS IS WS-LOTS-STATUS.                           00480001
004900     SELECT IN-TRANSIT-FILE        ASSIGN TO MYINTRAN             00490001
005000         FILE STATUS IS WS-INTRAN-STATUS.                         00500001
005100     SELECT SHIPMENT-PRINT-FILE    ASSIGN TO MYXFSRPT.            00510001
005200                                                                  00520001
005300 DATA DIVISION.                                                   00530001
005400 FILE SECTION.                                                    00540001
005500                                                                  00550001
005600 FD  FRIDGE                                                       00560001
005700     RECORDING MODE IS F.                                         00570001
005800     COPY FRIDGEREC.                                              00580001
005900 01  FRIDGE-TRAILER-REC REDEFINES FRIDGE-REC.                     00590001
006000     10  FILLER                    PIC X(43).                     00600001
006100     10  FT-RECORD-TYPE            PIC X(01).                     00610001
006200     10  FT-RECORD-COUNT           PIC 9(05).                     00620001
006300     10  FT-CONTROL-TOTAL-PRICE   PIC 9(07)V99.                   00630001
006400     10  FT-CONTROL-TOTAL-WASTE   PIC 9(07)V99.                   00640001
006500     10  FILLER                    PIC X(33).                     00650001
006600                                                                  00660001
006700*****************************************************             00670001
006800*   ONE LINE PER TRANSFER ORDER SHIPPED.  A BLANK   *             00680001
006900*   SHIP DATE MEANS THE STOCK LEFT TODAY            *             00690001
007000*****************************************************             00700001
007100 FD  TRANSFER-ORDER-FILE                                          00710001
007200     RECORDING MODE IS F.                                         00720001
007300 01  TRANSFER-ORDER-REC.                                          00730001
007400     10  XO-TRANSFER-ID            PIC X(10).                     00740001
007500     10  XO-ITEM-NAME              PIC X(17).                     00750001
007600     10  XO-UNITS                  PIC 9(05).                     00760001
007700     10  XO-TO-SITE                PIC X(05).                     00770001
007800     10  XO-SHIP-DATE              PIC 9(08).                     00780001
007900     10  XO-SHIPPED-BY             PIC X(08).                     00790001
008000     10  FILLER                    PIC X(27).                     00800001
008100                                                                  00810001
008200 FD  SITE-LIST-FILE                                               00820001
008300     RECORDING MODE IS F.                                         00830001
008400 01  SITE-LIST-REC.                                               00840001
008500     10  SL-SITE-CODE              PIC X(05).                     00850001
008600     10  SL-DSNAME                 PIC X(40).                     00860001
008700     10  FILLER                    PIC X(35).                     00870001
008800                                                                  00880001
008900 FD  LOT-FILE                                                     00890001
009000     RECORDING MODE IS F.                                         00900001
009100     COPY LOTREC.                                                 00910001
009200                                                                  00920001
009300 FD  IN-TRANSIT-FILE                                              00930001
009400     RECORDING MODE IS F.                                         00940001
009500     COPY XFERTRN.                                                00950001
009600                                                                  00960001
009700 FD  SHIPMENT-PRINT-FILE                                          00970001
009800     RECORDING MODE IS F.                                         00980001
009900 01  SHIPMENT-PRINT-REC.                                          00990001
010000     10  FILLER                    PIC X(132).                    01000001
010100                                                                  01010001
010200 WORKING-STORAGE SECTION.                                         01020001
010300                                                                  01030001
010400 01  WS-COUNTERS-FLAGS.                                           01040001
010500     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          01050001
010600     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          01060001
010700     10  WS-SHIPPED-COUNT          PIC 9(05) VALUE ZERO.          01070001
010800     10  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.          01080001
010900     10  WS-SITE-EOF               PIC X(03) VALUE 'NO'.          01090001
011000     10  WS-SITE-COUNT             PIC 9(02) VALUE ZERO.          01100001
011100     10  WS-SITE-SUB               PIC S9(04) COMP VALUE ZERO.    01110001
011200     10  WS-SITE-IX                PIC S9(04) COMP VALUE ZERO.    01120001
011300     10  WS-ID-EOF                 PIC X(03) VALUE 'NO'.          01130001
011400     10  WS-ID-COUNT               PIC 9(03) VALUE ZERO.          01140001
011500     10  WS-ID-SUB                 PIC S9(04) COMP VALUE ZERO.    01150001
011600     10  WS-HIT-SUB                PIC S9(04) COMP VALUE ZERO.    01160001
011700                                                                  01170001
011800 01  WS-VALIDATION-FLAGS.                                         01180001
011900     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        01190001
012000     10  WS-SITE-STATUS            PIC X(02) VALUE SPACES.        01200001
012100     10  WS-LOTS-STATUS            PIC X(02) VALUE SPACES.        01210001
012200     10  WS-INTRAN-STATUS          PIC X(02) VALUE SPACES.        01220001
012300     10  WS-ORDER-VALID            PIC X(03) VALUE 'YES'.         01230001
012400     10  WS-REJECT-REASON          PIC X(30) VALUE SPACES.        01240001
012500                                                                  01250001
012600*****************************************************             01260001
012700*   RUN-TIME PARAMETER CARD: THE SITE CODE OF THE   *             01270001
012800*   DONOR RUNNING THE SHIPMENT, READ ONCE FROM      *             01280001
012900*   SYSIN AT START-UP                               *             01290001
013000*****************************************************             01300001
013100 01  WS-SHIP-PARM-CARD.                                           01310001
013200     10  PC-SITE-CODE              PIC X(05).                     01320001
013300     10  FILLER                    PIC X(75).                     01330001
013400                                                                  01340001
013500 01  WS-SITE-CONTROL.                                             01350001
013600     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    01360001
013700     10  WS-CURRENT-SITE           PIC X(05) VALUE SPACES.        01370001
013800                                                                  01380001
013900*****************************************************             01390001
014000*   THE SITE LIST, WHEN PRESENT, NAMES EVERY SITE A *             01400001
014100*   TRANSFER MAY BE ADDRESSED TO                    *             01410001
014200*****************************************************             01420001
014300 01  WS-SITE-CODE-TABLE.                                          01430001
014400     10  WS-ST-ENTRY OCCURS 8 TIMES.                              01440001
014500         15  ST-SITE-CODE          PIC X(05).                     01450001
014600                                                                  01460001
014700*****************************************************             01470001
014800*   TRANSFER IDS STILL ON THE IN-TRANSIT FILE PLUS  *             01480001
014900*   THOSE SHIPPED THIS RUN, SO ONE ID NEVER COVERS  *             01490001
015000*   TWO SHIPMENTS                                   *             01500001
015100*****************************************************             01510001
015200 01  WS-TRANSFER-ID-TABLE.                                        01520001
015300     10  WS-ID-ENTRY OCCURS 500 TIMES.                            01530001
015400         15  ID-TRANSFER-ID        PIC X(10).                     01540001
015500                                                                  01550001
015600 01  WS-DATE-FIELDS.                                              01560001
015700     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01570001
015800                                                                  01580001
015900*****************************************************             01590001
016000*   THE LOT FILE RIDES IN STORAGE SO EACH SHIPMENT  *             01600001
016100*   CAN DRAW ITS ITEM'S LOTS OLDEST-FIRST; THE      *             01610001
016200*   WHOLE SET IS WRITTEN BACK IN ONE PASS AT END OF *             01620001
016300*   RUN WITH EMPTIED LOTS DROPPED                   *             01630001
016400*****************************************************             01640001
016500 01  WS-LOT-CONTROL.                                              01650001
016600     10  WS-LOT-EOF                PIC X(03) VALUE 'NO'.          01660001
016700     10  WS-LOT-LOADED             PIC X(03) VALUE 'NO'.          01670001
016800     10  WS-LOT-OVERFLOW           PIC X(03) VALUE 'NO'.          01680001
016900     10  WS-LOT-DRAW-DONE          PIC X(03) VALUE 'NO'.          01690001
017000     10  WS-LOT-COUNT              PIC 9(03) VALUE ZERO.          01700001
017100     10  WS-LOT-SUB                PIC S9(04) COMP VALUE ZERO.    01710001
017200     10  WS-LOT-BEST-SUB           PIC S9(04) COMP VALUE ZERO.    01720001
017300     10  WS-LOT-BEST-DATE          PIC 9(08) VALUE ZERO.          01730001
017400     10  WS-LOT-DRAW               PIC S9(05) VALUE ZERO.         01740001
017500     10  WS-LOT-TAKEN              PIC S9(05) VALUE ZERO.         01750001
017600 01  WS-LOT-TABLE.                                                01760001
017700     10  WS-LOT-ENTRY OCCURS 500 TIMES.                           01770001
017800         15  WS-TBL-LOT            PIC X(80).                     01780001
017900                                                                  01790001
018000 01  WS-SAVED-DETAIL-REC           PIC X(100) VALUE SPACES.       01800001
018100                                                                  01810001
018200 01  WS-TRAILER-CONTROL.                                          01820001
018300     10  WS-TRAILER-REC-DELTA      PIC S9(05)    VALUE ZERO.      01830001
018400     10  WS-TRAILER-PRICE-DELTA   PIC S9(07)V99 VALUE ZERO.       01840001
018500     10  WS-TRAILER-WASTE-DELTA   PIC S9(05)    VALUE ZERO.       01850001
018600                                                                  01860001
018700 01  WS-SHIPMENT-CONTROL.                                         01870001
018800     10  WS-SHIP-DATE              PIC 9(08) VALUE ZERO.          01880001
018900     10  WS-SHIP-COST              PIC S9(03)V99 VALUE ZERO.      01890001
019000     10  WS-SHIP-VALUE             PIC S9(07)V99 VALUE ZERO.      01900001
019100     10  WS-TOTAL-SHIP-VALUE       PIC S9(07)V99 VALUE ZERO.      01910001
019200     10  WS-REMAINING-UNITS        PIC S9(05) VALUE ZERO.         01920001
019300     10  WS-MASTER-EXPIRY          PIC 9(08) VALUE ZERO.          01930001
019400     10  WS-TRANSIT-LINES          PIC 9(03) VALUE ZERO.          01940001
019500                                                                  01950001
019600 01  WS-SHIPMENT-HEADING.                                         01960001
019700     10  FILLER                    PIC X(02) VALUE SPACES.        01970001
019800     10  FILLER                    PIC X(34) VALUE                01980001
019900         'INTER-SITE TRANSFER SHIPMENTS     '.                    01990001
020000     10  FILLER                    PIC X(06) VALUE 'SITE: '.      02000001
020100     10  SH-SITE-CODE              PIC X(05).                     02010001
020200     10  FILLER                    PIC X(02) VALUE SPACES.        02020001
020300     10  FILLER                    PIC X(06) VALUE 'DATE: '.      02030001
020400     10  SH-RUN-DATE               PIC 9(08).                     02040001
020500     10  FILLER                    PIC X(69) VALUE SPACES.        02050001
020600                                                                  02060001
020700 01  WS-SHIPMENT-COLUMN-HEADING.                                  02070001
020800     10  FILLER                    PIC X(02) VALUE SPACES.        02080001
020900     10  FILLER                    PIC X(12) VALUE 'TRANSFER'.    02090001
021000     10  FILLER                    PIC X(19) VALUE 'ITEM'.        02100001
021100     10  FILLER                    PIC X(07) VALUE 'TO'.          02110001
021200     10  FILLER                    PIC X(10) VALUE 'SHIPPED'.     02120001
021300     10  FILLER                    PIC X(07) VALUE 'UNITS'.       02130001
021400     10  FILLER                    PIC X(08) VALUE 'FR-COST'.     02140001
021500     10  FILLER                    PIC X(11) VALUE 'VALUE'.       02150001
021600     10  FILLER                    PIC X(06) VALUE 'LOTS'.        02160001
021700     10  FILLER                    PIC X(09) VALUE 'ON HAND'.     02170001
021800     10  FILLER                    PIC X(41) VALUE 'REMARK'.      02180001
021900                                                                  02190001
022000 01  WS-SHIPMENT-LINE.                                            02200001
022100     10  FILLER                    PIC X(02) VALUE SPACES.        02210001
022200     10  SD-TRANSFER-ID            PIC X(10).                     02220001
022300     10  FILLER                    PIC X(02) VALUE SPACES.        02230001
022400     10  SD-ITEM-NAME              PIC X(17).                     02240001
022500     10  FILLER                    PIC X(02) VALUE SPACES.        02250001
022600     10  SD-TO-SITE                PIC X(05).                     02260001
022700     10  FILLER                    PIC X(02) VALUE SPACES.        02270001
022800     10  SD-SHIP-DATE              PIC 9(08).                     02280001
022900     10  FILLER                    PIC X(02) VALUE SPACES.        02290001
023000     10  SD-UNITS                  PIC ZZZZ9.                     02300001
023100     10  FILLER                    PIC X(02) VALUE SPACES.        02310001
023200     10  SD-COST                   PIC ZZ9.99.                    02320001
023300     10  FILLER                    PIC X(02) VALUE SPACES.        02330001
023400     10  SD-VALUE                  PIC ZZ,ZZ9.99.                 02340001
023500     10  FILLER                    PIC X(02) VALUE SPACES.        02350001
023600     10  SD-LOT-LINES              PIC ZZ9.                       02360001
023700     10  FILLER                    PIC X(02) VALUE SPACES.        02370001
023800     10  SD-REMAINING              PIC -ZZZZ9.                    02380001
023900     10  FILLER                    PIC X(03) VALUE SPACES.        02390001
024000     10  SD-REMARK                 PIC X(30).                     02400001
024100     10  FILLER                    PIC X(12) VALUE SPACES.        02410001
024200                                                                  02420001
024300 01  WS-REJECT-LINE.                                              02430001
024400     10  FILLER                    PIC X(02) VALUE SPACES.        02440001
024500     10  RJ-TRANSFER-ID            PIC X(10).                     02450001
024600     10  FILLER                    PIC X(02) VALUE SPACES.        02460001
024700     10  RJ-ITEM-NAME              PIC X(17).                     02470001
024800     10  FILLER                    PIC X(02) VALUE SPACES.        02480001
024900     10  RJ-TO-SITE                PIC X(05).                     02490001
025000     10  FILLER                    PIC X(02) VALUE SPACES.        02500001
025100     10  RJ-UNITS                  PIC ZZZZ9.                     02510001
025200     10  FILLER                    PIC X(02) VALUE SPACES.        02520001
025300     10  FILLER                    PIC X(09) VALUE 'REJECTED,'.   02530001
025400     10  FILLER                    PIC X(01) VALUE SPACES.        02540001
025500     10  RJ-REASON                 PIC X(30).                     02550001
025600     10  FILLER                    PIC X(45) VALUE SPACES.        02560001
025700                                                                  02570001
025800 01  WS-SUMMARY-LINE.                                             02580001
025900     10  FILLER                    PIC X(02) VALUE SPACES.        02590001
026000     10  SU-LABEL                  PIC X(24).                     02600001
026100     10  SU-COUNT                  PIC ZZZZ9.                     02610001
026200     10  FILLER                    PIC X(101) VALUE SPACES.       02620001
026300                                                                  02630001
026400 01  WS-VALUE-SUMMARY-LINE.                                       02640001
026500     10  FILLER                    PIC X(02) VALUE SPACES.        02650001
026600     10  SV-LABEL                  PIC X(24).                     02660001
026700     10  SV-VALUE                  PIC Z,ZZZ,ZZ9.99.              02670001
026800     10  FILLER                    PIC X(94) VALUE SPACES.        02680001
026900                                                                  02690001
027000 PROCEDURE DIVISION.                                              02700001
027100                                                                  02710001
027200*****************************************************             02720001
027300*   MAIN PROGRAM ROUTINE                            *             02730001
027400*****************************************************             02740001
027500 010-START-HERE.                                                  02750001
027600     PERFORM 850-GET-DATE                                         02760001
027700     PERFORM 103-GET-SHIP-PARM                                    02770001
027800     IF RETURN-CODE = 8                                           02780001
027900         CONTINUE                                                 02790001
028000     ELSE                                                         02800001
028100     OPEN I-O FRIDGE                                              02810001
028200     IF WS-FRIDGE-STATUS NOT = '00'                               02820001
028300         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  02830001
028400             WS-FRIDGE-STATUS                                     02840001
028500         MOVE 16 TO RETURN-CODE                                   02850001
028600     ELSE                                                         02860001
028700         OPEN INPUT TRANSFER-ORDER-FILE                           02870001
028800         OPEN OUTPUT SHIPMENT-PRINT-FILE                          02880001
028900         PERFORM 105-LOAD-SITE-LIST                               02890001
029000         PERFORM 110-LOAD-LOT-FILE                                02900001
029100         PERFORM 120-OPEN-IN-TRANSIT-FILE                         02910001
029200         PERFORM 800-PRINT-HEADINGS                               02920001
029300         PERFORM 100-READ-TRANSFER-ORDER                          02930001
029400         PERFORM 150-PROCESS-ORDER                                02940001
029500           UNTIL EOF-FLAG = 'YES'                                 02950001
029600         PERFORM 550-REWRITE-LOT-FILE                             02960001
029700         PERFORM 710-PRINT-SUMMARY                                02970001
029800         CLOSE FRIDGE TRANSFER-ORDER-FILE IN-TRANSIT-FILE         02980001
029900               SHIPMENT-PRINT-FILE                                02990001
030000     END-IF                                                       03000001
030100     END-IF                                                       03010001
030200     GOBACK                                                       03020001
030300     .                                                            03030001
030400                                                                  03040001
030500 103-GET-SHIP-PARM.                                               03050001
030600     ACCEPT WS-SHIP-PARM-CARD FROM SYSIN                          03060001
030700     IF PC-SITE-CODE = SPACES                                     03070001
030800         DISPLAY 'XFERSHIP SITE CODE CARD MISSING, '              03080001
030900             'NOTHING SHIPPED'                                    03090001
031000         MOVE 8 TO RETURN-CODE                                    03100001
031100     ELSE                                                         03110001
031200         MOVE PC-SITE-CODE TO WS-CURRENT-SITE                     03120001
031300     END-IF                                                       03130001
031400     .                                                            03140001
031500                                                                  03150001
031600*****************************************************             03160001
031700*   WITHOUT A SITE LIST ANY DESTINATION OTHER THAN  *             03170001
031800*   THE DONOR ITSELF IS ACCEPTED                    *             03180001
031900*****************************************************             03190001
032000 105-LOAD-SITE-LIST.                                              03200001
032100     OPEN INPUT SITE-LIST-FILE                                    03210001
032200     IF WS-SITE-STATUS = '00'                                     03220001
032300         PERFORM 106-READ-SITE-LIST-REC                           03230001
032400             UNTIL WS-SITE-EOF = 'YES'                            03240001
032500         CLOSE SITE-LIST-FILE                                     03250001
032600     END-IF                                                       03260001
032700     .                                                            03270001
032800                                                                  03280001
032900 106-READ-SITE-LIST-REC.                                          03290001
033000     READ SITE-LIST-FILE                                          03300001
033100         AT END                                                   03310001
033200             MOVE 'YES' TO WS-SITE-EOF                            03320001
033300         NOT AT END                                               03330001
033400             PERFORM 107-STORE-SITE-CODE                          03340001
033500     END-READ                                                     03350001
033600     .                                                            03360001
033700                                                                  03370001
033800 107-STORE-SITE-CODE.                                             03380001
033900     IF WS-SITE-COUNT < 8                                         03390001
034000         ADD 1 TO WS-SITE-COUNT                                   03400001
034100         MOVE SL-SITE-CODE TO ST-SITE-CODE (WS-SITE-COUNT)        03410001
034200     ELSE                                                         03420001
034300         DISPLAY 'SITE TABLE FULL, SITE DROPPED: '                03430001
034400             SL-SITE-CODE                                         03440001
034500         MOVE 16 TO RETURN-CODE                                   03450001
034600     END-IF                                                       03460001
034700     .                                                            03470001
034800                                                                  03480001
034900*****************************************************             03490001
035000*   A SITE THAT HAS NEVER RECEIVED INTO LOTS STARTS *             03500001
035100*   WITH AN EMPTY TABLE AND SHIPS OFF THE MASTER    *             03510001
035200*   DATE ALONE; ANY OTHER OPEN FAILURE LEAVES THE   *             03520001
035300*   FILE ALONE                                      *             03530001
035400*****************************************************             03540001
035500 110-LOAD-LOT-FILE.                                               03550001
035600     OPEN INPUT LOT-FILE                                          03560001
035700     IF WS-LOTS-STATUS = '00'                                     03570001
035800         MOVE 'YES' TO WS-LOT-LOADED                              03580001
035900         MOVE 'NO' TO WS-LOT-EOF                                  03590001
036000         PERFORM 111-READ-LOT-REC                                 03600001
036100             UNTIL WS-LOT-EOF = 'YES'                             03610001
036200         CLOSE LOT-FILE                                           03620001
036300     ELSE                                                         03630001
036400         IF WS-LOTS-STATUS = '35'                                 03640001
036500             MOVE 'YES' TO WS-LOT-LOADED                          03650001
036600         ELSE                                                     03660001
036700             DISPLAY 'LOT FILE NOT AVAILABLE, STATUS = '          03670001
036800                 WS-LOTS-STATUS ', LOTS NOT MAINTAINED'           03680001
036900         END-IF                                                   03690001
037000     END-IF                                                       03700001
037100     .                                                            03710001
037200                                                                  03720001
037300 111-READ-LOT-REC.                                                03730001
037400     READ LOT-FILE                                                03740001
037500         AT END                                                   03750001
037600             MOVE 'YES' TO WS-LOT-EOF                             03760001
037700         NOT AT END                                               03770001
037800             PERFORM 112-STORE-LOT-ENTRY                          03780001
037900     END-READ                                                     03790001
038000     .                                                            03800001
038100                                                                  03810001
038200 112-STORE-LOT-ENTRY.                                             03820001
038300     IF WS-LOT-COUNT < 500                                        03830001
038400         ADD 1 TO WS-LOT-COUNT                                    03840001
038500         MOVE LOT-REC TO WS-TBL-LOT (WS-LOT-COUNT)                03850001
038600     ELSE                                                         03860001
038700         DISPLAY 'LOT TABLE FULL, ENTRY DROPPED'                  03870001
038800         MOVE 'YES' TO WS-LOT-OVERFLOW                            03880001
038900         MOVE 16 TO RETURN-CODE                                   03890001
039000     END-IF                                                       03900001
039100     .                                                            03910001
039200                                                                  03920001
039300*****************************************************             03930001
039400*   THE IN-TRANSIT FILE HOLDS EVERY SITE'S OPEN     *             03940001
039500*   TRANSFERS UNTIL THE RECEIVING SITE CONFIRMS     *             03950001
039600*   THEM, SO IT IS EXTENDED, NEVER RECREATED.  THE  *             03960001
039700*   IDS ALREADY ON IT ARE TAKEN FIRST               *             03970001
039800*****************************************************             03980001
039900 120-OPEN-IN-TRANSIT-FILE.                                        03990001
040000     OPEN INPUT IN-TRANSIT-FILE                                   04000001
040100     IF WS-INTRAN-STATUS = '00'                                   04010001
040200         PERFORM 121-READ-IN-TRANSIT                              04020001
040300             UNTIL WS-ID-EOF = 'YES'                              04030001
040400         CLOSE IN-TRANSIT-FILE                                    04040001
040500     ELSE                                                         04050001
040600         OPEN OUTPUT IN-TRANSIT-FILE                              04060001
040700         CLOSE IN-TRANSIT-FILE                                    04070001
040800     END-IF                                                       04080001
040900     OPEN EXTEND IN-TRANSIT-FILE                                  04090001
041000     .                                                            04100001
041100                                                                  04110001
041200 121-READ-IN-TRANSIT.                                             04120001
041300     READ IN-TRANSIT-FILE                                         04130001
041400         AT END                                                   04140001
041500             MOVE 'YES' TO WS-ID-EOF                              04150001
041600         NOT AT END                                               04160001
041700             PERFORM 122-FIND-TRANSFER-ID                         04170001
041800             IF WS-HIT-SUB = ZERO                                 04180001
041900                 PERFORM 124-STORE-TRANSFER-ID                    04190001
042000             END-IF                                               04200001
042100     END-READ                                                     04210001
042200     .                                                            04220001
042300                                                                  04230001
042400 122-FIND-TRANSFER-ID.                                            04240001
042500     MOVE ZERO TO WS-HIT-SUB                                      04250001
042600     PERFORM 123-MATCH-TRANSFER-ID                                04260001
042700       VARYING WS-ID-SUB FROM 1 BY 1                              04270001
042800       UNTIL WS-ID-SUB > WS-ID-COUNT                              04280001
042900     .                                                            04290001
043000                                                                  04300001
043100 123-MATCH-TRANSFER-ID.                                           04310001
043200     IF ID-TRANSFER-ID (WS-ID-SUB) = TI-TRANSFER-ID               04320001
043300         MOVE WS-ID-SUB TO WS-HIT-SUB                             04330001
043400     END-IF                                                       04340001
043500     .                                                            04350001
043600                                                                  04360001
043700 124-STORE-TRANSFER-ID.                                           04370001
043800     IF WS-ID-COUNT < 500                                         04380001
043900         ADD 1 TO WS-ID-COUNT                                     04390001
044000         MOVE TI-TRANSFER-ID TO ID-TRANSFER-ID (WS-ID-COUNT)      04400001
044100     ELSE                                                         04410001
044200         DISPLAY 'TRANSFER ID TABLE FULL, ID DROPPED: '           04420001
044300             TI-TRANSFER-ID                                       04430001
044400         MOVE 16 TO RETURN-CODE                                   04440001
044500     END-IF                                                       04450001
044600     .                                                            04460001
044700                                                                  04470001
044800 100-READ-TRANSFER-ORDER.                                         04480001
044900     READ TRANSFER-ORDER-FILE                                     04490001
045000         AT END                                                   04500001
045100             MOVE 'YES' TO EOF-FLAG                               04510001
045200         NOT AT END                                               04520001
045300             ADD 1 TO REC-COUNT                                   04530001
045400     END-READ                                                     04540001
045500     .                                                            04550001
045600                                                                  04560001
045700*****************************************************             04570001
045800*   AN ORDER IS CHECKED END TO END BEFORE ANYTHING  *             04580001
045900*   MOVES.  ONLY A CLEAN ORDER TOUCHES THE MASTER   *             04590001
046000*****************************************************             04600001
046100 150-PROCESS-ORDER.                                               04610001
046200     MOVE 'YES' TO WS-ORDER-VALID                                 04620001
046300     MOVE SPACES TO WS-REJECT-REASON                              04630001
046400     PERFORM 200-VALIDATE-ORDER                                   04640001
046500     IF WS-ORDER-VALID = 'YES'                                    04650001
046600         PERFORM 300-SHIP-ORDER                                   04660001
046700     ELSE                                                         04670001
046800         PERFORM 700-PRINT-REJECT-LINE                            04680001
046900     END-IF                                                       04690001
047000     PERFORM 100-READ-TRANSFER-ORDER                              04700001
047100     .                                                            04710001
047200                                                                  04720001
047300 200-VALIDATE-ORDER.                                              04730001
047400     IF XO-TRANSFER-ID = SPACES                                   04740001
047500         MOVE 'NO' TO WS-ORDER-VALID                              04750001
047600         MOVE 'BLANK TRANSFER ID' TO WS-REJECT-REASON             04760001
047700     END-IF                                                       04770001
047800     IF XO-ITEM-NAME = SPACES                                     04780001
047900         AND WS-ORDER-VALID = 'YES'                               04790001
048000         MOVE 'NO' TO WS-ORDER-VALID                              04800001
048100         MOVE 'BLANK ITEM NAME' TO WS-REJECT-REASON               04810001
048200     END-IF                                                       04820001
048300     IF WS-ORDER-VALID = 'YES'                                    04830001
048400         IF XO-UNITS NOT NUMERIC                                  04840001
048500             MOVE 'NO' TO WS-ORDER-VALID                          04850001
048600             MOVE 'INVALID TRANSFER QUANTITY' TO                  04860001
048700                 WS-REJECT-REASON                                 04870001
048800         ELSE                                                     04880001
048900             IF XO-UNITS = ZERO                                   04890001
049000                 MOVE 'NO' TO WS-ORDER-VALID                      04900001
049100                 MOVE 'INVALID TRANSFER QUANTITY' TO              04910001
049200                     WS-REJECT-REASON                             04920001
049300             END-IF                                               04930001
049400         END-IF                                                   04940001
049500     END-IF                                                       04950001
049600     IF WS-ORDER-VALID = 'YES'                                    04960001
049700         PERFORM 210-CHECK-DESTINATION                            04970001
049800     END-IF                                                       04980001
049900     IF XO-SHIP-DATE NUMERIC                                      04990001
050000         AND XO-SHIP-DATE > ZERO                                  05000001
050100         MOVE XO-SHIP-DATE TO WS-SHIP-DATE                        05010001
050200     ELSE                                                         05020001
050300         MOVE WS-DATE-8 TO WS-SHIP-DATE                           05030001
050400     END-IF                                                       05040001
050500     IF WS-SHIP-DATE > WS-DATE-8                                  05050001
050600         AND WS-ORDER-VALID = 'YES'                               05060001
050700         MOVE 'NO' TO WS-ORDER-VALID                              05070001
050800         MOVE 'SHIP DATE IN FUTURE' TO WS-REJECT-REASON           05080001
050900     END-IF                                                       05090001
051000     IF WS-ORDER-VALID = 'YES'                                    05100001
051100         MOVE XO-TRANSFER-ID TO TI-TRANSFER-ID                    05110001
051200         PERFORM 122-FIND-TRANSFER-ID                             05120001
051300         IF WS-HIT-SUB > ZERO                                     05130001
051400             MOVE 'NO' TO WS-ORDER-VALID                          05140001
051500             MOVE 'TRANSFER ID ALREADY IN TRANSIT' TO             05150001
051600                 WS-REJECT-REASON                                 05160001
051700         END-IF                                                   05170001
051800     END-IF                                                       05180001
051900     IF WS-ORDER-VALID = 'YES'                                    05190001
052000         MOVE XO-ITEM-NAME TO FR-ITEM-NAME                        05200001
052100         READ FRIDGE                                              05210001
052200             INVALID KEY                                          05220001
052300                 MOVE 'NO' TO WS-ORDER-VALID                      05230001
052400                 MOVE 'ITEM NOT ON FILE' TO WS-REJECT-REASON      05240001
052500             NOT INVALID KEY                                      05250001
052600                 PERFORM 220-CHECK-DONOR-STOCK                    05260001
052700         END-READ                                                 05270001
052800     END-IF                                                       05280001
052900     .                                                            05290001
053000                                                                  05300001
053100*****************************************************             05310001
053200*   THE DESTINATION MUST BE ANOTHER SITE AND, WHEN  *             05320001
053300*   THE SITE LIST IS THERE, ONE IT NAMES            *             05330001
053400*****************************************************             05340001
053500 210-CHECK-DESTINATION.                                           05350001
053600     IF XO-TO-SITE = SPACES                                       05360001
053700         MOVE 'NO' TO WS-ORDER-VALID                              05370001
053800         MOVE 'BLANK DESTINATION SITE' TO WS-REJECT-REASON        05380001
053900     END-IF                                                       05390001
054000     IF XO-TO-SITE = WS-CURRENT-SITE                              05400001
054100         AND WS-ORDER-VALID = 'YES'                               05410001
054200         MOVE 'NO' TO WS-ORDER-VALID                              05420001
054300         MOVE 'DESTINATION IS DONOR SITE' TO WS-REJECT-REASON     05430001
054400     END-IF                                                       05440001
054500     IF WS-SITE-COUNT > ZERO                                      05450001
054600         AND WS-ORDER-VALID = 'YES'                               05460001
054700         MOVE ZERO TO WS-SITE-IX                                  05470001
054800         PERFORM 215-MATCH-SITE-ENTRY                             05480001
054900           VARYING WS-SITE-SUB FROM 1 BY 1                        05490001
055000           UNTIL WS-SITE-SUB > WS-SITE-COUNT                      05500001
055100         IF WS-SITE-IX = ZERO                                     05510001
055200             MOVE 'NO' TO WS-ORDER-VALID                          05520001
055300             MOVE 'DESTINATION NOT ON SITE LIST' TO               05530001
055400                 WS-REJECT-REASON                                 05540001
055500         END-IF                                                   05550001
055600     END-IF                                                       05560001
055700     .                                                            05570001
055800                                                                  05580001
055900 215-MATCH-SITE-ENTRY.                                            05590001
056000     IF ST-SITE-CODE (WS-SITE-SUB) = XO-TO-SITE                   05600001
056100         MOVE WS-SITE-SUB TO WS-SITE-IX                           05610001
056200     END-IF                                                       05620001
056300     .                                                            05630001
056400                                                                  05640001
056500*****************************************************             05650001
056600*   QUARANTINED STOCK CANNOT TRAVEL, AND AN ORDER   *             05660001
056700*   BIGGER THAN THE SHELF STOPS RATHER THAN DRIVING *             05670001
056800*   THE DONOR NEGATIVE                              *             05680001
056900*****************************************************             05690001
057000 220-CHECK-DONOR-STOCK.                                           05700001
057100     IF FR-RECORD-TYPE NOT = SPACES                               05710001
057200         MOVE 'NO' TO WS-ORDER-VALID                              05720001
057300         MOVE 'ITEM NOT ON FILE' TO WS-REJECT-REASON              05730001
057400     END-IF                                                       05740001
057500     IF FR-HOLD-STATUS = 'H'                                      05750001
057600         AND WS-ORDER-VALID = 'YES'                               05760001
057700         MOVE 'NO' TO WS-ORDER-VALID                              05770001
057800         MOVE 'ITEM ON QUALITY HOLD' TO WS-REJECT-REASON          05780001
057900     END-IF                                                       05790001
058000     IF FR-UNITS < XO-UNITS                                       05800001
058100         AND WS-ORDER-VALID = 'YES'                               05810001
058200         MOVE 'DONOR STOCK SHORT' TO WS-REJECT-REASON             05820001
058300         MOVE 'NO' TO WS-ORDER-VALID                              05830001
058400     END-IF                                                       05840001
058500     .                                                            05850001
058600                                                                  05860001
058700*****************************************************             05870001
058800*   TAKE THE UNITS OFF THE DONOR AT ITS FR-COST,    *             05880001
058900*   SPLIT THEM ACROSS THE LOTS THEY CAME OUT OF AND *             05890001
059000*   PUT EACH PIECE ON THE IN-TRANSIT FILE           *             05900001
059100*****************************************************             05910001
059200 300-SHIP-ORDER.                                                  05920001
059300     MOVE ZERO TO WS-TRANSIT-LINES                                05930001
059400     MOVE FR-COST TO WS-SHIP-COST                                 05940001
059500     MOVE FR-EXPIRATION-DATE TO WS-MASTER-EXPIRY                  05950001
059600     COMPUTE WS-SHIP-VALUE = FR-COST * XO-UNITS                   05960001
059700     SUBTRACT XO-UNITS FROM FR-UNITS                              05970001
059800     MOVE FR-UNITS TO WS-REMAINING-UNITS                          05980001
059900     REWRITE FRIDGE-REC                                           05990001
060000     MOVE 0 TO WS-TRAILER-REC-DELTA                               06000001
060100     COMPUTE WS-TRAILER-PRICE-DELTA = 0 - WS-SHIP-VALUE           06010001
060200     MOVE 0 TO WS-TRAILER-WASTE-DELTA                             06020001
060300     PERFORM 180-UPDATE-TRAILER                                   06030001
060400     MOVE XO-UNITS TO WS-LOT-DRAW                                 06040001
060500     PERFORM 400-DRAW-SHIPPED-LOTS                                06050001
060600*    UNITS THE LOTS COULD NOT COVER TRAVEL UNDER THE              06060001
060700*    MASTER'S OWN EXPIRATION DATE                                 06070001
060800     IF WS-LOT-DRAW > ZERO                                        06080001
060900         MOVE WS-LOT-DRAW TO WS-LOT-TAKEN                         06090001
061000         MOVE WS-SHIP-DATE TO LT-RECEIVED-DATE                    06100001
061100         MOVE WS-MASTER-EXPIRY TO LT-EXPIRATION-DATE              06110001
061200         PERFORM 450-WRITE-IN-TRANSIT                             06120001
061300     END-IF                                                       06130001
061400     MOVE XO-TRANSFER-ID TO TI-TRANSFER-ID                        06140001
061500     PERFORM 124-STORE-TRANSFER-ID                                06150001
061600     ADD WS-SHIP-VALUE TO WS-TOTAL-SHIP-VALUE                     06160001
061700     PERFORM 720-PRINT-SHIPMENT-LINE                              06170001
061800     ADD 1 TO WS-SHIPPED-COUNT                                    06180001
061900     .                                                            06190001
062000                                                                  06200001
062100*****************************************************             06210001
062200*   TAKE THE SHIPMENT OUT OF THE ITEM'S LOTS OLDEST *             06220001
062300*   RECEIVED DATE FIRST; EVERY LOT TOUCHED BECOMES  *             06230001
062400*   ITS OWN IN-TRANSIT RECORD                       *             06240001
062500*****************************************************             06250001
062600 400-DRAW-SHIPPED-LOTS.                                           06260001
062700     IF WS-LOT-LOADED = 'YES'                                     06270001
062800         AND WS-LOT-DRAW > ZERO                                   06280001
062900         MOVE 'NO' TO WS-LOT-DRAW-DONE                            06290001
063000         PERFORM 410-DRAW-OLDEST-LOT                              06300001
063100             UNTIL WS-LOT-DRAW-DONE = 'YES'                       06310001
063200     END-IF                                                       06320001
063300     .                                                            06330001
063400                                                                  06340001
063500 410-DRAW-OLDEST-LOT.                                             06350001
063600     MOVE ZERO TO WS-LOT-BEST-SUB                                 06360001
063700     PERFORM 420-SCAN-OLDEST-LOT                                  06370001
063800         VARYING WS-LOT-SUB FROM 1 BY 1                           06380001
063900         UNTIL WS-LOT-SUB > WS-LOT-COUNT                          06390001
064000     IF WS-LOT-BEST-SUB = ZERO                                    06400001
064100         MOVE 'YES' TO WS-LOT-DRAW-DONE                           06410001
064200     ELSE                                                         06420001
064300         MOVE WS-TBL-LOT (WS-LOT-BEST-SUB) TO LOT-REC             06430001
064400         IF LT-UNITS NOT > WS-LOT-DRAW                            06440001
064500             MOVE LT-UNITS TO WS-LOT-TAKEN                        06450001
064600         ELSE                                                     06460001
064700             MOVE WS-LOT-DRAW TO WS-LOT-TAKEN                     06470001
064800         END-IF                                                   06480001
064900         SUBTRACT WS-LOT-TAKEN FROM LT-UNITS                      06490001
065000         SUBTRACT WS-LOT-TAKEN FROM WS-LOT-DRAW                   06500001
065100         MOVE LOT-REC TO WS-TBL-LOT (WS-LOT-BEST-SUB)             06510001
065200         PERFORM 450-WRITE-IN-TRANSIT                             06520001
065300         IF WS-LOT-DRAW NOT > ZERO                                06530001
065400             MOVE 'YES' TO WS-LOT-DRAW-DONE                       06540001
065500         END-IF                                                   06550001
065600     END-IF                                                       06560001
065700     .                                                            06570001
065800                                                                  06580001
065900 420-SCAN-OLDEST-LOT.                                             06590001
066000     MOVE WS-TBL-LOT (WS-LOT-SUB) TO LOT-REC                      06600001
066100     IF LT-ITEM-NAME = XO-ITEM-NAME                               06610001
066200         AND LT-UNITS > ZERO                                      06620001
066300         IF WS-LOT-BEST-SUB = ZERO                                06630001
066400             OR LT-RECEIVED-DATE < WS-LOT-BEST-DATE               06640001
066500             MOVE WS-LOT-SUB TO WS-LOT-BEST-SUB                   06650001
066600             MOVE LT-RECEIVED-DATE TO WS-LOT-BEST-DATE            06660001
066700         END-IF                                                   06670001
066800     END-IF                                                       06680001
066900     .                                                            06690001
067000                                                                  06700001
067100*****************************************************             06710001
067200*   ONE IN-TRANSIT RECORD FOR THE PIECE IN          *             06720001
067300*   WS-LOT-TAKEN, DATED FROM THE LOT IN LOT-REC     *             06730001
067400*****************************************************             06740001
067500 450-WRITE-IN-TRANSIT.                                            06750001
067600     MOVE SPACES TO IN-TRANSIT-REC                                06760001
067700     MOVE XO-TRANSFER-ID TO TI-TRANSFER-ID                        06770001
067800     MOVE WS-CURRENT-SITE TO TI-FROM-SITE                         06780001
067900     MOVE XO-TO-SITE TO TI-TO-SITE                                06790001
068000     MOVE XO-ITEM-NAME TO TI-ITEM-NAME                            06800001
068100     MOVE WS-LOT-TAKEN TO TI-UNITS                                06810001
068200     MOVE WS-SHIP-COST TO TI-COST                                 06820001
068300     MOVE WS-SHIP-DATE TO TI-SHIP-DATE                            06830001
068400     MOVE LT-RECEIVED-DATE TO TI-LOT-RECEIVED-DATE                06840001
068500     MOVE LT-EXPIRATION-DATE TO TI-LOT-EXPIRATION-DATE            06850001
068600     MOVE XO-SHIPPED-BY TO TI-SHIPPED-BY                          06860001
068700     WRITE IN-TRANSIT-REC                                         06870001
068800     IF WS-INTRAN-STATUS NOT = '00'                               06880001
068900         DISPLAY 'IN-TRANSIT WRITE FAILED FOR '                   06890001
069000             XO-TRANSFER-ID ', STATUS = ' WS-INTRAN-STATUS        06900001
069100         MOVE 16 TO RETURN-CODE                                   06910001
069200     END-IF                                                       06920001
069300     ADD 1 TO WS-TRANSIT-LINES                                    06930001
069400     .                                                            06940001
069500                                                                  06950001
069600*****************************************************             06960001
069700*   AN OVERFLOWED TABLE NO LONGER HOLDS THE WHOLE   *             06970001
069800*   LOT FILE, SO REWRITING IT WOULD DESTROY THE     *             06980001
069900*   DROPPED LOTS FOR GOOD - LEAVE THE FILE          *             06990001
070000*   UNTOUCHED AND LET THE RC 16 RAISE THE ALARM.    *             07000001
070100*   LOTS SHIPPED DOWN TO NOTHING DROP OFF HERE      *             07010001
070200*****************************************************             07020001
070300 550-REWRITE-LOT-FILE.                                            07030001
070400     IF WS-LOT-LOADED = 'YES'                                     07040001
070500         IF WS-LOT-OVERFLOW = 'YES'                               07050001
070600             DISPLAY 'LOT FILE LEFT UNCHANGED, '                  07060001
070700                 'TABLE OVERFLOWED'                               07070001
070800         ELSE                                                     07080001
070900             OPEN OUTPUT LOT-FILE                                 07090001
071000             PERFORM 560-WRITE-LOT-ENTRY                          07100001
071100               VARYING WS-LOT-SUB FROM 1 BY 1                     07110001
071200               UNTIL WS-LOT-SUB > WS-LOT-COUNT                    07120001
071300             CLOSE LOT-FILE                                       07130001
071400         END-IF                                                   07140001
071500     END-IF                                                       07150001
071600     .                                                            07160001
071700                                                                  07170001
071800 560-WRITE-LOT-ENTRY.                                             07180001
071900     MOVE WS-TBL-LOT (WS-LOT-SUB) TO LOT-REC                      07190001
072000     IF LT-UNITS > ZERO                                           07200001
072100         WRITE LOT-REC                                            07210001
072200     END-IF                                                       07220001
072300     .                                                            07230001
072400                                                                  07240001
072500 700-PRINT-REJECT-LINE.                                           07250001
072600     MOVE XO-TRANSFER-ID TO RJ-TRANSFER-ID                        07260001
072700     MOVE XO-ITEM-NAME TO RJ-ITEM-NAME                            07270001
072800     MOVE XO-TO-SITE TO RJ-TO-SITE                                07280001
072900     IF XO-UNITS NUMERIC                                          07290001
073000         MOVE XO-UNITS TO RJ-UNITS                                07300001
073100     ELSE                                                         07310001
073200         MOVE ZERO TO RJ-UNITS                                    07320001
073300     END-IF                                                       07330001
073400     MOVE WS-REJECT-REASON TO RJ-REASON                           07340001
073500     WRITE SHIPMENT-PRINT-REC FROM WS-REJECT-LINE                 07350001
073600       AFTER ADVANCING 1 LINE                                     07360001
073700     END-WRITE                                                    07370001
073800     ADD 1 TO WS-REJECT-COUNT                                     07380001
073900     .                                                            07390001
074000                                                                  07400001
074100 720-PRINT-SHIPMENT-LINE.                                         07410001
074200     MOVE XO-TRANSFER-ID TO SD-TRANSFER-ID                        07420001
074300     MOVE XO-ITEM-NAME TO SD-ITEM-NAME                            07430001
074400     MOVE XO-TO-SITE TO SD-TO-SITE                                07440001
074500     MOVE WS-SHIP-DATE TO SD-SHIP-DATE                            07450001
074600     MOVE XO-UNITS TO SD-UNITS                                    07460001
074700     MOVE WS-SHIP-COST TO SD-COST                                 07470001
074800     MOVE WS-SHIP-VALUE TO SD-VALUE                               07480001
074900     MOVE WS-TRANSIT-LINES TO SD-LOT-LINES                        07490001
075000     MOVE WS-REMAINING-UNITS TO SD-REMAINING                      07500001
075100     IF XO-SHIPPED-BY = SPACES                                    07510001
075200         MOVE 'SHIPPED' TO SD-REMARK                              07520001
075300     ELSE                                                         07530001
075400         MOVE SPACES TO SD-REMARK                                 07540001
075500         STRING 'SHIPPED BY ' DELIMITED BY SIZE                   07550001
075600                XO-SHIPPED-BY DELIMITED BY SPACE                  07560001
075700           INTO SD-REMARK                                         07570001
075800         END-STRING                                               07580001
075900     END-IF                                                       07590001
076000     WRITE SHIPMENT-PRINT-REC FROM WS-SHIPMENT-LINE               07600001
076100       AFTER ADVANCING 1 LINE                                     07610001
076200     END-WRITE                                                    07620001
076300     .                                                            07630001
076400                                                                  07640001
076500 710-PRINT-SUMMARY.                                               07650001
076600     MOVE 'TRANSFERS SHIPPED:      ' TO SU-LABEL                  07660001
076700     MOVE WS-SHIPPED-COUNT TO SU-COUNT                            07670001
076800     WRITE SHIPMENT-PRINT-REC FROM WS-SUMMARY-LINE                07680001
076900       AFTER ADVANCING 3 LINES                                    07690001
077000     END-WRITE                                                    07700001
077100     MOVE 'TRANSFERS REJECTED:     ' TO SU-LABEL                  07710001
077200     MOVE WS-REJECT-COUNT TO SU-COUNT                             07720001
077300     WRITE SHIPMENT-PRINT-REC FROM WS-SUMMARY-LINE                07730001
077400       AFTER ADVANCING 1 LINE                                     07740001
077500     END-WRITE                                                    07750001
077600     MOVE 'VALUE SENT IN TRANSIT:  ' TO SV-LABEL                  07760001
077700     MOVE WS-TOTAL-SHIP-VALUE TO SV-VALUE                         07770001
077800     WRITE SHIPMENT-PRINT-REC FROM WS-VALUE-SUMMARY-LINE          07780001
077900       AFTER ADVANCING 1 LINE                                     07790001
078000     END-WRITE                                                    07800001
078100     .                                                            07810001
078200                                                                  07820001
078300*****************************************************             07830001
078400*   KEEP THE TRAILER SENTINEL'S CONTROL COUNT/TOTALS*             07840001
078500*   IN STEP WITH EVERY SHIPMENT SO A LATER REPORT   *             07850001
078600*   RUN'S BALANCE CHECKS STILL TIE OUT              *             07860001
078700*****************************************************             07870001
078800 180-UPDATE-TRAILER.                                              07880001
078900     MOVE FRIDGE-REC TO WS-SAVED-DETAIL-REC                       07890001
079000     MOVE HIGH-VALUES TO FR-ITEM-NAME                             07900001
079100     READ FRIDGE                                                  07910001
079200         INVALID KEY                                              07920001
079300             DISPLAY 'FRIDGE TRAILER RECORD MISSING, '            07930001
079400                 'CONTROL TOTALS NOT UPDATED'                     07940001
079500             MOVE 16 TO RETURN-CODE                               07950001
079600         NOT INVALID KEY                                          07960001
079700             ADD WS-TRAILER-REC-DELTA TO FT-RECORD-COUNT          07970001
079800             ADD WS-TRAILER-PRICE-DELTA TO                        07980001
079900                 FT-CONTROL-TOTAL-PRICE                           07990001
080000             ADD WS-TRAILER-WASTE-DELTA TO                        08000001
080100                 FT-CONTROL-TOTAL-WASTE                           08010001
080200             REWRITE FRIDGE-REC                                   08020001
080300     END-READ                                                     08030001
080400     MOVE WS-SAVED-DETAIL-REC TO FRIDGE-REC                       08040001
080500     .                                                            08050001
080600                                                                  08060001
080700 800-PRINT-HEADINGS.                                              08070001
080800     MOVE WS-CURRENT-SITE TO SH-SITE-CODE                         08080001
080900     MOVE WS-DATE-8 TO SH-RUN-DATE                                08090001
081000     WRITE SHIPMENT-PRINT-REC FROM WS-SHIPMENT-HEADING            08100001
081100       AFTER ADVANCING PAGE                                       08110001
081200     END-WRITE                                                    08120001
081300     WRITE SHIPMENT-PRINT-REC FROM                                08130001
081400         WS-SHIPMENT-COLUMN-HEADING                               08140001
081500       AFTER ADVANCING 2 LINES                                    08150001
081600     END-WRITE                                                    08160001
081700     .                                                            08170001
081800                                                                  08180001
081900 850-GET-DATE.                                                    08190001
082000     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          08200001
082100     .                                                            08210001
