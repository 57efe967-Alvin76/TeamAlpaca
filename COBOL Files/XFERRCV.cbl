000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    XFERRCV.                                          00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*INTER-SITE TRANSFER RECEIPT - RUNS AT THE          *             00090001
001000*RECEIVING SITE.  EACH CONFIRMATION ON THE          *             00100001
001100*TRANSACTION FILE NAMES A TRANSFER THE DONOR HAS    *             00110001
001200*SHIPPED TO THIS SITE; ITS IN-TRANSIT RECORDS ARE   *             00120001
001300*POSTED INTO THE SITE'S FRIDGE FILE AT THE DONOR'S  *             00130001
001400*FR-COST, AVERAGED WITH STOCK ALREADY ON THE SHELF, *             00140001
001500*AND EACH BECOMES A LOT KEEPING ITS ORIGINAL        *             00150001
001600*RECEIVED AND EXPIRATION DATES.  A TRANSFER IS      *             00160001
001700*RECEIVED WHOLE OR NOT AT ALL; A REJECTED ONE STAYS *             00170001
001800*IN TRANSIT FOR THE AGING REPORT.  THE SITE RUNNING *             00180001
001900*THE RECEIPT IS NAMED ON THE SYSIN CARD.  TRAILER   *             00190001
002000*CONTROL TOTALS ARE KEPT IN STEP WITH EVERY RECEIPT *             00200001
002100*****************************************************             00210001
002200                                                                  00220001
002300 ENVIRONMENT DIVISION.                                            00230001
002400 CONFIGURATION SECTION.                                           00240001
002500 SOURCE-COMPUTER.                                                 00250001
002600     Z13                                                          00260001
002700     WITH DEBUGGING MODE                                          00270001
002800     .                                                            00280001
002900                                                                  00290001
003000 INPUT-OUTPUT SECTION.                                            00300001
003100                                                                  00310001
003200 FILE-CONTROL.                                                    00320001
003300     SELECT FRIDGE                 ASSIGN TO DYNAMIC              00330001
003400         WS-FRIDGE-DSNAME                                         00340001
003500         ORGANIZATION IS INDEXED                                  00350001
003600         ACCESS MODE IS DYNAMIC                                   00360001
003700         RECORD KEY IS FR-ITEM-NAME                               00370001
003800         ALTERNATE RECORD KEY IS FR-CATEGORY                      00380001
003900             WITH DUPLICATES                                      00390001
004000         ALTERNATE RECORD KEY IS FR-SUPPLIER-CODE                 00400001
004100             WITH DUPLICATES                                      00410001
004200         FILE STATUS IS WS-FRIDGE-STATUS.                         00420001
004300     SELECT CONFIRMATION-FILE      ASSIGN TO MYXFERCF.            00430001
004400     SELECT LOT-FILE               ASSIGN TO MYLOTS               00440001
004500         FILE STATUS IS WS-LOTS-STATUS.                           00450001
004600     SELECT IN-TRANSIT-FILE        ASSIGN TO MYINTRAN             00460001
004700         FILE STATUS IS WS-INTRAN-STATUS.                         00470001
004800     SELECT RECEIPT-PRINT-FILE     ASSIGN TO MYXFRRPT.            00480001
004900                                                                  00490001
005000 DATA DIVISION.                                                   00500001
005100 FILE SECTION.                                                    00510001
005200                                                                  00520001
005300 FD  FRIDGE                                                       00530001
005400     RECORDING MODE IS F.                                         00540001
005500     COPY FRIDGEREC.                                              00550001
005600 01  FRIDGE-TRAILER-REC REDEFINES FRIDGE-REC.                     00560001
005700     10  FILLER                    PIC X(43).                     00570001
005800     10  FT-RECORD-TYPE            PIC X(01).                     00580001
005900     10  FT-RECORD-COUNT           PIC 9(05).                     00590001
006000     10  FT-CONTROL-TOTAL-PRICE   PIC 9(07)V99.                   00600001
006100     10  FT-CONTROL-TOTAL-WASTE   PIC 9(07)V99.                   00610001
006200     10  FILLER                    PIC X(33).                     00620001
006300                                                                  00630001
006400*****************************************************             00640001
006500*   ONE LINE PER TRANSFER ARRIVED.  A BLANK         *             00650001
006600*   RECEIVED DATE MEANS IT ARRIVED TODAY            *             00660001
006700*****************************************************             00670001
006800 FD  CONFIRMATION-FILE                                            00680001
006900     RECORDING MODE IS F.                                         00690001
007000 01  CONFIRMATION-REC.                                            00700001
007100     10  XR-TRANSFER-ID            PIC X(10).                     00710001
007200     10  XR-RECEIVED-DATE          PIC 9(08).                     00720001
007300     10  XR-RECEIVED-BY            PIC X(08).                     00730001
007400     10  FILLER                    PIC X(54).                     00740001
007500                                                                  00750001
007600 FD  LOT-FILE                                                     00760001
007700     RECORDING MODE IS F.                                         00770001
007800     COPY LOTREC.                                                 00780001
007900                                                                  00790001
008000 FD  IN-TRANSIT-FILE                                              00800001
008100     RECORDING MODE IS F.                                         00810001
008200     COPY XFERTRN.                                                00820001
008300                                                                  00830001
008400 FD  RECEIPT-PRINT-FILE                                           00840001
008500     RECORDING MODE IS F.                                         00850001
008600 01  RECEIPT-PRINT-REC.                                           00860001
008700     10  FILLER                    PIC X(132).                    00870001
008800                                                                  00880001
008900 WORKING-STORAGE SECTION.                                         00890001
009000                                                                  00900001
009100 01  WS-COUNTERS-FLAGS.                                           00910001
009200     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00920001
009300     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00930001
009400     10  WS-RECEIVED-COUNT         PIC 9(05) VALUE ZERO.          00940001
009500     10  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.          00950001
009600                                                                  00960001
009700 01  WS-VALIDATION-FLAGS.                                         00970001
009800     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        00980001
009900     10  WS-LOTS-STATUS            PIC X(02) VALUE SPACES.        00990001
010000     10  WS-INTRAN-STATUS          PIC X(02) VALUE SPACES.        01000001
010100     10  WS-CONFIRM-VALID          PIC X(03) VALUE 'YES'.         01010001
010200     10  WS-REJECT-REASON          PIC X(30) VALUE SPACES.        01020001
010300                                                                  01030001
010400*****************************************************             01040001
010500*   RUN-TIME PARAMETER CARD: THE SITE CODE OF THE   *             01050001
010600*   SITE TAKING DELIVERY, READ ONCE FROM SYSIN AT   *             01060001
010700*   START-UP                                        *             01070001
010800*****************************************************             01080001
010900 01  WS-RECEIVE-PARM-CARD.                                        01090001
011000     10  PC-SITE-CODE              PIC X(05).                     01100001
011100     10  FILLER                    PIC X(75).                     01110001
011200                                                                  01120001
011300 01  WS-SITE-CONTROL.                                             01130001
011400     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    01140001
011500     10  WS-CURRENT-SITE           PIC X(05) VALUE SPACES.        01150001
011600                                                                  01160001
011700 01  WS-DATE-FIELDS.                                              01170001
011800     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01180001
011900                                                                  01190001
012000*****************************************************             01200001
012100*   THE IN-TRANSIT FILE RIDES IN STORAGE SO EACH    *             01210001
012200*   CONFIRMATION CAN CLEAR ITS TRANSFER'S RECORDS;  *             01220001
012300*   WHAT IS STILL OPEN IS WRITTEN BACK IN ONE PASS  *             01230001
012400*   AT END OF RUN                                   *             01240001
012500*****************************************************             01250001
012600 01  WS-TRANSIT-CONTROL.                                          01260001
012700     10  WS-TRANSIT-EOF            PIC X(03) VALUE 'NO'.          01270001
012800     10  WS-TRANSIT-LOADED         PIC X(03) VALUE 'NO'.          01280001
012900     10  WS-TRANSIT-OVERFLOW       PIC X(03) VALUE 'NO'.          01290001
013000     10  WS-TRANSIT-COUNT          PIC 9(03) VALUE ZERO.          01300001
013100     10  WS-TRANSIT-SUB            PIC S9(04) COMP VALUE ZERO.    01310001
013200 01  WS-TRANSIT-TABLE.                                            01320001
013300     10  WS-TRANSIT-ENTRY OCCURS 500 TIMES.                       01330001
013400         15  TR-TRANSIT-REC        PIC X(100).                    01340001
013500         15  TR-CLEARED            PIC X(01).                     01350001
013600                                                                  01360001
013700*****************************************************             01370001
013800*   THE LOT FILE RIDES IN STORAGE SO EACH RECEIPT   *             01380001
013900*   CAN OPEN ITS LOTS; THE WHOLE SET IS WRITTEN     *             01390001
014000*   BACK IN ONE PASS AT END OF RUN                  *             01400001
014100*****************************************************             01410001
014200 01  WS-LOT-CONTROL.                                              01420001
014300     10  WS-LOT-EOF                PIC X(03) VALUE 'NO'.          01430001
014400     10  WS-LOT-LOADED             PIC X(03) VALUE 'NO'.          01440001
014500     10  WS-LOT-OVERFLOW           PIC X(03) VALUE 'NO'.          01450001
014600     10  WS-LOT-COUNT              PIC 9(03) VALUE ZERO.          01460001
014700     10  WS-LOT-SUB                PIC S9(04) COMP VALUE ZERO.    01470001
014800 01  WS-LOT-TABLE.                                                01480001
014900     10  WS-LOT-ENTRY OCCURS 500 TIMES.                           01490001
015000         15  WS-TBL-LOT            PIC X(80).                     01500001
015100                                                                  01510001
015200 01  WS-SAVED-DETAIL-REC           PIC X(100) VALUE SPACES.       01520001
015300                                                                  01530001
015400 01  WS-TRAILER-CONTROL.                                          01540001
015500     10  WS-TRAILER-REC-DELTA      PIC S9(05)    VALUE ZERO.      01550001
015600     10  WS-TRAILER-PRICE-DELTA   PIC S9(07)V99 VALUE ZERO.       01560001
015700     10  WS-TRAILER-WASTE-DELTA   PIC S9(05)    VALUE ZERO.       01570001
015800                                                                  01580001
015900 01  WS-RECEIPT-CONTROL.                                          01590001
016000     10  WS-RECEIVED-DATE          PIC 9(08) VALUE ZERO.          01600001
016100     10  WS-TRANSFER-LINES         PIC 9(03) VALUE ZERO.          01610001
016200     10  WS-TRANSFER-UNITS         PIC S9(05) VALUE ZERO.         01620001
016300     10  WS-TRANSFER-VALUE         PIC S9(07)V99 VALUE ZERO.      01630001
016400     10  WS-LINE-VALUE             PIC S9(07)V99 VALUE ZERO.      01640001
016500     10  WS-TOTAL-RECEIPT-VALUE    PIC S9(07)V99 VALUE ZERO.      01650001
016600     10  WS-EARLIEST-EXPIRY        PIC 9(08) VALUE ZERO.          01660001
016700     10  WS-FROM-SITE              PIC X(05) VALUE SPACES.        01670001
016800     10  WS-TO-SITE                PIC X(05) VALUE SPACES.        01680001
016900     10  WS-ITEM-NAME              PIC X(17) VALUE SPACES.        01690001
017000     10  WS-SHIP-DATE              PIC 9(08) VALUE ZERO.          01700001
017100     10  WS-OLD-ITEM-VALUE         PIC S9(07)V99 VALUE ZERO.      01710001
017200     10  WS-NEW-ITEM-VALUE         PIC S9(07)V99 VALUE ZERO.      01720001
017300     10  WS-NEW-UNITS              PIC S9(05) VALUE ZERO.         01730001
017400     10  WS-NEW-COST               PIC S9(03)V99 VALUE ZERO.      01740001
017500                                                                  01750001
017600 01  WS-RECEIPT-HEADING.                                          01760001
017700     10  FILLER                    PIC X(02) VALUE SPACES.        01770001
017800     10  FILLER                    PIC X(34) VALUE                01780001
017900         'INTER-SITE TRANSFER RECEIPTS      '.                    01790001
018000     10  FILLER                    PIC X(06) VALUE 'SITE: '.      01800001
018100     10  RH-SITE-CODE              PIC X(05).                     01810001
018200     10  FILLER                    PIC X(02) VALUE SPACES.        01820001
018300     10  FILLER                    PIC X(06) VALUE 'DATE: '.      01830001
018400     10  RH-RUN-DATE               PIC 9(08).                     01840001
018500     10  FILLER                    PIC X(69) VALUE SPACES.        01850001
018600                                                                  01860001
018700 01  WS-RECEIPT-COLUMN-HEADING.                                   01870001
018800     10  FILLER                    PIC X(02) VALUE SPACES.        01880001
018900     10  FILLER                    PIC X(12) VALUE 'TRANSFER'.    01890001
019000     10  FILLER                    PIC X(19) VALUE 'ITEM'.        01900001
019100     10  FILLER                    PIC X(07) VALUE 'FROM'.        01910001
019200     10  FILLER                    PIC X(10) VALUE 'SHIPPED'.     01920001
019300     10  FILLER                    PIC X(10) VALUE 'RECEIVED'.    01930001
019400     10  FILLER                    PIC X(07) VALUE 'UNITS'.       01940001
019500     10  FILLER                    PIC X(11) VALUE 'VALUE'.       01950001
019600     10  FILLER                    PIC X(05) VALUE 'LOTS'.        01960001
019700     10  FILLER                    PIC X(08) VALUE 'FR-COST'.     01970001
019800     10  FILLER                    PIC X(09) VALUE 'ON HAND'.     01980001
019900     10  FILLER                    PIC X(32) VALUE 'REMARK'.      01990001
020000                                                                  02000001
020100 01  WS-RECEIPT-LINE.                                             02010001
020200     10  FILLER                    PIC X(02) VALUE SPACES.        02020001
020300     10  RL-TRANSFER-ID            PIC X(10).                     02030001
020400     10  FILLER                    PIC X(02) VALUE SPACES.        02040001
020500     10  RL-ITEM-NAME              PIC X(17).                     02050001
020600     10  FILLER                    PIC X(02) VALUE SPACES.        02060001
020700     10  RL-FROM-SITE              PIC X(05).                     02070001
020800     10  FILLER                    PIC X(02) VALUE SPACES.        02080001
020900     10  RL-SHIP-DATE              PIC 9(08).                     02090001
021000     10  FILLER                    PIC X(02) VALUE SPACES.        02100001
021100     10  RL-RECEIVED-DATE          PIC 9(08).                     02110001
021200     10  FILLER                    PIC X(02) VALUE SPACES.        02120001
021300     10  RL-UNITS                  PIC ZZZZ9.                     02130001
021400     10  FILLER                    PIC X(02) VALUE SPACES.        02140001
021500     10  RL-VALUE                  PIC ZZ,ZZ9.99.                 02150001
021600     10  FILLER                    PIC X(02) VALUE SPACES.        02160001
021700     10  RL-LOT-LINES              PIC ZZ9.                       02170001
021800     10  FILLER                    PIC X(02) VALUE SPACES.        02180001
021900     10  RL-NEW-COST               PIC ZZ9.99.                    02190001
022000     10  FILLER                    PIC X(02) VALUE SPACES.        02200001
022100     10  RL-NEW-UNITS              PIC -ZZZZ9.                    02210001
022200     10  FILLER                    PIC X(03) VALUE SPACES.        02220001
022300     10  RL-REMARK                 PIC X(30).                     02230001
022400     10  FILLER                    PIC X(02) VALUE SPACES.        02240001
022500                                                                  02250001
022600 01  WS-REJECT-LINE.                                              02260001
022700     10  FILLER                    PIC X(02) VALUE SPACES.        02270001
022800     10  RJ-TRANSFER-ID            PIC X(10).                     02280001
022900     10  FILLER                    PIC X(02) VALUE SPACES.        02290001
023000     10  RJ-ITEM-NAME              PIC X(17).                     02300001
023100     10  FILLER                    PIC X(02) VALUE SPACES.        02310001
023200     10  RJ-FROM-SITE              PIC X(05).                     02320001
023300     10  FILLER                    PIC X(02) VALUE SPACES.        02330001
023400     10  FILLER                    PIC X(09) VALUE 'REJECTED,'.   02340001
023500     10  FILLER                    PIC X(01) VALUE SPACES.        02350001
023600     10  RJ-REASON                 PIC X(30).                     02360001
023700     10  FILLER                    PIC X(52) VALUE SPACES.        02370001
023800                                                                  02380001
023900 01  WS-SUMMARY-LINE.                                             02390001
024000     10  FILLER                    PIC X(02) VALUE SPACES.        02400001
024100     10  SU-LABEL                  PIC X(24).                     02410001
024200     10  SU-COUNT                  PIC ZZZZ9.                     02420001
024300     10  FILLER                    PIC X(101) VALUE SPACES.       02430001
024400                                                                  02440001
024500 01  WS-VALUE-SUMMARY-LINE.                                       02450001
024600     10  FILLER                    PIC X(02) VALUE SPACES.        02460001
024700     10  SV-LABEL                  PIC X(24).                     02470001
024800     10  SV-VALUE                  PIC Z,ZZZ,ZZ9.99.              02480001
024900     10  FILLER                    PIC X(94) VALUE SPACES.        02490001
025000                                                                  02500001
025100 PROCEDURE DIVISION.                                              02510001
025200                                                                  02520001
025300*****************************************************             02530001
025400*   MAIN PROGRAM ROUTINE                            *             02540001
025500*****************************************************             02550001
025600 010-START-HERE.                                                  02560001
025700     PERFORM 850-GET-DATE                                         02570001
025800     PERFORM 103-GET-RECEIVE-PARM                                 02580001
025900     IF RETURN-CODE = 8                                           02590001
026000         CONTINUE                                                 02600001
026100     ELSE                                                         02610001
026200     PERFORM 120-LOAD-IN-TRANSIT                                  02620001
026300     IF WS-TRANSIT-LOADED NOT = 'YES'                             02630001
026400         MOVE 16 TO RETURN-CODE                                   02640001
026500     ELSE                                                         02650001
026600     OPEN I-O FRIDGE                                              02660001
026700     IF WS-FRIDGE-STATUS NOT = '00'                               02670001
026800         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  02680001
026900             WS-FRIDGE-STATUS                                     02690001
027000         MOVE 16 TO RETURN-CODE                                   02700001
027100     ELSE                                                         02710001
027200         OPEN INPUT CONFIRMATION-FILE                             02720001
027300         OPEN OUTPUT RECEIPT-PRINT-FILE                           02730001
027400         PERFORM 110-LOAD-LOT-FILE                                02740001
027500         PERFORM 800-PRINT-HEADINGS                               02750001
027600         PERFORM 100-READ-CONFIRMATION                            02760001
027700         PERFORM 150-PROCESS-CONFIRMATION                         02770001
027800           UNTIL EOF-FLAG = 'YES'                                 02780001
027900         PERFORM 550-REWRITE-LOT-FILE                             02790001
028000         PERFORM 560-REWRITE-IN-TRANSIT                           02800001
028100         PERFORM 710-PRINT-SUMMARY                                02810001
028200         CLOSE FRIDGE CONFIRMATION-FILE RECEIPT-PRINT-FILE        02820001
028300     END-IF                                                       02830001
028400     END-IF                                                       02840001
028500     END-IF                                                       02850001
028600     GOBACK                                                       02860001
028700     .                                                            02870001
028800                                                                  02880001
028900 103-GET-RECEIVE-PARM.                                            02890001
029000     ACCEPT WS-RECEIVE-PARM-CARD FROM SYSIN                       02900001
029100     IF PC-SITE-CODE = SPACES                                     02910001
029200         DISPLAY 'XFERRCV SITE CODE CARD MISSING, '               02920001
029300             'NOTHING RECEIVED'                                   02930001
029400         MOVE 8 TO RETURN-CODE                                    02940001
029500     ELSE                                                         02950001
029600         MOVE PC-SITE-CODE TO WS-CURRENT-SITE                     02960001
029700     END-IF                                                       02970001
029800     .                                                            02980001
029900                                                                  02990001
030000*****************************************************             03000001
030100*   A SITE THAT HAS NEVER RECEIVED INTO LOTS STARTS *             03010001
030200*   WITH AN EMPTY TABLE SO THE FIRST TRANSFER STILL *             03020001
030300*   GETS ITS LOTS; ANY OTHER OPEN FAILURE LEAVES    *             03030001
030400*   THE FILE ALONE                                  *             03040001
030500*****************************************************             03050001
030600 110-LOAD-LOT-FILE.                                               03060001
030700     OPEN INPUT LOT-FILE                                          03070001
030800     IF WS-LOTS-STATUS = '00'                                     03080001
030900         MOVE 'YES' TO WS-LOT-LOADED                              03090001
031000         MOVE 'NO' TO WS-LOT-EOF                                  03100001
031100         PERFORM 111-READ-LOT-REC                                 03110001
031200             UNTIL WS-LOT-EOF = 'YES'                             03120001
031300         CLOSE LOT-FILE                                           03130001
031400     ELSE                                                         03140001
031500         IF WS-LOTS-STATUS = '35'                                 03150001
031600             MOVE 'YES' TO WS-LOT-LOADED                          03160001
031700         ELSE                                                     03170001
031800             DISPLAY 'LOT FILE NOT AVAILABLE, STATUS = '          03180001
031900                 WS-LOTS-STATUS ', LOTS NOT MAINTAINED'           03190001
032000         END-IF                                                   03200001
032100     END-IF                                                       03210001
032200     .                                                            03220001
032300                                                                  03230001
032400 111-READ-LOT-REC.                                                03240001
032500     READ LOT-FILE                                                03250001
032600         AT END                                                   03260001
032700             MOVE 'YES' TO WS-LOT-EOF                             03270001
032800         NOT AT END                                               03280001
032900             PERFORM 112-STORE-LOT-ENTRY                          03290001
033000     END-READ                                                     03300001
033100     .                                                            03310001
033200                                                                  03320001
033300 112-STORE-LOT-ENTRY.                                             03330001
033400     IF WS-LOT-COUNT < 500                                        03340001
033500         ADD 1 TO WS-LOT-COUNT                                    03350001
033600         MOVE LOT-REC TO WS-TBL-LOT (WS-LOT-COUNT)                03360001
033700     ELSE                                                         03370001
033800         DISPLAY 'LOT TABLE FULL, ENTRY DROPPED'                  03380001
033900         MOVE 'YES' TO WS-LOT-OVERFLOW                            03390001
034000         MOVE 16 TO RETURN-CODE                                   03400001
034100     END-IF                                                       03410001
034200     .                                                            03420001
034300                                                                  03430001
034400*****************************************************             03440001
034500*   AN IN-TRANSIT FILE THAT WILL NOT FIT THE TABLE  *             03450001
034600*   WOULD LOSE OTHER SITES' TRANSFERS WHEN WRITTEN  *             03460001
034700*   BACK, SO THE RUN STOPS BEFORE POSTING ANYTHING. *             03470001
034800*   NO FILE YET MEANS NOTHING HAS EVER BEEN SHIPPED *             03480001
034900*****************************************************             03490001
035000 120-LOAD-IN-TRANSIT.                                             03500001
035100     OPEN INPUT IN-TRANSIT-FILE                                   03510001
035200     IF WS-INTRAN-STATUS = '00'                                   03520001
035300         PERFORM 121-READ-IN-TRANSIT                              03530001
035400             UNTIL WS-TRANSIT-EOF = 'YES'                         03540001
035500         CLOSE IN-TRANSIT-FILE                                    03550001
035600         IF WS-TRANSIT-OVERFLOW = 'YES'                           03560001
035700             DISPLAY 'IN-TRANSIT TABLE FULL, NOTHING RECEIVED'    03570001
035800         ELSE                                                     03580001
035900             MOVE 'YES' TO WS-TRANSIT-LOADED                      03590001
036000         END-IF                                                   03600001
036100     ELSE                                                         03610001
036200         IF WS-INTRAN-STATUS = '35'                               03620001
036300             MOVE 'YES' TO WS-TRANSIT-LOADED                      03630001
036400         ELSE                                                     03640001
036500             DISPLAY 'IN-TRANSIT FILE OPEN FAILED, STATUS = '     03650001
036600                 WS-INTRAN-STATUS                                 03660001
036700         END-IF                                                   03670001
036800     END-IF                                                       03680001
036900     .                                                            03690001
037000                                                                  03700001
037100 121-READ-IN-TRANSIT.                                             03710001
037200     READ IN-TRANSIT-FILE                                         03720001
037300         AT END                                                   03730001
037400             MOVE 'YES' TO WS-TRANSIT-EOF                         03740001
037500         NOT AT END                                               03750001
037600             PERFORM 122-STORE-TRANSIT-ENTRY                      03760001
037700     END-READ                                                     03770001
037800     .                                                            03780001
037900                                                                  03790001
038000 122-STORE-TRANSIT-ENTRY.                                         03800001
038100     IF WS-TRANSIT-COUNT < 500                                    03810001
038200         ADD 1 TO WS-TRANSIT-COUNT                                03820001
038300         MOVE IN-TRANSIT-REC TO                                   03830001
038400             TR-TRANSIT-REC (WS-TRANSIT-COUNT)                    03840001
038500         MOVE 'N' TO TR-CLEARED (WS-TRANSIT-COUNT)                03850001
038600     ELSE                                                         03860001
038700         MOVE 'YES' TO WS-TRANSIT-OVERFLOW                        03870001
038800     END-IF                                                       03880001
038900     .                                                            03890001
039000                                                                  03900001
039100 100-READ-CONFIRMATION.                                           03910001
039200     READ CONFIRMATION-FILE                                       03920001
039300         AT END                                                   03930001
039400             MOVE 'YES' TO EOF-FLAG                               03940001
039500         NOT AT END                                               03950001
039600             ADD 1 TO REC-COUNT                                   03960001
039700     END-READ                                                     03970001
039800     .                                                            03980001
039900                                                                  03990001
040000*****************************************************             04000001
040100*   A CONFIRMATION IS CHECKED END TO END BEFORE     *             04010001
040200*   ANYTHING MOVES.  ONLY A CLEAN ONE TOUCHES THE   *             04020001
040300*   MASTER                                          *             04030001
040400*****************************************************             04040001
040500 150-PROCESS-CONFIRMATION.                                        04050001
040600     MOVE 'YES' TO WS-CONFIRM-VALID                               04060001
040700     MOVE SPACES TO WS-REJECT-REASON                              04070001
040800     PERFORM 200-VALIDATE-CONFIRMATION                            04080001
040900     IF WS-CONFIRM-VALID = 'YES'                                  04090001
041000         PERFORM 300-RECEIVE-TRANSFER                             04100001
041100     ELSE                                                         04110001
041200         PERFORM 700-PRINT-REJECT-LINE                            04120001
041300     END-IF                                                       04130001
041400     PERFORM 100-READ-CONFIRMATION                                04140001
041500     .                                                            04150001
041600                                                                  04160001
041700 200-VALIDATE-CONFIRMATION.                                       04170001
041800     MOVE ZERO TO WS-TRANSFER-LINES                               04180001
041900     MOVE ZERO TO WS-TRANSFER-UNITS                               04190001
042000     MOVE ZERO TO WS-TRANSFER-VALUE                               04200001
042100     MOVE ZERO TO WS-EARLIEST-EXPIRY                              04210001
042200     MOVE SPACES TO WS-FROM-SITE                                  04220001
042300     MOVE SPACES TO WS-TO-SITE                                    04230001
042400     MOVE SPACES TO WS-ITEM-NAME                                  04240001
042500     MOVE ZERO TO WS-SHIP-DATE                                    04250001
042600     IF XR-TRANSFER-ID = SPACES                                   04260001
042700         MOVE 'NO' TO WS-CONFIRM-VALID                            04270001
042800         MOVE 'BLANK TRANSFER ID' TO WS-REJECT-REASON             04280001
042900     END-IF                                                       04290001
043000     IF WS-CONFIRM-VALID = 'YES'                                  04300001
043100         PERFORM 210-TOTAL-TRANSFER-LINE                          04310001
043200           VARYING WS-TRANSIT-SUB FROM 1 BY 1                     04320001
043300           UNTIL WS-TRANSIT-SUB > WS-TRANSIT-COUNT                04330001
043400         IF WS-TRANSFER-LINES = ZERO                              04340001
043500             MOVE 'NO' TO WS-CONFIRM-VALID                        04350001
043600             MOVE 'TRANSFER NOT IN TRANSIT' TO WS-REJECT-REASON   04360001
043700         END-IF                                                   04370001
043800     END-IF                                                       04380001
043900     IF WS-TO-SITE NOT = WS-CURRENT-SITE                          04390001
044000         AND WS-CONFIRM-VALID = 'YES'                             04400001
044100         MOVE 'NO' TO WS-CONFIRM-VALID                            04410001
044200         MOVE 'TRANSFER NOT FOR THIS SITE' TO WS-REJECT-REASON    04420001
044300     END-IF                                                       04430001
044400     IF XR-RECEIVED-DATE NUMERIC                                  04440001
044500         AND XR-RECEIVED-DATE > ZERO                              04450001
044600         MOVE XR-RECEIVED-DATE TO WS-RECEIVED-DATE                04460001
044700     ELSE                                                         04470001
044800         MOVE WS-DATE-8 TO WS-RECEIVED-DATE                       04480001
044900     END-IF                                                       04490001
045000     IF WS-RECEIVED-DATE > WS-DATE-8                              04500001
045100         AND WS-CONFIRM-VALID = 'YES'                             04510001
045200         MOVE 'NO' TO WS-CONFIRM-VALID                            04520001
045300         MOVE 'RECEIVED DATE IN FUTURE' TO WS-REJECT-REASON       04530001
045400     END-IF                                                       04540001
045500     IF WS-RECEIVED-DATE < WS-SHIP-DATE                           04550001
045600         AND WS-CONFIRM-VALID = 'YES'                             04560001
045700         MOVE 'NO' TO WS-CONFIRM-VALID                            04570001
045800         MOVE 'RECEIVED BEFORE SHIPPED' TO WS-REJECT-REASON       04580001
045900     END-IF                                                       04590001
046000     IF WS-CONFIRM-VALID = 'YES'                                  04600001
046100         MOVE WS-ITEM-NAME TO FR-ITEM-NAME                        04610001
046200         READ FRIDGE                                              04620001
046300             INVALID KEY                                          04630001
046400                 MOVE 'NO' TO WS-CONFIRM-VALID                    04640001
046500                 MOVE 'ITEM NOT ON RECEIVING FILE' TO             04650001
046600                     WS-REJECT-REASON                             04660001
046700             NOT INVALID KEY                                      04670001
046800                 IF FR-HOLD-STATUS = 'H'                          04680001
046900                     MOVE 'NO' TO WS-CONFIRM-VALID                04690001
047000                     MOVE 'ITEM ON QUALITY HOLD' TO               04700001
047100                         WS-REJECT-REASON                         04710001
047200                 END-IF                                           04720001
047300         END-READ                                                 04730001
047400     END-IF                                                       04740001
047500     .                                                            04750001
047600                                                                  04760001
047700*****************************************************             04770001
047800*   ADD ONE OPEN IN-TRANSIT RECORD OF THE TRANSFER  *             04780001
047900*   INTO THE TRANSFER'S TOTALS                      *             04790001
048000*****************************************************             04800001
048100 210-TOTAL-TRANSFER-LINE.                                         04810001
048200     MOVE TR-TRANSIT-REC (WS-TRANSIT-SUB) TO IN-TRANSIT-REC       04820001
048300     IF TI-TRANSFER-ID = XR-TRANSFER-ID                           04830001
048400         AND TR-CLEARED (WS-TRANSIT-SUB) = 'N'                    04840001
048500         ADD 1 TO WS-TRANSFER-LINES                               04850001
048600         ADD TI-UNITS TO WS-TRANSFER-UNITS                        04860001
048700         COMPUTE WS-LINE-VALUE = TI-COST * TI-UNITS               04870001
048800         ADD WS-LINE-VALUE TO WS-TRANSFER-VALUE                   04880001
048900         MOVE TI-FROM-SITE TO WS-FROM-SITE                        04890001
049000         MOVE TI-TO-SITE TO WS-TO-SITE                            04900001
049100         MOVE TI-ITEM-NAME TO WS-ITEM-NAME                        04910001
049200         MOVE TI-SHIP-DATE TO WS-SHIP-DATE                        04920001
049300         IF WS-EARLIEST-EXPIRY = ZERO                             04930001
049400             OR TI-LOT-EXPIRATION-DATE < WS-EARLIEST-EXPIRY       04940001
049500             MOVE TI-LOT-EXPIRATION-DATE TO WS-EARLIEST-EXPIRY    04950001
049600         END-IF                                                   04960001
049700     END-IF                                                       04970001
049800     .                                                            04980001
049900                                                                  04990001
050000*****************************************************             05000001
050100*   THE TRANSFER COMES IN AT THE DONOR'S COST,      *             05010001
050200*   AVERAGED WITH ANY STOCK ALREADY ON THE SHELF    *             05020001
050300*   THE SAME WAY A PRICED RECEIPT IS.  AN EMPTY     *             05030001
050400*   SHELF TAKES THE EARLIEST LOT EXPIRY AS THE      *             05040001
050500*   MASTER DATE                                     *             05050001
050600*****************************************************             05060001
050700 300-RECEIVE-TRANSFER.                                            05070001
050800     COMPUTE WS-OLD-ITEM-VALUE = FR-COST * FR-UNITS               05080001
050900     COMPUTE WS-NEW-UNITS = FR-UNITS + WS-TRANSFER-UNITS          05090001
051000     IF FR-UNITS > ZERO                                           05100001
051100         COMPUTE WS-NEW-COST ROUNDED =                            05110001
051200             (WS-OLD-ITEM-VALUE + WS-TRANSFER-VALUE)              05120001
051300             / WS-NEW-UNITS                                       05130001
051400     ELSE                                                         05140001
051500         COMPUTE WS-NEW-COST ROUNDED =                            05150001
051600             WS-TRANSFER-VALUE / WS-TRANSFER-UNITS                05160001
051700         MOVE WS-EARLIEST-EXPIRY TO FR-EXPIRATION-DATE            05170001
051800     END-IF                                                       05180001
051900     MOVE WS-NEW-COST TO FR-COST                                  05190001
052000     MOVE WS-NEW-UNITS TO FR-UNITS                                05200001
052100     REWRITE FRIDGE-REC                                           05210001
052200     COMPUTE WS-NEW-ITEM-VALUE = FR-COST * FR-UNITS               05220001
052300     MOVE 0 TO WS-TRAILER-REC-DELTA                               05230001
052400     COMPUTE WS-TRAILER-PRICE-DELTA =                             05240001
052500         WS-NEW-ITEM-VALUE - WS-OLD-ITEM-VALUE                    05250001
052600     MOVE 0 TO WS-TRAILER-WASTE-DELTA                             05260001
052700     PERFORM 180-UPDATE-TRAILER                                   05270001
052800     PERFORM 310-CLEAR-TRANSFER-LINE                              05280001
052900       VARYING WS-TRANSIT-SUB FROM 1 BY 1                         05290001
053000       UNTIL WS-TRANSIT-SUB > WS-TRANSIT-COUNT                    05300001
053100     ADD WS-TRANSFER-VALUE TO WS-TOTAL-RECEIPT-VALUE              05310001
053200     PERFORM 720-PRINT-RECEIPT-LINE                               05320001
053300     ADD 1 TO WS-RECEIVED-COUNT                                   05330001
053400     .                                                            05340001
053500                                                                  05350001
053600*****************************************************             05360001
053700*   EACH IN-TRANSIT RECORD OF THE TRANSFER OPENS A  *             05370001
053800*   LOT WITH THE DATES IT LEFT THE DONOR WITH, SO   *             05380001
053900*   OLDEST-FIRST DRAWS AND EXPIRY WRITE-OFFS STILL  *             05390001
054000*   SEE THE STOCK'S TRUE AGE, AND IS MARKED CLEARED *             05400001
054100*****************************************************             05410001
054200 310-CLEAR-TRANSFER-LINE.                                         05420001
054300     MOVE TR-TRANSIT-REC (WS-TRANSIT-SUB) TO IN-TRANSIT-REC       05430001
054400     IF TI-TRANSFER-ID = XR-TRANSFER-ID                           05440001
054500         AND TR-CLEARED (WS-TRANSIT-SUB) = 'N'                    05450001
054600         MOVE 'Y' TO TR-CLEARED (WS-TRANSIT-SUB)                  05460001
054700         PERFORM 320-OPEN-TRANSFER-LOT                            05470001
054800     END-IF                                                       05480001
054900     .                                                            05490001
055000                                                                  05500001
055100 320-OPEN-TRANSFER-LOT.                                           05510001
055200     IF WS-LOT-LOADED = 'YES'                                     05520001
055300         IF WS-LOT-COUNT < 500                                    05530001
055400             MOVE SPACES TO LOT-REC                               05540001
055500             MOVE TI-ITEM-NAME TO LT-ITEM-NAME                    05550001
055600             MOVE TI-LOT-RECEIVED-DATE TO LT-RECEIVED-DATE        05560001
055700             MOVE TI-LOT-EXPIRATION-DATE TO LT-EXPIRATION-DATE    05570001
055800             MOVE TI-UNITS TO LT-UNITS                            05580001
055900             ADD 1 TO WS-LOT-COUNT                                05590001
056000             MOVE LOT-REC TO WS-TBL-LOT (WS-LOT-COUNT)            05600001
056100         ELSE                                                     05610001
056200             DISPLAY 'LOT TABLE FULL, TRANSFER LOT FOR '          05620001
056300                 TI-ITEM-NAME ' NOT OPENED'                       05630001
056400             MOVE 'YES' TO WS-LOT-OVERFLOW                        05640001
056500             MOVE 16 TO RETURN-CODE                               05650001
056600         END-IF                                                   05660001
056700     END-IF                                                       05670001
056800     .                                                            05680001
056900                                                                  05690001
057000*****************************************************             05700001
057100*   AN OVERFLOWED TABLE NO LONGER HOLDS THE WHOLE   *             05710001
057200*   LOT FILE, SO REWRITING IT WOULD DESTROY THE     *             05720001
057300*   DROPPED LOTS FOR GOOD - LEAVE THE FILE          *             05730001
057400*   UNTOUCHED AND LET THE RC 16 RAISE THE ALARM     *             05740001
057500*****************************************************             05750001
057600 550-REWRITE-LOT-FILE.                                            05760001
057700     IF WS-LOT-LOADED = 'YES'                                     05770001
057800         IF WS-LOT-OVERFLOW = 'YES'                               05780001
057900             DISPLAY 'LOT FILE LEFT UNCHANGED, '                  05790001
058000                 'TABLE OVERFLOWED'                               05800001
058100         ELSE                                                     05810001
058200             OPEN OUTPUT LOT-FILE                                 05820001
058300             PERFORM 555-WRITE-LOT-ENTRY                          05830001
058400               VARYING WS-LOT-SUB FROM 1 BY 1                     05840001
058500               UNTIL WS-LOT-SUB > WS-LOT-COUNT                    05850001
058600             CLOSE LOT-FILE                                       05860001
058700         END-IF                                                   05870001
058800     END-IF                                                       05880001
058900     .                                                            05890001
059000                                                                  05900001
059100 555-WRITE-LOT-ENTRY.                                             05910001
059200     MOVE WS-TBL-LOT (WS-LOT-SUB) TO LOT-REC                      05920001
059300     IF LT-UNITS > ZERO                                           05930001
059400         WRITE LOT-REC                                            05940001
059500     END-IF                                                       05950001
059600     .                                                            05960001
059700                                                                  05970001
059800*****************************************************             05980001
059900*   TRANSFERS RECEIVED THIS RUN DROP OFF; EVERY     *             05990001
060000*   SITE'S OPEN TRANSFERS ARE WRITTEN BACK          *             06000001
060100*****************************************************             06010001
060200 560-REWRITE-IN-TRANSIT.                                          06020001
060300     OPEN OUTPUT IN-TRANSIT-FILE                                  06030001
060400     PERFORM 565-WRITE-TRANSIT-ENTRY                              06040001
060500       VARYING WS-TRANSIT-SUB FROM 1 BY 1                         06050001
060600       UNTIL WS-TRANSIT-SUB > WS-TRANSIT-COUNT                    06060001
060700     CLOSE IN-TRANSIT-FILE                                        06070001
060800     .                                                            06080001
060900                                                                  06090001
061000 565-WRITE-TRANSIT-ENTRY.                                         06100001
061100     IF TR-CLEARED (WS-TRANSIT-SUB) = 'N'                         06110001
061200         MOVE TR-TRANSIT-REC (WS-TRANSIT-SUB) TO IN-TRANSIT-REC   06120001
061300         WRITE IN-TRANSIT-REC                                     06130001
061400     END-IF                                                       06140001
061500     .                                                            06150001
061600                                                                  06160001
061700 700-PRINT-REJECT-LINE.                                           06170001
061800     MOVE XR-TRANSFER-ID TO RJ-TRANSFER-ID                        06180001
061900     MOVE WS-ITEM-NAME TO RJ-ITEM-NAME                            06190001
062000     MOVE WS-FROM-SITE TO RJ-FROM-SITE                            06200001
062100     MOVE WS-REJECT-REASON TO RJ-REASON                           06210001
062200     WRITE RECEIPT-PRINT-REC FROM WS-REJECT-LINE                  06220001
062300       AFTER ADVANCING 1 LINE                                     06230001
062400     END-WRITE                                                    06240001
062500     ADD 1 TO WS-REJECT-COUNT                                     06250001
062600     .                                                            06260001
062700                                                                  06270001
062800 720-PRINT-RECEIPT-LINE.                                          06280001
062900     MOVE XR-TRANSFER-ID TO RL-TRANSFER-ID                        06290001
063000     MOVE WS-ITEM-NAME TO RL-ITEM-NAME                            06300001
063100     MOVE WS-FROM-SITE TO RL-FROM-SITE                            06310001
063200     MOVE WS-SHIP-DATE TO RL-SHIP-DATE                            06320001
063300     MOVE WS-RECEIVED-DATE TO RL-RECEIVED-DATE                    06330001
063400     MOVE WS-TRANSFER-UNITS TO RL-UNITS                           06340001
063500     MOVE WS-TRANSFER-VALUE TO RL-VALUE                           06350001
063600     MOVE WS-TRANSFER-LINES TO RL-LOT-LINES                       06360001
063700     MOVE WS-NEW-COST TO RL-NEW-COST                              06370001
063800     MOVE WS-NEW-UNITS TO RL-NEW-UNITS                            06380001
063900     IF XR-RECEIVED-BY = SPACES                                   06390001
064000         MOVE 'RECEIVED' TO RL-REMARK                             06400001
064100     ELSE                                                         06410001
064200         MOVE SPACES TO RL-REMARK                                 06420001
064300         STRING 'RECEIVED BY ' DELIMITED BY SIZE                  06430001
064400                XR-RECEIVED-BY DELIMITED BY SPACE                 06440001
064500           INTO RL-REMARK                                         06450001
064600         END-STRING                                               06460001
064700     END-IF                                                       06470001
064800     WRITE RECEIPT-PRINT-REC FROM WS-RECEIPT-LINE                 06480001
064900       AFTER ADVANCING 1 LINE                                     06490001
065000     END-WRITE                                                    06500001
065100     .                                                            06510001
065200                                                                  06520001
065300 710-PRINT-SUMMARY.                                               06530001
065400     MOVE 'TRANSFERS RECEIVED:     ' TO SU-LABEL                  06540001
065500     MOVE WS-RECEIVED-COUNT TO SU-COUNT                           06550001
065600     WRITE RECEIPT-PRINT-REC FROM WS-SUMMARY-LINE                 06560001
065700       AFTER ADVANCING 3 LINES                                    06570001
065800     END-WRITE                                                    06580001
065900     MOVE 'TRANSFERS REJECTED:     ' TO SU-LABEL                  06590001
066000     MOVE WS-REJECT-COUNT TO SU-COUNT                             06600001
066100     WRITE RECEIPT-PRINT-REC FROM WS-SUMMARY-LINE                 06610001
066200       AFTER ADVANCING 1 LINE                                     06620001
066300     END-WRITE                                                    06630001
066400     MOVE 'VALUE TAKEN IN:         ' TO SV-LABEL                  06640001
066500     MOVE WS-TOTAL-RECEIPT-VALUE TO SV-VALUE                      06650001
066600     WRITE RECEIPT-PRINT-REC FROM WS-VALUE-SUMMARY-LINE           06660001
066700       AFTER ADVANCING 1 LINE                                     06670001
066800     END-WRITE                                                    06680001
066900     .                                                            06690001
067000                                                                  06700001
067100*****************************************************             06710001
067200*   KEEP THE TRAILER SENTINEL'S CONTROL COUNT/TOTALS*             06720001
067300*   IN STEP WITH EVERY RECEIPT SO A LATER REPORT    *             06730001
067400*   RUN'S BALANCE CHECKS STILL TIE OUT              *             06740001
067500*****************************************************             06750001
067600 180-UPDATE-TRAILER.                                              06760001
067700     MOVE FRIDGE-REC TO WS-SAVED-DETAIL-REC                       06770001
067800     MOVE HIGH-VALUES TO FR-ITEM-NAME                             06780001
067900     READ FRIDGE                                                  06790001
068000         INVALID KEY                                              06800001
068100             DISPLAY 'FRIDGE TRAILER RECORD MISSING, '            06810001
068200                 'CONTROL TOTALS NOT UPDATED'                     06820001
068300             MOVE 16 TO RETURN-CODE                               06830001
068400         NOT INVALID KEY                                          06840001
068500             ADD WS-TRAILER-REC-DELTA TO FT-RECORD-COUNT          06850001
068600             ADD WS-TRAILER-PRICE-DELTA TO                        06860001
068700                 FT-CONTROL-TOTAL-PRICE                           06870001
068800             ADD WS-TRAILER-WASTE-DELTA TO                        06880001
068900                 FT-CONTROL-TOTAL-WASTE                           06890001
069000             REWRITE FRIDGE-REC                                   06900001
069100     END-READ                                                     06910001
069200     MOVE WS-SAVED-DETAIL-REC TO FRIDGE-REC                       06920001
069300     .                                                            06930001
069400                                                                  06940001
069500 800-PRINT-HEADINGS.                                              06950001
069600     MOVE WS-CURRENT-SITE TO RH-SITE-CODE                         06960001
069700     MOVE WS-DATE-8 TO RH-RUN-DATE                                06970001
069800     WRITE RECEIPT-PRINT-REC FROM WS-RECEIPT-HEADING              06980001
069900       AFTER ADVANCING PAGE                                       06990001
070000     END-WRITE                                                    07000001
070100     WRITE RECEIPT-PRINT-REC FROM WS-RECEIPT-COLUMN-HEADING       07010001
070200       AFTER ADVANCING 2 LINES                                    07020001
070300     END-WRITE                                                    07030001
070400     .                                                            07040001
070500                                                                  07050001
070600 850-GET-DATE.                                                    07060001
070700     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          07070001
070800     .                                                            07080001
