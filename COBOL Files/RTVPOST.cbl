000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    RTVPOST.                                          00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*RETURN-TO-VENDOR POSTING - READS THE RETURN        *             00090001
001000*TRANSACTION FILE FOR STOCK GOING BACK TO THE       *             00100001
001100*SUPPLIER, EITHER QUALITY-HELD STOCK OR CASES FOUND *             00110001
001200*DAMAGED ON RECEIPT.  EACH ACCEPTED RETURN COMES    *             00120001
001300*OFF FR-UNITS AND THE ITEM'S LOTS WITH THE TRAILER  *             00130001
001400*CONTROL TOTALS KEPT IN STEP, AND IS WRITTEN TO THE *             00140001
001500*OPEN-CREDIT FILE PRICED AT THE INVOICE PRICE SO    *             00150001
001600*THE INVOICE MATCH CAN NET IT AGAINST THE           *             00160001
001700*SUPPLIER'S NEXT INVOICES.  A CREDIT-MEMO REQUEST   *             00170001
001800*IS PRINTED PER SUPPLIER TO SEND WITH THE GOODS.    *             00180001
001820*THE RUNCTL SUBROUTINE STOPS A SECOND RUN FOR THE   *             00182001
001840*SAME DATE UNLESS AN 'OVERRIDE' CARD IS ON SYSIN    *             00184001
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
004100     SELECT RTV-TX-FILE            ASSIGN TO MYRTVTX.             00410001
004200     SELECT RTV-PRINT-FILE         ASSIGN TO MYRTVRPT.            00420001
004300     SELECT LOT-FILE               ASSIGN TO MYLOTS               00430001
004400         FILE STATUS IS WS-LOTS-STATUS.                           00440001
004500     SELECT SUPPLIER-PERF-FILE     ASSIGN TO MYSUPHST             00450001
004600         FILE STATUS IS WS-SUPHST-STATUS.                         00460001
004700     SELECT CREDIT-MEMO-FILE       ASSIGN TO MYCREDIT             00470001
004800         FILE STATUS IS WS-CREDIT-STATUS.                         00480001
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
006400*    RETURN REASON H = STOCK ON QUALITY HOLD, D = CASES           00640001
006500*    FOUND DAMAGED ON RECEIPT.  A BLANK SUPPLIER CODE             00650001
006600*    RETURNS TO THE ITEM'S OWN FR-SUPPLIER-CODE; A ZERO           00660001
006700*    OR BLANK INVOICE PRICE IS LOOKED UP FROM THE LAST            00670001
006800*    RECEIPT ON THE SUPPLIER HISTORY FILE                         00680001
006900 FD  RTV-TX-FILE                                                  00690001
007000     RECORDING MODE IS F.                                         00700001
007100 01  RTV-TX-REC.                                                  00710001
007200     10  RT-SUPPLIER-CODE          PIC X(06).                     00720001
007300     10  RT-ITEM-NAME              PIC X(17).                     00730001
007400     10  RT-RETURN-QTY             PIC S9(05).                    00740001
007500     10  RT-RETURN-REASON          PIC X(01).                     00750001
007600     10  RT-INVOICE-PRICE          PIC S9(03)V99.                 00760001
007700     10  RT-RA-NUMBER              PIC X(10).                     00770001
007800     10  FILLER                    PIC X(36).                     00780001
007900                                                                  00790001
008000 FD  RTV-PRINT-FILE                                               00800001
008100     RECORDING MODE IS F.                                         00810001
008200 01  RTV-PRINT-REC.                                               00820001
008300     10  FILLER                    PIC X(132).                    00830001
008400                                                                  00840001
008500 FD  LOT-FILE                                                     00850001
008600     RECORDING MODE IS F.                                         00860001
008700     COPY LOTREC.                                                 00870001
008800                                                                  00880001
008900 FD  SUPPLIER-PERF-FILE                                           00890001
009000     RECORDING MODE IS F.                                         00900001
009100     COPY SUPHST.                                                 00910001
009200                                                                  00920001
009300 FD  CREDIT-MEMO-FILE                                             00930001
009400     RECORDING MODE IS F.                                         00940001
009500     COPY CRMEMO.                                                 00950001
009600                                                                  00960001
009700 WORKING-STORAGE SECTION.                                         00970001
009800                                                                  00980001
009900 01  WS-COUNTERS-FLAGS.                                           00990001
010000     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          01000001
010100     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          01010001
010200     10  WS-POSTED-COUNT           PIC 9(05) VALUE ZERO.          01020001
010300     10  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.          01030001
010400                                                                  01040001
010500 01  WS-VALIDATION-FLAGS.                                         01050001
010600     10  WS-TX-VALID               PIC X(03) VALUE 'YES'.         01060001
010700     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        01070001
010800     10  WS-LOTS-STATUS            PIC X(02) VALUE SPACES.        01080001
010900     10  WS-SUPHST-STATUS          PIC X(02) VALUE SPACES.        01090001
011000     10  WS-CREDIT-STATUS          PIC X(02) VALUE SPACES.        01100001
011100                                                                  01110001
011200*****************************************************             01120001
011300*   THE LOT FILE RIDES IN STORAGE THE SAME WAY THE  *             01130001
011400*   USAGE POSTING HOLDS IT.  HELD STOCK COMES OFF   *             01140001
011500*   THE OLDEST LOTS FIRST; DAMAGED CASES CAME IN ON *             01150001
011600*   THE NEWEST DELIVERY, SO THEY COME OFF THE       *             01160001
011700*   NEWEST LOT FIRST                                *             01170001
011800*****************************************************             01180001
011900 01  WS-LOT-CONTROL.                                              01190001
012000     10  WS-LOT-EOF                PIC X(03) VALUE 'NO'.          01200001
012100     10  WS-LOT-LOADED             PIC X(03) VALUE 'NO'.          01210001
012200     10  WS-LOT-OVERFLOW           PIC X(03) VALUE 'NO'.          01220001
012300     10  WS-LOT-DRAW-DONE          PIC X(03) VALUE 'NO'.          01230001
012400     10  WS-LOT-NEWEST-FIRST       PIC X(03) VALUE 'NO'.          01240001
012500     10  WS-LOT-COUNT              PIC 9(03) VALUE ZERO.          01250001
012600     10  WS-LOT-SUB                PIC S9(04) COMP VALUE ZERO.    01260001
012700     10  WS-LOT-BEST-SUB           PIC S9(04) COMP VALUE ZERO.    01270001
012800     10  WS-LOT-BEST-DATE          PIC 9(08) VALUE ZERO.          01280001
012900     10  WS-LOT-DRAW               PIC S9(05) VALUE ZERO.         01290001
013000 01  WS-LOT-TABLE.                                                01300001
013100     10  WS-LOT-ENTRY OCCURS 500 TIMES.                           01310001
013200         15  WS-TBL-LOT            PIC X(80).                     01320001
013300                                                                  01330001
013400*****************************************************             01340001
013500*   LAST INVOICE PRICE PAID PER SUPPLIER AND ITEM,  *             01350001
013600*   TAKEN FROM THE SUPPLIER HISTORY THE RECEIPT RUN *             01360001
013700*   WRITES.  A RETURN IS CREDITED AT WHAT WAS       *             01370001
013800*   ACTUALLY BILLED, NOT AT THE AVERAGED FR-COST    *             01380001
013900*****************************************************             01390001
014000 01  WS-PRICE-CONTROL.                                            01400001
014100     10  WS-SUPHST-EOF             PIC X(03) VALUE 'NO'.          01410001
014200     10  WS-PRICE-COUNT            PIC 9(03) VALUE ZERO.          01420001
014300     10  WS-PRICE-SUB              PIC S9(04) COMP VALUE ZERO.    01430001
014400     10  WS-PRICE-HIT-SUB          PIC S9(04) COMP VALUE ZERO.    01440001
014500     10  WS-RETURN-PRICE           PIC S9(03)V99 VALUE ZERO.      01450001
014600     10  WS-PRICE-SOURCE           PIC X(12) VALUE SPACES.        01460001
014700 01  WS-PRICE-TABLE.                                              01470001
014800     10  WS-PR-ENTRY OCCURS 500 TIMES.                            01480001
014900         15  WS-TBL-PR-SUPPLIER    PIC X(06).                     01490001
015000         15  WS-TBL-PR-ITEM        PIC X(17).                     01500001
015100         15  WS-TBL-PR-DATE        PIC 9(08).                     01510001
015200         15  WS-TBL-PR-PRICE       PIC S9(03)V99.                 01520001
015300                                                                  01530001
015400*****************************************************             01540001
015500*   CREDIT NUMBERS ALREADY OPEN ON THE CREDIT FILE, *             01550001
015600*   SO A RETURN AUTHORIZATION KEYED TWICE FOR THE   *             01560001
015700*   SAME ITEM IS NOT CREDITED TWICE, AND THE LAST   *             01570001
015733*   SEQUENCE USED TODAY FOR RETURNS WITH NO RETURN  *             01573301
015766*   AUTHORIZATION, SO THEIR NUMBERS NEVER REPEAT    *             01576601
015800*****************************************************             01580001
015900 01  WS-CREDIT-CONTROL.                                           01590001
016000     10  WS-CREDIT-EOF             PIC X(03) VALUE 'NO'.          01600001
016100     10  WS-DUP-FOUND              PIC X(03) VALUE 'NO'.          01610001
016200     10  WS-OC-COUNT               PIC 9(03) VALUE ZERO.          01620001
016300     10  WS-OC-SUB                 PIC S9(04) COMP VALUE ZERO.    01630001
016400     10  WS-CREDIT-NUMBER          PIC X(10) VALUE SPACES.        01640001
016500     10  WS-RETURN-SUPPLIER        PIC X(06) VALUE SPACES.        01650001
016550     10  WS-CREDIT-SEQ             PIC 9(04) VALUE ZERO.          01655001
016600 01  WS-OPEN-CREDIT-TABLE.                                        01660001
016700     10  WS-OC-ENTRY OCCURS 500 TIMES.                            01670001
016800         15  WS-TBL-OC-NUMBER      PIC X(10).                     01680001
016900         15  WS-TBL-OC-ITEM        PIC X(17).                     01690001
017000                                                                  01700001
017100*****************************************************             01710001
017200*   THIS RUN'S ACCEPTED RETURNS, KEPT AS CREDIT-    *             01720001
017300*   MEMO IMAGES SO THE REQUESTS CAN BE PRINTED ONE  *             01730001
017400*   SUPPLIER AT A TIME AFTER THE POSTING PASS       *             01740001
017500*****************************************************             01750001
017600 01  WS-RETURN-CONTROL.                                           01760001
017700     10  WS-RTN-COUNT              PIC 9(03) VALUE ZERO.          01770001
017800     10  WS-RTN-SUB                PIC S9(04) COMP VALUE ZERO.    01780001
017900     10  WS-RTN-SUB2               PIC S9(04) COMP VALUE ZERO.    01790001
018000     10  WS-RTN-SUPPLIER           PIC X(06) VALUE SPACES.        01800001
018100     10  WS-SUPPLIER-TOTAL         PIC S9(07)V99 VALUE ZERO.      01810001
018200     10  WS-GRAND-TOTAL            PIC S9(07)V99 VALUE ZERO.      01820001
018300 01  WS-RETURN-TABLE.                                             01830001
018400     10  WS-RTN-ENTRY OCCURS 500 TIMES.                           01840001
018500         15  WS-TBL-RTN-MEMO       PIC X(80).                     01850001
018600         15  WS-TBL-RTN-PRINTED    PIC X(03).                     01860001
018700                                                                  01870001
018800 01  WS-SITE-CONTROL.                                             01880001
018900     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    01890001
019000                                                                  01900001
019100 01  WS-DATE-FIELDS.                                              01910001
019200     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01920001
019300                                                                  01930001
019310*****************************************************             01931001
019320*   RUN-SEQUENCE CONTROL: A RESUBMITTED RUN WOULD   *             01932001
019330*   TAKE THE SAME STOCK OFF AGAIN AND RAISE THE     *             01933001
019340*   CREDITS TWICE, SO RUNCTL IS ASKED BEFORE THE    *             01934001
019350*   FRIDGE FILE OPENS AND STAMPED WHEN THE RUN      *             01935001
019360*   COMPLETES.  AN 'OVERRIDE' CARD ON SYSIN PERMITS *             01936001
019370*   A DELIBERATE SAME-DATE RERUN                    *             01937001
019380*****************************************************             01938001
019385     COPY RUNCTLP.                                                01938501
019390                                                                  01939001
019392 01  WS-OVERRIDE-PARM-CARD.                                       01939201
019394     10  PC-RUN-OVERRIDE           PIC X(08).                     01939401
019396     10  FILLER                    PIC X(72).                     01939601
019398                                                                  01939801
019400 01  WS-SAVED-DETAIL-REC           PIC X(100) VALUE SPACES.       01940001
019500                                                                  01950001
019600 01  WS-TRAILER-CONTROL.                                          01960001
019700     10  WS-TRAILER-REC-DELTA      PIC S9(05)    VALUE ZERO.      01970001
019800     10  WS-TRAILER-PRICE-DELTA   PIC S9(05)V99 VALUE ZERO.       01980001
019900     10  WS-TRAILER-WASTE-DELTA   PIC S9(05)    VALUE ZERO.       01990001
020000     10  WS-OLD-UNITS             PIC S9(05)    VALUE ZERO.       02000001
020100                                                                  02010001
020200 01  WS-RTV-HEADING.                                              02020001
020300     10  FILLER                    PIC X(02) VALUE SPACES.        02030001
020400     10  FILLER                    PIC X(34) VALUE                02040001
020500         'RETURN-TO-VENDOR POSTING REGISTER '.                    02050001
020600     10  FILLER                    PIC X(06) VALUE 'DATE: '.      02060001
020700     10  RH-RUN-DATE               PIC 9(08).                     02070001
020800     10  FILLER                    PIC X(82) VALUE SPACES.        02080001
020900                                                                  02090001
021000 01  WS-RTV-LINE.                                                 02100001
021100     10  FILLER                    PIC X(02) VALUE SPACES.        02110001
021200     10  RL-SUPPLIER-CODE          PIC X(06).                     02120001
021300     10  FILLER                    PIC X(02) VALUE SPACES.        02130001
021400     10  RL-ITEM-NAME              PIC X(17).                     02140001
021500     10  FILLER                    PIC X(02) VALUE SPACES.        02150001
021600     10  RL-RETURN-REASON          PIC X(01).                     02160001
021700     10  FILLER                    PIC X(02) VALUE SPACES.        02170001
021800     10  RL-RETURN-QTY             PIC -ZZZZ9.                    02180001
021900     10  FILLER                    PIC X(02) VALUE SPACES.        02190001
022000     10  RL-NEW-UNITS              PIC -ZZZZ9.                    02200001
022100     10  FILLER                    PIC X(02) VALUE SPACES.        02210001
022200     10  RL-REMARK                 PIC X(34).                     02220001
022300     10  FILLER                    PIC X(50) VALUE SPACES.        02230001
022400                                                                  02240001
022500 01  WS-SUMMARY-LINE.                                             02250001
022600     10  FILLER                    PIC X(02) VALUE SPACES.        02260001
022700     10  SU-LABEL                  PIC X(24).                     02270001
022800     10  SU-COUNT                  PIC ZZZZ9.                     02280001
022900     10  FILLER                    PIC X(101) VALUE SPACES.       02290001
023000                                                                  02300001
023100 01  WS-CREDIT-HEADING.                                           02310001
023200     10  FILLER                    PIC X(02) VALUE SPACES.        02320001
023300     10  FILLER                    PIC X(22) VALUE                02330001
023400         'CREDIT MEMO REQUEST   '.                                02340001
023500     10  FILLER                    PIC X(10) VALUE 'SUPPLIER: '.  02350001
023600     10  CH-SUPPLIER-CODE          PIC X(06).                     02360001
023700     10  FILLER                    PIC X(02) VALUE SPACES.        02370001
023800     10  FILLER                    PIC X(06) VALUE 'DATE: '.      02380001
023900     10  CH-RUN-DATE               PIC 9(08).                     02390001
024000     10  FILLER                    PIC X(76) VALUE SPACES.        02400001
024100                                                                  02410001
024200 01  WS-CREDIT-COLUMNS.                                           02420001
024300     10  FILLER                    PIC X(02) VALUE SPACES.        02430001
024400     10  FILLER                    PIC X(12) VALUE 'CREDIT NO.  '.02440001
024500     10  FILLER                    PIC X(19) VALUE 'ITEM NAME'.   02450001
024600     10  FILLER                    PIC X(17) VALUE 'REASON'.      02460001
024700     10  FILLER                    PIC X(07) VALUE '  QTY  '.     02470001
024800     10  FILLER                    PIC X(08) VALUE ' PRICE  '.    02480001
024900     10  FILLER                    PIC X(12) VALUE '      AMOUNT'.02490001
025000     10  FILLER                    PIC X(55) VALUE SPACES.        02500001
025100                                                                  02510001
025200 01  WS-CREDIT-LINE.                                              02520001
025300     10  FILLER                    PIC X(02) VALUE SPACES.        02530001
025400     10  CL-CREDIT-NUMBER          PIC X(10).                     02540001
025500     10  FILLER                    PIC X(02) VALUE SPACES.        02550001
025600     10  CL-ITEM-NAME              PIC X(17).                     02560001
025700     10  FILLER                    PIC X(02) VALUE SPACES.        02570001
025800     10  CL-REASON                 PIC X(15).                     02580001
025900     10  FILLER                    PIC X(02) VALUE SPACES.        02590001
026000     10  CL-RETURN-QTY             PIC ZZZZ9.                     02600001
026100     10  FILLER                    PIC X(02) VALUE SPACES.        02610001
026200     10  CL-UNIT-PRICE             PIC ZZ9.99.                    02620001
026300     10  FILLER                    PIC X(02) VALUE SPACES.        02630001
026400     10  CL-CREDIT-AMOUNT          PIC Z,ZZZ,ZZ9.99.              02640001
026500     10  FILLER                    PIC X(55) VALUE SPACES.        02650001
026600                                                                  02660001
026700 01  WS-CREDIT-TOTAL-LINE.                                        02670001
026800     10  FILLER                    PIC X(02) VALUE SPACES.        02680001
026900     10  CT-LABEL                  PIC X(30).                     02690001
027000     10  FILLER                    PIC X(33) VALUE SPACES.        02700001
027100     10  CT-AMOUNT                 PIC Z,ZZZ,ZZ9.99.              02710001
027200     10  FILLER                    PIC X(55) VALUE SPACES.        02720001
027300                                                                  02730001
027400 PROCEDURE DIVISION.                                              02740001
027500                                                                  02750001
027600*****************************************************             02760001
027700*   MAIN PROGRAM ROUTINE                            *             02770001
027800*****************************************************             02780001
027900 010-START-HERE.                                                  02790001
028000     PERFORM 850-GET-DATE                                         02800001
028025     PERFORM 160-CHECK-RUN-SEQUENCE                               02802501
028050     IF RETURN-CODE = 8                                           02805001
028062         CONTINUE                                                 02806201
028075     ELSE                                                         02807501
028100     OPEN I-O FRIDGE                                              02810001
028200     IF WS-FRIDGE-STATUS NOT = '00'                               02820001
028300         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  02830001
028400             WS-FRIDGE-STATUS                                     02840001
028500         MOVE 16 TO RETURN-CODE                                   02850001
028600     ELSE                                                         02860001
028700         OPEN INPUT RTV-TX-FILE                                   02870001
028800         OPEN OUTPUT RTV-PRINT-FILE                               02880001
028900         PERFORM 105-LOAD-LOT-FILE                                02890001
029000         PERFORM 115-LOAD-INVOICE-PRICES                          02900001
029100         PERFORM 125-LOAD-OPEN-CREDITS                            02910001
029200         PERFORM 800-PRINT-HEADINGS                               02920001
029300         PERFORM 100-READ-RTV-TX                                  02930001
029400         PERFORM 150-PROCESS-RTV-TX                               02940001
029500           UNTIL EOF-FLAG = 'YES'                                 02950001
029600         PERFORM 550-REWRITE-LOT-FILE                             02960001
029700         PERFORM 710-PRINT-RUN-SUMMARY                            02970001
029800         PERFORM 600-PRINT-CREDIT-REQUESTS                        02980001
029900         CLOSE FRIDGE RTV-TX-FILE RTV-PRINT-FILE                  02990001
030000           CREDIT-MEMO-FILE                                       03000001
030025         IF RETURN-CODE < 16                                      03002501
030050             PERFORM 165-STAMP-RUN-COMPLETE                       03005001
030075         END-IF                                                   03007501
030100     END-IF                                                       03010001
030150     END-IF                                                       03015001
030200     GOBACK                                                       03020001
030300     .                                                            03030001
030400                                                                  03040001
030402 160-CHECK-RUN-SEQUENCE.                                          03040201
030404     ACCEPT WS-OVERRIDE-PARM-CARD FROM SYSIN                      03040401
030406     MOVE 'S' TO RP-FUNCTION                                      03040601
030408     MOVE 'RTVPOST' TO RP-CALLER                                  03040801
030410     MOVE SPACES TO RP-PREREQ (1)                                 03041001
030412     MOVE SPACES TO RP-PREREQ (2)                                 03041201
030414     MOVE SPACES TO RP-PREREQ (3)                                 03041401
030416     IF PC-RUN-OVERRIDE = 'OVERRIDE'                              03041601
030418         MOVE 'Y' TO RP-OVERRIDE                                  03041801
030420     ELSE                                                         03042001
030422         MOVE SPACE TO RP-OVERRIDE                                03042201
030424     END-IF                                                       03042401
030426     MOVE WS-DATE-8 TO RP-BUSINESS-DATE                           03042601
030428     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        03042801
030430     IF RP-RESULT = '08'                                          03043001
030432         DISPLAY 'RTVPOST ALREADY RAN FOR ' WS-DATE-8             03043201
030434             ', OVERRIDE CARD REQUIRED'                           03043401
030436         MOVE 8 TO RETURN-CODE                                    03043601
030438     END-IF                                                       03043801
030440     IF RP-RESULT = '04'                                          03044001
030442         DISPLAY 'PREREQUISITE ' RP-FAILED-PREREQ                 03044201
030444             ' NOT COMPLETE FOR ' WS-DATE-8                       03044401
030446         MOVE 8 TO RETURN-CODE                                    03044601
030448     END-IF                                                       03044801
030450     .                                                            03045001
030452                                                                  03045201
030454 165-STAMP-RUN-COMPLETE.                                          03045401
030456     MOVE 'E' TO RP-FUNCTION                                      03045601
030458     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        03045801
030460     .                                                            03046001
030462                                                                  03046201
030500 100-READ-RTV-TX.                                                 03050001
030600     READ RTV-TX-FILE                                             03060001
030700         AT END                                                   03070001
030800             MOVE 'YES' TO EOF-FLAG                               03080001
030900         NOT AT END                                               03090001
031000             ADD 1 TO REC-COUNT                                   03100001
031100     END-READ                                                     03110001
031200     .                                                            03120001
031300                                                                  03130001
031400 105-LOAD-LOT-FILE.                                               03140001
031500     OPEN INPUT LOT-FILE                                          03150001
031600     IF WS-LOTS-STATUS = '00'                                     03160001
031700         MOVE 'YES' TO WS-LOT-LOADED                              03170001
031800         MOVE 'NO' TO WS-LOT-EOF                                  03180001
031900         PERFORM 106-READ-LOT-REC                                 03190001
032000             UNTIL WS-LOT-EOF = 'YES'                             03200001
032100         CLOSE LOT-FILE                                           03210001
032200     END-IF                                                       03220001
032300     .                                                            03230001
032400                                                                  03240001
032500 106-READ-LOT-REC.                                                03250001
032600     READ LOT-FILE                                                03260001
032700         AT END                                                   03270001
032800             MOVE 'YES' TO WS-LOT-EOF                             03280001
032900         NOT AT END                                               03290001
033000             PERFORM 107-STORE-LOT-ENTRY                          03300001
033100     END-READ                                                     03310001
033200     .                                                            03320001
033300                                                                  03330001
033400 107-STORE-LOT-ENTRY.                                             03340001
033500     IF WS-LOT-COUNT < 500                                        03350001
033600         ADD 1 TO WS-LOT-COUNT                                    03360001
033700         MOVE LOT-REC TO WS-TBL-LOT (WS-LOT-COUNT)                03370001
033800     ELSE                                                         03380001
033900         DISPLAY 'LOT TABLE FULL, ENTRY DROPPED'                  03390001
034000         MOVE 'YES' TO WS-LOT-OVERFLOW                            03400001
034100         MOVE 16 TO RETURN-CODE                                   03410001
034200     END-IF                                                       03420001
034300     .                                                            03430001
034400                                                                  03440001
034500*****************************************************             03450001
034600*   KEEP ONLY THE MOST RECENT RECEIPT PRICE FOR     *             03460001
034700*   EACH SUPPLIER AND ITEM.  A MISSING HISTORY FILE *             03470001
034800*   JUST MEANS EVERY RETURN PRICES AT FR-COST       *             03480001
034900*****************************************************             03490001
035000 115-LOAD-INVOICE-PRICES.                                         03500001
035100     OPEN INPUT SUPPLIER-PERF-FILE                                03510001
035200     IF WS-SUPHST-STATUS = '00'                                   03520001
035300         MOVE 'NO' TO WS-SUPHST-EOF                               03530001
035400         PERFORM 116-READ-SUPPLIER-HIST                           03540001
035500             UNTIL WS-SUPHST-EOF = 'YES'                          03550001
035600         CLOSE SUPPLIER-PERF-FILE                                 03560001
035700     END-IF                                                       03570001
035800     .                                                            03580001
035900                                                                  03590001
036000 116-READ-SUPPLIER-HIST.                                          03600001
036100     READ SUPPLIER-PERF-FILE                                      03610001
036200         AT END                                                   03620001
036300             MOVE 'YES' TO WS-SUPHST-EOF                          03630001
036400         NOT AT END                                               03640001
036500             IF SF-INVOICE-PRICE NUMERIC                          03650001
036600                 AND SF-INVOICE-PRICE > ZERO                      03660001
036700                 PERFORM 117-STORE-INVOICE-PRICE                  03670001
036800             END-IF                                               03680001
036900     END-READ                                                     03690001
037000     .                                                            03700001
037100                                                                  03710001
037200 117-STORE-INVOICE-PRICE.                                         03720001
037300     MOVE ZERO TO WS-PRICE-HIT-SUB                                03730001
037400     PERFORM 118-MATCH-PRICE-ENTRY                                03740001
037500         VARYING WS-PRICE-SUB FROM 1 BY 1                         03750001
037600         UNTIL WS-PRICE-SUB > WS-PRICE-COUNT                      03760001
037700         OR WS-PRICE-HIT-SUB > ZERO                               03770001
037800     IF WS-PRICE-HIT-SUB > ZERO                                   03780001
037900         IF SF-RECEIPT-DATE NOT <                                 03790001
038000             WS-TBL-PR-DATE (WS-PRICE-HIT-SUB)                    03800001
038100             MOVE SF-RECEIPT-DATE TO                              03810001
038200                 WS-TBL-PR-DATE (WS-PRICE-HIT-SUB)                03820001
038300             MOVE SF-INVOICE-PRICE TO                             03830001
038400                 WS-TBL-PR-PRICE (WS-PRICE-HIT-SUB)               03840001
038500         END-IF                                                   03850001
038600     ELSE                                                         03860001
038700         IF WS-PRICE-COUNT < 500                                  03870001
038800             ADD 1 TO WS-PRICE-COUNT                              03880001
038900             MOVE SF-SUPPLIER-CODE TO                             03890001
039000                 WS-TBL-PR-SUPPLIER (WS-PRICE-COUNT)              03900001
039100             MOVE SF-ITEM-NAME TO WS-TBL-PR-ITEM (WS-PRICE-COUNT) 03910001
039200             MOVE SF-RECEIPT-DATE TO                              03920001
039300                 WS-TBL-PR-DATE (WS-PRICE-COUNT)                  03930001
039400             MOVE SF-INVOICE-PRICE TO                             03940001
039500                 WS-TBL-PR-PRICE (WS-PRICE-COUNT)                 03950001
039600         ELSE                                                     03960001
039700             DISPLAY 'INVOICE PRICE TABLE FULL, '                 03970001
039800                 'SOME RETURNS PRICED AT COST'                    03980001
039900         END-IF                                                   03990001
040000     END-IF                                                       04000001
040100     .                                                            04010001
040200                                                                  04020001
040300 118-MATCH-PRICE-ENTRY.                                           04030001
040400     IF WS-TBL-PR-SUPPLIER (WS-PRICE-SUB) = SF-SUPPLIER-CODE      04040001
040500         AND WS-TBL-PR-ITEM (WS-PRICE-SUB) = SF-ITEM-NAME         04050001
040600         MOVE WS-PRICE-SUB TO WS-PRICE-HIT-SUB                    04060001
040700     END-IF                                                       04070001
040800     .                                                            04080001
040900                                                                  04090001
041000*****************************************************             04100001
041100*   NOTE EVERY CREDIT STILL OPEN, THEN LEAVE THE    *             04110001
041200*   FILE OPEN FOR EXTEND SO THIS RUN'S CREDITS ARE  *             04120001
041300*   ADDED BEHIND THEM                               *             04130001
041400*****************************************************             04140001
041500 125-LOAD-OPEN-CREDITS.                                           04150001
041600     OPEN INPUT CREDIT-MEMO-FILE                                  04160001
041700     IF WS-CREDIT-STATUS = '00'                                   04170001
041800         MOVE 'NO' TO WS-CREDIT-EOF                               04180001
041900         PERFORM 126-READ-OPEN-CREDIT                             04190001
042000             UNTIL WS-CREDIT-EOF = 'YES'                          04200001
042100         CLOSE CREDIT-MEMO-FILE                                   04210001
042200     ELSE                                                         04220001
042300         OPEN OUTPUT CREDIT-MEMO-FILE                             04230001
042400         CLOSE CREDIT-MEMO-FILE                                   04240001
042500     END-IF                                                       04250001
042600     OPEN EXTEND CREDIT-MEMO-FILE                                 04260001
042700     .                                                            04270001
042800                                                                  04280001
042900 126-READ-OPEN-CREDIT.                                            04290001
043000     READ CREDIT-MEMO-FILE                                        04300001
043100         AT END                                                   04310001
043200             MOVE 'YES' TO WS-CREDIT-EOF                          04320001
043300         NOT AT END                                               04330001
043400             PERFORM 127-STORE-OPEN-CREDIT                        04340001
043500     END-READ                                                     04350001
043600     .                                                            04360001
043700                                                                  04370001
043800 127-STORE-OPEN-CREDIT.                                           04380001
043850     IF CM-CREDIT-NUMBER (1:6) = WS-DATE-8 (3:6)                  04385001
043860         AND CM-CREDIT-NUMBER (7:4) NUMERIC                       04386001
043870         AND CM-CREDIT-NUMBER (7:4) > WS-CREDIT-SEQ               04387001
043880         MOVE CM-CREDIT-NUMBER (7:4) TO WS-CREDIT-SEQ             04388001
043890     END-IF                                                       04389001
043900     IF WS-OC-COUNT < 500                                         04390001
044000         ADD 1 TO WS-OC-COUNT                                     04400001
044100         MOVE CM-CREDIT-NUMBER TO WS-TBL-OC-NUMBER (WS-OC-COUNT)  04410001
044200         MOVE CM-ITEM-NAME TO WS-TBL-OC-ITEM (WS-OC-COUNT)        04420001
044300     ELSE                                                         04430001
044400         DISPLAY 'OPEN CREDIT TABLE FULL, DUPLICATE '             04440001
044500             'CHECK INCOMPLETE'                                   04450001
044600     END-IF                                                       04460001
044700     .                                                            04470001
044800                                                                  04480001
044900*****************************************************             04490001
045000*   A RETURN MUST NAME A STOCKED ITEM, A POSITIVE   *             04500001
045100*   QUANTITY NO BIGGER THAN WHAT IS ON HAND, AND A  *             04510001
045200*   REASON.  HELD-STOCK RETURNS MUST BE ON HOLD.    *             04520001
045300*   REJECTS GO ON THE REGISTER AND TOUCH NOTHING    *             04530001
045400*****************************************************             04540001
045500 150-PROCESS-RTV-TX.                                              04550001
045600     PERFORM 120-VALIDATE-RTV-TX                                  04560001
045700     IF WS-TX-VALID = 'YES'                                       04570001
045800         MOVE RT-ITEM-NAME TO FR-ITEM-NAME                        04580001
045900         READ FRIDGE                                              04590001
046000             INVALID KEY                                          04600001
046100                 MOVE 'ITEM NOT ON FILE' TO RL-REMARK             04610001
046200                 PERFORM 720-PRINT-REJECT-LINE                    04620001
046300             NOT INVALID KEY                                      04630001
046400                 PERFORM 130-CHECK-AGAINST-MASTER                 04640001
046500                 IF WS-TX-VALID = 'YES'                           04650001
046600                     PERFORM 200-POST-RETURN                      04660001
046700                 END-IF                                           04670001
046800         END-READ                                                 04680001
046900     END-IF                                                       04690001
047000     PERFORM 100-READ-RTV-TX                                      04700001
047100     .                                                            04710001
047200                                                                  04720001
047300 120-VALIDATE-RTV-TX.                                             04730001
047400     MOVE 'YES' TO WS-TX-VALID                                    04740001
047500     IF RT-ITEM-NAME = SPACES                                     04750001
047600         MOVE 'NO' TO WS-TX-VALID                                 04760001
047700         MOVE 'BLANK ITEM NAME' TO RL-REMARK                      04770001
047800         PERFORM 720-PRINT-REJECT-LINE                            04780001
047900     END-IF                                                       04790001
048000     IF WS-TX-VALID = 'YES'                                       04800001
048100         IF RT-RETURN-QTY NOT NUMERIC                             04810001
048200             MOVE 'NO' TO WS-TX-VALID                             04820001
048300             MOVE 'NON-NUMERIC RETURN QUANTITY' TO RL-REMARK      04830001
048400             PERFORM 720-PRINT-REJECT-LINE                        04840001
048500         ELSE                                                     04850001
048600             IF RT-RETURN-QTY NOT > ZERO                          04860001
048700                 MOVE 'NO' TO WS-TX-VALID                         04870001
048800                 MOVE 'RETURN QUANTITY NOT POSITIVE' TO           04880001
048900                     RL-REMARK                                    04890001
049000                 PERFORM 720-PRINT-REJECT-LINE                    04900001
049100             END-IF                                               04910001
049200         END-IF                                                   04920001
049300     END-IF                                                       04930001
049400     IF RT-RETURN-REASON NOT = 'H' AND RT-RETURN-REASON NOT = 'D' 04940001
049500         AND WS-TX-VALID = 'YES'                                  04950001
049600         MOVE 'NO' TO WS-TX-VALID                                 04960001
049700         MOVE 'INVALID RETURN REASON' TO RL-REMARK                04970001
049800         PERFORM 720-PRINT-REJECT-LINE                            04980001
049900     END-IF                                                       04990001
050000     IF RT-RA-NUMBER NOT = SPACES                                 05000001
050100         AND WS-TX-VALID = 'YES'                                  05010001
050200         MOVE 'NO' TO WS-DUP-FOUND                                05020001
050300         PERFORM 128-MATCH-OPEN-CREDIT                            05030001
050400             VARYING WS-OC-SUB FROM 1 BY 1                        05040001
050500             UNTIL WS-OC-SUB > WS-OC-COUNT                        05050001
050600             OR WS-DUP-FOUND = 'YES'                              05060001
050700         IF WS-DUP-FOUND = 'YES'                                  05070001
050800             MOVE 'NO' TO WS-TX-VALID                             05080001
050900             MOVE 'RETURN ALREADY ON OPEN CREDIT' TO RL-REMARK    05090001
051000             PERFORM 720-PRINT-REJECT-LINE                        05100001
051100         END-IF                                                   05110001
051200     END-IF                                                       05120001
051300     .                                                            05130001
051400                                                                  05140001
051500 128-MATCH-OPEN-CREDIT.                                           05150001
051600     IF WS-TBL-OC-NUMBER (WS-OC-SUB) = RT-RA-NUMBER               05160001
051700         AND WS-TBL-OC-ITEM (WS-OC-SUB) = RT-ITEM-NAME            05170001
051800         MOVE 'YES' TO WS-DUP-FOUND                               05180001
051900     END-IF                                                       05190001
052000     .                                                            05200001
052100                                                                  05210001
052200 130-CHECK-AGAINST-MASTER.                                        05220001
052300     IF RT-SUPPLIER-CODE = SPACES                                 05230001
052400         MOVE FR-SUPPLIER-CODE TO WS-RETURN-SUPPLIER              05240001
052500     ELSE                                                         05250001
052600         MOVE RT-SUPPLIER-CODE TO WS-RETURN-SUPPLIER              05260001
052700     END-IF                                                       05270001
052800     IF WS-RETURN-SUPPLIER = SPACES                               05280001
052900         MOVE 'NO' TO WS-TX-VALID                                 05290001
053000         MOVE 'NO SUPPLIER TO RETURN TO' TO RL-REMARK             05300001
053100         PERFORM 720-PRINT-REJECT-LINE                            05310001
053200     END-IF                                                       05320001
053300     IF RT-RETURN-REASON = 'H' AND FR-HOLD-STATUS NOT = 'H'       05330001
053400         AND WS-TX-VALID = 'YES'                                  05340001
053500         MOVE 'NO' TO WS-TX-VALID                                 05350001
053600         MOVE 'ITEM NOT ON QUALITY HOLD' TO RL-REMARK             05360001
053700         PERFORM 720-PRINT-REJECT-LINE                            05370001
053800     END-IF                                                       05380001
053900     IF RT-RETURN-QTY > FR-UNITS                                  05390001
054000         AND WS-TX-VALID = 'YES'                                  05400001
054100         MOVE 'NO' TO WS-TX-VALID                                 05410001
054200         MOVE 'RETURN EXCEEDS UNITS ON HAND' TO RL-REMARK         05420001
054300         PERFORM 720-PRINT-REJECT-LINE                            05430001
054400     END-IF                                                       05440001
054500     .                                                            05450001
054600                                                                  05460001
054700*****************************************************             05470001
054800*   TAKE THE RETURNED UNITS OUT OF FR-UNITS AND THE *             05480001
054900*   LOTS, KEEP THE TRAILER IN STEP AT FR-COST, AND  *             05490001
055000*   RAISE THE CREDIT AT THE INVOICE PRICE.  A HOLD  *             05500001
055100*   STAYS ON THE RECORD UNTIL THE HOLD RUN LIFTS IT *             05510001
055200*****************************************************             05520001
055300 200-POST-RETURN.                                                 05530001
055400     MOVE FR-UNITS TO WS-OLD-UNITS                                05540001
055500     SUBTRACT RT-RETURN-QTY FROM FR-UNITS                         05550001
055600     REWRITE FRIDGE-REC                                           05560001
055700     MOVE 0 TO WS-TRAILER-REC-DELTA                               05570001
055800     COMPUTE WS-TRAILER-PRICE-DELTA =                             05580001
055900         FR-COST * (FR-UNITS - WS-OLD-UNITS)                      05590001
056000     MOVE 0 TO WS-TRAILER-WASTE-DELTA                             05600001
056100     PERFORM 180-UPDATE-TRAILER                                   05610001
056200     MOVE RT-RETURN-QTY TO WS-LOT-DRAW                            05620001
056300     IF RT-RETURN-REASON = 'D'                                    05630001
056400         MOVE 'YES' TO WS-LOT-NEWEST-FIRST                        05640001
056500     ELSE                                                         05650001
056600         MOVE 'NO' TO WS-LOT-NEWEST-FIRST                         05660001
056700     END-IF                                                       05670001
056800     PERFORM 220-DEPLETE-LOTS                                     05680001
056900     PERFORM 210-PRICE-RETURN                                     05690001
057000     PERFORM 250-WRITE-CREDIT-LINE                                05700001
057100     ADD 1 TO WS-POSTED-COUNT                                     05710001
057200     MOVE WS-RETURN-SUPPLIER TO RL-SUPPLIER-CODE                  05720001
057300     MOVE RT-ITEM-NAME TO RL-ITEM-NAME                            05730001
057400     MOVE RT-RETURN-REASON TO RL-RETURN-REASON                    05740001
057500     MOVE RT-RETURN-QTY TO RL-RETURN-QTY                          05750001
057600     MOVE FR-UNITS TO RL-NEW-UNITS                                05760001
057700     MOVE SPACES TO RL-REMARK                                     05770001
057800     STRING 'POSTED, PRICED AT ' DELIMITED BY SIZE                05780001
057900         WS-PRICE-SOURCE DELIMITED BY SPACE                       05790001
058000         INTO RL-REMARK                                           05800001
058100     END-STRING                                                   05810001
058200     WRITE RTV-PRINT-REC FROM WS-RTV-LINE                         05820001
058300       AFTER ADVANCING 1 LINE                                     05830001
058400     END-WRITE                                                    05840001
058500     .                                                            05850001
058600                                                                  05860001
058700 210-PRICE-RETURN.                                                05870001
058800     IF RT-INVOICE-PRICE NUMERIC                                  05880001
058900         AND RT-INVOICE-PRICE > ZERO                              05890001
059000         MOVE RT-INVOICE-PRICE TO WS-RETURN-PRICE                 05900001
059100         MOVE 'KEYED' TO WS-PRICE-SOURCE                          05910001
059200     ELSE                                                         05920001
059300         MOVE ZERO TO WS-PRICE-HIT-SUB                            05930001
059400         PERFORM 215-FIND-INVOICE-PRICE                           05940001
059500             VARYING WS-PRICE-SUB FROM 1 BY 1                     05950001
059600             UNTIL WS-PRICE-SUB > WS-PRICE-COUNT                  05960001
059700             OR WS-PRICE-HIT-SUB > ZERO                           05970001
059800         IF WS-PRICE-HIT-SUB > ZERO                               05980001
059900             MOVE WS-TBL-PR-PRICE (WS-PRICE-HIT-SUB) TO           05990001
060000                 WS-RETURN-PRICE                                  06000001
060100             MOVE 'INVOICE' TO WS-PRICE-SOURCE                    06010001
060200         ELSE                                                     06020001
060300             MOVE FR-COST TO WS-RETURN-PRICE                      06030001
060400             MOVE 'COST' TO WS-PRICE-SOURCE                       06040001
060500         END-IF                                                   06050001
060600     END-IF                                                       06060001
060700     .                                                            06070001
060800                                                                  06080001
060900 215-FIND-INVOICE-PRICE.                                          06090001
061000     IF WS-TBL-PR-SUPPLIER (WS-PRICE-SUB) = WS-RETURN-SUPPLIER    06100001
061100         AND WS-TBL-PR-ITEM (WS-PRICE-SUB) = RT-ITEM-NAME         06110001
061200         MOVE WS-PRICE-SUB TO WS-PRICE-HIT-SUB                    06120001
061300     END-IF                                                       06130001
061400     .                                                            06140001
061500                                                                  06150001
061600*****************************************************             06160001
061700*   DRAW THE RETURN OUT OF THE ITEM'S LOTS.  A DRAW *             06170001
061800*   BIGGER THAN ALL LOTS SIMPLY EMPTIES THEM; THE   *             06180001
061900*   MASTER BALANCE STAYS AUTHORITATIVE              *             06190001
062000*****************************************************             06200001
062100 220-DEPLETE-LOTS.                                                06210001
062200     IF WS-LOT-LOADED = 'YES'                                     06220001
062300         AND WS-LOT-DRAW > ZERO                                   06230001
062400         MOVE 'NO' TO WS-LOT-DRAW-DONE                            06240001
062500         PERFORM 230-DRAW-NEXT-LOT                                06250001
062600             UNTIL WS-LOT-DRAW-DONE = 'YES'                       06260001
062700     END-IF                                                       06270001
062800     .                                                            06280001
062900                                                                  06290001
063000 230-DRAW-NEXT-LOT.                                               06300001
063100     MOVE ZERO TO WS-LOT-BEST-SUB                                 06310001
063200     PERFORM 240-SCAN-NEXT-LOT                                    06320001
063300         VARYING WS-LOT-SUB FROM 1 BY 1                           06330001
063400         UNTIL WS-LOT-SUB > WS-LOT-COUNT                          06340001
063500     IF WS-LOT-BEST-SUB = ZERO                                    06350001
063600         MOVE 'YES' TO WS-LOT-DRAW-DONE                           06360001
063700     ELSE                                                         06370001
063800         MOVE WS-TBL-LOT (WS-LOT-BEST-SUB) TO LOT-REC             06380001
063900         IF LT-UNITS NOT > WS-LOT-DRAW                            06390001
064000             SUBTRACT LT-UNITS FROM WS-LOT-DRAW                   06400001
064100             MOVE ZERO TO LT-UNITS                                06410001
064200         ELSE                                                     06420001
064300             SUBTRACT WS-LOT-DRAW FROM LT-UNITS                   06430001
064400             MOVE ZERO TO WS-LOT-DRAW                             06440001
064500         END-IF                                                   06450001
064600         MOVE LOT-REC TO WS-TBL-LOT (WS-LOT-BEST-SUB)             06460001
064700         IF WS-LOT-DRAW NOT > ZERO                                06470001
064800             MOVE 'YES' TO WS-LOT-DRAW-DONE                       06480001
064900         END-IF                                                   06490001
065000     END-IF                                                       06500001
065100     .                                                            06510001
065200                                                                  06520001
065300 240-SCAN-NEXT-LOT.                                               06530001
065400     MOVE WS-TBL-LOT (WS-LOT-SUB) TO LOT-REC                      06540001
065500     IF LT-ITEM-NAME = RT-ITEM-NAME                               06550001
065600         AND LT-UNITS > ZERO                                      06560001
065700         IF WS-LOT-BEST-SUB = ZERO                                06570001
065800             MOVE WS-LOT-SUB TO WS-LOT-BEST-SUB                   06580001
065900             MOVE LT-RECEIVED-DATE TO WS-LOT-BEST-DATE            06590001
066000         ELSE                                                     06600001
066100             IF WS-LOT-NEWEST-FIRST = 'YES'                       06610001
066200                 IF LT-RECEIVED-DATE > WS-LOT-BEST-DATE           06620001
066300                     MOVE WS-LOT-SUB TO WS-LOT-BEST-SUB           06630001
066400                     MOVE LT-RECEIVED-DATE TO WS-LOT-BEST-DATE    06640001
066500                 END-IF                                           06650001
066600             ELSE                                                 06660001
066700                 IF LT-RECEIVED-DATE < WS-LOT-BEST-DATE           06670001
066800                     MOVE WS-LOT-SUB TO WS-LOT-BEST-SUB           06680001
066900                     MOVE LT-RECEIVED-DATE TO WS-LOT-BEST-DATE    06690001
067000                 END-IF                                           06700001
067100             END-IF                                               06710001
067200         END-IF                                                   06720001
067300     END-IF                                                       06730001
067400     .                                                            06740001
067500                                                                  06750001
067600*****************************************************             06760001
067700*   ONE OPEN CREDIT LINE PER RETURN.  THE           *             06770001
067800*   SUPPLIER'S RETURN AUTHORIZATION NUMBER IS THE   *             06780001
067900*   CREDIT NUMBER WHEN ONE WAS KEYED, OTHERWISE THE *             06790001
068000*   RETURN DATE (YYMMDD) PLUS THE NEXT SEQUENCE     *             06800001
068033*   AFTER THE HIGHEST ALREADY ON FILE FOR THAT DATE *             06803301
068100*****************************************************             06810001
068200 250-WRITE-CREDIT-LINE.                                           06820001
068300     IF RT-RA-NUMBER NOT = SPACES                                 06830001
068400         MOVE RT-RA-NUMBER TO WS-CREDIT-NUMBER                    06840001
068500     ELSE                                                         06850001
068600         MOVE SPACES TO WS-CREDIT-NUMBER                          06860001
068650         ADD 1 TO WS-CREDIT-SEQ                                   06865001
068700         STRING WS-DATE-8 (3:6) WS-CREDIT-SEQ DELIMITED BY SIZE   06870001
068800             INTO WS-CREDIT-NUMBER                                06880001
068900         END-STRING                                               06890001
069000     END-IF                                                       06900001
069100     MOVE SPACES TO CREDIT-MEMO-REC                               06910001
069200     MOVE WS-RETURN-SUPPLIER TO CM-SUPPLIER-CODE                  06920001
069300     MOVE WS-CREDIT-NUMBER TO CM-CREDIT-NUMBER                    06930001
069400     MOVE RT-ITEM-NAME TO CM-ITEM-NAME                            06940001
069500     MOVE RT-RETURN-QTY TO CM-RETURN-QTY                          06950001
069600     MOVE WS-RETURN-PRICE TO CM-UNIT-PRICE                        06960001
069700     COMPUTE CM-CREDIT-AMOUNT =                                   06970001
069800         RT-RETURN-QTY * WS-RETURN-PRICE                          06980001
069900     MOVE ZERO TO CM-APPLIED-AMOUNT                               06990001
070000     MOVE WS-DATE-8 TO CM-RETURN-DATE                             07000001
070100     MOVE RT-RETURN-REASON TO CM-RETURN-REASON                    07010001
070200     MOVE 'O' TO CM-CREDIT-STATUS                                 07020001
070300     WRITE CREDIT-MEMO-REC                                        07030001
070400     IF WS-OC-COUNT < 500                                         07040001
070500         ADD 1 TO WS-OC-COUNT                                     07050001
070600         MOVE CM-CREDIT-NUMBER TO WS-TBL-OC-NUMBER (WS-OC-COUNT)  07060001
070700         MOVE CM-ITEM-NAME TO WS-TBL-OC-ITEM (WS-OC-COUNT)        07070001
070800     END-IF                                                       07080001
070900     IF WS-RTN-COUNT < 500                                        07090001
071000         ADD 1 TO WS-RTN-COUNT                                    07100001
071100         MOVE CREDIT-MEMO-REC TO WS-TBL-RTN-MEMO (WS-RTN-COUNT)   07110001
071200         MOVE 'NO' TO WS-TBL-RTN-PRINTED (WS-RTN-COUNT)           07120001
071300     ELSE                                                         07130001
071400         DISPLAY 'RETURN TABLE FULL, CREDIT REQUESTS '            07140001
071500             'INCOMPLETE'                                         07150001
071600         MOVE 16 TO RETURN-CODE                                   07160001
071700     END-IF                                                       07170001
071800     .                                                            07180001
071900                                                                  07190001
072000*****************************************************             07200001
072100*   LEAVE THE LOT FILE UNTOUCHED IF THE TABLE       *             07210001
072200*   OVERFLOWED; LOTS DRAWN TO NOTHING DROP OFF HERE *             07220001
072300*****************************************************             07230001
072400 550-REWRITE-LOT-FILE.                                            07240001
072500     IF WS-LOT-LOADED = 'YES'                                     07250001
072600         IF WS-LOT-OVERFLOW = 'YES'                               07260001
072700             DISPLAY 'LOT FILE LEFT UNCHANGED, '                  07270001
072800                 'TABLE OVERFLOWED'                               07280001
072900         ELSE                                                     07290001
073000             OPEN OUTPUT LOT-FILE                                 07300001
073100             PERFORM 560-WRITE-LOT-ENTRY                          07310001
073200               VARYING WS-LOT-SUB FROM 1 BY 1                     07320001
073300               UNTIL WS-LOT-SUB > WS-LOT-COUNT                    07330001
073400             CLOSE LOT-FILE                                       07340001
073500         END-IF                                                   07350001
073600     END-IF                                                       07360001
073700     .                                                            07370001
073800                                                                  07380001
073900 560-WRITE-LOT-ENTRY.                                             07390001
074000     MOVE WS-TBL-LOT (WS-LOT-SUB) TO LOT-REC                      07400001
074100     IF LT-UNITS > ZERO                                           07410001
074200         WRITE LOT-REC                                            07420001
074300     END-IF                                                       07430001
074400     .                                                            07440001
074500                                                                  07450001
074600*****************************************************             07460001
074700*   ONE CREDIT-MEMO REQUEST PER SUPPLIER, ON ITS    *             07470001
074800*   OWN PAGE SO IT CAN TRAVEL WITH THE GOODS        *             07480001
074900*****************************************************             07490001
075000 600-PRINT-CREDIT-REQUESTS.                                       07500001
075100     MOVE ZERO TO WS-GRAND-TOTAL                                  07510001
075200     PERFORM 610-PRINT-ONE-SUPPLIER                               07520001
075300         VARYING WS-RTN-SUB FROM 1 BY 1                           07530001
075400         UNTIL WS-RTN-SUB > WS-RTN-COUNT                          07540001
075500     IF WS-RTN-COUNT > ZERO                                       07550001
075600         MOVE 'TOTAL CREDIT REQUESTED, RUN' TO CT-LABEL           07560001
075700         MOVE WS-GRAND-TOTAL TO CT-AMOUNT                         07570001
075800         WRITE RTV-PRINT-REC FROM WS-CREDIT-TOTAL-LINE            07580001
075900           AFTER ADVANCING 3 LINES                                07590001
076000         END-WRITE                                                07600001
076100     END-IF                                                       07610001
076200     .                                                            07620001
076300                                                                  07630001
076400 610-PRINT-ONE-SUPPLIER.                                          07640001
076500     IF WS-TBL-RTN-PRINTED (WS-RTN-SUB) = 'NO'                    07650001
076600         MOVE WS-TBL-RTN-MEMO (WS-RTN-SUB) TO CREDIT-MEMO-REC     07660001
076700         MOVE CM-SUPPLIER-CODE TO WS-RTN-SUPPLIER                 07670001
076800         MOVE WS-RTN-SUPPLIER TO CH-SUPPLIER-CODE                 07680001
076900         MOVE WS-DATE-8 TO CH-RUN-DATE                            07690001
077000         WRITE RTV-PRINT-REC FROM WS-CREDIT-HEADING               07700001
077100           AFTER ADVANCING PAGE                                   07710001
077200         END-WRITE                                                07720001
077300         WRITE RTV-PRINT-REC FROM WS-CREDIT-COLUMNS               07730001
077400           AFTER ADVANCING 2 LINES                                07740001
077500         END-WRITE                                                07750001
077600         MOVE ZERO TO WS-SUPPLIER-TOTAL                           07760001
077700         PERFORM 620-PRINT-CREDIT-LINE                            07770001
077800             VARYING WS-RTN-SUB2 FROM WS-RTN-SUB BY 1             07780001
077900             UNTIL WS-RTN-SUB2 > WS-RTN-COUNT                     07790001
078000         MOVE 'TOTAL CREDIT REQUESTED' TO CT-LABEL                07800001
078100         MOVE WS-SUPPLIER-TOTAL TO CT-AMOUNT                      07810001
078200         WRITE RTV-PRINT-REC FROM WS-CREDIT-TOTAL-LINE            07820001
078300           AFTER ADVANCING 2 LINES                                07830001
078400         END-WRITE                                                07840001
078500         ADD WS-SUPPLIER-TOTAL TO WS-GRAND-TOTAL                  07850001
078600     END-IF                                                       07860001
078700     .                                                            07870001
078800                                                                  07880001
078900 620-PRINT-CREDIT-LINE.                                           07890001
079000     MOVE WS-TBL-RTN-MEMO (WS-RTN-SUB2) TO CREDIT-MEMO-REC        07900001
079100     IF WS-TBL-RTN-PRINTED (WS-RTN-SUB2) = 'NO'                   07910001
079200         AND CM-SUPPLIER-CODE = WS-RTN-SUPPLIER                   07920001
079300         MOVE CM-CREDIT-NUMBER TO CL-CREDIT-NUMBER                07930001
079400         MOVE CM-ITEM-NAME TO CL-ITEM-NAME                        07940001
079500         IF CM-RETURN-REASON = 'H'                                07950001
079600             MOVE 'QUALITY HOLD' TO CL-REASON                     07960001
079700         ELSE                                                     07970001
079800             MOVE 'DAMAGED RECEIPT' TO CL-REASON                  07980001
079900         END-IF                                                   07990001
080000         MOVE CM-RETURN-QTY TO CL-RETURN-QTY                      08000001
080100         MOVE CM-UNIT-PRICE TO CL-UNIT-PRICE                      08010001
080200         MOVE CM-CREDIT-AMOUNT TO CL-CREDIT-AMOUNT                08020001
080300         WRITE RTV-PRINT-REC FROM WS-CREDIT-LINE                  08030001
080400           AFTER ADVANCING 1 LINE                                 08040001
080500         END-WRITE                                                08050001
080600         ADD CM-CREDIT-AMOUNT TO WS-SUPPLIER-TOTAL                08060001
080700         MOVE 'YES' TO WS-TBL-RTN-PRINTED (WS-RTN-SUB2)           08070001
080800     END-IF                                                       08080001
080900     .                                                            08090001
081000                                                                  08100001
081100 710-PRINT-RUN-SUMMARY.                                           08110001
081200     MOVE 'RETURNS POSTED:         ' TO SU-LABEL                  08120001
081300     MOVE WS-POSTED-COUNT TO SU-COUNT                             08130001
081400     WRITE RTV-PRINT-REC FROM WS-SUMMARY-LINE                     08140001
081500       AFTER ADVANCING 2 LINES                                    08150001
081600     END-WRITE                                                    08160001
081700     MOVE 'RETURNS REJECTED:       ' TO SU-LABEL                  08170001
081800     MOVE WS-REJECT-COUNT TO SU-COUNT                             08180001
081900     WRITE RTV-PRINT-REC FROM WS-SUMMARY-LINE                     08190001
082000       AFTER ADVANCING 1 LINE                                     08200001
082100     END-WRITE                                                    08210001
082200     .                                                            08220001
082300                                                                  08230001
082400 720-PRINT-REJECT-LINE.                                           08240001
082500     MOVE RT-SUPPLIER-CODE TO RL-SUPPLIER-CODE                    08250001
082600     MOVE RT-ITEM-NAME TO RL-ITEM-NAME                            08260001
082700     MOVE RT-RETURN-REASON TO RL-RETURN-REASON                    08270001
082800     IF RT-RETURN-QTY NUMERIC                                     08280001
082900         MOVE RT-RETURN-QTY TO RL-RETURN-QTY                      08290001
083000     ELSE                                                         08300001
083100         MOVE ZERO TO RL-RETURN-QTY                               08310001
083200     END-IF                                                       08320001
083300     MOVE ZERO TO RL-NEW-UNITS                                    08330001
083400     WRITE RTV-PRINT-REC FROM WS-RTV-LINE                         08340001
083500       AFTER ADVANCING 1 LINE                                     08350001
083600     END-WRITE                                                    08360001
083700     ADD 1 TO WS-REJECT-COUNT                                     08370001
083800     .                                                            08380001
083900                                                                  08390001
084000*****************************************************             08400001
084100*   KEEP THE TRAILER SENTINEL'S CONTROL COUNT/TOTALS*             08410001
084200*   IN STEP WITH EVERY POSTING SO A LATER REPORT    *             08420001
084300*   RUN'S BALANCE CHECKS STILL TIE OUT              *             08430001
084400*****************************************************             08440001
084500 180-UPDATE-TRAILER.                                              08450001
084600     MOVE FRIDGE-REC TO WS-SAVED-DETAIL-REC                       08460001
084700     MOVE HIGH-VALUES TO FR-ITEM-NAME                             08470001
084800     READ FRIDGE                                                  08480001
084900         INVALID KEY                                              08490001
085000             DISPLAY 'FRIDGE TRAILER RECORD MISSING, '            08500001
085100                 'CONTROL TOTALS NOT UPDATED'                     08510001
085200             MOVE 16 TO RETURN-CODE                               08520001
085300         NOT INVALID KEY                                          08530001
085400             ADD WS-TRAILER-REC-DELTA TO FT-RECORD-COUNT          08540001
085500             ADD WS-TRAILER-PRICE-DELTA TO                        08550001
085600                 FT-CONTROL-TOTAL-PRICE                           08560001
085700             ADD WS-TRAILER-WASTE-DELTA TO                        08570001
085800                 FT-CONTROL-TOTAL-WASTE                           08580001
085900             REWRITE FRIDGE-REC                                   08590001
086000     END-READ                                                     08600001
086100     MOVE WS-SAVED-DETAIL-REC TO FRIDGE-REC                       08610001
086200     .                                                            08620001
086300                                                                  08630001
086400 800-PRINT-HEADINGS.                                              08640001
086500     MOVE WS-DATE-8 TO RH-RUN-DATE                                08650001
086600     WRITE RTV-PRINT-REC FROM WS-RTV-HEADING                      08660001
086700       AFTER ADVANCING PAGE                                       08670001
086800     END-WRITE                                                    08680001
086900     .                                                            08690001
087000                                                                  08700001
087100 850-GET-DATE.                                                    08710001
087200     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          08720001
087300     .                                                            08730001
