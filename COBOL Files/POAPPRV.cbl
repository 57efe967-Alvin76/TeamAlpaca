000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    POAPPRV.                                          00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*PARKED PURCHASE-ORDER LINE BUYER APPROVAL - READS  *             00090001
001000*THE BUYER'S DECISION CARDS AND MARKS EACH PENDING  *             00100001
001100*LINE THE PURCHASE-ORDER BUILD PARKED OVER OPEN-TO- *             00110001
001200*BUY AS APPROVED OR DECLINED, WITH WHO DECIDED AND  *             00120001
001300*WHEN.  THE NEXT PURCHASE-ORDER BUILD ORDERS THE    *             00130001
001400*APPROVED LINES AND DROPS THE DECLINED ONES.  ONLY  *             00140001
001500*AN OPERATOR HOLDING APPROVAL AUTHORITY ON THE      *             00150001
001600*OPERATOR AUTHORITY FILE MAY FILE THE RUN; ANY      *             00160001
001700*OTHER HAS EVERY DECISION REJECTED AND LOGGED AS A  *             00170001
001800*REFUSED ATTEMPT                                    *             00180001
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
003100     SELECT PARKED-LINE-FILE       ASSIGN TO MYPOPARK             00310001
003200         FILE STATUS IS WS-POPARK-STATUS.                         00320001
003300     SELECT DECISION-FILE          ASSIGN TO MYPODEC.             00330001
003400     SELECT DECISION-PRINT-FILE    ASSIGN TO MYPODECR.            00340001
003500                                                                  00350001
003600 DATA DIVISION.                                                   00360001
003700 FILE SECTION.                                                    00370001
003800                                                                  00380001
003900 FD  PARKED-LINE-FILE                                             00390001
004000     RECORDING MODE IS F.                                         00400001
004100     COPY OTBPARK.                                                00410001
004200                                                                  00420001
004300*    ONE CARD PER DECISION: A = APPROVE, D = DECLINE.             00430001
004400*    A BLANK SUPPLIER TAKES THE ITEM'S PENDING LINE               00440001
004500*    WHATEVER SUPPLIER IT WAS PARKED AGAINST                      00450001
004600 FD  DECISION-FILE                                                00460001
004700     RECORDING MODE IS F.                                         00470001
004800 01  DECISION-REC.                                                00480001
004900     10  DR-DECISION               PIC X(01).                     00490001
005000     10  DR-ITEM-NAME              PIC X(17).                     00500001
005100     10  DR-SUPPLIER-CODE          PIC X(06).                     00510001
005200     10  FILLER                    PIC X(56).                     00520001
005300                                                                  00530001
005400 FD  DECISION-PRINT-FILE                                          00540001
005500     RECORDING MODE IS F.                                         00550001
005600 01  DECISION-PRINT-REC.                                          00560001
005700     10  FILLER                    PIC X(132).                    00570001
005800                                                                  00580001
005900 WORKING-STORAGE SECTION.                                         00590001
006000                                                                  00600001
006100 01  WS-COUNTERS-FLAGS.                                           00610001
006200     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00620001
006300     10  WS-PARK-EOF               PIC X(03) VALUE 'NO'.          00630001
006400     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00640001
006500     10  WS-APPLIED-COUNT          PIC 9(05) VALUE ZERO.          00650001
006600     10  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.          00660001
006700                                                                  00670001
006800 01  WS-VALIDATION-FLAGS.                                         00680001
006900     10  WS-TX-VALID               PIC X(03) VALUE 'YES'.         00690001
007000     10  WS-POPARK-STATUS          PIC X(02) VALUE SPACES.        00700001
007100                                                                  00710001
007200*****************************************************             00720001
007300*   EVERY DECISION CARRIES WHO FILED THE RUN: THE   *             00730001
007400*   OPERATOR ID OFF THE PARAMETER CARD, OR          *             00740001
007500*   'UNKNOWN' WHEN THE CARD LEFT IT BLANK           *             00750001
007600*****************************************************             00760001
007700 01  WS-OPERATOR-CONTROL.                                         00770001
007800     10  WS-OPERATOR-ID           PIC X(08) VALUE 'UNKNOWN'.      00780001
007900                                                                  00790001
008000 01  WS-AUTHORITY-CONTROL.                                        00800001
008100     10  WS-RUN-AUTHORIZED        PIC X(03) VALUE 'NO'.           00810001
008200     10  WS-REFUSED-REASON        PIC X(30) VALUE SPACES.         00820001
008300     10  WS-SAVED-RETURN-CODE     PIC S9(04) COMP VALUE ZERO.     00830001
008400                                                                  00840001
008500     COPY OPAUTHP.                                                00850001
008600                                                                  00860001
008700 01  WS-DECISION-PARM-CARD.                                       00870001
008800     10  PC-OPERATOR-ID           PIC X(08).                      00880001
008900     10  FILLER                   PIC X(72).                      00890001
009000                                                                  00900001
009100 01  WS-DATE-FIELDS.                                              00910001
009200     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          00920001
009300                                                                  00930001
009400*****************************************************             00940001
009500*   THE PARKED-LINE FILE IS HELD IN STORAGE, MARKED *             00950001
009600*   UP, AND WRITTEN BACK WHOLE.  IF IT WILL NOT     *             00960001
009700*   FIT, NO DECISION IS TAKEN AND THE FILE IS LEFT  *             00970001
009800*   AS IT STANDS                                    *             00980001
009900*****************************************************             00990001
010000 01  WS-PARK-CONTROL.                                             01000001
010100     10  WS-PARK-LOADED            PIC X(03) VALUE 'YES'.         01010001
010200     10  WS-PARK-COUNT             PIC S9(04) COMP VALUE ZERO.    01020001
010300     10  WS-PARK-SUB               PIC S9(04) COMP VALUE ZERO.    01030001
010400     10  WS-PARK-HIT               PIC S9(04) COMP VALUE ZERO.    01040001
010500                                                                  01050001
010600 01  WS-PARK-TABLE.                                               01060001
010700     10  WS-PARK-IMAGE OCCURS 500 TIMES                           01070001
010800                                   PIC X(120).                    01080001
010900                                                                  01090001
011000 01  WS-DECISION-HEADING.                                         01100001
011100     10  FILLER                    PIC X(02) VALUE SPACES.        01110001
011200     10  FILLER                    PIC X(37) VALUE                01120001
011300         'PARKED PURCHASE-ORDER LINE DECISIONS '.                 01130001
011400     10  FILLER                    PIC X(06) VALUE 'DATE: '.      01140001
011500     10  BR-RUN-DATE               PIC 9(08).                     01150001
011600     10  FILLER                    PIC X(04) VALUE SPACES.        01160001
011700     10  FILLER                    PIC X(10) VALUE 'OPERATOR: '.  01170001
011800     10  BR-OPERATOR-ID            PIC X(08).                     01180001
011900     10  FILLER                    PIC X(57) VALUE SPACES.        01190001
012000                                                                  01200001
012100 01  WS-DECISION-COLUMNS.                                         01210001
012200     10  FILLER                    PIC X(02) VALUE SPACES.        01220001
012300     10  FILLER                    PIC X(03) VALUE 'DEC'.         01230001
012400     10  FILLER                    PIC X(19) VALUE 'ITEM'.        01240001
012500     10  FILLER                    PIC X(08) VALUE 'SUPPL'.       01250001
012600     10  FILLER                    PIC X(12) VALUE 'CATEGORY'.    01260001
012700     10  FILLER                    PIC X(15) VALUE                01270001
012800         'EXTENDED COST'.                                         01280001
012900     10  FILLER                    PIC X(15) VALUE                01290001
013000         '  OPEN TO BUY'.                                         01300001
013100     10  FILLER                    PIC X(10) VALUE 'PARKED'.      01310001
013200     10  FILLER                    PIC X(30) VALUE 'REMARK'.      01320001
013300     10  FILLER                    PIC X(18) VALUE SPACES.        01330001
013400                                                                  01340001
013500 01  WS-DECISION-LINE.                                            01350001
013600     10  FILLER                    PIC X(02) VALUE SPACES.        01360001
013700     10  BR-DECISION               PIC X(01).                     01370001
013800     10  FILLER                    PIC X(02) VALUE SPACES.        01380001
013900     10  BR-ITEM-NAME              PIC X(17).                     01390001
014000     10  FILLER                    PIC X(02) VALUE SPACES.        01400001
014100     10  BR-SUPPLIER-CODE          PIC X(06).                     01410001
014200     10  FILLER                    PIC X(02) VALUE SPACES.        01420001
014300     10  BR-CATEGORY               PIC X(10).                     01430001
014400     10  FILLER                    PIC X(02) VALUE SPACES.        01440001
014500     10  BR-EXTENDED-COST          PIC -Z,ZZZ,ZZ9.99.             01450001
014600     10  FILLER                    PIC X(02) VALUE SPACES.        01460001
014700     10  BR-OPEN-TO-BUY            PIC -Z,ZZZ,ZZ9.99.             01470001
014800     10  FILLER                    PIC X(02) VALUE SPACES.        01480001
014900     10  BR-PARK-DATE              PIC 9(08).                     01490001
015000     10  FILLER                    PIC X(02) VALUE SPACES.        01500001
015100     10  BR-REMARK                 PIC X(30).                     01510001
015200     10  FILLER                    PIC X(18) VALUE SPACES.        01520001
015300                                                                  01530001
015400 PROCEDURE DIVISION.                                              01540001
015500                                                                  01550001
015600*****************************************************             01560001
015700*   MAIN PROGRAM ROUTINE                            *             01570001
015800*****************************************************             01580001
015900 010-START-HERE.                                                  01590001
016000     PERFORM 110-LOAD-PARKED-LINES                                01600001
016100     IF WS-PARK-LOADED = 'YES'                                    01610001
016200         OPEN INPUT DECISION-FILE                                 01620001
016300         OPEN OUTPUT DECISION-PRINT-FILE                          01630001
016400         PERFORM 105-GET-OPERATOR-PARM                            01640001
016500         PERFORM 106-CHECK-OPERATOR-AUTHORITY                     01650001
016600         PERFORM 850-GET-DATE                                     01660001
016700         PERFORM 800-PRINT-HEADINGS                               01670001
016800         PERFORM 100-READ-DECISION                                01680001
016900         PERFORM 150-PROCESS-DECISION                             01690001
017000           UNTIL EOF-FLAG = 'YES'                                 01700001
017100         PERFORM 300-REWRITE-PARKED-LINES                         01710001
017200         CLOSE DECISION-FILE DECISION-PRINT-FILE                  01720001
017300     END-IF                                                       01730001
017400     GOBACK                                                       01740001
017500     .                                                            01750001
017600                                                                  01760001
017700 100-READ-DECISION.                                               01770001
017800     READ DECISION-FILE                                           01780001
017900         AT END                                                   01790001
018000             MOVE 'YES' TO EOF-FLAG                               01800001
018100         NOT AT END                                               01810001
018200             ADD 1 TO REC-COUNT                                   01820001
018300     END-READ                                                     01830001
018400     .                                                            01840001
018500                                                                  01850001
018600 105-GET-OPERATOR-PARM.                                           01860001
018700     ACCEPT WS-DECISION-PARM-CARD FROM SYSIN                      01870001
018800     IF PC-OPERATOR-ID NOT = SPACES                               01880001
018900         MOVE PC-OPERATOR-ID TO WS-OPERATOR-ID                    01890001
019000     END-IF                                                       01900001
019100     .                                                            01910001
019200                                                                  01920001
019300 106-CHECK-OPERATOR-AUTHORITY.                                    01930001
019400     MOVE 'C' TO AQ-FUNCTION                                      01940001
019500     MOVE 'POAPPRV' TO AQ-CALLER                                  01950001
019600     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        01960001
019700     MOVE 2 TO AQ-AUTHORITY                                       01970001
019800     MOVE SPACES TO AQ-SUBJECT                                    01980001
019900     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      01990001
020000     IF AQ-RESULT = '00'                                          02000001
020100         MOVE 'YES' TO WS-RUN-AUTHORIZED                          02010001
020200     ELSE                                                         02020001
020300         MOVE 'NO' TO WS-RUN-AUTHORIZED                           02030001
020400         MOVE AQ-REASON TO WS-REFUSED-REASON                      02040001
020500         DISPLAY 'OPERATOR ' WS-OPERATOR-ID                       02050001
020600             ' NOT AUTHORIZED TO APPROVE PARKED LINES - '         02060001
020700             AQ-REASON                                            02070001
020800         MOVE 8 TO RETURN-CODE                                    02080001
020900     END-IF                                                       02090001
021000     .                                                            02100001
021100                                                                  02110001
021200*****************************************************             02120001
021300*   LOAD THE PARKED-LINE FILE.  WITH NO FILE THERE  *             02130001
021400*   IS NOTHING PARKED AND EVERY DECISION IS         *             02140001
021500*   REJECTED; ANY OTHER OPEN FAILURE ENDS THE RUN   *             02150001
021600*****************************************************             02160001
021700 110-LOAD-PARKED-LINES.                                           02170001
021800     OPEN INPUT PARKED-LINE-FILE                                  02180001
021900     IF WS-POPARK-STATUS = '00'                                   02190001
022000         PERFORM 111-READ-PARKED-LINE                             02200001
022100         PERFORM 112-STORE-PARKED-LINE                            02210001
022200           UNTIL WS-PARK-EOF = 'YES'                              02220001
022300         CLOSE PARKED-LINE-FILE                                   02230001
022400     ELSE                                                         02240001
022500         IF WS-POPARK-STATUS = '35'                               02250001
022600             DISPLAY 'NO PARKED LINE FILE, NOTHING TO DECIDE'     02260001
022700             MOVE 4 TO RETURN-CODE                                02270001
022800         ELSE                                                     02280001
022900             DISPLAY 'PARKED LINE FILE OPEN FAILED, STATUS = '    02290001
023000                 WS-POPARK-STATUS                                 02300001
023100             MOVE 'NO' TO WS-PARK-LOADED                          02310001
023200             MOVE 16 TO RETURN-CODE                               02320001
023300         END-IF                                                   02330001
023400     END-IF                                                       02340001
023500     .                                                            02350001
023600                                                                  02360001
023700 111-READ-PARKED-LINE.                                            02370001
023800     READ PARKED-LINE-FILE                                        02380001
023900         AT END                                                   02390001
024000             MOVE 'YES' TO WS-PARK-EOF                            02400001
024100     END-READ                                                     02410001
024200     .                                                            02420001
024300                                                                  02430001
024400 112-STORE-PARKED-LINE.                                           02440001
024500     IF WS-PARK-COUNT < 500                                       02450001
024600         ADD 1 TO WS-PARK-COUNT                                   02460001
024700         MOVE PARKED-LINE-REC TO WS-PARK-IMAGE (WS-PARK-COUNT)    02470001
024800     ELSE                                                         02480001
024900         IF WS-PARK-LOADED = 'YES'                                02490001
025000             DISPLAY 'PARKED LINE TABLE FULL, NO DECISIONS TAKEN' 02500001
025100             MOVE 'NO' TO WS-PARK-LOADED                          02510001
025200             MOVE 16 TO RETURN-CODE                               02520001
025300         END-IF                                                   02530001
025400     END-IF                                                       02540001
025500     PERFORM 111-READ-PARKED-LINE                                 02550001
025600     .                                                            02560001
025700                                                                  02570001
025800 150-PROCESS-DECISION.                                            02580001
025900     PERFORM 120-VALIDATE-DECISION                                02590001
026000     IF WS-TX-VALID = 'YES'                                       02600001
026100         PERFORM 200-APPLY-DECISION                               02610001
026200     END-IF                                                       02620001
026300     PERFORM 100-READ-DECISION                                    02630001
026400     .                                                            02640001
026500                                                                  02650001
026600 120-VALIDATE-DECISION.                                           02660001
026700     MOVE 'YES' TO WS-TX-VALID                                    02670001
026800     MOVE SPACES TO PARKED-LINE-REC                               02680001
026900     IF DR-DECISION NOT = 'A' AND DR-DECISION NOT = 'D'           02690001
027000         MOVE 'NO' TO WS-TX-VALID                                 02700001
027100         MOVE 'INVALID DECISION CODE' TO BR-REMARK                02710001
027200         PERFORM 710-PRINT-REJECT-LINE                            02720001
027300     END-IF                                                       02730001
027400     IF DR-ITEM-NAME = SPACES                                     02740001
027500         AND WS-TX-VALID = 'YES'                                  02750001
027600         MOVE 'NO' TO WS-TX-VALID                                 02760001
027700         MOVE 'BLANK ITEM NAME' TO BR-REMARK                      02770001
027800         PERFORM 710-PRINT-REJECT-LINE                            02780001
027900     END-IF                                                       02790001
028000     IF WS-RUN-AUTHORIZED = 'NO'                                  02800001
028100         AND WS-TX-VALID = 'YES'                                  02810001
028200         MOVE 'NO' TO WS-TX-VALID                                 02820001
028300         MOVE WS-REFUSED-REASON TO BR-REMARK                      02830001
028400         PERFORM 710-PRINT-REJECT-LINE                            02840001
028500         PERFORM 165-LOG-REFUSED-ATTEMPT                          02850001
028600     END-IF                                                       02860001
028700     .                                                            02870001
028800                                                                  02880001
028900*****************************************************             02890001
029000*   A REFUSED ATTEMPT GOES TO THE SHARED REFUSED-   *             02900001
029100*   UPDATE LOG.  THE CALL RESETS RETURN-CODE, SO    *             02910001
029200*   THE RUN'S OWN CODE IS PUT BACK, NO LOWER THAN 8 *             02920001
029300*****************************************************             02930001
029400 165-LOG-REFUSED-ATTEMPT.                                         02940001
029500     MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE                     02950001
029600     MOVE 'R' TO AQ-FUNCTION                                      02960001
029700     MOVE 'POAPPRV' TO AQ-CALLER                                  02970001
029800     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        02980001
029900     MOVE 2 TO AQ-AUTHORITY                                       02990001
030000     MOVE DR-ITEM-NAME TO AQ-SUBJECT                              03000001
030100     MOVE WS-REFUSED-REASON TO AQ-REASON                          03010001
030200     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      03020001
030300     IF WS-SAVED-RETURN-CODE > 8                                  03030001
030400         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE                 03040001
030500     ELSE                                                         03050001
030600         MOVE 8 TO RETURN-CODE                                    03060001
030700     END-IF                                                       03070001
030800     .                                                            03080001
030900                                                                  03090001
031000*****************************************************             03100001
031100*   ONLY A LINE STILL PENDING CAN BE DECIDED; ONE   *             03110001
031200*   ALREADY APPROVED OR DECLINED STANDS             *             03120001
031300*****************************************************             03130001
031400 200-APPLY-DECISION.                                              03140001
031500     MOVE ZERO TO WS-PARK-HIT                                     03150001
031600     PERFORM 210-MATCH-PARKED-LINE                                03160001
031700       VARYING WS-PARK-SUB FROM 1 BY 1                            03170001
031800       UNTIL WS-PARK-SUB > WS-PARK-COUNT                          03180001
031900       OR WS-PARK-HIT > ZERO                                      03190001
032000     IF WS-PARK-HIT = ZERO                                        03200001
032100         MOVE SPACES TO PARKED-LINE-REC                           03210001
032200         MOVE 'NO PENDING PARKED LINE' TO BR-REMARK               03220001
032300         PERFORM 710-PRINT-REJECT-LINE                            03230001
032400     ELSE                                                         03240001
032500         MOVE WS-PARK-IMAGE (WS-PARK-HIT) TO PARKED-LINE-REC      03250001
032600         MOVE DR-DECISION TO PK-STATUS                            03260001
032700         MOVE WS-OPERATOR-ID TO PK-DECIDED-BY                     03270001
032800         MOVE WS-DATE-8 TO PK-DECIDED-DATE                        03280001
032900         MOVE PARKED-LINE-REC TO WS-PARK-IMAGE (WS-PARK-HIT)      03290001
033000         IF DR-DECISION = 'A'                                     03300001
033100             MOVE 'APPROVED, ORDERS NEXT PO RUN' TO BR-REMARK     03310001
033200         ELSE                                                     03320001
033300             MOVE 'DECLINED, DROPS NEXT PO RUN' TO BR-REMARK      03330001
033400         END-IF                                                   03340001
033500         PERFORM 700-PRINT-APPLIED-LINE                           03350001
033600     END-IF                                                       03360001
033700     .                                                            03370001
033800                                                                  03380001
033900 210-MATCH-PARKED-LINE.                                           03390001
034000     MOVE WS-PARK-IMAGE (WS-PARK-SUB) TO PARKED-LINE-REC          03400001
034100     IF PK-STATUS = 'P'                                           03410001
034200         AND PK-ITEM-NAME = DR-ITEM-NAME                          03420001
034300         AND (DR-SUPPLIER-CODE = SPACES                           03430001
034400              OR PK-SUPPLIER-CODE = DR-SUPPLIER-CODE)             03440001
034500         MOVE WS-PARK-SUB TO WS-PARK-HIT                          03450001
034600     END-IF                                                       03460001
034700     .                                                            03470001
034800                                                                  03480001
034900 300-REWRITE-PARKED-LINES.                                        03490001
035000     IF WS-APPLIED-COUNT > ZERO                                   03500001
035100         OPEN OUTPUT PARKED-LINE-FILE                             03510001
035200         PERFORM 310-WRITE-PARKED-LINE                            03520001
035300           VARYING WS-PARK-SUB FROM 1 BY 1                        03530001
035400           UNTIL WS-PARK-SUB > WS-PARK-COUNT                      03540001
035500         CLOSE PARKED-LINE-FILE                                   03550001
035600     END-IF                                                       03560001
035700     .                                                            03570001
035800                                                                  03580001
035900 310-WRITE-PARKED-LINE.                                           03590001
036000     MOVE WS-PARK-IMAGE (WS-PARK-SUB) TO PARKED-LINE-REC          03600001
036100     WRITE PARKED-LINE-REC                                        03610001
036200     .                                                            03620001
036300                                                                  03630001
036400 700-PRINT-APPLIED-LINE.                                          03640001
036500     PERFORM 720-FILL-DECISION-LINE                               03650001
036600     WRITE DECISION-PRINT-REC FROM WS-DECISION-LINE               03660001
036700       AFTER ADVANCING 1 LINE                                     03670001
036800     END-WRITE                                                    03680001
036900     ADD 1 TO WS-APPLIED-COUNT                                    03690001
037000     .                                                            03700001
037100                                                                  03710001
037200 710-PRINT-REJECT-LINE.                                           03720001
037300     PERFORM 720-FILL-DECISION-LINE                               03730001
037400     WRITE DECISION-PRINT-REC FROM WS-DECISION-LINE               03740001
037500       AFTER ADVANCING 1 LINE                                     03750001
037600     END-WRITE                                                    03760001
037700     ADD 1 TO WS-REJECT-COUNT                                     03770001
037800     .                                                            03780001
037900                                                                  03790001
038000 720-FILL-DECISION-LINE.                                          03800001
038100     MOVE DR-DECISION TO BR-DECISION                              03810001
038200     MOVE DR-ITEM-NAME TO BR-ITEM-NAME                            03820001
038300     IF PK-ITEM-NAME = SPACES                                     03830001
038400         MOVE DR-SUPPLIER-CODE TO BR-SUPPLIER-CODE                03840001
038500         MOVE SPACES TO BR-CATEGORY                               03850001
038600         MOVE ZERO TO BR-EXTENDED-COST                            03860001
038700         MOVE ZERO TO BR-OPEN-TO-BUY                              03870001
038800         MOVE ZERO TO BR-PARK-DATE                                03880001
038900     ELSE                                                         03890001
039000         MOVE PK-SUPPLIER-CODE TO BR-SUPPLIER-CODE                03900001
039100         MOVE PK-CATEGORY TO BR-CATEGORY                          03910001
039200         MOVE PK-EXTENDED-COST TO BR-EXTENDED-COST                03920001
039300         MOVE PK-OPEN-TO-BUY TO BR-OPEN-TO-BUY                    03930001
039400         MOVE PK-PARK-DATE TO BR-PARK-DATE                        03940001
039500     END-IF                                                       03950001
039600     .                                                            03960001
039700                                                                  03970001
039800 800-PRINT-HEADINGS.                                              03980001
039900     MOVE WS-DATE-8 TO BR-RUN-DATE                                03990001
040000     MOVE WS-OPERATOR-ID TO BR-OPERATOR-ID                        04000001
040100     WRITE DECISION-PRINT-REC FROM WS-DECISION-HEADING            04010001
040200       AFTER ADVANCING PAGE                                       04020001
040300     END-WRITE                                                    04030001
040400     WRITE DECISION-PRINT-REC FROM WS-DECISION-COLUMNS            04040001
040500       AFTER ADVANCING 2 LINES                                    04050001
040600     END-WRITE                                                    04060001
040700     .                                                            04070001
040800                                                                  04080001
040900 850-GET-DATE.                                                    04090001
041000     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          04100001
041100     .                                                            04110001
