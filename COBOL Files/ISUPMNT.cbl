000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    ISUPMNT.                                          00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*ITEM-SUPPLIER CROSS-REFERENCE MAINTENANCE -        *             00090001
001000*APPLIES ADD/CHANGE/DELETE TRANSACTIONS TO THE FILE *             00100001
001100*OF APPROVED SUPPLIERS FOR EACH ITEM.  EACH ENTRY   *             00110001
001200*CARRIES THE SUPPLIER'S OWN STOCKING-UNIT PRICE,    *             00120001
001300*CASE PACK AND BUYER PRIORITY, AND AN APPROVAL      *             00130001
001400*STATUS ('A' APPROVED, 'S' SUSPENDED) SO A SUPPLIER *             00140001
001500*CAN BE STOOD DOWN FOR ONE ITEM WITHOUT LOSING ITS  *             00150001
001600*TERMS.  THE PURCHASE-ORDER BUILD CHOOSES AMONG THE *             00160001
001700*APPROVED ENTRIES FOR EVERY REORDER LINE.  AN ENTRY *             00170001
001800*FOR AN ITEM NOT ON THE FRIDGE MASTER OR A SUPPLIER *             00180001
001900*NOT ON THE SUPPLIER MASTER IS REFUSED, AS ARE      *             00190001
002000*NON-NUMERIC TERMS.  EVERY APPLIED CHANGE IS        *             00200001
002100*JOURNALLED WITH BEFORE AND AFTER IMAGES AND THE    *             00210001
002200*OPERATOR ID.                                       *             00220001
002220*ONLY AN OPERATOR HOLDING ITEM MAINTENANCE          *             00222001
002240*AUTHORITY MAY FILE THE RUN; ANY OTHER HAS EVERY    *             00224001
002260*TRANSACTION REJECTED AND LOGGED AS A REFUSED       *             00226001
002280*ATTEMPT                                            *             00228001
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
003500     SELECT ITEM-SUPPLIER-FILE     ASSIGN TO MYITMSUP             00350001
003600         ORGANIZATION IS INDEXED                                  00360001
003700         ACCESS MODE IS RANDOM                                    00370001
003800         RECORD KEY IS IX-KEY                                     00380001
003900         FILE STATUS IS WS-ITMSUP-STATUS.                         00390001
004000     SELECT SUPPLIER-MASTER        ASSIGN TO MYSUPMST             00400001
004100         ORGANIZATION IS INDEXED                                  00410001
004200         ACCESS MODE IS RANDOM                                    00420001
004300         RECORD KEY IS SM-SUPPLIER-CODE                           00430001
004400         FILE STATUS IS WS-SUPMST-STATUS.                         00440001
004500     SELECT FRIDGE                 ASSIGN TO DYNAMIC              00450001
004600         WS-FRIDGE-DSNAME                                         00460001
004700         ORGANIZATION IS INDEXED                                  00470001
004800         ACCESS MODE IS DYNAMIC                                   00480001
004900         RECORD KEY IS FR-ITEM-NAME                               00490001
005000         ALTERNATE RECORD KEY IS FR-CATEGORY                      00500001
005100             WITH DUPLICATES                                      00510001
005200         ALTERNATE RECORD KEY IS FR-SUPPLIER-CODE                 00520001
005300             WITH DUPLICATES                                      00530001
005400         FILE STATUS IS WS-FRIDGE-STATUS.                         00540001
005500     SELECT TRANSACTION-FILE       ASSIGN TO MYISUPTX.            00550001
005600     SELECT ISUP-LOG-FILE          ASSIGN TO MYISUPLG.            00560001
005700     SELECT ISUP-REJECT-FILE       ASSIGN TO MYISUPRJ.            00570001
005800                                                                  00580001
005900 DATA DIVISION.                                                   00590001
006000 FILE SECTION.                                                    00600001
006100                                                                  00610001
006200 FD  ITEM-SUPPLIER-FILE.                                          00620001
006300     COPY ITEMSUP.                                                00630001
006400                                                                  00640001
006500 FD  SUPPLIER-MASTER.                                             00650001
006600     COPY SUPMST.                                                 00660001
006700                                                                  00670001
006800 FD  FRIDGE                                                       00680001
006900     RECORDING MODE IS F.                                         00690001
007000     COPY FRIDGEREC.                                              00700001
007100                                                                  00710001
007200 FD  TRANSACTION-FILE                                             00720001
007300     RECORDING MODE IS F.                                         00730001
007400 01  ISUP-TRANSACTION-REC.                                        00740001
007500     10  XS-ACTION-CODE            PIC X(01).                     00750001
007600     10  XS-ITEM-NAME              PIC X(17).                     00760001
007700     10  XS-SUPPLIER-CODE          PIC X(06).                     00770001
007800     10  XS-UNIT-PRICE             PIC 9(03)V99.                  00780001
007900     10  XS-CASE-PACK              PIC 9(03).                     00790001
008000     10  XS-PRIORITY               PIC 9(01).                     00800001
008100     10  XS-APPROVAL-STATUS        PIC X(01).                     00810001
008200     10  FILLER                    PIC X(46).                     00820001
008300                                                                  00830001
008400*****************************************************             00840001
008500*   ONE JOURNAL ENTRY PER APPLIED ADD/CHANGE/DELETE *             00850001
008600*   WITH THE FULL BEFORE AND AFTER CROSS-REFERENCE  *             00860001
008700*   RECORD IMAGES, LAID OUT THE WAY THE LOCATION    *             00870001
008800*   MAINTENANCE JOURNAL IS                          *             00880001
008900*****************************************************             00890001
009000 FD  ISUP-LOG-FILE                                                00900001
009100     RECORDING MODE IS F.                                         00910001
009200 01  ISUP-LOG-REC.                                                00920001
009300     10  LG-ACTION-CODE            PIC X(01).                     00930001
009400     10  LG-ITEM-NAME              PIC X(17).                     00940001
009500     10  LG-SUPPLIER-CODE          PIC X(06).                     00950001
009600     10  LG-RUN-DATE               PIC 9(08).                     00960001
009700     10  LG-RESULT                 PIC X(30).                     00970001
009800     10  LG-BEFORE-IMAGE           PIC X(80).                     00980001
009900     10  LG-AFTER-IMAGE            PIC X(80).                     00990001
010000     10  LG-USER-ID                PIC X(08).                     01000001
010100     10  LG-TERMINAL               PIC X(04).                     01010001
010200     10  FILLER                    PIC X(26).                     01020001
010300                                                                  01030001
010400 FD  ISUP-REJECT-FILE                                             01040001
010500     RECORDING MODE IS F.                                         01050001
010600 01  ISUP-REJECT-REC.                                             01060001
010700     10  LJ-ACTION-CODE            PIC X(01).                     01070001
010800     10  LJ-ITEM-NAME              PIC X(17).                     01080001
010900     10  LJ-SUPPLIER-CODE          PIC X(06).                     01090001
011000     10  LJ-REASON                 PIC X(30).                     01100001
011100     10  FILLER                    PIC X(26).                     01110001
011200                                                                  01120001
011300 WORKING-STORAGE SECTION.                                         01130001
011400                                                                  01140001
011500 01  WS-COUNTERS-FLAGS.                                           01150001
011600     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          01160001
011700     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          01170001
011800     10  WS-APPLIED-COUNT          PIC 9(05) VALUE ZERO.          01180001
011900     10  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.          01190001
012000                                                                  01200001
012100 01  WS-VALIDATION-FLAGS.                                         01210001
012200     10  WS-TX-VALID               PIC X(03) VALUE 'YES'.         01220001
012300     10  WS-TX-REJECT-REASON       PIC X(30) VALUE SPACES.        01230001
012400     10  WS-ITMSUP-STATUS          PIC X(02) VALUE SPACES.        01240001
012500     10  WS-SUPMST-STATUS          PIC X(02) VALUE SPACES.        01250001
012600     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        01260001
012700                                                                  01270001
012800 01  WS-SITE-CONTROL.                                             01280001
012900     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    01290001
013000                                                                  01300001
013100 01  WS-DATE-FIELDS.                                              01310001
013200     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01320001
013300                                                                  01330001
013400 01  WS-IMAGE-CONTROL.                                            01340001
013500     10  WS-BEFORE-IMAGE           PIC X(80) VALUE SPACES.        01350001
013600     10  WS-AFTER-IMAGE            PIC X(80) VALUE SPACES.        01360001
013700                                                                  01370001
013800*****************************************************             01380001
013900*   EVERY JOURNAL ENTRY CARRIES WHO FILED THE RUN:  *             01390001
014000*   THE OPERATOR ID OFF THE PARAMETER CARD, OR      *             01400001
014100*   'UNKNOWN' WHEN THE CARD LEFT IT BLANK           *             01410001
014200*****************************************************             01420001
014300 01  WS-OPERATOR-CONTROL.                                         01430001
014400     10  WS-OPERATOR-ID            PIC X(08) VALUE 'UNKNOWN'.     01440001
014407                                                                  01440701
014414*****************************************************             01441401
014421*   THE OPERATOR FILING THE RUN MUST HOLD ITEM      *             01442101
014428*   MAINTENANCE AUTHORITY ON THE OPERATOR           *             01442801
014435*   AUTHORITY FILE.  WITHOUT IT EVERY TRANSACTION   *             01443501
014442*   IS REJECTED AND LOGGED AS A REFUSED ATTEMPT     *             01444201
014449*****************************************************             01444901
014456 01  WS-AUTHORITY-CONTROL.                                        01445601
014463     10  WS-RUN-AUTHORIZED         PIC X(03) VALUE 'NO'.          01446301
014470     10  WS-REFUSED-REASON         PIC X(30) VALUE SPACES.        01447001
014477     10  WS-SAVED-RETURN-CODE      PIC S9(04) COMP VALUE ZERO.    01447701
014484                                                                  01448401
014491     COPY OPAUTHP.                                                01449101
014500                                                                  01450001
014600 01  WS-ISUP-PARM-CARD.                                           01460001
014700     10  PC-OPERATOR-ID            PIC X(08).                     01470001
014800     10  FILLER                    PIC X(72).                     01480001
014900                                                                  01490001
015000 PROCEDURE DIVISION.                                              01500001
015100                                                                  01510001
015200*****************************************************             01520001
015300*   MAIN PROGRAM ROUTINE                            *             01530001
015400*****************************************************             01540001
015500 010-START-HERE.                                                  01550001
015600     OPEN I-O ITEM-SUPPLIER-FILE                                  01560001
015700     IF WS-ITMSUP-STATUS NOT = '00'                               01570001
015800         DISPLAY 'ITEM SUPPLIER FILE OPEN FAILED, STATUS = '      01580001
015900             WS-ITMSUP-STATUS                                     01590001
016000         MOVE 16 TO RETURN-CODE                                   01600001
016100     END-IF                                                       01610001
016200     OPEN INPUT SUPPLIER-MASTER                                   01620001
016300     IF WS-SUPMST-STATUS NOT = '00'                               01630001
016400         DISPLAY 'SUPPLIER MASTER OPEN FAILED, STATUS = '         01640001
016500             WS-SUPMST-STATUS                                     01650001
016600         MOVE 16 TO RETURN-CODE                                   01660001
016700     END-IF                                                       01670001
016800     OPEN INPUT FRIDGE                                            01680001
016900     IF WS-FRIDGE-STATUS NOT = '00'                               01690001
017000         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  01700001
017100             WS-FRIDGE-STATUS                                     01710001
017200         MOVE 16 TO RETURN-CODE                                   01720001
017300     END-IF                                                       01730001
017400     IF RETURN-CODE = 16                                          01740001
017500         PERFORM 990-ABORT-RUN                                    01750001
017600     ELSE                                                         01760001
017700         OPEN INPUT TRANSACTION-FILE                              01770001
017800         OPEN OUTPUT ISUP-LOG-FILE                                01780001
017900         OPEN OUTPUT ISUP-REJECT-FILE                             01790001
018000         PERFORM 105-GET-OPERATOR-PARM                            01800001
018050         PERFORM 106-CHECK-OPERATOR-AUTHORITY                     01805001
018100         PERFORM 850-GET-DATE                                     01810001
018200         PERFORM 100-READ-TRANSACTION                             01820001
018300         PERFORM 150-PROCESS-TRANSACTION                          01830001
018400           UNTIL EOF-FLAG = 'YES'                                 01840001
018500         CLOSE ITEM-SUPPLIER-FILE SUPPLIER-MASTER FRIDGE          01850001
018600           TRANSACTION-FILE ISUP-LOG-FILE ISUP-REJECT-FILE        01860001
018700     END-IF                                                       01870001
018800     GOBACK                                                       01880001
018900     .                                                            01890001
019000                                                                  01900001
019100 990-ABORT-RUN.                                                   01910001
019200     IF WS-ITMSUP-STATUS = '00'                                   01920001
019300         CLOSE ITEM-SUPPLIER-FILE                                 01930001
019400     END-IF                                                       01940001
019500     IF WS-SUPMST-STATUS = '00'                                   01950001
019600         CLOSE SUPPLIER-MASTER                                    01960001
019700     END-IF                                                       01970001
019800     IF WS-FRIDGE-STATUS = '00'                                   01980001
019900         CLOSE FRIDGE                                             01990001
020000     END-IF                                                       02000001
020100     .                                                            02010001
020200                                                                  02020001
020300 105-GET-OPERATOR-PARM.                                           02030001
020400     ACCEPT WS-ISUP-PARM-CARD FROM SYSIN                          02040001
020500     IF PC-OPERATOR-ID NOT = SPACES                               02050001
020600         MOVE PC-OPERATOR-ID TO WS-OPERATOR-ID                    02060001
020700     END-IF                                                       02070001
020800     .                                                            02080001
020805                                                                  02080501
020810 106-CHECK-OPERATOR-AUTHORITY.                                    02081001
020815     MOVE 'C' TO AQ-FUNCTION                                      02081501
020820     MOVE 'ISUPMNT' TO AQ-CALLER                                  02082001
020825     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        02082501
020830     MOVE 1 TO AQ-AUTHORITY                                       02083001
020835     MOVE SPACES TO AQ-SUBJECT                                    02083501
020840     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      02084001
020845     IF AQ-RESULT = '00'                                          02084501
020850         MOVE 'YES' TO WS-RUN-AUTHORIZED                          02085001
020855     ELSE                                                         02085501
020860         MOVE 'NO' TO WS-RUN-AUTHORIZED                           02086001
020865         MOVE AQ-REASON TO WS-REFUSED-REASON                      02086501
020870         DISPLAY 'OPERATOR ' WS-OPERATOR-ID                       02087001
020875             ' NOT AUTHORIZED TO MAINTAIN ITEMS - ' AQ-REASON     02087501
020880         MOVE 8 TO RETURN-CODE                                    02088001
020885     END-IF                                                       02088501
020890     .                                                            02089001
020900                                                                  02090001
021000 100-READ-TRANSACTION.                                            02100001
021100     READ TRANSACTION-FILE                                        02110001
021200         AT END                                                   02120001
021300             MOVE 'YES' TO EOF-FLAG                               02130001
021400         NOT AT END                                               02140001
021500             ADD 1 TO REC-COUNT                                   02150001
021600     END-READ                                                     02160001
021700     .                                                            02170001
021800                                                                  02180001
021900 150-PROCESS-TRANSACTION.                                         02190001
022000     PERFORM 120-VALIDATE-TRANSACTION                             02200001
022100     IF WS-TX-VALID = 'YES'                                       02210001
022200         MOVE XS-ITEM-NAME TO IX-ITEM-NAME                        02220001
022300         MOVE XS-SUPPLIER-CODE TO IX-SUPPLIER-CODE                02230001
022400         EVALUATE XS-ACTION-CODE                                  02240001
022500             WHEN 'A'                                             02250001
022600                 PERFORM 200-ADD-ITEM-SUPPLIER                    02260001
022700             WHEN 'C'                                             02270001
022800                 PERFORM 300-CHANGE-ITEM-SUPPLIER                 02280001
022900             WHEN 'D'                                             02290001
023000                 PERFORM 400-DELETE-ITEM-SUPPLIER                 02300001
023100         END-EVALUATE                                             02310001
023200     ELSE                                                         02320001
023300         PERFORM 160-REJECT-TRANSACTION                           02330001
023400     END-IF                                                       02340001
023500     PERFORM 100-READ-TRANSACTION                                 02350001
023600     .                                                            02360001
023700                                                                  02370001
023800*****************************************************             02380001
023900*   AN ADD MUST NAME AN ITEM THE FRIDGE MASTER AND  *             02390001
024000*   A SUPPLIER THE SUPPLIER MASTER KNOWS.  AN ADD   *             02400001
024100*   OR CHANGE NEEDS A NUMERIC PRICE ABOVE ZERO, A   *             02410001
024200*   NUMERIC CASE PACK (ZERO TAKES THE SUPPLIER      *             02420001
024300*   MASTER'S PACK), A PRIORITY OF 1 TO 9 AND A      *             02430001
024400*   STATUS OF 'A' OR 'S' (BLANK MEANS APPROVED)     *             02440001
024500*****************************************************             02450001
024600 120-VALIDATE-TRANSACTION.                                        02460001
024700     MOVE 'YES' TO WS-TX-VALID                                    02470001
024800     MOVE SPACES TO WS-TX-REJECT-REASON                           02480001
024900     IF XS-ITEM-NAME = SPACES                                     02490001
025000         MOVE 'NO' TO WS-TX-VALID                                 02500001
025100         MOVE 'BLANK ITEM NAME' TO WS-TX-REJECT-REASON            02510001
025200     END-IF                                                       02520001
025300     IF XS-SUPPLIER-CODE = SPACES                                 02530001
025400         AND WS-TX-VALID = 'YES'                                  02540001
025500         MOVE 'NO' TO WS-TX-VALID                                 02550001
025600         MOVE 'BLANK SUPPLIER CODE' TO WS-TX-REJECT-REASON        02560001
025700     END-IF                                                       02570001
025800     IF XS-ACTION-CODE NOT = 'A' AND XS-ACTION-CODE NOT = 'C'     02580001
025900         AND XS-ACTION-CODE NOT = 'D'                             02590001
026000         AND WS-TX-VALID = 'YES'                                  02600001
026100         MOVE 'NO' TO WS-TX-VALID                                 02610001
026200         MOVE 'INVALID ACTION CODE' TO WS-TX-REJECT-REASON        02620001
026300     END-IF                                                       02630001
026400     IF (XS-ACTION-CODE = 'A' OR XS-ACTION-CODE = 'C')            02640001
026500         AND WS-TX-VALID = 'YES'                                  02650001
026600         IF XS-UNIT-PRICE NOT NUMERIC                             02660001
026700             MOVE 'NO' TO WS-TX-VALID                             02670001
026800             MOVE 'INVALID UNIT PRICE' TO WS-TX-REJECT-REASON     02680001
026900         ELSE                                                     02690001
027000             IF XS-UNIT-PRICE = ZERO                              02700001
027100                 MOVE 'NO' TO WS-TX-VALID                         02710001
027200                 MOVE 'ZERO UNIT PRICE' TO WS-TX-REJECT-REASON    02720001
027300             END-IF                                               02730001
027400         END-IF                                                   02740001
027500     END-IF                                                       02750001
027600     IF (XS-ACTION-CODE = 'A' OR XS-ACTION-CODE = 'C')            02760001
027700         AND XS-CASE-PACK NOT NUMERIC                             02770001
027800         AND WS-TX-VALID = 'YES'                                  02780001
027900         MOVE 'NO' TO WS-TX-VALID                                 02790001
028000         MOVE 'INVALID CASE PACK' TO WS-TX-REJECT-REASON          02800001
028100     END-IF                                                       02810001
028200     IF (XS-ACTION-CODE = 'A' OR XS-ACTION-CODE = 'C')            02820001
028300         AND WS-TX-VALID = 'YES'                                  02830001
028400         IF XS-PRIORITY NOT NUMERIC                               02840001
028500             MOVE 'NO' TO WS-TX-VALID                             02850001
028600             MOVE 'INVALID PRIORITY' TO WS-TX-REJECT-REASON       02860001
028700         ELSE                                                     02870001
028800             IF XS-PRIORITY = ZERO                                02880001
028900                 MOVE 'NO' TO WS-TX-VALID                         02890001
029000                 MOVE 'PRIORITY MUST BE 1 TO 9' TO                02900001
029100                     WS-TX-REJECT-REASON                          02910001
029200             END-IF                                               02920001
029300         END-IF                                                   02930001
029400     END-IF                                                       02940001
029500     IF (XS-ACTION-CODE = 'A' OR XS-ACTION-CODE = 'C')            02950001
029600         AND XS-APPROVAL-STATUS NOT = 'A'                         02960001
029700         AND XS-APPROVAL-STATUS NOT = 'S'                         02970001
029800         AND XS-APPROVAL-STATUS NOT = SPACE                       02980001
029900         AND WS-TX-VALID = 'YES'                                  02990001
030000         MOVE 'NO' TO WS-TX-VALID                                 03000001
030100         MOVE 'INVALID APPROVAL STATUS' TO WS-TX-REJECT-REASON    03010001
030200     END-IF                                                       03020001
030300     IF XS-ACTION-CODE = 'A'                                      03030001
030400         AND WS-TX-VALID = 'YES'                                  03040001
030500         MOVE XS-ITEM-NAME TO FR-ITEM-NAME                        03050001
030600         READ FRIDGE                                              03060001
030700             INVALID KEY                                          03070001
030800                 MOVE 'NO' TO WS-TX-VALID                         03080001
030900                 MOVE 'ITEM NOT ON FRIDGE FILE' TO                03090001
031000                     WS-TX-REJECT-REASON                          03100001
031100         END-READ                                                 03110001
031200     END-IF                                                       03120001
031300     IF XS-ACTION-CODE = 'A'                                      03130001
031400         AND WS-TX-VALID = 'YES'                                  03140001
031500         MOVE XS-SUPPLIER-CODE TO SM-SUPPLIER-CODE                03150001
031600         READ SUPPLIER-MASTER                                     03160001
031700             INVALID KEY                                          03170001
031800                 MOVE 'NO' TO WS-TX-VALID                         03180001
031900                 MOVE 'SUPPLIER NOT ON SUPPLIER MASTER' TO        03190001
032000                     WS-TX-REJECT-REASON                          03200001
032100         END-READ                                                 03210001
032200     END-IF                                                       03220001
032216     IF WS-RUN-AUTHORIZED = 'NO'                                  03221601
032232         MOVE 'NO' TO WS-TX-VALID                                 03223201
032248         MOVE WS-REFUSED-REASON TO WS-TX-REJECT-REASON            03224801
032264         PERFORM 165-LOG-REFUSED-ATTEMPT                          03226401
032280     END-IF                                                       03228001
032300     .                                                            03230001
032400                                                                  03240001
032500 200-ADD-ITEM-SUPPLIER.                                           03250001
032600     READ ITEM-SUPPLIER-FILE                                      03260001
032700         INVALID KEY                                              03270001
032800             PERFORM 210-BUILD-ITEM-SUPPLIER-RECORD               03280001
032900             WRITE ITEM-SUPPLIER-REC                              03290001
033000             MOVE SPACES TO WS-BEFORE-IMAGE                       03300001
033100             MOVE ITEM-SUPPLIER-REC TO WS-AFTER-IMAGE             03310001
033200             PERFORM 170-LOG-TRANSACTION                          03320001
033300         NOT INVALID KEY                                          03330001
033400             MOVE 'ITEM SUPPLIER ALREADY ON FILE' TO              03340001
033500                 WS-TX-REJECT-REASON                              03350001
033600             PERFORM 160-REJECT-TRANSACTION                       03360001
033700     END-READ                                                     03370001
033800     .                                                            03380001
033900                                                                  03390001
034000 210-BUILD-ITEM-SUPPLIER-RECORD.                                  03400001
034100     MOVE SPACES TO ITEM-SUPPLIER-REC                             03410001
034200     MOVE XS-ITEM-NAME TO IX-ITEM-NAME                            03420001
034300     MOVE XS-SUPPLIER-CODE TO IX-SUPPLIER-CODE                    03430001
034400     MOVE XS-UNIT-PRICE TO IX-UNIT-PRICE                          03440001
034500     MOVE XS-CASE-PACK TO IX-CASE-PACK                            03450001
034600     MOVE XS-PRIORITY TO IX-PRIORITY                              03460001
034700     IF XS-APPROVAL-STATUS = SPACE                                03470001
034800         MOVE 'A' TO IX-APPROVAL-STATUS                           03480001
034900     ELSE                                                         03490001
035000         MOVE XS-APPROVAL-STATUS TO IX-APPROVAL-STATUS            03500001
035100     END-IF                                                       03510001
035200     MOVE WS-DATE-8 TO IX-CHANGE-DATE                             03520001
035300     .                                                            03530001
035400                                                                  03540001
035500 300-CHANGE-ITEM-SUPPLIER.                                        03550001
035600     READ ITEM-SUPPLIER-FILE                                      03560001
035700         INVALID KEY                                              03570001
035800             MOVE 'ITEM SUPPLIER NOT ON FILE' TO                  03580001
035900                 WS-TX-REJECT-REASON                              03590001
036000             PERFORM 160-REJECT-TRANSACTION                       03600001
036100         NOT INVALID KEY                                          03610001
036200             MOVE ITEM-SUPPLIER-REC TO WS-BEFORE-IMAGE            03620001
036300             PERFORM 210-BUILD-ITEM-SUPPLIER-RECORD               03630001
036400             REWRITE ITEM-SUPPLIER-REC                            03640001
036500             MOVE ITEM-SUPPLIER-REC TO WS-AFTER-IMAGE             03650001
036600             PERFORM 170-LOG-TRANSACTION                          03660001
036700     END-READ                                                     03670001
036800     .                                                            03680001
036900                                                                  03690001
037000 400-DELETE-ITEM-SUPPLIER.                                        03700001
037100     READ ITEM-SUPPLIER-FILE                                      03710001
037200         INVALID KEY                                              03720001
037300             MOVE 'ITEM SUPPLIER NOT ON FILE' TO                  03730001
037400                 WS-TX-REJECT-REASON                              03740001
037500             PERFORM 160-REJECT-TRANSACTION                       03750001
037600         NOT INVALID KEY                                          03760001
037700             MOVE ITEM-SUPPLIER-REC TO WS-BEFORE-IMAGE            03770001
037800             MOVE SPACES TO WS-AFTER-IMAGE                        03780001
037900             DELETE ITEM-SUPPLIER-FILE RECORD                     03790001
038000             PERFORM 170-LOG-TRANSACTION                          03800001
038100     END-READ                                                     03810001
038200     .                                                            03820001
038300                                                                  03830001
038400 160-REJECT-TRANSACTION.                                          03840001
038500     MOVE SPACES TO ISUP-REJECT-REC                               03850001
038600     MOVE XS-ACTION-CODE TO LJ-ACTION-CODE                        03860001
038700     MOVE XS-ITEM-NAME TO LJ-ITEM-NAME                            03870001
038800     MOVE XS-SUPPLIER-CODE TO LJ-SUPPLIER-CODE                    03880001
038900     MOVE WS-TX-REJECT-REASON TO LJ-REASON                        03890001
039000     WRITE ISUP-REJECT-REC                                        03900001
039100     ADD 1 TO WS-REJECT-COUNT                                     03910001
039200     .                                                            03920001
039300                                                                  03930001
039304*****************************************************             03930401
039308*   A REFUSED ATTEMPT GOES TO THE SHARED REFUSED-   *             03930801
039312*   UPDATE LOG.  THE CALL RESETS RETURN-CODE, SO    *             03931201
039316*   THE RUN'S OWN CODE IS PUT BACK, NO LOWER THAN 8 *             03931601
039320*****************************************************             03932001
039324 165-LOG-REFUSED-ATTEMPT.                                         03932401
039328     MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE                     03932801
039332     MOVE 'R' TO AQ-FUNCTION                                      03933201
039336     MOVE 'ISUPMNT' TO AQ-CALLER                                  03933601
039340     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        03934001
039344     MOVE 1 TO AQ-AUTHORITY                                       03934401
039348     MOVE SPACES TO AQ-SUBJECT                                    03934801
039352     MOVE XS-ITEM-NAME TO AQ-SUBJECT (1:17)                       03935201
039356     MOVE XS-SUPPLIER-CODE TO AQ-SUBJECT (19:6)                   03935601
039360     MOVE WS-REFUSED-REASON TO AQ-REASON                          03936001
039364     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      03936401
039368     IF WS-SAVED-RETURN-CODE > 8                                  03936801
039372         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE                 03937201
039376     ELSE                                                         03937601
039380         MOVE 8 TO RETURN-CODE                                    03938001
039384     END-IF                                                       03938401
039388     .                                                            03938801
039392                                                                  03939201
039400 170-LOG-TRANSACTION.                                             03940001
039500     MOVE SPACES TO ISUP-LOG-REC                                  03950001
039600     MOVE XS-ACTION-CODE TO LG-ACTION-CODE                        03960001
039700     MOVE XS-ITEM-NAME TO LG-ITEM-NAME                            03970001
039800     MOVE XS-SUPPLIER-CODE TO LG-SUPPLIER-CODE                    03980001
039900     MOVE WS-DATE-8 TO LG-RUN-DATE                                03990001
040000     MOVE 'APPLIED' TO LG-RESULT                                  04000001
040100     MOVE WS-BEFORE-IMAGE TO LG-BEFORE-IMAGE                      04010001
040200     MOVE WS-AFTER-IMAGE TO LG-AFTER-IMAGE                        04020001
040300     MOVE WS-OPERATOR-ID TO LG-USER-ID                            04030001
040400     MOVE 'BTCH' TO LG-TERMINAL                                   04040001
040500     WRITE ISUP-LOG-REC                                           04050001
040600     ADD 1 TO WS-APPLIED-COUNT                                    04060001
040700     .                                                            04070001
040800                                                                  04080001
040900 850-GET-DATE.                                                    04090001
041000     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          04100001
041100     .                                                            04110001
