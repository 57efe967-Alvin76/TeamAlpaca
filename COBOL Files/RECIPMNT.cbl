000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    RECIPMNT.                                         00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*RECIPE MASTER MAINTENANCE - APPLIES ADD/CHANGE/    *             00090001
001000*DELETE TRANSACTIONS TO THE RECIPE FILE SO RECIPE   *             00100001
001100*LINES NO LONGER NEED A HAND EDIT OF RAW RECORDS.   *             00110001
001200*AN INGREDIENT THAT IS NOT ON THE FRIDGE MASTER OR  *             00120001
001300*A QUANTITY PER COVER THAT IS NOT POSITIVE IS       *             00130001
001400*REFUSED, BECAUSE EITHER ONE QUIETLY DROPS THE      *             00140001
001500*LINE OUT OF THE FORECAST AND THE PLATE COST.       *             00150001
001600*EVERY APPLIED CHANGE IS JOURNALLED WITH BEFORE     *             00160001
001700*AND AFTER IMAGES AND THE OPERATOR ID.              *             00170001
001720*ONLY AN OPERATOR HOLDING REFERENCE-DATA            *             00172001
001740*AUTHORITY MAY FILE THE RUN; ANY OTHER HAS EVERY    *             00174001
001760*TRANSACTION REJECTED AND LOGGED AS A REFUSED       *             00176001
001780*ATTEMPT                                            *             00178001
001800*****************************************************             00180001
001900                                                                  00190001
002000 ENVIRONMENT DIVISION.                                            00200001
002100 CONFIGURATION SECTION.                                           00210001
002200 SOURCE-COMPUTER.                                                 00220001
002300     Z13                                                          00230001
002400     WITH DEBUGGING MODE                                          00240001
002500     .                                                            00250001
002600                                                                  00260001
002700 INPUT-OUTPUT SECTION.                                            00270001
002800                                                                  00280001
002900 FILE-CONTROL.                                                    00290001
003000     SELECT FRIDGE                 ASSIGN TO DYNAMIC              00300001
003100         WS-FRIDGE-DSNAME                                         00310001
003200         ORGANIZATION IS INDEXED                                  00320001
003300         ACCESS MODE IS DYNAMIC                                   00330001
003400         RECORD KEY IS FR-ITEM-NAME                               00340001
003500         ALTERNATE RECORD KEY IS FR-CATEGORY                      00350001
003600             WITH DUPLICATES                                      00360001
003700         ALTERNATE RECORD KEY IS FR-SUPPLIER-CODE                 00370001
003800             WITH DUPLICATES                                      00380001
003900         FILE STATUS IS WS-FRIDGE-STATUS.                         00390001
004000     SELECT RECIPE-FILE            ASSIGN TO MYRECIPE             00400001
004100         FILE STATUS IS WS-RECIPE-STATUS.                         00410001
004200     SELECT TRANSACTION-FILE       ASSIGN TO MYRECTX.             00420001
004300     SELECT RECIPE-LOG-FILE        ASSIGN TO MYRECLOG.            00430001
004400     SELECT RECIPE-REJECT-FILE     ASSIGN TO MYRECREJ.            00440001
004500                                                                  00450001
004600 DATA DIVISION.                                                   00460001
004700 FILE SECTION.                                                    00470001
004800                                                                  00480001
004900 FD  FRIDGE                                                       00490001
005000     RECORDING MODE IS F.                                         00500001
005100     COPY FRIDGEREC.                                              00510001
005200                                                                  00520001
005300 FD  RECIPE-FILE                                                  00530001
005400     RECORDING MODE IS F.                                         00540001
005500     COPY RECIPREC.                                               00550001
005600                                                                  00560001
005700 FD  TRANSACTION-FILE                                             00570001
005800     RECORDING MODE IS F.                                         00580001
005900 01  RECIPE-TRANSACTION-REC.                                      00590001
006000     10  RX-ACTION-CODE            PIC X(01).                     00600001
006100     10  RX-MENU-ITEM              PIC X(20).                     00610001
006200     10  RX-INGREDIENT             PIC X(17).                     00620001
006300     10  RX-QTY-PER-COVER          PIC S9(03)V99.                 00630001
006400     10  FILLER                    PIC X(37).                     00640001
006500                                                                  00650001
006600*****************************************************             00660001
006700*   ONE JOURNAL ENTRY PER APPLIED ADD/CHANGE/DELETE *             00670001
006800*   WITH THE FULL BEFORE AND AFTER RECIPE LINE      *             00680001
006900*   IMAGES, LAID OUT THE WAY THE FRIDGE MAINTENANCE *             00690001
007000*   JOURNAL IS                                      *             00700001
007100*****************************************************             00710001
007200 FD  RECIPE-LOG-FILE                                              00720001
007300     RECORDING MODE IS F.                                         00730001
007400 01  RECIPE-LOG-REC.                                              00740001
007500     10  RG-ACTION-CODE            PIC X(01).                     00750001
007600     10  RG-MENU-ITEM              PIC X(20).                     00760001
007700     10  RG-INGREDIENT             PIC X(17).                     00770001
007800     10  RG-RUN-DATE               PIC 9(08).                     00780001
007900     10  RG-RESULT                 PIC X(30).                     00790001
008000     10  RG-BEFORE-IMAGE           PIC X(80).                     00800001
008100     10  RG-AFTER-IMAGE            PIC X(80).                     00810001
008200     10  RG-USER-ID                PIC X(08).                     00820001
008300     10  RG-TERMINAL               PIC X(04).                     00830001
008400     10  FILLER                    PIC X(12).                     00840001
008500                                                                  00850001
008600 FD  RECIPE-REJECT-FILE                                           00860001
008700     RECORDING MODE IS F.                                         00870001
008800 01  RECIPE-REJECT-REC.                                           00880001
008900     10  RJ-ACTION-CODE            PIC X(01).                     00890001
009000     10  RJ-MENU-ITEM              PIC X(20).                     00900001
009100     10  RJ-INGREDIENT             PIC X(17).                     00910001
009200     10  RJ-REASON                 PIC X(30).                     00920001
009300     10  FILLER                    PIC X(12).                     00930001
009400                                                                  00940001
009500 WORKING-STORAGE SECTION.                                         00950001
009600                                                                  00960001
009700 01  WS-COUNTERS-FLAGS.                                           00970001
009800     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00980001
009900     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00990001
010000     10  WS-APPLIED-COUNT          PIC 9(05) VALUE ZERO.          01000001
010100     10  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.          01010001
010200     10  WS-RCP-COUNT              PIC S9(04) COMP VALUE ZERO.    01020001
010300     10  WS-SUB                    PIC S9(04) COMP VALUE ZERO.    01030001
010400     10  WS-HIT-SUB                PIC S9(04) COMP VALUE ZERO.    01040001
010500                                                                  01050001
010600 01  WS-VALIDATION-FLAGS.                                         01060001
010700     10  WS-TX-VALID               PIC X(03) VALUE 'YES'.         01070001
010800     10  WS-TX-REJECT-REASON       PIC X(30) VALUE SPACES.        01080001
010900     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        01090001
011000     10  WS-RECIPE-STATUS          PIC X(02) VALUE SPACES.        01100001
011100     10  WS-RECIPE-EOF             PIC X(03) VALUE 'NO'.          01110001
011200     10  WS-TABLE-OVERFLOW         PIC X(03) VALUE 'NO'.          01120001
011300                                                                  01130001
011400 01  WS-SITE-CONTROL.                                             01140001
011500     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    01150001
011600                                                                  01160001
011700 01  WS-DATE-FIELDS.                                              01170001
011800     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01180001
011900                                                                  01190001
012000 01  WS-IMAGE-CONTROL.                                            01200001
012100     10  WS-BEFORE-IMAGE           PIC X(80) VALUE SPACES.        01210001
012200     10  WS-AFTER-IMAGE            PIC X(80) VALUE SPACES.        01220001
012300                                                                  01230001
012400*****************************************************             01240001
012500*   EVERY JOURNAL ENTRY CARRIES WHO FILED THE RUN:  *             01250001
012600*   THE OPERATOR ID OFF THE PARAMETER CARD, OR      *             01260001
012700*   'UNKNOWN' WHEN THE CARD LEFT IT BLANK           *             01270001
012800*****************************************************             01280001
012900 01  WS-OPERATOR-CONTROL.                                         01290001
013000     10  WS-OPERATOR-ID            PIC X(08) VALUE 'UNKNOWN'.     01300001
013007                                                                  01300701
013014*****************************************************             01301401
013021*   THE OPERATOR FILING THE RUN MUST HOLD           *             01302101
013028*   REFERENCE-DATA AUTHORITY ON THE OPERATOR        *             01302801
013035*   AUTHORITY FILE.  WITHOUT IT EVERY TRANSACTION   *             01303501
013042*   IS REJECTED AND LOGGED AS A REFUSED ATTEMPT     *             01304201
013049*****************************************************             01304901
013056 01  WS-AUTHORITY-CONTROL.                                        01305601
013063     10  WS-RUN-AUTHORIZED         PIC X(03) VALUE 'NO'.          01306301
013070     10  WS-REFUSED-REASON         PIC X(30) VALUE SPACES.        01307001
013077     10  WS-SAVED-RETURN-CODE      PIC S9(04) COMP VALUE ZERO.    01307701
013084                                                                  01308401
013091     COPY OPAUTHP.                                                01309101
013100                                                                  01310001
013200 01  WS-RECIPE-PARM-CARD.                                         01320001
013300     10  PC-OPERATOR-ID            PIC X(08).                     01330001
013400     10  FILLER                    PIC X(72).                     01340001
013500                                                                  01350001
013600*****************************************************             01360001
013700*   THE WHOLE RECIPE FILE IS HELD HERE WHILE THE    *             01370001
013800*   TRANSACTIONS APPLY, THEN WRITTEN BACK OVER THE  *             01380001
013900*   FILE.  A DELETED LINE STAYS IN ITS SLOT WITH    *             01390001
014000*   RE-ACTIVE 'N' AND DROPS OFF ON THE REWRITE      *             01400001
014100*****************************************************             01410001
014200 01  WS-RECIPE-TABLE.                                             01420001
014300     10  WS-RECIPE-ENTRY OCCURS 500 TIMES.                        01430001
014400         15  RE-RECIPE-LINE.                                      01440001
014500             20  RE-MENU-ITEM      PIC X(20).                     01450001
014600             20  RE-INGREDIENT     PIC X(17).                     01460001
014700             20  RE-QTY-PER-COVER  PIC S9(03)V99.                 01470001
014800             20  RE-REST-OF-LINE   PIC X(38).                     01480001
014900         15  RE-ACTIVE             PIC X(01).                     01490001
015000                                                                  01500001
015100 PROCEDURE DIVISION.                                              01510001
015200                                                                  01520001
015300*****************************************************             01530001
015400*   MAIN PROGRAM ROUTINE                            *             01540001
015500*****************************************************             01550001
015600 010-START-HERE.                                                  01560001
015700     OPEN INPUT FRIDGE                                            01570001
015800     IF WS-FRIDGE-STATUS NOT = '00'                               01580001
015900         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  01590001
016000             WS-FRIDGE-STATUS                                     01600001
016100         MOVE 16 TO RETURN-CODE                                   01610001
016200     ELSE                                                         01620001
016300         PERFORM 110-LOAD-RECIPE-TABLE                            01630001
016400     END-IF                                                       01640001
016500     IF WS-TABLE-OVERFLOW = 'YES'                                 01650001
016600         DISPLAY 'RECIPE TABLE FULL, FILE NOT MAINTAINED'         01660001
016700         MOVE 16 TO RETURN-CODE                                   01670001
016800     END-IF                                                       01680001
016900     IF RETURN-CODE = 16                                          01690001
017000         PERFORM 990-ABORT-RUN                                    01700001
017100     ELSE                                                         01710001
017200         OPEN INPUT TRANSACTION-FILE                              01720001
017300         OPEN OUTPUT RECIPE-LOG-FILE                              01730001
017400         OPEN OUTPUT RECIPE-REJECT-FILE                           01740001
017500         PERFORM 105-GET-OPERATOR-PARM                            01750001
017550         PERFORM 106-CHECK-OPERATOR-AUTHORITY                     01755001
017600         PERFORM 850-GET-DATE                                     01760001
017700         PERFORM 100-READ-TRANSACTION                             01770001
017800         PERFORM 150-PROCESS-TRANSACTION                          01780001
017900           UNTIL EOF-FLAG = 'YES'                                 01790001
018000         IF WS-APPLIED-COUNT > ZERO                               01800001
018100             PERFORM 600-REWRITE-RECIPE-FILE                      01810001
018200         END-IF                                                   01820001
018300         CLOSE FRIDGE TRANSACTION-FILE RECIPE-LOG-FILE            01830001
018400           RECIPE-REJECT-FILE                                     01840001
018500     END-IF                                                       01850001
018600     GOBACK                                                       01860001
018700     .                                                            01870001
018800                                                                  01880001
018900 990-ABORT-RUN.                                                   01890001
019000     IF WS-FRIDGE-STATUS = '00'                                   01900001
019100         CLOSE FRIDGE                                             01910001
019200     END-IF                                                       01920001
019300     .                                                            01930001
019400                                                                  01940001
019500 105-GET-OPERATOR-PARM.                                           01950001
019600     ACCEPT WS-RECIPE-PARM-CARD FROM SYSIN                        01960001
019700     IF PC-OPERATOR-ID NOT = SPACES                               01970001
019800         MOVE PC-OPERATOR-ID TO WS-OPERATOR-ID                    01980001
019900     END-IF                                                       01990001
020000     .                                                            02000001
020005                                                                  02000501
020010 106-CHECK-OPERATOR-AUTHORITY.                                    02001001
020015     MOVE 'C' TO AQ-FUNCTION                                      02001501
020020     MOVE 'RECIPMNT' TO AQ-CALLER                                 02002001
020025     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        02002501
020030     MOVE 4 TO AQ-AUTHORITY                                       02003001
020035     MOVE SPACES TO AQ-SUBJECT                                    02003501
020040     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      02004001
020045     IF AQ-RESULT = '00'                                          02004501
020050         MOVE 'YES' TO WS-RUN-AUTHORIZED                          02005001
020055     ELSE                                                         02005501
020060         MOVE 'NO' TO WS-RUN-AUTHORIZED                           02006001
020065         MOVE AQ-REASON TO WS-REFUSED-REASON                      02006501
020070         DISPLAY 'OPERATOR ' WS-OPERATOR-ID                       02007001
020075             ' NOT AUTHORIZED FOR REFERENCE DATA - ' AQ-REASON    02007501
020080         MOVE 8 TO RETURN-CODE                                    02008001
020085     END-IF                                                       02008501
020090     .                                                            02009001
020100                                                                  02010001
020200*****************************************************             02020001
020283*   A MISSING RECIPE FILE (STATUS 35) IS A FIRST    *             02028301
020366*   BUILD AND STARTS EMPTY.  ANY OTHER OPEN FAILURE *             02036601
020449*   STOPS THE RUN BEFORE THE FILE CAN BE WRITTEN    *             02044901
020532*   OVER.  A FILE TOO BIG FOR THE TABLE STOPS THE   *             02053201
020615*   RUN RATHER THAN WRITE BACK ONLY PART OF IT      *             02061501
020700*****************************************************             02070001
020800 110-LOAD-RECIPE-TABLE.                                           02080001
020900     MOVE ZERO TO WS-RCP-COUNT                                    02090001
021000     OPEN INPUT RECIPE-FILE                                       02100001
021100     IF WS-RECIPE-STATUS = '00'                                   02110001
021200         MOVE 'NO' TO WS-RECIPE-EOF                               02120001
021300         PERFORM 112-READ-RECIPE-LINE                             02130001
021400             UNTIL WS-RECIPE-EOF = 'YES'                          02140001
021500         CLOSE RECIPE-FILE                                        02150001
021600     ELSE                                                         02160001
021614         IF WS-RECIPE-STATUS NOT = '35'                           02161401
021628             DISPLAY 'RECIPE FILE OPEN FAILED, STATUS = '         02162801
021642                 WS-RECIPE-STATUS                                 02164201
021656             MOVE 16 TO RETURN-CODE                               02165601
021670         END-IF                                                   02167001
021684     END-IF                                                       02168401
021700     .                                                            02170001
021800                                                                  02180001
021900 112-READ-RECIPE-LINE.                                            02190001
022000     READ RECIPE-FILE                                             02200001
022100         AT END                                                   02210001
022200             MOVE 'YES' TO WS-RECIPE-EOF                          02220001
022300         NOT AT END                                               02230001
022400             IF WS-RCP-COUNT < 500                                02240001
022500                 ADD 1 TO WS-RCP-COUNT                            02250001
022600                 MOVE RECIPE-REC TO                               02260001
022700                     RE-RECIPE-LINE (WS-RCP-COUNT)                02270001
022800                 MOVE 'Y' TO RE-ACTIVE (WS-RCP-COUNT)             02280001
022900             ELSE                                                 02290001
023000                 MOVE 'YES' TO WS-TABLE-OVERFLOW                  02300001
023100                 MOVE 'YES' TO WS-RECIPE-EOF                      02310001
023200             END-IF                                               02320001
023300     END-READ                                                     02330001
023400     .                                                            02340001
023500                                                                  02350001
023600 100-READ-TRANSACTION.                                            02360001
023700     READ TRANSACTION-FILE                                        02370001
023800         AT END                                                   02380001
023900             MOVE 'YES' TO EOF-FLAG                               02390001
024000         NOT AT END                                               02400001
024100             ADD 1 TO REC-COUNT                                   02410001
024200     END-READ                                                     02420001
024300     .                                                            02430001
024400                                                                  02440001
024500 150-PROCESS-TRANSACTION.                                         02450001
024600     PERFORM 120-VALIDATE-TRANSACTION                             02460001
024700     IF WS-TX-VALID = 'YES'                                       02470001
024800         PERFORM 130-FIND-RECIPE-LINE                             02480001
024900         EVALUATE RX-ACTION-CODE                                  02490001
025000             WHEN 'A'                                             02500001
025100                 PERFORM 200-ADD-RECIPE-LINE                      02510001
025200             WHEN 'C'                                             02520001
025300                 PERFORM 300-CHANGE-RECIPE-LINE                   02530001
025400             WHEN 'D'                                             02540001
025500                 PERFORM 400-DELETE-RECIPE-LINE                   02550001
025600         END-EVALUATE                                             02560001
025700     ELSE                                                         02570001
025800         PERFORM 160-REJECT-TRANSACTION                           02580001
025900     END-IF                                                       02590001
026000     PERFORM 100-READ-TRANSACTION                                 02600001
026100     .                                                            02610001
026200                                                                  02620001
026300 120-VALIDATE-TRANSACTION.                                        02630001
026400     MOVE 'YES' TO WS-TX-VALID                                    02640001
026500     MOVE SPACES TO WS-TX-REJECT-REASON                           02650001
026600     IF RX-MENU-ITEM = SPACES                                     02660001
026700         MOVE 'NO' TO WS-TX-VALID                                 02670001
026800         MOVE 'BLANK MENU ITEM' TO WS-TX-REJECT-REASON            02680001
026900     END-IF                                                       02690001
027000     IF RX-INGREDIENT = SPACES                                    02700001
027100         AND WS-TX-VALID = 'YES'                                  02710001
027200         MOVE 'NO' TO WS-TX-VALID                                 02720001
027300         MOVE 'BLANK INGREDIENT' TO WS-TX-REJECT-REASON           02730001
027400     END-IF                                                       02740001
027500     IF RX-ACTION-CODE NOT = 'A' AND RX-ACTION-CODE NOT = 'C'     02750001
027600         AND RX-ACTION-CODE NOT = 'D'                             02760001
027700         AND WS-TX-VALID = 'YES'                                  02770001
027800         MOVE 'NO' TO WS-TX-VALID                                 02780001
027900         MOVE 'INVALID ACTION CODE' TO WS-TX-REJECT-REASON        02790001
028000     END-IF                                                       02800001
028100     IF RX-ACTION-CODE = 'A' OR RX-ACTION-CODE = 'C'              02810001
028200         IF RX-QTY-PER-COVER NOT NUMERIC                          02820001
028300             AND WS-TX-VALID = 'YES'                              02830001
028400             MOVE 'NO' TO WS-TX-VALID                             02840001
028500             MOVE 'INVALID QTY PER COVER' TO                      02850001
028600                 WS-TX-REJECT-REASON                              02860001
028700         END-IF                                                   02870001
028800         IF WS-TX-VALID = 'YES'                                   02880001
028900             AND RX-QTY-PER-COVER NOT > ZERO                      02890001
029000             MOVE 'NO' TO WS-TX-VALID                             02900001
029100             MOVE 'QTY PER COVER NOT POSITIVE' TO                 02910001
029200                 WS-TX-REJECT-REASON                              02920001
029300         END-IF                                                   02930001
029400         IF WS-TX-VALID = 'YES'                                   02940001
029500             PERFORM 125-CHECK-INGREDIENT-ON-FILE                 02950001
029600         END-IF                                                   02960001
029700     END-IF                                                       02970001
029716     IF WS-RUN-AUTHORIZED = 'NO'                                  02971601
029732         MOVE 'NO' TO WS-TX-VALID                                 02973201
029748         MOVE WS-REFUSED-REASON TO WS-TX-REJECT-REASON            02974801
029764         PERFORM 165-LOG-REFUSED-ATTEMPT                          02976401
029780     END-IF                                                       02978001
029800     .                                                            02980001
029900                                                                  02990001
030000*****************************************************             03000001
030100*   THE INGREDIENT MUST BE A REAL FRIDGE ITEM - A   *             03010001
030200*   TYPO HERE IS EXACTLY WHAT USED TO DROP A LINE   *             03020001
030300*   OUT OF THE FORECAST WITHOUT A WORD              *             03030001
030400*****************************************************             03040001
030500 125-CHECK-INGREDIENT-ON-FILE.                                    03050001
030600     MOVE RX-INGREDIENT TO FR-ITEM-NAME                           03060001
030700     READ FRIDGE                                                  03070001
030800         INVALID KEY                                              03080001
030900             MOVE 'NO' TO WS-TX-VALID                             03090001
031000             MOVE 'INGREDIENT NOT ON FRIDGE' TO                   03100001
031100                 WS-TX-REJECT-REASON                              03110001
031200         NOT INVALID KEY                                          03120001
031300             IF FR-RECORD-TYPE = 'H' OR FR-RECORD-TYPE = 'T'      03130001
031400                 MOVE 'NO' TO WS-TX-VALID                         03140001
031500                 MOVE 'INGREDIENT NOT ON FRIDGE' TO               03150001
031600                     WS-TX-REJECT-REASON                          03160001
031700             END-IF                                               03170001
031800     END-READ                                                     03180001
031900     .                                                            03190001
032000                                                                  03200001
032100 130-FIND-RECIPE-LINE.                                            03210001
032200     MOVE ZERO TO WS-HIT-SUB                                      03220001
032300     PERFORM 135-MATCH-RECIPE-ENTRY                               03230001
032400         VARYING WS-SUB FROM 1 BY 1                               03240001
032500         UNTIL WS-SUB > WS-RCP-COUNT                              03250001
032600     .                                                            03260001
032700                                                                  03270001
032800 135-MATCH-RECIPE-ENTRY.                                          03280001
032900     IF RE-ACTIVE (WS-SUB) = 'Y'                                  03290001
033000         AND RE-MENU-ITEM (WS-SUB) = RX-MENU-ITEM                 03300001
033100         AND RE-INGREDIENT (WS-SUB) = RX-INGREDIENT               03310001
033200         MOVE WS-SUB TO WS-HIT-SUB                                03320001
033300     END-IF                                                       03330001
033400     .                                                            03340001
033500                                                                  03350001
033600 200-ADD-RECIPE-LINE.                                             03360001
033700     IF WS-HIT-SUB > ZERO                                         03370001
033800         MOVE 'LINE ALREADY ON FILE' TO WS-TX-REJECT-REASON       03380001
033900         PERFORM 160-REJECT-TRANSACTION                           03390001
034000     ELSE                                                         03400001
034100         IF WS-RCP-COUNT < 500                                    03410001
034200             ADD 1 TO WS-RCP-COUNT                                03420001
034300             MOVE WS-RCP-COUNT TO WS-HIT-SUB                      03430001
034400             MOVE SPACES TO RE-RECIPE-LINE (WS-HIT-SUB)           03440001
034500             MOVE RX-MENU-ITEM TO RE-MENU-ITEM (WS-HIT-SUB)       03450001
034600             MOVE RX-INGREDIENT TO RE-INGREDIENT (WS-HIT-SUB)     03460001
034700             MOVE RX-QTY-PER-COVER TO                             03470001
034800                 RE-QTY-PER-COVER (WS-HIT-SUB)                    03480001
034900             MOVE 'Y' TO RE-ACTIVE (WS-HIT-SUB)                   03490001
035000             MOVE SPACES TO WS-BEFORE-IMAGE                       03500001
035100             MOVE RE-RECIPE-LINE (WS-HIT-SUB) TO WS-AFTER-IMAGE   03510001
035200             PERFORM 170-LOG-TRANSACTION                          03520001
035300         ELSE                                                     03530001
035400             MOVE 'RECIPE TABLE FULL' TO WS-TX-REJECT-REASON      03540001
035500             PERFORM 160-REJECT-TRANSACTION                       03550001
035600         END-IF                                                   03560001
035700     END-IF                                                       03570001
035800     .                                                            03580001
035900                                                                  03590001
036000 300-CHANGE-RECIPE-LINE.                                          03600001
036100     IF WS-HIT-SUB = ZERO                                         03610001
036200         MOVE 'LINE NOT ON FILE' TO WS-TX-REJECT-REASON           03620001
036300         PERFORM 160-REJECT-TRANSACTION                           03630001
036400     ELSE                                                         03640001
036500         MOVE RE-RECIPE-LINE (WS-HIT-SUB) TO WS-BEFORE-IMAGE      03650001
036600         MOVE RX-QTY-PER-COVER TO RE-QTY-PER-COVER (WS-HIT-SUB)   03660001
036700         MOVE RE-RECIPE-LINE (WS-HIT-SUB) TO WS-AFTER-IMAGE       03670001
036800         PERFORM 170-LOG-TRANSACTION                              03680001
036900     END-IF                                                       03690001
037000     .                                                            03700001
037100                                                                  03710001
037200 400-DELETE-RECIPE-LINE.                                          03720001
037300     IF WS-HIT-SUB = ZERO                                         03730001
037400         MOVE 'LINE NOT ON FILE' TO WS-TX-REJECT-REASON           03740001
037500         PERFORM 160-REJECT-TRANSACTION                           03750001
037600     ELSE                                                         03760001
037700         MOVE RE-RECIPE-LINE (WS-HIT-SUB) TO WS-BEFORE-IMAGE      03770001
037800         MOVE SPACES TO WS-AFTER-IMAGE                            03780001
037900         MOVE 'N' TO RE-ACTIVE (WS-HIT-SUB)                       03790001
038000         PERFORM 170-LOG-TRANSACTION                              03800001
038100     END-IF                                                       03810001
038200     .                                                            03820001
038300                                                                  03830001
038400 160-REJECT-TRANSACTION.                                          03840001
038500     MOVE SPACES TO RECIPE-REJECT-REC                             03850001
038600     MOVE RX-ACTION-CODE TO RJ-ACTION-CODE                        03860001
038700     MOVE RX-MENU-ITEM TO RJ-MENU-ITEM                            03870001
038800     MOVE RX-INGREDIENT TO RJ-INGREDIENT                          03880001
038900     MOVE WS-TX-REJECT-REASON TO RJ-REASON                        03890001
039000     WRITE RECIPE-REJECT-REC                                      03900001
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
039336     MOVE 'RECIPMNT' TO AQ-CALLER                                 03933601
039340     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        03934001
039344     MOVE 4 TO AQ-AUTHORITY                                       03934401
039348     MOVE SPACES TO AQ-SUBJECT                                    03934801
039352     MOVE RX-MENU-ITEM TO AQ-SUBJECT (1:13)                       03935201
039356     MOVE RX-INGREDIENT TO AQ-SUBJECT (14:17)                     03935601
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
039500     MOVE SPACES TO RECIPE-LOG-REC                                03950001
039600     MOVE RX-ACTION-CODE TO RG-ACTION-CODE                        03960001
039700     MOVE RX-MENU-ITEM TO RG-MENU-ITEM                            03970001
039800     MOVE RX-INGREDIENT TO RG-INGREDIENT                          03980001
039900     MOVE WS-DATE-8 TO RG-RUN-DATE                                03990001
040000     MOVE 'APPLIED' TO RG-RESULT                                  04000001
040100     MOVE WS-BEFORE-IMAGE TO RG-BEFORE-IMAGE                      04010001
040200     MOVE WS-AFTER-IMAGE TO RG-AFTER-IMAGE                        04020001
040300     MOVE WS-OPERATOR-ID TO RG-USER-ID                            04030001
040400     MOVE 'BTCH' TO RG-TERMINAL                                   04040001
040500     WRITE RECIPE-LOG-REC                                         04050001
040600     ADD 1 TO WS-APPLIED-COUNT                                    04060001
040700     .                                                            04070001
040800                                                                  04080001
040900*****************************************************             04090001
041000*   THE MAINTAINED TABLE REPLACES THE RECIPE FILE;  *             04100001
041100*   DELETED LINES ARE SIMPLY NOT WRITTEN BACK       *             04110001
041200*****************************************************             04120001
041300 600-REWRITE-RECIPE-FILE.                                         04130001
041400     OPEN OUTPUT RECIPE-FILE                                      04140001
041450     IF WS-RECIPE-STATUS NOT = '00'                               04145001
041460         DISPLAY 'RECIPE FILE OPEN FAILED, STATUS = '             04146001
041470             WS-RECIPE-STATUS ', RECIPES NOT REWRITTEN'           04147001
041480         MOVE 16 TO RETURN-CODE                                   04148001
041490     ELSE                                                         04149001
041500         PERFORM 610-WRITE-ONE-RECIPE-LINE                        04150001
041600             VARYING WS-SUB FROM 1 BY 1                           04160001
041700             UNTIL WS-SUB > WS-RCP-COUNT                          04170001
041800         CLOSE RECIPE-FILE                                        04180001
041850     END-IF                                                       04185001
041900     .                                                            04190001
042000                                                                  04200001
042100 610-WRITE-ONE-RECIPE-LINE.                                       04210001
042200     IF RE-ACTIVE (WS-SUB) = 'Y'                                  04220001
042300         MOVE RE-RECIPE-LINE (WS-SUB) TO RECIPE-REC               04230001
042400         WRITE RECIPE-REC                                         04240001
042500     END-IF                                                       04250001
042600     .                                                            04260001
042700                                                                  04270001
042800 850-GET-DATE.                                                    04280001
042900     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          04290001
043000     .                                                            04300001
