000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    FXLOAD.                                           00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*EXCHANGE RATE LOAD - APPLIES THE DAY'S RATE LINES  *             00090001
001000*TO THE EXCHANGE RATE FILE, ONE RATE PER CURRENCY   *             00100001
001100*PER EFFECTIVE DATE.  A LINE FOR A CURRENCY AND     *             00110001
001200*DATE ALREADY ON FILE REPLACES THAT RATE, SO A      *             00120001
001300*MIS-KEYED RATE IS CORRECTED BY KEYING IT AGAIN; A  *             00130001
001400*D LINE REMOVES ONE OUTRIGHT.  RECEIPTS, INVOICES   *             00140001
001500*AND PRICE CHANGES TAKE THE LATEST RATE EFFECTIVE   *             00150001
001600*ON OR BEFORE THEIR OWN DATE, SO A BACK-DATED RATE  *             00160001
001700*ONLY REACHES DOCUMENTS PROCESSED AFTER THIS RUN.   *             00170001
001800*ONLY AN OPERATOR HOLDING REFERENCE-DATA AUTHORITY  *             00180001
001900*MAY FILE THE RUN; ANY OTHER HAS EVERY LINE         *             00190001
002000*REJECTED AND LOGGED AS A REFUSED ATTEMPT.  PRINTS  *             00200001
002100*A REGISTER OF EVERY LINE WITH THE RATE IT REPLACED *             00210001
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
003400     SELECT RATE-INPUT-FILE        ASSIGN TO MYFXIN               00340001
003500         FILE STATUS IS WS-FXIN-STATUS.                           00350001
003600     SELECT FX-RATE-FILE           ASSIGN TO MYFXRATE             00360001
003700         ORGANIZATION IS INDEXED                                  00370001
003800         ACCESS MODE IS RANDOM                                    00380001
003900         RECORD KEY IS XR-KEY                                     00390001
004000         FILE STATUS IS WS-FXRATE-STATUS.                         00400001
004100     SELECT RATE-PRINT-FILE        ASSIGN TO MYFXRPT.             00410001
004200                                                                  00420001
004300 DATA DIVISION.                                                   00430001
004400 FILE SECTION.                                                    00440001
004500                                                                  00450001
004600*****************************************************             00460001
004700*   ONE LINE PER RATE.  ACTION A (OR BLANK) ADDS OR *             00470001
004800*   REPLACES THE RATE FOR THE CURRENCY AND DATE, D  *             00480001
004900*   DELETES IT.  THE RATE IS DOLLARS PER ONE UNIT   *             00490001
005000*   OF THE FOREIGN CURRENCY                         *             00500001
005100*****************************************************             00510001
005200 FD  RATE-INPUT-FILE                                              00520001
005300     RECORDING MODE IS F.                                         00530001
005400 01  RATE-INPUT-REC.                                              00540001
005500     10  FI-ACTION-CODE            PIC X(01).                     00550001
005600     10  FI-CURRENCY-CODE          PIC X(03).                     00560001
005700     10  FI-EFFECTIVE-DATE         PIC 9(08).                     00570001
005800     10  FI-EFFECTIVE-DATE-R REDEFINES FI-EFFECTIVE-DATE.         00580001
005900         15  FI-EFFECTIVE-YYYY     PIC 9(04).                     00590001
006000         15  FI-EFFECTIVE-MM       PIC 9(02).                     00600001
006100         15  FI-EFFECTIVE-DD       PIC 9(02).                     00610001
006200     10  FI-RATE                   PIC 9(03)V9(06).               00620001
006300     10  FILLER                    PIC X(59).                     00630001
006400                                                                  00640001
006500 FD  FX-RATE-FILE.                                                00650001
006600     COPY FXRATE.                                                 00660001
006700                                                                  00670001
006800 FD  RATE-PRINT-FILE                                              00680001
006900     RECORDING MODE IS F.                                         00690001
007000 01  RATE-PRINT-REC.                                              00700001
007100     10  FILLER                    PIC X(132).                    00710001
007200                                                                  00720001
007300 WORKING-STORAGE SECTION.                                         00730001
007400                                                                  00740001
007500 01  WS-COUNTERS-FLAGS.                                           00750001
007600     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00760001
007700     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00770001
007800     10  WS-ADDED-COUNT            PIC 9(05) VALUE ZERO.          00780001
007900     10  WS-REPLACED-COUNT         PIC 9(05) VALUE ZERO.          00790001
008000     10  WS-DELETED-COUNT          PIC 9(05) VALUE ZERO.          00800001
008100     10  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.          00810001
008200                                                                  00820001
008300 01  WS-VALIDATION-FLAGS.                                         00830001
008400     10  WS-TX-VALID               PIC X(03) VALUE 'YES'.         00840001
008500     10  WS-FXIN-STATUS            PIC X(02) VALUE SPACES.        00850001
008600     10  WS-FXRATE-STATUS          PIC X(02) VALUE SPACES.        00860001
008700     10  WS-OLD-RATE               PIC 9(03)V9(06) VALUE ZERO.    00870001
008800                                                                  00880001
008900 01  WS-DATE-FIELDS.                                              00890001
009000     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          00900001
009100                                                                  00910001
009200*****************************************************             00920001
009300*   THE OPERATOR ID OFF THE PARAMETER CARD, OR      *             00930001
009400*   'UNKNOWN' WHEN THE CARD LEFT IT BLANK           *             00940001
009500*****************************************************             00950001
009600 01  WS-OPERATOR-CONTROL.                                         00960001
009700     10  WS-OPERATOR-ID           PIC X(08) VALUE 'UNKNOWN'.      00970001
009800                                                                  00980001
009900 01  WS-AUTHORITY-CONTROL.                                        00990001
010000     10  WS-RUN-AUTHORIZED        PIC X(03) VALUE 'NO'.           01000001
010100     10  WS-REFUSED-REASON        PIC X(30) VALUE SPACES.         01010001
010200     10  WS-SAVED-RETURN-CODE     PIC S9(04) COMP VALUE ZERO.     01020001
010300                                                                  01030001
010400     COPY OPAUTHP.                                                01040001
010500                                                                  01050001
010600 01  WS-RATE-PARM-CARD.                                           01060001
010700     10  PC-OPERATOR-ID           PIC X(08).                      01070001
010800     10  FILLER                   PIC X(72).                      01080001
010900                                                                  01090001
011000 01  WS-RATE-HEADING.                                             01100001
011100     10  FILLER                    PIC X(02) VALUE SPACES.        01110001
011200     10  FILLER                    PIC X(34) VALUE                01120001
011300         'EXCHANGE RATE LOAD REGISTER       '.                    01130001
011400     10  FILLER                    PIC X(06) VALUE 'DATE: '.      01140001
011500     10  RH-RUN-DATE               PIC 9(08).                     01150001
011600     10  FILLER                    PIC X(04) VALUE SPACES.        01160001
011700     10  FILLER                    PIC X(10) VALUE 'OPERATOR: '.  01170001
011800     10  RH-OPERATOR-ID            PIC X(08).                     01180001
011900     10  FILLER                    PIC X(60) VALUE SPACES.        01190001
012000                                                                  01200001
012100 01  WS-RATE-COLUMN-HEADING.                                      01210001
012200     10  FILLER                    PIC X(02) VALUE SPACES.        01220001
012300     10  FILLER                    PIC X(04) VALUE 'ACT'.         01230001
012400     10  FILLER                    PIC X(05) VALUE 'CUR'.         01240001
012500     10  FILLER                    PIC X(10) VALUE 'EFFECTIVE'.   01250001
012600     10  FILLER                    PIC X(13)                      01260001
012700                                   VALUE '     NEW RATE'.         01270001
012800     10  FILLER                    PIC X(13)                      01280001
012900                                   VALUE '     OLD RATE'.         01290001
013000     10  FILLER                    PIC X(02) VALUE SPACES.        01300001
013100     10  FILLER                    PIC X(30) VALUE 'RESULT'.      01310001
013200     10  FILLER                    PIC X(53) VALUE SPACES.        01320001
013300                                                                  01330001
013400 01  WS-RATE-LINE.                                                01340001
013500     10  FILLER                    PIC X(02) VALUE SPACES.        01350001
013600     10  RL-ACTION-CODE            PIC X(01).                     01360001
013700     10  FILLER                    PIC X(03) VALUE SPACES.        01370001
013800     10  RL-CURRENCY-CODE          PIC X(03).                     01380001
013900     10  FILLER                    PIC X(02) VALUE SPACES.        01390001
014000     10  RL-EFFECTIVE-DATE         PIC X(08).                     01400001
014100     10  FILLER                    PIC X(02) VALUE SPACES.        01410001
014200     10  RL-NEW-RATE               PIC ZZZZ9.999999.              01420001
014300     10  FILLER                    PIC X(01) VALUE SPACES.        01430001
014400     10  RL-OLD-RATE               PIC ZZZZ9.999999.              01440001
014500     10  FILLER                    PIC X(02) VALUE SPACES.        01450001
014600     10  RL-RESULT                 PIC X(30).                     01460001
014700     10  FILLER                    PIC X(54) VALUE SPACES.        01470001
014800                                                                  01480001
014900 01  WS-RATE-COUNT-LINE.                                          01490001
015000     10  FILLER                    PIC X(02) VALUE SPACES.        01500001
015100     10  RC-LABEL                  PIC X(30).                     01510001
015200     10  RC-COUNT                  PIC ZZZZ9.                     01520001
015300     10  FILLER                    PIC X(95) VALUE SPACES.        01530001
015400                                                                  01540001
015500 PROCEDURE DIVISION.                                              01550001
015600                                                                  01560001
015700*****************************************************             01570001
015800*   MAIN PROGRAM ROUTINE                            *             01580001
015900*****************************************************             01590001
016000 010-START-HERE.                                                  01600001
016100     PERFORM 850-GET-DATE                                         01610001
016200     OPEN INPUT RATE-INPUT-FILE                                   01620001
016300     IF WS-FXIN-STATUS NOT = '00'                                 01630001
016400         DISPLAY 'RATE INPUT FILE OPEN FAILED, STATUS = '         01640001
016500             WS-FXIN-STATUS                                       01650001
016600         MOVE 16 TO RETURN-CODE                                   01660001
016700     ELSE                                                         01670001
016800         PERFORM 105-OPEN-RATE-FILE                               01680001
016900         IF WS-FXRATE-STATUS NOT = '00'                           01690001
017000             DISPLAY 'EXCHANGE RATE FILE OPEN FAILED, STATUS = '  01700001
017100                 WS-FXRATE-STATUS                                 01710001
017200             MOVE 16 TO RETURN-CODE                               01720001
017300             CLOSE RATE-INPUT-FILE                                01730001
017400         ELSE                                                     01740001
017500             OPEN OUTPUT RATE-PRINT-FILE                          01750001
017600             PERFORM 106-GET-OPERATOR-PARM                        01760001
017700             PERFORM 107-CHECK-OPERATOR-AUTHORITY                 01770001
017800             PERFORM 800-PRINT-HEADINGS                           01780001
017900             PERFORM 100-READ-RATE-LINE                           01790001
018000             PERFORM 150-PROCESS-RATE-LINE                        01800001
018100               UNTIL EOF-FLAG = 'YES'                             01810001
018200             PERFORM 700-PRINT-COUNTS                             01820001
018300             CLOSE RATE-INPUT-FILE FX-RATE-FILE RATE-PRINT-FILE   01830001
018400         END-IF                                                   01840001
018500     END-IF                                                       01850001
018600     GOBACK                                                       01860001
018700     .                                                            01870001
018800                                                                  01880001
018900*****************************************************             01890001
019000*   THE FIRST LOAD FINDS NO FILE AND CREATES IT;    *             01900001
019100*   EVERY LATER LOAD UPDATES IT IN PLACE.  ANY      *             01910001
019150*   OTHER OPEN FAILURE STOPS THE RUN                *             01915001
019200*****************************************************             01920001
019300 105-OPEN-RATE-FILE.                                              01930001
019400     OPEN I-O FX-RATE-FILE                                        01940001
019500     IF WS-FXRATE-STATUS = '35'                                   01950001
019600         OPEN OUTPUT FX-RATE-FILE                                 01960001
019700         CLOSE FX-RATE-FILE                                       01970001
019800         OPEN I-O FX-RATE-FILE                                    01980001
019900     END-IF                                                       01990001
020200     .                                                            02020001
020300                                                                  02030001
020400 106-GET-OPERATOR-PARM.                                           02040001
020500     ACCEPT WS-RATE-PARM-CARD FROM SYSIN                          02050001
020600     IF PC-OPERATOR-ID NOT = SPACES                               02060001
020700         MOVE PC-OPERATOR-ID TO WS-OPERATOR-ID                    02070001
020800     END-IF                                                       02080001
020900     .                                                            02090001
021000                                                                  02100001
021100 107-CHECK-OPERATOR-AUTHORITY.                                    02110001
021200     MOVE 'C' TO AQ-FUNCTION                                      02120001
021300     MOVE 'FXLOAD' TO AQ-CALLER                                   02130001
021400     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        02140001
021500     MOVE 4 TO AQ-AUTHORITY                                       02150001
021600     MOVE SPACES TO AQ-SUBJECT                                    02160001
021700     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      02170001
021800     IF AQ-RESULT = '00'                                          02180001
021900         MOVE 'YES' TO WS-RUN-AUTHORIZED                          02190001
022000     ELSE                                                         02200001
022100         MOVE 'NO' TO WS-RUN-AUTHORIZED                           02210001
022200         MOVE AQ-REASON TO WS-REFUSED-REASON                      02220001
022300         DISPLAY 'OPERATOR ' WS-OPERATOR-ID                       02230001
022400             ' NOT AUTHORIZED FOR REFERENCE DATA - ' AQ-REASON    02240001
022500         MOVE 8 TO RETURN-CODE                                    02250001
022600     END-IF                                                       02260001
022700     .                                                            02270001
022800                                                                  02280001
022900 100-READ-RATE-LINE.                                              02290001
023000     READ RATE-INPUT-FILE                                         02300001
023100         AT END                                                   02310001
023200             MOVE 'YES' TO EOF-FLAG                               02320001
023300         NOT AT END                                               02330001
023400             ADD 1 TO REC-COUNT                                   02340001
023500     END-READ                                                     02350001
023600     .                                                            02360001
023700                                                                  02370001
023800 150-PROCESS-RATE-LINE.                                           02380001
023900     MOVE ZERO TO WS-OLD-RATE                                     02390001
024000     IF FI-ACTION-CODE = SPACE                                    02400001
024100         MOVE 'A' TO FI-ACTION-CODE                               02410001
024200     END-IF                                                       02420001
024300     PERFORM 120-VALIDATE-RATE-LINE                               02430001
024400     IF WS-TX-VALID = 'YES'                                       02440001
024500         MOVE FI-CURRENCY-CODE TO XR-CURRENCY-CODE                02450001
024600         MOVE FI-EFFECTIVE-DATE TO XR-EFFECTIVE-DATE              02460001
024700         IF FI-ACTION-CODE = 'A'                                  02470001
024800             PERFORM 200-ADD-OR-REPLACE-RATE                      02480001
024900         ELSE                                                     02490001
025000             PERFORM 300-DELETE-RATE                              02500001
025100         END-IF                                                   02510001
025200     ELSE                                                         02520001
025300         ADD 1 TO WS-REJECT-COUNT                                 02530001
025400     END-IF                                                       02540001
025500     PERFORM 710-PRINT-RATE-LINE                                  02550001
025600     PERFORM 100-READ-RATE-LINE                                   02560001
025700     .                                                            02570001
025800                                                                  02580001
025900*****************************************************             02590001
026000*   THE RATE LINES ARE KEYED BY HAND FROM THE BANK  *             02600001
026100*   SHEET, SO EVERY LINE IS CHECKED BEFORE IT CAN   *             02610001
026200*   REACH THE FILE EVERY PRICE IS CONVERTED FROM    *             02620001
026300*****************************************************             02630001
026400 120-VALIDATE-RATE-LINE.                                          02640001
026500     MOVE 'YES' TO WS-TX-VALID                                    02650001
026600     MOVE SPACES TO RL-RESULT                                     02660001
026700     IF FI-ACTION-CODE NOT = 'A' AND FI-ACTION-CODE NOT = 'D'     02670001
026800         MOVE 'NO' TO WS-TX-VALID                                 02680001
026900         MOVE 'INVALID ACTION CODE' TO RL-RESULT                  02690001
027000     END-IF                                                       02700001
027100     IF (FI-CURRENCY-CODE = SPACES OR FI-CURRENCY-CODE = 'USD')   02710001
027200         AND WS-TX-VALID = 'YES'                                  02720001
027300         MOVE 'NO' TO WS-TX-VALID                                 02730001
027400         MOVE 'DOMESTIC CURRENCY TAKES NO RATE' TO RL-RESULT      02740001
027500     END-IF                                                       02750001
027600     IF FI-CURRENCY-CODE NOT ALPHABETIC                           02760001
027700         AND WS-TX-VALID = 'YES'                                  02770001
027800         MOVE 'NO' TO WS-TX-VALID                                 02780001
027900         MOVE 'INVALID CURRENCY CODE' TO RL-RESULT                02790001
028000     END-IF                                                       02800001
028100     IF WS-TX-VALID = 'YES'                                       02810001
028200         IF FI-EFFECTIVE-DATE NOT NUMERIC                         02820001
028300             MOVE 'NO' TO WS-TX-VALID                             02830001
028400         ELSE                                                     02840001
028500             IF FI-EFFECTIVE-YYYY < 2000                          02850001
028600                 OR FI-EFFECTIVE-MM < 1 OR FI-EFFECTIVE-MM > 12   02860001
028700                 OR FI-EFFECTIVE-DD < 1 OR FI-EFFECTIVE-DD > 31   02870001
028800                 MOVE 'NO' TO WS-TX-VALID                         02880001
028900             END-IF                                               02890001
029000         END-IF                                                   02900001
029100         IF WS-TX-VALID = 'NO'                                    02910001
029200             MOVE 'INVALID EFFECTIVE DATE' TO RL-RESULT           02920001
029300         END-IF                                                   02930001
029400     END-IF                                                       02940001
029500     IF FI-ACTION-CODE = 'A'                                      02950001
029600         AND WS-TX-VALID = 'YES'                                  02960001
029700         IF FI-RATE NOT NUMERIC                                   02970001
029800             MOVE 'NO' TO WS-TX-VALID                             02980001
029900         ELSE                                                     02990001
030000             IF FI-RATE = ZERO                                    03000001
030100                 MOVE 'NO' TO WS-TX-VALID                         03010001
030200             END-IF                                               03020001
030300         END-IF                                                   03030001
030400         IF WS-TX-VALID = 'NO'                                    03040001
030500             MOVE 'INVALID EXCHANGE RATE' TO RL-RESULT            03050001
030600         END-IF                                                   03060001
030700     END-IF                                                       03070001
030800     IF WS-RUN-AUTHORIZED = 'NO'                                  03080001
030900         MOVE 'NO' TO WS-TX-VALID                                 03090001
031000         MOVE WS-REFUSED-REASON TO RL-RESULT                      03100001
031100         PERFORM 165-LOG-REFUSED-ATTEMPT                          03110001
031200     END-IF                                                       03120001
031300     .                                                            03130001
031400                                                                  03140001
031500*****************************************************             03150001
031600*   A REFUSED ATTEMPT GOES TO THE SHARED REFUSED-   *             03160001
031700*   UPDATE LOG UNDER THE CURRENCY AND DATE.  THE    *             03170001
031800*   CALL RESETS RETURN-CODE, SO THE RUN'S OWN CODE  *             03180001
031900*   IS PUT BACK, NO LOWER THAN 8                    *             03190001
032000*****************************************************             03200001
032100 165-LOG-REFUSED-ATTEMPT.                                         03210001
032200     MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE                     03220001
032300     MOVE 'R' TO AQ-FUNCTION                                      03230001
032400     MOVE 'FXLOAD' TO AQ-CALLER                                   03240001
032500     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        03250001
032600     MOVE 4 TO AQ-AUTHORITY                                       03260001
032700     MOVE SPACES TO AQ-SUBJECT                                    03270001
032800     MOVE FI-CURRENCY-CODE TO AQ-SUBJECT (1:3)                    03280001
032900     MOVE FI-EFFECTIVE-DATE TO AQ-SUBJECT (5:8)                   03290001
033000     MOVE WS-REFUSED-REASON TO AQ-REASON                          03300001
033100     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      03310001
033200     IF WS-SAVED-RETURN-CODE > 8                                  03320001
033300         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE                 03330001
033400     ELSE                                                         03340001
033500         MOVE 8 TO RETURN-CODE                                    03350001
033600     END-IF                                                       03360001
033700     .                                                            03370001
033800                                                                  03380001
033900 200-ADD-OR-REPLACE-RATE.                                         03390001
034000     READ FX-RATE-FILE                                            03400001
034100         INVALID KEY                                              03410001
034200             MOVE FI-RATE TO XR-RATE                              03420001
034300             MOVE WS-DATE-8 TO XR-LOADED-DATE                     03430001
034400             MOVE SPACES TO FX-RATE-REC (29:12)                   03440001
034500             WRITE FX-RATE-REC                                    03450001
034600             MOVE 'RATE ADDED' TO RL-RESULT                       03460001
034700             ADD 1 TO WS-ADDED-COUNT                              03470001
034800         NOT INVALID KEY                                          03480001
034900             MOVE XR-RATE TO WS-OLD-RATE                          03490001
035000             MOVE FI-RATE TO XR-RATE                              03500001
035100             MOVE WS-DATE-8 TO XR-LOADED-DATE                     03510001
035200             REWRITE FX-RATE-REC                                  03520001
035300             MOVE 'RATE REPLACED' TO RL-RESULT                    03530001
035400             ADD 1 TO WS-REPLACED-COUNT                           03540001
035500     END-READ                                                     03550001
035600     .                                                            03560001
035700                                                                  03570001
035800 300-DELETE-RATE.                                                 03580001
035900     READ FX-RATE-FILE                                            03590001
036000         INVALID KEY                                              03600001
036100             MOVE 'RATE NOT ON FILE' TO RL-RESULT                 03610001
036200             ADD 1 TO WS-REJECT-COUNT                             03620001
036300         NOT INVALID KEY                                          03630001
036400             MOVE XR-RATE TO WS-OLD-RATE                          03640001
036500             DELETE FX-RATE-FILE                                  03650001
036600             MOVE 'RATE DELETED' TO RL-RESULT                     03660001
036700             ADD 1 TO WS-DELETED-COUNT                            03670001
036800     END-READ                                                     03680001
036900     .                                                            03690001
037000                                                                  03700001
037100 700-PRINT-COUNTS.                                                03710001
037200     MOVE 'RATE LINES READ' TO RC-LABEL                           03720001
037300     MOVE REC-COUNT TO RC-COUNT                                   03730001
037400     PERFORM 720-PRINT-COUNT-LINE                                 03740001
037500     MOVE 'RATES ADDED' TO RC-LABEL                               03750001
037600     MOVE WS-ADDED-COUNT TO RC-COUNT                              03760001
037700     PERFORM 720-PRINT-COUNT-LINE                                 03770001
037800     MOVE 'RATES REPLACED' TO RC-LABEL                            03780001
037900     MOVE WS-REPLACED-COUNT TO RC-COUNT                           03790001
038000     PERFORM 720-PRINT-COUNT-LINE                                 03800001
038100     MOVE 'RATES DELETED' TO RC-LABEL                             03810001
038200     MOVE WS-DELETED-COUNT TO RC-COUNT                            03820001
038300     PERFORM 720-PRINT-COUNT-LINE                                 03830001
038400     MOVE 'LINES REJECTED' TO RC-LABEL                            03840001
038500     MOVE WS-REJECT-COUNT TO RC-COUNT                             03850001
038600     PERFORM 720-PRINT-COUNT-LINE                                 03860001
038700     IF WS-REJECT-COUNT > ZERO                                    03870001
038800         AND RETURN-CODE < 4                                      03880001
038900         MOVE 4 TO RETURN-CODE                                    03890001
039000     END-IF                                                       03900001
039100     .                                                            03910001
039200                                                                  03920001
039300 710-PRINT-RATE-LINE.                                             03930001
039400     MOVE FI-ACTION-CODE TO RL-ACTION-CODE                        03940001
039500     MOVE FI-CURRENCY-CODE TO RL-CURRENCY-CODE                    03950001
039600     MOVE FI-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE                  03960001
039700     IF FI-RATE NUMERIC                                           03970001
039800         MOVE FI-RATE TO RL-NEW-RATE                              03980001
039900     ELSE                                                         03990001
040000         MOVE ZERO TO RL-NEW-RATE                                 04000001
040100     END-IF                                                       04010001
040200     MOVE WS-OLD-RATE TO RL-OLD-RATE                              04020001
040300     WRITE RATE-PRINT-REC FROM WS-RATE-LINE                       04030001
040400       AFTER ADVANCING 1 LINE                                     04040001
040500     END-WRITE                                                    04050001
040600     .                                                            04060001
040700                                                                  04070001
040800 720-PRINT-COUNT-LINE.                                            04080001
040900     WRITE RATE-PRINT-REC FROM WS-RATE-COUNT-LINE                 04090001
041000       AFTER ADVANCING 1 LINE                                     04100001
041100     END-WRITE                                                    04110001
041200     .                                                            04120001
041300                                                                  04130001
041400 800-PRINT-HEADINGS.                                              04140001
041500     MOVE WS-DATE-8 TO RH-RUN-DATE                                04150001
041600     MOVE WS-OPERATOR-ID TO RH-OPERATOR-ID                        04160001
041700     WRITE RATE-PRINT-REC FROM WS-RATE-HEADING                    04170001
041800       AFTER ADVANCING PAGE                                       04180001
041900     END-WRITE                                                    04190001
042000     WRITE RATE-PRINT-REC FROM WS-RATE-COLUMN-HEADING             04200001
042100       AFTER ADVANCING 2 LINES                                    04210001
042200     END-WRITE                                                    04220001
042300     .                                                            04230001
042400                                                                  04240001
042500 850-GET-DATE.                                                    04250001
042600     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          04260001
042700     .                                                            04270001
