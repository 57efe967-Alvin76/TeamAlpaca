000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    OPAUTMNT.                                         00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*OPERATOR AUTHORITY MAINTENANCE - APPLIES ADD/      *             00090001
001000*CHANGE/DELETE TRANSACTIONS TO THE FILE NAMING      *             00100001
001100*WHICH UPDATE FUNCTIONS EACH OPERATOR MAY PERFORM:  *             00110001
001200*MAINTAIN ITEMS, APPROVE HIGH-VALUE CHANGES, PLACE  *             00120001
001300*OR RELEASE HOLDS, CHANGE REFERENCE DATA, REPAIR    *             00130001
001400*SUSPENSE, AND MAINTAIN THIS FILE.  ONLY AN ACTIVE  *             00140001
001500*OPERATOR HOLDING SECURITY ADMINISTRATION MAY RUN   *             00150001
001600*IT, AND NO OPERATOR MAY CHANGE THEIR OWN RECORD.   *             00160001
001700*THE ONE EXCEPTION IS THE INITIAL LOAD OF AN EMPTY  *             00170001
001800*FILE.  A REFUSED RUN REJECTS EVERY TRANSACTION AND *             00180001
001900*LOGS EACH ONE AS A REFUSED ATTEMPT.  EVERY APPLIED *             00190001
002000*CHANGE IS JOURNALLED WITH BEFORE AND AFTER IMAGES  *             00200001
002100*AND THE OPERATOR ID                                *             00210001
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
003400     SELECT OPERATOR-AUTH-FILE     ASSIGN TO MYOPAUTH             00340001
003500         ORGANIZATION IS INDEXED                                  00350001
003600         ACCESS MODE IS DYNAMIC                                   00360001
003700         RECORD KEY IS OU-OPERATOR-ID                             00370001
003800         FILE STATUS IS WS-OPAUTH-STATUS.                         00380001
003900     SELECT TRANSACTION-FILE       ASSIGN TO MYOPAUTX.            00390001
004000     SELECT OPAU-LOG-FILE          ASSIGN TO MYOPALOG.            00400001
004100     SELECT OPAU-REJECT-FILE       ASSIGN TO MYOPAREJ.            00410001
004200                                                                  00420001
004300 DATA DIVISION.                                                   00430001
004400 FILE SECTION.                                                    00440001
004500                                                                  00450001
004600 FD  OPERATOR-AUTH-FILE.                                          00460001
004700     COPY OPERAUTH.                                               00470001
004800                                                                  00480001
004900 FD  TRANSACTION-FILE                                             00490001
005000     RECORDING MODE IS F.                                         00500001
005100 01  OPAU-TRANSACTION-REC.                                        00510001
005200     10  XA-ACTION-CODE            PIC X(01).                     00520001
005300     10  XA-OPERATOR-ID            PIC X(08).                     00530001
005400     10  XA-OPERATOR-NAME          PIC X(20).                     00540001
005500*        SAME ORDER AS OU-AUTHORITY-FLAGS; BLANK = N              00550001
005600     10  XA-AUTHORITY-FLAGS.                                      00560001
005700         15  XA-AUTHORITY-FLAG OCCURS 6 TIMES                     00570001
005800                                   PIC X(01).                     00580001
005900     10  XA-STATUS                 PIC X(01).                     00590001
006000     10  FILLER                    PIC X(44).                     00600001
006100                                                                  00610001
006200*****************************************************             00620001
006300*   ONE JOURNAL ENTRY PER APPLIED ADD/CHANGE/DELETE *             00630001
006400*   WITH THE FULL BEFORE AND AFTER AUTHORITY        *             00640001
006500*   RECORD IMAGES, LAID OUT THE WAY THE LOCATION    *             00650001
006600*   MAINTENANCE JOURNAL IS                          *             00660001
006700*****************************************************             00670001
006800 FD  OPAU-LOG-FILE                                                00680001
006900     RECORDING MODE IS F.                                         00690001
007000 01  OPAU-LOG-REC.                                                00700001
007100     10  LG-ACTION-CODE            PIC X(01).                     00710001
007200     10  LG-OPERATOR-ID            PIC X(08).                     00720001
007300     10  LG-RUN-DATE               PIC 9(08).                     00730001
007400     10  LG-RESULT                 PIC X(30).                     00740001
007500     10  LG-BEFORE-IMAGE           PIC X(80).                     00750001
007600     10  LG-AFTER-IMAGE            PIC X(80).                     00760001
007700     10  LG-USER-ID                PIC X(08).                     00770001
007800     10  LG-TERMINAL               PIC X(04).                     00780001
007900     10  FILLER                    PIC X(41).                     00790001
008000                                                                  00800001
008100 FD  OPAU-REJECT-FILE                                             00810001
008200     RECORDING MODE IS F.                                         00820001
008300 01  OPAU-REJECT-REC.                                             00830001
008400     10  LJ-ACTION-CODE            PIC X(01).                     00840001
008500     10  LJ-OPERATOR-ID            PIC X(08).                     00850001
008600     10  LJ-REASON                 PIC X(30).                     00860001
008700     10  FILLER                    PIC X(41).                     00870001
008800                                                                  00880001
008900 WORKING-STORAGE SECTION.                                         00890001
009000                                                                  00900001
009100 01  WS-COUNTERS-FLAGS.                                           00910001
009200     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00920001
009300     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00930001
009400     10  WS-APPLIED-COUNT          PIC 9(05) VALUE ZERO.          00940001
009500     10  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.          00950001
009600     10  WS-FLAG-SUB               PIC S9(04) COMP VALUE ZERO.    00960001
009700                                                                  00970001
009800 01  WS-VALIDATION-FLAGS.                                         00980001
009900     10  WS-TX-VALID               PIC X(03) VALUE 'YES'.         00990001
010000     10  WS-TX-REJECT-REASON       PIC X(30) VALUE SPACES.        01000001
010100     10  WS-OPAUTH-STATUS          PIC X(02) VALUE SPACES.        01010001
010200                                                                  01020001
010300 01  WS-DATE-FIELDS.                                              01030001
010400     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01040001
010500                                                                  01050001
010600 01  WS-IMAGE-CONTROL.                                            01060001
010700     10  WS-BEFORE-IMAGE           PIC X(80) VALUE SPACES.        01070001
010800     10  WS-AFTER-IMAGE            PIC X(80) VALUE SPACES.        01080001
010900                                                                  01090001
011000*****************************************************             01100001
011100*   EVERY JOURNAL ENTRY CARRIES WHO FILED THE RUN:  *             01110001
011200*   THE OPERATOR ID OFF THE PARAMETER CARD, OR      *             01120001
011300*   'UNKNOWN' WHEN THE CARD LEFT IT BLANK           *             01130001
011400*****************************************************             01140001
011500 01  WS-OPERATOR-CONTROL.                                         01150001
011600     10  WS-OPERATOR-ID            PIC X(08) VALUE 'UNKNOWN'.     01160001
011700                                                                  01170001
011800 01  WS-OPAU-PARM-CARD.                                           01180001
011900     10  PC-OPERATOR-ID            PIC X(08).                     01190001
012000     10  FILLER                    PIC X(72).                     01200001
012100                                                                  01210001
012200*****************************************************             01220001
012300*   WHETHER THE OPERATOR FILING THE RUN MAY         *             01230001
012400*   MAINTAIN THIS FILE, AND WHY NOT WHEN NOT.  AN   *             01240001
012500*   EMPTY FILE IS AN INITIAL LOAD AND IS LET        *             01250001
012600*   THROUGH, OR NO ONE COULD EVER BE GRANTED        *             01260001
012700*   ANYTHING                                        *             01270001
012800*****************************************************             01280001
012900 01  WS-AUTHORITY-CONTROL.                                        01290001
013000     10  WS-RUN-AUTHORIZED         PIC X(03) VALUE 'NO'.          01300001
013100     10  WS-INITIAL-LOAD           PIC X(03) VALUE 'NO'.          01310001
013200     10  WS-REFUSED-REASON         PIC X(30) VALUE SPACES.        01320001
013300     10  WS-SAVED-RETURN-CODE      PIC S9(04) COMP VALUE ZERO.    01330001
013400                                                                  01340001
013500     COPY OPAUTHP.                                                01350001
013600                                                                  01360001
013700 PROCEDURE DIVISION.                                              01370001
013800                                                                  01380001
013900*****************************************************             01390001
014000*   MAIN PROGRAM ROUTINE                            *             01400001
014100*****************************************************             01410001
014200 010-START-HERE.                                                  01420001
014300     OPEN I-O OPERATOR-AUTH-FILE                                  01430001
014400     IF WS-OPAUTH-STATUS NOT = '00'                               01440001
014500         DISPLAY 'OPERATOR AUTHORITY FILE OPEN FAILED, STATUS = ' 01450001
014600             WS-OPAUTH-STATUS                                     01460001
014700         MOVE 16 TO RETURN-CODE                                   01470001
014800     ELSE                                                         01480001
014900         OPEN INPUT TRANSACTION-FILE                              01490001
015000         OPEN OUTPUT OPAU-LOG-FILE                                01500001
015100         OPEN OUTPUT OPAU-REJECT-FILE                             01510001
015200         PERFORM 105-GET-OPERATOR-PARM                            01520001
015300         PERFORM 850-GET-DATE                                     01530001
015400         PERFORM 106-CHECK-RUN-AUTHORITY                          01540001
015500         PERFORM 100-READ-TRANSACTION                             01550001
015600         PERFORM 150-PROCESS-TRANSACTION                          01560001
015700           UNTIL EOF-FLAG = 'YES'                                 01570001
015800         CLOSE OPERATOR-AUTH-FILE                                 01580001
015900           TRANSACTION-FILE OPAU-LOG-FILE OPAU-REJECT-FILE        01590001
016000     END-IF                                                       01600001
016100     GOBACK                                                       01610001
016200     .                                                            01620001
016300                                                                  01630001
016400 105-GET-OPERATOR-PARM.                                           01640001
016500     ACCEPT WS-OPAU-PARM-CARD FROM SYSIN                          01650001
016600     IF PC-OPERATOR-ID NOT = SPACES                               01660001
016700         MOVE PC-OPERATOR-ID TO WS-OPERATOR-ID                    01670001
016800     END-IF                                                       01680001
016900     .                                                            01690001
017000                                                                  01700001
017100*****************************************************             01710001
017200*   THE FILE IS OPEN HERE FOR UPDATE, SO THE        *             01720001
017300*   RUNNING OPERATOR IS LOOKED UP DIRECTLY RATHER   *             01730001
017400*   THAN THROUGH THE OPAUTH SUBROUTINE              *             01740001
017500*****************************************************             01750001
017600 106-CHECK-RUN-AUTHORITY.                                         01760001
017700     MOVE LOW-VALUES TO OU-OPERATOR-ID                            01770001
017800     START OPERATOR-AUTH-FILE KEY IS > OU-OPERATOR-ID             01780001
017900         INVALID KEY                                              01790001
018000             MOVE 'YES' TO WS-INITIAL-LOAD                        01800001
018100     END-START                                                    01810001
018200     IF WS-INITIAL-LOAD = 'YES'                                   01820001
018300         MOVE 'YES' TO WS-RUN-AUTHORIZED                          01830001
018400         DISPLAY 'OPERATOR AUTHORITY FILE EMPTY, INITIAL LOAD BY '01840001
018500             WS-OPERATOR-ID                                       01850001
018600     ELSE                                                         01860001
018700         MOVE WS-OPERATOR-ID TO OU-OPERATOR-ID                    01870001
018800         READ OPERATOR-AUTH-FILE                                  01880001
018900             INVALID KEY                                          01890001
019000                 MOVE 'OPERATOR NOT ON AUTHORITY FILE' TO         01900001
019100                     WS-REFUSED-REASON                            01910001
019200             NOT INVALID KEY                                      01920001
019300                 PERFORM 107-CHECK-ADMIN-GRANT                    01930001
019400         END-READ                                                 01940001
019500     END-IF                                                       01950001
019600     IF WS-RUN-AUTHORIZED = 'NO'                                  01960001
019700         DISPLAY 'OPERATOR ' WS-OPERATOR-ID                       01970001
019800             ' MAY NOT MAINTAIN OPERATOR AUTHORITY - '            01980001
019900             WS-REFUSED-REASON                                    01990001
020000         MOVE 8 TO RETURN-CODE                                    02000001
020100     END-IF                                                       02010001
020200     .                                                            02020001
020300                                                                  02030001
020400 107-CHECK-ADMIN-GRANT.                                           02040001
020500     IF OU-STATUS NOT = 'A'                                       02050001
020600         MOVE 'OPERATOR AUTHORITY REVOKED' TO WS-REFUSED-REASON   02060001
020700     ELSE                                                         02070001
020800         IF OU-SECURITY-ADMIN NOT = 'Y'                           02080001
020900             MOVE 'FUNCTION NOT GRANTED' TO WS-REFUSED-REASON     02090001
021000         ELSE                                                     02100001
021100             MOVE 'YES' TO WS-RUN-AUTHORIZED                      02110001
021200         END-IF                                                   02120001
021300     END-IF                                                       02130001
021400     .                                                            02140001
021500                                                                  02150001
021600 100-READ-TRANSACTION.                                            02160001
021700     READ TRANSACTION-FILE                                        02170001
021800         AT END                                                   02180001
021900             MOVE 'YES' TO EOF-FLAG                               02190001
022000         NOT AT END                                               02200001
022100             ADD 1 TO REC-COUNT                                   02210001
022200     END-READ                                                     02220001
022300     .                                                            02230001
022400                                                                  02240001
022500 150-PROCESS-TRANSACTION.                                         02250001
022600     IF WS-RUN-AUTHORIZED = 'NO'                                  02260001
022700         MOVE WS-REFUSED-REASON TO WS-TX-REJECT-REASON            02270001
022800         PERFORM 160-REJECT-TRANSACTION                           02280001
022900         PERFORM 180-LOG-REFUSED-ATTEMPT                          02290001
023000     ELSE                                                         02300001
023100         PERFORM 120-VALIDATE-TRANSACTION                         02310001
023200         IF WS-TX-VALID = 'YES'                                   02320001
023300             MOVE XA-OPERATOR-ID TO OU-OPERATOR-ID                02330001
023400             EVALUATE XA-ACTION-CODE                              02340001
023500                 WHEN 'A'                                         02350001
023600                     PERFORM 200-ADD-OPERATOR                     02360001
023700                 WHEN 'C'                                         02370001
023800                     PERFORM 300-CHANGE-OPERATOR                  02380001
023900                 WHEN 'D'                                         02390001
024000                     PERFORM 400-DELETE-OPERATOR                  02400001
024100             END-EVALUATE                                         02410001
024200         ELSE                                                     02420001
024300             PERFORM 160-REJECT-TRANSACTION                       02430001
024400         END-IF                                                   02440001
024500     END-IF                                                       02450001
024600     PERFORM 100-READ-TRANSACTION                                 02460001
024700     .                                                            02470001
024800                                                                  02480001
024900*****************************************************             02490001
025000*   AN OPERATOR ID AND A VALID ACTION ARE ALWAYS    *             02500001
025100*   NEEDED.  AN ADD NEEDS A NAME.  AN ADD OR CHANGE *             02510001
025200*   NEEDS EVERY FUNCTION FLAG Y, N OR BLANK AND A   *             02520001
025300*   STATUS OF 'A' OR 'R' (BLANK MEANS ACTIVE).  AN  *             02530001
025400*   OPERATOR TOUCHING THEIR OWN RECORD IS REFUSED   *             02540001
025500*   AND LOGGED, EXCEPT ON THE INITIAL LOAD          *             02550001
025600*****************************************************             02560001
025700 120-VALIDATE-TRANSACTION.                                        02570001
025800     MOVE 'YES' TO WS-TX-VALID                                    02580001
025900     MOVE SPACES TO WS-TX-REJECT-REASON                           02590001
026000     IF XA-OPERATOR-ID = SPACES                                   02600001
026100         MOVE 'NO' TO WS-TX-VALID                                 02610001
026200         MOVE 'BLANK OPERATOR ID' TO WS-TX-REJECT-REASON          02620001
026300     END-IF                                                       02630001
026400     IF XA-ACTION-CODE NOT = 'A' AND XA-ACTION-CODE NOT = 'C'     02640001
026500         AND XA-ACTION-CODE NOT = 'D'                             02650001
026600         AND WS-TX-VALID = 'YES'                                  02660001
026700         MOVE 'NO' TO WS-TX-VALID                                 02670001
026800         MOVE 'INVALID ACTION CODE' TO WS-TX-REJECT-REASON        02680001
026900     END-IF                                                       02690001
027000     IF XA-ACTION-CODE = 'A' AND XA-OPERATOR-NAME = SPACES        02700001
027100         AND WS-TX-VALID = 'YES'                                  02710001
027200         MOVE 'NO' TO WS-TX-VALID                                 02720001
027300         MOVE 'BLANK OPERATOR NAME' TO WS-TX-REJECT-REASON        02730001
027400     END-IF                                                       02740001
027500     IF (XA-ACTION-CODE = 'A' OR XA-ACTION-CODE = 'C')            02750001
027600         AND WS-TX-VALID = 'YES'                                  02760001
027700         PERFORM 125-CHECK-ONE-FLAG                               02770001
027800           VARYING WS-FLAG-SUB FROM 1 BY 1                        02780001
027900           UNTIL WS-FLAG-SUB > 6                                  02790001
028000     END-IF                                                       02800001
028100     IF (XA-ACTION-CODE = 'A' OR XA-ACTION-CODE = 'C')            02810001
028200         AND XA-STATUS NOT = 'A'                                  02820001
028300         AND XA-STATUS NOT = 'R'                                  02830001
028400         AND XA-STATUS NOT = SPACE                                02840001
028500         AND WS-TX-VALID = 'YES'                                  02850001
028600         MOVE 'NO' TO WS-TX-VALID                                 02860001
028700         MOVE 'INVALID OPERATOR STATUS' TO WS-TX-REJECT-REASON    02870001
028800     END-IF                                                       02880001
028900     IF XA-OPERATOR-ID = WS-OPERATOR-ID                           02890001
029000         AND WS-INITIAL-LOAD = 'NO'                               02900001
029100         AND WS-TX-VALID = 'YES'                                  02910001
029200         MOVE 'NO' TO WS-TX-VALID                                 02920001
029300         MOVE 'MAY NOT CHANGE OWN AUTHORITY' TO                   02930001
029400             WS-TX-REJECT-REASON                                  02940001
029500         PERFORM 180-LOG-REFUSED-ATTEMPT                          02950001
029600     END-IF                                                       02960001
029700     .                                                            02970001
029800                                                                  02980001
029900 125-CHECK-ONE-FLAG.                                              02990001
030000     IF XA-AUTHORITY-FLAG (WS-FLAG-SUB) NOT = 'Y'                 03000001
030100         AND XA-AUTHORITY-FLAG (WS-FLAG-SUB) NOT = 'N'            03010001
030200         AND XA-AUTHORITY-FLAG (WS-FLAG-SUB) NOT = SPACE          03020001
030300         AND WS-TX-VALID = 'YES'                                  03030001
030400         MOVE 'NO' TO WS-TX-VALID                                 03040001
030500         MOVE 'FUNCTION FLAG MUST BE Y OR N' TO                   03050001
030600             WS-TX-REJECT-REASON                                  03060001
030700     END-IF                                                       03070001
030800     .                                                            03080001
030900                                                                  03090001
031000 200-ADD-OPERATOR.                                                03100001
031100     READ OPERATOR-AUTH-FILE                                      03110001
031200         INVALID KEY                                              03120001
031300             PERFORM 210-BUILD-OPERATOR-RECORD                    03130001
031400             WRITE OPERATOR-AUTH-REC                              03140001
031500             MOVE SPACES TO WS-BEFORE-IMAGE                       03150001
031600             MOVE OPERATOR-AUTH-REC TO WS-AFTER-IMAGE             03160001
031700             PERFORM 170-LOG-TRANSACTION                          03170001
031800         NOT INVALID KEY                                          03180001
031900             MOVE 'OPERATOR ALREADY ON FILE' TO                   03190001
032000                 WS-TX-REJECT-REASON                              03200001
032100             PERFORM 160-REJECT-TRANSACTION                       03210001
032200     END-READ                                                     03220001
032300     .                                                            03230001
032400                                                                  03240001
032500*****************************************************             03250001
032600*   A CHANGE KEEPS THE NAME ON FILE WHEN THE CARD   *             03260001
032700*   LEAVES IT BLANK; THE FLAGS AND STATUS ARE       *             03270001
032800*   ALWAYS TAKEN WHOLE OFF THE CARD                 *             03280001
032900*****************************************************             03290001
033000 210-BUILD-OPERATOR-RECORD.                                       03300001
033100     IF XA-ACTION-CODE = 'A'                                      03310001
033200         MOVE SPACES TO OPERATOR-AUTH-REC                         03320001
033300         MOVE XA-OPERATOR-ID TO OU-OPERATOR-ID                    03330001
033400     END-IF                                                       03340001
033500     IF XA-OPERATOR-NAME NOT = SPACES                             03350001
033600         MOVE XA-OPERATOR-NAME TO OU-OPERATOR-NAME                03360001
033700     END-IF                                                       03370001
033800     PERFORM 215-SET-ONE-FLAG                                     03380001
033900       VARYING WS-FLAG-SUB FROM 1 BY 1                            03390001
034000       UNTIL WS-FLAG-SUB > 6                                      03400001
034100     IF XA-STATUS = SPACE                                         03410001
034200         MOVE 'A' TO OU-STATUS                                    03420001
034300     ELSE                                                         03430001
034400         MOVE XA-STATUS TO OU-STATUS                              03440001
034500     END-IF                                                       03450001
034600     MOVE WS-DATE-8 TO OU-CHANGE-DATE                             03460001
034700     MOVE WS-OPERATOR-ID TO OU-CHANGED-BY                         03470001
034800     .                                                            03480001
034900                                                                  03490001
035000 215-SET-ONE-FLAG.                                                03500001
035100     IF XA-AUTHORITY-FLAG (WS-FLAG-SUB) = 'Y'                     03510001
035200         MOVE 'Y' TO OU-AUTHORITY-FLAG (WS-FLAG-SUB)              03520001
035300     ELSE                                                         03530001
035400         MOVE 'N' TO OU-AUTHORITY-FLAG (WS-FLAG-SUB)              03540001
035500     END-IF                                                       03550001
035600     .                                                            03560001
035700                                                                  03570001
035800 300-CHANGE-OPERATOR.                                             03580001
035900     READ OPERATOR-AUTH-FILE                                      03590001
036000         INVALID KEY                                              03600001
036100             MOVE 'OPERATOR NOT ON FILE' TO WS-TX-REJECT-REASON   03610001
036200             PERFORM 160-REJECT-TRANSACTION                       03620001
036300         NOT INVALID KEY                                          03630001
036400             MOVE OPERATOR-AUTH-REC TO WS-BEFORE-IMAGE            03640001
036500             PERFORM 210-BUILD-OPERATOR-RECORD                    03650001
036600             REWRITE OPERATOR-AUTH-REC                            03660001
036700             MOVE OPERATOR-AUTH-REC TO WS-AFTER-IMAGE             03670001
036800             PERFORM 170-LOG-TRANSACTION                          03680001
036900     END-READ                                                     03690001
037000     .                                                            03700001
037100                                                                  03710001
037200 400-DELETE-OPERATOR.                                             03720001
037300     READ OPERATOR-AUTH-FILE                                      03730001
037400         INVALID KEY                                              03740001
037500             MOVE 'OPERATOR NOT ON FILE' TO WS-TX-REJECT-REASON   03750001
037600             PERFORM 160-REJECT-TRANSACTION                       03760001
037700         NOT INVALID KEY                                          03770001
037800             MOVE OPERATOR-AUTH-REC TO WS-BEFORE-IMAGE            03780001
037900             MOVE SPACES TO WS-AFTER-IMAGE                        03790001
038000             DELETE OPERATOR-AUTH-FILE RECORD                     03800001
038100             PERFORM 170-LOG-TRANSACTION                          03810001
038200     END-READ                                                     03820001
038300     .                                                            03830001
038400                                                                  03840001
038500 160-REJECT-TRANSACTION.                                          03850001
038600     MOVE SPACES TO OPAU-REJECT-REC                               03860001
038700     MOVE XA-ACTION-CODE TO LJ-ACTION-CODE                        03870001
038800     MOVE XA-OPERATOR-ID TO LJ-OPERATOR-ID                        03880001
038900     MOVE WS-TX-REJECT-REASON TO LJ-REASON                        03890001
039000     WRITE OPAU-REJECT-REC                                        03900001
039100     ADD 1 TO WS-REJECT-COUNT                                     03910001
039200     .                                                            03920001
039300                                                                  03930001
039400 170-LOG-TRANSACTION.                                             03940001
039500     MOVE SPACES TO OPAU-LOG-REC                                  03950001
039600     MOVE XA-ACTION-CODE TO LG-ACTION-CODE                        03960001
039700     MOVE XA-OPERATOR-ID TO LG-OPERATOR-ID                        03970001
039800     MOVE WS-DATE-8 TO LG-RUN-DATE                                03980001
039900     MOVE 'APPLIED' TO LG-RESULT                                  03990001
040000     MOVE WS-BEFORE-IMAGE TO LG-BEFORE-IMAGE                      04000001
040100     MOVE WS-AFTER-IMAGE TO LG-AFTER-IMAGE                        04010001
040200     MOVE WS-OPERATOR-ID TO LG-USER-ID                            04020001
040300     MOVE 'BTCH' TO LG-TERMINAL                                   04030001
040400     WRITE OPAU-LOG-REC                                           04040001
040500     ADD 1 TO WS-APPLIED-COUNT                                    04050001
040600     .                                                            04060001
040700                                                                  04070001
040800*****************************************************             04080001
040900*   A REFUSED ATTEMPT GOES TO THE SHARED REFUSED-   *             04090001
041000*   UPDATE LOG.  THE CALL RESETS RETURN-CODE, SO    *             04100001
041100*   THE RUN'S OWN CODE IS PUT BACK, NO LOWER THAN 8 *             04110001
041200*****************************************************             04120001
041300 180-LOG-REFUSED-ATTEMPT.                                         04130001
041400     MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE                     04140001
041500     MOVE 'R' TO AQ-FUNCTION                                      04150001
041600     MOVE 'OPAUTMNT' TO AQ-CALLER                                 04160001
041700     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        04170001
041800     MOVE 6 TO AQ-AUTHORITY                                       04180001
041900     MOVE XA-OPERATOR-ID TO AQ-SUBJECT                            04190001
042000     MOVE WS-TX-REJECT-REASON TO AQ-REASON                        04200001
042100     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      04210001
042200     IF WS-SAVED-RETURN-CODE > 8                                  04220001
042300         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE                 04230001
042400     ELSE                                                         04240001
042500         MOVE 8 TO RETURN-CODE                                    04250001
042600     END-IF                                                       04260001
042700     .                                                            04270001
042800                                                                  04280001
042900 850-GET-DATE.                                                    04290001
043000     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          04300001
043100     .                                                            04310001
