000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    ASNLOAD.                                          00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*ADVANCE SHIP NOTICE INTAKE - LOADS THE EVENING'S   *             00090001
001000*SHIP NOTICES FROM THE LARGER SUPPLIERS (ITEM,      *             00100001
001100*QUANTITY, LOT AND EXPIRATION PER LINE), MATCHES    *             00110001
001200*EACH LINE TO THE OPEN PURCHASE-ORDER FILE BY       *             00120001
001300*OP-PO-NUMBER AND WRITES THE MATCHED NOTICE FILE    *             00130001
001400*THE GOODS-RECEIPT RUN POSTS FROM WHEN A DELIVERY   *             00140001
001500*IS RECEIVED AS NOTICED.  PRINTS THE NEXT MORNING'S *             00150001
001600*DOCK CHECKLIST BY SUPPLIER WITH THE EXPECTED       *             00160001
001700*QUANTITY PER LINE, FLAGGING SUBSTITUTIONS, SHORTS, *             00170001
001800*OVERS, SHORT-DATED LOTS AND ORDERED LINES THE      *             00180001
001900*NOTICE LEAVES OUT, BEFORE THE TRUCK ARRIVES        *             00190001
002000*****************************************************             00200001
002100                                                                  00210001
002200 ENVIRONMENT DIVISION.                                            00220001
002300 CONFIGURATION SECTION.                                           00230001
002400 SOURCE-COMPUTER.                                                 00240001
002500     Z13                                                          00250001
002600     WITH DEBUGGING MODE                                          00260001
002700     .                                                            00270001
002800                                                                  00280001
002900 INPUT-OUTPUT SECTION.                                            00290001
003000                                                                  00300001
003100 FILE-CONTROL.                                                    00310001
003200     SELECT NOTICE-INPUT-FILE      ASSIGN TO MYASNIN.             00320001
003300     SELECT OPEN-PO-FILE           ASSIGN TO MYOPENPO             00330001
003400         FILE STATUS IS WS-OPENPO-STATUS.                         00340001
003500     SELECT ASN-FILE               ASSIGN TO MYASN.               00350001
003600     SELECT SUPPLIER-MASTER        ASSIGN TO MYSUPMST             00360001
003700         ORGANIZATION IS INDEXED                                  00370001
003800         ACCESS MODE IS RANDOM                                    00380001
003900         RECORD KEY IS SM-SUPPLIER-CODE                           00390001
004000         FILE STATUS IS WS-SUPMST-STATUS.                         00400001
004100     SELECT DOCK-PRINT-FILE        ASSIGN TO MYDOCKCK.            00410001
004200                                                                  00420001
004300 DATA DIVISION.                                                   00430001
004400 FILE SECTION.                                                    00440001
004500                                                                  00450001
004600*****************************************************             00460001
004700*   ONE LINE PER SHIPPED ITEM AS THE SUPPLIER SENDS *             00470001
004800*   IT, QUANTITY IN PURCHASE UNITS.  A BLANK        *             00480001
004900*   DELIVERY DATE MEANS TOMORROW MORNING            *             00490001
005000*****************************************************             00500001
005100 FD  NOTICE-INPUT-FILE                                            00510001
005200     RECORDING MODE IS F.                                         00520001
005300 01  NOTICE-INPUT-REC.                                            00530001
005400     10  AI-SUPPLIER-CODE          PIC X(06).                     00540001
005500     10  AI-PO-NUMBER              PIC X(11).                     00550001
005600     10  AI-ITEM-NAME              PIC X(17).                     00560001
005700     10  AI-SHIP-QTY               PIC 9(05).                     00570001
005800     10  AI-LOT-NUMBER             PIC X(12).                     00580001
005900     10  AI-EXPIRATION-DATE        PIC 9(08).                     00590001
006000     10  AI-DELIVERY-DATE          PIC 9(08).                     00600001
006100     10  FILLER                    PIC X(13).                     00610001
006200                                                                  00620001
006300 FD  OPEN-PO-FILE                                                 00630001
006400     RECORDING MODE IS F.                                         00640001
006500     COPY OPENPO.                                                 00650001
006600                                                                  00660001
006700 FD  ASN-FILE                                                     00670001
006800     RECORDING MODE IS F.                                         00680001
006900     COPY ASNREC.                                                 00690001
007000                                                                  00700001
007100 FD  SUPPLIER-MASTER.                                             00710001
007200     COPY SUPMST.                                                 00720001
007300                                                                  00730001
007400 FD  DOCK-PRINT-FILE                                              00740001
007500     RECORDING MODE IS F.                                         00750001
007600 01  DOCK-PRINT-REC.                                              00760001
007700     10  FILLER                    PIC X(132).                    00770001
007800                                                                  00780001
007900 WORKING-STORAGE SECTION.                                         00790001
008000                                                                  00800001
008100 01  WS-COUNTERS-FLAGS.                                           00810001
008200     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00820001
008300     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00830001
008400     10  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.          00840001
008500     10  WS-AS-ORDERED-COUNT       PIC 9(05) VALUE ZERO.          00850001
008600     10  WS-SUBST-COUNT            PIC 9(05) VALUE ZERO.          00860001
008700     10  WS-SHORT-COUNT            PIC 9(05) VALUE ZERO.          00870001
008800     10  WS-OVER-COUNT             PIC 9(05) VALUE ZERO.          00880001
008900     10  WS-DATED-COUNT            PIC 9(05) VALUE ZERO.          00890001
009000     10  WS-UNMATCHED-COUNT        PIC 9(05) VALUE ZERO.          00900001
009100     10  WS-UNNOTICED-COUNT        PIC 9(05) VALUE ZERO.          00910001
009200     10  WS-SUP-LINE-COUNT         PIC 9(04) VALUE ZERO.          00920001
009300     10  WS-SUP-EXCEPTION-COUNT    PIC 9(04) VALUE ZERO.          00930001
009400                                                                  00940001
009500 01  WS-VALIDATION-FLAGS.                                         00950001
009600     10  WS-NOTICE-VALID           PIC X(03) VALUE 'YES'.         00960001
009700     10  WS-OPENPO-STATUS          PIC X(02) VALUE SPACES.        00970001
009800     10  WS-SUPMST-STATUS          PIC X(02) VALUE SPACES.        00980001
009900     10  WS-SUPMST-LOADED          PIC X(03) VALUE 'NO'.          00990001
010000     10  WS-REMARK                 PIC X(22) VALUE SPACES.        01000001
010100                                                                  01010001
010200 01  WS-DATE-FIELDS.                                              01020001
010300     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01030001
010400     10  WS-TOMORROW               PIC 9(08) VALUE ZERO.          01040001
010500     10  WS-DAYS-LEFT              PIC S9(05) VALUE ZERO.         01050001
010600     10  WS-MIN-DAYS-LEFT          PIC 9(03) VALUE 5.             01060001
010700                                                                  01070001
010800*****************************************************             01080001
010900*   SHORT-DATED THRESHOLD OFF SYSIN: THE FEWEST     *             01090001
011000*   DAYS A LOT MAY HAVE LEFT ON THE DELIVERY DATE,  *             01100001
011100*   DEFAULT FIVE.  THE OVERRIDE CARD FOLLOWS IT     *             01110001
011200*****************************************************             01120001
011300 01  WS-NOTICE-PARM-CARD.                                         01130001
011400     10  PC-MIN-DAYS-LEFT          PIC 9(03).                     01140001
011500     10  FILLER                    PIC X(77).                     01150001
011600                                                                  01160001
011700*****************************************************             01170001
011800*   RUN-SEQUENCE CONTROL: THE NOTICE FILE IS        *             01180001
011900*   RECREATED EACH RUN, SO A SAME-DATE RERUN AFTER  *             01190001
012000*   RECEIVING WOULD OFFER THE SAME LINES AGAIN.     *             01200001
012100*   THE RUNCTL SUBROUTINE IS ASKED BEFORE ANY FILE  *             01210001
012200*   OPENS AND STAMPED WHEN THE RUN COMPLETES.  AN   *             01220001
012300*   'OVERRIDE' CARD ON SYSIN PERMITS A DELIBERATE   *             01230001
012400*   SAME-DATE RERUN                                 *             01240001
012500*****************************************************             01250001
012600     COPY RUNCTLP.                                                01260001
012700                                                                  01270001
012800 01  WS-OVERRIDE-PARM-CARD.                                       01280001
012900     10  PC-RUN-OVERRIDE           PIC X(08).                     01290001
013000     10  FILLER                    PIC X(72).                     01300001
013100                                                                  01310001
013200*****************************************************             01320001
013300*   THE OPEN-ORDER FILE RIDES IN STORAGE SO EACH    *             01330001
013400*   NOTICE LINE CAN FIND ITS PO LINE, AND SO THE    *             01340001
013500*   ORDERED LINES OF A NOTICED PO THAT NO NOTICE    *             01350001
013600*   LINE CLAIMED CAN BE LISTED AS SHORTS            *             01360001
013700*****************************************************             01370001
013800 01  WS-OPEN-PO-CONTROL.                                          01380001
013900     10  WS-OPENPO-EOF             PIC X(03) VALUE 'NO'.          01390001
014000     10  WS-PO-COUNT               PIC 9(03) VALUE ZERO.          01400001
014100     10  WS-PO-SUB                 PIC S9(04) COMP VALUE ZERO.    01410001
014200     10  WS-PO-HIT-SUB             PIC S9(04) COMP VALUE ZERO.    01420001
014300     10  WS-PO-FIRST-SUB           PIC S9(04) COMP VALUE ZERO.    01430001
014400 01  WS-OPEN-PO-TABLE.                                            01440001
014500     10  WS-OP-ENTRY OCCURS 500 TIMES.                            01450001
014600         15  WS-TBL-OPEN-PO        PIC X(80).                     01460001
014700         15  WS-TBL-PO-NOTICED     PIC X(03).                     01470001
014800         15  WS-TBL-PO-MATCHED     PIC X(03).                     01480001
014900                                                                  01490001
015000*****************************************************             01500001
015100*   EVERY NOTICE LINE WAITS HERE WITH ITS REMARK SO *             01510001
015200*   THE CHECKLIST CAN BE PRINTED SUPPLIER BY        *             01520001
015300*   SUPPLIER, LOWEST CODE FIRST                     *             01530001
015400*****************************************************             01540001
015500 01  WS-NOTICE-CONTROL.                                           01550001
015600     10  WS-ASN-COUNT              PIC 9(03) VALUE ZERO.          01560001
015700     10  WS-ASN-SUB                PIC S9(04) COMP VALUE ZERO.    01570001
015800     10  WS-CUR-SUPPLIER           PIC X(06) VALUE LOW-VALUES.    01580001
015900     10  WS-NEXT-SUPPLIER          PIC X(06) VALUE HIGH-VALUES.   01590001
016000 01  WS-NOTICE-TABLE.                                             01600001
016100     10  WS-ASN-ENTRY OCCURS 500 TIMES.                           01610001
016200         15  WS-TBL-ASN            PIC X(100).                    01620001
016300         15  WS-TBL-REMARK         PIC X(22).                     01630001
016400         15  WS-TBL-DAYS-LEFT      PIC S9(05).                    01640001
016500                                                                  01650001
016600 01  WS-WORK-FIELDS.                                              01660001
016700     10  WS-QTY-DIFF               PIC S9(05)V99 VALUE ZERO.      01670001
016800                                                                  01680001
016900 01  WS-DOCK-HEADING.                                             01690001
017000     10  FILLER                    PIC X(02) VALUE SPACES.        01700001
017100     10  FILLER                    PIC X(34) VALUE                01710001
017200         'ADVANCE SHIP NOTICE DOCK CHECKLIST'.                    01720001
017300     10  FILLER                    PIC X(02) VALUE SPACES.        01730001
017400     10  FILLER                    PIC X(06) VALUE 'DATE: '.      01740001
017500     10  DH-RUN-DATE               PIC 9(08).                     01750001
017600     10  FILLER                    PIC X(04) VALUE SPACES.        01760001
017700     10  FILLER                    PIC X(15) VALUE                01770001
017800         'MIN DAYS LEFT: '.                                       01780001
017900     10  DH-MIN-DAYS-LEFT          PIC ZZ9.                       01790001
018000     10  FILLER                    PIC X(58) VALUE SPACES.        01800001
018100                                                                  01810001
018200 01  WS-SUPPLIER-HEADING.                                         01820001
018300     10  FILLER                    PIC X(02) VALUE SPACES.        01830001
018400     10  FILLER                    PIC X(10) VALUE 'SUPPLIER: '.  01840001
018500     10  SH-SUPPLIER-CODE          PIC X(06).                     01850001
018600     10  FILLER                    PIC X(02) VALUE SPACES.        01860001
018700     10  SH-SUPPLIER-NAME          PIC X(20).                     01870001
018800     10  FILLER                    PIC X(92) VALUE SPACES.        01880001
018900                                                                  01890001
019000 01  WS-DOCK-COLUMN-HEADING.                                      01900001
019100     10  FILLER                    PIC X(02) VALUE SPACES.        01910001
019200     10  FILLER                    PIC X(13) VALUE 'PO NUMBER'.   01920001
019300     10  FILLER                    PIC X(19) VALUE 'ITEM'.        01930001
019400     10  FILLER                    PIC X(10) VALUE 'EXPECTED'.    01940001
019500     10  FILLER                    PIC X(08) VALUE 'NOTICED'.     01950001
019600     10  FILLER                    PIC X(11) VALUE 'DIFF'.        01960001
019700     10  FILLER                    PIC X(14) VALUE 'LOT'.         01970001
019800     10  FILLER                    PIC X(10) VALUE 'EXPIRES'.     01980001
019900     10  FILLER                    PIC X(07) VALUE 'DAYS'.        01990001
020000     10  FILLER                    PIC X(24) VALUE 'EXCEPTION'.   02000001
020100     10  FILLER                    PIC X(11) VALUE 'DATING'.      02010001
020200     10  FILLER                    PIC X(03) VALUE SPACES.        02020001
020300                                                                  02030001
020400 01  WS-DOCK-LINE.                                                02040001
020500     10  FILLER                    PIC X(02) VALUE SPACES.        02050001
020600     10  DK-PO-NUMBER              PIC X(11).                     02060001
020700     10  FILLER                    PIC X(02) VALUE SPACES.        02070001
020800     10  DK-ITEM-NAME              PIC X(17).                     02080001
020900     10  FILLER                    PIC X(02) VALUE SPACES.        02090001
021000     10  DK-EXPECTED-QTY           PIC ZZZZ9.99.                  02100001
021100     10  FILLER                    PIC X(02) VALUE SPACES.        02110001
021200     10  DK-SHIP-QTY               PIC -ZZZZ9.                    02120001
021300     10  FILLER                    PIC X(02) VALUE SPACES.        02130001
021400     10  DK-QTY-DIFF               PIC -ZZZZ9.99.                 02140001
021500     10  FILLER                    PIC X(02) VALUE SPACES.        02150001
021600     10  DK-LOT-NUMBER             PIC X(12).                     02160001
021700     10  FILLER                    PIC X(02) VALUE SPACES.        02170001
021800     10  DK-EXPIRATION-DATE        PIC X(08).                     02180001
021900     10  FILLER                    PIC X(02) VALUE SPACES.        02190001
022000     10  DK-DAYS-LEFT              PIC -ZZZ9.                     02200001
022100     10  DK-DAYS-LEFT-X REDEFINES DK-DAYS-LEFT                    02210001
022200                                   PIC X(05).                     02220001
022300     10  FILLER                    PIC X(02) VALUE SPACES.        02230001
022400     10  DK-REMARK                 PIC X(22).                     02240001
022500     10  FILLER                    PIC X(02) VALUE SPACES.        02250001
022600     10  DK-DATED-FLAG             PIC X(11).                     02260001
022700     10  FILLER                    PIC X(01) VALUE SPACES.        02270001
022800                                                                  02280001
022900 01  WS-SUPPLIER-TOTAL-LINE.                                      02290001
023000     10  FILLER                    PIC X(06) VALUE SPACES.        02300001
023100     10  FILLER                    PIC X(14) VALUE                02310001
023200         'NOTICE LINES  '.                                        02320001
023300     10  ST-LINE-COUNT             PIC ZZZ9.                      02330001
023400     10  FILLER                    PIC X(04) VALUE SPACES.        02340001
023500     10  FILLER                    PIC X(12) VALUE                02350001
023600         'EXCEPTIONS  '.                                          02360001
023700     10  ST-EXCEPTION-COUNT        PIC ZZZ9.                      02370001
023800     10  FILLER                    PIC X(88) VALUE SPACES.        02380001
023900                                                                  02390001
024000 01  WS-SUMMARY-LINE.                                             02400001
024100     10  FILLER                    PIC X(02) VALUE SPACES.        02410001
024200     10  SU-LABEL                  PIC X(24).                     02420001
024300     10  SU-COUNT                  PIC ZZZZ9.                     02430001
024400     10  FILLER                    PIC X(101) VALUE SPACES.       02440001
024500                                                                  02450001
024600 PROCEDURE DIVISION.                                              02460001
024700                                                                  02470001
024800*****************************************************             02480001
024900*   MAIN PROGRAM ROUTINE                            *             02490001
025000*****************************************************             02500001
025100 010-START-HERE.                                                  02510001
025200     PERFORM 850-GET-DATE                                         02520001
025300     PERFORM 105-GET-NOTICE-PARM                                  02530001
025400     PERFORM 130-CHECK-RUN-SEQUENCE                               02540001
025500     IF RETURN-CODE = 8                                           02550001
025600         CONTINUE                                                 02560001
025700     ELSE                                                         02570001
025800     OPEN INPUT OPEN-PO-FILE                                      02580001
025900     IF WS-OPENPO-STATUS NOT = '00'                               02590001
026000         DISPLAY 'OPEN PO FILE OPEN FAILED, STATUS = '            02600001
026100             WS-OPENPO-STATUS                                     02610001
026200         MOVE 16 TO RETURN-CODE                                   02620001
026300     ELSE                                                         02630001
026400         PERFORM 116-READ-OPEN-PO                                 02640001
026500             UNTIL WS-OPENPO-EOF = 'YES'                          02650001
026600         CLOSE OPEN-PO-FILE                                       02660001
026700         OPEN INPUT NOTICE-INPUT-FILE                             02670001
026800         OPEN OUTPUT ASN-FILE                                     02680001
026900         OPEN OUTPUT DOCK-PRINT-FILE                              02690001
027000         PERFORM 108-OPEN-SUPPLIER-MASTER                         02700001
027100         PERFORM 100-READ-NOTICE                                  02710001
027200         PERFORM 150-PROCESS-NOTICE-LINE                          02720001
027300           UNTIL EOF-FLAG = 'YES'                                 02730001
027400         PERFORM 400-PRINT-DOCK-CHECKLIST                         02740001
027500         PERFORM 700-PRINT-SUMMARY                                02750001
027600         CLOSE NOTICE-INPUT-FILE ASN-FILE DOCK-PRINT-FILE         02760001
027700         IF WS-SUPMST-LOADED = 'YES'                              02770001
027800             CLOSE SUPPLIER-MASTER                                02780001
027900         END-IF                                                   02790001
028000         PERFORM 135-STAMP-RUN-COMPLETE                           02800001
028100     END-IF                                                       02810001
028200     END-IF                                                       02820001
028300     GOBACK                                                       02830001
028400     .                                                            02840001
028500                                                                  02850001
028600 105-GET-NOTICE-PARM.                                             02860001
028700     ACCEPT WS-NOTICE-PARM-CARD FROM SYSIN                        02870001
028800     IF PC-MIN-DAYS-LEFT NUMERIC                                  02880001
028900         AND PC-MIN-DAYS-LEFT > ZERO                              02890001
029000         MOVE PC-MIN-DAYS-LEFT TO WS-MIN-DAYS-LEFT                02900001
029100     END-IF                                                       02910001
029200     .                                                            02920001
029300                                                                  02930001
029400 130-CHECK-RUN-SEQUENCE.                                          02940001
029500     ACCEPT WS-OVERRIDE-PARM-CARD FROM SYSIN                      02950001
029600     MOVE 'S' TO RP-FUNCTION                                      02960001
029700     MOVE 'ASNLOAD' TO RP-CALLER                                  02970001
029800     MOVE SPACES TO RP-PREREQ (1)                                 02980001
029900     MOVE SPACES TO RP-PREREQ (2)                                 02990001
030000     MOVE SPACES TO RP-PREREQ (3)                                 03000001
030100     IF PC-RUN-OVERRIDE = 'OVERRIDE'                              03010001
030200         MOVE 'Y' TO RP-OVERRIDE                                  03020001
030300     ELSE                                                         03030001
030400         MOVE SPACE TO RP-OVERRIDE                                03040001
030500     END-IF                                                       03050001
030600     MOVE WS-DATE-8 TO RP-BUSINESS-DATE                           03060001
030700     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        03070001
030800     IF RP-RESULT = '08'                                          03080001
030900         DISPLAY 'ASNLOAD ALREADY RAN FOR ' WS-DATE-8             03090001
031000             ', OVERRIDE CARD REQUIRED'                           03100001
031100         MOVE 8 TO RETURN-CODE                                    03110001
031200     END-IF                                                       03120001
031300     IF RP-RESULT = '04'                                          03130001
031400         DISPLAY 'PREREQUISITE ' RP-FAILED-PREREQ                 03140001
031500             ' NOT COMPLETE FOR ' WS-DATE-8                       03150001
031600         MOVE 8 TO RETURN-CODE                                    03160001
031700     END-IF                                                       03170001
031800     .                                                            03180001
031900                                                                  03190001
032000 135-STAMP-RUN-COMPLETE.                                          03200001
032100     MOVE 'E' TO RP-FUNCTION                                      03210001
032200     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        03220001
032300     .                                                            03230001
032400                                                                  03240001
032500*****************************************************             03250001
032600*   WITHOUT THE SUPPLIER MASTER THE CHECKLIST STILL *             03260001
032700*   PRINTS, HEADED BY SUPPLIER CODE ONLY            *             03270001
032800*****************************************************             03280001
032900 108-OPEN-SUPPLIER-MASTER.                                        03290001
033000     OPEN INPUT SUPPLIER-MASTER                                   03300001
033100     IF WS-SUPMST-STATUS = '00'                                   03310001
033200         MOVE 'YES' TO WS-SUPMST-LOADED                           03320001
033300     ELSE                                                         03330001
033400         DISPLAY 'SUPPLIER MASTER NOT AVAILABLE, STATUS = '       03340001
033500             WS-SUPMST-STATUS ', NAMES NOT PRINTED'               03350001
033600     END-IF                                                       03360001
033700     .                                                            03370001
033800                                                                  03380001
033900 116-READ-OPEN-PO.                                                03390001
034000     READ OPEN-PO-FILE                                            03400001
034100         AT END                                                   03410001
034200             MOVE 'YES' TO WS-OPENPO-EOF                          03420001
034300         NOT AT END                                               03430001
034400             PERFORM 117-LOAD-OPEN-PO-ENTRY                       03440001
034500     END-READ                                                     03450001
034600     .                                                            03460001
034700                                                                  03470001
034800 117-LOAD-OPEN-PO-ENTRY.                                          03480001
034900     IF WS-PO-COUNT < 500                                         03490001
035000         ADD 1 TO WS-PO-COUNT                                     03500001
035100         MOVE OPEN-PO-REC TO WS-TBL-OPEN-PO (WS-PO-COUNT)         03510001
035200         MOVE 'NO' TO WS-TBL-PO-NOTICED (WS-PO-COUNT)             03520001
035300         MOVE 'NO' TO WS-TBL-PO-MATCHED (WS-PO-COUNT)             03530001
035400     ELSE                                                         03540001
035500         DISPLAY 'OPEN PO TABLE FULL, MATCHING INCOMPLETE'        03550001
035600         MOVE 16 TO RETURN-CODE                                   03560001
035700     END-IF                                                       03570001
035800     .                                                            03580001
035900                                                                  03590001
036000 100-READ-NOTICE.                                                 03600001
036100     READ NOTICE-INPUT-FILE                                       03610001
036200         AT END                                                   03620001
036300             MOVE 'YES' TO EOF-FLAG                               03630001
036400         NOT AT END                                               03640001
036500             ADD 1 TO REC-COUNT                                   03650001
036600     END-READ                                                     03660001
036700     .                                                            03670001
036800                                                                  03680001
036900*****************************************************             03690001
037000*   BUILD, VALIDATE AND MATCH ONE NOTICE LINE.      *             03700001
037100*   GOOD LINES GO ON THE MATCHED NOTICE FILE FOR    *             03710001
037200*   THE GOODS-RECEIPT RUN; EVERY LINE, GOOD OR BAD, *             03720001
037300*   GOES ON THE CHECKLIST                           *             03730001
037400*****************************************************             03740001
037500 150-PROCESS-NOTICE-LINE.                                         03750001
037600     PERFORM 200-BUILD-NOTICE-LINE                                03760001
037700     PERFORM 210-VALIDATE-NOTICE-LINE                             03770001
037800     IF WS-NOTICE-VALID = 'YES'                                   03780001
037900         PERFORM 220-MATCH-TO-OPEN-PO                             03790001
038000         PERFORM 250-CHECK-DATING                                 03800001
038100         WRITE ASN-REC                                            03810001
038200     ELSE                                                         03820001
038300         ADD 1 TO WS-REJECT-COUNT                                 03830001
038400     END-IF                                                       03840001
038500     PERFORM 160-STORE-CHECKLIST-LINE                             03850001
038600     PERFORM 100-READ-NOTICE                                      03860001
038700     .                                                            03870001
038800                                                                  03880001
038900 160-STORE-CHECKLIST-LINE.                                        03890001
039000     IF WS-ASN-COUNT < 500                                        03900001
039100         ADD 1 TO WS-ASN-COUNT                                    03910001
039200         MOVE ASN-REC TO WS-TBL-ASN (WS-ASN-COUNT)                03920001
039300         MOVE WS-REMARK TO WS-TBL-REMARK (WS-ASN-COUNT)           03930001
039400         MOVE WS-DAYS-LEFT TO WS-TBL-DAYS-LEFT (WS-ASN-COUNT)     03940001
039500     ELSE                                                         03950001
039600         DISPLAY 'NOTICE TABLE FULL, CHECKLIST INCOMPLETE'        03960001
039700         MOVE 16 TO RETURN-CODE                                   03970001
039800     END-IF                                                       03980001
039900     .                                                            03990001
040000                                                                  04000001
040100 200-BUILD-NOTICE-LINE.                                           04010001
040200     MOVE SPACES TO ASN-REC                                       04020001
040300     MOVE SPACES TO WS-REMARK                                     04030001
040400     MOVE ZERO TO WS-DAYS-LEFT                                    04040001
040500     MOVE AI-SUPPLIER-CODE TO AN-SUPPLIER-CODE                    04050001
040600     MOVE AI-PO-NUMBER TO AN-PO-NUMBER                            04060001
040700     MOVE AI-ITEM-NAME TO AN-ITEM-NAME                            04070001
040800     MOVE AI-LOT-NUMBER TO AN-LOT-NUMBER                          04080001
040900     MOVE ZERO TO AN-SHIP-QTY                                     04090001
041000     MOVE ZERO TO AN-EXPIRATION-DATE                              04100001
041100     MOVE ZERO TO AN-EXPECTED-QTY                                 04110001
041200     MOVE ZERO TO AN-UNIT-PRICE                                   04120001
041300     IF AI-SHIP-QTY NUMERIC                                       04130001
041400         MOVE AI-SHIP-QTY TO AN-SHIP-QTY                          04140001
041500     END-IF                                                       04150001
041600     IF AI-EXPIRATION-DATE NUMERIC                                04160001
041700         MOVE AI-EXPIRATION-DATE TO AN-EXPIRATION-DATE            04170001
041800     END-IF                                                       04180001
041900     IF AI-DELIVERY-DATE NUMERIC                                  04190001
042000         AND AI-DELIVERY-DATE > ZERO                              04200001
042100         MOVE AI-DELIVERY-DATE TO AN-DELIVERY-DATE                04210001
042200     ELSE                                                         04220001
042300         MOVE WS-TOMORROW TO AN-DELIVERY-DATE                     04230001
042400     END-IF                                                       04240001
042500     .                                                            04250001
042600                                                                  04260001
042700*****************************************************             04270001
042800*   THE NOTICE IS AN OUTSIDE INTERFACE, SO A LINE   *             04280001
042900*   MUST NAME ITS PO AND ITEM AND CARRY A SENSIBLE  *             04290001
043000*   QUANTITY AND DATE BEFORE IT IS MATCHED          *             04300001
043100*****************************************************             04310001
043200 210-VALIDATE-NOTICE-LINE.                                        04320001
043300     MOVE 'YES' TO WS-NOTICE-VALID                                04330001
043400     IF AI-PO-NUMBER = SPACES                                     04340001
043500         MOVE 'NO' TO WS-NOTICE-VALID                             04350001
043600         MOVE 'BLANK PO NUMBER' TO WS-REMARK                      04360001
043700     END-IF                                                       04370001
043800     IF AI-ITEM-NAME = SPACES                                     04380001
043900         AND WS-NOTICE-VALID = 'YES'                              04390001
044000         MOVE 'NO' TO WS-NOTICE-VALID                             04400001
044100         MOVE 'BLANK ITEM NAME' TO WS-REMARK                      04410001
044200     END-IF                                                       04420001
044300     IF AI-SHIP-QTY NOT NUMERIC                                   04430001
044400         AND WS-NOTICE-VALID = 'YES'                              04440001
044500         MOVE 'NO' TO WS-NOTICE-VALID                             04450001
044600         MOVE 'INVALID SHIP QUANTITY' TO WS-REMARK                04460001
044700     END-IF                                                       04470001
044800     IF AI-EXPIRATION-DATE NOT NUMERIC                            04480001
044900         AND AI-EXPIRATION-DATE NOT = SPACES                      04490001
045000         AND WS-NOTICE-VALID = 'YES'                              04500001
045100         MOVE 'NO' TO WS-NOTICE-VALID                             04510001
045200         MOVE 'BAD EXPIRATION DATE' TO WS-REMARK                  04520001
045300     END-IF                                                       04530001
045400     IF WS-NOTICE-VALID = 'NO'                                    04540001
045500         MOVE 'X' TO AN-EXCEPTION                                 04550001
045600     END-IF                                                       04560001
045700     .                                                            04570001
045800                                                                  04580001
045900*****************************************************             04590001
046000*   FIND THE PO.  A PO NOT ON FILE, OR RAISED ON    *             04600001
046100*   ANOTHER SUPPLIER, CANNOT BE RECEIVED AS         *             04610001
046200*   NOTICED.  ON A GOOD PO THE ITEM'S OLDEST OPEN   *             04620001
046300*   LINE NOT YET CLAIMED SETS THE EXPECTED QUANTITY *             04630001
046400*   AND PRICE; AN ITEM NOT ON THE PO IS A           *             04640001
046500*   SUBSTITUTION                                    *             04650001
046600*****************************************************             04660001
046700 220-MATCH-TO-OPEN-PO.                                            04670001
046800     MOVE ZERO TO WS-PO-HIT-SUB                                   04680001
046900     MOVE ZERO TO WS-PO-FIRST-SUB                                 04690001
047000     PERFORM 230-SCAN-OPEN-PO-LINE                                04700001
047100       VARYING WS-PO-SUB FROM 1 BY 1                              04710001
047200       UNTIL WS-PO-SUB > WS-PO-COUNT                              04720001
047300     IF WS-PO-FIRST-SUB = ZERO                                    04730001
047400         MOVE 'U' TO AN-EXCEPTION                                 04740001
047500         MOVE 'PO NOT ON FILE' TO WS-REMARK                       04750001
047600         ADD 1 TO WS-UNMATCHED-COUNT                              04760001
047700     ELSE                                                         04770001
047800         MOVE WS-TBL-OPEN-PO (WS-PO-FIRST-SUB) TO OPEN-PO-REC     04780001
047900         IF OP-SUPPLIER-CODE NOT = AN-SUPPLIER-CODE               04790001
048000             MOVE 'W' TO AN-EXCEPTION                             04800001
048100             MOVE 'PO OF ANOTHER SUPPLIER' TO WS-REMARK           04810001
048200             ADD 1 TO WS-UNMATCHED-COUNT                          04820001
048300         ELSE                                                     04830001
048400             PERFORM 235-MARK-PO-NOTICED                          04840001
048500               VARYING WS-PO-SUB FROM 1 BY 1                      04850001
048600               UNTIL WS-PO-SUB > WS-PO-COUNT                      04860001
048700             IF WS-PO-HIT-SUB = ZERO                              04870001
048800                 MOVE 'S' TO AN-EXCEPTION                         04880001
048900                 MOVE 'SUBSTITUTE, NOT ON PO' TO WS-REMARK        04890001
049000                 ADD 1 TO WS-SUBST-COUNT                          04900001
049100             ELSE                                                 04910001
049200                 PERFORM 240-COMPARE-TO-PO-LINE                   04920001
049300             END-IF                                               04930001
049400         END-IF                                                   04940001
049500     END-IF                                                       04950001
049600     .                                                            04960001
049700                                                                  04970001
049800 230-SCAN-OPEN-PO-LINE.                                           04980001
049900     MOVE WS-TBL-OPEN-PO (WS-PO-SUB) TO OPEN-PO-REC               04990001
050000     IF OP-PO-NUMBER = AN-PO-NUMBER                               05000001
050100         IF WS-PO-FIRST-SUB = ZERO                                05010001
050200             MOVE WS-PO-SUB TO WS-PO-FIRST-SUB                    05020001
050300         END-IF                                                   05030001
050400         IF OP-ITEM-NAME = AN-ITEM-NAME                           05040001
050500             AND OP-LINE-STATUS NOT = 'F'                         05050001
050550             AND OP-LINE-STATUS NOT = 'C'                         05055001
050600             AND WS-TBL-PO-MATCHED (WS-PO-SUB) = 'NO'             05060001
050700             AND WS-PO-HIT-SUB = ZERO                             05070001
050800             MOVE WS-PO-SUB TO WS-PO-HIT-SUB                      05080001
050900         END-IF                                                   05090001
051000     END-IF                                                       05100001
051100     .                                                            05110001
051200                                                                  05120001
051300 235-MARK-PO-NOTICED.                                             05130001
051400     MOVE WS-TBL-OPEN-PO (WS-PO-SUB) TO OPEN-PO-REC               05140001
051500     IF OP-PO-NUMBER = AN-PO-NUMBER                               05150001
051600         MOVE 'YES' TO WS-TBL-PO-NOTICED (WS-PO-SUB)              05160001
051700     END-IF                                                       05170001
051800     .                                                            05180001
051900                                                                  05190001
052000 240-COMPARE-TO-PO-LINE.                                          05200001
052100     MOVE WS-TBL-OPEN-PO (WS-PO-HIT-SUB) TO OPEN-PO-REC           05210001
052200     MOVE 'YES' TO WS-TBL-PO-MATCHED (WS-PO-HIT-SUB)              05220001
052300     COMPUTE AN-EXPECTED-QTY = OP-ORDER-QTY - OP-RECEIVED-QTY     05230001
052400     MOVE OP-UNIT-PRICE TO AN-UNIT-PRICE                          05240001
052500     IF AN-SHIP-QTY < AN-EXPECTED-QTY                             05250001
052600         MOVE 'H' TO AN-EXCEPTION                                 05260001
052700         MOVE 'SHORT SHIPPED' TO WS-REMARK                        05270001
052800         ADD 1 TO WS-SHORT-COUNT                                  05280001
052900     ELSE                                                         05290001
053000         IF AN-SHIP-QTY > AN-EXPECTED-QTY                         05300001
053100             MOVE 'O' TO AN-EXCEPTION                             05310001
053200             MOVE 'OVER SHIPPED' TO WS-REMARK                     05320001
053300             ADD 1 TO WS-OVER-COUNT                               05330001
053400         ELSE                                                     05340001
053500             ADD 1 TO WS-AS-ORDERED-COUNT                         05350001
053600         END-IF                                                   05360001
053700     END-IF                                                       05370001
053800     .                                                            05380001
053900                                                                  05390001
054000*****************************************************             05400001
054100*   A LOT THAT WILL HAVE FEWER THAN THE MINIMUM     *             05410001
054200*   DAYS LEFT WHEN IT ARRIVES IS FLAGGED SO THE     *             05420001
054300*   DOCK CAN REFUSE IT.  A LINE WITH NO EXPIRATION  *             05430001
054400*   IS NOT JUDGED                                   *             05440001
054500*****************************************************             05450001
054600 250-CHECK-DATING.                                                05460001
054700     IF AN-EXPIRATION-DATE > ZERO                                 05470001
054800         COMPUTE WS-DAYS-LEFT =                                   05480001
054900             FUNCTION INTEGER-OF-DATE (AN-EXPIRATION-DATE)        05490001
055000             - FUNCTION INTEGER-OF-DATE (AN-DELIVERY-DATE)        05500001
055100         IF WS-DAYS-LEFT < WS-MIN-DAYS-LEFT                       05510001
055200             MOVE 'Y' TO AN-SHORT-DATED                           05520001
055300             ADD 1 TO WS-DATED-COUNT                              05530001
055400         END-IF                                                   05540001
055500     END-IF                                                       05550001
055600     .                                                            05560001
055700                                                                  05570001
055800*****************************************************             05580001
055900*   ONE PAGE PER SUPPLIER, LOWEST CODE FIRST: THE   *             05590001
056000*   NOTICE LINES IN THE ORDER SENT, THEN ANY LINES  *             05600001
056100*   OF THE SUPPLIER'S NOTICED POS THE NOTICE LEFT   *             05610001
056200*   OUT                                             *             05620001
056300*****************************************************             05630001
056400 400-PRINT-DOCK-CHECKLIST.                                        05640001
056500     MOVE LOW-VALUES TO WS-CUR-SUPPLIER                           05650001
056600     PERFORM 410-FIND-NEXT-SUPPLIER                               05660001
056700     PERFORM 420-PRINT-ONE-SUPPLIER                               05670001
056800       UNTIL WS-NEXT-SUPPLIER = HIGH-VALUES                       05680001
056900     .                                                            05690001
057000                                                                  05700001
057100 410-FIND-NEXT-SUPPLIER.                                          05710001
057200     MOVE HIGH-VALUES TO WS-NEXT-SUPPLIER                         05720001
057300     PERFORM 415-SCAN-FOR-SUPPLIER                                05730001
057400       VARYING WS-ASN-SUB FROM 1 BY 1                             05740001
057500       UNTIL WS-ASN-SUB > WS-ASN-COUNT                            05750001
057600     .                                                            05760001
057700                                                                  05770001
057800 415-SCAN-FOR-SUPPLIER.                                           05780001
057900     MOVE WS-TBL-ASN (WS-ASN-SUB) TO ASN-REC                      05790001
058000     IF AN-SUPPLIER-CODE > WS-CUR-SUPPLIER                        05800001
058100         AND AN-SUPPLIER-CODE < WS-NEXT-SUPPLIER                  05810001
058200         MOVE AN-SUPPLIER-CODE TO WS-NEXT-SUPPLIER                05820001
058300     END-IF                                                       05830001
058400     .                                                            05840001
058500                                                                  05850001
058600 420-PRINT-ONE-SUPPLIER.                                          05860001
058700     MOVE WS-NEXT-SUPPLIER TO WS-CUR-SUPPLIER                     05870001
058800     MOVE WS-CUR-SUPPLIER TO SH-SUPPLIER-CODE                     05880001
058900     MOVE SPACES TO SH-SUPPLIER-NAME                              05890001
059000     IF WS-SUPMST-LOADED = 'YES'                                  05900001
059100         MOVE WS-CUR-SUPPLIER TO SM-SUPPLIER-CODE                 05910001
059200         READ SUPPLIER-MASTER                                     05920001
059300             INVALID KEY                                          05930001
059400                 MOVE 'SUPPLIER NOT ON FILE' TO SH-SUPPLIER-NAME  05940001
059500             NOT INVALID KEY                                      05950001
059600                 MOVE SM-SUPPLIER-NAME TO SH-SUPPLIER-NAME        05960001
059700         END-READ                                                 05970001
059800     END-IF                                                       05980001
059900     PERFORM 800-PRINT-HEADINGS                                   05990001
060000     WRITE DOCK-PRINT-REC FROM WS-SUPPLIER-HEADING                06000001
060100       AFTER ADVANCING 2 LINES                                    06010001
060200     END-WRITE                                                    06020001
060300     WRITE DOCK-PRINT-REC FROM WS-DOCK-COLUMN-HEADING             06030001
060400       AFTER ADVANCING 2 LINES                                    06040001
060500     END-WRITE                                                    06050001
060600     MOVE ZERO TO WS-SUP-LINE-COUNT                               06060001
060700     MOVE ZERO TO WS-SUP-EXCEPTION-COUNT                          06070001
060800     PERFORM 430-PRINT-NOTICE-LINE                                06080001
060900       VARYING WS-ASN-SUB FROM 1 BY 1                             06090001
061000       UNTIL WS-ASN-SUB > WS-ASN-COUNT                            06100001
061100     PERFORM 440-PRINT-UNNOTICED-LINE                             06110001
061200       VARYING WS-PO-SUB FROM 1 BY 1                              06120001
061300       UNTIL WS-PO-SUB > WS-PO-COUNT                              06130001
061400     MOVE WS-SUP-LINE-COUNT TO ST-LINE-COUNT                      06140001
061500     MOVE WS-SUP-EXCEPTION-COUNT TO ST-EXCEPTION-COUNT            06150001
061600     WRITE DOCK-PRINT-REC FROM WS-SUPPLIER-TOTAL-LINE             06160001
061700       AFTER ADVANCING 2 LINES                                    06170001
061800     END-WRITE                                                    06180001
061900     PERFORM 410-FIND-NEXT-SUPPLIER                               06190001
062000     .                                                            06200001
062100                                                                  06210001
062200 430-PRINT-NOTICE-LINE.                                           06220001
062300     MOVE WS-TBL-ASN (WS-ASN-SUB) TO ASN-REC                      06230001
062400     IF AN-SUPPLIER-CODE = WS-CUR-SUPPLIER                        06240001
062500         MOVE AN-PO-NUMBER TO DK-PO-NUMBER                        06250001
062600         MOVE AN-ITEM-NAME TO DK-ITEM-NAME                        06260001
062700         MOVE AN-EXPECTED-QTY TO DK-EXPECTED-QTY                  06270001
062800         MOVE AN-SHIP-QTY TO DK-SHIP-QTY                          06280001
062900         COMPUTE WS-QTY-DIFF = AN-SHIP-QTY - AN-EXPECTED-QTY      06290001
063000         MOVE WS-QTY-DIFF TO DK-QTY-DIFF                          06300001
063100         MOVE AN-LOT-NUMBER TO DK-LOT-NUMBER                      06310001
063200         IF AN-EXPIRATION-DATE > ZERO                             06320001
063300             MOVE AN-EXPIRATION-DATE TO DK-EXPIRATION-DATE        06330001
063400             MOVE WS-TBL-DAYS-LEFT (WS-ASN-SUB) TO DK-DAYS-LEFT   06340001
063500         ELSE                                                     06350001
063600             MOVE SPACES TO DK-EXPIRATION-DATE                    06360001
063700             MOVE SPACES TO DK-DAYS-LEFT-X                        06370001
063800         END-IF                                                   06380001
063900         MOVE WS-TBL-REMARK (WS-ASN-SUB) TO DK-REMARK             06390001
064000         IF AN-SHORT-DATED = 'Y'                                  06400001
064100             MOVE 'SHORT-DATED' TO DK-DATED-FLAG                  06410001
064200         ELSE                                                     06420001
064300             MOVE SPACES TO DK-DATED-FLAG                         06430001
064400         END-IF                                                   06440001
064500         IF AN-EXCEPTION NOT = SPACE                              06450001
064600             OR AN-SHORT-DATED = 'Y'                              06460001
064700             ADD 1 TO WS-SUP-EXCEPTION-COUNT                      06470001
064800         END-IF                                                   06480001
064900         ADD 1 TO WS-SUP-LINE-COUNT                               06490001
065000         WRITE DOCK-PRINT-REC FROM WS-DOCK-LINE                   06500001
065100           AFTER ADVANCING 1 LINE                                 06510001
065200         END-WRITE                                                06520001
065300     END-IF                                                       06530001
065400     .                                                            06540001
065500                                                                  06550001
065600 440-PRINT-UNNOTICED-LINE.                                        06560001
065700     MOVE WS-TBL-OPEN-PO (WS-PO-SUB) TO OPEN-PO-REC               06570001
065800     IF OP-SUPPLIER-CODE = WS-CUR-SUPPLIER                        06580001
065900         AND WS-TBL-PO-NOTICED (WS-PO-SUB) = 'YES'                06590001
066000         AND WS-TBL-PO-MATCHED (WS-PO-SUB) = 'NO'                 06600001
066100         AND OP-LINE-STATUS NOT = 'F'                             06610001
066150         AND OP-LINE-STATUS NOT = 'C'                             06615001
066200         MOVE OP-PO-NUMBER TO DK-PO-NUMBER                        06620001
066300         MOVE OP-ITEM-NAME TO DK-ITEM-NAME                        06630001
066400         COMPUTE WS-QTY-DIFF = OP-ORDER-QTY - OP-RECEIVED-QTY     06640001
066500         MOVE WS-QTY-DIFF TO DK-EXPECTED-QTY                      06650001
066600         MOVE ZERO TO DK-SHIP-QTY                                 06660001
066700         COMPUTE WS-QTY-DIFF = ZERO - WS-QTY-DIFF                 06670001
066800         MOVE WS-QTY-DIFF TO DK-QTY-DIFF                          06680001
066900         MOVE SPACES TO DK-LOT-NUMBER                             06690001
067000         MOVE SPACES TO DK-EXPIRATION-DATE                        06700001
067100         MOVE SPACES TO DK-DAYS-LEFT-X                            06710001
067200         MOVE 'ORDERED, NOT ON NOTICE' TO DK-REMARK               06720001
067300         MOVE SPACES TO DK-DATED-FLAG                             06730001
067400         ADD 1 TO WS-UNNOTICED-COUNT                              06740001
067500         ADD 1 TO WS-SUP-EXCEPTION-COUNT                          06750001
067600         ADD 1 TO WS-SUP-LINE-COUNT                               06760001
067700         WRITE DOCK-PRINT-REC FROM WS-DOCK-LINE                   06770001
067800           AFTER ADVANCING 1 LINE                                 06780001
067900         END-WRITE                                                06790001
068000     END-IF                                                       06800001
068100     .                                                            06810001
068200                                                                  06820001
068300 700-PRINT-SUMMARY.                                               06830001
068400     PERFORM 800-PRINT-HEADINGS                                   06840001
068500     MOVE 'NOTICE LINES READ' TO SU-LABEL                         06850001
068600     MOVE REC-COUNT TO SU-COUNT                                   06860001
068700     PERFORM 710-WRITE-SUMMARY-LINE                               06870001
068800     MOVE 'NOTICE LINES REJECTED' TO SU-LABEL                     06880001
068900     MOVE WS-REJECT-COUNT TO SU-COUNT                             06890001
069000     PERFORM 710-WRITE-SUMMARY-LINE                               06900001
069100     MOVE 'LINES AS ORDERED' TO SU-LABEL                          06910001
069200     MOVE WS-AS-ORDERED-COUNT TO SU-COUNT                         06920001
069300     PERFORM 710-WRITE-SUMMARY-LINE                               06930001
069400     MOVE 'SUBSTITUTIONS' TO SU-LABEL                             06940001
069500     MOVE WS-SUBST-COUNT TO SU-COUNT                              06950001
069600     PERFORM 710-WRITE-SUMMARY-LINE                               06960001
069700     MOVE 'SHORT SHIPPED' TO SU-LABEL                             06970001
069800     MOVE WS-SHORT-COUNT TO SU-COUNT                              06980001
069900     PERFORM 710-WRITE-SUMMARY-LINE                               06990001
070000     MOVE 'OVER SHIPPED' TO SU-LABEL                              07000001
070100     MOVE WS-OVER-COUNT TO SU-COUNT                               07010001
070200     PERFORM 710-WRITE-SUMMARY-LINE                               07020001
070300     MOVE 'SHORT-DATED LOTS' TO SU-LABEL                          07030001
070400     MOVE WS-DATED-COUNT TO SU-COUNT                              07040001
070500     PERFORM 710-WRITE-SUMMARY-LINE                               07050001
070600     MOVE 'PO NOT MATCHED' TO SU-LABEL                            07060001
070700     MOVE WS-UNMATCHED-COUNT TO SU-COUNT                          07070001
070800     PERFORM 710-WRITE-SUMMARY-LINE                               07080001
070900     MOVE 'ORDERED, NOT ON NOTICE' TO SU-LABEL                    07090001
071000     MOVE WS-UNNOTICED-COUNT TO SU-COUNT                          07100001
071100     PERFORM 710-WRITE-SUMMARY-LINE                               07110001
071200     .                                                            07120001
071300                                                                  07130001
071400 710-WRITE-SUMMARY-LINE.                                          07140001
071500     WRITE DOCK-PRINT-REC FROM WS-SUMMARY-LINE                    07150001
071600       AFTER ADVANCING 1 LINE                                     07160001
071700     END-WRITE                                                    07170001
071800     .                                                            07180001
071900                                                                  07190001
072000 800-PRINT-HEADINGS.                                              07200001
072100     MOVE WS-DATE-8 TO DH-RUN-DATE                                07210001
072200     MOVE WS-MIN-DAYS-LEFT TO DH-MIN-DAYS-LEFT                    07220001
072300     WRITE DOCK-PRINT-REC FROM WS-DOCK-HEADING                    07230001
072400       AFTER ADVANCING PAGE                                       07240001
072500     END-WRITE                                                    07250001
072600     .                                                            07260001
072700                                                                  07270001
072800 850-GET-DATE.                                                    07280001
072900     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          07290001
073000     COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER               07300001
073100         (FUNCTION INTEGER-OF-DATE (WS-DATE-8) + 1)               07310001
073200     .                                                            07320001
