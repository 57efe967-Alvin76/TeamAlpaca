000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    HISTLOAD.                                         00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*NIGHTLY ONLINE HISTORY LOAD - REBUILDS THE HISTONL *             00090001
001000*KSDS THE ONLINE HISTORY INQUIRY BROWSES FROM THE   *             00100001
001100*DAILY HISTORY FILE, ONE RECORD PER SNAPSHOT KEYED  *             00110001
001200*ON ITEM NAME, RUN DATE AND SITE.  EACH RECORD ALSO *             00120001
001300*CARRIES THE ITEM'S LAST RECEIPT DATE (THE LATEST   *             00130001
001400*POSTED GOODS-RECEIPT LINE ON THE SUPPLIER HISTORY) *             00140001
001500*AND LAST COUNT DATE (FROM THE CYCLE-COUNT          *             00150001
001600*SCHEDULE) SO THE INQUIRY NEEDS NO OTHER FILE.  A   *             00160001
001700*SECOND SNAPSHOT FOR THE SAME ITEM, DAY AND SITE    *             00170001
001800*(A RERUN OF THE DAILY REPORT) REPLACES THE FIRST.  *             00180001
001900*RUN AFTER THE DAILY REPORT, BEFORE THE ONLINE DAY  *             00190001
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
003200     SELECT HISTORY-FILE           ASSIGN TO MYHISTRY             00320001
003300         FILE STATUS IS WS-HIST-STATUS.                           00330001
003400     SELECT SUPPLIER-PERF-FILE     ASSIGN TO MYSUPHST             00340001
003500         FILE STATUS IS WS-SUPHST-STATUS.                         00350001
003600     SELECT CYCLE-SCHEDULE-FILE    ASSIGN TO MYCYCSCH             00360001
003700         ORGANIZATION IS INDEXED                                  00370001
003800         ACCESS MODE IS RANDOM                                    00380001
003900         RECORD KEY IS CC-ITEM-NAME                               00390001
004000         FILE STATUS IS WS-CYCSCH-STATUS.                         00400001
004100     SELECT HISTORY-ONLINE-FILE    ASSIGN TO MYHISTON             00410001
004200         ORGANIZATION IS INDEXED                                  00420001
004300         ACCESS MODE IS RANDOM                                    00430001
004400         RECORD KEY IS HO-KEY                                     00440001
004500         FILE STATUS IS WS-HISTON-STATUS.                         00450001
004600     SELECT LOAD-PRINT-FILE        ASSIGN TO MYHISTLR.            00460001
004700                                                                  00470001
004800 DATA DIVISION.                                                   00480001
004900 FILE SECTION.                                                    00490001
005000                                                                  00500001
005100 FD  HISTORY-FILE                                                 00510001
005200     RECORDING MODE IS F.                                         00520001
005300     COPY HISTREC.                                                00530001
005400                                                                  00540001
005500 FD  SUPPLIER-PERF-FILE                                           00550001
005600     RECORDING MODE IS F.                                         00560001
005700     COPY SUPHST.                                                 00570001
005800                                                                  00580001
005900 FD  CYCLE-SCHEDULE-FILE.                                         00590001
006000     COPY CYCSCHD.                                                00600001
006100                                                                  00610001
006200 FD  HISTORY-ONLINE-FILE.                                         00620001
006300     COPY HISTONL.                                                00630001
006400                                                                  00640001
006500 FD  LOAD-PRINT-FILE                                              00650001
006600     RECORDING MODE IS F.                                         00660001
006700 01  LOAD-PRINT-REC.                                              00670001
006800     10  FILLER                    PIC X(132).                    00680001
006900                                                                  00690001
007000 WORKING-STORAGE SECTION.                                         00700001
007100                                                                  00710001
007200 01  WS-COUNTERS-FLAGS.                                           00720001
007300     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00730001
007400     10  WS-RCPT-EOF               PIC X(03) VALUE 'NO'.          00740001
007500     10  WS-COUNTS-AVAILABLE       PIC X(03) VALUE 'NO'.          00750001
007600     10  REC-COUNT                 PIC 9(07) VALUE ZERO.          00760001
007700     10  WS-LOADED-COUNT           PIC 9(07) VALUE ZERO.          00770001
007800     10  WS-REPLACED-COUNT         PIC 9(07) VALUE ZERO.          00780001
007900     10  WS-SKIPPED-COUNT          PIC 9(07) VALUE ZERO.          00790001
008000     10  WS-RECEIPT-COUNT          PIC 9(07) VALUE ZERO.          00800001
008100     10  WS-ITEM-COUNT             PIC S9(04) COMP VALUE ZERO.    00810001
008200     10  WS-ITEM-SUB               PIC S9(04) COMP VALUE ZERO.    00820001
008300     10  WS-ITEM-HIT               PIC S9(04) COMP VALUE ZERO.    00830001
008400     10  WS-FIND-ITEM-NAME         PIC X(17) VALUE SPACES.        00840001
008500                                                                  00850001
008600 01  WS-VALIDATION-FLAGS.                                         00860001
008700     10  WS-HIST-STATUS            PIC X(02) VALUE SPACES.        00870001
008800     10  WS-SUPHST-STATUS          PIC X(02) VALUE SPACES.        00880001
008900     10  WS-CYCSCH-STATUS          PIC X(02) VALUE SPACES.        00890001
009000     10  WS-HISTON-STATUS          PIC X(02) VALUE SPACES.        00900001
009100                                                                  00910001
009200 01  WS-DATE-FIELDS.                                              00920001
009300     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          00930001
009400                                                                  00940001
009500*****************************************************             00950001
009600*   ONE ENTRY PER ITEM SEEN, HOLDING ITS LATEST     *             00960001
009700*   RECEIPT DATE AND, ONCE LOOKED UP, ITS LAST      *             00970001
009800*   COUNT DATE                                      *             00980001
009900*****************************************************             00990001
010000 01  WS-ITEM-DATE-TABLE.                                          01000001
010100     10  WS-ITEM-DATE-ENTRY        OCCURS 1000 TIMES.             01010001
010200         15  ID-ITEM-NAME          PIC X(17).                     01020001
010300         15  ID-LAST-RECEIPT-DATE  PIC 9(08).                     01030001
010400         15  ID-LAST-COUNT-DATE    PIC 9(08).                     01040001
010500         15  ID-COUNT-LOOKED-UP    PIC X(03).                     01050001
010600                                                                  01060001
010700 01  WS-LOAD-HEADING.                                             01070001
010800     10  FILLER                    PIC X(02) VALUE SPACES.        01080001
010900     10  FILLER                    PIC X(34) VALUE                01090001
011000         'ONLINE HISTORY LOAD REGISTER      '.                    01100001
011100     10  FILLER                    PIC X(06) VALUE 'DATE: '.      01110001
011200     10  LH-RUN-DATE               PIC 9(08).                     01120001
011300     10  FILLER                    PIC X(82) VALUE SPACES.        01130001
011400                                                                  01140001
011500 01  WS-LOAD-COUNT-LINE.                                          01150001
011600     10  FILLER                    PIC X(02) VALUE SPACES.        01160001
011700     10  LC-LABEL                  PIC X(34).                     01170001
011800     10  LC-COUNT                  PIC Z,ZZZ,ZZ9.                 01180001
011900     10  FILLER                    PIC X(87) VALUE SPACES.        01190001
012000                                                                  01200001
012100 PROCEDURE DIVISION.                                              01210001
012200                                                                  01220001
012300*****************************************************             01230001
012400*   MAIN PROGRAM ROUTINE                            *             01240001
012500*****************************************************             01250001
012600 010-START-HERE.                                                  01260001
012700     PERFORM 850-GET-DATE                                         01270001
012800     OPEN INPUT HISTORY-FILE                                      01280001
012900     IF WS-HIST-STATUS NOT = '00'                                 01290001
013000         DISPLAY 'HISTORY FILE OPEN FAILED, STATUS = '            01300001
013100             WS-HIST-STATUS                                       01310001
013200         MOVE 16 TO RETURN-CODE                                   01320001
013300     ELSE                                                         01330001
013400         PERFORM 105-OPEN-ONLINE-FILE                             01340001
013500         IF WS-HISTON-STATUS NOT = '00'                           01350001
013600             DISPLAY 'ONLINE HISTORY OPEN FAILED, STATUS = '      01360001
013700                 WS-HISTON-STATUS                                 01370001
013800             MOVE 16 TO RETURN-CODE                               01380001
013900             CLOSE HISTORY-FILE                                   01390001
014000         ELSE                                                     01400001
014100             PERFORM 110-LOAD-RECEIPT-DATES                       01410001
014200             OPEN INPUT CYCLE-SCHEDULE-FILE                       01420001
014300             IF WS-CYCSCH-STATUS = '00'                           01430001
014400                 MOVE 'YES' TO WS-COUNTS-AVAILABLE                01440001
014500             ELSE                                                 01450001
014600                 DISPLAY 'CYCLE SCHEDULE NOT AVAILABLE, STATUS = '01460001
014700                     WS-CYCSCH-STATUS ', NO COUNT DATES LOADED'   01470001
014800             END-IF                                               01480001
014900             OPEN OUTPUT LOAD-PRINT-FILE                          01490001
015000             PERFORM 100-READ-HISTORY                             01500001
015100             PERFORM 200-LOAD-SNAPSHOT                            01510001
015200               UNTIL EOF-FLAG = 'YES'                             01520001
015300             PERFORM 700-PRINT-REGISTER                           01530001
015400             IF WS-COUNTS-AVAILABLE = 'YES'                       01540001
015500                 CLOSE CYCLE-SCHEDULE-FILE                        01550001
015600             END-IF                                               01560001
015700             CLOSE HISTORY-FILE HISTORY-ONLINE-FILE               01570001
015800                 LOAD-PRINT-FILE                                  01580001
015900         END-IF                                                   01590001
016000     END-IF                                                       01600001
016100     GOBACK                                                       01610001
016200     .                                                            01620001
016300                                                                  01630001
016400*****************************************************             01640001
016500*   THE ONLINE FILE IS REBUILT FROM THE WHOLE       *             01650001
016600*   HISTORY EVERY NIGHT, SO IT IS EMPTIED FIRST AND *             01660001
016700*   THEN OPENED FOR UPDATE SO A REPEATED KEY CAN    *             01670001
016800*   REPLACE THE RECORD ALREADY LOADED               *             01680001
016900*****************************************************             01690001
017000 105-OPEN-ONLINE-FILE.                                            01700001
017100     OPEN OUTPUT HISTORY-ONLINE-FILE                              01710001
017200     IF WS-HISTON-STATUS = '00'                                   01720001
017300         CLOSE HISTORY-ONLINE-FILE                                01730001
017400         OPEN I-O HISTORY-ONLINE-FILE                             01740001
017500     END-IF                                                       01750001
017600     .                                                            01760001
017700                                                                  01770001
017800 100-READ-HISTORY.                                                01780001
017900     READ HISTORY-FILE                                            01790001
018000         AT END                                                   01800001
018100             MOVE 'YES' TO EOF-FLAG                               01810001
018200         NOT AT END                                               01820001
018300             ADD 1 TO REC-COUNT                                   01830001
018400     END-READ                                                     01840001
018500     .                                                            01850001
018600                                                                  01860001
018700*****************************************************             01870001
018800*   THE LATEST POSTED RECEIPT PER ITEM.  RETURN     *             01880001
018900*   LINES CARRY NO RECEIVED QUANTITY AND ARE NOT    *             01890001
019000*   RECEIPTS.  WITHOUT THE SUPPLIER HISTORY EVERY   *             01900001
019100*   ITEM LOADS WITH NO LAST RECEIPT                 *             01910001
019200*****************************************************             01920001
019300 110-LOAD-RECEIPT-DATES.                                          01930001
019400     OPEN INPUT SUPPLIER-PERF-FILE                                01940001
019500     IF WS-SUPHST-STATUS = '00'                                   01950001
019600         PERFORM 115-READ-RECEIPT                                 01960001
019700         PERFORM 120-POST-RECEIPT-DATE                            01970001
019800           UNTIL WS-RCPT-EOF = 'YES'                              01980001
019900         CLOSE SUPPLIER-PERF-FILE                                 01990001
020000     ELSE                                                         02000001
020100         DISPLAY 'SUPPLIER HISTORY NOT AVAILABLE, STATUS = '      02010001
020200             WS-SUPHST-STATUS ', NO RECEIPT DATES LOADED'         02020001
020300     END-IF                                                       02030001
020400     .                                                            02040001
020500                                                                  02050001
020600 115-READ-RECEIPT.                                                02060001
020700     READ SUPPLIER-PERF-FILE                                      02070001
020800         AT END                                                   02080001
020900             MOVE 'YES' TO WS-RCPT-EOF                            02090001
021000     END-READ                                                     02100001
021100     .                                                            02110001
021200                                                                  02120001
021300 120-POST-RECEIPT-DATE.                                           02130001
021400     IF SF-RECEIVED-QTY NUMERIC                                   02140001
021500         AND SF-RECEIVED-QTY > ZERO                               02150001
021600         AND SF-RECEIPT-DATE NUMERIC                              02160001
021700         ADD 1 TO WS-RECEIPT-COUNT                                02170001
021800         MOVE SF-ITEM-NAME TO WS-FIND-ITEM-NAME                   02180001
021900         PERFORM 300-FIND-ITEM-ENTRY                              02190001
022000         IF WS-ITEM-HIT > ZERO                                    02200001
022100             IF SF-RECEIPT-DATE >                                 02210001
022200                 ID-LAST-RECEIPT-DATE (WS-ITEM-HIT)               02220001
022300                 MOVE SF-RECEIPT-DATE TO                          02230001
022400                     ID-LAST-RECEIPT-DATE (WS-ITEM-HIT)           02240001
022500             END-IF                                               02250001
022600         END-IF                                                   02260001
022700     END-IF                                                       02270001
022800     PERFORM 115-READ-RECEIPT                                     02280001
022900     .                                                            02290001
023000                                                                  02300001
023100*****************************************************             02310001
023200*   ONE ONLINE RECORD PER SNAPSHOT.  OLDER          *             02320001
023300*   SNAPSHOTS CARRY SPACES IN THE PER-DAY ISSUE     *             02330001
023400*   COLUMN AND LOAD IT AS ZERO                      *             02340001
023500*****************************************************             02350001
023600 200-LOAD-SNAPSHOT.                                               02360001
023700     IF HS-RUN-DATE NOT NUMERIC                                   02370001
023800         OR HS-ITEM-NAME = SPACES                                 02380001
023900         ADD 1 TO WS-SKIPPED-COUNT                                02390001
024000     ELSE                                                         02400001
024100         MOVE SPACES TO HISTORY-ONLINE-REC                        02410001
024200         MOVE HS-ITEM-NAME TO HO-ITEM-NAME                        02420001
024300         MOVE HS-RUN-DATE TO HO-RUN-DATE                          02430001
024400         MOVE HS-SITE-CODE TO HO-SITE-CODE                        02440001
024500         MOVE HS-CATEGORY TO HO-CATEGORY                          02450001
024600         MOVE HS-UNITS TO HO-UNITS                                02460001
024700         IF HS-UNITS-DAY NUMERIC                                  02470001
024800             MOVE HS-UNITS-DAY TO HO-UNITS-DAY                    02480001
024900         ELSE                                                     02490001
025000             MOVE ZERO TO HO-UNITS-DAY                            02500001
025100         END-IF                                                   02510001
025200         MOVE HS-WASTE-UNITS TO HO-WASTE-UNITS                    02520001
025300         MOVE HS-INVENTORY-VALUE TO HO-INVENTORY-VALUE            02530001
025400         MOVE HS-ITEM-NAME TO WS-FIND-ITEM-NAME                   02540001
025500         PERFORM 300-FIND-ITEM-ENTRY                              02550001
025600         IF WS-ITEM-HIT > ZERO                                    02560001
025700             PERFORM 310-SET-COUNT-DATE                           02570001
025800             MOVE ID-LAST-RECEIPT-DATE (WS-ITEM-HIT) TO           02580001
025900                 HO-LAST-RECEIPT-DATE                             02590001
026000             MOVE ID-LAST-COUNT-DATE (WS-ITEM-HIT) TO             02600001
026100                 HO-LAST-COUNT-DATE                               02610001
026200         ELSE                                                     02620001
026300             MOVE ZERO TO HO-LAST-RECEIPT-DATE                    02630001
026400             MOVE ZERO TO HO-LAST-COUNT-DATE                      02640001
026500         END-IF                                                   02650001
026600         PERFORM 210-WRITE-ONLINE-RECORD                          02660001
026700     END-IF                                                       02670001
026800     PERFORM 100-READ-HISTORY                                     02680001
026900     .                                                            02690001
027000                                                                  02700001
027100 210-WRITE-ONLINE-RECORD.                                         02710001
027200     WRITE HISTORY-ONLINE-REC                                     02720001
027300         INVALID KEY                                              02730001
027400             REWRITE HISTORY-ONLINE-REC                           02740001
027500                 INVALID KEY                                      02750001
027600                     ADD 1 TO WS-SKIPPED-COUNT                    02760001
027700                 NOT INVALID KEY                                  02770001
027800                     ADD 1 TO WS-REPLACED-COUNT                   02780001
027900             END-REWRITE                                          02790001
028000         NOT INVALID KEY                                          02800001
028100             ADD 1 TO WS-LOADED-COUNT                             02810001
028200     END-WRITE                                                    02820001
028300     .                                                            02830001
028400                                                                  02840001
028500*****************************************************             02850001
028600*   FIND THE ITEM'S DATE ENTRY, ADDING ONE THE      *             02860001
028700*   FIRST TIME THE ITEM IS SEEN                     *             02870001
028800*****************************************************             02880001
028900 300-FIND-ITEM-ENTRY.                                             02890001
029000     MOVE ZERO TO WS-ITEM-HIT                                     02900001
029100     PERFORM 305-MATCH-ITEM-ENTRY                                 02910001
029200       VARYING WS-ITEM-SUB FROM 1 BY 1                            02920001
029300       UNTIL WS-ITEM-SUB > WS-ITEM-COUNT                          02930001
029400          OR WS-ITEM-HIT > ZERO                                   02940001
029500     IF WS-ITEM-HIT = ZERO                                        02950001
029600         IF WS-ITEM-COUNT < 1000                                  02960001
029700             ADD 1 TO WS-ITEM-COUNT                               02970001
029800             MOVE WS-ITEM-COUNT TO WS-ITEM-HIT                    02980001
029900             MOVE WS-FIND-ITEM-NAME TO ID-ITEM-NAME (WS-ITEM-HIT) 02990001
030000             MOVE ZERO TO ID-LAST-RECEIPT-DATE (WS-ITEM-HIT)      03000001
030100             MOVE ZERO TO ID-LAST-COUNT-DATE (WS-ITEM-HIT)        03010001
030200             MOVE 'NO' TO ID-COUNT-LOOKED-UP (WS-ITEM-HIT)        03020001
030300         ELSE                                                     03030001
030400             DISPLAY 'ITEM DATE TABLE FULL, NO DATES FOR '        03040001
030500                 WS-FIND-ITEM-NAME                                03050001
030600             MOVE 4 TO RETURN-CODE                                03060001
030700         END-IF                                                   03070001
030800     END-IF                                                       03080001
030900     .                                                            03090001
031000                                                                  03100001
031100 305-MATCH-ITEM-ENTRY.                                            03110001
031200     IF ID-ITEM-NAME (WS-ITEM-SUB) = WS-FIND-ITEM-NAME            03120001
031300         MOVE WS-ITEM-SUB TO WS-ITEM-HIT                          03130001
031400     END-IF                                                       03140001
031500     .                                                            03150001
031600                                                                  03160001
031700 310-SET-COUNT-DATE.                                              03170001
031800     IF ID-COUNT-LOOKED-UP (WS-ITEM-HIT) = 'NO'                   03180001
031900         MOVE 'YES' TO ID-COUNT-LOOKED-UP (WS-ITEM-HIT)           03190001
032000         IF WS-COUNTS-AVAILABLE = 'YES'                           03200001
032100             MOVE HS-ITEM-NAME TO CC-ITEM-NAME                    03210001
032200             READ CYCLE-SCHEDULE-FILE                             03220001
032300                 INVALID KEY                                      03230001
032400                     CONTINUE                                     03240001
032500                 NOT INVALID KEY                                  03250001
032600                     IF CC-LAST-COUNT-DATE NUMERIC                03260001
032700                         MOVE CC-LAST-COUNT-DATE TO               03270001
032800                             ID-LAST-COUNT-DATE (WS-ITEM-HIT)     03280001
032900                     END-IF                                       03290001
033000             END-READ                                             03300001
033100         END-IF                                                   03310001
033200     END-IF                                                       03320001
033300     .                                                            03330001
033400                                                                  03340001
033500 700-PRINT-REGISTER.                                              03350001
033600     MOVE WS-DATE-8 TO LH-RUN-DATE                                03360001
033700     WRITE LOAD-PRINT-REC FROM WS-LOAD-HEADING                    03370001
033800       AFTER ADVANCING PAGE                                       03380001
033900     END-WRITE                                                    03390001
034000     MOVE 'HISTORY SNAPSHOTS READ' TO LC-LABEL                    03400001
034100     MOVE REC-COUNT TO LC-COUNT                                   03410001
034200     WRITE LOAD-PRINT-REC FROM WS-LOAD-COUNT-LINE                 03420001
034300       AFTER ADVANCING 2 LINES                                    03430001
034400     END-WRITE                                                    03440001
034500     MOVE 'ONLINE RECORDS LOADED' TO LC-LABEL                     03450001
034600     MOVE WS-LOADED-COUNT TO LC-COUNT                             03460001
034700     WRITE LOAD-PRINT-REC FROM WS-LOAD-COUNT-LINE                 03470001
034800       AFTER ADVANCING 1 LINE                                     03480001
034900     END-WRITE                                                    03490001
035000     MOVE 'REPEATED SNAPSHOTS REPLACED' TO LC-LABEL               03500001
035100     MOVE WS-REPLACED-COUNT TO LC-COUNT                           03510001
035200     WRITE LOAD-PRINT-REC FROM WS-LOAD-COUNT-LINE                 03520001
035300       AFTER ADVANCING 1 LINE                                     03530001
035400     END-WRITE                                                    03540001
035500     MOVE 'SNAPSHOTS SKIPPED' TO LC-LABEL                         03550001
035600     MOVE WS-SKIPPED-COUNT TO LC-COUNT                            03560001
035700     WRITE LOAD-PRINT-REC FROM WS-LOAD-COUNT-LINE                 03570001
035800       AFTER ADVANCING 1 LINE                                     03580001
035900     END-WRITE                                                    03590001
036000     MOVE 'RECEIPT LINES SCANNED' TO LC-LABEL                     03600001
036100     MOVE WS-RECEIPT-COUNT TO LC-COUNT                            03610001
036200     WRITE LOAD-PRINT-REC FROM WS-LOAD-COUNT-LINE                 03620001
036300       AFTER ADVANCING 1 LINE                                     03630001
036400     END-WRITE                                                    03640001
036500     MOVE 'ITEMS ON THE ONLINE FILE' TO LC-LABEL                  03650001
036600     MOVE WS-ITEM-COUNT TO LC-COUNT                               03660001
036700     WRITE LOAD-PRINT-REC FROM WS-LOAD-COUNT-LINE                 03670001
036800       AFTER ADVANCING 1 LINE                                     03680001
036900     END-WRITE                                                    03690001
037000     .                                                            03700001
037100                                                                  03710001
037200 850-GET-DATE.                                                    03720001
037300     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          03730001
037400     .                                                            03740001
