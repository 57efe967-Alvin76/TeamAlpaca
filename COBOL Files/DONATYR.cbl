000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    DONATYR.                                          00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*YEAR-END DONATION SUMMARY - READS THE DONATION     *             00090001
001000*JOURNAL THE DONATION POSTING RUN KEEPS AND PRINTS  *             00100001
001100*THE YEAR'S DONATIONS FOR THE TAX RETURN: LINES,    *             00110001
001200*UNITS AND VALUE AT COST BY RECIPIENT, THE SAME BY  *             00120001
001300*CATEGORY, AND THE YEAR'S TOTAL.  A DONATION        *             00130001
001400*BELONGS TO THE YEAR OF THE DAY THE STOCK LEFT.     *             00140001
001500*THE SUMMARY YEAR COMES FROM SYSIN (YYYY) OR        *             00150001
001600*DEFAULTS TO THE YEAR OF THE MONTH BEFORE THE RUN   *             00160001
001700*DATE                                               *             00170001
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
003000     SELECT DONATION-JOURNAL-FILE  ASSIGN TO MYDONJRN             00300001
003100         FILE STATUS IS WS-DONJRN-STATUS.                         00310001
003200     SELECT DONATION-YEAR-FILE     ASSIGN TO MYDONYR.             00320001
003300                                                                  00330001
003400 DATA DIVISION.                                                   00340001
003500 FILE SECTION.                                                    00350001
003600                                                                  00360001
003700 FD  DONATION-JOURNAL-FILE                                        00370001
003800     RECORDING MODE IS F.                                         00380001
003900     COPY DONJRNL.                                                00390001
004000                                                                  00400001
004100 FD  DONATION-YEAR-FILE                                           00410001
004200     RECORDING MODE IS F.                                         00420001
004300 01  DONATION-YEAR-REC.                                           00430001
004400     10  FILLER                    PIC X(132).                    00440001
004500                                                                  00450001
004600 WORKING-STORAGE SECTION.                                         00460001
004700                                                                  00470001
004800 01  WS-COUNTERS-FLAGS.                                           00480001
004900     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00490001
005000     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00500001
005100     10  WS-YEAR-COUNT             PIC 9(05) VALUE ZERO.          00510001
005200     10  WS-SUB                    PIC S9(04) COMP VALUE ZERO.    00520001
005300     10  WS-HIT-SUB                PIC S9(04) COMP VALUE ZERO.    00530001
005400                                                                  00540001
005500 01  WS-VALIDATION-FLAGS.                                         00550001
005600     10  WS-DONJRN-STATUS          PIC X(02) VALUE SPACES.        00560001
005700                                                                  00570001
005800 01  WS-DATE-FIELDS.                                              00580001
005900     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          00590001
006000     10  WS-SUMMARY-YEAR           PIC 9(04) VALUE ZERO.          00600001
006100     10  WS-WORK-MM                PIC 9(02) VALUE ZERO.          00610001
006200                                                                  00620001
006300 01  WS-SUMMARY-PARM-CARD.                                        00630001
006400     10  PC-SUMMARY-YEAR           PIC 9(04).                     00640001
006500     10  FILLER                    PIC X(76).                     00650001
006600                                                                  00660001
006700*****************************************************             00670001
006800*   THE YEAR'S DONATIONS ACCUMULATED BY RECIPIENT   *             00680001
006900*   AND BY CATEGORY.  A FULL TABLE STILL COUNTS IN  *             00690001
007000*   THE YEAR'S TOTAL BUT RAISES RC 16               *             00700001
007100*****************************************************             00710001
007200 01  WS-RECIPIENT-SECTION.                                        00720001
007300     10  WS-RCP-COUNT              PIC 9(03) VALUE ZERO.          00730001
007400     10  WS-RCP-TABLE.                                            00740001
007500         15  WS-RCP-ENTRY OCCURS 200 TIMES.                       00750001
007600             20  YP-RECIPIENT-ID   PIC X(08).                     00760001
007700             20  YP-RECIPIENT-NAME PIC X(30).                     00770001
007800             20  YP-LINES          PIC 9(05).                     00780001
007900             20  YP-UNITS          PIC 9(07).                     00790001
008000             20  YP-VALUE          PIC S9(09)V99.                 00800001
008100                                                                  00810001
008200 01  WS-CATEGORY-SECTION.                                         00820001
008300     10  WS-CAT-COUNT              PIC 9(03) VALUE ZERO.          00830001
008400     10  WS-CAT-TABLE.                                            00840001
008500         15  WS-CAT-ENTRY OCCURS 50 TIMES.                        00850001
008600             20  CT-CATEGORY       PIC X(10).                     00860001
008700             20  CT-LINES          PIC 9(05).                     00870001
008800             20  CT-UNITS          PIC 9(07).                     00880001
008900             20  CT-VALUE          PIC S9(09)V99.                 00890001
009000                                                                  00900001
009100 01  WS-YEAR-TOTALS.                                              00910001
009200     10  WS-YEAR-LINES             PIC 9(05) VALUE ZERO.          00920001
009300     10  WS-YEAR-UNITS             PIC 9(07) VALUE ZERO.          00930001
009400     10  WS-YEAR-VALUE             PIC S9(09)V99 VALUE ZERO.      00940001
009500                                                                  00950001
009600 01  WS-YEAR-HEADING.                                             00960001
009700     10  FILLER                    PIC X(02) VALUE SPACES.        00970001
009800     10  FILLER                    PIC X(34) VALUE                00980001
009900         'ANNUAL FOOD DONATION SUMMARY      '.                    00990001
010000     10  FILLER                    PIC X(06) VALUE 'YEAR: '.      01000001
010100     10  YH-SUMMARY-YEAR           PIC 9(04).                     01010001
010200     10  FILLER                    PIC X(04) VALUE SPACES.        01020001
010300     10  FILLER                    PIC X(06) VALUE 'DATE: '.      01030001
010400     10  YH-RUN-DATE               PIC 9(08).                     01040001
010500     10  FILLER                    PIC X(68) VALUE SPACES.        01050001
010600                                                                  01060001
010700 01  WS-RECIPIENT-COLUMN-HEADING.                                 01070001
010800     10  FILLER                    PIC X(02) VALUE SPACES.        01080001
010900     10  FILLER                    PIC X(10) VALUE 'RECIPIENT'.   01090001
011000     10  FILLER                    PIC X(32) VALUE 'NAME'.        01100001
011100     10  FILLER                    PIC X(07) VALUE 'LINES'.       01110001
011200     10  FILLER                    PIC X(11) VALUE                01120001
011300         '    UNITS  '.                                           01130001
011400     10  FILLER                    PIC X(70) VALUE                01140001
011500         ' VALUE AT COST'.                                        01150001
011600                                                                  01160001
011700 01  WS-RECIPIENT-LINE.                                           01170001
011800     10  FILLER                    PIC X(02) VALUE SPACES.        01180001
011900     10  YR-RECIPIENT-ID           PIC X(08).                     01190001
012000     10  FILLER                    PIC X(02) VALUE SPACES.        01200001
012100     10  YR-RECIPIENT-NAME         PIC X(30).                     01210001
012200     10  FILLER                    PIC X(02) VALUE SPACES.        01220001
012300     10  YR-LINES                  PIC ZZZZ9.                     01230001
012400     10  FILLER                    PIC X(02) VALUE SPACES.        01240001
012500     10  YR-UNITS                  PIC Z,ZZZ,ZZ9.                 01250001
012600     10  FILLER                    PIC X(02) VALUE SPACES.        01260001
012700     10  YR-VALUE                  PIC ZZZ,ZZZ,ZZ9.99.            01270001
012800     10  FILLER                    PIC X(56) VALUE SPACES.        01280001
012900                                                                  01290001
013000 01  WS-CATEGORY-COLUMN-HEADING.                                  01300001
013100     10  FILLER                    PIC X(02) VALUE SPACES.        01310001
013200     10  FILLER                    PIC X(42) VALUE 'CATEGORY'.    01320001
013300     10  FILLER                    PIC X(07) VALUE 'LINES'.       01330001
013400     10  FILLER                    PIC X(11) VALUE                01340001
013500         '    UNITS  '.                                           01350001
013600     10  FILLER                    PIC X(70) VALUE                01360001
013700         ' VALUE AT COST'.                                        01370001
013800                                                                  01380001
013900 01  WS-CATEGORY-LINE.                                            01390001
014000     10  FILLER                    PIC X(02) VALUE SPACES.        01400001
014100     10  YC-CATEGORY               PIC X(10).                     01410001
014200     10  FILLER                    PIC X(32) VALUE SPACES.        01420001
014300     10  YC-LINES                  PIC ZZZZ9.                     01430001
014400     10  FILLER                    PIC X(02) VALUE SPACES.        01440001
014500     10  YC-UNITS                  PIC Z,ZZZ,ZZ9.                 01450001
014600     10  FILLER                    PIC X(02) VALUE SPACES.        01460001
014700     10  YC-VALUE                  PIC ZZZ,ZZZ,ZZ9.99.            01470001
014800     10  FILLER                    PIC X(56) VALUE SPACES.        01480001
014900                                                                  01490001
015000 01  WS-TOTAL-LINE.                                               01500001
015100     10  FILLER                    PIC X(02) VALUE SPACES.        01510001
015200     10  YT-LABEL                  PIC X(42).                     01520001
015300     10  YT-LINES                  PIC ZZZZ9.                     01530001
015400     10  FILLER                    PIC X(02) VALUE SPACES.        01540001
015500     10  YT-UNITS                  PIC Z,ZZZ,ZZ9.                 01550001
015600     10  FILLER                    PIC X(02) VALUE SPACES.        01560001
015700     10  YT-VALUE                  PIC ZZZ,ZZZ,ZZ9.99.            01570001
015800     10  FILLER                    PIC X(56) VALUE SPACES.        01580001
015900                                                                  01590001
016000 01  WS-NONE-LINE.                                                01600001
016100     10  FILLER                    PIC X(02) VALUE SPACES.        01610001
016200     10  FILLER                    PIC X(40) VALUE                01620001
016300         'NO DONATIONS ON FILE FOR THE YEAR'.                     01630001
016400     10  FILLER                    PIC X(90) VALUE SPACES.        01640001
016500                                                                  01650001
016600 PROCEDURE DIVISION.                                              01660001
016700                                                                  01670001
016800*****************************************************             01680001
016900*   MAIN PROGRAM ROUTINE                            *             01690001
017000*****************************************************             01700001
017100 010-START-HERE.                                                  01710001
017200     PERFORM 850-GET-DATE                                         01720001
017300     PERFORM 105-GET-SUMMARY-YEAR                                 01730001
017400     OPEN INPUT DONATION-JOURNAL-FILE                             01740001
017500     IF WS-DONJRN-STATUS NOT = '00'                               01750001
017600         AND WS-DONJRN-STATUS NOT = '35'                          01760001
017700         DISPLAY 'DONATION JOURNAL OPEN FAILED, STATUS = '        01770001
017800             WS-DONJRN-STATUS                                     01780001
017900         MOVE 16 TO RETURN-CODE                                   01790001
018000     ELSE                                                         01800001
018100         IF WS-DONJRN-STATUS = '00'                               01810001
018200             PERFORM 100-READ-JOURNAL                             01820001
018300             PERFORM 150-PROCESS-JOURNAL                          01830001
018400               UNTIL EOF-FLAG = 'YES'                             01840001
018500             CLOSE DONATION-JOURNAL-FILE                          01850001
018600         END-IF                                                   01860001
018700         OPEN OUTPUT DONATION-YEAR-FILE                           01870001
018800         PERFORM 800-PRINT-HEADINGS                               01880001
018900         PERFORM 500-PRINT-RECIPIENT-SECTION                      01890001
019000         PERFORM 600-PRINT-CATEGORY-SECTION                       01900001
019100         CLOSE DONATION-YEAR-FILE                                 01910001
019200     END-IF                                                       01920001
019300     GOBACK                                                       01930001
019400     .                                                            01940001
019500                                                                  01950001
019600*****************************************************             01960001
019700*   SUMMARY YEAR FROM SYSIN, OR THE YEAR OF THE     *             01970001
019800*   MONTH BEFORE THE RUN DATE WHEN THE CARD IS      *             01980001
019900*   BLANK OR ZERO - A JANUARY RUN SUMS LAST YEAR    *             01990001
020000*****************************************************             02000001
020100 105-GET-SUMMARY-YEAR.                                            02010001
020200     ACCEPT WS-SUMMARY-PARM-CARD FROM SYSIN                       02020001
020300     IF PC-SUMMARY-YEAR NUMERIC                                   02030001
020400         AND PC-SUMMARY-YEAR > ZERO                               02040001
020500         MOVE PC-SUMMARY-YEAR TO WS-SUMMARY-YEAR                  02050001
020600     ELSE                                                         02060001
020700         MOVE WS-DATE-8 (1:4) TO WS-SUMMARY-YEAR                  02070001
020800         MOVE WS-DATE-8 (5:2) TO WS-WORK-MM                       02080001
020900         IF WS-WORK-MM = 1                                        02090001
021000             SUBTRACT 1 FROM WS-SUMMARY-YEAR                      02100001
021100         END-IF                                                   02110001
021200     END-IF                                                       02120001
021300     .                                                            02130001
021400                                                                  02140001
021500 100-READ-JOURNAL.                                                02150001
021600     READ DONATION-JOURNAL-FILE                                   02160001
021700         AT END                                                   02170001
021800             MOVE 'YES' TO EOF-FLAG                               02180001
021900         NOT AT END                                               02190001
022000             ADD 1 TO REC-COUNT                                   02200001
022100     END-READ                                                     02210001
022200     .                                                            02220001
022300                                                                  02230001
022400 150-PROCESS-JOURNAL.                                             02240001
022500     IF DJ-DONATION-DATE NUMERIC                                  02250001
022600         AND DJ-DONATION-DATE (1:4) = WS-SUMMARY-YEAR             02260001
022700         ADD 1 TO WS-YEAR-COUNT                                   02270001
022800         ADD 1 TO WS-YEAR-LINES                                   02280001
022900         ADD DJ-UNITS TO WS-YEAR-UNITS                            02290001
023000         ADD DJ-DONATION-VALUE TO WS-YEAR-VALUE                   02300001
023100         PERFORM 200-TALLY-RECIPIENT                              02310001
023200         PERFORM 250-TALLY-CATEGORY                               02320001
023300     END-IF                                                       02330001
023400     PERFORM 100-READ-JOURNAL                                     02340001
023500     .                                                            02350001
023600                                                                  02360001
023700 200-TALLY-RECIPIENT.                                             02370001
023800     MOVE ZERO TO WS-HIT-SUB                                      02380001
023900     PERFORM 210-MATCH-RECIPIENT                                  02390001
024000       VARYING WS-SUB FROM 1 BY 1                                 02400001
024100       UNTIL WS-SUB > WS-RCP-COUNT                                02410001
024200     IF WS-HIT-SUB = ZERO                                         02420001
024300         IF WS-RCP-COUNT < 200                                    02430001
024400             ADD 1 TO WS-RCP-COUNT                                02440001
024500             MOVE WS-RCP-COUNT TO WS-HIT-SUB                      02450001
024600             MOVE DJ-RECIPIENT-ID TO                              02460001
024700                 YP-RECIPIENT-ID (WS-HIT-SUB)                     02470001
024800             MOVE DJ-RECIPIENT-NAME TO                            02480001
024900                 YP-RECIPIENT-NAME (WS-HIT-SUB)                   02490001
025000             MOVE ZERO TO YP-LINES (WS-HIT-SUB)                   02500001
025100             MOVE ZERO TO YP-UNITS (WS-HIT-SUB)                   02510001
025200             MOVE ZERO TO YP-VALUE (WS-HIT-SUB)                   02520001
025300         ELSE                                                     02530001
025400             DISPLAY 'RECIPIENT TABLE FULL, SUMMARY '             02540001
025500                 'INCOMPLETE: ' DJ-RECIPIENT-ID                   02550001
025600             MOVE 16 TO RETURN-CODE                               02560001
025700         END-IF                                                   02570001
025800     END-IF                                                       02580001
025900     IF WS-HIT-SUB > ZERO                                         02590001
026000         ADD 1 TO YP-LINES (WS-HIT-SUB)                           02600001
026100         ADD DJ-UNITS TO YP-UNITS (WS-HIT-SUB)                    02610001
026200         ADD DJ-DONATION-VALUE TO YP-VALUE (WS-HIT-SUB)           02620001
026300     END-IF                                                       02630001
026400     .                                                            02640001
026500                                                                  02650001
026600 210-MATCH-RECIPIENT.                                             02660001
026700     IF YP-RECIPIENT-ID (WS-SUB) = DJ-RECIPIENT-ID                02670001
026800         MOVE WS-SUB TO WS-HIT-SUB                                02680001
026900     END-IF                                                       02690001
027000     .                                                            02700001
027100                                                                  02710001
027200 250-TALLY-CATEGORY.                                              02720001
027300     MOVE ZERO TO WS-HIT-SUB                                      02730001
027400     PERFORM 260-MATCH-CATEGORY                                   02740001
027500       VARYING WS-SUB FROM 1 BY 1                                 02750001
027600       UNTIL WS-SUB > WS-CAT-COUNT                                02760001
027700     IF WS-HIT-SUB = ZERO                                         02770001
027800         IF WS-CAT-COUNT < 50                                     02780001
027900             ADD 1 TO WS-CAT-COUNT                                02790001
028000             MOVE WS-CAT-COUNT TO WS-HIT-SUB                      02800001
028100             MOVE DJ-CATEGORY TO CT-CATEGORY (WS-HIT-SUB)         02810001
028200             MOVE ZERO TO CT-LINES (WS-HIT-SUB)                   02820001
028300             MOVE ZERO TO CT-UNITS (WS-HIT-SUB)                   02830001
028400             MOVE ZERO TO CT-VALUE (WS-HIT-SUB)                   02840001
028500         ELSE                                                     02850001
028600             DISPLAY 'CATEGORY TABLE FULL, SUMMARY '              02860001
028700                 'INCOMPLETE: ' DJ-CATEGORY                       02870001
028800             MOVE 16 TO RETURN-CODE                               02880001
028900         END-IF                                                   02890001
029000     END-IF                                                       02900001
029100     IF WS-HIT-SUB > ZERO                                         02910001
029200         ADD 1 TO CT-LINES (WS-HIT-SUB)                           02920001
029300         ADD DJ-UNITS TO CT-UNITS (WS-HIT-SUB)                    02930001
029400         ADD DJ-DONATION-VALUE TO CT-VALUE (WS-HIT-SUB)           02940001
029500     END-IF                                                       02950001
029600     .                                                            02960001
029700                                                                  02970001
029800 260-MATCH-CATEGORY.                                              02980001
029900     IF CT-CATEGORY (WS-SUB) = DJ-CATEGORY                        02990001
030000         MOVE WS-SUB TO WS-HIT-SUB                                03000001
030100     END-IF                                                       03010001
030200     .                                                            03020001
030300                                                                  03030001
030400 500-PRINT-RECIPIENT-SECTION.                                     03040001
030500     IF WS-YEAR-COUNT = ZERO                                      03050001
030600         WRITE DONATION-YEAR-REC FROM WS-NONE-LINE                03060001
030700           AFTER ADVANCING 2 LINES                                03070001
030800         END-WRITE                                                03080001
030900     ELSE                                                         03090001
031000         WRITE DONATION-YEAR-REC FROM                             03100001
031100             WS-RECIPIENT-COLUMN-HEADING                          03110001
031200           AFTER ADVANCING 2 LINES                                03120001
031300         END-WRITE                                                03130001
031400         PERFORM 510-PRINT-RECIPIENT-LINE                         03140001
031500           VARYING WS-SUB FROM 1 BY 1                             03150001
031600           UNTIL WS-SUB > WS-RCP-COUNT                            03160001
031700         MOVE 'TOTAL DONATED FOR THE YEAR' TO YT-LABEL            03170001
031800         PERFORM 700-PRINT-TOTAL-LINE                             03180001
031900     END-IF                                                       03190001
032000     .                                                            03200001
032100                                                                  03210001
032200 510-PRINT-RECIPIENT-LINE.                                        03220001
032300     MOVE YP-RECIPIENT-ID (WS-SUB) TO YR-RECIPIENT-ID             03230001
032400     MOVE YP-RECIPIENT-NAME (WS-SUB) TO YR-RECIPIENT-NAME         03240001
032500     MOVE YP-LINES (WS-SUB) TO YR-LINES                           03250001
032600     MOVE YP-UNITS (WS-SUB) TO YR-UNITS                           03260001
032700     MOVE YP-VALUE (WS-SUB) TO YR-VALUE                           03270001
032800     WRITE DONATION-YEAR-REC FROM WS-RECIPIENT-LINE               03280001
032900       AFTER ADVANCING 1 LINE                                     03290001
033000     END-WRITE                                                    03300001
033100     .                                                            03310001
033200                                                                  03320001
033300 600-PRINT-CATEGORY-SECTION.                                      03330001
033400     IF WS-YEAR-COUNT > ZERO                                      03340001
033500         WRITE DONATION-YEAR-REC FROM                             03350001
033600             WS-CATEGORY-COLUMN-HEADING                           03360001
033700           AFTER ADVANCING 3 LINES                                03370001
033800         END-WRITE                                                03380001
033900         PERFORM 610-PRINT-CATEGORY-LINE                          03390001
034000           VARYING WS-SUB FROM 1 BY 1                             03400001
034100           UNTIL WS-SUB > WS-CAT-COUNT                            03410001
034200         MOVE 'TOTAL DONATED FOR THE YEAR' TO YT-LABEL            03420001
034300         PERFORM 700-PRINT-TOTAL-LINE                             03430001
034400     END-IF                                                       03440001
034500     .                                                            03450001
034600                                                                  03460001
034700 610-PRINT-CATEGORY-LINE.                                         03470001
034800     MOVE CT-CATEGORY (WS-SUB) TO YC-CATEGORY                     03480001
034900     MOVE CT-LINES (WS-SUB) TO YC-LINES                           03490001
035000     MOVE CT-UNITS (WS-SUB) TO YC-UNITS                           03500001
035100     MOVE CT-VALUE (WS-SUB) TO YC-VALUE                           03510001
035200     WRITE DONATION-YEAR-REC FROM WS-CATEGORY-LINE                03520001
035300       AFTER ADVANCING 1 LINE                                     03530001
035400     END-WRITE                                                    03540001
035500     .                                                            03550001
035600                                                                  03560001
035700 700-PRINT-TOTAL-LINE.                                            03570001
035800     MOVE WS-YEAR-LINES TO YT-LINES                               03580001
035900     MOVE WS-YEAR-UNITS TO YT-UNITS                               03590001
036000     MOVE WS-YEAR-VALUE TO YT-VALUE                               03600001
036100     WRITE DONATION-YEAR-REC FROM WS-TOTAL-LINE                   03610001
036200       AFTER ADVANCING 2 LINES                                    03620001
036300     END-WRITE                                                    03630001
036400     .                                                            03640001
036500                                                                  03650001
036600 800-PRINT-HEADINGS.                                              03660001
036700     MOVE WS-SUMMARY-YEAR TO YH-SUMMARY-YEAR                      03670001
036800     MOVE WS-DATE-8 TO YH-RUN-DATE                                03680001
036900     WRITE DONATION-YEAR-REC FROM WS-YEAR-HEADING                 03690001
037000       AFTER ADVANCING PAGE                                       03700001
037100     END-WRITE                                                    03710001
037200     .                                                            03720001
037300                                                                  03730001
037400 850-GET-DATE.                                                    03740001
037500     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          03750001
037600     .                                                            03760001
