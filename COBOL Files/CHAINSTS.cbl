000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    CHAINSTS.                                         00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*NIGHTLY CHAIN STATUS BOARD AND MORNING READINESS   *             00090001
001000*REPORT.  READS THE RUN-CONTROL FILE THE RUNCTL     *             00100001
001100*SUBROUTINE KEEPS AND LISTS EVERY EXPECTED STEP OF  *             00110001
001200*THE CHAIN FOR THE BUSINESS DATE WITH ITS STATUS,   *             00120001
001300*START AND END TIMES AND ELAPSED MINUTES, FLAGGING  *             00130001
001400*STEPS THAT WERE SKIPPED, RAN OUT OF ORDER, WERE    *             00140001
001500*RERUN UNDER AN OVERRIDE CARD OR ARE STILL OPEN.    *             00150001
001600*THE SAME STEP'S ELAPSED MINUTES ONE, TWO AND THREE *             00160001
001700*WEEKS EARLIER SHOW WHICH STEPS ARE CREEPING.  ONE  *             00170001
001800*PAGE TELLS THE MORNING SHIFT WHETHER THE NIGHT'S   *             00180001
001900*NUMBERS CAN BE TRUSTED.  RUNS AS THE LAST STEP OF  *             00190001
002000*THE CHAIN AND ON DEMAND; IT ONLY READS THE FILE,   *             00200001
002100*SO IT NEVER STAMPS A RUN OF ITS OWN                *             00210001
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
003400     SELECT RUN-CONTROL-FILE       ASSIGN TO MYRUNCTL             00340001
003500         FILE STATUS IS WS-RUNCTL-STATUS.                         00350001
003600     SELECT CHAIN-PRINT-FILE       ASSIGN TO MYCHNRPT.            00360001
003700                                                                  00370001
003800 DATA DIVISION.                                                   00380001
003900 FILE SECTION.                                                    00390001
004000                                                                  00400001
004100 FD  RUN-CONTROL-FILE                                             00410001
004200     RECORDING MODE IS F.                                         00420001
004300     COPY RUNCTLR.                                                00430001
004400                                                                  00440001
004500 FD  CHAIN-PRINT-FILE                                             00450001
004600     RECORDING MODE IS F.                                         00460001
004700 01  CHAIN-PRINT-REC.                                             00470001
004800     10  FILLER                    PIC X(132).                    00480001
004900                                                                  00490001
005000 WORKING-STORAGE SECTION.                                         00500001
005100                                                                  00510001
005200 01  WS-COUNTERS-FLAGS.                                           00520001
005300     10  WS-RUNCTL-EOF             PIC X(03) VALUE 'NO'.          00530001
005400     10  WS-STAMP-COUNT            PIC 9(07) VALUE ZERO.          00540001
005500     10  WS-SUB                    PIC S9(04) COMP VALUE ZERO.    00550001
005600     10  WS-HIT-SUB                PIC S9(04) COMP VALUE ZERO.    00560001
005700     10  WS-AFTER-SUB              PIC S9(04) COMP VALUE ZERO.    00570001
005800     10  WS-PRED-SUB               PIC S9(04) COMP VALUE ZERO.    00580001
005900     10  WS-WEEK-SUB               PIC S9(04) COMP VALUE ZERO.    00590001
006000     10  WS-ORDER-PREDECESSOR      PIC X(08) VALUE SPACES.        00600001
006100                                                                  00610001
006200 01  WS-VALIDATION-FLAGS.                                         00620001
006300     10  WS-RUNCTL-STATUS          PIC X(02) VALUE SPACES.        00630001
006400     10  WS-MONTH-CLOSE-DUE        PIC X(03) VALUE 'NO'.          00640001
006500                                                                  00650001
006600*****************************************************             00660001
006700*   SYSIN: THE BUSINESS DATE TO REPORT (YYYYMMDD).  *             00670001
006800*   LEFT BLANK, THE LATEST BUSINESS DATE ON THE     *             00680001
006900*   RUN-CONTROL FILE IS REPORTED, SO THE MORNING    *             00690001
007000*   SHIFT GETS LAST NIGHT'S CHAIN WITHOUT A CARD    *             00700001
007100*****************************************************             00710001
007200 01  WS-CHAIN-PARM-CARD.                                          00720001
007300     10  PC-BUSINESS-DATE          PIC X(08).                     00730001
007400     10  PC-BUSINESS-DATE-9 REDEFINES PC-BUSINESS-DATE            00740001
007500                                   PIC 9(08).                     00750001
007600     10  FILLER                    PIC X(72).                     00760001
007700                                                                  00770001
007800 01  WS-DATE-FIELDS.                                              00780001
007900     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          00790001
008000     10  WS-BUSINESS-DATE          PIC 9(08) VALUE ZERO.          00800001
008100     10  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.           00810001
008200         15  FILLER                PIC X(06).                     00820001
008300         15  WS-BUSINESS-DD        PIC 9(02).                     00830001
008400     10  WS-BUSINESS-DAYNO         PIC 9(07) VALUE ZERO.          00840001
008500     10  WS-STAMP-DAYNO            PIC 9(07) VALUE ZERO.          00850001
008600     10  WS-DAYS-BACK              PIC S9(07) VALUE ZERO.         00860001
008700     10  WS-WEEK-DATE OCCURS 4 TIMES                              00870001
008800                                   PIC 9(08).                     00880001
008900                                                                  00890001
009000*****************************************************             00900001
009100*   THE CHAIN AS IT IS MEANT TO RUN.  FREQUENCY D = *             00910001
009200*   EVERY NIGHT, M = ON THE FIRST OF THE MONTH ONLY *             00920001
009300*   (THE MONTH-END CLOSE RUNS FOR THE MONTH JUST    *             00930001
009400*   ENDED).  EACH STEP NAMES UP TO THREE STEPS THAT *             00940001
009500*   MUST HAVE FINISHED BEFORE IT STARTS; A STEP     *             00950001
009600*   THAT STARTED FIRST HAS WORKED FROM STALE        *             00960001
009700*   FIGURES EVEN THOUGH RUNCTL LET IT THROUGH       *             00970001
009800*****************************************************             00980001
009900 01  WS-CHAIN-VALUES.                                             00990001
010000     10  FILLER                    PIC X(33) VALUE                01000001
010100         'ASNLOAD D                        '.                     01010001
010200     10  FILLER                    PIC X(33) VALUE                01020001
010300         'FRIDGRCVDASNLOAD                 '.                     01030001
010400     10  FILLER                    PIC X(33) VALUE                01040001
010500         'PRODPOSTDFRIDGRCV                '.                     01050001
010533     10  FILLER                    PIC X(33) VALUE                01053301
010566         'EVNTRSV DFRIDGRCVPRODPOST        '.                     01056601
010600     10  FILLER                    PIC X(33) VALUE                01060001
010700         'FRIDGUSEDFRIDGRCVPRODPOST        '.                     01070001
010800     10  FILLER                    PIC X(33) VALUE                01080001
010900         'WASTEPSTDFRIDGUSE                '.                     01090001
011000     10  FILLER                    PIC X(33) VALUE                01100001
011100         'USAGEVARDFRIDGUSEWASTEPST        '.                     01110001
011200     10  FILLER                    PIC X(33) VALUE                01120001
011300         'CBLDB21 DFRIDGRCVEVNTRSV WASTEPST'.                     01130001
011400     10  FILLER                    PIC X(33) VALUE                01140001
011500         'FRIDGEXPDCBLDB21                 '.                     01150001
011600     10  FILLER                    PIC X(33) VALUE                01160001
011700         'TEMPLOG DCBLDB21                 '.                     01170001
011800     10  FILLER                    PIC X(33) VALUE                01180001
011900         'INTEGCHKDCBLDB21 FRIDGEXP        '.                     01190001
012000     10  FILLER                    PIC X(33) VALUE                01200001
012100         'PAYSCHEDD                        '.                     01210001
012200     10  FILLER                    PIC X(33) VALUE                01220001
012300         'MTDCLOSEMCBLDB21                 '.                     01230001
012400 01  WS-CHAIN-TABLE REDEFINES WS-CHAIN-VALUES.                    01240001
012500     10  WS-CHAIN-ENTRY OCCURS 13 TIMES.                          01250001
012600         15  CH-PROGRAM-ID         PIC X(08).                     01260001
012700         15  CH-FREQUENCY          PIC X(01).                     01270001
012800         15  CH-AFTER OCCURS 3 TIMES                              01280001
012900                                   PIC X(08).                     01290001
013000                                                                  01300001
013100*****************************************************             01310001
013200*   ONE ENTRY PER STEP: THE CHAIN STEPS IN ORDER,   *             01320001
013300*   THEN ANY OTHER PROGRAM THAT STAMPED THE         *             01330001
013400*   BUSINESS DATE.  WEEK 1 IS THE BUSINESS DATE,    *             01340001
013500*   WEEKS 2 TO 4 THE SAME WEEKDAY ONE, TWO AND      *             01350001
013600*   THREE WEEKS EARLIER.  THE FILE IS IN STAMP      *             01360001
013700*   ORDER, SO THE LAST STAMP READ IS THE LATEST     *             01370001
013800*****************************************************             01380001
013900 01  WS-STEP-CONTROL.                                             01390001
014000     10  WS-STEP-COUNT             PIC S9(04) COMP VALUE ZERO.    01400001
014100     10  WS-CHAIN-STEP-COUNT       PIC S9(04) COMP VALUE 13.      01410001
014200 01  WS-STEP-TABLE.                                               01420001
014300     10  WS-STEP-ENTRY OCCURS 30 TIMES.                           01430001
014400         15  ST-PROGRAM-ID         PIC X(08).                     01440001
014500         15  ST-FREQUENCY          PIC X(01).                     01450001
014600         15  ST-AFTER OCCURS 3 TIMES                              01460001
014700                                   PIC X(08).                     01470001
014800         15  ST-WEEK OCCURS 4 TIMES.                              01480001
014900             20  SW-START-COUNT    PIC 9(03).                     01490001
015000             20  SW-COMPLETE-COUNT PIC 9(03).                     01500001
015100             20  SW-RERUN          PIC X(03).                     01510001
015200             20  SW-LAST-START.                                   01520001
015300                 25  SW-START-DATE PIC 9(08).                     01530001
015400                 25  SW-START-TIME PIC 9(08).                     01540001
015500             20  SW-LAST-COMPLETE.                                01550001
015600                 25  SW-COMPLETE-DATE                             01560001
015700                                   PIC 9(08).                     01570001
015800                 25  SW-COMPLETE-TIME                             01580001
015900                                   PIC 9(08).                     01590001
016000             20  SW-MEASURED       PIC X(03).                     01600001
016100             20  SW-ELAPSED        PIC 9(05).                     01610001
016200         15  ST-STATUS             PIC X(10).                     01620001
016300         15  ST-EXCEPTION          PIC X(03).                     01630001
016400         15  ST-REMARK             PIC X(30).                     01640001
016500         15  ST-TREND              PIC X(08).                     01650001
016600                                                                  01660001
016700 01  WS-ELAPSED-WORK.                                             01670001
016800     10  WS-STAMP-TIME             PIC 9(08) VALUE ZERO.          01680001
016900     10  WS-STAMP-TIME-X REDEFINES WS-STAMP-TIME.                 01690001
017000         15  WS-STAMP-HH           PIC 9(02).                     01700001
017100         15  WS-STAMP-MM           PIC 9(02).                     01710001
017200         15  FILLER                PIC 9(04).                     01720001
017300     10  WS-START-MINUTE           PIC S9(09) VALUE ZERO.         01730001
017400     10  WS-END-MINUTE             PIC S9(09) VALUE ZERO.         01740001
017500                                                                  01750001
017600 01  WS-READINESS-TOTALS.                                         01760001
017700     10  WS-COMPLETE-TOTAL         PIC 9(03) VALUE ZERO.          01770001
017800     10  WS-SKIPPED-TOTAL          PIC 9(03) VALUE ZERO.          01780001
017900     10  WS-OPEN-TOTAL             PIC 9(03) VALUE ZERO.          01790001
018000     10  WS-ORDER-TOTAL            PIC 9(03) VALUE ZERO.          01800001
018100     10  WS-OVERRIDE-TOTAL         PIC 9(03) VALUE ZERO.          01810001
018200     10  WS-CREEP-TOTAL            PIC 9(03) VALUE ZERO.          01820001
018300     10  WS-EXTRA-TOTAL            PIC 9(03) VALUE ZERO.          01830001
018400                                                                  01840001
018500*****************************************************             01850001
018600*   STAMP DATE AND TIME AS PRINTED: MM/DD HH:MM     *             01860001
018700*****************************************************             01870001
018800 01  WS-SHOW-STAMP.                                               01880001
018900     10  WS-SHOW-DATE              PIC 9(08).                     01890001
019000     10  WS-SHOW-DATE-X REDEFINES WS-SHOW-DATE.                   01900001
019100         15  FILLER                PIC X(04).                     01910001
019200         15  WS-SHOW-MM            PIC X(02).                     01920001
019300         15  WS-SHOW-DD            PIC X(02).                     01930001
019400     10  WS-SHOW-TIME              PIC 9(08).                     01940001
019500     10  WS-SHOW-TIME-X REDEFINES WS-SHOW-TIME.                   01950001
019600         15  WS-SHOW-HH            PIC X(02).                     01960001
019700         15  WS-SHOW-MI            PIC X(02).                     01970001
019800         15  FILLER                PIC X(04).                     01980001
019900 01  WS-PRINT-DATE.                                               01990001
020000     10  PD-MM                     PIC X(02).                     02000001
020100     10  FILLER                    PIC X(01) VALUE '/'.           02010001
020200     10  PD-DD                     PIC X(02).                     02020001
020300 01  WS-PRINT-TIME.                                               02030001
020400     10  PT-HH                     PIC X(02).                     02040001
020500     10  FILLER                    PIC X(01) VALUE ':'.           02050001
020600     10  PT-MI                     PIC X(02).                     02060001
020700                                                                  02070001
020800 01  WS-CHAIN-HEADING.                                            02080001
020900     10  FILLER                    PIC X(02) VALUE SPACES.        02090001
021000     10  FILLER                    PIC X(40) VALUE                02100001
021100         'NIGHTLY CHAIN STATUS BOARD'.                            02110001
021200     10  FILLER                    PIC X(15) VALUE                02120001
021300         'BUSINESS DATE: '.                                       02130001
021400     10  HD-BUSINESS-DATE          PIC 9(08).                     02140001
021500     10  FILLER                    PIC X(06) VALUE SPACES.        02150001
021600     10  FILLER                    PIC X(10) VALUE 'RUN DATE: '.  02160001
021700     10  HD-RUN-DATE               PIC 9(08).                     02170001
021800     10  FILLER                    PIC X(43) VALUE SPACES.        02180001
021900                                                                  02190001
022000 01  WS-CHAIN-COLUMN-HEADING-1.                                   02200001
022100     10  FILLER                    PIC X(02) VALUE SPACES.        02210001
022200     10  FILLER                    PIC X(10) VALUE SPACES.        02220001
022300     10  FILLER                    PIC X(12) VALUE SPACES.        02230001
022400     10  FILLER                    PIC X(13) VALUE 'STARTED'.     02240001
022500     10  FILLER                    PIC X(13) VALUE 'ENDED'.       02250001
022600     10  FILLER                    PIC X(07) VALUE 'ELAPSD'.      02260001
022700     10  FILLER                    PIC X(04) VALUE SPACES.        02270001
022800     10  FILLER                    PIC X(21) VALUE                02280001
022900         '-- WEEKS EARLIER --'.                                   02290001
023000     10  FILLER                    PIC X(50) VALUE SPACES.        02300001
023100                                                                  02310001
023200 01  WS-CHAIN-COLUMN-HEADING-2.                                   02320001
023300     10  FILLER                    PIC X(02) VALUE SPACES.        02330001
023400     10  FILLER                    PIC X(10) VALUE 'STEP'.        02340001
023500     10  FILLER                    PIC X(12) VALUE 'STATUS'.      02350001
023600     10  FILLER                    PIC X(13) VALUE 'MM/DD HH:MM'. 02360001
023700     10  FILLER                    PIC X(13) VALUE 'MM/DD HH:MM'. 02370001
023800     10  FILLER                    PIC X(07) VALUE ' MINS'.       02380001
023900     10  FILLER                    PIC X(04) VALUE 'RUNS'.        02390001
024000     10  FILLER                    PIC X(21) VALUE                02400001
024100         ' -1WK   -2WK   -3WK'.                                   02410001
024200     10  FILLER                    PIC X(12) VALUE '  TREND'.     02420001
024300     10  FILLER                    PIC X(38) VALUE 'REMARKS'.     02430001
024400                                                                  02440001
024500 01  WS-CHAIN-LINE.                                               02450001
024600     10  SL-EXCEPTION              PIC X(02).                     02460001
024700     10  SL-PROGRAM-ID             PIC X(08).                     02470001
024800     10  FILLER                    PIC X(02) VALUE SPACES.        02480001
024900     10  SL-STATUS                 PIC X(10).                     02490001
025000     10  FILLER                    PIC X(02) VALUE SPACES.        02500001
025100     10  SL-START-DATE             PIC X(05).                     02510001
025200     10  FILLER                    PIC X(01) VALUE SPACES.        02520001
025300     10  SL-START-TIME             PIC X(05).                     02530001
025400     10  FILLER                    PIC X(02) VALUE SPACES.        02540001
025500     10  SL-END-DATE               PIC X(05).                     02550001
025600     10  FILLER                    PIC X(01) VALUE SPACES.        02560001
025700     10  SL-END-TIME               PIC X(05).                     02570001
025800     10  FILLER                    PIC X(02) VALUE SPACES.        02580001
025900     10  SL-ELAPSED                PIC ZZZZ9.                     02590001
026000     10  SL-ELAPSED-X REDEFINES SL-ELAPSED                        02600001
026100                                   PIC X(05).                     02610001
026200     10  FILLER                    PIC X(02) VALUE SPACES.        02620001
026300     10  SL-RUNS                   PIC Z9.                        02630001
026400     10  SL-RUNS-X REDEFINES SL-RUNS                              02640001
026500                                   PIC X(02).                     02650001
026600     10  FILLER                    PIC X(02) VALUE SPACES.        02660001
026700     10  SL-WEEK-ELAPSED OCCURS 3 TIMES.                          02670001
026800         15  SL-WEEK-MINS          PIC ZZZZ9.                     02680001
026900         15  SL-WEEK-MINS-X REDEFINES SL-WEEK-MINS                02690001
027000                                   PIC X(05).                     02700001
027100         15  FILLER                PIC X(02).                     02710001
027200     10  FILLER                    PIC X(02) VALUE SPACES.        02720001
027300     10  SL-TREND                  PIC X(08).                     02730001
027400     10  FILLER                    PIC X(02) VALUE SPACES.        02740001
027500     10  SL-REMARK                 PIC X(30).                     02750001
027600     10  FILLER                    PIC X(10) VALUE SPACES.        02760001
027700                                                                  02770001
027800 01  WS-COUNT-LINE.                                               02780001
027900     10  FILLER                    PIC X(02) VALUE SPACES.        02790001
028000     10  CL-LABEL                  PIC X(30).                     02800001
028100     10  CL-COUNT                  PIC ZZ9.                       02810001
028200     10  FILLER                    PIC X(97) VALUE SPACES.        02820001
028300                                                                  02830001
028400 01  WS-VERDICT-LINE.                                             02840001
028500     10  FILLER                    PIC X(02) VALUE SPACES.        02850001
028600     10  FILLER                    PIC X(11) VALUE 'READINESS: '. 02860001
028700     10  VL-VERDICT                PIC X(60).                     02870001
028800     10  FILLER                    PIC X(59) VALUE SPACES.        02880001
028900                                                                  02890001
029000 PROCEDURE DIVISION.                                              02900001
029100                                                                  02910001
029200*****************************************************             02920001
029300*   MAIN PROGRAM ROUTINE                            *             02930001
029400*****************************************************             02940001
029500 010-START-HERE.                                                  02950001
029600     PERFORM 850-GET-DATE                                         02960001
029700     ACCEPT WS-CHAIN-PARM-CARD FROM SYSIN                         02970001
029800     OPEN INPUT RUN-CONTROL-FILE                                  02980001
029900     IF WS-RUNCTL-STATUS NOT = '00'                               02990001
030000         DISPLAY 'RUN-CONTROL FILE OPEN FAILED, STATUS = '        03000001
030100             WS-RUNCTL-STATUS                                     03010001
030200         MOVE 16 TO RETURN-CODE                                   03020001
030300     ELSE                                                         03030001
030400         CLOSE RUN-CONTROL-FILE                                   03040001
030500         PERFORM 100-SET-BUSINESS-DATE                            03050001
030600         PERFORM 150-LOAD-CHAIN-STEPS                             03060001
030700         PERFORM 200-TALLY-STAMPS                                 03070001
030800         PERFORM 300-JUDGE-STEP                                   03080001
030900           VARYING WS-SUB FROM 1 BY 1                             03090001
031000           UNTIL WS-SUB > WS-STEP-COUNT                           03100001
031100         OPEN OUTPUT CHAIN-PRINT-FILE                             03110001
031200         PERFORM 800-PRINT-HEADINGS                               03120001
031300         PERFORM 400-PRINT-STEP                                   03130001
031400           VARYING WS-SUB FROM 1 BY 1                             03140001
031500           UNTIL WS-SUB > WS-STEP-COUNT                           03150001
031600         PERFORM 700-PRINT-READINESS                              03160001
031700         CLOSE CHAIN-PRINT-FILE                                   03170001
031800     END-IF                                                       03180001
031900     GOBACK                                                       03190001
032000     .                                                            03200001
032100                                                                  03210001
032200*****************************************************             03220001
032300*   THE DATE ON THE CARD, OR THE LATEST BUSINESS    *             03230001
032400*   DATE ANY STEP HAS STAMPED                       *             03240001
032500*****************************************************             03250001
032600 100-SET-BUSINESS-DATE.                                           03260001
032700     IF PC-BUSINESS-DATE NUMERIC                                  03270001
032800         AND PC-BUSINESS-DATE-9 > ZERO                            03280001
032900         MOVE PC-BUSINESS-DATE-9 TO WS-BUSINESS-DATE              03290001
033000     ELSE                                                         03300001
033100         MOVE ZERO TO WS-BUSINESS-DATE                            03310001
033200         MOVE 'NO' TO WS-RUNCTL-EOF                               03320001
033300         OPEN INPUT RUN-CONTROL-FILE                              03330001
033400         PERFORM 110-READ-FOR-LATEST-DATE                         03340001
033500           UNTIL WS-RUNCTL-EOF = 'YES'                            03350001
033600         CLOSE RUN-CONTROL-FILE                                   03360001
033700         IF WS-BUSINESS-DATE = ZERO                               03370001
033800             MOVE WS-DATE-8 TO WS-BUSINESS-DATE                   03380001
033900         END-IF                                                   03390001
034000     END-IF                                                       03400001
034100     COMPUTE WS-BUSINESS-DAYNO =                                  03410001
034200         FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)              03420001
034300     PERFORM 120-SET-WEEK-DATE                                    03430001
034400       VARYING WS-WEEK-SUB FROM 1 BY 1                            03440001
034500       UNTIL WS-WEEK-SUB > 4                                      03450001
034600     IF WS-BUSINESS-DD = 01                                       03460001
034700         MOVE 'YES' TO WS-MONTH-CLOSE-DUE                         03470001
034800     END-IF                                                       03480001
034900     .                                                            03490001
035000                                                                  03500001
035100 110-READ-FOR-LATEST-DATE.                                        03510001
035200     READ RUN-CONTROL-FILE                                        03520001
035300         AT END                                                   03530001
035400             MOVE 'YES' TO WS-RUNCTL-EOF                          03540001
035500         NOT AT END                                               03550001
035600             IF RC-BUSINESS-DATE NUMERIC                          03560001
035700                 AND RC-BUSINESS-DATE > WS-BUSINESS-DATE          03570001
035800                 MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE        03580001
035900             END-IF                                               03590001
036000     END-READ                                                     03600001
036100     .                                                            03610001
036200                                                                  03620001
036300 120-SET-WEEK-DATE.                                               03630001
036400     COMPUTE WS-STAMP-DAYNO =                                     03640001
036500         WS-BUSINESS-DAYNO - ((WS-WEEK-SUB - 1) * 7)              03650001
036600     COMPUTE WS-WEEK-DATE (WS-WEEK-SUB) =                         03660001
036700         FUNCTION DATE-OF-INTEGER (WS-STAMP-DAYNO)                03670001
036800     .                                                            03680001
036900                                                                  03690001
037000 150-LOAD-CHAIN-STEPS.                                            03700001
037100     INITIALIZE WS-STEP-TABLE                                     03710001
037200     PERFORM 160-LOAD-ONE-STEP                                    03720001
037300       VARYING WS-SUB FROM 1 BY 1                                 03730001
037400       UNTIL WS-SUB > WS-CHAIN-STEP-COUNT                         03740001
037500     MOVE WS-CHAIN-STEP-COUNT TO WS-STEP-COUNT                    03750001
037600     .                                                            03760001
037700                                                                  03770001
037800 160-LOAD-ONE-STEP.                                               03780001
037900     MOVE CH-PROGRAM-ID (WS-SUB) TO ST-PROGRAM-ID (WS-SUB)        03790001
038000     MOVE CH-FREQUENCY (WS-SUB) TO ST-FREQUENCY (WS-SUB)          03800001
038100     MOVE CH-AFTER (WS-SUB, 1) TO ST-AFTER (WS-SUB, 1)            03810001
038200     MOVE CH-AFTER (WS-SUB, 2) TO ST-AFTER (WS-SUB, 2)            03820001
038300     MOVE CH-AFTER (WS-SUB, 3) TO ST-AFTER (WS-SUB, 3)            03830001
038400     .                                                            03840001
038500                                                                  03850001
038600*****************************************************             03860001
038700*   ONE PASS OVER THE RUN-CONTROL FILE PICKS UP     *             03870001
038800*   EVERY STAMP FOR THE BUSINESS DATE AND THE SAME  *             03880001
038900*   WEEKDAY IN EACH OF THE THREE WEEKS BEFORE IT    *             03890001
039000*****************************************************             03900001
039100 200-TALLY-STAMPS.                                                03910001
039200     MOVE 'NO' TO WS-RUNCTL-EOF                                   03920001
039300     OPEN INPUT RUN-CONTROL-FILE                                  03930001
039400     PERFORM 210-READ-STAMP                                       03940001
039500       UNTIL WS-RUNCTL-EOF = 'YES'                                03950001
039600     CLOSE RUN-CONTROL-FILE                                       03960001
039700     .                                                            03970001
039800                                                                  03980001
039900 210-READ-STAMP.                                                  03990001
040000     READ RUN-CONTROL-FILE                                        04000001
040100         AT END                                                   04010001
040200             MOVE 'YES' TO WS-RUNCTL-EOF                          04020001
040300         NOT AT END                                               04030001
040400             ADD 1 TO WS-STAMP-COUNT                              04040001
040500             PERFORM 220-PLACE-STAMP                              04050001
040600     END-READ                                                     04060001
040700     .                                                            04070001
040800                                                                  04080001
040900 220-PLACE-STAMP.                                                 04090001
041000     MOVE ZERO TO WS-WEEK-SUB                                     04100001
041100     PERFORM 225-MATCH-WEEK-DATE                                  04110001
041200       VARYING WS-SUB FROM 1 BY 1                                 04120001
041300       UNTIL WS-SUB > 4                                           04130001
041400     IF WS-WEEK-SUB > ZERO                                        04140001
041500         MOVE ZERO TO WS-HIT-SUB                                  04150001
041600         PERFORM 230-MATCH-STEP                                   04160001
041700           VARYING WS-SUB FROM 1 BY 1                             04170001
041800           UNTIL WS-SUB > WS-STEP-COUNT                           04180001
041900         IF WS-HIT-SUB = ZERO                                     04190001
042000             AND WS-WEEK-SUB = 1                                  04200001
042100             PERFORM 235-ADD-UNLISTED-STEP                        04210001
042200         END-IF                                                   04220001
042300         IF WS-HIT-SUB > ZERO                                     04230001
042400             PERFORM 240-POST-STAMP                               04240001
042500         END-IF                                                   04250001
042600     END-IF                                                       04260001
042700     .                                                            04270001
042800                                                                  04280001
042900 225-MATCH-WEEK-DATE.                                             04290001
043000     IF RC-BUSINESS-DATE = WS-WEEK-DATE (WS-SUB)                  04300001
043100         MOVE WS-SUB TO WS-WEEK-SUB                               04310001
043200     END-IF                                                       04320001
043300     .                                                            04330001
043400                                                                  04340001
043500 230-MATCH-STEP.                                                  04350001
043600     IF ST-PROGRAM-ID (WS-SUB) = RC-PROGRAM-ID                    04360001
043700         MOVE WS-SUB TO WS-HIT-SUB                                04370001
043800     END-IF                                                       04380001
043900     .                                                            04390001
044000                                                                  04400001
044100*****************************************************             04410001
044200*   A PROGRAM THAT STAMPED THE DATE BUT IS NOT ON   *             04420001
044300*   THE CHAIN LIST IS STILL SHOWN, AT THE BOTTOM    *             04430001
044400*****************************************************             04440001
044500 235-ADD-UNLISTED-STEP.                                           04450001
044600     IF WS-STEP-COUNT < 30                                        04460001
044700         ADD 1 TO WS-STEP-COUNT                                   04470001
044800         MOVE WS-STEP-COUNT TO WS-HIT-SUB                         04480001
044900         MOVE RC-PROGRAM-ID TO ST-PROGRAM-ID (WS-HIT-SUB)         04490001
045000         MOVE 'X' TO ST-FREQUENCY (WS-HIT-SUB)                    04500001
045100     ELSE                                                         04510001
045200         DISPLAY 'STEP TABLE FULL, ' RC-PROGRAM-ID ' NOT SHOWN'   04520001
045300         MOVE 16 TO RETURN-CODE                                   04530001
045400     END-IF                                                       04540001
045500     .                                                            04550001
045600                                                                  04560001
045700*****************************************************             04570001
045800*   A START STAMPED AFTER A COMPLETION FOR THE SAME *             04580001
045900*   DATE CAN ONLY BE AN OVERRIDE RERUN              *             04590001
046000*****************************************************             04600001
046100 240-POST-STAMP.                                                  04610001
046200     IF RC-RUN-STATUS = 'S'                                       04620001
046300         IF SW-COMPLETE-COUNT (WS-HIT-SUB, WS-WEEK-SUB) > ZERO    04630001
046400             MOVE 'YES' TO SW-RERUN (WS-HIT-SUB, WS-WEEK-SUB)     04640001
046500         END-IF                                                   04650001
046600         ADD 1 TO SW-START-COUNT (WS-HIT-SUB, WS-WEEK-SUB)        04660001
046700         MOVE RC-STAMP-DATE TO                                    04670001
046800             SW-START-DATE (WS-HIT-SUB, WS-WEEK-SUB)              04680001
046900         MOVE RC-STAMP-TIME TO                                    04690001
047000             SW-START-TIME (WS-HIT-SUB, WS-WEEK-SUB)              04700001
047100     END-IF                                                       04710001
047200     IF RC-RUN-STATUS = 'C'                                       04720001
047300         ADD 1 TO SW-COMPLETE-COUNT (WS-HIT-SUB, WS-WEEK-SUB)     04730001
047400         MOVE RC-STAMP-DATE TO                                    04740001
047500             SW-COMPLETE-DATE (WS-HIT-SUB, WS-WEEK-SUB)           04750001
047600         MOVE RC-STAMP-TIME TO                                    04760001
047700             SW-COMPLETE-TIME (WS-HIT-SUB, WS-WEEK-SUB)           04770001
047800     END-IF                                                       04780001
047900     .                                                            04790001
048000                                                                  04800001
048100*****************************************************             04810001
048200*   STATUS OF ONE STEP FOR THE BUSINESS DATE, ITS   *             04820001
048300*   ELAPSED MINUTES IN EACH WEEK, AND WHETHER IT    *             04830001
048400*   STARTED BEFORE A STEP IT FOLLOWS HAD FINISHED   *             04840001
048500*****************************************************             04850001
048600 300-JUDGE-STEP.                                                  04860001
048700     PERFORM 310-MEASURE-WEEK                                     04870001
048800       VARYING WS-WEEK-SUB FROM 1 BY 1                            04880001
048900       UNTIL WS-WEEK-SUB > 4                                      04890001
049000     MOVE 'NO' TO ST-EXCEPTION (WS-SUB)                           04900001
049100     MOVE SPACES TO ST-REMARK (WS-SUB)                            04910001
049200     EVALUATE TRUE                                                04920001
049300         WHEN SW-START-COUNT (WS-SUB, 1) = ZERO                   04930001
049400             AND SW-COMPLETE-COUNT (WS-SUB, 1) = ZERO             04940001
049500             IF ST-FREQUENCY (WS-SUB) = 'M'                       04950001
049600                 AND WS-MONTH-CLOSE-DUE = 'NO'                    04960001
049700                 MOVE 'NOT DUE' TO ST-STATUS (WS-SUB)             04970001
049800             ELSE                                                 04980001
049900                 MOVE 'SKIPPED' TO ST-STATUS (WS-SUB)             04990001
050000                 MOVE 'NO START STAMP FOR THE DATE' TO            05000001
050100                     ST-REMARK (WS-SUB)                           05010001
050200                 MOVE 'YES' TO ST-EXCEPTION (WS-SUB)              05020001
050300                 ADD 1 TO WS-SKIPPED-TOTAL                        05030001
050400             END-IF                                               05040001
050500         WHEN SW-COMPLETE-COUNT (WS-SUB, 1) = ZERO                05050001
050600             OR SW-LAST-START (WS-SUB, 1) >                       05060001
050700                SW-LAST-COMPLETE (WS-SUB, 1)                      05070001
050800             MOVE 'STILL OPEN' TO ST-STATUS (WS-SUB)              05080001
050900             MOVE 'STARTED, NO COMPLETION STAMP' TO               05090001
051000                 ST-REMARK (WS-SUB)                               05100001
051100             MOVE 'YES' TO ST-EXCEPTION (WS-SUB)                  05110001
051200             ADD 1 TO WS-OPEN-TOTAL                               05120001
051300         WHEN SW-RERUN (WS-SUB, 1) = 'YES'                        05130001
051400             MOVE 'OVERRIDDEN' TO ST-STATUS (WS-SUB)              05140001
051500             MOVE 'RERUN UNDER OVERRIDE CARD' TO                  05150001
051600                 ST-REMARK (WS-SUB)                               05160001
051700             MOVE 'YES' TO ST-EXCEPTION (WS-SUB)                  05170001
051800             ADD 1 TO WS-OVERRIDE-TOTAL                           05180001
051900             ADD 1 TO WS-COMPLETE-TOTAL                           05190001
052000         WHEN OTHER                                               05200001
052100             MOVE 'COMPLETE' TO ST-STATUS (WS-SUB)                05210001
052200             ADD 1 TO WS-COMPLETE-TOTAL                           05220001
052300     END-EVALUATE                                                 05230001
052400     MOVE SPACES TO WS-ORDER-PREDECESSOR                          05240001
052500     IF SW-START-COUNT (WS-SUB, 1) > ZERO                         05250001
052600         PERFORM 320-CHECK-ONE-PREDECESSOR                        05260001
052700           VARYING WS-AFTER-SUB FROM 1 BY 1                       05270001
052800           UNTIL WS-AFTER-SUB > 3                                 05280001
052900     END-IF                                                       05290001
053000     IF WS-ORDER-PREDECESSOR NOT = SPACES                         05300001
053100         IF ST-EXCEPTION (WS-SUB) = 'NO'                          05310001
053200             OR ST-STATUS (WS-SUB) = 'OVERRIDDEN'                 05320001
053300             MOVE SPACES TO ST-REMARK (WS-SUB)                    05330001
053400             STRING 'STARTED BEFORE '                             05340001
053500                        DELIMITED BY SIZE                         05350001
053600                    WS-ORDER-PREDECESSOR                          05360001
053700                        DELIMITED BY SPACE                        05370001
053800                    ' ENDED'                                      05380001
053900                        DELIMITED BY SIZE                         05390001
054000                 INTO ST-REMARK (WS-SUB)                          05400001
054100             END-STRING                                           05410001
054200         END-IF                                                   05420001
054300         MOVE 'YES' TO ST-EXCEPTION (WS-SUB)                      05430001
054400         ADD 1 TO WS-ORDER-TOTAL                                  05440001
054500     END-IF                                                       05450001
054600     IF ST-FREQUENCY (WS-SUB) = 'X'                               05460001
054700         AND ST-REMARK (WS-SUB) = SPACES                          05470001
054800         MOVE 'NOT ON THE CHAIN LIST' TO ST-REMARK (WS-SUB)       05480001
054900     END-IF                                                       05490001
055000     IF ST-FREQUENCY (WS-SUB) = 'X'                               05500001
055100         ADD 1 TO WS-EXTRA-TOTAL                                  05510001
055200     END-IF                                                       05520001
055300     IF SW-MEASURED (WS-SUB, 1) = 'YES'                           05530001
055400         AND SW-MEASURED (WS-SUB, 2) = 'YES'                      05540001
055500         AND SW-MEASURED (WS-SUB, 3) = 'YES'                      05550001
055600         AND SW-ELAPSED (WS-SUB, 1) > SW-ELAPSED (WS-SUB, 2)      05560001
055700         AND SW-ELAPSED (WS-SUB, 2) > SW-ELAPSED (WS-SUB, 3)      05570001
055800         MOVE 'CREEPING' TO ST-TREND (WS-SUB)                     05580001
055900         ADD 1 TO WS-CREEP-TOTAL                                  05590001
056000     END-IF                                                       05600001
056100     .                                                            05610001
056200                                                                  05620001
056300*****************************************************             05630001
056400*   ELAPSED MINUTES RUN FROM THE LATEST START TO    *             05640001
056500*   THE COMPLETION THAT FOLLOWED IT, ACROSS         *             05650001
056600*   MIDNIGHT IF NEED BE                             *             05660001
056700*****************************************************             05670001
056800 310-MEASURE-WEEK.                                                05680001
056900     MOVE 'NO' TO SW-MEASURED (WS-SUB, WS-WEEK-SUB)               05690001
057000     MOVE ZERO TO SW-ELAPSED (WS-SUB, WS-WEEK-SUB)                05700001
057100     IF SW-START-COUNT (WS-SUB, WS-WEEK-SUB) > ZERO               05710001
057200         AND SW-COMPLETE-COUNT (WS-SUB, WS-WEEK-SUB) > ZERO       05720001
057300         AND SW-LAST-COMPLETE (WS-SUB, WS-WEEK-SUB) NOT <         05730001
057400             SW-LAST-START (WS-SUB, WS-WEEK-SUB)                  05740001
057500         MOVE SW-START-TIME (WS-SUB, WS-WEEK-SUB) TO WS-STAMP-TIME05750001
057600         COMPUTE WS-START-MINUTE =                                05760001
057700             (FUNCTION INTEGER-OF-DATE                            05770001
057800                 (SW-START-DATE (WS-SUB, WS-WEEK-SUB)) * 1440)    05780001
057900             + (WS-STAMP-HH * 60) + WS-STAMP-MM                   05790001
058000         MOVE SW-COMPLETE-TIME (WS-SUB, WS-WEEK-SUB) TO           05800001
058100             WS-STAMP-TIME                                        05810001
058200         COMPUTE WS-END-MINUTE =                                  05820001
058300             (FUNCTION INTEGER-OF-DATE                            05830001
058400                 (SW-COMPLETE-DATE (WS-SUB, WS-WEEK-SUB)) * 1440) 05840001
058500             + (WS-STAMP-HH * 60) + WS-STAMP-MM                   05850001
058600         COMPUTE SW-ELAPSED (WS-SUB, WS-WEEK-SUB) =               05860001
058700             WS-END-MINUTE - WS-START-MINUTE                      05870001
058800         MOVE 'YES' TO SW-MEASURED (WS-SUB, WS-WEEK-SUB)          05880001
058900     END-IF                                                       05890001
059000     .                                                            05900001
059100                                                                  05910001
059200 320-CHECK-ONE-PREDECESSOR.                                       05920001
059300     IF ST-AFTER (WS-SUB, WS-AFTER-SUB) NOT = SPACES              05930001
059400         MOVE ZERO TO WS-PRED-SUB                                 05940001
059500         PERFORM 325-MATCH-PREDECESSOR                            05950001
059600           VARYING WS-HIT-SUB FROM 1 BY 1                         05960001
059700           UNTIL WS-HIT-SUB > WS-STEP-COUNT                       05970001
059800         IF WS-PRED-SUB > ZERO                                    05980001
059900             IF SW-COMPLETE-COUNT (WS-PRED-SUB, 1) > ZERO         05990001
060000                 AND SW-LAST-COMPLETE (WS-PRED-SUB, 1) >          06000001
060100                     SW-LAST-START (WS-SUB, 1)                    06010001
060200                 AND WS-ORDER-PREDECESSOR = SPACES                06020001
060300                 MOVE ST-PROGRAM-ID (WS-PRED-SUB) TO              06030001
060400                     WS-ORDER-PREDECESSOR                         06040001
060500             END-IF                                               06050001
060600         END-IF                                                   06060001
060700     END-IF                                                       06070001
060800     .                                                            06080001
060900                                                                  06090001
061000 325-MATCH-PREDECESSOR.                                           06100001
061100     IF ST-PROGRAM-ID (WS-HIT-SUB) =                              06110001
061200        ST-AFTER (WS-SUB, WS-AFTER-SUB)                           06120001
061300         MOVE WS-HIT-SUB TO WS-PRED-SUB                           06130001
061400     END-IF                                                       06140001
061500     .                                                            06150001
061600                                                                  06160001
061700 400-PRINT-STEP.                                                  06170001
061800     MOVE SPACES TO WS-CHAIN-LINE                                 06180001
061900     IF ST-EXCEPTION (WS-SUB) = 'YES'                             06190001
062000         MOVE '**' TO SL-EXCEPTION                                06200001
062100     END-IF                                                       06210001
062200     MOVE ST-PROGRAM-ID (WS-SUB) TO SL-PROGRAM-ID                 06220001
062300     MOVE ST-STATUS (WS-SUB) TO SL-STATUS                         06230001
062400     IF SW-START-COUNT (WS-SUB, 1) > ZERO                         06240001
062500         MOVE SW-START-DATE (WS-SUB, 1) TO WS-SHOW-DATE           06250001
062600         MOVE SW-START-TIME (WS-SUB, 1) TO WS-SHOW-TIME           06260001
062700         PERFORM 420-FORMAT-STAMP                                 06270001
062800         MOVE WS-PRINT-DATE TO SL-START-DATE                      06280001
062900         MOVE WS-PRINT-TIME TO SL-START-TIME                      06290001
063000     END-IF                                                       06300001
063100     IF SW-COMPLETE-COUNT (WS-SUB, 1) > ZERO                      06310001
063200         MOVE SW-COMPLETE-DATE (WS-SUB, 1) TO WS-SHOW-DATE        06320001
063300         MOVE SW-COMPLETE-TIME (WS-SUB, 1) TO WS-SHOW-TIME        06330001
063400         PERFORM 420-FORMAT-STAMP                                 06340001
063500         MOVE WS-PRINT-DATE TO SL-END-DATE                        06350001
063600         MOVE WS-PRINT-TIME TO SL-END-TIME                        06360001
063700     END-IF                                                       06370001
063800     IF SW-MEASURED (WS-SUB, 1) = 'YES'                           06380001
063900         MOVE SW-ELAPSED (WS-SUB, 1) TO SL-ELAPSED                06390001
064000     END-IF                                                       06400001
064100     IF SW-START-COUNT (WS-SUB, 1) > ZERO                         06410001
064200         MOVE SW-START-COUNT (WS-SUB, 1) TO SL-RUNS               06420001
064300     END-IF                                                       06430001
064400     PERFORM 410-SHOW-EARLIER-WEEK                                06440001
064500       VARYING WS-WEEK-SUB FROM 2 BY 1                            06450001
064600       UNTIL WS-WEEK-SUB > 4                                      06460001
064700     MOVE ST-TREND (WS-SUB) TO SL-TREND                           06470001
064800     MOVE ST-REMARK (WS-SUB) TO SL-REMARK                         06480001
064900     WRITE CHAIN-PRINT-REC FROM WS-CHAIN-LINE                     06490001
065000       AFTER ADVANCING 1 LINE                                     06500001
065100     END-WRITE                                                    06510001
065200     .                                                            06520001
065300                                                                  06530001
065400 410-SHOW-EARLIER-WEEK.                                           06540001
065500     IF SW-MEASURED (WS-SUB, WS-WEEK-SUB) = 'YES'                 06550001
065600         MOVE SW-ELAPSED (WS-SUB, WS-WEEK-SUB) TO                 06560001
065700             SL-WEEK-MINS (WS-WEEK-SUB - 1)                       06570001
065800     ELSE                                                         06580001
065900         MOVE '    -' TO SL-WEEK-MINS-X (WS-WEEK-SUB - 1)         06590001
066000     END-IF                                                       06600001
066100     .                                                            06610001
066200                                                                  06620001
066300 420-FORMAT-STAMP.                                                06630001
066400     MOVE WS-SHOW-MM TO PD-MM                                     06640001
066500     MOVE WS-SHOW-DD TO PD-DD                                     06650001
066600     MOVE WS-SHOW-HH TO PT-HH                                     06660001
066700     MOVE WS-SHOW-MI TO PT-MI                                     06670001
066800     .                                                            06680001
066900                                                                  06690001
067000*****************************************************             06700001
067100*   THE MORNING SHIFT'S ANSWER: NOT READY WHEN A    *             06710001
067200*   STEP WAS SKIPPED OR NEVER FINISHED, REVIEW WHEN *             06720001
067300*   THE CHAIN FINISHED BUT NOT CLEANLY, OTHERWISE   *             06730001
067400*   READY.  THE RETURN CODE SAYS THE SAME (8/4/0)   *             06740001
067500*****************************************************             06750001
067600 700-PRINT-READINESS.                                             06760001
067700     MOVE 'STEPS COMPLETE' TO CL-LABEL                            06770001
067800     MOVE WS-COMPLETE-TOTAL TO CL-COUNT                           06780001
067900     WRITE CHAIN-PRINT-REC FROM WS-COUNT-LINE                     06790001
068000       AFTER ADVANCING 3 LINES                                    06800001
068100     END-WRITE                                                    06810001
068200     MOVE 'STEPS SKIPPED' TO CL-LABEL                             06820001
068300     MOVE WS-SKIPPED-TOTAL TO CL-COUNT                            06830001
068400     PERFORM 710-WRITE-COUNT-LINE                                 06840001
068500     MOVE 'STEPS STILL OPEN' TO CL-LABEL                          06850001
068600     MOVE WS-OPEN-TOTAL TO CL-COUNT                               06860001
068700     PERFORM 710-WRITE-COUNT-LINE                                 06870001
068800     MOVE 'STEPS RUN OUT OF ORDER' TO CL-LABEL                    06880001
068900     MOVE WS-ORDER-TOTAL TO CL-COUNT                              06890001
069000     PERFORM 710-WRITE-COUNT-LINE                                 06900001
069100     MOVE 'STEPS RERUN UNDER OVERRIDE' TO CL-LABEL                06910001
069200     MOVE WS-OVERRIDE-TOTAL TO CL-COUNT                           06920001
069300     PERFORM 710-WRITE-COUNT-LINE                                 06930001
069400     MOVE 'STEPS CREEPING WEEK ON WEEK' TO CL-LABEL               06940001
069500     MOVE WS-CREEP-TOTAL TO CL-COUNT                              06950001
069600     PERFORM 710-WRITE-COUNT-LINE                                 06960001
069700     MOVE 'STEPS NOT ON THE CHAIN LIST' TO CL-LABEL               06970001
069800     MOVE WS-EXTRA-TOTAL TO CL-COUNT                              06980001
069900     PERFORM 710-WRITE-COUNT-LINE                                 06990001
070000     EVALUATE TRUE                                                07000001
070100         WHEN WS-SKIPPED-TOTAL > ZERO                             07010001
070200           OR WS-OPEN-TOTAL > ZERO                                07020001
070300             MOVE 'NOT READY - NIGHT''S NUMBERS INCOMPLETE' TO    07030001
070400                 VL-VERDICT                                       07040001
070500             MOVE 8 TO RETURN-CODE                                07050001
070600         WHEN WS-ORDER-TOTAL > ZERO                               07060001
070700           OR WS-OVERRIDE-TOTAL > ZERO                            07070001
070800             MOVE 'REVIEW - THE CHAIN FINISHED, BUT NOT CLEANLY'  07080001
070900                 TO VL-VERDICT                                    07090001
071000             IF RETURN-CODE < 4                                   07100001
071100                 MOVE 4 TO RETURN-CODE                            07110001
071200             END-IF                                               07120001
071300         WHEN OTHER                                               07130001
071400             MOVE 'READY - THE NIGHT''S NUMBERS CAN BE TRUSTED'   07140001
071500                 TO VL-VERDICT                                    07150001
071600     END-EVALUATE                                                 07160001
071700     WRITE CHAIN-PRINT-REC FROM WS-VERDICT-LINE                   07170001
071800       AFTER ADVANCING 2 LINES                                    07180001
071900     END-WRITE                                                    07190001
072000     .                                                            07200001
072100                                                                  07210001
072200 710-WRITE-COUNT-LINE.                                            07220001
072300     WRITE CHAIN-PRINT-REC FROM WS-COUNT-LINE                     07230001
072400       AFTER ADVANCING 1 LINE                                     07240001
072500     END-WRITE                                                    07250001
072600     .                                                            07260001
072700                                                                  07270001
072800 800-PRINT-HEADINGS.                                              07280001
072900     MOVE WS-BUSINESS-DATE TO HD-BUSINESS-DATE                    07290001
073000     MOVE WS-DATE-8 TO HD-RUN-DATE                                07300001
073100     WRITE CHAIN-PRINT-REC FROM WS-CHAIN-HEADING                  07310001
073200       AFTER ADVANCING PAGE                                       07320001
073300     END-WRITE                                                    07330001
073400     WRITE CHAIN-PRINT-REC FROM WS-CHAIN-COLUMN-HEADING-1         07340001
073500       AFTER ADVANCING 2 LINES                                    07350001
073600     END-WRITE                                                    07360001
073700     WRITE CHAIN-PRINT-REC FROM WS-CHAIN-COLUMN-HEADING-2         07370001
073800       AFTER ADVANCING 1 LINE                                     07380001
073900     END-WRITE                                                    07390001
074000     .                                                            07400001
074100                                                                  07410001
074200 850-GET-DATE.                                                    07420001
074300     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          07430001
074400     .                                                            07440001
