000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    INTEGCHK.                                         00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*CROSS-FILE INTEGRITY SWEEP - VERIFY ONLY.  WHERE   *             00090001
001000*THE SENTINEL CHECK PROVES THE FRIDGE FILE AGREES   *             00100001
001100*WITH ITSELF, THIS RUN PROVES THE SATELLITE FILES   *             00110001
001200*AGREE WITH THE FRIDGE MASTER: LOT UNITS THAT DO    *             00120001
001300*NOT ADD UP TO FR-UNITS, LOTS, OPEN PO LINES AND    *             00130001
001400*DAY-OF-WEEK PROFILES FOR ITEMS NO LONGER ON THE    *             00140001
001500*FRIDGE, SUPPLIER AND CATEGORY CODES MISSING FROM   *             00150001
001600*THEIR MASTERS, AND RECIPE INGREDIENTS NOT ON FILE. *             00160001
001700*EVERY DISAGREEMENT IS LISTED BY FILE AND ITEM, AND *             00170001
001800*A SEVERITY-CODED SUMMARY GOES ON THE ALERT FEED SO *             00180001
001900*DRIFT IS CAUGHT THE NIGHT IT HAPPENS.  NOTHING IS  *             00190001
002000*UPDATED                                            *             00200001
002100*****************************************************             00210001
002200                                                                  00220001
002300 ENVIRONMENT DIVISION.                                            00230001
002400 CONFIGURATION SECTION.                                           00240001
002500 SOURCE-COMPUTER.                                                 00250001
002600     Z13                                                          00260001
002700     WITH DEBUGGING MODE                                          00270001
002800     .                                                            00280001
002900                                                                  00290001
003000 INPUT-OUTPUT SECTION.                                            00300001
003100                                                                  00310001
003200 FILE-CONTROL.                                                    00320001
003300     SELECT FRIDGE                 ASSIGN TO DYNAMIC              00330001
003400         WS-FRIDGE-DSNAME                                         00340001
003500         ORGANIZATION IS INDEXED                                  00350001
003600         ACCESS MODE IS DYNAMIC                                   00360001
003700         RECORD KEY IS FR-ITEM-NAME                               00370001
003800         ALTERNATE RECORD KEY IS FR-CATEGORY                      00380001
003900             WITH DUPLICATES                                      00390001
004000         ALTERNATE RECORD KEY IS FR-SUPPLIER-CODE                 00400001
004100             WITH DUPLICATES                                      00410001
004200         FILE STATUS IS WS-FRIDGE-STATUS.                         00420001
004300     SELECT SUPPLIER-MASTER        ASSIGN TO MYSUPMST             00430001
004400         ORGANIZATION IS INDEXED                                  00440001
004500         ACCESS MODE IS RANDOM                                    00450001
004600         RECORD KEY IS SM-SUPPLIER-CODE                           00460001
004700         FILE STATUS IS WS-SUPMST-STATUS.                         00470001
004800     SELECT CATEGORY-MASTER        ASSIGN TO MYCATMST             00480001
004900         ORGANIZATION IS INDEXED                                  00490001
005000         ACCESS MODE IS RANDOM                                    00500001
005100         RECORD KEY IS CM-CATEGORY-CODE                           00510001
005200         FILE STATUS IS WS-CATMST-STATUS.                         00520001
005300     SELECT LOT-FILE               ASSIGN TO MYLOTS               00530001
005400         FILE STATUS IS WS-LOTS-STATUS.                           00540001
005500     SELECT OPEN-PO-FILE           ASSIGN TO MYOPENPO             00550001
005600         FILE STATUS IS WS-OPENPO-STATUS.                         00560001
005700     SELECT DOW-PROFILE-FILE       ASSIGN TO MYDOWPRF             00570001
005800         FILE STATUS IS WS-DOWPRF-STATUS.                         00580001
005900     SELECT RECIPE-FILE            ASSIGN TO MYRECIPE             00590001
006000         FILE STATUS IS WS-RECIPE-STATUS.                         00600001
006100     SELECT OPTIONAL ALERT-FILE   ASSIGN TO MYALERT               00610001
006200         FILE STATUS IS WS-ALERT-STATUS.                          00620001
006300     SELECT INTEG-PRINT-FILE       ASSIGN TO MYINTRPT.            00630001
006400                                                                  00640001
006500 DATA DIVISION.                                                   00650001
006600 FILE SECTION.                                                    00660001
006700                                                                  00670001
006800 FD  FRIDGE                                                       00680001
006900     RECORDING MODE IS F.                                         00690001
007000     COPY FRIDGEREC.                                              00700001
007100                                                                  00710001
007200 FD  SUPPLIER-MASTER.                                             00720001
007300     COPY SUPMST.                                                 00730001
007400                                                                  00740001
007500 FD  CATEGORY-MASTER.                                             00750001
007600     COPY CATMST.                                                 00760001
007700                                                                  00770001
007800 FD  LOT-FILE                                                     00780001
007900     RECORDING MODE IS F.                                         00790001
008000     COPY LOTREC.                                                 00800001
008100                                                                  00810001
008200 FD  OPEN-PO-FILE                                                 00820001
008300     RECORDING MODE IS F.                                         00830001
008400     COPY OPENPO.                                                 00840001
008500                                                                  00850001
008600 FD  DOW-PROFILE-FILE                                             00860001
008700     RECORDING MODE IS F.                                         00870001
008800     COPY DOWPRF.                                                 00880001
008900                                                                  00890001
009000 FD  RECIPE-FILE                                                  00900001
009100     RECORDING MODE IS F.                                         00910001
009200     COPY RECIPREC.                                               00920001
009300                                                                  00930001
009400 FD  ALERT-FILE                                                   00940001
009500     RECORDING MODE IS F.                                         00950001
009600 01  ALERT-REC.                                                   00960001
009700     10  AT-SEVERITY               PIC X(01).                     00970001
009800     10  AT-ALERT-CODE             PIC X(08).                     00980001
009900     10  AT-ITEM-OR-SITE           PIC X(17).                     00990001
010000     10  AT-MESSAGE                PIC X(38).                     01000001
010100     10  AT-RUN-DATE               PIC 9(08).                     01010001
010200     10  AT-RUN-TIME               PIC 9(08).                     01020001
010300                                                                  01030001
010400 FD  INTEG-PRINT-FILE                                             01040001
010500     RECORDING MODE IS F.                                         01050001
010600 01  INTEG-PRINT-REC.                                             01060001
010700     10  FILLER                    PIC X(132).                    01070001
010800                                                                  01080001
010900 WORKING-STORAGE SECTION.                                         01090001
011000                                                                  01100001
011100 01  WS-COUNTERS-FLAGS.                                           01110001
011200     10  WS-SCAN-EOF               PIC X(03) VALUE 'NO'.          01120001
011300     10  WS-FILE-EOF               PIC X(03) VALUE 'NO'.          01130001
011400     10  WS-ITEM-COUNT             PIC 9(05) VALUE ZERO.          01140001
011500     10  WS-LOT-COUNT              PIC 9(05) VALUE ZERO.          01150001
011600     10  WS-PO-LINE-COUNT          PIC 9(05) VALUE ZERO.          01160001
011700     10  WS-PROFILE-COUNT          PIC 9(05) VALUE ZERO.          01170001
011800     10  WS-RECIPE-LINE-COUNT      PIC 9(05) VALUE ZERO.          01180001
011900     10  WS-ALERT-COUNT            PIC 9(05) VALUE ZERO.          01190001
012000     10  WS-FINDING-COUNT          PIC 9(05) VALUE ZERO.          01200001
012100                                                                  01210001
012200 01  WS-VALIDATION-FLAGS.                                         01220001
012300     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        01230001
012400     10  WS-SUPMST-STATUS          PIC X(02) VALUE SPACES.        01240001
012500     10  WS-CATMST-STATUS          PIC X(02) VALUE SPACES.        01250001
012600     10  WS-LOTS-STATUS            PIC X(02) VALUE SPACES.        01260001
012700     10  WS-OPENPO-STATUS          PIC X(02) VALUE SPACES.        01270001
012800     10  WS-DOWPRF-STATUS          PIC X(02) VALUE SPACES.        01280001
012900     10  WS-RECIPE-STATUS          PIC X(02) VALUE SPACES.        01290001
013000     10  WS-ALERT-STATUS           PIC X(02) VALUE SPACES.        01300001
013100     10  WS-SUPMST-LOADED          PIC X(03) VALUE 'NO'.          01310001
013200     10  WS-CATMST-LOADED          PIC X(03) VALUE 'NO'.          01320001
013300     10  WS-ON-FRIDGE              PIC X(03) VALUE 'NO'.          01330001
013400                                                                  01340001
013500 01  WS-SITE-CONTROL.                                             01350001
013600     10  WS-FRIDGE-DSNAME          PIC X(40) VALUE 'MYINFILE'.    01360001
013700                                                                  01370001
013800 01  WS-DATE-FIELDS.                                              01380001
013900     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01390001
014000     10  WS-TIME                   PIC 9(08) VALUE ZERO.          01400001
014100                                                                  01410001
014200*****************************************************             01420001
014300*   RUN-CONTROL HANDSHAKE: THE MAIN NIGHTLY RUN     *             01430001
014400*   RECREATES THE ALERT FEED AND MOVES THE LOTS, SO *             01440001
014500*   THE SWEEP RUNS ONLY AFTER THAT RUN HAS ENDED    *             01450001
014600*   AND ADDS ITS SUMMARY TO THE FEED.  AN           *             01460001
014700*   'OVERRIDE' CARD ON SYSIN PERMITS A DELIBERATE   *             01470001
014800*   SAME-DATE RERUN                                 *             01480001
014900*****************************************************             01490001
015000     COPY RUNCTLP.                                                01500001
015100                                                                  01510001
015200 01  WS-OVERRIDE-PARM-CARD.                                       01520001
015300     10  PC-RUN-OVERRIDE           PIC X(08).                     01530001
015400     10  FILLER                    PIC X(72).                     01540001
015500                                                                  01550001
015600*****************************************************             01560001
015700*   ONE ENTRY PER CHECK: ITS ALERT CODE, THE        *             01570001
015800*   SEVERITY IT CARRIES, WHAT IT PROVES AND THE     *             01580001
015900*   FINDINGS COUNTED TONIGHT.  C = CRITICAL, THE    *             01590001
016000*   STOCK FIGURES THEMSELVES DISAGREE; W = WARNING, *             01600001
016100*   A RUN WILL MISBEHAVE FOR THE ITEM; I = INFORM,  *             01610001
016200*   HOUSEKEEPING ONLY                               *             01620001
016300*****************************************************             01630001
016400 01  WS-CHECK-VALUES.                                             01640001
016500     10  FILLER                    PIC X(47) VALUE                01650001
016600         'LOTSUM  CLOT-FILE    LOT UNITS NOT = FR-UNITS  '.       01660001
016700     10  FILLER                    PIC X(47) VALUE                01670001
016800         'LOTORPH CLOT-FILE    LOTS, ITEM NOT ON FRIDGE  '.       01680001
016900     10  FILLER                    PIC X(47) VALUE                01690001
017000         'POORPH  WOPEN-PO     PO LINE ITEM NOT ON FRIDGE'.       01700001
017100     10  FILLER                    PIC X(47) VALUE                01710001
017200         'DOWORPH IDOW-PROFILE PROFILE ITEM NOT ON FRIDGE'.       01720001
017300     10  FILLER                    PIC X(47) VALUE                01730001
017400         'SUPPMISSWFRIDGE      SUPPLIER NOT ON MASTER    '.       01740001
017500     10  FILLER                    PIC X(47) VALUE                01750001
017600         'CATMISS WFRIDGE      CATEGORY NOT ON MASTER    '.       01760001
017700     10  FILLER                    PIC X(47) VALUE                01770001
017800         'RCPING  WRECIPE-FILE INGREDIENT NOT ON FRIDGE  '.       01780001
017900 01  WS-CHECK-TABLE REDEFINES WS-CHECK-VALUES.                    01790001
018000     10  WS-CHECK-ENTRY OCCURS 7 TIMES.                           01800001
018100         15  CK-ALERT-CODE         PIC X(08).                     01810001
018200         15  CK-SEVERITY           PIC X(01).                     01820001
018300         15  CK-FILE-NAME          PIC X(12).                     01830001
018400         15  CK-DESCRIPTION        PIC X(26).                     01840001
018500                                                                  01850001
018600 01  WS-CHECK-COUNTS.                                             01860001
018700     10  WS-CHECK-COUNT OCCURS 7 TIMES                            01870001
018800                                   PIC 9(05).                     01880001
018900                                                                  01890001
019000 01  WS-CHECK-SUBSCRIPTS.                                         01900001
019100     10  WS-CHECK-SUB              PIC S9(04) COMP VALUE ZERO.    01910001
019200     10  WS-LOTSUM-CHECK           PIC S9(04) COMP VALUE 1.       01920001
019300     10  WS-LOTORPH-CHECK          PIC S9(04) COMP VALUE 2.       01930001
019400     10  WS-POORPH-CHECK           PIC S9(04) COMP VALUE 3.       01940001
019500     10  WS-DOWORPH-CHECK          PIC S9(04) COMP VALUE 4.       01950001
019600     10  WS-SUPPMISS-CHECK         PIC S9(04) COMP VALUE 5.       01960001
019700     10  WS-CATMISS-CHECK          PIC S9(04) COMP VALUE 6.       01970001
019800     10  WS-RCPING-CHECK           PIC S9(04) COMP VALUE 7.       01980001
019900                                                                  01990001
020000*****************************************************             02000001
020100*   LOT UNITS SUMMED BY ITEM BEFORE THEY ARE HELD   *             02010001
020200*   UP AGAINST THE FRIDGE MASTER.  AN ITEM WITH NO  *             02020001
020300*   LOTS RUNS ON ITS SINGLE EXPIRATION DATE AND IS  *             02030001
020400*   NOT CHECKED                                     *             02040001
020500*****************************************************             02050001
020600 01  WS-LOT-SUM-CONTROL.                                          02060001
020700     10  WS-LS-COUNT               PIC 9(04) VALUE ZERO.          02070001
020800     10  WS-LS-SUB                 PIC S9(04) COMP VALUE ZERO.    02080001
020900     10  WS-LS-HIT-SUB             PIC S9(04) COMP VALUE ZERO.    02090001
021000     10  WS-LS-OVERFLOW            PIC X(03) VALUE 'NO'.          02100001
021100 01  WS-LOT-SUM-TABLE.                                            02110001
021200     10  WS-LS-ENTRY OCCURS 1000 TIMES.                           02120001
021300         15  WS-LS-ITEM-NAME       PIC X(17).                     02130001
021400         15  WS-LS-UNITS           PIC S9(07).                    02140001
021500         15  WS-LS-LOTS            PIC 9(05).                     02150001
021600                                                                  02160001
021700 01  WS-ALERT-CONTROL.                                            02170001
021800     10  WS-ALERT-SEVERITY         PIC X(01) VALUE SPACE.         02180001
021900     10  WS-ALERT-CODE             PIC X(08) VALUE SPACES.        02190001
022000     10  WS-ALERT-SUBJECT          PIC X(17) VALUE SPACES.        02200001
022100     10  WS-ALERT-MESSAGE          PIC X(38) VALUE SPACES.        02210001
022200     10  WS-WORST-SEVERITY         PIC X(01) VALUE SPACE.         02220001
022300                                                                  02230001
022400 01  WS-ALERT-COUNT-MESSAGE.                                      02240001
022500     10  AM-TEXT                   PIC X(27).                     02250001
022600     10  FILLER                    PIC X(01) VALUE SPACE.         02260001
022700     10  AM-COUNT                  PIC ZZZZ9.                     02270001
022800     10  FILLER                    PIC X(05) VALUE SPACES.        02280001
022900                                                                  02290001
023000*****************************************************             02300001
023100*   THE FINDING NOW BEING LISTED                    *             02310001
023200*****************************************************             02320001
023300 01  WS-FINDING.                                                  02330001
023400     10  WS-FD-CHECK               PIC S9(04) COMP VALUE ZERO.    02340001
023500     10  WS-FD-ITEM-NAME           PIC X(17) VALUE SPACES.        02350001
023600     10  WS-FD-REFERENCE           PIC X(20) VALUE SPACES.        02360001
023700     10  WS-FD-PROBLEM             PIC X(34) VALUE SPACES.        02370001
023800     10  WS-FD-UNITS-SHOWN         PIC X(03) VALUE 'NO'.          02380001
023900     10  WS-FD-SAT-UNITS           PIC S9(07) VALUE ZERO.         02390001
024000     10  WS-FD-MASTER-UNITS        PIC S9(07) VALUE ZERO.         02400001
024100                                                                  02410001
024200 01  WS-INTEG-HEADING.                                            02420001
024300     10  FILLER                    PIC X(02) VALUE SPACES.        02430001
024400     10  FILLER                    PIC X(30) VALUE                02440001
024500         'CROSS-FILE INTEGRITY SWEEP'.                            02450001
024600     10  FILLER                    PIC X(06) VALUE 'MODE: '.      02460001
024700     10  FILLER                    PIC X(08) VALUE 'VERIFY'.      02470001
024800     10  FILLER                    PIC X(06) VALUE SPACES.        02480001
024900     10  FILLER                    PIC X(06) VALUE 'DATE: '.      02490001
025000     10  IH-RUN-DATE               PIC 9(08).                     02500001
025100     10  FILLER                    PIC X(66) VALUE SPACES.        02510001
025200                                                                  02520001
025300 01  WS-SECTION-HEADING.                                          02530001
025400     10  FILLER                    PIC X(02) VALUE SPACES.        02540001
025500     10  SE-TITLE                  PIC X(60).                     02550001
025600     10  FILLER                    PIC X(70) VALUE SPACES.        02560001
025700                                                                  02570001
025800 01  WS-INTEG-COLUMN-HEADING.                                     02580001
025900     10  FILLER                    PIC X(02) VALUE SPACES.        02590001
026000     10  FILLER                    PIC X(04) VALUE 'SEV'.         02600001
026100     10  FILLER                    PIC X(14) VALUE 'FILE'.        02610001
026200     10  FILLER                    PIC X(19) VALUE 'ITEM'.        02620001
026300     10  FILLER                    PIC X(22) VALUE 'REFERENCE'.   02630001
026400     10  FILLER                    PIC X(10) VALUE 'SAT UNITS'.   02640001
026500     10  FILLER                    PIC X(10) VALUE ' FR-UNITS'.   02650001
026600     10  FILLER                    PIC X(34) VALUE 'DISAGREEMENT'.02660001
026700     10  FILLER                    PIC X(17) VALUE SPACES.        02670001
026800                                                                  02680001
026900 01  WS-INTEG-LINE.                                               02690001
027000     10  FILLER                    PIC X(02) VALUE SPACES.        02700001
027100     10  IL-SEVERITY               PIC X(01).                     02710001
027200     10  FILLER                    PIC X(03) VALUE SPACES.        02720001
027300     10  IL-FILE-NAME              PIC X(12).                     02730001
027400     10  FILLER                    PIC X(02) VALUE SPACES.        02740001
027500     10  IL-ITEM-NAME              PIC X(17).                     02750001
027600     10  FILLER                    PIC X(02) VALUE SPACES.        02760001
027700     10  IL-REFERENCE              PIC X(20).                     02770001
027800     10  FILLER                    PIC X(02) VALUE SPACES.        02780001
027900     10  IL-SAT-UNITS              PIC -ZZZZZZ9.                  02790001
028000     10  IL-SAT-UNITS-X REDEFINES IL-SAT-UNITS                    02800001
028100                                   PIC X(08).                     02810001
028200     10  FILLER                    PIC X(02) VALUE SPACES.        02820001
028300     10  IL-MASTER-UNITS           PIC -ZZZZZZ9.                  02830001
028400     10  IL-MASTER-UNITS-X REDEFINES IL-MASTER-UNITS              02840001
028500                                   PIC X(08).                     02850001
028600     10  FILLER                    PIC X(02) VALUE SPACES.        02860001
028700     10  IL-PROBLEM                PIC X(34).                     02870001
028800     10  FILLER                    PIC X(17) VALUE SPACES.        02880001
028900                                                                  02890001
029000 01  WS-NOTE-LINE.                                                02900001
029100     10  FILLER                    PIC X(06) VALUE SPACES.        02910001
029200     10  NL-NOTE                   PIC X(60).                     02920001
029300     10  FILLER                    PIC X(66) VALUE SPACES.        02930001
029400                                                                  02940001
029500 01  WS-SUMMARY-COLUMN-HEADING.                                   02950001
029600     10  FILLER                    PIC X(02) VALUE SPACES.        02960001
029700     10  FILLER                    PIC X(04) VALUE 'SEV'.         02970001
029800     10  FILLER                    PIC X(10) VALUE 'CHECK'.       02980001
029900     10  FILLER                    PIC X(14) VALUE 'FILE'.        02990001
030000     10  FILLER                    PIC X(28) VALUE 'CONDITION'.   03000001
030100     10  FILLER                    PIC X(08) VALUE 'FOUND'.       03010001
030200     10  FILLER                    PIC X(66) VALUE SPACES.        03020001
030300                                                                  03030001
030400 01  WS-SUMMARY-LINE.                                             03040001
030500     10  FILLER                    PIC X(02) VALUE SPACES.        03050001
030600     10  SL-SEVERITY               PIC X(01).                     03060001
030700     10  FILLER                    PIC X(03) VALUE SPACES.        03070001
030800     10  SL-ALERT-CODE             PIC X(08).                     03080001
030900     10  FILLER                    PIC X(02) VALUE SPACES.        03090001
031000     10  SL-FILE-NAME              PIC X(12).                     03100001
031100     10  FILLER                    PIC X(02) VALUE SPACES.        03110001
031200     10  SL-DESCRIPTION            PIC X(26).                     03120001
031300     10  FILLER                    PIC X(02) VALUE SPACES.        03130001
031400     10  SL-COUNT                  PIC ZZZZ9.                     03140001
031500     10  FILLER                    PIC X(69) VALUE SPACES.        03150001
031600                                                                  03160001
031700 01  WS-COUNT-LINE.                                               03170001
031800     10  FILLER                    PIC X(02) VALUE SPACES.        03180001
031900     10  CL-LABEL                  PIC X(30).                     03190001
032000     10  CL-COUNT                  PIC ZZZZ9.                     03200001
032100     10  FILLER                    PIC X(95) VALUE SPACES.        03210001
032200                                                                  03220001
032300 PROCEDURE DIVISION.                                              03230001
032400                                                                  03240001
032500*****************************************************             03250001
032600*   MAIN PROGRAM ROUTINE                            *             03260001
032700*****************************************************             03270001
032800 010-START-HERE.                                                  03280001
032900     INITIALIZE WS-CHECK-COUNTS                                   03290001
033000     PERFORM 850-GET-DATE                                         03300001
033100     PERFORM 130-CHECK-RUN-SEQUENCE                               03310001
033200     IF RETURN-CODE = 8                                           03320001
033300         CONTINUE                                                 03330001
033400     ELSE                                                         03340001
033500     OPEN INPUT FRIDGE                                            03350001
033600     IF WS-FRIDGE-STATUS NOT = '00'                               03360001
033700         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  03370001
033800             WS-FRIDGE-STATUS                                     03380001
033900         MOVE 16 TO RETURN-CODE                                   03390001
034000     ELSE                                                         03400001
034100         OPEN OUTPUT INTEG-PRINT-FILE                             03410001
034200         PERFORM 106-OPEN-ALERT-FEED                              03420001
034300         PERFORM 108-OPEN-MASTERS                                 03430001
034400         PERFORM 800-PRINT-HEADINGS                               03440001
034500         PERFORM 200-CHECK-FRIDGE-CODES                           03450001
034600         PERFORM 300-CHECK-LOT-FILE                               03460001
034700         PERFORM 400-CHECK-OPEN-PO-FILE                           03470001
034800         PERFORM 450-CHECK-DOW-PROFILES                           03480001
034900         PERFORM 500-CHECK-RECIPE-FILE                            03490001
035000         PERFORM 700-PRINT-SUMMARY                                03500001
035100         PERFORM 750-WRITE-ALERT-SUMMARY                          03510001
035200         IF WS-SUPMST-LOADED = 'YES'                              03520001
035300             CLOSE SUPPLIER-MASTER                                03530001
035400         END-IF                                                   03540001
035500         IF WS-CATMST-LOADED = 'YES'                              03550001
035600             CLOSE CATEGORY-MASTER                                03560001
035700         END-IF                                                   03570001
035800         CLOSE FRIDGE INTEG-PRINT-FILE ALERT-FILE                 03580001
035900         IF WS-FINDING-COUNT > ZERO                               03590001
036000             AND RETURN-CODE < 4                                  03600001
036100             MOVE 4 TO RETURN-CODE                                03610001
036200         END-IF                                                   03620001
036300         PERFORM 135-STAMP-RUN-COMPLETE                           03630001
036400     END-IF                                                       03640001
036500     END-IF                                                       03650001
036600     GOBACK                                                       03660001
036700     .                                                            03670001
036800                                                                  03680001
036900*****************************************************             03690001
037000*   THE NIGHT'S ALERT FEED IS ALREADY WRITTEN BY    *             03700001
037100*   THE MAIN RUN; THE SWEEP SUMMARY IS ADDED TO IT  *             03710001
037200*****************************************************             03720001
037300 106-OPEN-ALERT-FEED.                                             03730001
037400     OPEN INPUT ALERT-FILE                                        03740001
037500     IF WS-ALERT-STATUS = '00'                                    03750001
037600         CLOSE ALERT-FILE                                         03760001
037700     ELSE                                                         03770001
037800         OPEN OUTPUT ALERT-FILE                                   03780001
037900         CLOSE ALERT-FILE                                         03790001
038000     END-IF                                                       03800001
038100     OPEN EXTEND ALERT-FILE                                       03810001
038200     .                                                            03820001
038300                                                                  03830001
038400*****************************************************             03840001
038500*   A MASTER THAT CANNOT BE OPENED STANDS ITS CODE  *             03850001
038600*   CHECK DOWN; THE REPORT SAYS SO                  *             03860001
038700*****************************************************             03870001
038800 108-OPEN-MASTERS.                                                03880001
038900     OPEN INPUT SUPPLIER-MASTER                                   03890001
039000     IF WS-SUPMST-STATUS = '00'                                   03900001
039100         MOVE 'YES' TO WS-SUPMST-LOADED                           03910001
039200     ELSE                                                         03920001
039300         DISPLAY 'SUPPLIER MASTER NOT AVAILABLE, STATUS = '       03930001
039400             WS-SUPMST-STATUS ', SUPPLIER CHECK SKIPPED'          03940001
039500     END-IF                                                       03950001
039600     OPEN INPUT CATEGORY-MASTER                                   03960001
039700     IF WS-CATMST-STATUS = '00'                                   03970001
039800         MOVE 'YES' TO WS-CATMST-LOADED                           03980001
039900     ELSE                                                         03990001
040000         DISPLAY 'CATEGORY MASTER NOT AVAILABLE, STATUS = '       04000001
040100             WS-CATMST-STATUS ', CATEGORY CHECK SKIPPED'          04010001
040200     END-IF                                                       04020001
040300     .                                                            04030001
040400                                                                  04040001
040500 130-CHECK-RUN-SEQUENCE.                                          04050001
040600     ACCEPT WS-OVERRIDE-PARM-CARD FROM SYSIN                      04060001
040700     MOVE 'S' TO RP-FUNCTION                                      04070001
040800     MOVE 'INTEGCHK' TO RP-CALLER                                 04080001
040900     MOVE 'CBLDB21 ' TO RP-PREREQ (1)                             04090001
041000     MOVE SPACES TO RP-PREREQ (2)                                 04100001
041100     MOVE SPACES TO RP-PREREQ (3)                                 04110001
041200     IF PC-RUN-OVERRIDE = 'OVERRIDE'                              04120001
041300         MOVE 'Y' TO RP-OVERRIDE                                  04130001
041400     ELSE                                                         04140001
041500         MOVE SPACE TO RP-OVERRIDE                                04150001
041600     END-IF                                                       04160001
041700     MOVE WS-DATE-8 TO RP-BUSINESS-DATE                           04170001
041800     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        04180001
041900     IF RP-RESULT = '08'                                          04190001
042000         DISPLAY 'INTEGCHK ALREADY RAN FOR ' WS-DATE-8            04200001
042100             ', OVERRIDE CARD REQUIRED'                           04210001
042200         MOVE 8 TO RETURN-CODE                                    04220001
042300     END-IF                                                       04230001
042400     IF RP-RESULT = '04'                                          04240001
042500         DISPLAY 'PREREQUISITE ' RP-FAILED-PREREQ                 04250001
042600             ' NOT COMPLETE FOR ' WS-DATE-8                       04260001
042700         MOVE 8 TO RETURN-CODE                                    04270001
042800     END-IF                                                       04280001
042900     .                                                            04290001
043000                                                                  04300001
043100 135-STAMP-RUN-COMPLETE.                                          04310001
043200     MOVE 'E' TO RP-FUNCTION                                      04320001
043300     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        04330001
043400     .                                                            04340001
043500                                                                  04350001
043600*****************************************************             04360001
043700*   EVERY FRIDGE ITEM'S SUPPLIER AND CATEGORY MUST  *             04370001
043800*   BE ON THEIR MASTERS.  AN ITEM PREPARED IN-HOUSE *             04380001
043900*   NEED NOT NAME A SUPPLIER                        *             04390001
044000*****************************************************             04400001
044100 200-CHECK-FRIDGE-CODES.                                          04410001
044200     MOVE 'FRIDGE MASTER CODES' TO SE-TITLE                       04420001
044300     PERFORM 810-PRINT-SECTION-HEADING                            04430001
044400     IF WS-SUPMST-LOADED = 'NO'                                   04440001
044500         MOVE 'SUPPLIER MASTER NOT AVAILABLE - CHECK SKIPPED'     04450001
044600             TO NL-NOTE                                           04460001
044700         PERFORM 820-PRINT-NOTE                                   04470001
044800     END-IF                                                       04480001
044900     IF WS-CATMST-LOADED = 'NO'                                   04490001
045000         MOVE 'CATEGORY MASTER NOT AVAILABLE - CHECK SKIPPED'     04500001
045100             TO NL-NOTE                                           04510001
045200         PERFORM 820-PRINT-NOTE                                   04520001
045300     END-IF                                                       04530001
045400     MOVE 'NO' TO WS-SCAN-EOF                                     04540001
045500     MOVE LOW-VALUES TO FR-ITEM-NAME                              04550001
045600     START FRIDGE KEY IS NOT LESS THAN FR-ITEM-NAME               04560001
045700         INVALID KEY                                              04570001
045800             MOVE 'YES' TO WS-SCAN-EOF                            04580001
045900     END-START                                                    04590001
046000     PERFORM 210-CHECK-NEXT-ITEM                                  04600001
046100       UNTIL WS-SCAN-EOF = 'YES'                                  04610001
046200     .                                                            04620001
046300                                                                  04630001
046400 210-CHECK-NEXT-ITEM.                                             04640001
046500     READ FRIDGE NEXT RECORD                                      04650001
046600         AT END                                                   04660001
046700             MOVE 'YES' TO WS-SCAN-EOF                            04670001
046800         NOT AT END                                               04680001
046900             IF FR-RECORD-TYPE = SPACES                           04690001
047000                 ADD 1 TO WS-ITEM-COUNT                           04700001
047100                 PERFORM 220-CHECK-SUPPLIER-CODE                  04710001
047200                 PERFORM 230-CHECK-CATEGORY-CODE                  04720001
047300             END-IF                                               04730001
047400     END-READ                                                     04740001
047500     .                                                            04750001
047600                                                                  04760001
047700 220-CHECK-SUPPLIER-CODE.                                         04770001
047800     IF WS-SUPMST-LOADED = 'YES'                                  04780001
047900         MOVE WS-SUPPMISS-CHECK TO WS-FD-CHECK                    04790001
048000         MOVE FR-ITEM-NAME TO WS-FD-ITEM-NAME                     04800001
048100         MOVE FR-SUPPLIER-CODE TO WS-FD-REFERENCE                 04810001
048200         MOVE 'NO' TO WS-FD-UNITS-SHOWN                           04820001
048300         IF FR-SUPPLIER-CODE = SPACES                             04830001
048400             IF FR-ITEM-TYPE NOT = 'P'                            04840001
048500                 MOVE 'NO SUPPLIER CODE ON ITEM' TO WS-FD-PROBLEM 04850001
048600                 PERFORM 600-LIST-FINDING                         04860001
048700             END-IF                                               04870001
048800         ELSE                                                     04880001
048900             MOVE FR-SUPPLIER-CODE TO SM-SUPPLIER-CODE            04890001
049000             READ SUPPLIER-MASTER                                 04900001
049100                 INVALID KEY                                      04910001
049200                     MOVE 'SUPPLIER NOT ON SUPPLIER MASTER' TO    04920001
049300                         WS-FD-PROBLEM                            04930001
049400                     PERFORM 600-LIST-FINDING                     04940001
049500             END-READ                                             04950001
049600         END-IF                                                   04960001
049700     END-IF                                                       04970001
049800     .                                                            04980001
049900                                                                  04990001
050000 230-CHECK-CATEGORY-CODE.                                         05000001
050100     IF WS-CATMST-LOADED = 'YES'                                  05010001
050200         MOVE WS-CATMISS-CHECK TO WS-FD-CHECK                     05020001
050300         MOVE FR-ITEM-NAME TO WS-FD-ITEM-NAME                     05030001
050400         MOVE FR-CATEGORY TO WS-FD-REFERENCE                      05040001
050500         MOVE 'NO' TO WS-FD-UNITS-SHOWN                           05050001
050600         IF FR-CATEGORY = SPACES                                  05060001
050700             MOVE 'NO CATEGORY ON ITEM' TO WS-FD-PROBLEM          05070001
050800             PERFORM 600-LIST-FINDING                             05080001
050900         ELSE                                                     05090001
051000             MOVE FR-CATEGORY TO CM-CATEGORY-CODE                 05100001
051100             READ CATEGORY-MASTER                                 05110001
051200                 INVALID KEY                                      05120001
051300                     MOVE 'CATEGORY NOT ON CATEGORY MASTER' TO    05130001
051400                         WS-FD-PROBLEM                            05140001
051500                     PERFORM 600-LIST-FINDING                     05150001
051600             END-READ                                             05160001
051700         END-IF                                                   05170001
051800     END-IF                                                       05180001
051900     .                                                            05190001
052000                                                                  05200001
052100*****************************************************             05210001
052200*   LOT FILE: SUM THE LOTS BY ITEM, THEN EACH ITEM  *             05220001
052300*   MUST BE ON THE FRIDGE WITH FR-UNITS EQUAL TO    *             05230001
052400*   ITS LOTS                                        *             05240001
052500*****************************************************             05250001
052600 300-CHECK-LOT-FILE.                                              05260001
052700     MOVE 'LOT FILE AGAINST FR-UNITS' TO SE-TITLE                 05270001
052800     PERFORM 810-PRINT-SECTION-HEADING                            05280001
052900     OPEN INPUT LOT-FILE                                          05290001
053000     IF WS-LOTS-STATUS NOT = '00'                                 05300001
053100         MOVE 'LOT FILE NOT AVAILABLE - LOT CHECK SKIPPED' TO     05310001
053200             NL-NOTE                                              05320001
053300         PERFORM 820-PRINT-NOTE                                   05330001
053400     ELSE                                                         05340001
053500         MOVE 'NO' TO WS-FILE-EOF                                 05350001
053600         PERFORM 310-READ-LOT                                     05360001
053700           UNTIL WS-FILE-EOF = 'YES'                              05370001
053800         CLOSE LOT-FILE                                           05380001
053900         IF WS-LS-OVERFLOW = 'YES'                                05390001
054000             MOVE 'LOT TABLE FULL - LATER ITEMS NOT CHECKED' TO   05400001
054100                 NL-NOTE                                          05410001
054200             PERFORM 820-PRINT-NOTE                               05420001
054300         END-IF                                                   05430001
054400         PERFORM 330-CHECK-LOT-ITEM                               05440001
054500           VARYING WS-LS-SUB FROM 1 BY 1                          05450001
054600           UNTIL WS-LS-SUB > WS-LS-COUNT                          05460001
054700     END-IF                                                       05470001
054800     .                                                            05480001
054900                                                                  05490001
055000 310-READ-LOT.                                                    05500001
055100     READ LOT-FILE                                                05510001
055200         AT END                                                   05520001
055300             MOVE 'YES' TO WS-FILE-EOF                            05530001
055400         NOT AT END                                               05540001
055500             ADD 1 TO WS-LOT-COUNT                                05550001
055600             PERFORM 320-ADD-LOT-TO-ITEM                          05560001
055700     END-READ                                                     05570001
055800     .                                                            05580001
055900                                                                  05590001
056000 320-ADD-LOT-TO-ITEM.                                             05600001
056100     MOVE ZERO TO WS-LS-HIT-SUB                                   05610001
056200     PERFORM 325-MATCH-LOT-ITEM                                   05620001
056300       VARYING WS-LS-SUB FROM 1 BY 1                              05630001
056400       UNTIL WS-LS-SUB > WS-LS-COUNT                              05640001
056500     IF WS-LS-HIT-SUB = ZERO                                      05650001
056600         IF WS-LS-COUNT < 1000                                    05660001
056700             ADD 1 TO WS-LS-COUNT                                 05670001
056800             MOVE WS-LS-COUNT TO WS-LS-HIT-SUB                    05680001
056900             MOVE LT-ITEM-NAME TO WS-LS-ITEM-NAME (WS-LS-HIT-SUB) 05690001
057000             MOVE ZERO TO WS-LS-UNITS (WS-LS-HIT-SUB)             05700001
057100             MOVE ZERO TO WS-LS-LOTS (WS-LS-HIT-SUB)              05710001
057200         ELSE                                                     05720001
057300             IF WS-LS-OVERFLOW = 'NO'                             05730001
057400                 DISPLAY 'LOT SUM TABLE FULL, CHECK INCOMPLETE'   05740001
057500                 MOVE 'YES' TO WS-LS-OVERFLOW                     05750001
057600                 MOVE 16 TO RETURN-CODE                           05760001
057700             END-IF                                               05770001
057800         END-IF                                                   05780001
057900     END-IF                                                       05790001
058000     IF WS-LS-HIT-SUB > ZERO                                      05800001
058100         IF LT-UNITS NUMERIC                                      05810001
058200             ADD LT-UNITS TO WS-LS-UNITS (WS-LS-HIT-SUB)          05820001
058300         END-IF                                                   05830001
058400         ADD 1 TO WS-LS-LOTS (WS-LS-HIT-SUB)                      05840001
058500     END-IF                                                       05850001
058600     .                                                            05860001
058700                                                                  05870001
058800 325-MATCH-LOT-ITEM.                                              05880001
058900     IF WS-LS-ITEM-NAME (WS-LS-SUB) = LT-ITEM-NAME                05890001
059000         MOVE WS-LS-SUB TO WS-LS-HIT-SUB                          05900001
059100     END-IF                                                       05910001
059200     .                                                            05920001
059300                                                                  05930001
059400 330-CHECK-LOT-ITEM.                                              05940001
059500     MOVE WS-LS-ITEM-NAME (WS-LS-SUB) TO WS-FD-ITEM-NAME          05950001
059600     MOVE WS-LS-UNITS (WS-LS-SUB) TO WS-FD-SAT-UNITS              05960001
059700     MOVE SPACES TO WS-FD-REFERENCE                               05970001
059800     PERFORM 650-LOOK-UP-FRIDGE-ITEM                              05980001
059900     IF WS-ON-FRIDGE = 'NO'                                       05990001
060000         MOVE WS-LOTORPH-CHECK TO WS-FD-CHECK                     06000001
060100         MOVE 'NO' TO WS-FD-UNITS-SHOWN                           06010001
060200         MOVE 'LOTS ON FILE, ITEM NOT ON FRIDGE' TO WS-FD-PROBLEM 06020001
060300         PERFORM 600-LIST-FINDING                                 06030001
060400     ELSE                                                         06040001
060500         IF WS-LS-UNITS (WS-LS-SUB) NOT = FR-UNITS                06050001
060600             MOVE WS-LOTSUM-CHECK TO WS-FD-CHECK                  06060001
060700             MOVE 'YES' TO WS-FD-UNITS-SHOWN                      06070001
060800             MOVE FR-UNITS TO WS-FD-MASTER-UNITS                  06080001
060900             MOVE 'LOT UNITS DO NOT SUM TO FR-UNITS' TO           06090001
061000                 WS-FD-PROBLEM                                    06100001
061100             PERFORM 600-LIST-FINDING                             06110001
061200         END-IF                                                   06120001
061300     END-IF                                                       06130001
061400     .                                                            06140001
061500                                                                  06150001
061600*****************************************************             06160001
061700*   OPEN PURCHASE ORDERS: EVERY LINE STILL AWAITING *             06170001
061800*   GOODS MUST BE FOR AN ITEM ON THE FRIDGE         *             06180001
061900*****************************************************             06190001
062000 400-CHECK-OPEN-PO-FILE.                                          06200001
062100     MOVE 'OPEN PURCHASE-ORDER FILE' TO SE-TITLE                  06210001
062200     PERFORM 810-PRINT-SECTION-HEADING                            06220001
062300     OPEN INPUT OPEN-PO-FILE                                      06230001
062400     IF WS-OPENPO-STATUS NOT = '00'                               06240001
062500         MOVE 'OPEN PO FILE NOT AVAILABLE - PO CHECK SKIPPED' TO  06250001
062600             NL-NOTE                                              06260001
062700         PERFORM 820-PRINT-NOTE                                   06270001
062800     ELSE                                                         06280001
062900         MOVE 'NO' TO WS-FILE-EOF                                 06290001
063000         PERFORM 410-READ-OPEN-PO                                 06300001
063100           UNTIL WS-FILE-EOF = 'YES'                              06310001
063200         CLOSE OPEN-PO-FILE                                       06320001
063300     END-IF                                                       06330001
063400     .                                                            06340001
063500                                                                  06350001
063600 410-READ-OPEN-PO.                                                06360001
063700     READ OPEN-PO-FILE                                            06370001
063800         AT END                                                   06380001
063900             MOVE 'YES' TO WS-FILE-EOF                            06390001
064000         NOT AT END                                               06400001
064100             ADD 1 TO WS-PO-LINE-COUNT                            06410001
064200             IF OP-LINE-STATUS NOT = 'F'                          06420001
064250                 AND OP-LINE-STATUS NOT = 'C'                     06425001
064300                 PERFORM 420-CHECK-PO-LINE                        06430001
064400             END-IF                                               06440001
064500     END-READ                                                     06450001
064600     .                                                            06460001
064700                                                                  06470001
064800 420-CHECK-PO-LINE.                                               06480001
064900     MOVE OP-ITEM-NAME TO WS-FD-ITEM-NAME                         06490001
065000     PERFORM 650-LOOK-UP-FRIDGE-ITEM                              06500001
065100     IF WS-ON-FRIDGE = 'NO'                                       06510001
065200         MOVE WS-POORPH-CHECK TO WS-FD-CHECK                      06520001
065300         MOVE OP-PO-NUMBER TO WS-FD-REFERENCE                     06530001
065400         MOVE 'NO' TO WS-FD-UNITS-SHOWN                           06540001
065500         MOVE 'OPEN PO LINE, ITEM NOT ON FRIDGE' TO WS-FD-PROBLEM 06550001
065600         PERFORM 600-LIST-FINDING                                 06560001
065700     END-IF                                                       06570001
065800     .                                                            06580001
065900                                                                  06590001
066000*****************************************************             06600001
066100*   DAY-OF-WEEK PROFILES LEFT BEHIND BY ITEMS THAT  *             06610001
066200*   HAVE SINCE COME OFF THE FRIDGE                  *             06620001
066300*****************************************************             06630001
066400 450-CHECK-DOW-PROFILES.                                          06640001
066500     MOVE 'DAY-OF-WEEK DEMAND PROFILES' TO SE-TITLE               06650001
066600     PERFORM 810-PRINT-SECTION-HEADING                            06660001
066700     OPEN INPUT DOW-PROFILE-FILE                                  06670001
066800     IF WS-DOWPRF-STATUS NOT = '00'                               06680001
066900         MOVE 'PROFILE FILE NOT AVAILABLE - PROFILE CHECK SKIPPED'06690001
067000             TO NL-NOTE                                           06700001
067100         PERFORM 820-PRINT-NOTE                                   06710001
067200     ELSE                                                         06720001
067300         MOVE 'NO' TO WS-FILE-EOF                                 06730001
067400         PERFORM 460-READ-DOW-PROFILE                             06740001
067500           UNTIL WS-FILE-EOF = 'YES'                              06750001
067600         CLOSE DOW-PROFILE-FILE                                   06760001
067700     END-IF                                                       06770001
067800     .                                                            06780001
067900                                                                  06790001
068000 460-READ-DOW-PROFILE.                                            06800001
068100     READ DOW-PROFILE-FILE                                        06810001
068200         AT END                                                   06820001
068300             MOVE 'YES' TO WS-FILE-EOF                            06830001
068400         NOT AT END                                               06840001
068500             ADD 1 TO WS-PROFILE-COUNT                            06850001
068600             MOVE DW-ITEM-NAME TO WS-FD-ITEM-NAME                 06860001
068700             PERFORM 650-LOOK-UP-FRIDGE-ITEM                      06870001
068800             IF WS-ON-FRIDGE = 'NO'                               06880001
068900                 MOVE WS-DOWORPH-CHECK TO WS-FD-CHECK             06890001
069000                 MOVE DW-BUILD-DATE TO WS-FD-REFERENCE            06900001
069100                 MOVE 'NO' TO WS-FD-UNITS-SHOWN                   06910001
069200                 MOVE 'PROFILE FOR ITEM NOT ON FRIDGE' TO         06920001
069300                     WS-FD-PROBLEM                                06930001
069400                 PERFORM 600-LIST-FINDING                         06940001
069500             END-IF                                               06950001
069600     END-READ                                                     06960001
069700     .                                                            06970001
069800                                                                  06980001
069900*****************************************************             06990001
070000*   RECIPE LINES: EVERY INGREDIENT MUST STILL BE A  *             07000001
070100*   FRIDGE ITEM OR THE FORECAST AND PLATE COSTS     *             07010001
070200*   QUIETLY DROP IT                                 *             07020001
070300*****************************************************             07030001
070400 500-CHECK-RECIPE-FILE.                                           07040001
070500     MOVE 'RECIPE FILE INGREDIENTS' TO SE-TITLE                   07050001
070600     PERFORM 810-PRINT-SECTION-HEADING                            07060001
070700     OPEN INPUT RECIPE-FILE                                       07070001
070800     IF WS-RECIPE-STATUS NOT = '00'                               07080001
070900         MOVE 'RECIPE FILE NOT AVAILABLE - CHECK SKIPPED' TO      07090001
071000             NL-NOTE                                              07100001
071100         PERFORM 820-PRINT-NOTE                                   07110001
071200     ELSE                                                         07120001
071300         MOVE 'NO' TO WS-FILE-EOF                                 07130001
071400         PERFORM 510-READ-RECIPE-LINE                             07140001
071500           UNTIL WS-FILE-EOF = 'YES'                              07150001
071600         CLOSE RECIPE-FILE                                        07160001
071700     END-IF                                                       07170001
071800     .                                                            07180001
071900                                                                  07190001
072000 510-READ-RECIPE-LINE.                                            07200001
072100     READ RECIPE-FILE                                             07210001
072200         AT END                                                   07220001
072300             MOVE 'YES' TO WS-FILE-EOF                            07230001
072400         NOT AT END                                               07240001
072500             ADD 1 TO WS-RECIPE-LINE-COUNT                        07250001
072600             MOVE RC-INGREDIENT TO WS-FD-ITEM-NAME                07260001
072700             PERFORM 650-LOOK-UP-FRIDGE-ITEM                      07270001
072800             IF WS-ON-FRIDGE = 'NO'                               07280001
072900                 MOVE WS-RCPING-CHECK TO WS-FD-CHECK              07290001
073000                 MOVE RC-MENU-ITEM TO WS-FD-REFERENCE             07300001
073100                 MOVE 'NO' TO WS-FD-UNITS-SHOWN                   07310001
073200                 MOVE 'INGREDIENT NOT ON FRIDGE' TO WS-FD-PROBLEM 07320001
073300                 PERFORM 600-LIST-FINDING                         07330001
073400             END-IF                                               07340001
073500     END-READ                                                     07350001
073600     .                                                            07360001
073700                                                                  07370001
073800*****************************************************             07380001
073900*   LIST ONE DISAGREEMENT AND COUNT IT AGAINST ITS  *             07390001
074000*   CHECK                                           *             07400001
074100*****************************************************             07410001
074200 600-LIST-FINDING.                                                07420001
074300     MOVE CK-SEVERITY (WS-FD-CHECK) TO IL-SEVERITY                07430001
074400     MOVE CK-FILE-NAME (WS-FD-CHECK) TO IL-FILE-NAME              07440001
074500     MOVE WS-FD-ITEM-NAME TO IL-ITEM-NAME                         07450001
074600     MOVE WS-FD-REFERENCE TO IL-REFERENCE                         07460001
074700     IF WS-FD-UNITS-SHOWN = 'YES'                                 07470001
074800         MOVE WS-FD-SAT-UNITS TO IL-SAT-UNITS                     07480001
074900         MOVE WS-FD-MASTER-UNITS TO IL-MASTER-UNITS               07490001
075000     ELSE                                                         07500001
075100         MOVE SPACES TO IL-SAT-UNITS-X                            07510001
075200         MOVE SPACES TO IL-MASTER-UNITS-X                         07520001
075300     END-IF                                                       07530001
075400     MOVE WS-FD-PROBLEM TO IL-PROBLEM                             07540001
075500     WRITE INTEG-PRINT-REC FROM WS-INTEG-LINE                     07550001
075600       AFTER ADVANCING 1 LINE                                     07560001
075700     END-WRITE                                                    07570001
075800     ADD 1 TO WS-CHECK-COUNT (WS-FD-CHECK)                        07580001
075900     ADD 1 TO WS-FINDING-COUNT                                    07590001
076000     .                                                            07600001
076100                                                                  07610001
076200*****************************************************             07620001
076300*   IS THE ITEM IN WS-FD-ITEM-NAME A DETAIL RECORD  *             07630001
076400*   ON THE FRIDGE?  THE SENTINELS DO NOT COUNT      *             07640001
076500*****************************************************             07650001
076600 650-LOOK-UP-FRIDGE-ITEM.                                         07660001
076700     MOVE 'NO' TO WS-ON-FRIDGE                                    07670001
076800     MOVE WS-FD-ITEM-NAME TO FR-ITEM-NAME                         07680001
076900     READ FRIDGE                                                  07690001
077000         INVALID KEY                                              07700001
077100             MOVE 'NO' TO WS-ON-FRIDGE                            07710001
077200         NOT INVALID KEY                                          07720001
077300             IF FR-RECORD-TYPE = SPACES                           07730001
077400                 MOVE 'YES' TO WS-ON-FRIDGE                       07740001
077500             END-IF                                               07750001
077600     END-READ                                                     07760001
077700     .                                                            07770001
077800                                                                  07780001
077900 700-PRINT-SUMMARY.                                               07790001
078000     PERFORM 800-PRINT-HEADINGS                                   07800001
078100     MOVE 'SWEEP SUMMARY BY CHECK' TO SE-TITLE                    07810001
078200     WRITE INTEG-PRINT-REC FROM WS-SECTION-HEADING                07820001
078300       AFTER ADVANCING 2 LINES                                    07830001
078400     END-WRITE                                                    07840001
078500     WRITE INTEG-PRINT-REC FROM WS-SUMMARY-COLUMN-HEADING         07850001
078600       AFTER ADVANCING 2 LINES                                    07860001
078700     END-WRITE                                                    07870001
078800     PERFORM 710-PRINT-CHECK-LINE                                 07880001
078900       VARYING WS-CHECK-SUB FROM 1 BY 1                           07890001
079000       UNTIL WS-CHECK-SUB > 7                                     07900001
079100     MOVE 'FRIDGE ITEMS READ' TO CL-LABEL                         07910001
079200     MOVE WS-ITEM-COUNT TO CL-COUNT                               07920001
079300     PERFORM 720-WRITE-COUNT-LINE                                 07930001
079400     MOVE 'LOTS READ' TO CL-LABEL                                 07940001
079500     MOVE WS-LOT-COUNT TO CL-COUNT                                07950001
079600     PERFORM 720-WRITE-COUNT-LINE                                 07960001
079700     MOVE 'OPEN PO LINES READ' TO CL-LABEL                        07970001
079800     MOVE WS-PO-LINE-COUNT TO CL-COUNT                            07980001
079900     PERFORM 720-WRITE-COUNT-LINE                                 07990001
080000     MOVE 'DEMAND PROFILES READ' TO CL-LABEL                      08000001
080100     MOVE WS-PROFILE-COUNT TO CL-COUNT                            08010001
080200     PERFORM 720-WRITE-COUNT-LINE                                 08020001
080300     MOVE 'RECIPE LINES READ' TO CL-LABEL                         08030001
080400     MOVE WS-RECIPE-LINE-COUNT TO CL-COUNT                        08040001
080500     PERFORM 720-WRITE-COUNT-LINE                                 08050001
080600     MOVE 'TOTAL DISAGREEMENTS' TO CL-LABEL                       08060001
080700     MOVE WS-FINDING-COUNT TO CL-COUNT                            08070001
080800     PERFORM 720-WRITE-COUNT-LINE                                 08080001
080900     .                                                            08090001
081000                                                                  08100001
081100 710-PRINT-CHECK-LINE.                                            08110001
081200     MOVE CK-SEVERITY (WS-CHECK-SUB) TO SL-SEVERITY               08120001
081300     MOVE CK-ALERT-CODE (WS-CHECK-SUB) TO SL-ALERT-CODE           08130001
081400     MOVE CK-FILE-NAME (WS-CHECK-SUB) TO SL-FILE-NAME             08140001
081500     MOVE CK-DESCRIPTION (WS-CHECK-SUB) TO SL-DESCRIPTION         08150001
081600     MOVE WS-CHECK-COUNT (WS-CHECK-SUB) TO SL-COUNT               08160001
081700     IF WS-CHECK-COUNT (WS-CHECK-SUB) = ZERO                      08170001
081800         MOVE SPACE TO SL-SEVERITY                                08180001
081900     END-IF                                                       08190001
082000     WRITE INTEG-PRINT-REC FROM WS-SUMMARY-LINE                   08200001
082100       AFTER ADVANCING 1 LINE                                     08210001
082200     END-WRITE                                                    08220001
082300     .                                                            08230001
082400                                                                  08240001
082500 720-WRITE-COUNT-LINE.                                            08250001
082600     IF CL-LABEL = 'FRIDGE ITEMS READ'                            08260001
082700         WRITE INTEG-PRINT-REC FROM WS-COUNT-LINE                 08270001
082800           AFTER ADVANCING 2 LINES                                08280001
082900         END-WRITE                                                08290001
083000     ELSE                                                         08300001
083100         WRITE INTEG-PRINT-REC FROM WS-COUNT-LINE                 08310001
083200           AFTER ADVANCING 1 LINE                                 08320001
083300         END-WRITE                                                08330001
083400     END-IF                                                       08340001
083500     .                                                            08350001
083600                                                                  08360001
083700*****************************************************             08370001
083800*   ALERT FEED: ONE RECORD PER CHECK THAT FOUND     *             08380001
083900*   ANYTHING, AT THAT CHECK'S SEVERITY, THEN ONE    *             08390001
084000*   SWEEP RECORD AT THE WORST SEVERITY FOUND - AN   *             08400001
084100*   INFORMATIONAL ALL-CLEAR WHEN NOTHING WAS FOUND  *             08410001
084200*****************************************************             08420001
084300 750-WRITE-ALERT-SUMMARY.                                         08430001
084400     MOVE SPACE TO WS-WORST-SEVERITY                              08440001
084500     PERFORM 760-ALERT-ONE-CHECK                                  08450001
084600       VARYING WS-CHECK-SUB FROM 1 BY 1                           08460001
084700       UNTIL WS-CHECK-SUB > 7                                     08470001
084800     MOVE 'INTEGSUM' TO WS-ALERT-CODE                             08480001
084900     MOVE 'ALL FILES' TO WS-ALERT-SUBJECT                         08490001
085000     IF WS-FINDING-COUNT = ZERO                                   08500001
085100         MOVE 'I' TO WS-ALERT-SEVERITY                            08510001
085200         MOVE 'SWEEP CLEAN, ALL FILES AGREE' TO WS-ALERT-MESSAGE  08520001
085300     ELSE                                                         08530001
085400         MOVE WS-WORST-SEVERITY TO WS-ALERT-SEVERITY              08540001
085500         MOVE 'CROSS-FILE DISAGREEMENTS' TO AM-TEXT               08550001
085600         MOVE WS-FINDING-COUNT TO AM-COUNT                        08560001
085700         MOVE WS-ALERT-COUNT-MESSAGE TO WS-ALERT-MESSAGE          08570001
085800     END-IF                                                       08580001
085900     PERFORM 820-WRITE-ALERT                                      08590001
086000     .                                                            08600001
086100                                                                  08610001
086200 760-ALERT-ONE-CHECK.                                             08620001
086300     IF WS-CHECK-COUNT (WS-CHECK-SUB) > ZERO                      08630001
086400         MOVE CK-SEVERITY (WS-CHECK-SUB) TO WS-ALERT-SEVERITY     08640001
086500         MOVE CK-ALERT-CODE (WS-CHECK-SUB) TO WS-ALERT-CODE       08650001
086600         MOVE CK-FILE-NAME (WS-CHECK-SUB) TO WS-ALERT-SUBJECT     08660001
086700         MOVE CK-DESCRIPTION (WS-CHECK-SUB) TO AM-TEXT            08670001
086800         MOVE WS-CHECK-COUNT (WS-CHECK-SUB) TO AM-COUNT           08680001
086900         MOVE WS-ALERT-COUNT-MESSAGE TO WS-ALERT-MESSAGE          08690001
087000         PERFORM 820-WRITE-ALERT                                  08700001
087100         EVALUATE TRUE                                            08710001
087200             WHEN WS-ALERT-SEVERITY = 'C'                         08720001
087300                 MOVE 'C' TO WS-WORST-SEVERITY                    08730001
087400             WHEN WS-ALERT-SEVERITY = 'W'                         08740001
087500                 AND WS-WORST-SEVERITY NOT = 'C'                  08750001
087600                 MOVE 'W' TO WS-WORST-SEVERITY                    08760001
087700             WHEN WS-WORST-SEVERITY = SPACE                       08770001
087800                 MOVE 'I' TO WS-WORST-SEVERITY                    08780001
087900         END-EVALUATE                                             08790001
088000     END-IF                                                       08800001
088100     .                                                            08810001
088200                                                                  08820001
088300 800-PRINT-HEADINGS.                                              08830001
088400     MOVE WS-DATE-8 TO IH-RUN-DATE                                08840001
088500     WRITE INTEG-PRINT-REC FROM WS-INTEG-HEADING                  08850001
088600       AFTER ADVANCING PAGE                                       08860001
088700     END-WRITE                                                    08870001
088800     .                                                            08880001
088900                                                                  08890001
089000 810-PRINT-SECTION-HEADING.                                       08900001
089100     WRITE INTEG-PRINT-REC FROM WS-SECTION-HEADING                08910001
089200       AFTER ADVANCING 3 LINES                                    08920001
089300     END-WRITE                                                    08930001
089400     WRITE INTEG-PRINT-REC FROM WS-INTEG-COLUMN-HEADING           08940001
089500       AFTER ADVANCING 2 LINES                                    08950001
089600     END-WRITE                                                    08960001
089700     .                                                            08970001
089800                                                                  08980001
089900 820-PRINT-NOTE.                                                  08990001
090000     WRITE INTEG-PRINT-REC FROM WS-NOTE-LINE                      09000001
090100       AFTER ADVANCING 1 LINE                                     09010001
090200     END-WRITE                                                    09020001
090300     .                                                            09030001
090400                                                                  09040001
090500*****************************************************             09050001
090600*   ONE SEVERITY-CODED RECORD PER ALERT CONDITION;  *             09060001
090700*   CRITICALS ALSO GO TO THE CONSOLE                *             09070001
090800*****************************************************             09080001
090900 820-WRITE-ALERT.                                                 09090001
091000     MOVE SPACES TO ALERT-REC                                     09100001
091100     MOVE WS-ALERT-SEVERITY TO AT-SEVERITY                        09110001
091200     MOVE WS-ALERT-CODE TO AT-ALERT-CODE                          09120001
091300     MOVE WS-ALERT-SUBJECT TO AT-ITEM-OR-SITE                     09130001
091400     MOVE WS-ALERT-MESSAGE TO AT-MESSAGE                          09140001
091500     MOVE WS-DATE-8 TO AT-RUN-DATE                                09150001
091600     MOVE WS-TIME TO AT-RUN-TIME                                  09160001
091700     WRITE ALERT-REC                                              09170001
091800     ADD 1 TO WS-ALERT-COUNT                                      09180001
091900     IF WS-ALERT-SEVERITY = 'C'                                   09190001
092000         DISPLAY 'INTEGCHK ALERT ' WS-ALERT-CODE ' '              09200001
092100             WS-ALERT-SUBJECT ' ' WS-ALERT-MESSAGE                09210001
092200             UPON CONSOLE                                         09220001
092300     END-IF                                                       09230001
092400     .                                                            09240001
092500                                                                  09250001
092600 850-GET-DATE.                                                    09260001
092700     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          09270001
092800     ACCEPT WS-TIME FROM TIME                                     09280001
092900     .                                                            09290001
