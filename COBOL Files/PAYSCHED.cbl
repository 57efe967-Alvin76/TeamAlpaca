000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    PAYSCHED.                                         00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*SUPPLIER PAYMENT SCHEDULING - CARRIES EVERY        *             00090001
001000*APPROVED SUPPLIER INVOICE ON THE OPEN PAYABLES     *             00100001
001100*FILE, ADDING THE INVOICE MATCH'S NEW APPROVAL      *             00110001
001200*LINES EACH NIGHT AND THEN EMPTYING THE APPROVAL    *             00120001
001300*FILE.  EACH INVOICE TAKES ITS SUPPLIER'S PAYMENT   *             00130001
001400*TERMS FROM THE SUPPLIER MASTER TO FIX A DISCOUNT   *             00140001
001500*DATE AND A NET DUE DATE.  AN INVOICE WITH ITS      *             00150001
001600*DISCOUNT STILL OPEN IS PAID ON THE DISCOUNT DATE   *             00160001
001700*AT THE DISCOUNTED AMOUNT, ANY OTHER ON ITS NET     *             00170001
001800*DUE DATE, AND ONE ALREADY PAST DUE AT ONCE.        *             00180001
001900*WHATEVER FALLS DUE BEFORE THE NEXT PAYMENT RUN     *             00190001
002000*GOES ON THE PAY-TODAY FILE FOR ACCOUNTS PAYABLE.   *             00200001
002100*PRINTS THE DATED CASH REQUIREMENTS, THE AGING OF   *             00210001
002200*THE OPEN INVOICES AND THE DISCOUNTS TAKEN AND      *             00220001
002233*MISSED PER SUPPLIER FOR THE MONTH.  A FOREIGN-     *             00223301
002266*CURRENCY INVOICE ALSO CARRIES WHAT IS OWED IN THE  *             00226601
002299*SUPPLIER'S OWN CURRENCY, AND ITS PAY-TODAY LINE    *             00229901
002332*TELLS ACCOUNTS PAYABLE THE OWN-CURRENCY AMOUNT TO  *             00233201
002365*REMIT, DISCOUNTED BY THE SAME TERMS                *             00236501
002400*****************************************************             00240001
002500                                                                  00250001
002600 ENVIRONMENT DIVISION.                                            00260001
002700 CONFIGURATION SECTION.                                           00270001
002800 SOURCE-COMPUTER.                                                 00280001
002900     Z13                                                          00290001
003000     WITH DEBUGGING MODE                                          00300001
003100     .                                                            00310001
003200                                                                  00320001
003300 INPUT-OUTPUT SECTION.                                            00330001
003400                                                                  00340001
003500 FILE-CONTROL.                                                    00350001
003600     SELECT PAY-APPROVE-FILE       ASSIGN TO MYPAYAPR             00360001
003700         FILE STATUS IS WS-PAYAPR-STATUS.                         00370001
003800     SELECT OPEN-AP-FILE           ASSIGN TO MYOPENAP             00380001
003900         FILE STATUS IS WS-OPENAP-STATUS.                         00390001
004000     SELECT SUPPLIER-MASTER        ASSIGN TO MYSUPMST             00400001
004100         ORGANIZATION IS INDEXED                                  00410001
004200         ACCESS MODE IS RANDOM                                    00420001
004300         RECORD KEY IS SM-SUPPLIER-CODE                           00430001
004400         FILE STATUS IS WS-SUPMST-STATUS.                         00440001
004500     SELECT PAY-TODAY-FILE         ASSIGN TO MYPAYTDY.            00450001
004600     SELECT CASH-PRINT-FILE        ASSIGN TO MYCASHRQ.            00460001
004700                                                                  00470001
004800 DATA DIVISION.                                                   00480001
004900 FILE SECTION.                                                    00490001
005000                                                                  00500001
005100 FD  PAY-APPROVE-FILE                                             00510001
005200     RECORDING MODE IS F.                                         00520001
005300     COPY PAYAPR.                                                 00530001
005400                                                                  00540001
005500 FD  OPEN-AP-FILE                                                 00550001
005600     RECORDING MODE IS F.                                         00560001
005700     COPY OPENAP.                                                 00570001
005800                                                                  00580001
005900 FD  SUPPLIER-MASTER.                                             00590001
006000     COPY SUPMST.                                                 00600001
006100                                                                  00610001
006200*****************************************************             00620001
006300*   ONE LINE PER INVOICE RELEASED FOR PAYMENT.      *             00630001
006400*   PAY TYPE D = PAID WITHIN THE DISCOUNT TERMS,    *             00640001
006450*   N = PAID NET ON ITS DUE DATE, L = PAID LATE.    *             00645001
006500*   A FOREIGN-CURRENCY INVOICE ALSO NAMES ITS       *             00650001
006550*   CURRENCY AND THE OWN-CURRENCY AMOUNT TO REMIT   *             00655001
006600*****************************************************             00660001
006700 FD  PAY-TODAY-FILE                                               00670001
006800     RECORDING MODE IS F.                                         00680001
006900 01  PAY-TODAY-REC.                                               00690001
007000     10  PT-SUPPLIER-CODE          PIC X(06).                     00700001
007100     10  PT-INVOICE-NUMBER         PIC X(10).                     00710001
007200     10  PT-INVOICE-DATE           PIC 9(08).                     00720001
007300     10  PT-DUE-DATE               PIC 9(08).                     00730001
007400     10  PT-INVOICE-AMOUNT         PIC S9(07)V99.                 00740001
007500     10  PT-DISCOUNT-AMOUNT        PIC S9(05)V99.                 00750001
007600     10  PT-PAY-AMOUNT             PIC S9(07)V99.                 00760001
007700     10  PT-PAY-TYPE               PIC X(01).                     00770001
007800     10  PT-PAY-DATE               PIC 9(08).                     00780001
007850     10  PT-CURRENCY-CODE          PIC X(03).                     00785001
007900     10  PT-FOREIGN-PAY-AMOUNT     PIC S9(07)V99.                 00790001
007950     10  FILLER                    PIC X(02).                     00795001
008000                                                                  00800001
008100 FD  CASH-PRINT-FILE                                              00810001
008200     RECORDING MODE IS F.                                         00820001
008300 01  CASH-PRINT-REC.                                              00830001
008400     10  FILLER                    PIC X(132).                    00840001
008500                                                                  00850001
008600 WORKING-STORAGE SECTION.                                         00860001
008700                                                                  00870001
008800 01  WS-COUNTERS-FLAGS.                                           00880001
008900     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00890001
009000     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00900001
009100     10  WS-NEW-INVOICE-COUNT      PIC 9(05) VALUE ZERO.          00910001
009200     10  WS-ADDED-LINE-COUNT       PIC 9(05) VALUE ZERO.          00920001
009300     10  WS-RELEASED-COUNT         PIC 9(05) VALUE ZERO.          00930001
009400     10  WS-LAPSED-COUNT           PIC 9(05) VALUE ZERO.          00940001
009500     10  WS-PURGED-COUNT           PIC 9(05) VALUE ZERO.          00950001
009600     10  WS-DATE-INV-COUNT         PIC 9(04) VALUE ZERO.          00960001
009700     10  WS-TOTAL-INV-COUNT        PIC 9(04) VALUE ZERO.          00970001
009800                                                                  00980001
009900 01  WS-VALIDATION-FLAGS.                                         00990001
010000     10  WS-PAYAPR-STATUS          PIC X(02) VALUE SPACES.        01000001
010100     10  WS-OPENAP-STATUS          PIC X(02) VALUE SPACES.        01010001
010200     10  WS-SUPMST-STATUS          PIC X(02) VALUE SPACES.        01020001
010300     10  WS-SUPMST-LOADED          PIC X(03) VALUE 'NO'.          01030001
010400     10  WS-AP-OVERFLOW            PIC X(03) VALUE 'NO'.          01040001
010500                                                                  01050001
010600 01  WS-DATE-FIELDS.                                              01060001
010700     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01070001
010800     10  WS-DATE-8-R REDEFINES WS-DATE-8.                         01080001
010900         15  WS-DATE-YYYY          PIC 9(04).                     01090001
011000         15  WS-DATE-MM            PIC 9(02).                     01100001
011100         15  WS-DATE-DD            PIC 9(02).                     01110001
011200     10  WS-TODAY-INT              PIC S9(07) VALUE ZERO.         01120001
011300     10  WS-LAST-PAY-DATE          PIC 9(08) VALUE ZERO.          01130001
011400     10  WS-MONTH-START            PIC 9(08) VALUE ZERO.          01140001
011500     10  WS-KEEP-FROM-DATE         PIC 9(08) VALUE ZERO.          01150001
011600     10  WS-NEXT-RUN-DAYS          PIC 9(02) VALUE 1.             01160001
011700                                                                  01170001
011800*****************************************************             01180001
011900*   PAYMENT RUN INTERVAL OFF SYSIN: DAYS UNTIL THE  *             01190001
012000*   NEXT PAYMENT RUN, DEFAULT ONE.  ANYTHING        *             01200001
012100*   FALLING DUE BEFORE THEN IS PAID TODAY SO NO     *             01210001
012200*   DISCOUNT OR DUE DATE SLIPS BETWEEN RUNS.  THE   *             01220001
012300*   OVERRIDE CARD FOLLOWS IT                        *             01230001
012400*****************************************************             01240001
012500 01  WS-PAYMENT-PARM-CARD.                                        01250001
012600     10  PC-NEXT-RUN-DAYS          PIC 9(02).                     01260001
012700     10  FILLER                    PIC X(78).                     01270001
012800                                                                  01280001
012900*****************************************************             01290001
013000*   RUN-SEQUENCE CONTROL: TODAY'S RELEASES ARE      *             01300001
013100*   MARKED PAID, SO A SAME-DATE RERUN WOULD REPLACE *             01310001
013200*   THE PAY-TODAY FILE WITH AN EMPTY ONE BEFORE     *             01320001
013300*   ACCOUNTS PAYABLE HAS TAKEN IT.  THE RUNCTL      *             01330001
013400*   SUBROUTINE IS ASKED BEFORE ANY FILE OPENS AND   *             01340001
013500*   STAMPED WHEN THE RUN COMPLETES.  AN 'OVERRIDE'  *             01350001
013600*   CARD ON SYSIN PERMITS A DELIBERATE SAME-DATE    *             01360001
013700*   RERUN                                           *             01370001
013800*****************************************************             01380001
013900     COPY RUNCTLP.                                                01390001
014000                                                                  01400001
014100 01  WS-OVERRIDE-PARM-CARD.                                       01410001
014200     10  PC-RUN-OVERRIDE           PIC X(08).                     01420001
014300     10  FILLER                    PIC X(72).                     01430001
014400                                                                  01440001
014500*****************************************************             01450001
014600*   THE OPEN PAYABLES FILE RIDES IN STORAGE WHILE   *             01460001
014700*   THE NEW LINES ARE ADDED AND THE INVOICES ARE    *             01470001
014800*   SCHEDULED, AND IS WRITTEN BACK AT THE END.  THE *             01480001
014900*   SCHEDULED PAY DATE, DISCOUNT AND AMOUNT TO PAY  *             01490001
015000*   RIDE ALONGSIDE FOR THE REPORT                   *             01500001
015100*****************************************************             01510001
015200 01  WS-OPEN-AP-CONTROL.                                          01520001
015300     10  WS-OPENAP-EOF             PIC X(03) VALUE 'NO'.          01530001
015400     10  WS-AP-COUNT               PIC 9(03) VALUE ZERO.          01540001
015500     10  WS-AP-SUB                 PIC S9(04) COMP VALUE ZERO.    01550001
015600     10  WS-AP-HIT-SUB             PIC S9(04) COMP VALUE ZERO.    01560001
015700     10  WS-CUR-PAY-DATE           PIC 9(08) VALUE ZERO.          01570001
015800     10  WS-NEXT-PAY-DATE          PIC 9(08) VALUE ZERO.          01580001
015900     10  WS-CUR-SUPPLIER           PIC X(06) VALUE LOW-VALUES.    01590001
016000     10  WS-NEXT-SUPPLIER          PIC X(06) VALUE HIGH-VALUES.   01600001
016100 01  WS-OPEN-AP-TABLE.                                            01610001
016200     10  WS-AP-ENTRY OCCURS 500 TIMES.                            01620001
016300         15  WS-TBL-OPEN-AP        PIC X(120).                    01630001
016400         15  WS-TBL-LISTED         PIC X(03).                     01640001
016500         15  WS-TBL-PAY-DATE       PIC 9(08).                     01650001
016600         15  WS-TBL-DISCOUNT       PIC S9(05)V99.                 01660001
016700         15  WS-TBL-TO-PAY         PIC S9(07)V99.                 01670001
016800         15  WS-TBL-ACTION         PIC X(20).                     01680001
016900                                                                  01690001
017000*****************************************************             01700001
017100*   AGING BANDS BY DAYS SINCE THE INVOICE DATE      *             01710001
017200*****************************************************             01720001
017300 01  WS-AGE-BAND-VALUES.                                          01730001
017400     10  FILLER                    PIC X(20) VALUE                01740001
017500         '0 - 30 DAYS'.                                           01750001
017600     10  FILLER                    PIC X(20) VALUE                01760001
017700         '31 - 60 DAYS'.                                          01770001
017800     10  FILLER                    PIC X(20) VALUE                01780001
017900         '61 - 90 DAYS'.                                          01790001
018000     10  FILLER                    PIC X(20) VALUE                01800001
018100         'OVER 90 DAYS'.                                          01810001
018200 01  WS-AGE-BAND-TABLE REDEFINES WS-AGE-BAND-VALUES.              01820001
018300     10  AB-BAND-NAME OCCURS 4 TIMES                              01830001
018400                                   PIC X(20).                     01840001
018500                                                                  01850001
018600 01  WS-AGE-BAND-TOTALS.                                          01860001
018700     10  WS-AGE-BAND-ENTRY OCCURS 4 TIMES.                        01870001
018800         15  WS-BAND-COUNT         PIC 9(04).                     01880001
018900         15  WS-BAND-AMOUNT        PIC S9(09)V99.                 01890001
019000                                                                  01900001
019100 01  WS-WORK-FIELDS.                                              01910001
019200     10  WS-BAND-SUB               PIC S9(04) COMP VALUE ZERO.    01920001
019300     10  WS-AGE-DAYS               PIC S9(05) VALUE ZERO.         01930001
019400     10  WS-DISCOUNT-PCT           PIC 9V99 VALUE ZERO.           01940001
019500     10  WS-DISCOUNT-DAYS          PIC 9(03) VALUE ZERO.          01950001
019600     10  WS-NET-DAYS               PIC 9(03) VALUE ZERO.          01960001
019700     10  WS-DISCOUNT-AMT           PIC S9(05)V99 VALUE ZERO.      01970001
019750     10  WS-FOREIGN-DISCOUNT       PIC S9(07)V99 VALUE ZERO.      01975001
019800     10  WS-PAY-TYPE               PIC X(01) VALUE SPACE.         01980001
019900     10  WS-DATE-TOTAL             PIC S9(09)V99 VALUE ZERO.      01990001
020000     10  WS-GRAND-TOTAL            PIC S9(09)V99 VALUE ZERO.      02000001
020100     10  WS-SUP-TAKEN              PIC S9(09)V99 VALUE ZERO.      02010001
020200     10  WS-SUP-MISSED             PIC S9(09)V99 VALUE ZERO.      02020001
020300     10  WS-TOTAL-TAKEN            PIC S9(09)V99 VALUE ZERO.      02030001
020400     10  WS-TOTAL-MISSED           PIC S9(09)V99 VALUE ZERO.      02040001
020500                                                                  02050001
020600 01  WS-CASH-HEADING.                                             02060001
020700     10  FILLER                    PIC X(02) VALUE SPACES.        02070001
020800     10  FILLER                    PIC X(38) VALUE                02080001
020900         'CASH REQUIREMENTS AND PAYMENT SCHEDULE'.                02090001
021000     10  FILLER                    PIC X(02) VALUE SPACES.        02100001
021100     10  FILLER                    PIC X(06) VALUE 'DATE: '.      02110001
021200     10  CH-RUN-DATE               PIC 9(08).                     02120001
021300     10  FILLER                    PIC X(04) VALUE SPACES.        02130001
021400     10  FILLER                    PIC X(20) VALUE                02140001
021500         'NEXT PAYMENT RUN IN '.                                  02150001
021600     10  CH-NEXT-RUN-DAYS          PIC Z9.                        02160001
021700     10  FILLER                    PIC X(05) VALUE ' DAYS'.       02170001
021800     10  FILLER                    PIC X(45) VALUE SPACES.        02180001
021900                                                                  02190001
022000 01  WS-SECTION-HEADING.                                          02200001
022100     10  FILLER                    PIC X(02) VALUE SPACES.        02210001
022200     10  SE-TITLE                  PIC X(60).                     02220001
022300     10  FILLER                    PIC X(70) VALUE SPACES.        02230001
022400                                                                  02240001
022500 01  WS-CASH-COLUMN-HEADING.                                      02250001
022600     10  FILLER                    PIC X(02) VALUE SPACES.        02260001
022700     10  FILLER                    PIC X(10) VALUE 'PAY DATE'.    02270001
022800     10  FILLER                    PIC X(08) VALUE 'SUPPLR'.      02280001
022900     10  FILLER                    PIC X(12) VALUE 'INVOICE'.     02290001
023000     10  FILLER                    PIC X(10) VALUE 'INV DATE'.    02300001
023100     10  FILLER                    PIC X(07) VALUE '  AGE'.       02310001
023200     10  FILLER                    PIC X(10) VALUE 'DISC BY'.     02320001
023300     10  FILLER                    PIC X(10) VALUE 'NET DUE'.     02330001
023400     10  FILLER                    PIC X(15) VALUE                02340001
023500         '       AMOUNT'.                                         02350001
023600     10  FILLER                    PIC X(12) VALUE                02360001
023700         '  DISCOUNT'.                                            02370001
023800     10  FILLER                    PIC X(15) VALUE                02380001
023900         '       TO PAY'.                                         02390001
024000     10  FILLER                    PIC X(20) VALUE 'ACTION'.      02400001
024100     10  FILLER                    PIC X(01) VALUE SPACES.        02410001
024200                                                                  02420001
024300 01  WS-CASH-LINE.                                                02430001
024400     10  FILLER                    PIC X(02) VALUE SPACES.        02440001
024500     10  CL-PAY-DATE               PIC 9(08).                     02450001
024600     10  FILLER                    PIC X(02) VALUE SPACES.        02460001
024700     10  CL-SUPPLIER-CODE          PIC X(06).                     02470001
024800     10  FILLER                    PIC X(02) VALUE SPACES.        02480001
024900     10  CL-INVOICE-NUMBER         PIC X(10).                     02490001
025000     10  FILLER                    PIC X(02) VALUE SPACES.        02500001
025100     10  CL-INVOICE-DATE           PIC 9(08).                     02510001
025200     10  FILLER                    PIC X(02) VALUE SPACES.        02520001
025300     10  CL-AGE-DAYS               PIC -ZZZ9.                     02530001
025400     10  FILLER                    PIC X(02) VALUE SPACES.        02540001
025500     10  CL-DISCOUNT-DATE          PIC X(08).                     02550001
025600     10  FILLER                    PIC X(02) VALUE SPACES.        02560001
025700     10  CL-NET-DUE-DATE           PIC 9(08).                     02570001
025800     10  FILLER                    PIC X(02) VALUE SPACES.        02580001
025900     10  CL-INVOICE-AMOUNT         PIC -Z,ZZZ,ZZ9.99.             02590001
026000     10  FILLER                    PIC X(02) VALUE SPACES.        02600001
026100     10  CL-DISCOUNT               PIC -ZZ,ZZ9.99.                02610001
026200     10  FILLER                    PIC X(02) VALUE SPACES.        02620001
026300     10  CL-TO-PAY                 PIC -Z,ZZZ,ZZ9.99.             02630001
026400     10  FILLER                    PIC X(02) VALUE SPACES.        02640001
026500     10  CL-ACTION                 PIC X(20).                     02650001
026600     10  FILLER                    PIC X(01) VALUE SPACES.        02660001
026700                                                                  02670001
026800 01  WS-DATE-TOTAL-LINE.                                          02680001
026900     10  FILLER                    PIC X(04) VALUE SPACES.        02690001
027000     10  DT-LABEL                  PIC X(17).                     02700001
027100     10  DT-PAY-DATE               PIC X(08).                     02710001
027200     10  FILLER                    PIC X(02) VALUE SPACES.        02720001
027300     10  FILLER                    PIC X(09) VALUE 'INVOICES '.   02730001
027400     10  DT-INVOICE-COUNT          PIC ZZZ9.                      02740001
027500     10  FILLER                    PIC X(51) VALUE SPACES.        02750001
027600     10  DT-AMOUNT                 PIC -ZZ,ZZZ,ZZ9.99.            02760001
027700     10  FILLER                    PIC X(23) VALUE SPACES.        02770001
027800                                                                  02780001
027900 01  WS-AGING-LINE.                                               02790001
028000     10  FILLER                    PIC X(04) VALUE SPACES.        02800001
028100     10  AG-BAND-NAME              PIC X(20).                     02810001
028200     10  FILLER                    PIC X(09) VALUE 'INVOICES '.   02820001
028300     10  AG-INVOICE-COUNT          PIC ZZZ9.                      02830001
028400     10  FILLER                    PIC X(04) VALUE SPACES.        02840001
028500     10  AG-AMOUNT                 PIC -ZZZ,ZZZ,ZZ9.99.           02850001
028600     10  FILLER                    PIC X(76) VALUE SPACES.        02860001
028700                                                                  02870001
028800 01  WS-DISCOUNT-COLUMN-HEADING.                                  02880001
028900     10  FILLER                    PIC X(04) VALUE SPACES.        02890001
029000     10  FILLER                    PIC X(08) VALUE 'SUPPLR'.      02900001
029100     10  FILLER                    PIC X(24) VALUE 'NAME'.        02910001
029200     10  FILLER                    PIC X(18) VALUE                02920001
029300         '  TAKEN THIS MONTH'.                                    02930001
029400     10  FILLER                    PIC X(18) VALUE                02940001
029500         ' MISSED THIS MONTH'.                                    02950001
029600     10  FILLER                    PIC X(60) VALUE SPACES.        02960001
029700                                                                  02970001
029800 01  WS-DISCOUNT-LINE.                                            02980001
029900     10  FILLER                    PIC X(04) VALUE SPACES.        02990001
030000     10  DS-SUPPLIER-CODE          PIC X(06).                     03000001
030100     10  FILLER                    PIC X(02) VALUE SPACES.        03010001
030200     10  DS-SUPPLIER-NAME          PIC X(20).                     03020001
030300     10  FILLER                    PIC X(02) VALUE SPACES.        03030001
030400     10  DS-TAKEN                  PIC -ZZZ,ZZZ,ZZ9.99.           03040001
030500     10  FILLER                    PIC X(03) VALUE SPACES.        03050001
030600     10  DS-MISSED                 PIC -ZZZ,ZZZ,ZZ9.99.           03060001
030700     10  FILLER                    PIC X(65) VALUE SPACES.        03070001
030800                                                                  03080001
030900 01  WS-SUMMARY-LINE.                                             03090001
031000     10  FILLER                    PIC X(02) VALUE SPACES.        03100001
031100     10  SU-LABEL                  PIC X(30).                     03110001
031200     10  SU-COUNT                  PIC ZZZZ9.                     03120001
031300     10  FILLER                    PIC X(95) VALUE SPACES.        03130001
031400                                                                  03140001
031500 PROCEDURE DIVISION.                                              03150001
031600                                                                  03160001
031700*****************************************************             03170001
031800*   MAIN PROGRAM ROUTINE                            *             03180001
031900*****************************************************             03190001
032000 010-START-HERE.                                                  03200001
032100     INITIALIZE WS-AGE-BAND-TOTALS                                03210001
032200     PERFORM 850-GET-DATE                                         03220001
032300     PERFORM 105-GET-PAYMENT-PARM                                 03230001
032400     PERFORM 130-CHECK-RUN-SEQUENCE                               03240001
032500     IF RETURN-CODE = 8                                           03250001
032600         CONTINUE                                                 03260001
032700     ELSE                                                         03270001
032800         PERFORM 110-LOAD-OPEN-PAYABLES                           03280001
032900         PERFORM 108-OPEN-SUPPLIER-MASTER                         03290001
033000         OPEN INPUT PAY-APPROVE-FILE                              03300001
033100         IF WS-PAYAPR-STATUS = '00'                               03310001
033200             PERFORM 100-READ-APPROVAL                            03320001
033300             PERFORM 200-POST-APPROVAL-LINE                       03330001
033400               UNTIL EOF-FLAG = 'YES'                             03340001
033500             CLOSE PAY-APPROVE-FILE                               03350001
033600         ELSE                                                     03360001
033700             DISPLAY 'NO PAYMENT APPROVAL FILE, STATUS = '        03370001
033800                 WS-PAYAPR-STATUS ', OPEN INVOICES ONLY'          03380001
033900         END-IF                                                   03390001
034000         OPEN OUTPUT PAY-TODAY-FILE                               03400001
034100         OPEN OUTPUT CASH-PRINT-FILE                              03410001
034200         PERFORM 300-SCHEDULE-INVOICE                             03420001
034300           VARYING WS-AP-SUB FROM 1 BY 1                          03430001
034400           UNTIL WS-AP-SUB > WS-AP-COUNT                          03440001
034500         PERFORM 400-PRINT-CASH-REQUIREMENTS                      03450001
034600         PERFORM 500-PRINT-AGING                                  03460001
034700         PERFORM 600-PRINT-DISCOUNT-TOTALS                        03470001
034800         PERFORM 700-PRINT-SUMMARY                                03480001
034900         CLOSE PAY-TODAY-FILE CASH-PRINT-FILE                     03490001
035000         IF WS-SUPMST-LOADED = 'YES'                              03500001
035100             CLOSE SUPPLIER-MASTER                                03510001
035200         END-IF                                                   03520001
035300         IF WS-AP-OVERFLOW = 'NO'                                 03530001
035400             PERFORM 570-REWRITE-OPEN-PAYABLES                    03540001
035500             PERFORM 580-CLEAR-APPROVAL-FILE                      03550001
035600         ELSE                                                     03560001
035700             DISPLAY 'OPEN PAYABLES FILE NOT REWRITTEN'           03570001
035800         END-IF                                                   03580001
035900         PERFORM 135-STAMP-RUN-COMPLETE                           03590001
036000     END-IF                                                       03600001
036100     GOBACK                                                       03610001
036200     .                                                            03620001
036300                                                                  03630001
036400 105-GET-PAYMENT-PARM.                                            03640001
036500     ACCEPT WS-PAYMENT-PARM-CARD FROM SYSIN                       03650001
036600     IF PC-NEXT-RUN-DAYS NUMERIC                                  03660001
036700         AND PC-NEXT-RUN-DAYS > ZERO                              03670001
036800         MOVE PC-NEXT-RUN-DAYS TO WS-NEXT-RUN-DAYS                03680001
036900     END-IF                                                       03690001
037000     COMPUTE WS-LAST-PAY-DATE = FUNCTION DATE-OF-INTEGER          03700001
037100         (WS-TODAY-INT + WS-NEXT-RUN-DAYS - 1)                    03710001
037200     .                                                            03720001
037300                                                                  03730001
037400 130-CHECK-RUN-SEQUENCE.                                          03740001
037500     ACCEPT WS-OVERRIDE-PARM-CARD FROM SYSIN                      03750001
037600     MOVE 'S' TO RP-FUNCTION                                      03760001
037700     MOVE 'PAYSCHED' TO RP-CALLER                                 03770001
037800     MOVE SPACES TO RP-PREREQ (1)                                 03780001
037900     MOVE SPACES TO RP-PREREQ (2)                                 03790001
038000     MOVE SPACES TO RP-PREREQ (3)                                 03800001
038100     IF PC-RUN-OVERRIDE = 'OVERRIDE'                              03810001
038200         MOVE 'Y' TO RP-OVERRIDE                                  03820001
038300     ELSE                                                         03830001
038400         MOVE SPACE TO RP-OVERRIDE                                03840001
038500     END-IF                                                       03850001
038600     MOVE WS-DATE-8 TO RP-BUSINESS-DATE                           03860001
038700     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        03870001
038800     IF RP-RESULT = '08'                                          03880001
038900         DISPLAY 'PAYSCHED ALREADY RAN FOR ' WS-DATE-8            03890001
039000             ', OVERRIDE CARD REQUIRED'                           03900001
039100         MOVE 8 TO RETURN-CODE                                    03910001
039200     END-IF                                                       03920001
039300     IF RP-RESULT = '04'                                          03930001
039400         DISPLAY 'PREREQUISITE ' RP-FAILED-PREREQ                 03940001
039500             ' NOT COMPLETE FOR ' WS-DATE-8                       03950001
039600         MOVE 8 TO RETURN-CODE                                    03960001
039700     END-IF                                                       03970001
039800     .                                                            03980001
039900                                                                  03990001
040000 135-STAMP-RUN-COMPLETE.                                          04000001
040100     MOVE 'E' TO RP-FUNCTION                                      04010001
040200     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        04020001
040300     .                                                            04030001
040400                                                                  04040001
040500*****************************************************             04050001
040600*   WITHOUT THE SUPPLIER MASTER EVERY NEW INVOICE   *             04060001
040700*   GOES ON PLAIN NET THIRTY TERMS                  *             04070001
040800*****************************************************             04080001
040900 108-OPEN-SUPPLIER-MASTER.                                        04090001
041000     OPEN INPUT SUPPLIER-MASTER                                   04100001
041100     IF WS-SUPMST-STATUS = '00'                                   04110001
041200         MOVE 'YES' TO WS-SUPMST-LOADED                           04120001
041300     ELSE                                                         04130001
041400         DISPLAY 'SUPPLIER MASTER NOT AVAILABLE, STATUS = '       04140001
041500             WS-SUPMST-STATUS ', NET 30 TERMS USED'               04150001
041600     END-IF                                                       04160001
041700     .                                                            04170001
041800                                                                  04180001
041900*****************************************************             04190001
042000*   LOAD THE OPEN PAYABLES.  INVOICES PAID BEFORE   *             04200001
042100*   THE START OF LAST MONTH HAVE SERVED THE         *             04210001
042200*   DISCOUNT TOTALS AND ARE DROPPED HERE            *             04220001
042300*****************************************************             04230001
042400 110-LOAD-OPEN-PAYABLES.                                          04240001
042500     OPEN INPUT OPEN-AP-FILE                                      04250001
042600     IF WS-OPENAP-STATUS = '00'                                   04260001
042700         PERFORM 115-READ-OPEN-AP                                 04270001
042800           UNTIL WS-OPENAP-EOF = 'YES'                            04280001
042900         CLOSE OPEN-AP-FILE                                       04290001
043000     ELSE                                                         04300001
043100         DISPLAY 'NO OPEN PAYABLES FILE, STATUS = '               04310001
043200             WS-OPENAP-STATUS ', STARTING EMPTY'                  04320001
043300     END-IF                                                       04330001
043400     .                                                            04340001
043500                                                                  04350001
043600 115-READ-OPEN-AP.                                                04360001
043700     READ OPEN-AP-FILE                                            04370001
043800         AT END                                                   04380001
043900             MOVE 'YES' TO WS-OPENAP-EOF                          04390001
044000         NOT AT END                                               04400001
044100             IF OA-STATUS = 'P'                                   04410001
044200                 AND OA-PAID-DATE < WS-KEEP-FROM-DATE             04420001
044300                 ADD 1 TO WS-PURGED-COUNT                         04430001
044400             ELSE                                                 04440001
044500                 PERFORM 118-ADD-TABLE-ENTRY                      04450001
044600             END-IF                                               04460001
044700     END-READ                                                     04470001
044800     .                                                            04480001
044900                                                                  04490001
045000 118-ADD-TABLE-ENTRY.                                             04500001
045100     IF WS-AP-COUNT < 500                                         04510001
045200         ADD 1 TO WS-AP-COUNT                                     04520001
045300         MOVE OPEN-AP-REC TO WS-TBL-OPEN-AP (WS-AP-COUNT)         04530001
045400         MOVE 'NO' TO WS-TBL-LISTED (WS-AP-COUNT)                 04540001
045500         MOVE ZERO TO WS-TBL-PAY-DATE (WS-AP-COUNT)               04550001
045600         MOVE ZERO TO WS-TBL-DISCOUNT (WS-AP-COUNT)               04560001
045700         MOVE ZERO TO WS-TBL-TO-PAY (WS-AP-COUNT)                 04570001
045800         MOVE SPACES TO WS-TBL-ACTION (WS-AP-COUNT)               04580001
045900     ELSE                                                         04590001
046000         IF WS-AP-OVERFLOW = 'NO'                                 04600001
046100             DISPLAY 'OPEN PAYABLES TABLE FULL, NOTHING RELEASED' 04610001
046200             MOVE 'YES' TO WS-AP-OVERFLOW                         04620001
046300         END-IF                                                   04630001
046400         MOVE 16 TO RETURN-CODE                                   04640001
046500     END-IF                                                       04650001
046600     .                                                            04660001
046700                                                                  04670001
046800 100-READ-APPROVAL.                                               04680001
046900     READ PAY-APPROVE-FILE                                        04690001
047000         AT END                                                   04700001
047100             MOVE 'YES' TO EOF-FLAG                               04710001
047200         NOT AT END                                               04720001
047300             ADD 1 TO REC-COUNT                                   04730001
047400     END-READ                                                     04740001
047500     .                                                            04750001
047600                                                                  04760001
047700*****************************************************             04770001
047800*   ONE APPROVED LINE: IT JOINS ITS INVOICE IF THAT *             04780001
047900*   INVOICE IS STILL OPEN, OTHERWISE IT OPENS A NEW *             04790001
048000*   INVOICE ON THE SUPPLIER'S CURRENT TERMS         *             04800001
048100*****************************************************             04810001
048200 200-POST-APPROVAL-LINE.                                          04820001
048300     MOVE ZERO TO WS-AP-HIT-SUB                                   04830001
048400     PERFORM 210-FIND-OPEN-INVOICE                                04840001
048500       VARYING WS-AP-SUB FROM 1 BY 1                              04850001
048600       UNTIL WS-AP-SUB > WS-AP-COUNT                              04860001
048700     IF WS-AP-HIT-SUB > ZERO                                      04870001
048800         MOVE WS-TBL-OPEN-AP (WS-AP-HIT-SUB) TO OPEN-AP-REC       04880001
048900         ADD PA-EXTENDED-AMOUNT TO OA-INVOICE-AMOUNT              04890001
049000         ADD 1 TO OA-LINE-COUNT                                   04900001
049025         IF PA-CURRENCY-CODE NOT = SPACES                         04902501
049050             ADD PA-FOREIGN-AMOUNT TO OA-FOREIGN-AMOUNT           04905001
049075         END-IF                                                   04907501
049100         MOVE OPEN-AP-REC TO WS-TBL-OPEN-AP (WS-AP-HIT-SUB)       04910001
049200         ADD 1 TO WS-ADDED-LINE-COUNT                             04920001
049300     ELSE                                                         04930001
049400         PERFORM 220-OPEN-NEW-INVOICE                             04940001
049500     END-IF                                                       04950001
049600     PERFORM 100-READ-APPROVAL                                    04960001
049700     .                                                            04970001
049800                                                                  04980001
049900 210-FIND-OPEN-INVOICE.                                           04990001
050000     MOVE WS-TBL-OPEN-AP (WS-AP-SUB) TO OPEN-AP-REC               05000001
050100     IF OA-SUPPLIER-CODE = PA-SUPPLIER-CODE                       05010001
050200         AND OA-INVOICE-NUMBER = PA-INVOICE-NUMBER                05020001
050300         AND OA-STATUS = 'O'                                      05030001
050400         MOVE WS-AP-SUB TO WS-AP-HIT-SUB                          05040001
050500     END-IF                                                       05050001
050600     .                                                            05060001
050700                                                                  05070001
050800 220-OPEN-NEW-INVOICE.                                            05080001
050900     PERFORM 230-GET-SUPPLIER-TERMS                               05090001
051000     MOVE SPACES TO OPEN-AP-REC                                   05100001
051100     MOVE PA-SUPPLIER-CODE TO OA-SUPPLIER-CODE                    05110001
051200     MOVE PA-INVOICE-NUMBER TO OA-INVOICE-NUMBER                  05120001
051300     IF PA-INVOICE-DATE NUMERIC                                   05130001
051400         AND PA-INVOICE-DATE > ZERO                               05140001
051500         MOVE PA-INVOICE-DATE TO OA-INVOICE-DATE                  05150001
051600     ELSE                                                         05160001
051700         MOVE WS-DATE-8 TO OA-INVOICE-DATE                        05170001
051800     END-IF                                                       05180001
051900     MOVE PA-EXTENDED-AMOUNT TO OA-INVOICE-AMOUNT                 05190001
052000     MOVE 1 TO OA-LINE-COUNT                                      05200001
052014     MOVE PA-CURRENCY-CODE TO OA-CURRENCY-CODE                    05201401
052028     IF PA-CURRENCY-CODE = SPACES                                 05202801
052042         MOVE ZERO TO OA-FOREIGN-AMOUNT                           05204201
052056     ELSE                                                         05205601
052070         MOVE PA-FOREIGN-AMOUNT TO OA-FOREIGN-AMOUNT              05207001
052084     END-IF                                                       05208401
052100     MOVE WS-DISCOUNT-PCT TO OA-DISCOUNT-PCT                      05210001
052200     IF WS-DISCOUNT-PCT > ZERO                                    05220001
052300         COMPUTE OA-DISCOUNT-DATE = FUNCTION DATE-OF-INTEGER      05230001
052400             (FUNCTION INTEGER-OF-DATE (OA-INVOICE-DATE)          05240001
052500              + WS-DISCOUNT-DAYS)                                 05250001
052600     ELSE                                                         05260001
052700         MOVE ZERO TO OA-DISCOUNT-DATE                            05270001
052800     END-IF                                                       05280001
052900     COMPUTE OA-NET-DUE-DATE = FUNCTION DATE-OF-INTEGER           05290001
053000         (FUNCTION INTEGER-OF-DATE (OA-INVOICE-DATE)              05300001
053100          + WS-NET-DAYS)                                          05310001
053200     MOVE 'O' TO OA-STATUS                                        05320001
053300     MOVE ZERO TO OA-PAID-DATE                                    05330001
053400     MOVE ZERO TO OA-PAID-AMOUNT                                  05340001
053500     MOVE ZERO TO OA-DISCOUNT-TAKEN                               05350001
053600     MOVE ZERO TO OA-DISCOUNT-MISSED                              05360001
053700     MOVE ZERO TO OA-MISSED-DATE                                  05370001
053800     PERFORM 118-ADD-TABLE-ENTRY                                  05380001
053900     ADD 1 TO WS-NEW-INVOICE-COUNT                                05390001
054000     .                                                            05400001
054100                                                                  05410001
054200*****************************************************             05420001
054300*   TERMS OFF THE SUPPLIER MASTER.  A DISCOUNT WITH *             05430001
054400*   NO DISCOUNT DAYS IS IGNORED; NET DAYS ARE NEVER *             05440001
054500*   SHORTER THAN THE DISCOUNT DAYS                  *             05450001
054600*****************************************************             05460001
054700 230-GET-SUPPLIER-TERMS.                                          05470001
054800     MOVE ZERO TO WS-DISCOUNT-PCT                                 05480001
054900     MOVE ZERO TO WS-DISCOUNT-DAYS                                05490001
055000     MOVE 30 TO WS-NET-DAYS                                       05500001
055100     IF WS-SUPMST-LOADED = 'YES'                                  05510001
055200         MOVE PA-SUPPLIER-CODE TO SM-SUPPLIER-CODE                05520001
055300         READ SUPPLIER-MASTER                                     05530001
055400             INVALID KEY                                          05540001
055500                 CONTINUE                                         05550001
055600             NOT INVALID KEY                                      05560001
055700                 PERFORM 235-TAKE-SUPPLIER-TERMS                  05570001
055800         END-READ                                                 05580001
055900     END-IF                                                       05590001
056000     .                                                            05600001
056100                                                                  05610001
056200 235-TAKE-SUPPLIER-TERMS.                                         05620001
056300     IF SM-DISCOUNT-PCT NUMERIC                                   05630001
056400         AND SM-DISCOUNT-DAYS NUMERIC                             05640001
056500         AND SM-DISCOUNT-DAYS > ZERO                              05650001
056600         MOVE SM-DISCOUNT-PCT TO WS-DISCOUNT-PCT                  05660001
056700         MOVE SM-DISCOUNT-DAYS TO WS-DISCOUNT-DAYS                05670001
056800     END-IF                                                       05680001
056900     IF SM-NET-DAYS NUMERIC                                       05690001
057000         AND SM-NET-DAYS > ZERO                                   05700001
057100         MOVE SM-NET-DAYS TO WS-NET-DAYS                          05710001
057200     END-IF                                                       05720001
057300     IF WS-NET-DAYS < WS-DISCOUNT-DAYS                            05730001
057400         MOVE WS-DISCOUNT-DAYS TO WS-NET-DAYS                     05740001
057500     END-IF                                                       05750001
057600     .                                                            05760001
057700                                                                  05770001
057800*****************************************************             05780001
057900*   SCHEDULE ONE OPEN INVOICE.  WHILE ITS DISCOUNT  *             05790001
058000*   IS OPEN IT IS PAID ON THE DISCOUNT DATE LESS    *             05800001
058100*   THE DISCOUNT; ONCE THE DISCOUNT DATE HAS GONE   *             05810001
058200*   BY THE DISCOUNT IS CHARGED AS MISSED AND THE    *             05820001
058300*   FULL AMOUNT IS PAID ON THE NET DUE DATE, OR     *             05830001
058400*   TODAY IF THAT HAS GONE BY TOO.  A PAY DATE      *             05840001
058500*   BEFORE THE NEXT PAYMENT RUN RELEASES IT NOW     *             05850001
058600*****************************************************             05860001
058700 300-SCHEDULE-INVOICE.                                            05870001
058800     MOVE WS-TBL-OPEN-AP (WS-AP-SUB) TO OPEN-AP-REC               05880001
058900     IF OA-STATUS = 'O'                                           05890001
059000         MOVE 'YES' TO WS-TBL-LISTED (WS-AP-SUB)                  05900001
059100         COMPUTE WS-DISCOUNT-AMT ROUNDED =                        05910001
059200             OA-INVOICE-AMOUNT * OA-DISCOUNT-PCT / 100            05920001
059300         IF OA-DISCOUNT-PCT > ZERO                                05930001
059400             AND OA-DISCOUNT-DATE NOT < WS-DATE-8                 05940001
059500             MOVE OA-DISCOUNT-DATE TO WS-TBL-PAY-DATE (WS-AP-SUB) 05950001
059600             MOVE WS-DISCOUNT-AMT TO WS-TBL-DISCOUNT (WS-AP-SUB)  05960001
059700             MOVE 'D' TO WS-PAY-TYPE                              05970001
059800             MOVE 'SCHEDULED - DISCOUNT' TO                       05980001
059900                 WS-TBL-ACTION (WS-AP-SUB)                        05990001
060000         ELSE                                                     06000001
060100             PERFORM 310-CHARGE-MISSED-DISCOUNT                   06010001
060200             MOVE ZERO TO WS-TBL-DISCOUNT (WS-AP-SUB)             06020001
060300             IF OA-NET-DUE-DATE < WS-DATE-8                       06030001
060400                 MOVE WS-DATE-8 TO WS-TBL-PAY-DATE (WS-AP-SUB)    06040001
060500                 MOVE 'L' TO WS-PAY-TYPE                          06050001
060600             ELSE                                                 06060001
060700                 MOVE OA-NET-DUE-DATE TO                          06070001
060800                     WS-TBL-PAY-DATE (WS-AP-SUB)                  06080001
060900                 MOVE 'N' TO WS-PAY-TYPE                          06090001
061000                 MOVE 'SCHEDULED - NET' TO                        06100001
061100                     WS-TBL-ACTION (WS-AP-SUB)                    06110001
061200             END-IF                                               06120001
061300         END-IF                                                   06130001
061400         COMPUTE WS-TBL-TO-PAY (WS-AP-SUB) =                      06140001
061500             OA-INVOICE-AMOUNT - WS-TBL-DISCOUNT (WS-AP-SUB)      06150001
061600         PERFORM 330-AGE-INVOICE                                  06160001
061700         IF WS-TBL-PAY-DATE (WS-AP-SUB) NOT > WS-LAST-PAY-DATE    06170001
061800             AND WS-AP-OVERFLOW = 'NO'                            06180001
061900             PERFORM 320-RELEASE-PAYMENT                          06190001
062000         ELSE                                                     06200001
062100             IF WS-PAY-TYPE = 'L'                                 06210001
062200                 MOVE 'PAST DUE - HELD' TO                        06220001
062300                     WS-TBL-ACTION (WS-AP-SUB)                    06230001
062400             END-IF                                               06240001
062500         END-IF                                                   06250001
062600         MOVE OPEN-AP-REC TO WS-TBL-OPEN-AP (WS-AP-SUB)           06260001
062700     END-IF                                                       06270001
062800     .                                                            06280001
062900                                                                  06290001
063000 310-CHARGE-MISSED-DISCOUNT.                                      06300001
063100     IF OA-DISCOUNT-PCT > ZERO                                    06310001
063200         AND OA-MISSED-DATE = ZERO                                06320001
063300         MOVE WS-DISCOUNT-AMT TO OA-DISCOUNT-MISSED               06330001
063400         MOVE WS-DATE-8 TO OA-MISSED-DATE                         06340001
063500         ADD 1 TO WS-LAPSED-COUNT                                 06350001
063600     END-IF                                                       06360001
063700     .                                                            06370001
063800                                                                  06380001
063900*****************************************************             06390001
064000*   RELEASE ONE INVOICE TO ACCOUNTS PAYABLE.  IT IS *             06400001
064100*   PAID TODAY, SO ITS CASH FALLS ON TODAY'S DATE   *             06410001
064200*****************************************************             06420001
064300 320-RELEASE-PAYMENT.                                             06430001
064400     MOVE SPACES TO PAY-TODAY-REC                                 06440001
064500     MOVE OA-SUPPLIER-CODE TO PT-SUPPLIER-CODE                    06450001
064600     MOVE OA-INVOICE-NUMBER TO PT-INVOICE-NUMBER                  06460001
064700     MOVE OA-INVOICE-DATE TO PT-INVOICE-DATE                      06470001
064800     IF WS-PAY-TYPE = 'D'                                         06480001
064900         MOVE OA-DISCOUNT-DATE TO PT-DUE-DATE                     06490001
065000     ELSE                                                         06500001
065100         MOVE OA-NET-DUE-DATE TO PT-DUE-DATE                      06510001
065200     END-IF                                                       06520001
065300     MOVE OA-INVOICE-AMOUNT TO PT-INVOICE-AMOUNT                  06530001
065400     MOVE WS-TBL-DISCOUNT (WS-AP-SUB) TO PT-DISCOUNT-AMOUNT       06540001
065500     MOVE WS-TBL-TO-PAY (WS-AP-SUB) TO PT-PAY-AMOUNT              06550001
065600     MOVE WS-PAY-TYPE TO PT-PAY-TYPE                              06560001
065700     MOVE WS-DATE-8 TO PT-PAY-DATE                                06570001
065707     MOVE OA-CURRENCY-CODE TO PT-CURRENCY-CODE                    06570701
065714     IF OA-CURRENCY-CODE = SPACES                                 06571401
065721         MOVE ZERO TO PT-FOREIGN-PAY-AMOUNT                       06572101
065728     ELSE                                                         06572801
065735         MOVE ZERO TO WS-FOREIGN-DISCOUNT                         06573501
065742         IF WS-TBL-DISCOUNT (WS-AP-SUB) > ZERO                    06574201
065749             COMPUTE WS-FOREIGN-DISCOUNT ROUNDED =                06574901
065756                 OA-FOREIGN-AMOUNT * OA-DISCOUNT-PCT / 100        06575601
065763         END-IF                                                   06576301
065770         COMPUTE PT-FOREIGN-PAY-AMOUNT =                          06577001
065777             OA-FOREIGN-AMOUNT - WS-FOREIGN-DISCOUNT              06577701
065784     END-IF                                                       06578401
065800     WRITE PAY-TODAY-REC                                          06580001
065900     MOVE 'P' TO OA-STATUS                                        06590001
066000     MOVE WS-DATE-8 TO OA-PAID-DATE                               06600001
066100     MOVE WS-TBL-TO-PAY (WS-AP-SUB) TO OA-PAID-AMOUNT             06610001
066200     MOVE WS-TBL-DISCOUNT (WS-AP-SUB) TO OA-DISCOUNT-TAKEN        06620001
066300     MOVE WS-DATE-8 TO WS-TBL-PAY-DATE (WS-AP-SUB)                06630001
066400     EVALUATE WS-PAY-TYPE                                         06640001
066500         WHEN 'D'                                                 06650001
066600             MOVE 'PAY TODAY - DISCOUNT' TO                       06660001
066700                 WS-TBL-ACTION (WS-AP-SUB)                        06670001
066800         WHEN 'N'                                                 06680001
066900             MOVE 'PAY TODAY - NET' TO WS-TBL-ACTION (WS-AP-SUB)  06690001
067000         WHEN OTHER                                               06700001
067100             MOVE 'PAY TODAY - LATE' TO WS-TBL-ACTION (WS-AP-SUB) 06710001
067200     END-EVALUATE                                                 06720001
067300     ADD 1 TO WS-RELEASED-COUNT                                   06730001
067400     .                                                            06740001
067500                                                                  06750001
067600 330-AGE-INVOICE.                                                 06760001
067700     COMPUTE WS-AGE-DAYS = WS-TODAY-INT                           06770001
067800         - FUNCTION INTEGER-OF-DATE (OA-INVOICE-DATE)             06780001
067900     EVALUATE TRUE                                                06790001
068000         WHEN WS-AGE-DAYS NOT > 30                                06800001
068100             MOVE 1 TO WS-BAND-SUB                                06810001
068200         WHEN WS-AGE-DAYS NOT > 60                                06820001
068300             MOVE 2 TO WS-BAND-SUB                                06830001
068400         WHEN WS-AGE-DAYS NOT > 90                                06840001
068500             MOVE 3 TO WS-BAND-SUB                                06850001
068600         WHEN OTHER                                               06860001
068700             MOVE 4 TO WS-BAND-SUB                                06870001
068800     END-EVALUATE                                                 06880001
068900     ADD 1 TO WS-BAND-COUNT (WS-BAND-SUB)                         06890001
069000     ADD OA-INVOICE-AMOUNT TO WS-BAND-AMOUNT (WS-BAND-SUB)        06900001
069100     .                                                            06910001
069200                                                                  06920001
069300*****************************************************             06930001
069400*   CASH REQUIREMENTS: THE OPEN INVOICES BY PAY     *             06940001
069500*   DATE, EARLIEST FIRST, WITH THE CASH NEEDED ON   *             06950001
069600*   EACH DATE.  TODAY'S DATE CARRIES EVERYTHING     *             06960001
069700*   RELEASED ON THE PAY-TODAY FILE                  *             06970001
069800*****************************************************             06980001
069900 400-PRINT-CASH-REQUIREMENTS.                                     06990001
070000     PERFORM 800-PRINT-HEADINGS                                   07000001
070100     WRITE CASH-PRINT-REC FROM WS-CASH-COLUMN-HEADING             07010001
070200       AFTER ADVANCING 2 LINES                                    07020001
070300     END-WRITE                                                    07030001
070400     MOVE ZERO TO WS-GRAND-TOTAL                                  07040001
070500     MOVE ZERO TO WS-TOTAL-INV-COUNT                              07050001
070600     MOVE ZERO TO WS-CUR-PAY-DATE                                 07060001
070700     PERFORM 410-FIND-NEXT-PAY-DATE                               07070001
070800     PERFORM 420-PRINT-ONE-PAY-DATE                               07080001
070900       UNTIL WS-NEXT-PAY-DATE = 99999999                          07090001
071000     MOVE 'TOTAL SCHEDULED' TO DT-LABEL                           07100001
071100     MOVE SPACES TO DT-PAY-DATE                                   07110001
071200     MOVE WS-TOTAL-INV-COUNT TO DT-INVOICE-COUNT                  07120001
071300     MOVE WS-GRAND-TOTAL TO DT-AMOUNT                             07130001
071400     WRITE CASH-PRINT-REC FROM WS-DATE-TOTAL-LINE                 07140001
071500       AFTER ADVANCING 2 LINES                                    07150001
071600     END-WRITE                                                    07160001
071700     .                                                            07170001
071800                                                                  07180001
071900 410-FIND-NEXT-PAY-DATE.                                          07190001
072000     MOVE 99999999 TO WS-NEXT-PAY-DATE                            07200001
072100     PERFORM 415-SCAN-FOR-PAY-DATE                                07210001
072200       VARYING WS-AP-SUB FROM 1 BY 1                              07220001
072300       UNTIL WS-AP-SUB > WS-AP-COUNT                              07230001
072400     .                                                            07240001
072500                                                                  07250001
072600 415-SCAN-FOR-PAY-DATE.                                           07260001
072700     IF WS-TBL-LISTED (WS-AP-SUB) = 'YES'                         07270001
072800         AND WS-TBL-PAY-DATE (WS-AP-SUB) > WS-CUR-PAY-DATE        07280001
072900         AND WS-TBL-PAY-DATE (WS-AP-SUB) < WS-NEXT-PAY-DATE       07290001
073000         MOVE WS-TBL-PAY-DATE (WS-AP-SUB) TO WS-NEXT-PAY-DATE     07300001
073100     END-IF                                                       07310001
073200     .                                                            07320001
073300                                                                  07330001
073400 420-PRINT-ONE-PAY-DATE.                                          07340001
073500     MOVE WS-NEXT-PAY-DATE TO WS-CUR-PAY-DATE                     07350001
073600     MOVE ZERO TO WS-DATE-TOTAL                                   07360001
073700     MOVE ZERO TO WS-DATE-INV-COUNT                               07370001
073800     PERFORM 430-PRINT-INVOICE-LINE                               07380001
073900       VARYING WS-AP-SUB FROM 1 BY 1                              07390001
074000       UNTIL WS-AP-SUB > WS-AP-COUNT                              07400001
074100     MOVE 'CASH REQUIRED ON' TO DT-LABEL                          07410001
074200     MOVE WS-CUR-PAY-DATE TO DT-PAY-DATE                          07420001
074300     MOVE WS-DATE-INV-COUNT TO DT-INVOICE-COUNT                   07430001
074400     MOVE WS-DATE-TOTAL TO DT-AMOUNT                              07440001
074500     WRITE CASH-PRINT-REC FROM WS-DATE-TOTAL-LINE                 07450001
074600       AFTER ADVANCING 1 LINE                                     07460001
074700     END-WRITE                                                    07470001
074800     ADD WS-DATE-TOTAL TO WS-GRAND-TOTAL                          07480001
074900     ADD WS-DATE-INV-COUNT TO WS-TOTAL-INV-COUNT                  07490001
075000     PERFORM 410-FIND-NEXT-PAY-DATE                               07500001
075100     .                                                            07510001
075200                                                                  07520001
075300 430-PRINT-INVOICE-LINE.                                          07530001
075400     IF WS-TBL-LISTED (WS-AP-SUB) = 'YES'                         07540001
075500         AND WS-TBL-PAY-DATE (WS-AP-SUB) = WS-CUR-PAY-DATE        07550001
075600         MOVE WS-TBL-OPEN-AP (WS-AP-SUB) TO OPEN-AP-REC           07560001
075700         MOVE WS-CUR-PAY-DATE TO CL-PAY-DATE                      07570001
075800         MOVE OA-SUPPLIER-CODE TO CL-SUPPLIER-CODE                07580001
075900         MOVE OA-INVOICE-NUMBER TO CL-INVOICE-NUMBER              07590001
076000         MOVE OA-INVOICE-DATE TO CL-INVOICE-DATE                  07600001
076100         COMPUTE WS-AGE-DAYS = WS-TODAY-INT                       07610001
076200             - FUNCTION INTEGER-OF-DATE (OA-INVOICE-DATE)         07620001
076300         MOVE WS-AGE-DAYS TO CL-AGE-DAYS                          07630001
076400         IF OA-DISCOUNT-DATE > ZERO                               07640001
076500             MOVE OA-DISCOUNT-DATE TO CL-DISCOUNT-DATE            07650001
076600         ELSE                                                     07660001
076700             MOVE SPACES TO CL-DISCOUNT-DATE                      07670001
076800         END-IF                                                   07680001
076900         MOVE OA-NET-DUE-DATE TO CL-NET-DUE-DATE                  07690001
077000         MOVE OA-INVOICE-AMOUNT TO CL-INVOICE-AMOUNT              07700001
077100         MOVE WS-TBL-DISCOUNT (WS-AP-SUB) TO CL-DISCOUNT          07710001
077200         MOVE WS-TBL-TO-PAY (WS-AP-SUB) TO CL-TO-PAY              07720001
077300         MOVE WS-TBL-ACTION (WS-AP-SUB) TO CL-ACTION              07730001
077400         ADD WS-TBL-TO-PAY (WS-AP-SUB) TO WS-DATE-TOTAL           07740001
077500         ADD 1 TO WS-DATE-INV-COUNT                               07750001
077600         WRITE CASH-PRINT-REC FROM WS-CASH-LINE                   07760001
077700           AFTER ADVANCING 1 LINE                                 07770001
077800         END-WRITE                                                07780001
077900     END-IF                                                       07790001
078000     .                                                            07800001
078100                                                                  07810001
078200*****************************************************             07820001
078300*   AGING OF THE INVOICES OPEN AT THE START OF THE  *             07830001
078400*   RUN, BY DAYS SINCE THE INVOICE DATE             *             07840001
078500*****************************************************             07850001
078600 500-PRINT-AGING.                                                 07860001
078700     MOVE 'AGING OF APPROVED INVOICES BY INVOICE DATE' TO SE-TITLE07870001
078800     WRITE CASH-PRINT-REC FROM WS-SECTION-HEADING                 07880001
078900       AFTER ADVANCING 3 LINES                                    07890001
079000     END-WRITE                                                    07900001
079100     PERFORM 510-PRINT-AGE-BAND                                   07910001
079200       VARYING WS-BAND-SUB FROM 1 BY 1                            07920001
079300       UNTIL WS-BAND-SUB > 4                                      07930001
079400     .                                                            07940001
079500                                                                  07950001
079600 510-PRINT-AGE-BAND.                                              07960001
079700     MOVE AB-BAND-NAME (WS-BAND-SUB) TO AG-BAND-NAME              07970001
079800     MOVE WS-BAND-COUNT (WS-BAND-SUB) TO AG-INVOICE-COUNT         07980001
079900     MOVE WS-BAND-AMOUNT (WS-BAND-SUB) TO AG-AMOUNT               07990001
080000     WRITE CASH-PRINT-REC FROM WS-AGING-LINE                      08000001
080100       AFTER ADVANCING 1 LINE                                     08010001
080200     END-WRITE                                                    08020001
080300     .                                                            08030001
080400                                                                  08040001
080500*****************************************************             08050001
080600*   DISCOUNTS TAKEN AND MISSED THIS MONTH, SUPPLIER *             08060001
080700*   BY SUPPLIER, LOWEST CODE FIRST.  TAKEN COUNTS   *             08070001
080800*   ON THE DAY PAID, MISSED ON THE DAY IT LAPSED    *             08080001
080900*****************************************************             08090001
081000 600-PRINT-DISCOUNT-TOTALS.                                       08100001
081100     PERFORM 800-PRINT-HEADINGS                                   08110001
081200     MOVE 'CASH DISCOUNTS BY SUPPLIER, MONTH TO DATE' TO SE-TITLE 08120001
081300     WRITE CASH-PRINT-REC FROM WS-SECTION-HEADING                 08130001
081400       AFTER ADVANCING 2 LINES                                    08140001
081500     END-WRITE                                                    08150001
081600     WRITE CASH-PRINT-REC FROM WS-DISCOUNT-COLUMN-HEADING         08160001
081700       AFTER ADVANCING 2 LINES                                    08170001
081800     END-WRITE                                                    08180001
081900     MOVE ZERO TO WS-TOTAL-TAKEN                                  08190001
082000     MOVE ZERO TO WS-TOTAL-MISSED                                 08200001
082100     MOVE LOW-VALUES TO WS-CUR-SUPPLIER                           08210001
082200     PERFORM 610-FIND-NEXT-SUPPLIER                               08220001
082300     PERFORM 620-PRINT-ONE-SUPPLIER                               08230001
082400       UNTIL WS-NEXT-SUPPLIER = HIGH-VALUES                       08240001
082500     MOVE SPACES TO DS-SUPPLIER-CODE                              08250001
082600     MOVE 'ALL SUPPLIERS' TO DS-SUPPLIER-NAME                     08260001
082700     MOVE WS-TOTAL-TAKEN TO DS-TAKEN                              08270001
082800     MOVE WS-TOTAL-MISSED TO DS-MISSED                            08280001
082900     WRITE CASH-PRINT-REC FROM WS-DISCOUNT-LINE                   08290001
083000       AFTER ADVANCING 2 LINES                                    08300001
083100     END-WRITE                                                    08310001
083200     .                                                            08320001
083300                                                                  08330001
083400 610-FIND-NEXT-SUPPLIER.                                          08340001
083500     MOVE HIGH-VALUES TO WS-NEXT-SUPPLIER                         08350001
083600     PERFORM 615-SCAN-FOR-SUPPLIER                                08360001
083700       VARYING WS-AP-SUB FROM 1 BY 1                              08370001
083800       UNTIL WS-AP-SUB > WS-AP-COUNT                              08380001
083900     .                                                            08390001
084000                                                                  08400001
084100 615-SCAN-FOR-SUPPLIER.                                           08410001
084200     MOVE WS-TBL-OPEN-AP (WS-AP-SUB) TO OPEN-AP-REC               08420001
084300     IF OA-SUPPLIER-CODE > WS-CUR-SUPPLIER                        08430001
084400         AND OA-SUPPLIER-CODE < WS-NEXT-SUPPLIER                  08440001
084500         MOVE OA-SUPPLIER-CODE TO WS-NEXT-SUPPLIER                08450001
084600     END-IF                                                       08460001
084700     .                                                            08470001
084800                                                                  08480001
084900 620-PRINT-ONE-SUPPLIER.                                          08490001
085000     MOVE WS-NEXT-SUPPLIER TO WS-CUR-SUPPLIER                     08500001
085100     MOVE ZERO TO WS-SUP-TAKEN                                    08510001
085200     MOVE ZERO TO WS-SUP-MISSED                                   08520001
085300     PERFORM 630-ADD-SUPPLIER-DISCOUNTS                           08530001
085400       VARYING WS-AP-SUB FROM 1 BY 1                              08540001
085500       UNTIL WS-AP-SUB > WS-AP-COUNT                              08550001
085600     IF WS-SUP-TAKEN NOT = ZERO                                   08560001
085700         OR WS-SUP-MISSED NOT = ZERO                              08570001
085800         MOVE WS-CUR-SUPPLIER TO DS-SUPPLIER-CODE                 08580001
085900         MOVE SPACES TO DS-SUPPLIER-NAME                          08590001
086000         IF WS-SUPMST-LOADED = 'YES'                              08600001
086100             MOVE WS-CUR-SUPPLIER TO SM-SUPPLIER-CODE             08610001
086200             READ SUPPLIER-MASTER                                 08620001
086300                 INVALID KEY                                      08630001
086400                     MOVE 'SUPPLIER NOT ON FILE' TO               08640001
086500                         DS-SUPPLIER-NAME                         08650001
086600                 NOT INVALID KEY                                  08660001
086700                     MOVE SM-SUPPLIER-NAME TO DS-SUPPLIER-NAME    08670001
086800             END-READ                                             08680001
086900         END-IF                                                   08690001
087000         MOVE WS-SUP-TAKEN TO DS-TAKEN                            08700001
087100         MOVE WS-SUP-MISSED TO DS-MISSED                          08710001
087200         WRITE CASH-PRINT-REC FROM WS-DISCOUNT-LINE               08720001
087300           AFTER ADVANCING 1 LINE                                 08730001
087400         END-WRITE                                                08740001
087500         ADD WS-SUP-TAKEN TO WS-TOTAL-TAKEN                       08750001
087600         ADD WS-SUP-MISSED TO WS-TOTAL-MISSED                     08760001
087700     END-IF                                                       08770001
087800     PERFORM 610-FIND-NEXT-SUPPLIER                               08780001
087900     .                                                            08790001
088000                                                                  08800001
088100 630-ADD-SUPPLIER-DISCOUNTS.                                      08810001
088200     MOVE WS-TBL-OPEN-AP (WS-AP-SUB) TO OPEN-AP-REC               08820001
088300     IF OA-SUPPLIER-CODE = WS-CUR-SUPPLIER                        08830001
088400         IF OA-STATUS = 'P'                                       08840001
088500             AND OA-PAID-DATE NOT < WS-MONTH-START                08850001
088600             ADD OA-DISCOUNT-TAKEN TO WS-SUP-TAKEN                08860001
088700         END-IF                                                   08870001
088800         IF OA-MISSED-DATE NOT < WS-MONTH-START                   08880001
088900             ADD OA-DISCOUNT-MISSED TO WS-SUP-MISSED              08890001
089000         END-IF                                                   08900001
089100     END-IF                                                       08910001
089200     .                                                            08920001
089300                                                                  08930001
089400*****************************************************             08940001
089500*   WRITE THE OPEN PAYABLES BACK FROM THE TABLE     *             08950001
089600*****************************************************             08960001
089700 570-REWRITE-OPEN-PAYABLES.                                       08970001
089800     OPEN OUTPUT OPEN-AP-FILE                                     08980001
089900     PERFORM 575-WRITE-OPEN-AP                                    08990001
090000       VARYING WS-AP-SUB FROM 1 BY 1                              09000001
090100       UNTIL WS-AP-SUB > WS-AP-COUNT                              09010001
090200     CLOSE OPEN-AP-FILE                                           09020001
090300     .                                                            09030001
090400                                                                  09040001
090500 575-WRITE-OPEN-AP.                                               09050001
090600     MOVE WS-TBL-OPEN-AP (WS-AP-SUB) TO OPEN-AP-REC               09060001
090700     WRITE OPEN-AP-REC                                            09070001
090800     .                                                            09080001
090900                                                                  09090001
091000*****************************************************             09100001
091100*   THE APPROVED LINES NOW RIDE ON THE OPEN         *             09110001
091200*   PAYABLES, SO THE APPROVAL FILE IS EMPTIED TO    *             09120001
091300*   KEEP A RERUN, OR A NIGHT THE INVOICE MATCH DOES *             09130001
091400*   NOT RUN, FROM ADDING THEM A SECOND TIME         *             09140001
091500*****************************************************             09150001
091600 580-CLEAR-APPROVAL-FILE.                                         09160001
091700     IF WS-PAYAPR-STATUS = '00'                                   09170001
091800         OPEN OUTPUT PAY-APPROVE-FILE                             09180001
091900         CLOSE PAY-APPROVE-FILE                                   09190001
092000     END-IF                                                       09200001
092100     .                                                            09210001
092200                                                                  09220001
092300 700-PRINT-SUMMARY.                                               09230001
092400     MOVE 'RUN SUMMARY' TO SE-TITLE                               09240001
092500     WRITE CASH-PRINT-REC FROM WS-SECTION-HEADING                 09250001
092600       AFTER ADVANCING 3 LINES                                    09260001
092700     END-WRITE                                                    09270001
092800     MOVE 'APPROVAL LINES READ' TO SU-LABEL                       09280001
092900     MOVE REC-COUNT TO SU-COUNT                                   09290001
093000     PERFORM 710-WRITE-SUMMARY-LINE                               09300001
093100     MOVE 'NEW INVOICES OPENED' TO SU-LABEL                       09310001
093200     MOVE WS-NEW-INVOICE-COUNT TO SU-COUNT                        09320001
093300     PERFORM 710-WRITE-SUMMARY-LINE                               09330001
093400     MOVE 'LINES ADDED TO OPEN INVOICES' TO SU-LABEL              09340001
093500     MOVE WS-ADDED-LINE-COUNT TO SU-COUNT                         09350001
093600     PERFORM 710-WRITE-SUMMARY-LINE                               09360001
093700     MOVE 'INVOICES RELEASED TODAY' TO SU-LABEL                   09370001
093800     MOVE WS-RELEASED-COUNT TO SU-COUNT                           09380001
093900     PERFORM 710-WRITE-SUMMARY-LINE                               09390001
094000     MOVE 'DISCOUNTS LAPSED TODAY' TO SU-LABEL                    09400001
094100     MOVE WS-LAPSED-COUNT TO SU-COUNT                             09410001
094200     PERFORM 710-WRITE-SUMMARY-LINE                               09420001
094300     MOVE 'PAID INVOICES DROPPED' TO SU-LABEL                     09430001
094400     MOVE WS-PURGED-COUNT TO SU-COUNT                             09440001
094500     PERFORM 710-WRITE-SUMMARY-LINE                               09450001
094600     .                                                            09460001
094700                                                                  09470001
094800 710-WRITE-SUMMARY-LINE.                                          09480001
094900     WRITE CASH-PRINT-REC FROM WS-SUMMARY-LINE                    09490001
095000       AFTER ADVANCING 1 LINE                                     09500001
095100     END-WRITE                                                    09510001
095200     .                                                            09520001
095300                                                                  09530001
095400 800-PRINT-HEADINGS.                                              09540001
095500     MOVE WS-DATE-8 TO CH-RUN-DATE                                09550001
095600     MOVE WS-NEXT-RUN-DAYS TO CH-NEXT-RUN-DAYS                    09560001
095700     WRITE CASH-PRINT-REC FROM WS-CASH-HEADING                    09570001
095800       AFTER ADVANCING PAGE                                       09580001
095900     END-WRITE                                                    09590001
096000     .                                                            09600001
096100                                                                  09610001
096200*****************************************************             09620001
096300*   TODAY, THE FIRST OF THIS MONTH FOR THE DISCOUNT *             09630001
096400*   TOTALS, AND THE FIRST OF LAST MONTH, BEFORE     *             09640001
096500*   WHICH PAID INVOICES ARE DROPPED                 *             09650001
096600*****************************************************             09660001
096700 850-GET-DATE.                                                    09670001
096800     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          09680001
096900     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-DATE-8)  09690001
097000     COMPUTE WS-MONTH-START = WS-DATE-YYYY * 10000                09700001
097100         + WS-DATE-MM * 100 + 1                                   09710001
097200     IF WS-DATE-MM = 1                                            09720001
097300         COMPUTE WS-KEEP-FROM-DATE =                              09730001
097400             (WS-DATE-YYYY - 1) * 10000 + 1201                    09740001
097500     ELSE                                                         09750001
097600         COMPUTE WS-KEEP-FROM-DATE = WS-MONTH-START - 100         09760001
097700     END-IF                                                       09770001
097800     .                                                            09780001
