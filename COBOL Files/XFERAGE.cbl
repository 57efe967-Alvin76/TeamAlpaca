000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    XFERAGE.                                          00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*IN-TRANSIT AGING REPORT - READS THE IN-TRANSIT     *             00090001
001000*FILE AND LISTS EVERY INTER-SITE TRANSFER SHIPPED   *             00100001
001100*BUT NOT YET CONFIRMED BY THE RECEIVING SITE, WITH  *             00110001
001200*DAYS SINCE SHIPMENT AND ITS VALUE AT THE DONOR'S   *             00120001
001300*FR-COST, THEN TOTALS THE STOCK ON THE ROAD BY AGE  *             00130001
001400*BAND SO A TRANSFER ONE SITE FORGOT TO BOOK IN      *             00140001
001500*SHOWS UP HERE INSTEAD OF AS A COUNT VARIANCE       *             00150001
001600*****************************************************             00160001
001700                                                                  00170001
001800 ENVIRONMENT DIVISION.                                            00180001
001900 CONFIGURATION SECTION.                                           00190001
002000 SOURCE-COMPUTER.                                                 00200001
002100     Z13                                                          00210001
002200     WITH DEBUGGING MODE                                          00220001
002300     .                                                            00230001
002400                                                                  00240001
002500 INPUT-OUTPUT SECTION.                                            00250001
002600                                                                  00260001
002700 FILE-CONTROL.                                                    00270001
002800     SELECT IN-TRANSIT-FILE        ASSIGN TO MYINTRAN             00280001
002900         FILE STATUS IS WS-INTRAN-STATUS.                         00290001
003000     SELECT AGING-PRINT-FILE       ASSIGN TO MYXFRAGE.            00300001
003100                                                                  00310001
003200 DATA DIVISION.                                                   00320001
003300 FILE SECTION.                                                    00330001
003400                                                                  00340001
003500 FD  IN-TRANSIT-FILE                                              00350001
003600     RECORDING MODE IS F.                                         00360001
003700     COPY XFERTRN.                                                00370001
003800                                                                  00380001
003900 FD  AGING-PRINT-FILE                                             00390001
004000     RECORDING MODE IS F.                                         00400001
004100 01  AGING-PRINT-REC.                                             00410001
004200     10  FILLER                    PIC X(132).                    00420001
004300                                                                  00430001
004400 WORKING-STORAGE SECTION.                                         00440001
004500                                                                  00450001
004600 01  WS-COUNTERS-FLAGS.                                           00460001
004700     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00470001
004800     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00480001
004900     10  WS-TRANSFER-COUNT         PIC 9(05) VALUE ZERO.          00490001
005000     10  WS-BAND-SUB               PIC S9(04) COMP VALUE ZERO.    00500001
005100                                                                  00510001
005200 01  WS-VALIDATION-FLAGS.                                         00520001
005300     10  WS-INTRAN-STATUS          PIC X(02) VALUE SPACES.        00530001
005400                                                                  00540001
005500 01  WS-DATE-FIELDS.                                              00550001
005600     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          00560001
005700     10  WS-DAYS-OUT               PIC S9(05) VALUE ZERO.         00570001
005800                                                                  00580001
005900*****************************************************             00590001
006000*   THE TRANSFER BEING GATHERED: ITS IN-TRANSIT     *             00600001
006100*   RECORDS SIT TOGETHER ON THE FILE, ONE PER LOT   *             00610001
006200*****************************************************             00620001
006300 01  WS-TRANSFER-CONTROL.                                         00630001
006400     10  WS-PREV-TRANSFER-ID       PIC X(10) VALUE SPACES.        00640001
006500     10  WS-HOLD-ITEM-NAME         PIC X(17) VALUE SPACES.        00650001
006600     10  WS-HOLD-FROM-SITE         PIC X(05) VALUE SPACES.        00660001
006700     10  WS-HOLD-TO-SITE           PIC X(05) VALUE SPACES.        00670001
006800     10  WS-HOLD-SHIP-DATE         PIC 9(08) VALUE ZERO.          00680001
006900     10  WS-HOLD-COST              PIC S9(03)V99 VALUE ZERO.      00690001
007000     10  WS-HOLD-SHIPPED-BY        PIC X(08) VALUE SPACES.        00700001
007100     10  WS-HOLD-UNITS             PIC S9(05) VALUE ZERO.         00710001
007200     10  WS-HOLD-VALUE             PIC S9(07)V99 VALUE ZERO.      00720001
007300     10  WS-LINE-VALUE             PIC S9(07)V99 VALUE ZERO.      00730001
007400     10  WS-TOTAL-VALUE            PIC S9(07)V99 VALUE ZERO.      00740001
007500                                                                  00750001
007600*****************************************************             00760001
007700*   AGE BANDS: UPPER LIMIT IN DAYS SINCE SHIPMENT,  *             00770001
007800*   THE LAST BAND CATCHES EVERYTHING OLDER          *             00780001
007900*****************************************************             00790001
008000 01  WS-BAND-VALUES.                                              00800001
008100     10  FILLER                    PIC X(20) VALUE                00810001
008200         '00002 0 TO 2 DAYS   '.                                  00820001
008300     10  FILLER                    PIC X(20) VALUE                00830001
008400         '00007 3 TO 7 DAYS   '.                                  00840001
008500     10  FILLER                    PIC X(20) VALUE                00850001
008600         '00014 8 TO 14 DAYS  '.                                  00860001
008700     10  FILLER                    PIC X(20) VALUE                00870001
008800         '99999 OVER 14 DAYS  '.                                  00880001
008900 01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.                      00890001
009000     10  WS-BAND-ENTRY OCCURS 4 TIMES.                            00900001
009100         15  BD-UPPER-DAYS         PIC 9(05).                     00910001
009200         15  FILLER                PIC X(01).                     00920001
009300         15  BD-LABEL              PIC X(14).                     00930001
009400                                                                  00940001
009500 01  WS-BAND-TOTALS.                                              00950001
009600     10  WS-BAND-TOTAL-ENTRY OCCURS 4 TIMES.                      00960001
009700         15  BT-COUNT              PIC 9(05).                     00970001
009800         15  BT-VALUE              PIC S9(07)V99.                 00980001
009900                                                                  00990001
010000 01  WS-AGING-HEADING.                                            01000001
010100     10  FILLER                    PIC X(02) VALUE SPACES.        01010001
010200     10  FILLER                    PIC X(34) VALUE                01020001
010300         'IN-TRANSIT TRANSFER AGING REPORT  '.                    01030001
010400     10  FILLER                    PIC X(06) VALUE 'DATE: '.      01040001
010500     10  AH-RUN-DATE               PIC 9(08).                     01050001
010600     10  FILLER                    PIC X(82) VALUE SPACES.        01060001
010700                                                                  01070001
010800 01  WS-AGING-COLUMN-HEADING.                                     01080001
010900     10  FILLER                    PIC X(02) VALUE SPACES.        01090001
011000     10  FILLER                    PIC X(12) VALUE 'TRANSFER'.    01100001
011100     10  FILLER                    PIC X(19) VALUE 'ITEM'.        01110001
011200     10  FILLER                    PIC X(07) VALUE 'FROM'.        01120001
011300     10  FILLER                    PIC X(07) VALUE 'TO'.          01130001
011400     10  FILLER                    PIC X(10) VALUE 'SHIPPED'.     01140001
011500     10  FILLER                    PIC X(07) VALUE 'DAYS'.        01150001
011600     10  FILLER                    PIC X(07) VALUE 'UNITS'.       01160001
011700     10  FILLER                    PIC X(08) VALUE 'FR-COST'.     01170001
011800     10  FILLER                    PIC X(11) VALUE 'VALUE'.       01180001
011900     10  FILLER                    PIC X(42) VALUE 'SHIPPED BY'.  01190001
012000                                                                  01200001
012100 01  WS-AGING-LINE.                                               01210001
012200     10  FILLER                    PIC X(02) VALUE SPACES.        01220001
012300     10  AL-TRANSFER-ID            PIC X(10).                     01230001
012400     10  FILLER                    PIC X(02) VALUE SPACES.        01240001
012500     10  AL-ITEM-NAME              PIC X(17).                     01250001
012600     10  FILLER                    PIC X(02) VALUE SPACES.        01260001
012700     10  AL-FROM-SITE              PIC X(05).                     01270001
012800     10  FILLER                    PIC X(02) VALUE SPACES.        01280001
012900     10  AL-TO-SITE                PIC X(05).                     01290001
013000     10  FILLER                    PIC X(02) VALUE SPACES.        01300001
013100     10  AL-SHIP-DATE              PIC 9(08).                     01310001
013200     10  FILLER                    PIC X(02) VALUE SPACES.        01320001
013300     10  AL-DAYS-OUT               PIC -ZZZ9.                     01330001
013400     10  FILLER                    PIC X(02) VALUE SPACES.        01340001
013500     10  AL-UNITS                  PIC ZZZZ9.                     01350001
013600     10  FILLER                    PIC X(02) VALUE SPACES.        01360001
013700     10  AL-COST                   PIC ZZ9.99.                    01370001
013800     10  FILLER                    PIC X(02) VALUE SPACES.        01380001
013900     10  AL-VALUE                  PIC ZZ,ZZ9.99.                 01390001
014000     10  FILLER                    PIC X(02) VALUE SPACES.        01400001
014100     10  AL-SHIPPED-BY             PIC X(08).                     01410001
014200     10  FILLER                    PIC X(34) VALUE SPACES.        01420001
014300                                                                  01430001
014400 01  WS-BAND-LINE.                                                01440001
014500     10  FILLER                    PIC X(02) VALUE SPACES.        01450001
014600     10  BL-LABEL                  PIC X(16).                     01460001
014700     10  FILLER                    PIC X(02) VALUE SPACES.        01470001
014800     10  FILLER                    PIC X(11) VALUE 'TRANSFERS: '. 01480001
014900     10  BL-COUNT                  PIC ZZZZ9.                     01490001
015000     10  FILLER                    PIC X(02) VALUE SPACES.        01500001
015100     10  FILLER                    PIC X(07) VALUE 'VALUE: '.     01510001
015200     10  BL-VALUE                  PIC Z,ZZZ,ZZ9.99.              01520001
015300     10  FILLER                    PIC X(75) VALUE SPACES.        01530001
015400                                                                  01540001
015500 01  WS-AGING-TOTAL-LINE.                                         01550001
015600     10  FILLER                    PIC X(02) VALUE SPACES.        01560001
015700     10  FILLER                    PIC X(18) VALUE                01570001
015800         'TOTAL IN TRANSIT'.                                      01580001
015900     10  FILLER                    PIC X(11) VALUE 'TRANSFERS: '. 01590001
016000     10  TL-COUNT                  PIC ZZZZ9.                     01600001
016100     10  FILLER                    PIC X(02) VALUE SPACES.        01610001
016200     10  FILLER                    PIC X(07) VALUE 'VALUE: '.     01620001
016300     10  TL-VALUE                  PIC Z,ZZZ,ZZ9.99.              01630001
016400     10  FILLER                    PIC X(75) VALUE SPACES.        01640001
016500                                                                  01650001
016600 PROCEDURE DIVISION.                                              01660001
016700                                                                  01670001
016800*****************************************************             01680001
016900*   MAIN PROGRAM ROUTINE                            *             01690001
017000*****************************************************             01700001
017100 010-START-HERE.                                                  01710001
017200     PERFORM 850-GET-DATE                                         01720001
017300     OPEN OUTPUT AGING-PRINT-FILE                                 01730001
017400     PERFORM 800-PRINT-HEADINGS                                   01740001
017500     PERFORM 105-CLEAR-BAND-TOTAL                                 01750001
017600       VARYING WS-BAND-SUB FROM 1 BY 1                            01760001
017700       UNTIL WS-BAND-SUB > 4                                      01770001
017800*    NO IN-TRANSIT FILE YET MEANS NOTHING HAS EVER BEEN           01780001
017900*    SHIPPED, WHICH PRINTS AS AN EMPTY REPORT                     01790001
018000     OPEN INPUT IN-TRANSIT-FILE                                   01800001
018100     IF WS-INTRAN-STATUS = '00'                                   01810001
018200         PERFORM 100-READ-IN-TRANSIT                              01820001
018300         PERFORM 150-GATHER-TRANSFER                              01830001
018400           UNTIL EOF-FLAG = 'YES'                                 01840001
018500         IF WS-PREV-TRANSFER-ID NOT = SPACES                      01850001
018600             PERFORM 200-PRINT-TRANSFER                           01860001
018700         END-IF                                                   01870001
018800         CLOSE IN-TRANSIT-FILE                                    01880001
018900     ELSE                                                         01890001
019000         IF WS-INTRAN-STATUS NOT = '35'                           01900001
019100             DISPLAY 'IN-TRANSIT FILE OPEN FAILED, STATUS = '     01910001
019200                 WS-INTRAN-STATUS                                 01920001
019300             MOVE 16 TO RETURN-CODE                               01930001
019400         END-IF                                                   01940001
019500     END-IF                                                       01950001
019600     PERFORM 700-PRINT-AGING-TOTALS                               01960001
019700     CLOSE AGING-PRINT-FILE                                       01970001
019800     GOBACK                                                       01980001
019900     .                                                            01990001
020000                                                                  02000001
020100 105-CLEAR-BAND-TOTAL.                                            02010001
020200     MOVE ZERO TO BT-COUNT (WS-BAND-SUB)                          02020001
020300     MOVE ZERO TO BT-VALUE (WS-BAND-SUB)                          02030001
020400     .                                                            02040001
020500                                                                  02050001
020600 100-READ-IN-TRANSIT.                                             02060001
020700     READ IN-TRANSIT-FILE                                         02070001
020800         AT END                                                   02080001
020900             MOVE 'YES' TO EOF-FLAG                               02090001
021000         NOT AT END                                               02100001
021100             ADD 1 TO REC-COUNT                                   02110001
021200     END-READ                                                     02120001
021300     .                                                            02130001
021400                                                                  02140001
021500*****************************************************             02150001
021600*   A CHANGE OF TRANSFER ID PRINTS THE ONE JUST     *             02160001
021700*   GATHERED AND STARTS THE NEXT                    *             02170001
021800*****************************************************             02180001
021900 150-GATHER-TRANSFER.                                             02190001
022000     IF TI-TRANSFER-ID NOT = WS-PREV-TRANSFER-ID                  02200001
022100         IF WS-PREV-TRANSFER-ID NOT = SPACES                      02210001
022200             PERFORM 200-PRINT-TRANSFER                           02220001
022300         END-IF                                                   02230001
022400         MOVE TI-TRANSFER-ID TO WS-PREV-TRANSFER-ID               02240001
022500         MOVE TI-ITEM-NAME TO WS-HOLD-ITEM-NAME                   02250001
022600         MOVE TI-FROM-SITE TO WS-HOLD-FROM-SITE                   02260001
022700         MOVE TI-TO-SITE TO WS-HOLD-TO-SITE                       02270001
022800         MOVE TI-SHIP-DATE TO WS-HOLD-SHIP-DATE                   02280001
022900         MOVE TI-COST TO WS-HOLD-COST                             02290001
023000         MOVE TI-SHIPPED-BY TO WS-HOLD-SHIPPED-BY                 02300001
023100         MOVE ZERO TO WS-HOLD-UNITS                               02310001
023200         MOVE ZERO TO WS-HOLD-VALUE                               02320001
023300     END-IF                                                       02330001
023400     ADD TI-UNITS TO WS-HOLD-UNITS                                02340001
023500     COMPUTE WS-LINE-VALUE = TI-COST * TI-UNITS                   02350001
023600     ADD WS-LINE-VALUE TO WS-HOLD-VALUE                           02360001
023700     PERFORM 100-READ-IN-TRANSIT                                  02370001
023800     .                                                            02380001
023900                                                                  02390001
024000*****************************************************             02400001
024100*   ONE LINE PER OPEN TRANSFER, AGED FROM ITS SHIP  *             02410001
024200*   DATE AND ADDED INTO ITS AGE BAND                *             02420001
024300*****************************************************             02430001
024400 200-PRINT-TRANSFER.                                              02440001
024500     COMPUTE WS-DAYS-OUT =                                        02450001
024600         FUNCTION INTEGER-OF-DATE(WS-DATE-8) -                    02460001
024700         FUNCTION INTEGER-OF-DATE(WS-HOLD-SHIP-DATE)              02470001
024800     MOVE WS-PREV-TRANSFER-ID TO AL-TRANSFER-ID                   02480001
024900     MOVE WS-HOLD-ITEM-NAME TO AL-ITEM-NAME                       02490001
025000     MOVE WS-HOLD-FROM-SITE TO AL-FROM-SITE                       02500001
025100     MOVE WS-HOLD-TO-SITE TO AL-TO-SITE                           02510001
025200     MOVE WS-HOLD-SHIP-DATE TO AL-SHIP-DATE                       02520001
025300     MOVE WS-DAYS-OUT TO AL-DAYS-OUT                              02530001
025400     MOVE WS-HOLD-UNITS TO AL-UNITS                               02540001
025500     MOVE WS-HOLD-COST TO AL-COST                                 02550001
025600     MOVE WS-HOLD-VALUE TO AL-VALUE                               02560001
025700     MOVE WS-HOLD-SHIPPED-BY TO AL-SHIPPED-BY                     02570001
025800     WRITE AGING-PRINT-REC FROM WS-AGING-LINE                     02580001
025900       AFTER ADVANCING 1 LINE                                     02590001
026000     END-WRITE                                                    02600001
026100     ADD 1 TO WS-TRANSFER-COUNT                                   02610001
026200     ADD WS-HOLD-VALUE TO WS-TOTAL-VALUE                          02620001
026300     MOVE 1 TO WS-BAND-SUB                                        02630001
026400     PERFORM 210-NEXT-AGE-BAND                                    02640001
026500       UNTIL WS-DAYS-OUT NOT > BD-UPPER-DAYS (WS-BAND-SUB)        02650001
026600     ADD 1 TO BT-COUNT (WS-BAND-SUB)                              02660001
026700     ADD WS-HOLD-VALUE TO BT-VALUE (WS-BAND-SUB)                  02670001
026800     .                                                            02680001
026900                                                                  02690001
027000 210-NEXT-AGE-BAND.                                               02700001
027100     ADD 1 TO WS-BAND-SUB                                         02710001
027200     .                                                            02720001
027300                                                                  02730001
027400 700-PRINT-AGING-TOTALS.                                          02740001
027500     PERFORM 710-PRINT-BAND-LINE                                  02750001
027600       VARYING WS-BAND-SUB FROM 1 BY 1                            02760001
027700       UNTIL WS-BAND-SUB > 4                                      02770001
027800     MOVE WS-TRANSFER-COUNT TO TL-COUNT                           02780001
027900     MOVE WS-TOTAL-VALUE TO TL-VALUE                              02790001
028000     WRITE AGING-PRINT-REC FROM WS-AGING-TOTAL-LINE               02800001
028100       AFTER ADVANCING 2 LINES                                    02810001
028200     END-WRITE                                                    02820001
028300     .                                                            02830001
028400                                                                  02840001
028500 710-PRINT-BAND-LINE.                                             02850001
028600     MOVE BD-LABEL (WS-BAND-SUB) TO BL-LABEL                      02860001
028700     MOVE BT-COUNT (WS-BAND-SUB) TO BL-COUNT                      02870001
028800     MOVE BT-VALUE (WS-BAND-SUB) TO BL-VALUE                      02880001
028900     IF WS-BAND-SUB = 1                                           02890001
029000         WRITE AGING-PRINT-REC FROM WS-BAND-LINE                  02900001
029100           AFTER ADVANCING 3 LINES                                02910001
029200         END-WRITE                                                02920001
029300     ELSE                                                         02930001
029400         WRITE AGING-PRINT-REC FROM WS-BAND-LINE                  02940001
029500           AFTER ADVANCING 1 LINE                                 02950001
029600         END-WRITE                                                02960001
029700     END-IF                                                       02970001
029800     .                                                            02980001
029900                                                                  02990001
030000 800-PRINT-HEADINGS.                                              03000001
030100     MOVE WS-DATE-8 TO AH-RUN-DATE                                03010001
030200     WRITE AGING-PRINT-REC FROM WS-AGING-HEADING                  03020001
030300       AFTER ADVANCING PAGE                                       03030001
030400     END-WRITE                                                    03040001
030500     WRITE AGING-PRINT-REC FROM WS-AGING-COLUMN-HEADING           03050001
030600       AFTER ADVANCING 2 LINES                                    03060001
030700     END-WRITE                                                    03070001
030800     .                                                            03080001
030900                                                                  03090001
031000 850-GET-DATE.                                                    03100001
031100     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          03110001
031200     .                                                            03120001
