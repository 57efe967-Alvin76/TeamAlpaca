000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    HISTINQ.                                          00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*ONLINE CICS ITEM HISTORY INQUIRY - TAKES AN ITEM   *             00090001
001000*NAME AND PAGES BACK THROUGH THAT ITEM'S DAILY      *             00100001
001100*HISTORY SNAPSHOTS, NEWEST FIRST, TEN TO A PAGE.    *             00110001
001200*EACH LINE SHOWS THE SNAPSHOT DATE AND SITE, UNITS  *             00120001
001300*ON HAND, UNITS USED, WASTE AND VALUE, WITH THE     *             00130001
001400*ITEM'S LAST RECEIPT AND LAST COUNT DATE ABOVE, SO  *             00140001
001500*A MANAGER CAN SEE WHEN AN ITEM STARTED DRIFTING    *             00150001
001600*WITHOUT A BATCH RUN.  READS THE HISTONL KSDS THE   *             00160001
001700*NIGHTLY HISTORY LOAD REBUILDS                      *             00170001
001800*****************************************************             00180001
001900                                                                  00190001
002000 ENVIRONMENT DIVISION.                                            00200001
002100 CONFIGURATION SECTION.                                           00210001
002200 SOURCE-COMPUTER.                                                 00220001
002300     Z13                                                          00230001
002400     WITH DEBUGGING MODE                                          00240001
002500     .                                                            00250001
002600                                                                  00260001
002700 DATA DIVISION.                                                   00270001
002800 WORKING-STORAGE SECTION.                                         00280001
002900                                                                  00290001
003000*****************************************************             00300001
003100*   ONLINE HISTORY RECORD LAYOUT - SHARED COPYBOOK  *             00310001
003200*****************************************************             00320001
003300     COPY HISTONL.                                                00330001
003400                                                                  00340001
003500 01  WS-SCREEN-AREAS.                                             00350001
003600     10  WS-SEND-LINE              PIC X(79) VALUE SPACES.        00360001
003700     10  WS-SEND-LENGTH            PIC S9(04) COMP VALUE 79.      00370001
003800     10  WS-RECEIVE-LINE.                                         00380001
003900         15  WS-RCV-REQUEST        PIC X(01).                     00390001
004000         15  WS-RCV-VALUE          PIC X(17).                     00400001
004100     10  WS-RECEIVE-LENGTH         PIC S9(04) COMP VALUE 18.      00410001
004200     10  WS-PAGE-AREA.                                            00420001
004300         15  WS-PAGE-TITLE         PIC X(79).                     00430001
004400         15  WS-PAGE-COLUMNS       PIC X(79).                     00440001
004500         15  WS-PAGE-LINE OCCURS 10 TIMES.                        00450001
004600             20  WS-PL-RUN-DATE    PIC 9(08).                     00460001
004700             20  FILLER            PIC X(02).                     00470001
004800             20  WS-PL-SITE-CODE   PIC X(05).                     00480001
004900             20  FILLER            PIC X(02).                     00490001
005000             20  WS-PL-UNITS       PIC -(5)9.                     00500001
005100             20  FILLER            PIC X(03).                     00510001
005200             20  WS-PL-UNITS-DAY   PIC -(3)9.                     00520001
005300             20  FILLER            PIC X(03).                     00530001
005400             20  WS-PL-WASTE       PIC -(3)9.                     00540001
005500             20  FILLER            PIC X(03).                     00550001
005600             20  WS-PL-VALUE       PIC -(7)9.99.                  00560001
005700             20  FILLER            PIC X(28).                     00570001
005800     10  WS-PAGE-LENGTH            PIC S9(04) COMP VALUE 948.     00580001
005900                                                                  00590001
006000 01  WS-TITLE-LINE.                                               00600001
006100     10  FILLER                    PIC X(06) VALUE 'ITEM: '.      00610001
006200     10  WS-TL-ITEM-NAME           PIC X(17).                     00620001
006300     10  FILLER                    PIC X(16) VALUE                00630001
006400         '  LAST RECEIPT: '.                                      00640001
006500     10  WS-TL-RECEIPT-DATE        PIC X(08).                     00650001
006600     10  FILLER                    PIC X(14) VALUE                00660001
006700         '  LAST COUNT: '.                                        00670001
006800     10  WS-TL-COUNT-DATE          PIC X(08).                     00680001
006900     10  FILLER                    PIC X(10) VALUE SPACES.        00690001
007000                                                                  00700001
007100 01  WS-COLUMN-LINE.                                              00710001
007200     10  FILLER                    PIC X(10) VALUE 'DATE'.        00720001
007300     10  FILLER                    PIC X(07) VALUE 'SITE'.        00730001
007400     10  FILLER                    PIC X(09) VALUE 'ON HAND'.     00740001
007500     10  FILLER                    PIC X(07) VALUE 'USED'.        00750001
007600     10  FILLER                    PIC X(07) VALUE 'WASTE'.       00760001
007700     10  FILLER                    PIC X(11) VALUE '      VALUE'. 00770001
007800     10  FILLER                    PIC X(28) VALUE SPACES.        00780001
007900                                                                  00790001
008000 01  WS-BROWSE-FLAGS.                                             00800001
008100     10  WS-RESP-CODE              PIC S9(08) COMP.               00810001
008200     10  WS-LINES-FILLED           PIC 9(02) VALUE ZERO.          00820001
008300     10  WS-BROWSE-DONE            PIC X(03) VALUE 'NO'.          00830001
008400     10  WS-SUB                    PIC S9(04) COMP VALUE ZERO.    00840001
008500     10  WS-LO-SUB                 PIC S9(04) COMP VALUE ZERO.    00850001
008600     10  WS-HI-SUB                 PIC S9(04) COMP VALUE ZERO.    00860001
008700     10  WS-SWAP-LINE              PIC X(79) VALUE SPACES.        00870001
008800     10  WS-KEY-SWAP               PIC X(30) VALUE SPACES.        00880001
008900     10  WS-START-KEY              PIC X(30) VALUE SPACES.        00890001
009000     10  WS-EMPTY-MESSAGE          PIC X(40) VALUE SPACES.        00900001
009100     10  WS-LAST-RECEIPT-DATE      PIC 9(08) VALUE ZERO.          00910001
009200     10  WS-LAST-COUNT-DATE        PIC 9(08) VALUE ZERO.          00920001
009300                                                                  00930001
009400 01  WS-BROWSE-KEY.                                               00940001
009500     10  BK-ITEM-NAME              PIC X(17).                     00950001
009600     10  BK-RUN-DATE               PIC 9(08).                     00960001
009700     10  BK-SITE-CODE              PIC X(05).                     00970001
009800                                                                  00980001
009900 01  WS-COMMAREA.                                                 00990001
010000     10  CA-ITEM-NAME              PIC X(17).                     01000001
010100     10  CA-FIRST-KEY              PIC X(30).                     01010001
010200     10  CA-LAST-KEY               PIC X(30).                     01020001
010300                                                                  01030001
010400 LINKAGE SECTION.                                                 01040001
010500 01  DFHCOMMAREA                   PIC X(77).                     01050001
010600                                                                  01060001
010700 PROCEDURE DIVISION.                                              01070001
010800                                                                  01080001
010900*****************************************************             01090001
011000*   MAIN PROGRAM ROUTINE - PSEUDO-CONVERSATIONAL    *             01100001
011100*   I<ITEM NAME> SHOWS THE NEWEST PAGE, B PAGES TO  *             01110001
011200*   OLDER SNAPSHOTS, F BACK TOWARD NEWER ONES       *             01120001
011300*****************************************************             01130001
011400 010-MAIN-CICS.                                                   01140001
011500     IF EIBCALEN = 0                                              01150001
011600         MOVE SPACES TO WS-COMMAREA                               01160001
011700         PERFORM 100-SEND-HISTORY-PROMPT                          01170001
011800     ELSE                                                         01180001
011900         MOVE DFHCOMMAREA TO WS-COMMAREA                          01190001
012000         PERFORM 200-RECEIVE-HISTORY-REQUEST                      01200001
012100     END-IF                                                       01210001
012200     EXEC CICS RETURN                                             01220001
012300         TRANSID('FRHI')                                          01230001
012400         COMMAREA(WS-COMMAREA)                                    01240001
012500         LENGTH(77)                                               01250001
012600     END-EXEC                                                     01260001
012700     .                                                            01270001
012800                                                                  01280001
012900 100-SEND-HISTORY-PROMPT.                                         01290001
013000     MOVE SPACES TO WS-SEND-LINE                                  01300001
013100     MOVE 'ENTER I<ITEM NAME>, THEN B (OLDER) OR F (NEWER)'       01310001
013200         TO WS-SEND-LINE                                          01320001
013300     EXEC CICS SEND TEXT                                          01330001
013400         FROM(WS-SEND-LINE)                                       01340001
013500         LENGTH(WS-SEND-LENGTH)                                   01350001
013600         ERASE                                                    01360001
013700     END-EXEC                                                     01370001
013800     .                                                            01380001
013900                                                                  01390001
014000 200-RECEIVE-HISTORY-REQUEST.                                     01400001
014100     MOVE SPACES TO WS-RECEIVE-LINE                               01410001
014200     EXEC CICS RECEIVE                                            01420001
014300         INTO(WS-RECEIVE-LINE)                                    01430001
014400         LENGTH(WS-RECEIVE-LENGTH)                                01440001
014500         RESP(WS-RESP-CODE)                                       01450001
014600     END-EXEC                                                     01460001
014700     EVALUATE TRUE                                                01470001
014800         WHEN WS-RCV-REQUEST = 'I'                                01480001
014900             AND WS-RCV-VALUE NOT = SPACES                        01490001
015000             MOVE WS-RCV-VALUE TO CA-ITEM-NAME                    01500001
015100             MOVE HIGH-VALUES TO WS-BROWSE-KEY                    01510001
015200             MOVE CA-ITEM-NAME TO BK-ITEM-NAME                    01520001
015300             MOVE 'NO HISTORY ON FILE FOR THAT ITEM'              01530001
015400                 TO WS-EMPTY-MESSAGE                              01540001
015500             PERFORM 300-BROWSE-OLDER                             01550001
015600         WHEN WS-RCV-REQUEST = 'B'                                01560001
015700             AND CA-ITEM-NAME NOT = SPACES                        01570001
015800             MOVE CA-LAST-KEY TO WS-BROWSE-KEY                    01580001
015900             MOVE 'NO OLDER SNAPSHOTS FOR THIS ITEM'              01590001
016000                 TO WS-EMPTY-MESSAGE                              01600001
016100             PERFORM 300-BROWSE-OLDER                             01610001
016200         WHEN WS-RCV-REQUEST = 'F'                                01620001
016300             AND CA-ITEM-NAME NOT = SPACES                        01630001
016400             MOVE CA-FIRST-KEY TO WS-BROWSE-KEY                   01640001
016500             MOVE 'NO NEWER SNAPSHOTS FOR THIS ITEM'              01650001
016600                 TO WS-EMPTY-MESSAGE                              01660001
016700             PERFORM 400-BROWSE-NEWER                             01670001
016800         WHEN OTHER                                               01680001
016900             PERFORM 100-SEND-HISTORY-PROMPT                      01690001
017000     END-EVALUATE                                                 01700001
017100     .                                                            01710001
017200                                                                  01720001
017300*****************************************************             01730001
017400*   FILL ONE PAGE READING BACKWARD STRICTLY BEFORE  *             01740001
017500*   THE START KEY - THE ITEM NAME WITH HIGH-VALUES  *             01750001
017600*   FOR THE NEWEST PAGE, OR THE OLDEST KEY SHOWN    *             01760001
017700*   FOR THE NEXT OLDER ONE.  WHEN NOTHING SORTS AT  *             01770001
017800*   OR AFTER THE START KEY THE BROWSE STARTS FROM   *             01780001
017900*   THE END OF THE FILE INSTEAD                     *             01790001
018000*****************************************************             01800001
018100 300-BROWSE-OLDER.                                                01810001
018200     MOVE SPACES TO WS-PAGE-AREA                                  01820001
018300     MOVE ZERO TO WS-LINES-FILLED                                 01830001
018400     MOVE 'NO' TO WS-BROWSE-DONE                                  01840001
018500     MOVE WS-BROWSE-KEY TO WS-START-KEY                           01850001
018600     EXEC CICS STARTBR                                            01860001
018700         DATASET('HISTONL')                                       01870001
018800         RIDFLD(WS-BROWSE-KEY)                                    01880001
018900         KEYLENGTH(30)                                            01890001
019000         GTEQ                                                     01900001
019100         RESP(WS-RESP-CODE)                                       01910001
019200     END-EXEC                                                     01920001
019300     IF WS-RESP-CODE = DFHRESP(NOTFND)                            01930001
019400         MOVE HIGH-VALUES TO WS-BROWSE-KEY                        01940001
019500         EXEC CICS STARTBR                                        01950001
019600             DATASET('HISTONL')                                   01960001
019700             RIDFLD(WS-BROWSE-KEY)                                01970001
019800             KEYLENGTH(30)                                        01980001
019900             GTEQ                                                 01990001
020000             RESP(WS-RESP-CODE)                                   02000001
020100         END-EXEC                                                 02010001
020200     END-IF                                                       02020001
020300     IF WS-RESP-CODE = DFHRESP(NORMAL)                            02030001
020400         PERFORM 310-READ-PREV-SNAPSHOT                           02040001
020500           UNTIL WS-BROWSE-DONE = 'YES'                           02050001
020600             OR WS-LINES-FILLED = 10                              02060001
020700         PERFORM 700-END-BROWSE                                   02070001
020800     END-IF                                                       02080001
020900     PERFORM 500-SEND-PAGE                                        02090001
021000     .                                                            02100001
021100                                                                  02110001
021200 310-READ-PREV-SNAPSHOT.                                          02120001
021300     EXEC CICS READPREV                                           02130001
021400         DATASET('HISTONL')                                       02140001
021500         INTO(HISTORY-ONLINE-REC)                                 02150001
021600         RIDFLD(WS-BROWSE-KEY)                                    02160001
021700         KEYLENGTH(30)                                            02170001
021800         RESP(WS-RESP-CODE)                                       02180001
021900     END-EXEC                                                     02190001
022000     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)                        02200001
022100         MOVE 'YES' TO WS-BROWSE-DONE                             02210001
022200     ELSE                                                         02220001
022300         IF HO-KEY < WS-START-KEY                                 02230001
022400             PERFORM 330-CHECK-AND-FILL-LINE                      02240001
022500         END-IF                                                   02250001
022600     END-IF                                                       02260001
022700     .                                                            02270001
022800                                                                  02280001
022900*****************************************************             02290001
023000*   FILL ONE PAGE READING FORWARD STRICTLY AFTER    *             02300001
023100*   THE NEWEST KEY SHOWN, THEN REVERSE IT SO THE    *             02310001
023200*   PAGE STILL READS NEWEST AT THE TOP AND A        *             02320001
023300*   FOLLOWING B CONTINUES PAST ITS BOTTOM           *             02330001
023400*****************************************************             02340001
023500 400-BROWSE-NEWER.                                                02350001
023600     MOVE SPACES TO WS-PAGE-AREA                                  02360001
023700     MOVE ZERO TO WS-LINES-FILLED                                 02370001
023800     MOVE 'NO' TO WS-BROWSE-DONE                                  02380001
023900     MOVE WS-BROWSE-KEY TO WS-START-KEY                           02390001
024000     EXEC CICS STARTBR                                            02400001
024100         DATASET('HISTONL')                                       02410001
024200         RIDFLD(WS-BROWSE-KEY)                                    02420001
024300         KEYLENGTH(30)                                            02430001
024400         GTEQ                                                     02440001
024500         RESP(WS-RESP-CODE)                                       02450001
024600     END-EXEC                                                     02460001
024700     IF WS-RESP-CODE = DFHRESP(NORMAL)                            02470001
024800         PERFORM 410-READ-NEXT-SNAPSHOT                           02480001
024900           UNTIL WS-BROWSE-DONE = 'YES'                           02490001
025000             OR WS-LINES-FILLED = 10                              02500001
025100         PERFORM 700-END-BROWSE                                   02510001
025200     END-IF                                                       02520001
025300     PERFORM 420-REORDER-NEWER-PAGE                               02530001
025400     PERFORM 500-SEND-PAGE                                        02540001
025500     .                                                            02550001
025600                                                                  02560001
025700 410-READ-NEXT-SNAPSHOT.                                          02570001
025800     EXEC CICS READNEXT                                           02580001
025900         DATASET('HISTONL')                                       02590001
026000         INTO(HISTORY-ONLINE-REC)                                 02600001
026100         RIDFLD(WS-BROWSE-KEY)                                    02610001
026200         KEYLENGTH(30)                                            02620001
026300         RESP(WS-RESP-CODE)                                       02630001
026400     END-EXEC                                                     02640001
026500     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)                        02650001
026600         MOVE 'YES' TO WS-BROWSE-DONE                             02660001
026700     ELSE                                                         02670001
026800         IF HO-KEY > WS-START-KEY                                 02680001
026900             PERFORM 330-CHECK-AND-FILL-LINE                      02690001
027000         END-IF                                                   02700001
027100     END-IF                                                       02710001
027200     .                                                            02720001
027300                                                                  02730001
027400*****************************************************             02740001
027500*   A NEWER PAGE WAS FILLED IN ASCENDING DATE       *             02750001
027600*   ORDER: FLIP THE LINES SO THE NEWEST IS ON TOP   *             02760001
027700*   AND SWAP THE PAGE-EDGE KEYS TO MATCH            *             02770001
027800*****************************************************             02780001
027900 420-REORDER-NEWER-PAGE.                                          02790001
028000     IF WS-LINES-FILLED > 0                                       02800001
028100         MOVE 1 TO WS-LO-SUB                                      02810001
028200         MOVE WS-LINES-FILLED TO WS-HI-SUB                        02820001
028300         PERFORM 430-SWAP-PAGE-LINES                              02830001
028400           UNTIL WS-LO-SUB NOT < WS-HI-SUB                        02840001
028500         MOVE CA-FIRST-KEY TO WS-KEY-SWAP                         02850001
028600         MOVE CA-LAST-KEY TO CA-FIRST-KEY                         02860001
028700         MOVE WS-KEY-SWAP TO CA-LAST-KEY                          02870001
028800     END-IF                                                       02880001
028900     .                                                            02890001
029000                                                                  02900001
029100 430-SWAP-PAGE-LINES.                                             02910001
029200     MOVE WS-PAGE-LINE (WS-LO-SUB) TO WS-SWAP-LINE                02920001
029300     MOVE WS-PAGE-LINE (WS-HI-SUB) TO                             02930001
029400         WS-PAGE-LINE (WS-LO-SUB)                                 02940001
029500     MOVE WS-SWAP-LINE TO WS-PAGE-LINE (WS-HI-SUB)                02950001
029600     ADD 1 TO WS-LO-SUB                                           02960001
029700     SUBTRACT 1 FROM WS-HI-SUB                                    02970001
029800     .                                                            02980001
029900                                                                  02990001
030000*****************************************************             03000001
030100*   A LINE QUALIFIES WHILE THE SNAPSHOT IS STILL    *             03010001
030200*   FOR THE ITEM ASKED ABOUT; THE PAGE-EDGE KEYS    *             03020001
030300*   ARE ONLY MOVED WHEN A LINE IS ACTUALLY SHOWN    *             03030001
030400*****************************************************             03040001
030500 330-CHECK-AND-FILL-LINE.                                         03050001
030600     IF HO-ITEM-NAME NOT = CA-ITEM-NAME                           03060001
030700         MOVE 'YES' TO WS-BROWSE-DONE                             03070001
030800     ELSE                                                         03080001
030900         PERFORM 340-FILL-PAGE-LINE                               03090001
031000     END-IF                                                       03100001
031100     .                                                            03110001
031200                                                                  03120001
031300 340-FILL-PAGE-LINE.                                              03130001
031400     ADD 1 TO WS-LINES-FILLED                                     03140001
031500     MOVE WS-LINES-FILLED TO WS-SUB                               03150001
031600     MOVE HO-RUN-DATE TO WS-PL-RUN-DATE (WS-SUB)                  03160001
031700     MOVE HO-SITE-CODE TO WS-PL-SITE-CODE (WS-SUB)                03170001
031800     MOVE HO-UNITS TO WS-PL-UNITS (WS-SUB)                        03180001
031900     MOVE HO-UNITS-DAY TO WS-PL-UNITS-DAY (WS-SUB)                03190001
032000     MOVE HO-WASTE-UNITS TO WS-PL-WASTE (WS-SUB)                  03200001
032100     MOVE HO-INVENTORY-VALUE TO WS-PL-VALUE (WS-SUB)              03210001
032200     IF WS-LINES-FILLED = 1                                       03220001
032300         MOVE HO-KEY TO CA-FIRST-KEY                              03230001
032400         MOVE HO-LAST-RECEIPT-DATE TO WS-LAST-RECEIPT-DATE        03240001
032500         MOVE HO-LAST-COUNT-DATE TO WS-LAST-COUNT-DATE            03250001
032600     END-IF                                                       03260001
032700     MOVE HO-KEY TO CA-LAST-KEY                                   03270001
032800     .                                                            03280001
032900                                                                  03290001
033000*****************************************************             03300001
033100*   THE RECEIPT AND COUNT DATES ARE THE SAME ON     *             03310001
033200*   EVERY SNAPSHOT OF AN ITEM (AS AT THE LAST LOAD) *             03320001
033300*   AND SHOW ONCE IN THE TITLE; ZERO MEANS NONE     *             03330001
033400*****************************************************             03340001
033500 500-SEND-PAGE.                                                   03350001
033600     IF WS-LINES-FILLED = ZERO                                    03360001
033700         MOVE SPACES TO WS-SEND-LINE                              03370001
033800         MOVE WS-EMPTY-MESSAGE TO WS-SEND-LINE                    03380001
033900         EXEC CICS SEND TEXT                                      03390001
034000             FROM(WS-SEND-LINE)                                   03400001
034100             LENGTH(WS-SEND-LENGTH)                               03410001
034200             ERASE                                                03420001
034300         END-EXEC                                                 03430001
034400     ELSE                                                         03440001
034500         MOVE CA-ITEM-NAME TO WS-TL-ITEM-NAME                     03450001
034600         IF WS-LAST-RECEIPT-DATE = ZERO                           03460001
034700             MOVE 'NONE' TO WS-TL-RECEIPT-DATE                    03470001
034800         ELSE                                                     03480001
034900             MOVE WS-LAST-RECEIPT-DATE TO WS-TL-RECEIPT-DATE      03490001
035000         END-IF                                                   03500001
035100         IF WS-LAST-COUNT-DATE = ZERO                             03510001
035200             MOVE 'NONE' TO WS-TL-COUNT-DATE                      03520001
035300         ELSE                                                     03530001
035400             MOVE WS-LAST-COUNT-DATE TO WS-TL-COUNT-DATE          03540001
035500         END-IF                                                   03550001
035600         MOVE WS-TITLE-LINE TO WS-PAGE-TITLE                      03560001
035700         MOVE WS-COLUMN-LINE TO WS-PAGE-COLUMNS                   03570001
035800         EXEC CICS SEND TEXT                                      03580001
035900             FROM(WS-PAGE-AREA)                                   03590001
036000             LENGTH(WS-PAGE-LENGTH)                               03600001
036100             ERASE                                                03610001
036200         END-EXEC                                                 03620001
036300     END-IF                                                       03630001
036400     .                                                            03640001
036500                                                                  03650001
036600 700-END-BROWSE.                                                  03660001
036700     EXEC CICS ENDBR                                              03670001
036800         DATASET('HISTONL')                                       03680001
036900     END-EXEC                                                     03690001
037000     .                                                            03700001
