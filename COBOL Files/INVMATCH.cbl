001400*EXTRACT FOR ACCOUNTS PAYABLE; PRICE, QUANTITY AND  *             00140001
001500*NO-RECEIPT MISMATCHES GO ON AN EXCEPTION REGISTER  *             00150001
001600*BY SUPPLIER.  NOBODY PAYS FOR CASES THAT NEVER     *             00160001
001625*HIT THE SHELF.  A FOREIGN-CURRENCY SUPPLIER'S      *             00162501
001650*INVOICE IS CONVERTED TO DOLLARS AT THE RATE IN     *             00165001
001675*EFFECT ON THE INVOICE DATE BEFORE IT IS MATCHED,   *             00167501
001700*THE OWN-CURRENCY AMOUNT RIDES ON THE APPROVAL FOR  *             00170001
001725*THE PAYMENT EXTRACT, AND EVERY APPROVED FOREIGN    *             00172501
001750*LINE IS LOGGED AT BOTH THE RECEIPT AND INVOICE     *             00175001
001775*RATES FOR THE MONTHLY EXCHANGE GAIN/LOSS REPORT    *             00177501
001800*****************************************************             00180001
001900                                                                  00190001
002000 ENVIRONMENT DIVISION.                                            00200001
003200         FILE STATUS IS WS-OPENPO-STATUS.                         00320001
003300     SELECT PAY-APPROVE-FILE       ASSIGN TO MYPAYAPR.            00330001
003400     SELECT MATCH-PRINT-FILE       ASSIGN TO MYMCHRPT.            00340001
003433     SELECT CREDIT-MEMO-FILE       ASSIGN TO MYCREDIT             00343301
003466         FILE STATUS IS WS-CREDIT-STATUS.                         00346601
003470     SELECT SUPPLIER-MASTER        ASSIGN TO MYSUPMST             00347001
003474         ORGANIZATION IS INDEXED                                  00347401
003478         ACCESS MODE IS RANDOM                                    00347801
003482         RECORD KEY IS SM-SUPPLIER-CODE                           00348201
003486         FILE STATUS IS WS-SUPMST-STATUS.                         00348601
003490     SELECT FX-HIST-FILE           ASSIGN TO MYFXHIST             00349001
003494         FILE STATUS IS WS-FXHIST-STATUS.                         00349401
003500                                                                  00350001
003600 DATA DIVISION.                                                   00360001
003700 FILE SECTION.                                                    00370001
005300                                                                  00530001
005400 FD  PAY-APPROVE-FILE                                             00540001
005500     RECORDING MODE IS F.                                         00550001
005600     COPY PAYAPR.                                                 00560001
006600                                                                  00660001
006700 FD  MATCH-PRINT-FILE                                             00670001
006800     RECORDING MODE IS F.                                         00680001
006900 01  MATCH-PRINT-REC.                                             00690001
007000     10  FILLER                    PIC X(132).                    00700001
007100                                                                  00710001
007120 FD  CREDIT-MEMO-FILE                                             00712001
007140     RECORDING MODE IS F.                                         00714001
007160     COPY CRMEMO.                                                 00716001
007162                                                                  00716201
007164 FD  SUPPLIER-MASTER.                                             00716401
007166     COPY SUPMST.                                                 00716601
007168                                                                  00716801
007170 FD  FX-HIST-FILE                                                 00717001
007172     RECORDING MODE IS F.                                         00717201
007174     COPY FXHIST.                                                 00717401
007180                                                                  00718001
007200 WORKING-STORAGE SECTION.                                         00720001
007300                                                                  00730001
007400 01  WS-COUNTERS-FLAGS.                                           00740001
008300                                                                  00830001
008400 01  WS-VALIDATION-FLAGS.                                         00840001
008500     10  WS-OPENPO-STATUS          PIC X(02) VALUE SPACES.        00850001
008550     10  WS-CREDIT-STATUS          PIC X(02) VALUE SPACES.        00855001
008566     10  WS-SUPMST-STATUS          PIC X(02) VALUE SPACES.        00856601
008582     10  WS-FXHIST-STATUS          PIC X(02) VALUE SPACES.        00858201
008600                                                                  00860001
008700 01  WS-DATE-FIELDS.                                              00870001
008800     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          00880001
010900 01  WS-OPEN-PO-TABLE.                                            01090001
011000     10  WS-OP-ENTRY OCCURS 500 TIMES.                            01100001
011100         15  WS-TBL-OPEN-PO        PIC X(80).                     01110001
011104                                                                  01110401
011108*****************************************************             01110801
011112*   OPEN RETURN-TO-VENDOR CREDITS HELD IN STORAGE.  *             01111201
011116*   EACH APPROVED LINE TAKES WHAT IT CAN FROM ITS   *             01111601
011120*   SUPPLIER'S OPEN CREDITS, OLDEST FIRST, AND THE  *             01112001
011124*   FILE IS WRITTEN BACK AT END OF RUN WITH FULLY   *             01112401
011128*   USED CREDITS DROPPED.  AN OVERFLOWED TABLE NETS *             01112801
011132*   NOTHING, SO NO CREDIT IS EVER TAKEN TWICE       *             01113201
011136*****************************************************             01113601
011140 01  WS-CREDIT-CONTROL.                                           01114001
011144     10  WS-CREDIT-EOF             PIC X(03) VALUE 'NO'.          01114401
011148     10  WS-CREDIT-LOADED          PIC X(03) VALUE 'NO'.          01114801
011152     10  WS-CREDIT-OVERFLOW        PIC X(03) VALUE 'NO'.          01115201
011156     10  WS-CREDIT-COUNT           PIC 9(03) VALUE ZERO.          01115601
011160     10  WS-CREDIT-SUB             PIC S9(04) COMP VALUE ZERO.    01116001
011164     10  WS-NETTED-COUNT           PIC 9(05) VALUE ZERO.          01116401
011168     10  WS-CREDIT-REMAINING       PIC S9(07)V99 VALUE ZERO.      01116801
011172     10  WS-CREDIT-TAKEN           PIC S9(07)V99 VALUE ZERO.      01117201
011176     10  WS-INVOICE-CREDIT         PIC S9(07)V99 VALUE ZERO.      01117601
011180 01  WS-CREDIT-TABLE.                                             01118001
011184     10  WS-CM-ENTRY OCCURS 500 TIMES.                            01118401
011188         15  WS-TBL-CREDIT         PIC X(80).                     01118801
011200                                                                  01120001
011205*****************************************************             01120501
011210*   A SUPPLIER WHO INVOICES IN ITS OWN CURRENCY IS  *             01121001
011215*   MATCHED AND APPROVED IN DOLLARS AT THE RATE IN  *             01121501
011220*   EFFECT ON THE INVOICE DATE.  A DOMESTIC         *             01122001
011225*   SUPPLIER TAKES RATE ONE AND ITS PRICE AS BILLED *             01122501
011230*****************************************************             01123001
011235 01  WS-CURRENCY-CONTROL.                                         01123501
011240     10  WS-SUPMST-LOADED          PIC X(03) VALUE 'NO'.          01124001
011245     10  WS-FX-VALID               PIC X(03) VALUE 'YES'.         01124501
011250     10  WS-FX-REMARK              PIC X(34) VALUE SPACES.        01125001
011255     10  WS-FX-CURRENCY            PIC X(03) VALUE SPACES.        01125501
011260     10  WS-DOLLAR-PRICE           PIC S9(03)V99 VALUE ZERO.      01126001
011265     10  WS-INVOICE-RATE           PIC 9(03)V9(06) VALUE 1.       01126501
011270     10  WS-FOREIGN-EXTENDED       PIC S9(07)V99 VALUE ZERO.      01127001
011275     10  WS-FOREIGN-CREDIT         PIC S9(07)V99 VALUE ZERO.      01127501
011280     10  WS-FXHIST-COUNT           PIC 9(05) VALUE ZERO.          01128001
011285                                                                  01128501
011290     COPY FXCONVP.                                                01129001
011295                                                                  01129501
011300 01  WS-MATCH-HEADING.                                            01130001
011400     10  FILLER                    PIC X(02) VALUE SPACES.        01140001
011500     10  FILLER                    PIC X(34) VALUE                01150001
013300     10  FILLER                    PIC X(02) VALUE SPACES.        01330001
013400     10  ML-REMARK                 PIC X(34).                     01340001
013500     10  FILLER                    PIC X(45) VALUE SPACES.        01350001
013505                                                                  01350501
013510 01  WS-NET-LINE.                                                 01351001
013515     10  FILLER                    PIC X(02) VALUE SPACES.        01351501
013520     10  NL-SUPPLIER-CODE          PIC X(06).                     01352001
013525     10  FILLER                    PIC X(02) VALUE SPACES.        01352501
013530     10  NL-INVOICE-NUMBER         PIC X(10).                     01353001
013535     10  FILLER                    PIC X(02) VALUE SPACES.        01353501
013540     10  NL-CREDIT-NUMBER          PIC X(10).                     01354001
013545     10  FILLER                    PIC X(02) VALUE SPACES.        01354501
013550     10  NL-ITEM-NAME              PIC X(17).                     01355001
013555     10  FILLER                    PIC X(02) VALUE SPACES.        01355501
013560     10  NL-AMOUNT-NETTED          PIC ZZZ,ZZ9.99.                01356001
013565     10  FILLER                    PIC X(02) VALUE SPACES.        01356501
013570     10  NL-CREDIT-LEFT            PIC ZZZ,ZZ9.99.                01357001
013575     10  FILLER                    PIC X(02) VALUE SPACES.        01357501
013580     10  NL-REMARK                 PIC X(24).                     01358001
013585     10  FILLER                    PIC X(31) VALUE SPACES.        01358501
013600                                                                  01360001
013700 PROCEDURE DIVISION.                                              01370001
013800                                                                  01380001
015200         PERFORM 120-LOAD-OPEN-PO-ENTRY                           01520001
015300           UNTIL WS-OPENPO-EOF = 'YES'                            01530001
015400         CLOSE OPEN-PO-FILE                                       01540001
015450         PERFORM 130-LOAD-OPEN-CREDITS                            01545001
015466         PERFORM 140-OPEN-SUPPLIER-MASTER                         01546601
015482         PERFORM 145-OPEN-FX-HISTORY                              01548201
015500         OPEN INPUT INVOICE-FILE                                  01550001
015600         OPEN OUTPUT PAY-APPROVE-FILE                             01560001
015700         OPEN OUTPUT MATCH-PRINT-FILE                             01570001
016000         PERFORM 150-MATCH-INVOICE-LINE                           01600001
016100           UNTIL EOF-FLAG = 'YES'                                 01610001
016200         CLOSE INVOICE-FILE PAY-APPROVE-FILE                      01620001
016230           MATCH-PRINT-FILE FX-HIST-FILE                          01623001
016260         IF WS-SUPMST-LOADED = 'YES'                              01626001
016290             CLOSE SUPPLIER-MASTER                                01629001
016320         END-IF                                                   01632001
016350         PERFORM 560-REWRITE-CREDIT-FILE                          01635001
016400     END-IF                                                       01640001
016500     GOBACK                                                       01650001
016600     .                                                            01660001
019000     PERFORM 110-READ-OPEN-PO                                     01900001
019100     .                                                            01910001
019200                                                                  01920001
019201 130-LOAD-OPEN-CREDITS.                                           01920101
019203     OPEN INPUT CREDIT-MEMO-FILE                                  01920301
019204     IF WS-CREDIT-STATUS = '00'                                   01920401
019206         MOVE 'YES' TO WS-CREDIT-LOADED                           01920601
019207         MOVE 'NO' TO WS-CREDIT-EOF                               01920701
019209         PERFORM 135-READ-OPEN-CREDIT                             01920901
019211             UNTIL WS-CREDIT-EOF = 'YES'                          01921101
019212         CLOSE CREDIT-MEMO-FILE                                   01921201
019214     END-IF                                                       01921401
019215     .                                                            01921501
019217                                                                  01921701
019219 135-READ-OPEN-CREDIT.                                            01921901
019220     READ CREDIT-MEMO-FILE                                        01922001
019222         AT END                                                   01922201
019223             MOVE 'YES' TO WS-CREDIT-EOF                          01922301
019225         NOT AT END                                               01922501
019226             PERFORM 137-STORE-OPEN-CREDIT                        01922601
019228     END-READ                                                     01922801
019230     .                                                            01923001
019231                                                                  01923101
019233 137-STORE-OPEN-CREDIT.                                           01923301
019234     IF WS-CREDIT-COUNT < 500                                     01923401
019236         ADD 1 TO WS-CREDIT-COUNT                                 01923601
019238         MOVE CREDIT-MEMO-REC TO WS-TBL-CREDIT (WS-CREDIT-COUNT)  01923801
019239     ELSE                                                         01923901
019241         DISPLAY 'CREDIT TABLE FULL, NO CREDITS NETTED'           01924101
019242         MOVE 'YES' TO WS-CREDIT-OVERFLOW                         01924201
019244         MOVE 16 TO RETURN-CODE                                   01924401
019246     END-IF                                                       01924601
019247     .                                                            01924701
019249                                                                  01924901
019250*****************************************************             01925001
019252*   WITHOUT THE SUPPLIER MASTER NO CURRENCY IS      *             01925201
019253*   KNOWN AND EVERY INVOICE IS TAKEN AS DOLLARS     *             01925301
019255*****************************************************             01925501
019257 140-OPEN-SUPPLIER-MASTER.                                        01925701
019258     OPEN INPUT SUPPLIER-MASTER                                   01925801
019260     IF WS-SUPMST-STATUS = '00'                                   01926001
019261         MOVE 'YES' TO WS-SUPMST-LOADED                           01926101
019263     ELSE                                                         01926301
019265         DISPLAY 'SUPPLIER MASTER NOT AVAILABLE, STATUS = '       01926501
019266             WS-SUPMST-STATUS ', INVOICES TAKEN AS DOLLARS'       01926601
019268     END-IF                                                       01926801
019269     .                                                            01926901
019271                                                                  01927101
019273*****************************************************             01927301
019274*   THE EXCHANGE HISTORY ACCUMULATES ONE LINE PER   *             01927401
019276*   APPROVED FOREIGN-CURRENCY LINE FOR THE MONTHLY  *             01927601
019277*   GAIN/LOSS REPORT, SO IT IS EXTENDED, NEVER      *             01927701
019279*   RECREATED                                       *             01927901
019280*****************************************************             01928001
019282 145-OPEN-FX-HISTORY.                                             01928201
019284     OPEN INPUT FX-HIST-FILE                                      01928401
019285     IF WS-FXHIST-STATUS = '00'                                   01928501
019287         CLOSE FX-HIST-FILE                                       01928701
019288     ELSE                                                         01928801
019290         OPEN OUTPUT FX-HIST-FILE                                 01929001
019292         CLOSE FX-HIST-FILE                                       01929201
019293     END-IF                                                       01929301
019295     OPEN EXTEND FX-HIST-FILE                                     01929501
019296     .                                                            01929601
019298                                                                  01929801
019300 100-READ-INVOICE.                                                01930001
019400     READ INVOICE-FILE                                            01940001
019500         AT END                                                   01950001
021500         MOVE 'NO MATCHING ORDER ON FILE' TO ML-REMARK            02150001
021600         PERFORM 700-PRINT-EXCEPTION-LINE                         02160001
021700     ELSE                                                         02170001
021781         MOVE WS-TBL-OPEN-PO (WS-PO-HIT-SUB) TO                   02178101
021862             OPEN-PO-REC                                          02186201
021943         PERFORM 160-CONVERT-INVOICE-PRICE                        02194301
022024         COMPUTE WS-PRICE-DIFF =                                  02202401
022105             WS-DOLLAR-PRICE - OP-UNIT-PRICE                      02210501
022186         IF WS-FX-VALID = 'NO'                                    02218601
022267             MOVE WS-FX-REMARK TO ML-REMARK                       02226701
022348             PERFORM 700-PRINT-EXCEPTION-LINE                     02234801
022429         ELSE                                                     02242901
022510             IF OP-RECEIVED-QTY = ZERO                            02251001
022591                 MOVE 'NO RECEIPT POSTED FOR ORDER' TO            02259101
022672                     ML-REMARK                                    02267201
022753                 PERFORM 700-PRINT-EXCEPTION-LINE                 02275301
022834             ELSE                                                 02283401
022915                 IF IV-QTY > OP-RECEIVED-QTY                      02291501
022996                     MOVE 'BILLED QTY EXCEEDS RECEIVED' TO        02299601
023077                         ML-REMARK                                02307701
023158                     PERFORM 700-PRINT-EXCEPTION-LINE             02315801
023239                 ELSE                                             02323901
023320                     IF WS-PRICE-DIFF > WS-PRICE-TOLERANCE        02332001
023401                         OR (ZERO - WS-PRICE-DIFF) >              02340101
023482                             WS-PRICE-TOLERANCE                   02348201
023563                         MOVE 'PRICE OFF ORDER BEYOND TOL' TO     02356301
023644                             ML-REMARK                            02364401
023725                         PERFORM 700-PRINT-EXCEPTION-LINE         02372501
023806                     ELSE                                         02380601
023887                         PERFORM 300-WRITE-PAY-APPROVAL           02388701
023968                     END-IF                                       02396801
024049                 END-IF                                           02404901
024130             END-IF                                               02413001
024211         END-IF                                                   02421101
024292     END-IF                                                       02429201
024400     PERFORM 100-READ-INVOICE                                     02440001
024500     .                                                            02450001
024600                                                                  02460001
024601*****************************************************             02460101
024602*   CONVERT THE BILLED UNIT PRICE AT THE RATE IN    *             02460201
024603*   EFFECT ON THE INVOICE DATE.  WITH NO RATE THE   *             02460301
024604*   LINE CANNOT BE MATCHED AND GOES ON THE          *             02460401
024605*   EXCEPTION REGISTER UNTIL THE RATE IS LOADED     *             02460501
024606*****************************************************             02460601
024607 160-CONVERT-INVOICE-PRICE.                                       02460701
024608     MOVE 'YES' TO WS-FX-VALID                                    02460801
024609     MOVE SPACES TO WS-FX-CURRENCY                                02460901
024610     MOVE IV-UNIT-PRICE TO WS-DOLLAR-PRICE                        02461001
024611     MOVE 1 TO WS-INVOICE-RATE                                    02461101
024612     IF WS-SUPMST-LOADED = 'YES'                                  02461201
024613         MOVE IV-SUPPLIER-CODE TO SM-SUPPLIER-CODE                02461301
024614         READ SUPPLIER-MASTER                                     02461401
024615             INVALID KEY                                          02461501
024616                 CONTINUE                                         02461601
024617             NOT INVALID KEY                                      02461701
024618                 IF SM-CURRENCY-CODE NOT = SPACES                 02461801
024619                     AND SM-CURRENCY-CODE NOT = 'USD'             02461901
024620                     MOVE SM-CURRENCY-CODE TO WS-FX-CURRENCY      02462001
024621                 END-IF                                           02462101
024622         END-READ                                                 02462201
024623     END-IF                                                       02462301
024624     IF WS-FX-CURRENCY NOT = SPACES                               02462401
024625         IF IV-INVOICE-DATE NOT NUMERIC                           02462501
024626             MOVE 'NO' TO WS-FX-VALID                             02462601
024627             MOVE 'INVALID INVOICE DATE' TO WS-FX-REMARK          02462701
024628         ELSE                                                     02462801
024629             MOVE WS-FX-CURRENCY TO XC-CURRENCY-CODE              02462901
024630             MOVE IV-INVOICE-DATE TO XC-DOCUMENT-DATE             02463001
024631             MOVE IV-UNIT-PRICE TO XC-FOREIGN-AMOUNT              02463101
024632             CALL 'FXCONV' USING FX-CONVERT-PARMS                 02463201
024633             IF XC-RESULT NOT = '00'                              02463301
024634                 MOVE 'NO' TO WS-FX-VALID                         02463401
024635                 MOVE 'NO EXCHANGE RATE FOR INVOICE DATE' TO      02463501
024636                     WS-FX-REMARK                                 02463601
024637             ELSE                                                 02463701
024638                 IF XC-DOLLAR-AMOUNT > 999.99                     02463801
024639                     MOVE 'NO' TO WS-FX-VALID                     02463901
024640                     MOVE 'CONVERTED PRICE TOO LARGE' TO          02464001
024641                         WS-FX-REMARK                             02464101
024642                 ELSE                                             02464201
024643                     MOVE XC-DOLLAR-AMOUNT TO WS-DOLLAR-PRICE     02464301
024644                     MOVE XC-RATE TO WS-INVOICE-RATE              02464401
024645                 END-IF                                           02464501
024646             END-IF                                               02464601
024647         END-IF                                                   02464701
024648     END-IF                                                       02464801
024649     .                                                            02464901
024650                                                                  02465001
024700 200-MATCH-PO-LINE.                                               02470001
024800     MOVE WS-TBL-OPEN-PO (WS-PO-SUB) TO OPEN-PO-REC               02480001
024900     IF OP-ITEM-NAME = IV-ITEM-NAME                               02490001
025900     MOVE IV-ITEM-NAME TO PA-ITEM-NAME                            02590001
026000     MOVE OP-PO-NUMBER TO PA-PO-NUMBER                            02600001
026100     MOVE IV-QTY TO PA-QTY                                        02610001
026153     MOVE WS-DOLLAR-PRICE TO PA-UNIT-PRICE                        02615301
026206     COMPUTE WS-FOREIGN-EXTENDED =                                02620601
026259         IV-QTY * IV-UNIT-PRICE                                   02625901
026312     COMPUTE WS-EXTENDED-AMOUNT ROUNDED =                         02631201
026365         WS-FOREIGN-EXTENDED * WS-INVOICE-RATE                    02636501
026420     MOVE ZERO TO WS-INVOICE-CREDIT                               02642001
026440     IF WS-CREDIT-OVERFLOW = 'NO'                                 02644001
026460         PERFORM 320-NET-OPEN-CREDIT                              02646001
026480             VARYING WS-CREDIT-SUB FROM 1 BY 1                    02648001
026500             UNTIL WS-CREDIT-SUB > WS-CREDIT-COUNT                02650001
026520             OR WS-EXTENDED-AMOUNT NOT > ZERO                     02652001
026540     END-IF                                                       02654001
026560     MOVE WS-EXTENDED-AMOUNT TO PA-EXTENDED-AMOUNT                02656001
026580     MOVE WS-INVOICE-CREDIT TO PA-CREDIT-AMOUNT                   02658001
026584     MOVE ZERO TO PA-FOREIGN-AMOUNT                               02658401
026588     IF WS-FX-CURRENCY NOT = SPACES                               02658801
026592         PERFORM 310-SET-FOREIGN-AMOUNT                           02659201
026596     END-IF                                                       02659601
026600     MOVE IV-INVOICE-DATE TO PA-INVOICE-DATE                      02660001
026700     WRITE PAY-APPROVE-REC                                        02670001
026800     ADD 1 TO WS-APPROVED-COUNT                                   02680001
026801     .                                                            02680101
026802                                                                  02680201
026803*****************************************************             02680301
026804*   THE SUPPLIER IS OWED ITS OWN-CURRENCY AMOUNT    *             02680401
026805*   LESS THE DOLLAR CREDIT NETTED, TAKEN BACK AT    *             02680501
026806*   THE SAME RATE.  THE LINE IS ALSO LOGGED FOR THE *             02680601
026807*   EXCHANGE GAIN/LOSS REPORT                       *             02680701
026808*****************************************************             02680801
026809 310-SET-FOREIGN-AMOUNT.                                          02680901
026810     MOVE WS-FX-CURRENCY TO PA-CURRENCY-CODE                      02681001
026811     COMPUTE WS-FOREIGN-CREDIT ROUNDED =                          02681101
026812         WS-INVOICE-CREDIT / WS-INVOICE-RATE                      02681201
026813     COMPUTE PA-FOREIGN-AMOUNT =                                  02681301
026814         WS-FOREIGN-EXTENDED - WS-FOREIGN-CREDIT                  02681401
026815     IF PA-FOREIGN-AMOUNT < ZERO                                  02681501
026816         OR WS-EXTENDED-AMOUNT = ZERO                             02681601
026817         MOVE ZERO TO PA-FOREIGN-AMOUNT                           02681701
026818     END-IF                                                       02681801
026819     PERFORM 350-WRITE-FX-HISTORY                                 02681901
026820     .                                                            02682001
026821                                                                  02682101
026822*****************************************************             02682201
026823*   VALUE THE BILLED OWN-CURRENCY AMOUNT AT THE     *             02682301
026824*   RATE IN EFFECT ON THE DATE THE GOODS WERE       *             02682401
026825*   RECEIVED AND AGAIN AT THE INVOICE RATE.  A LINE *             02682501
026826*   WITH NO RECEIPT DATE, OR NO RATE ON IT, TAKES   *             02682601
026827*   THE INVOICE DATE AND RATE AND SHOWS NO GAIN     *             02682701
026828*****************************************************             02682801
026829 350-WRITE-FX-HISTORY.                                            02682901
026830     MOVE SPACES TO FX-HIST-REC                                   02683001
026831     MOVE IV-SUPPLIER-CODE TO XH-SUPPLIER-CODE                    02683101
026832     MOVE IV-INVOICE-NUMBER TO XH-INVOICE-NUMBER                  02683201
026833     MOVE IV-ITEM-NAME TO XH-ITEM-NAME                            02683301
026834     MOVE IV-QTY TO XH-QTY                                        02683401
026835     MOVE WS-FX-CURRENCY TO XH-CURRENCY-CODE                      02683501
026836     MOVE WS-FOREIGN-EXTENDED TO XH-FOREIGN-AMOUNT                02683601
026837     MOVE IV-INVOICE-DATE TO XH-INVOICE-DATE                      02683701
026838     MOVE WS-INVOICE-RATE TO XH-INVOICE-RATE                      02683801
026839     COMPUTE XH-INVOICE-VALUE ROUNDED =                           02683901
026840         WS-FOREIGN-EXTENDED * WS-INVOICE-RATE                    02684001
026841     MOVE IV-INVOICE-DATE TO XH-RECEIPT-DATE                      02684101
026842     MOVE WS-INVOICE-RATE TO XH-RECEIPT-RATE                      02684201
026843     MOVE XH-INVOICE-VALUE TO XH-RECEIPT-VALUE                    02684301
026844     IF OP-LAST-RECEIPT-DATE NUMERIC                              02684401
026845         AND OP-LAST-RECEIPT-DATE > ZERO                          02684501
026846         MOVE WS-FX-CURRENCY TO XC-CURRENCY-CODE                  02684601
026847         MOVE OP-LAST-RECEIPT-DATE TO XC-DOCUMENT-DATE            02684701
026848         MOVE WS-FOREIGN-EXTENDED TO XC-FOREIGN-AMOUNT            02684801
026849         CALL 'FXCONV' USING FX-CONVERT-PARMS                     02684901
026850         IF XC-RESULT = '00'                                      02685001
026851             MOVE OP-LAST-RECEIPT-DATE TO XH-RECEIPT-DATE         02685101
026852             MOVE XC-RATE TO XH-RECEIPT-RATE                      02685201
026853             MOVE XC-DOLLAR-AMOUNT TO XH-RECEIPT-VALUE            02685301
026854         END-IF                                                   02685401
026855     END-IF                                                       02685501
026856     MOVE WS-DATE-8 TO XH-MATCH-DATE                              02685601
026857     WRITE FX-HIST-REC                                            02685701
026858     ADD 1 TO WS-FXHIST-COUNT                                     02685801
026900     .                                                            02690001
027000                                                                  02700001
027001*****************************************************             02700101
027002*   TAKE AS MUCH OF ONE OPEN CREDIT AS THIS LINE    *             02700201
027003*   WILL BEAR.  THE APPROVED AMOUNT NEVER GOES      *             02700301
027004*   BELOW ZERO; WHAT IS LEFT OF THE CREDIT WAITS    *             02700401
027005*   FOR THE SUPPLIER'S NEXT INVOICE                 *             02700501
027006*****************************************************             02700601
027007 320-NET-OPEN-CREDIT.                                             02700701
027008     MOVE WS-TBL-CREDIT (WS-CREDIT-SUB) TO CREDIT-MEMO-REC        02700801
027009     IF CM-SUPPLIER-CODE = IV-SUPPLIER-CODE                       02700901
027010         COMPUTE WS-CREDIT-REMAINING =                            02701001
027011             CM-CREDIT-AMOUNT - CM-APPLIED-AMOUNT                 02701101
027012         IF WS-CREDIT-REMAINING > ZERO                            02701201
027013             IF WS-CREDIT-REMAINING > WS-EXTENDED-AMOUNT          02701301
027014                 MOVE WS-EXTENDED-AMOUNT TO WS-CREDIT-TAKEN       02701401
027015             ELSE                                                 02701501
027016                 MOVE WS-CREDIT-REMAINING TO WS-CREDIT-TAKEN      02701601
027017             END-IF                                               02701701
027018             ADD WS-CREDIT-TAKEN TO CM-APPLIED-AMOUNT             02701801
027019             SUBTRACT WS-CREDIT-TAKEN FROM WS-EXTENDED-AMOUNT     02701901
027020             SUBTRACT WS-CREDIT-TAKEN FROM WS-CREDIT-REMAINING    02702001
027021             ADD WS-CREDIT-TAKEN TO WS-INVOICE-CREDIT             02702101
027022             IF WS-CREDIT-REMAINING = ZERO                        02702201
027023                 MOVE 'A' TO CM-CREDIT-STATUS                     02702301
027024                 MOVE 'CREDIT FULLY APPLIED' TO NL-REMARK         02702401
027025             ELSE                                                 02702501
027026                 MOVE 'P' TO CM-CREDIT-STATUS                     02702601
027027                 MOVE 'CREDIT PARTLY APPLIED' TO NL-REMARK        02702701
027028             END-IF                                               02702801
027029             MOVE CREDIT-MEMO-REC TO WS-TBL-CREDIT (WS-CREDIT-SUB)02702901
027030             PERFORM 730-PRINT-NET-LINE                           02703001
027031         END-IF                                                   02703101
027032     END-IF                                                       02703201
027033     .                                                            02703301
027034                                                                  02703401
027035*****************************************************             02703501
027036*   WRITE THE CREDIT FILE BACK WITH WHAT IS STILL   *             02703601
027037*   OPEN.  AN OVERFLOWED TABLE LEAVES IT UNTOUCHED  *             02703701
027038*****************************************************             02703801
027039 560-REWRITE-CREDIT-FILE.                                         02703901
027040     IF WS-CREDIT-LOADED = 'YES'                                  02704001
027041         AND WS-CREDIT-OVERFLOW = 'NO'                            02704101
027042         OPEN OUTPUT CREDIT-MEMO-FILE                             02704201
027043         PERFORM 565-WRITE-CREDIT-ENTRY                           02704301
027044           VARYING WS-CREDIT-SUB FROM 1 BY 1                      02704401
027045           UNTIL WS-CREDIT-SUB > WS-CREDIT-COUNT                  02704501
027046         CLOSE CREDIT-MEMO-FILE                                   02704601
027047     END-IF                                                       02704701
027048     .                                                            02704801
027049                                                                  02704901
027050 565-WRITE-CREDIT-ENTRY.                                          02705001
027051     MOVE WS-TBL-CREDIT (WS-CREDIT-SUB) TO CREDIT-MEMO-REC        02705101
027052     IF CM-CREDIT-STATUS NOT = 'A'                                02705201
027053         WRITE CREDIT-MEMO-REC                                    02705301
027054     END-IF                                                       02705401
027055     .                                                            02705501
027056                                                                  02705601
027100 700-PRINT-EXCEPTION-LINE.                                        02710001
027200     MOVE IV-SUPPLIER-CODE TO ML-SUPPLIER-CODE                    02720001
027300     MOVE IV-INVOICE-NUMBER TO ML-INVOICE-NUMBER                  02730001
028000     ADD 1 TO WS-EXCEPT-COUNT                                     02800001
028100     .                                                            02810001
028200                                                                  02820001
028207 730-PRINT-NET-LINE.                                              02820701
028214     MOVE IV-SUPPLIER-CODE TO NL-SUPPLIER-CODE                    02821401
028221     MOVE IV-INVOICE-NUMBER TO NL-INVOICE-NUMBER                  02822101
028228     MOVE CM-CREDIT-NUMBER TO NL-CREDIT-NUMBER                    02822801
028235     MOVE CM-ITEM-NAME TO NL-ITEM-NAME                            02823501
028242     MOVE WS-CREDIT-TAKEN TO NL-AMOUNT-NETTED                     02824201
028249     MOVE WS-CREDIT-REMAINING TO NL-CREDIT-LEFT                   02824901
028256     WRITE MATCH-PRINT-REC FROM WS-NET-LINE                       02825601
028263       AFTER ADVANCING 1 LINE                                     02826301
028270     END-WRITE                                                    02827001
028277     ADD 1 TO WS-NETTED-COUNT                                     02827701
028284     .                                                            02828401
028291                                                                  02829101
028300 800-PRINT-HEADINGS.                                              02830001
028400     MOVE WS-DATE-8 TO MH-RUN-DATE                                02840001
028500     WRITE MATCH-PRINT-REC FROM WS-MATCH-HEADING                  02850001
