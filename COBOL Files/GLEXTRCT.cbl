001700*VALUATION CHANGE OFF THE AUDIT LOG (AGAINST THE    *             00170001
001800*VALUATION ADJUSTMENT ACCOUNT).  AN H CONTROL LINE  *             00180001
001900*WITH LINE COUNT AND AMOUNT HASH TOTAL CLOSES THE   *             00190001
002000*FILE SO FINANCE CAN VERIFY THE LOAD.  THE DAY'S    *             00200001
002020*DONATIONS OFF THE DONATION JOURNAL POST AS A PAIR  *             00202001
002040*OF THEIR OWN (DEBIT THE ACCOUNT MAPPED TO THE      *             00204001
002060*RESERVED 'DONATION' KEY, CREDIT INVENTORY CONTROL) *             00206001
002080*SO GIVEN-AWAY STOCK NEVER READS AS WASTE           *             00208001
002084*EVERY RUN'S LINES, CONTROL LINE INCLUDED, ARE ALSO *             00208401
002088*APPENDED TO THE GL JOURNAL HISTORY THE MONTH-END   *             00208801
002092*RECONCILIATION SUMS, SINCE THE EXTRACT ITSELF IS   *             00209201
002096*REPLACED EACH DAY                                  *             00209601
002100*****************************************************             00210001
002200                                                                  00220001
002300 ENVIRONMENT DIVISION.                                            00230001
004100         FILE STATUS IS WS-CATACT-STATUS.                         00410001
004200     SELECT OPTIONAL SUPPLIER-PERF-FILE ASSIGN TO MYSUPHST        00420001
004300         FILE STATUS IS WS-SUPHST-STATUS.                         00430001
004333     SELECT OPTIONAL DONATION-JOURNAL-FILE ASSIGN TO MYDONJRN     00433301
004366         FILE STATUS IS WS-DONJRN-STATUS.                         00436601
004400     SELECT GL-JOURNAL-FILE        ASSIGN TO MYGLJRNL.            00440001
004433     SELECT OPTIONAL GL-JOURNAL-HISTORY-FILE ASSIGN TO MYGLHIST   00443301
004466         FILE STATUS IS WS-GLHIST-STATUS.                         00446601
004500     SELECT GL-PRINT-FILE          ASSIGN TO MYGLJRPT.            00450001
004600                                                                  00460001
004700 DATA DIVISION.                                                   00470001
006800 FD  SUPPLIER-PERF-FILE                                           00680001
006900     RECORDING MODE IS F.                                         00690001
007000     COPY SUPHST.                                                 00700001
007020                                                                  00702001
007040 FD  DONATION-JOURNAL-FILE                                        00704001
007060     RECORDING MODE IS F.                                         00706001
007080     COPY DONJRNL.                                                00708001
007100                                                                  00710001
007200 FD  GL-JOURNAL-FILE                                              00720001
007300     RECORDING MODE IS F.                                         00730001
007400     COPY GLJRNL.                                                 00740001
007410                                                                  00741001
007420*****************************************************             00742001
007430*   SAME LAYOUT AS GL-JOURNAL-REC, WHICH IS WRITTEN *             00743001
007440*   FROM, SO THE COPYBOOK NAMES ARE NOT DOUBLED     *             00744001
007450*****************************************************             00745001
007460 FD  GL-JOURNAL-HISTORY-FILE                                      00746001
007470     RECORDING MODE IS F.                                         00747001
007480 01  GL-JOURNAL-HIST-REC.                                         00748001
007490     10  FILLER                    PIC X(80).                     00749001
007500                                                                  00750001
007600 FD  GL-PRINT-FILE                                                00760001
007700     RECORDING MODE IS F.                                         00770001
009400     10  WS-AUDIT-STATUS           PIC X(02) VALUE SPACES.        00940001
009500     10  WS-CATACT-STATUS          PIC X(02) VALUE SPACES.        00950001
009600     10  WS-SUPHST-STATUS          PIC X(02) VALUE SPACES.        00960001
009650     10  WS-DONJRN-STATUS          PIC X(02) VALUE SPACES.        00965001
009675     10  WS-GLHIST-STATUS          PIC X(02) VALUE SPACES.        00967501
009700                                                                  00970001
009800 01  WS-DATE-FIELDS.                                              00980001
009900     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          00990001
010700     10  WS-INVENTORY-ACCT         PIC X(08) VALUE SPACES.        01070001
010800     10  WS-PAYABLES-ACCT          PIC X(08) VALUE SPACES.        01080001
010900     10  WS-INVADJUST-ACCT         PIC X(08) VALUE SPACES.        01090001
010950     10  WS-DONATION-ACCT          PIC X(08) VALUE SPACES.        01095001
011000     10  WS-ACCOUNTS-OK            PIC X(03) VALUE 'YES'.         01100001
011100                                                                  01110001
011200 01  WS-EXTRACT-AMOUNTS.                                          01120001
011700     10  WS-INV-DELTA              PIC S9(09)V99 VALUE ZERO.      01170001
011900     10  WS-HASH-TOTAL             PIC S9(11)V99 VALUE ZERO.      01190001
012000     10  WS-LEG-AMOUNT             PIC 9(09)V99 VALUE ZERO.       01200001
012050     10  WS-DONATION-VALUE         PIC S9(09)V99 VALUE ZERO.      01205001
012100                                                                  01210001
012200 01  WS-CATEGORY-WASTE.                                           01220001
012300     10  WS-CW-ENTRY OCCURS 50 TIMES.                             01230001
016800             PERFORM 110-LOAD-CATEGORY-WASTE                      01680001
016900             PERFORM 120-SCAN-AUDIT-LOG                           01690001
017000             PERFORM 130-SUM-TODAYS-RECEIPTS                      01700001
017050             PERFORM 140-SUM-TODAYS-DONATIONS                     01705001
017100             OPEN OUTPUT GL-JOURNAL-FILE                          01710001
017150             OPEN EXTEND GL-JOURNAL-HISTORY-FILE                  01715001
017200             OPEN OUTPUT GL-PRINT-FILE                            01720001
017300             PERFORM 800-PRINT-HEADINGS                           01730001
017400             PERFORM 500-WRITE-WASTE-LINES                        01740001
017500             PERFORM 550-WRITE-RECEIPT-LINES                      01750001
017550             PERFORM 560-WRITE-DONATION-LINES                     01755001
017600             PERFORM 600-WRITE-VALUATION-LINES                    01760001
017700             PERFORM 700-WRITE-HASH-CONTROL                       01770001
017800             CLOSE GL-MAP-MASTER GL-JOURNAL-FILE                  01780001
017850               GL-JOURNAL-HISTORY-FILE                            01785001
017900               GL-PRINT-FILE                                      01790001
018000         END-IF                                                   01800001
018100     END-IF                                                       01810001
021100         NOT INVALID KEY                                          02110001
021200             MOVE GM-GL-ACCOUNT TO WS-INVADJUST-ACCT              02120001
021300     END-READ                                                     02130001
021350     PERFORM 107-FETCH-DONATION-ACCOUNT                           02135001
021400     .                                                            02140001
021406                                                                  02140601
021412*****************************************************             02141201
021418*   THE DONATION ACCOUNT IS ONLY NEEDED ON A DAY    *             02141801
021424*   WITH DONATIONS, SO ITS ABSENCE DOES NOT STOP    *             02142401
021430*   THE EXTRACT; 560 SKIPS THE PAIR AND SAYS SO     *             02143001
021436*****************************************************             02143601
021442 107-FETCH-DONATION-ACCOUNT.                                      02144201
021448     MOVE 'DONATION  ' TO GM-CATEGORY-CODE                        02144801
021454     READ GL-MAP-MASTER                                           02145401
021460         INVALID KEY                                              02146001
021466             MOVE SPACES TO WS-DONATION-ACCT                      02146601
021472         NOT INVALID KEY                                          02147201
021478             MOVE GM-GL-ACCOUNT TO WS-DONATION-ACCT               02147801
021484     END-READ                                                     02148401
021490     .                                                            02149001
021500                                                                  02150001
021600 110-LOAD-CATEGORY-WASTE.                                         02160001
021700     MOVE 'NO' TO EOF-FLAG                                        02170001
031600             END-IF                                               03160001
031700     END-READ                                                     03170001
031800     .                                                            03180001
031804                                                                  03180401
031808 140-SUM-TODAYS-DONATIONS.                                        03180801
031812     MOVE 'NO' TO EOF-FLAG                                        03181201
031816     OPEN INPUT DONATION-JOURNAL-FILE                             03181601
031820     IF WS-DONJRN-STATUS = '00'                                   03182001
031824         PERFORM 142-READ-DONATION-REC                            03182401
031828             UNTIL EOF-FLAG = 'YES'                               03182801
031832         CLOSE DONATION-JOURNAL-FILE                              03183201
031836     END-IF                                                       03183601
031840     .                                                            03184001
031844                                                                  03184401
031848 142-READ-DONATION-REC.                                           03184801
031852     READ DONATION-JOURNAL-FILE                                   03185201
031856         AT END                                                   03185601
031860             MOVE 'YES' TO EOF-FLAG                               03186001
031864         NOT AT END                                               03186401
031868             IF DJ-POST-DATE = WS-DATE-8                          03186801
031872                 ADD DJ-DONATION-VALUE TO WS-DONATION-VALUE       03187201
031876             END-IF                                               03187601
031880     END-READ                                                     03188001
031884     .                                                            03188401
031900                                                                  03190001
032000*****************************************************             03200001
032100*   ONE BALANCED PAIR PER CATEGORY WITH WASTE       *             03210001
037300         PERFORM 710-WRITE-JOURNAL-LEG                            03730001
037400     END-IF                                                       03740001
037500     .                                                            03750001
037502                                                                  03750201
037504*****************************************************             03750401
037506*   DONATED STOCK LEAVES INVENTORY AT FR-COST AS    *             03750601
037508*   ITS OWN BALANCED PAIR, NEVER THROUGH A WASTE    *             03750801
037510*   ACCOUNT.  WITH NO 'DONATION' MAP ENTRY THE      *             03751001
037512*   PAIR SKIPS WHOLE SO THE FILE STILL BALANCES     *             03751201
037514*****************************************************             03751401
037516 560-WRITE-DONATION-LINES.                                        03751601
037518     IF WS-DONATION-VALUE = ZERO                                  03751801
037520         CONTINUE                                                 03752001
037522     ELSE                                                         03752201
037524         IF WS-DONATION-ACCT = SPACES                             03752401
037526             MOVE SPACES TO WS-GL-LINE                            03752601
037528             MOVE 'DONATION' TO GL-SOURCE                         03752801
037530             MOVE 'NO GL ACCOUNT, PAIR SKIPPED   '                03753001
037532                 TO GL-REMARK                                     03753201
037534             PERFORM 720-PRINT-REGISTER-LINE                      03753401
037536             ADD 1 TO WS-UNMAPPED-COUNT                           03753601
037538             MOVE 4 TO RETURN-CODE                                03753801
037540         ELSE                                                     03754001
037542             COMPUTE WS-LEG-AMOUNT =                              03754201
037544                 FUNCTION ABS(WS-DONATION-VALUE)                  03754401
037546             MOVE WS-DONATION-ACCT TO GL-ACCOUNT                  03754601
037548             MOVE 'D' TO GL-DC                                    03754801
037550             MOVE 'DONATION' TO GL-SOURCE                         03755001
037552             MOVE SPACES TO GL-CATEGORY                           03755201
037554             PERFORM 710-WRITE-JOURNAL-LEG                        03755401
037556             MOVE WS-INVENTORY-ACCT TO GL-ACCOUNT                 03755601
037558             MOVE 'C' TO GL-DC                                    03755801
037560             PERFORM 710-WRITE-JOURNAL-LEG                        03756001
037562         END-IF                                                   03756201
037564     END-IF                                                       03756401
037566     .                                                            03756601
037600                                                                  03760001
037700 600-WRITE-VALUATION-LINES.                                       03770001
037800     IF WS-INV-DELTA = ZERO                                       03780001
041100     MOVE SPACES TO GJ-CATEGORY                                   04110001
041200     MOVE WS-LINE-COUNT TO GJ-LINE-COUNT                          04120001
041300     WRITE GL-JOURNAL-REC                                         04130001
041350     WRITE GL-JOURNAL-HIST-REC FROM GL-JOURNAL-REC                04135001
041400     MOVE SPACES TO WS-GL-LINE                                    04140001
041500     MOVE 'CONTROL ' TO GL-ACCOUNT                                04150001
041600     MOVE WS-HASH-TOTAL TO GL-AMOUNT                              04160001
043000     MOVE GL-CATEGORY TO GJ-CATEGORY                              04300001
043100     MOVE ZERO TO GJ-LINE-COUNT                                   04310001
043200     WRITE GL-JOURNAL-REC                                         04320001
043250     WRITE GL-JOURNAL-HIST-REC FROM GL-JOURNAL-REC                04325001
043300     ADD 1 TO WS-LINE-COUNT                                       04330001
043400     ADD WS-LEG-AMOUNT TO WS-HASH-TOTAL                           04340001
043500     MOVE WS-LEG-AMOUNT TO GL-AMOUNT                              04350001
