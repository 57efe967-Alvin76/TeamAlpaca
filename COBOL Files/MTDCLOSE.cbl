001300*THE NEW MONTH SO THE DAILY TREND SECTION STOPS     *             00130001
001400*GROWING WITHOUT BOUND.  THE CLOSING MONTH COMES    *             00140001
001500*FROM SYSIN (YYYYMM) OR DEFAULTS TO THE MONTH       *             00150001
001550*BEFORE THE RUN DATE.  THE MONTH'S LAST RUN IS KEPT *             00155001
001600*AS ITS CLOSING INVENTORY VALUE FOR THE COST-OF-    *             00160001
001650*GOODS STATEMENT                                    *             00165001
001700*****************************************************             00170001
001800                                                                  00180001
001900 ENVIRONMENT DIVISION.                                            00190001
004100                                                                  00410001
004200 FD  MONTH-HISTORY-FILE                                           00420001
004300     RECORDING MODE IS F.                                         00430001
004400     COPY MTHHIST.                                                00440001
005000                                                                  00500001
005100 FD  CLOSE-PRINT-FILE                                             00510001
005200     RECORDING MODE IS F.                                         00520001
010100     10  WS-CLOSE-INV-PRICE        PIC S9(09)V99 VALUE ZERO.      01010001
010200     10  WS-CLOSE-WASTE            PIC S9(09)V99 VALUE ZERO.      01020001
010300     10  WS-CLOSE-RUN-COUNT        PIC 9(05) VALUE ZERO.          01030001
010333     10  WS-CLOSE-LAST-DATE        PIC 9(08) VALUE ZERO.          01033301
010366     10  WS-CLOSE-LAST-VALUE       PIC S9(09)V99 VALUE ZERO.      01036601
010400     10  WS-WASTE-DELTA            PIC S9(09)V99 VALUE ZERO.      01040001
010500     10  WS-BEST-MONTH             PIC 9(06) VALUE ZERO.          01050001
010600     10  WS-BEST-SUB               PIC S9(04) COMP VALUE ZERO.    01060001
020600             ADD MT-INVENTORY-PRICE TO WS-CLOSE-INV-PRICE         02060001
020700             ADD MT-TOTAL-WASTE TO WS-CLOSE-WASTE                 02070001
020800             ADD 1 TO WS-CLOSE-RUN-COUNT                          02080001
020820             IF MT-RUN-DATE NOT < WS-CLOSE-LAST-DATE              02082001
020840                 MOVE MT-RUN-DATE TO WS-CLOSE-LAST-DATE           02084001
020860                 MOVE MT-INVENTORY-PRICE TO WS-CLOSE-LAST-VALUE   02086001
020880             END-IF                                               02088001
020900         END-IF                                                   02090001
021000     ELSE                                                         02100001
021100         DISPLAY 'MTD TABLE FULL, CLOSE INCOMPLETE'               02110001
026200     MOVE WS-CLOSE-INV-PRICE TO MH-INVENTORY-PRICE                02620001
026300     MOVE WS-CLOSE-WASTE TO MH-TOTAL-WASTE                        02630001
026400     MOVE WS-CLOSE-RUN-COUNT TO MH-RUN-COUNT                      02640001
026433     MOVE WS-CLOSE-LAST-VALUE TO MH-CLOSING-VALUE                 02643301
026466     MOVE WS-CLOSE-LAST-DATE TO MH-CLOSING-DATE                   02646601
026500     WRITE MONTH-HISTORY-REC                                      02650001
026600     CLOSE MONTH-HISTORY-FILE                                     02660001
026700     .                                                            02670001
