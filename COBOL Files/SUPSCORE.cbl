001300*PERCENTAGE AND AVERAGE INVOICE-VS-MASTER PRICE     *             00130001
001400*VARIANCE.  THE MONTH COMES FROM SYSIN (YYYYMM) OR  *             00140001
001500*DEFAULTS TO THE RUN MONTH.  NEGOTIATIONS GET       *             00150001
001550*NUMBERS INSTEAD OF OPINIONS, AND THE SAME FIGURES  *             00155001
001600*ARE WRITTEN TO A SCORE EXTRACT THE PURCHASE-ORDER  *             00160001
001650*BUILD USES WHEN CHOOSING BETWEEN SUPPLIERS         *             00165001
001700*****************************************************             00170001
001800                                                                  00180001
001900 ENVIRONMENT DIVISION.                                            00190001
003400         RECORD KEY IS SM-SUPPLIER-CODE                           00340001
003500         FILE STATUS IS WS-SUPMST-STATUS.                         00350001
003600     SELECT SCORE-PRINT-FILE       ASSIGN TO MYSCORE.             00360001
003650     SELECT SCORE-EXTRACT-FILE     ASSIGN TO MYSUPSCR.            00365001
003700                                                                  00370001
003800 DATA DIVISION.                                                   00380001
003900 FILE SECTION.                                                    00390001
005000 01  SCORE-PRINT-REC.                                             00500001
005100     10  FILLER                    PIC X(132).                    00510001
005200                                                                  00520001
005220 FD  SCORE-EXTRACT-FILE                                           00522001
005240     RECORDING MODE IS F.                                         00524001
005260     COPY SUPSCR.                                                 00526001
005280                                                                  00528001
005300 WORKING-STORAGE SECTION.                                         00530001
005400                                                                  00540001
005500 01  WS-COUNTERS-FLAGS.                                           00550001
014800             PERFORM 150-TALLY-PERF-LINE                          01480001
014900               UNTIL EOF-FLAG = 'YES'                             01490001
015000             CLOSE SUPPLIER-PERF-FILE                             01500001
015100             OPEN OUTPUT SCORE-PRINT-FILE SCORE-EXTRACT-FILE      01510001
015200             PERFORM 800-PRINT-HEADINGS                           01520001
015300             PERFORM 500-PRINT-ONE-SCORECARD                      01530001
015400               VARYING WS-SUB FROM 1 BY 1                         01540001
015500               UNTIL WS-SUB > WS-SUPP-COUNT                       01550001
015566             CLOSE SCORE-PRINT-FILE SCORE-EXTRACT-FILE            01556601
015632               SUPPLIER-MASTER                                    01563201
015700         END-IF                                                   01570001
015800     END-IF                                                       01580001
015900     GOBACK                                                       01590001
028700     WRITE SCORE-PRINT-REC FROM WS-SCORE-LINE                     02870001
028800       AFTER ADVANCING 1 LINE                                     02880001
028900     END-WRITE                                                    02890001
028950     PERFORM 510-WRITE-SCORE-EXTRACT                              02895001
029000     .                                                            02900001
029100                                                                  02910001
029106*****************************************************             02910601
029112*   THE SAME FIGURES, UNEDITED, FOR THE PURCHASE-   *             02911201
029118*   ORDER BUILD'S SOURCE SELECTION                  *             02911801
029124*****************************************************             02912401
029130 510-WRITE-SCORE-EXTRACT.                                         02913001
029136     MOVE SPACES TO SUPPLIER-SCORE-REC                            02913601
029142     MOVE SC-SUPPLIER-CODE (WS-SUB) TO SS-SUPPLIER-CODE           02914201
029148     MOVE WS-SCORE-MONTH TO SS-SCORE-MONTH                        02914801
029154     MOVE SC-LINE-COUNT (WS-SUB) TO SS-LINE-COUNT                 02915401
029160     MOVE WS-FILL-RATE TO SS-FILL-RATE                            02916001
029166     MOVE WS-SHORT-PCT TO SS-SHORT-PCT                            02916601
029172     MOVE WS-AVG-PRICE-VAR TO SS-AVG-PRICE-VAR                    02917201
029178     WRITE SUPPLIER-SCORE-REC                                     02917801
029184     .                                                            02918401
029190                                                                  02919001
029200 800-PRINT-HEADINGS.                                              02920001
029300     MOVE WS-SCORE-MONTH TO SH-SCORE-MONTH                        02930001
029400     WRITE SCORE-PRINT-REC FROM WS-SCORE-HEADING                  02940001
