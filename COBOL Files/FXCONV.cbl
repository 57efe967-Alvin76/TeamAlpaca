000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    FXCONV.                                           00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*REUSABLE CURRENCY CONVERSION SUBROUTINE - EVERY    *             00090001
001000*PROGRAM THAT PRICES A SUPPLIER DOCUMENT CALLS HERE *             00100001
001100*WITH THE SUPPLIER'S CURRENCY, THE DOCUMENT DATE    *             00110001
001200*AND THE AMOUNT AS BILLED.  A DOMESTIC SUPPLIER     *             00120001
001300*(SPACES OR USD) COMES BACK UNCHANGED AT RATE ONE.  *             00130001
001400*ANY OTHER CURRENCY IS CONVERTED TO DOLLARS AT THE  *             00140001
001500*LATEST RATE ON THE EXCHANGE RATE FILE EFFECTIVE ON *             00150001
001600*OR BEFORE THE DOCUMENT DATE.  THE FILE IS READ     *             00160001
001700*INTO STORAGE ON THE FIRST CALL OF THE RUN AND      *             00170001
001800*CLOSED AGAIN, SO IT IS NEVER HELD AGAINST THE LOAD *             00180001
001900*RUN                                                *             00190001
002000*****************************************************             00200001
002100                                                                  00210001
002200 ENVIRONMENT DIVISION.                                            00220001
002300 CONFIGURATION SECTION.                                           00230001
002400 SOURCE-COMPUTER.                                                 00240001
002500     Z13                                                          00250001
002600     WITH DEBUGGING MODE                                          00260001
002700     .                                                            00270001
002800                                                                  00280001
002900 INPUT-OUTPUT SECTION.                                            00290001
003000                                                                  00300001
003100 FILE-CONTROL.                                                    00310001
003200     SELECT FX-RATE-FILE           ASSIGN TO MYFXRATE             00320001
003300         ORGANIZATION IS INDEXED                                  00330001
003400         ACCESS MODE IS SEQUENTIAL                                00340001
003500         RECORD KEY IS XR-KEY                                     00350001
003600         FILE STATUS IS WS-FXRATE-STATUS.                         00360001
003700                                                                  00370001
003800 DATA DIVISION.                                                   00380001
003900 FILE SECTION.                                                    00390001
004000                                                                  00400001
004100 FD  FX-RATE-FILE.                                                00410001
004200     COPY FXRATE.                                                 00420001
004300                                                                  00430001
004400 WORKING-STORAGE SECTION.                                         00440001
004500                                                                  00450001
004600 01  WS-VALIDATION-FLAGS.                                         00460001
004700     10  WS-FXRATE-STATUS          PIC X(02) VALUE SPACES.        00470001
004800     10  WS-RATES-LOADED           PIC X(03) VALUE 'NO'.          00480001
004900     10  WS-RATES-AVAILABLE        PIC X(03) VALUE 'NO'.          00490001
005000     10  WS-FXRATE-EOF             PIC X(03) VALUE 'NO'.          00500001
005100                                                                  00510001
005200*****************************************************             00520001
005300*   THE RATE FILE IN KEY ORDER - CURRENCY, THEN     *             00530001
005400*   EFFECTIVE DATE OLDEST FIRST - SO THE LAST       *             00540001
005500*   MATCHING ENTRY NOT AFTER THE DOCUMENT DATE IS   *             00550001
005600*   THE RATE IN EFFECT                              *             00560001
005700*****************************************************             00570001
005800 01  WS-RATE-CONTROL.                                             00580001
005900     10  WS-RATE-COUNT             PIC S9(04) COMP VALUE ZERO.    00590001
006000     10  WS-RATE-SUB               PIC S9(04) COMP VALUE ZERO.    00600001
006100     10  WS-RATE-HIT-SUB           PIC S9(04) COMP VALUE ZERO.    00610001
006200 01  WS-RATE-TABLE.                                               00620001
006300     10  WS-RATE-ENTRY OCCURS 2000 TIMES.                         00630001
006400         15  RX-CURRENCY-CODE      PIC X(03).                     00640001
006500         15  RX-EFFECTIVE-DATE     PIC 9(08).                     00650001
006600         15  RX-RATE               PIC 9(03)V9(06).               00660001
006700                                                                  00670001
006800 LINKAGE SECTION.                                                 00680001
006900     COPY FXCONVP.                                                00690001
007000                                                                  00700001
007100 PROCEDURE DIVISION USING FX-CONVERT-PARMS.                       00710001
007200                                                                  00720001
007300*****************************************************             00730001
007400*   MAIN PROGRAM ROUTINE                            *             00740001
007500*****************************************************             00750001
007600 010-CONVERSION-CONTROL.                                          00760001
007700     MOVE ZERO TO XC-DOLLAR-AMOUNT                                00770001
007800     MOVE ZERO TO XC-RATE                                         00780001
007900     MOVE ZERO TO XC-RATE-DATE                                    00790001
008000     IF XC-CURRENCY-CODE = SPACES                                 00800001
008100         OR XC-CURRENCY-CODE = 'USD'                              00810001
008200         MOVE '04' TO XC-RESULT                                   00820001
008300         MOVE 1 TO XC-RATE                                        00830001
008400         MOVE XC-DOCUMENT-DATE TO XC-RATE-DATE                    00840001
008500         MOVE XC-FOREIGN-AMOUNT TO XC-DOLLAR-AMOUNT               00850001
008600     ELSE                                                         00860001
008700         IF WS-RATES-LOADED = 'NO'                                00870001
008800             PERFORM 100-LOAD-RATE-TABLE                          00880001
008900         END-IF                                                   00890001
009000         IF WS-RATES-AVAILABLE = 'NO'                             00900001
009100             MOVE '12' TO XC-RESULT                               00910001
009200         ELSE                                                     00920001
009300             PERFORM 200-CONVERT-AMOUNT                           00930001
009400         END-IF                                                   00940001
009500     END-IF                                                       00950001
009600     GOBACK                                                       00960001
009700     .                                                            00970001
009800                                                                  00980001
009900*****************************************************             00990001
010000*   ONE LOAD PER RUN.  A MISSING FILE, OR A TABLE   *             01000001
010050*   TOO SMALL TO HOLD EVERY RATE, IS REPORTED ONCE  *             01005001
010100*   AND EVERY FOREIGN CONVERSION REFUSED            *             01010001
010200*****************************************************             01020001
010300 100-LOAD-RATE-TABLE.                                             01030001
010400     MOVE 'YES' TO WS-RATES-LOADED                                01040001
010500     OPEN INPUT FX-RATE-FILE                                      01050001
010600     IF WS-FXRATE-STATUS NOT = '00'                               01060001
010700         DISPLAY 'EXCHANGE RATE FILE NOT AVAILABLE, STATUS = '    01070001
010800             WS-FXRATE-STATUS ', FOREIGN AMOUNTS NOT CONVERTED'   01080001
010900     ELSE                                                         01090001
011000         MOVE 'YES' TO WS-RATES-AVAILABLE                         01100001
011100         MOVE 'NO' TO WS-FXRATE-EOF                               01110001
011200         PERFORM 110-READ-RATE                                    01120001
011300           UNTIL WS-FXRATE-EOF = 'YES'                            01130001
011400         CLOSE FX-RATE-FILE                                       01140001
011500     END-IF                                                       01150001
011600     .                                                            01160001
011700                                                                  01170001
011800 110-READ-RATE.                                                   01180001
011900     READ FX-RATE-FILE                                            01190001
012000         AT END                                                   01200001
012100             MOVE 'YES' TO WS-FXRATE-EOF                          01210001
012200         NOT AT END                                               01220001
012300             PERFORM 120-STORE-RATE                               01230001
012400     END-READ                                                     01240001
012500     .                                                            01250001
012600                                                                  01260001
012700 120-STORE-RATE.                                                  01270001
012800     IF WS-RATE-COUNT < 2000                                      01280001
012900         ADD 1 TO WS-RATE-COUNT                                   01290001
013000         MOVE XR-CURRENCY-CODE TO RX-CURRENCY-CODE (WS-RATE-COUNT)01300001
013100         MOVE XR-EFFECTIVE-DATE TO                                01310001
013200             RX-EFFECTIVE-DATE (WS-RATE-COUNT)                    01320001
013300         MOVE XR-RATE TO RX-RATE (WS-RATE-COUNT)                  01330001
013400     ELSE                                                         01340001
013500         DISPLAY 'EXCHANGE RATE TABLE FULL, '                     01350001
013525             'FOREIGN AMOUNTS NOT CONVERTED'                      01352501
013550         MOVE 'NO' TO WS-RATES-AVAILABLE                          01355001
013575         IF RETURN-CODE < 8                                       01357501
013580             MOVE 8 TO RETURN-CODE                                01358001
013585         END-IF                                                   01358501
013600         MOVE 'YES' TO WS-FXRATE-EOF                              01360001
013700     END-IF                                                       01370001
013800     .                                                            01380001
013900                                                                  01390001
014000*****************************************************             01400001
014100*   THE LATEST RATE EFFECTIVE ON OR BEFORE THE      *             01410001
014200*   DOCUMENT DATE.  NONE AT ALL LEAVES THE AMOUNT   *             01420001
014300*   UNCONVERTED FOR THE CALLER TO REFUSE            *             01430001
014400*****************************************************             01440001
014500 200-CONVERT-AMOUNT.                                              01450001
014600     MOVE ZERO TO WS-RATE-HIT-SUB                                 01460001
014700     IF XC-DOCUMENT-DATE NUMERIC                                  01470001
014800         PERFORM 210-CHECK-RATE-ENTRY                             01480001
014900           VARYING WS-RATE-SUB FROM 1 BY 1                        01490001
015000           UNTIL WS-RATE-SUB > WS-RATE-COUNT                      01500001
015100     END-IF                                                       01510001
015200     IF WS-RATE-HIT-SUB = ZERO                                    01520001
015300         MOVE '08' TO XC-RESULT                                   01530001
015400     ELSE                                                         01540001
015500         MOVE '00' TO XC-RESULT                                   01550001
015600         MOVE RX-RATE (WS-RATE-HIT-SUB) TO XC-RATE                01560001
015700         MOVE RX-EFFECTIVE-DATE (WS-RATE-HIT-SUB) TO XC-RATE-DATE 01570001
015800         COMPUTE XC-DOLLAR-AMOUNT ROUNDED =                       01580001
015900             XC-FOREIGN-AMOUNT * XC-RATE                          01590001
016000     END-IF                                                       01600001
016100     .                                                            01610001
016200                                                                  01620001
016300 210-CHECK-RATE-ENTRY.                                            01630001
016400     IF RX-CURRENCY-CODE (WS-RATE-SUB) = XC-CURRENCY-CODE         01640001
016500         AND RX-EFFECTIVE-DATE (WS-RATE-SUB) NOT >                01650001
016600             XC-DOCUMENT-DATE                                     01660001
016700         MOVE WS-RATE-SUB TO WS-RATE-HIT-SUB                      01670001
016800     END-IF                                                       01680001
016900     .                                                            01690001
