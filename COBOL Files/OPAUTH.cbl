000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    OPAUTH.                                           00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*REUSABLE OPERATOR AUTHORITY SUBROUTINE - EVERY     *             00090001
001000*BATCH PROGRAM THAT UPDATES A MASTER CALLS HERE     *             00100001
001100*WITH THE OPERATOR ID OFF ITS PARAMETER CARD.       *             00110001
001200*FUNCTION C LOOKS THE OPERATOR UP ON THE AUTHORITY  *             00120001
001300*FILE AND ANSWERS WHETHER THE NAMED FUNCTION IS     *             00130001
001400*GRANTED; AN OPERATOR NOT ON FILE, A REVOKED ONE,   *             00140001
001500*OR A MISSING FILE IS REFUSED.  FUNCTION R APPENDS  *             00150001
001600*ONE REFUSED ATTEMPT TO THE REFUSED-UPDATE LOG,     *             00160001
001700*WHICH ONLY EVER GROWS                              *             00170001
001800*****************************************************             00180001
001900                                                                  00190001
002000 ENVIRONMENT DIVISION.                                            00200001
002100 CONFIGURATION SECTION.                                           00210001
002200 SOURCE-COMPUTER.                                                 00220001
002300     Z13                                                          00230001
002400     WITH DEBUGGING MODE                                          00240001
002500     .                                                            00250001
002600                                                                  00260001
002700 INPUT-OUTPUT SECTION.                                            00270001
002800                                                                  00280001
002900 FILE-CONTROL.                                                    00290001
003000     SELECT OPERATOR-AUTH-FILE     ASSIGN TO MYOPAUTH             00300001
003100         ORGANIZATION IS INDEXED                                  00310001
003200         ACCESS MODE IS RANDOM                                    00320001
003300         RECORD KEY IS OU-OPERATOR-ID                             00330001
003400         FILE STATUS IS WS-OPAUTH-STATUS.                         00340001
003500     SELECT AUTH-REFUSAL-FILE      ASSIGN TO MYAUTHLG             00350001
003600         FILE STATUS IS WS-AUTHLG-STATUS.                         00360001
003700                                                                  00370001
003800 DATA DIVISION.                                                   00380001
003900 FILE SECTION.                                                    00390001
004000                                                                  00400001
004100 FD  OPERATOR-AUTH-FILE.                                          00410001
004200     COPY OPERAUTH.                                               00420001
004300                                                                  00430001
004400 FD  AUTH-REFUSAL-FILE                                            00440001
004500     RECORDING MODE IS F.                                         00450001
004600     COPY AUTHLOG.                                                00460001
004700                                                                  00470001
004800 WORKING-STORAGE SECTION.                                         00480001
004900                                                                  00490001
005000 01  WS-VALIDATION-FLAGS.                                         00500001
005100     10  WS-OPAUTH-STATUS          PIC X(02) VALUE SPACES.        00510001
005200     10  WS-AUTHLG-STATUS          PIC X(02) VALUE SPACES.        00520001
005300                                                                  00530001
005400 01  WS-DATE-FIELDS.                                              00540001
005500     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          00550001
005600     10  WS-TIME-8                 PIC 9(08) VALUE ZERO.          00560001
005700                                                                  00570001
005800 LINKAGE SECTION.                                                 00580001
005900     COPY OPAUTHP.                                                00590001
006000                                                                  00600001
006100 PROCEDURE DIVISION USING OPERATOR-AUTH-PARMS.                    00610001
006200                                                                  00620001
006300*****************************************************             00630001
006400*   MAIN PROGRAM ROUTINE                            *             00640001
006500*****************************************************             00650001
006600 010-AUTHORITY-CONTROL.                                           00660001
006700     PERFORM 850-GET-DATE                                         00670001
006800     MOVE '00' TO AQ-RESULT                                       00680001
006900     IF AQ-FUNCTION = 'C'                                         00690001
007000         MOVE SPACES TO AQ-REASON                                 00700001
007100         PERFORM 100-CHECK-AUTHORITY                              00710001
007200     ELSE                                                         00720001
007300         PERFORM 300-APPEND-REFUSAL                               00730001
007400     END-IF                                                       00740001
007500     GOBACK                                                       00750001
007600     .                                                            00760001
007700                                                                  00770001
007800*****************************************************             00780001
007900*   THE FILE IS OPENED AND CLOSED ON EACH CHECK:    *             00790001
008000*   A CALLER CHECKS ONCE, AT THE TOP OF ITS RUN,    *             00800001
008100*   AND NEVER HOLDS THE FILE AGAINST THE            *             00810001
008200*   MAINTENANCE RUN                                 *             00820001
008300*****************************************************             00830001
008400 100-CHECK-AUTHORITY.                                             00840001
008500     OPEN INPUT OPERATOR-AUTH-FILE                                00850001
008600     IF WS-OPAUTH-STATUS NOT = '00'                               00860001
008700         MOVE '12' TO AQ-RESULT                                   00870001
008800         MOVE 'AUTHORITY FILE UNAVAILABLE' TO AQ-REASON           00880001
008900     ELSE                                                         00890001
009000         MOVE AQ-OPERATOR-ID TO OU-OPERATOR-ID                    00900001
009100         READ OPERATOR-AUTH-FILE                                  00910001
009200             INVALID KEY                                          00920001
009300                 MOVE '08' TO AQ-RESULT                           00930001
009400                 MOVE 'OPERATOR NOT ON AUTHORITY FILE' TO         00940001
009500                     AQ-REASON                                    00950001
009600             NOT INVALID KEY                                      00960001
009700                 PERFORM 110-CHECK-GRANT                          00970001
009800         END-READ                                                 00980001
009900         CLOSE OPERATOR-AUTH-FILE                                 00990001
010000     END-IF                                                       01000001
010100     .                                                            01010001
010200                                                                  01020001
010300 110-CHECK-GRANT.                                                 01030001
010400     IF OU-STATUS NOT = 'A'                                       01040001
010500         MOVE '08' TO AQ-RESULT                                   01050001
010600         MOVE 'OPERATOR AUTHORITY REVOKED' TO AQ-REASON           01060001
010700     END-IF                                                       01070001
010800     IF (AQ-AUTHORITY < 1 OR AQ-AUTHORITY > 6)                    01080001
010900         AND AQ-RESULT = '00'                                     01090001
011000         MOVE '08' TO AQ-RESULT                                   01100001
011100         MOVE 'UNKNOWN FUNCTION REQUESTED' TO AQ-REASON           01110001
011200     END-IF                                                       01120001
011300     IF AQ-RESULT = '00'                                          01130001
011400         IF OU-AUTHORITY-FLAG (AQ-AUTHORITY) NOT = 'Y'            01140001
011500             MOVE '08' TO AQ-RESULT                               01150001
011600             MOVE 'FUNCTION NOT GRANTED' TO AQ-REASON             01160001
011700         END-IF                                                   01170001
011800     END-IF                                                       01180001
011900     .                                                            01190001
012000                                                                  01200001
012100*****************************************************             01210001
012200*   THE REFUSED-UPDATE LOG ACCUMULATES ACROSS RUNS, *             01220001
012300*   SO IT IS EXTENDED, NEVER RECREATED              *             01230001
012400*****************************************************             01240001
012500 300-APPEND-REFUSAL.                                              01250001
012600     OPEN INPUT AUTH-REFUSAL-FILE                                 01260001
012700     IF WS-AUTHLG-STATUS = '00'                                   01270001
012800         CLOSE AUTH-REFUSAL-FILE                                  01280001
012900     ELSE                                                         01290001
013000         OPEN OUTPUT AUTH-REFUSAL-FILE                            01300001
013100         CLOSE AUTH-REFUSAL-FILE                                  01310001
013200     END-IF                                                       01320001
013300     OPEN EXTEND AUTH-REFUSAL-FILE                                01330001
013400     MOVE SPACES TO AUTH-REFUSAL-REC                              01340001
013500     MOVE WS-DATE-8 TO RF-LOG-DATE                                01350001
013600     MOVE WS-TIME-8 TO RF-LOG-TIME                                01360001
013700     MOVE AQ-CALLER TO RF-PROGRAM-ID                              01370001
013800     MOVE AQ-OPERATOR-ID TO RF-OPERATOR-ID                        01380001
013900     MOVE 'BTCH' TO RF-TERMINAL                                   01390001
014000     MOVE AQ-AUTHORITY TO RF-AUTHORITY                            01400001
014100     MOVE AQ-SUBJECT TO RF-SUBJECT                                01410001
014200     MOVE AQ-REASON TO RF-REASON                                  01420001
014300     WRITE AUTH-REFUSAL-REC                                       01430001
014400     CLOSE AUTH-REFUSAL-FILE                                      01440001
014500     .                                                            01450001
014600                                                                  01460001
014700 850-GET-DATE.                                                    01470001
014800     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          01480001
014900     ACCEPT WS-TIME-8 FROM TIME                                   01490001
015000     .                                                            01500001
