000100*****************************************************             00010001
000200*   CURRENCY CONVERSION CALL PARAMETERS - SHARED    *             00020001
000300*   COPYBOOK FOR EVERY PROGRAM THAT CALLS THE       *             00030001
000400*   FXCONV SUBROUTINE.  THE CALLER PASSES THE       *             00040001
000500*   SUPPLIER'S CURRENCY, THE DOCUMENT DATE AND THE  *             00050001
000600*   AMOUNT IN THAT CURRENCY; FXCONV RETURNS THE     *             00060001
000700*   DOLLAR AMOUNT AT THE LATEST RATE EFFECTIVE ON   *             00070001
000800*   OR BEFORE THE DOCUMENT DATE, THE RATE AND ITS   *             00080001
000900*   EFFECTIVE DATE.  RESULT: 00 = CONVERTED, 04 =   *             00090001
001000*   DOMESTIC (SPACES OR USD, RATE ONE), 08 = NO     *             00100001
001100*   RATE ON OR BEFORE THE DATE, 12 = EXCHANGE RATE  *             00110001
001200*   FILE UNAVAILABLE.  ON 08 AND 12 THE DOLLAR      *             00120001
001300*   AMOUNT IS ZERO AND MUST NOT BE POSTED           *             00130001
001400*****************************************************             00140001
001500 01  FX-CONVERT-PARMS.                                            00150001
001600     10  XC-CURRENCY-CODE          PIC X(03).                     00160001
001700     10  XC-DOCUMENT-DATE          PIC 9(08).                     00170001
001800     10  XC-FOREIGN-AMOUNT         PIC S9(07)V99.                 00180001
001900     10  XC-DOLLAR-AMOUNT          PIC S9(07)V99.                 00190001
002000     10  XC-RATE                   PIC 9(03)V9(06).               00200001
002100     10  XC-RATE-DATE              PIC 9(08).                     00210001
002200     10  XC-RESULT                 PIC X(02).                     00220001
