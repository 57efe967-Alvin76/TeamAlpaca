000100*****************************************************             00010001
000200*   EXCHANGE GAIN/LOSS HISTORY RECORD - SHARED      *             00020001
000300*   COPYBOOK.  ONE LINE PER APPROVED INVOICE LINE   *             00030001
000400*   FROM A FOREIGN-CURRENCY SUPPLIER, WRITTEN BY    *             00040001
000500*   THE INVOICE MATCH AND READ BY THE MONTHLY       *             00050001
000600*   EXCHANGE GAIN/LOSS REPORT, SO XH-* FIELD NAMES  *             00060001
000700*   AND PICTURES STAY IN SYNC ACROSS PROGRAMS.  THE *             00070001
000800*   OWN-CURRENCY AMOUNT IS VALUED AT THE RATE IN    *             00080001
000900*   EFFECT ON THE RECEIPT DATE AND AGAIN AT THE     *             00090001
001000*   RATE IN EFFECT ON THE INVOICE DATE; THE         *             00100001
001100*   RECEIPT VALUE LESS THE INVOICE VALUE IS THE     *             00110001
001200*   GAIN (NEGATIVE, A LOSS)                         *             00120001
001300*****************************************************             00130001
001400 01  FX-HIST-REC.                                                 00140001
001500     10  XH-SUPPLIER-CODE          PIC X(06).                     00150001
001600     10  XH-INVOICE-NUMBER         PIC X(10).                     00160001
001700     10  XH-ITEM-NAME              PIC X(17).                     00170001
001800     10  XH-QTY                    PIC S9(05).                    00180001
001900     10  XH-CURRENCY-CODE          PIC X(03).                     00190001
002000     10  XH-FOREIGN-AMOUNT         PIC S9(07)V99.                 00200001
002100     10  XH-RECEIPT-DATE           PIC 9(08).                     00210001
002200     10  XH-RECEIPT-RATE           PIC 9(03)V9(06).               00220001
002300     10  XH-RECEIPT-VALUE          PIC S9(07)V99.                 00230001
002400     10  XH-INVOICE-DATE           PIC 9(08).                     00240001
002500     10  XH-INVOICE-RATE           PIC 9(03)V9(06).               00250001
002600     10  XH-INVOICE-VALUE          PIC S9(07)V99.                 00260001
002700     10  XH-MATCH-DATE             PIC 9(08).                     00270001
002800     10  FILLER                    PIC X(10).                     00280001
