000100*****************************************************             00010001
000200*   PAYMENT-APPROVAL LINE - SHARED COPYBOOK.        *             00020001
000300*   ONE LINE PER CLEANLY MATCHED INVOICE LINE,      *             00030001
000400*   WRITTEN FRESH BY THE INVOICE MATCH EACH RUN AND *             00040001
000500*   PICKED UP BY THE PAYMENT SCHEDULING RUN, SO     *             00050001
000600*   PA-* FIELD NAMES AND PICTURE CLAUSES STAY IN    *             00060001
000700*   SYNC ACROSS PROGRAMS                            *             00070001
000800*****************************************************             00080001
000900 01  PAY-APPROVE-REC.                                             00090001
001000     10  PA-SUPPLIER-CODE          PIC X(06).                     00100001
001100     10  PA-INVOICE-NUMBER         PIC X(10).                     00110001
001200     10  PA-ITEM-NAME              PIC X(17).                     00120001
001300     10  PA-PO-NUMBER              PIC X(11).                     00130001
001400     10  PA-QTY                    PIC S9(05).                    00140001
001500     10  PA-UNIT-PRICE             PIC S9(03)V99.                 00150001
001600     10  PA-EXTENDED-AMOUNT        PIC S9(07)V99.                 00160001
001700     10  PA-INVOICE-DATE           PIC 9(08).                     00170001
001800*        CREDIT NETTED OFF THIS LINE FROM THE SUPPLIER'S          00180001
001900*        OPEN RETURN-TO-VENDOR CREDITS; THE EXTENDED              00190001
002000*        AMOUNT IS ALREADY NET OF IT                              00200001
002100     10  PA-CREDIT-AMOUNT          PIC S9(07)V99.                 00210001
002200*        A FOREIGN-CURRENCY SUPPLIER'S LINE: THE PRICE            00220001
002300*        AND AMOUNTS ABOVE ARE DOLLARS AT THE RATE IN             00230001
002400*        EFFECT ON THE INVOICE DATE.  WHAT THE SUPPLIER           00240001
002500*        IS OWED IN ITS OWN CURRENCY, NET OF THE                  00250001
002600*        CREDIT, RIDES HERE FOR THE PAYMENT EXTRACT.              00260001
002700*        DOMESTIC LINES CARRY SPACES IN THE CURRENCY              00270001
002800     10  PA-CURRENCY-CODE          PIC X(03).                     00280001
002900     10  PA-FOREIGN-AMOUNT         PIC S9(07)V99.                 00290001
003000     10  FILLER                    PIC X(08).                     00300001
