000100*****************************************************             00010001
000200*   SUPPLIER CREDIT-MEMO LINE - SHARED COPYBOOK.    *             00020001
000300*   ONE LINE PER ITEM SENT BACK TO A SUPPLIER BY    *             00030001
000400*   THE RETURN-TO-VENDOR RUN, PRICED AT THE INVOICE *             00040001
000500*   PRICE.  THE INVOICE MATCH NETS OPEN CREDIT      *             00050001
000600*   AGAINST THE SUPPLIER'S NEXT APPROVED INVOICES,  *             00060001
000700*   ADDS WHAT IT TOOK TO CM-APPLIED-AMOUNT, AND     *             00070001
000800*   DROPS THE LINE ONCE IT IS FULLY USED UP.        *             00080001
000900*   STATUS O = OPEN, NOTHING TAKEN YET; P = PARTLY  *             00090001
001000*   APPLIED                                         *             00100001
001100*****************************************************             00110001
001200 01  CREDIT-MEMO-REC.                                             00120001
001300     10  CM-SUPPLIER-CODE          PIC X(06).                     00130001
001400     10  CM-CREDIT-NUMBER          PIC X(10).                     00140001
001500     10  CM-ITEM-NAME              PIC X(17).                     00150001
001600     10  CM-RETURN-QTY             PIC S9(05).                    00160001
001700     10  CM-UNIT-PRICE             PIC S9(03)V99.                 00170001
001800     10  CM-CREDIT-AMOUNT          PIC S9(07)V99.                 00180001
001900     10  CM-APPLIED-AMOUNT         PIC S9(07)V99.                 00190001
002000     10  CM-RETURN-DATE            PIC 9(08).                     00200001
002100     10  CM-RETURN-REASON          PIC X(01).                     00210001
002200     10  CM-CREDIT-STATUS          PIC X(01).                     00220001
002300     10  FILLER                    PIC X(09).                     00230001
