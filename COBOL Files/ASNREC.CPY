000100*****************************************************             00010001
000200*   ADVANCE SHIP NOTICE LINE - SHARED COPYBOOK.     *             00020001
000300*   ONE RECORD PER NOTICED LINE AS LOADED AND       *             00030001
000400*   MATCHED TO THE OPEN PURCHASE-ORDER FILE BY THE  *             00040001
000500*   NOTICE INTAKE, THEN RECEIVED BY THE GOODS-      *             00050001
000600*   RECEIPT RUN, SO AN-* FIELD NAMES AND PICTURES   *             00060001
000700*   STAY IN SYNC ACROSS PROGRAMS.  QUANTITIES AND   *             00070001
000800*   PRICE ARE IN THE SUPPLIER'S PURCHASE UNIT.      *             00080001
000900*   EXCEPTION: SPACE = AS ORDERED, S = SUBSTITUTION *             00090001
001000*   (ITEM NOT ON THE PO), H = SHORT, O = OVER,      *             00100001
001100*   U = PO NOT ON FILE, W = PO OF ANOTHER SUPPLIER. *             00110001
001200*   SHORT-DATED Y = LOT EXPIRES INSIDE THE MINIMUM  *             00120001
001300*   DAYS LEFT AT DELIVERY.  RECEIPT STATUS: SPACE = *             00130001
001400*   AWAITING THE TRUCK, R = RECEIVED                *             00140001
001500*****************************************************             00150001
001600 01  ASN-REC.                                                     00160001
001700     10  AN-SUPPLIER-CODE          PIC X(06).                     00170001
001800     10  AN-PO-NUMBER              PIC X(11).                     00180001
001900     10  AN-ITEM-NAME              PIC X(17).                     00190001
002000     10  AN-SHIP-QTY               PIC S9(05).                    00200001
002100     10  AN-LOT-NUMBER             PIC X(12).                     00210001
002200     10  AN-EXPIRATION-DATE        PIC 9(08).                     00220001
002300     10  AN-DELIVERY-DATE          PIC 9(08).                     00230001
002400     10  AN-EXPECTED-QTY           PIC S9(05)V99.                 00240001
002500     10  AN-UNIT-PRICE             PIC S9(03)V99.                 00250001
002600     10  AN-EXCEPTION              PIC X(01).                     00260001
002700     10  AN-SHORT-DATED            PIC X(01).                     00270001
002800     10  AN-RECEIPT-STATUS         PIC X(01).                     00280001
002900     10  FILLER                    PIC X(18).                     00290001
