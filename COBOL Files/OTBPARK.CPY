000100*****************************************************             00010001
000200*   PARKED PURCHASE-ORDER LINE - SHARED COPYBOOK.   *             00020001
000300*   ONE RECORD PER REORDER LINE THE PURCHASE-ORDER  *             00030001
000400*   BUILD HELD BACK BECAUSE IT WOULD HAVE TAKEN ITS *             00040001
000500*   CATEGORY PAST THE MONTH'S OPEN-TO-BUY.  THE     *             00050001
000600*   BUYER APPROVAL RUN MARKS IT APPROVED OR         *             00060001
000700*   DECLINED; THE NEXT PURCHASE-ORDER BUILD         *             00070001
000800*   RELEASES APPROVED LINES AND DROPS DECLINED      *             00080001
000900*   ONES, SO PK-* FIELD NAMES AND PICTURES STAY IN  *             00090001
001000*   SYNC ACROSS PROGRAMS.  QUANTITY IS IN STOCKING  *             00100001
001100*   UNITS AS EXTRACTED; THE EXTENDED COST AND       *             00110001
001200*   OPEN-TO-BUY ARE AS THEY STOOD WHEN PARKED.      *             00120001
001300*   STATUS: P = PENDING, A = APPROVED, D = DECLINED *             00130001
001400*****************************************************             00140001
001500 01  PARKED-LINE-REC.                                             00150001
001600     10  PK-ITEM-NAME              PIC X(17).                     00160001
001700     10  PK-SUPPLIER-CODE          PIC X(06).                     00170001
001800     10  PK-CATEGORY               PIC X(10).                     00180001
001900     10  PK-ORDER-QTY              PIC S9(05)V99.                 00190001
002000     10  PK-PACK-COUNT             PIC S9(05).                    00200001
002100     10  PK-UNIT-PRICE             PIC S9(03)V99.                 00210001
002200     10  PK-EXTENDED-COST          PIC S9(07)V99.                 00220001
002300     10  PK-OPEN-TO-BUY            PIC S9(07)V99.                 00230001
002400     10  PK-SOURCE-NOTE            PIC X(20).                     00240001
002500     10  PK-PARK-DATE              PIC 9(08).                     00250001
002600     10  PK-STATUS                 PIC X(01).                     00260001
002700     10  PK-DECIDED-BY             PIC X(08).                     00270001
002800     10  PK-DECIDED-DATE           PIC 9(08).                     00280001
002900     10  FILLER                    PIC X(07).                     00290001
