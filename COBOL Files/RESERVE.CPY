000100*****************************************************             00010001
000200*   STOCK RESERVATION - SHARED COPYBOOK.  ONE       *             00020001
000300*   RECORD PER EVENT AND FRIDGE ITEM, IN STOCKING   *             00030001
000400*   UNITS, WRITTEN BY THE EVENT RESERVATION RUN AND *             00040001
000500*   READ BY THE DAILY INVENTORY PASS SO RS-* FIELD  *             00050001
000600*   NAMES AND PICTURES STAY IN SYNC ACROSS          *             00060001
000700*   PROGRAMS.  A RESERVATION STANDS UNTIL THE DAY   *             00070001
000800*   AFTER ITS EVENT DATE.  SOURCE: D = THE DISH     *             00080001
000900*   RECIPE USES THE ITEM, C = A COMPONENT OF A      *             00090001
001000*   PREPARED ITEM WHOSE SHELF CANNOT COVER THE      *             00100001
001100*   EVENT.  SHORT = UNITS RESERVED BEYOND WHAT WAS  *             00110001
001200*   AVAILABLE WHEN THE RESERVATION WAS MADE         *             00120001
001300*****************************************************             00130001
001400 01  RESERVATION-REC.                                             00140001
001500     10  RS-EVENT-ID               PIC X(08).                     00150001
001600     10  RS-EVENT-DATE             PIC 9(08).                     00160001
001700     10  RS-ITEM-NAME              PIC X(17).                     00170001
001800     10  RS-RESERVED-QTY           PIC S9(05).                    00180001
001900     10  RS-SHORT-QTY              PIC S9(05).                    00190001
002000     10  RS-SOURCE                 PIC X(01).                     00200001
002100     10  RS-RESERVED-DATE          PIC 9(08).                     00210001
002200     10  FILLER                    PIC X(08).                     00220001
