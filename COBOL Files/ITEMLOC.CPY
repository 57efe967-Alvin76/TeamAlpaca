000100*****************************************************             00010001
000200*   ITEM STORAGE LOCATION RECORD - SHARED COPYBOOK. *             00020001
000300*   ONE RECORD PER FRIDGE ITEM NAMING THE COLD-     *             00030001
000400*   STORAGE UNIT, SHELF AND BIN IT IS KEPT IN AND   *             00040001
000500*   ITS PLACE IN THE PHYSICAL WALK ORDER.  THE UNIT *             00050001
000600*   CODE AND THE WALK SEQUENCE ARE ALTERNATE KEYS   *             00060001
000700*   SO EVERYTHING IN ONE UNIT, OR EVERYTHING IN     *             00070001
000800*   WALK ORDER, CAN BE READ TOGETHER.  COPY THIS    *             00080001
000900*   INTO ANY PROGRAM'S FD SO IL-* FIELD NAMES AND   *             00090001
001000*   PICTURES STAY IN SYNC ACROSS PROGRAMS           *             00100001
001100*****************************************************             00110001
001200 01  ITEM-LOCATION-REC.                                           00120001
001300     10  IL-ITEM-NAME              PIC X(17).                     00130001
001400     10  IL-UNIT-CODE              PIC X(10).                     00140001
001500     10  IL-CHANGE-DATE            PIC 9(08).                     00150001
001600     10  IL-SHELF                  PIC X(04).                     00160001
001700     10  IL-BIN                    PIC X(04).                     00170001
001800     10  IL-WALK-SEQ               PIC 9(05).                     00180001
001900     10  FILLER                    PIC X(32).                     00190001
