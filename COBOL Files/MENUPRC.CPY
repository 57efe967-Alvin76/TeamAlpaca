000100*****************************************************             00010001
000200*   MENU PRICE MASTER RECORD LAYOUT - SHARED        *             00020001
000300*   COPYBOOK.  ONE RECORD PER MENU ITEM, KEYED ON   *             00030001
000400*   THE SAME NAME THE RECIPE FILE AND THE POS FEED  *             00040001
000500*   CARRY, WITH THE CURRENT SELLING PRICE AND THE   *             00050001
000600*   DATE IT TOOK EFFECT.  COPY THIS INTO ANY        *             00060001
000700*   PROGRAM'S FD OR WORKING-STORAGE SO MP-* FIELD   *             00070001
000800*   NAMES AND PICTURE CLAUSES STAY IN SYNC          *             00080001
000900*****************************************************             00090001
001000 01  MENU-PRICE-REC.                                              00100001
001100     10  MP-MENU-ITEM              PIC X(20).                     00110001
001200     10  MP-MENU-DESC              PIC X(30).                     00120001
001300     10  MP-SELL-PRICE             PIC S9(05)V99.                 00130001
001400     10  MP-PRICE-DATE             PIC 9(08).                     00140001
001500     10  FILLER                    PIC X(15).                     00150001
