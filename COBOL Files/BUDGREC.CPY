000100*****************************************************             00010001
000200*   CATEGORY BUDGET RECORD - SHARED COPYBOOK.  ONE  *             00020001
000300*   RECORD PER CATEGORY PER MONTH WITH THE WASTE    *             00030001
000400*   BUDGET AND INVENTORY-VALUE TARGET THE NIGHTLY   *             00040001
000500*   RUN REPORTS AGAINST, AND THE PURCHASING BUDGET  *             00050001
000600*   THE PURCHASE-ORDER BUILD HOLDS SPEND TO.  A     *             00060001
000700*   ZERO PURCHASING BUDGET LEAVES THE CATEGORY      *             00070001
000800*   UNLIMITED, SO BG-* FIELD NAMES AND PICTURES     *             00080001
000900*   STAY IN SYNC ACROSS PROGRAMS                    *             00090001
001000*****************************************************             00100001
001100 01  BUDGET-REC.                                                  00110001
001200     10  BG-CATEGORY               PIC X(10).                     00120001
001300     10  BG-MONTH                  PIC 9(06).                     00130001
001400     10  BG-WASTE-BUDGET           PIC S9(07)V99.                 00140001
001500     10  BG-INV-TARGET             PIC S9(07)V99.                 00150001
001600     10  BG-PURCHASE-BUDGET        PIC S9(07)V99.                 00160001
001700     10  FILLER                    PIC X(37).                     00170001
