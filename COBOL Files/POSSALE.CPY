000100*****************************************************             00010001
000200*   POINT-OF-SALE SALES RECORD - SHARED COPYBOOK    *             00020001
000300*   ONE LINE PER MENU ITEM SOLD ON A BUSINESS DATE, *             00030001
000400*   READ NIGHTLY BY THE USAGE VARIANCE RUN, WHICH   *             00040001
000500*   ALSO KEEPS THE MONTH'S LINES ON THE SALES       *             00050001
000600*   HISTORY FILE, SO PS-* FIELD NAMES AND PICTURE   *             00060001
000700*   CLAUSES STAY IN SYNC ACROSS PROGRAMS            *             00070001
000800*****************************************************             00080001
000900 01  POS-SALES-REC.                                               00090001
001000     10  PS-SALE-DATE              PIC 9(08).                     00100001
001100     10  PS-MENU-ITEM              PIC X(20).                     00110001
001200     10  PS-QTY-SOLD               PIC 9(05).                     00120001
001300     10  PS-SALES-AMOUNT           PIC S9(07)V99.                 00130001
001400     10  FILLER                    PIC X(38).                     00140001
