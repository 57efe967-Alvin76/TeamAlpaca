000100*****************************************************             00010001
000200*   RECIPE LINE RECORD - SHARED COPYBOOK            *             00020001
000300*   ONE INGREDIENT LINE PER MENU ITEM, MAINTAINED   *             00030001
000400*   BY THE RECIPE MAINTENANCE RUN AND READ BY THE   *             00040001
000500*   FORECAST AND PLATE-COSTING RUNS SO RC-* FIELD   *             00050001
000600*   NAMES AND PICTURE CLAUSES STAY IN SYNC ACROSS   *             00060001
000700*   PROGRAMS                                        *             00070001
000800*****************************************************             00080001
000900 01  RECIPE-REC.                                                  00090001
001000     10  RC-MENU-ITEM              PIC X(20).                     00100001
001100     10  RC-INGREDIENT             PIC X(17).                     00110001
001200     10  RC-QTY-PER-COVER          PIC S9(03)V99.                 00120001
001300     10  FILLER                    PIC X(38).                     00130001
