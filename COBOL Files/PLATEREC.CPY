000100*****************************************************             00010001
000200*   PLATE COST RECORD LAYOUT - SHARED COPYBOOK.     *             00020001
000300*   WRITTEN BY THE PLATE COST RUN WITH EACH MENU    *             00030001
000400*   ITEM'S LATEST COST PER PORTION, READ BACK AS    *             00040001
000500*   THE PRIOR COST AND BY THE MENU REPORTS, SO      *             00050001
000600*   PP-* FIELD NAMES AND PICTURE CLAUSES STAY IN    *             00060001
000700*   SYNC ACROSS PROGRAMS                            *             00070001
000800*****************************************************             00080001
000900 01  PLATE-COST-REC.                                              00090001
001000     10  PP-MENU-ITEM              PIC X(20).                     00100001
001100     10  PP-PLATE-COST             PIC S9(05)V99.                 00110001
001200     10  PP-RUN-DATE               PIC 9(08).                     00120001
001300     10  FILLER                    PIC X(45).                     00130001
