000100*****************************************************             00010001
000200*   ALLERGEN MASTER RECORD - SHARED COPYBOOK.  ONE  *             00020001
000300*   RECORD PER MAJOR ALLERGEN GROUP, KEYED ON A     *             00030001
000400*   SHORT CODE THAT HEADS ITS COLUMN ON THE MENU    *             00040001
000500*   ALLERGEN MATRIX.  MAINTAINED BY THE REFERENCE-  *             00050001
000600*   DATA RUN.  COPY THIS INTO ANY PROGRAM'S FD SO   *             00060001
000700*   AG-* FIELD NAMES AND PICTURES STAY IN SYNC      *             00070001
000800*   ACROSS PROGRAMS                                 *             00080001
000900*****************************************************             00090001
001000 01  ALLERGEN-MASTER-REC.                                         00100001
001100     10  AG-ALLERGEN-CODE          PIC X(04).                     00110001
001200     10  AG-ALLERGEN-DESC          PIC X(20).                     00120001
001300     10  AG-CHANGE-DATE            PIC 9(08).                     00130001
001400     10  FILLER                    PIC X(48).                     00140001
