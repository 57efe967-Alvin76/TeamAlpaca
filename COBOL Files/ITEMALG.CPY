000100*****************************************************             00010001
000200*   ITEM ALLERGEN PROFILE RECORD - SHARED COPYBOOK. *             00020001
000300*   ONE RECORD PER FRIDGE ITEM LISTING THE ALLERGEN *             00030001
000400*   MASTER CODES THE ITEM CONTAINS, AS DECLARED FOR *             00040001
000500*   THE SUPPLIER NAMED.  A PROFILE WITH NO CODES    *             00050001
000600*   DECLARES THE ITEM FREE OF EVERY MAJOR ALLERGEN; *             00060001
000700*   AN ITEM WITH NO PROFILE AT ALL IS UNVERIFIED.   *             00070001
000800*   COPY THIS INTO ANY PROGRAM'S FD SO IA-* FIELD   *             00080001
000900*   NAMES AND PICTURES STAY IN SYNC ACROSS PROGRAMS *             00090001
001000*****************************************************             00100001
001100 01  ITEM-ALLERGEN-REC.                                           00110001
001200     10  IA-ITEM-NAME              PIC X(17).                     00120001
001300     10  IA-SUPPLIER-CODE          PIC X(06).                     00130001
001400     10  IA-CHANGE-DATE            PIC 9(08).                     00140001
001500     10  IA-ALLERGEN-CODE OCCURS 14 TIMES                         00150001
001600                                   PIC X(04).                     00160001
001700     10  FILLER                    PIC X(13).                     00170001
