000100*****************************************************             00010001
000200*   EXCHANGE RATE RECORD - SHARED COPYBOOK.  ONE    *             00020001
000300*   RECORD PER CURRENCY PER EFFECTIVE DATE, KEYED   *             00030001
000400*   ON THE PAIR, LOADED BY THE EXCHANGE RATE LOAD   *             00040001
000500*   RUN AND READ THROUGH THE FXCONV SUBROUTINE, SO  *             00050001
000600*   XR-* FIELD NAMES AND PICTURES STAY IN SYNC      *             00060001
000700*   ACROSS PROGRAMS.  THE RATE IS DOLLARS PER ONE   *             00070001
000800*   UNIT OF THE FOREIGN CURRENCY AND HOLDS FROM ITS *             00080001
000900*   EFFECTIVE DATE UNTIL THE NEXT LATER RATE        *             00090001
001000*****************************************************             00100001
001100 01  FX-RATE-REC.                                                 00110001
001200     10  XR-KEY.                                                  00120001
001300         15  XR-CURRENCY-CODE      PIC X(03).                     00130001
001400         15  XR-EFFECTIVE-DATE     PIC 9(08).                     00140001
001500     10  XR-RATE                   PIC 9(03)V9(06).               00150001
001600     10  XR-LOADED-DATE            PIC 9(08).                     00160001
001700     10  FILLER                    PIC X(12).                     00170001
