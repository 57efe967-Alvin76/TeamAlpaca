000100*****************************************************             00010001
000200*   EVENT BOOKING LINE - SHARED COPYBOOK.  ONE      *             00020001
000300*   RECORD PER MENU ITEM BOOKED FOR A BANQUET OR    *             00030001
000400*   PRIVATE EVENT, WITH THE COVERS IT IS BOOKED     *             00040001
000500*   FOR, SO EV-* FIELD NAMES AND PICTURES STAY IN   *             00050001
000600*   SYNC ACROSS PROGRAMS.  EVERY LINE OF ONE EVENT  *             00060001
000700*   CARRIES THE SAME EVENT ID, DATE AND NAME        *             00070001
000800*****************************************************             00080001
000900 01  EVENT-BOOKING-REC.                                           00090001
001000     10  EV-EVENT-ID               PIC X(08).                     00100001
001100     10  EV-EVENT-DATE             PIC 9(08).                     00110001
001200     10  EV-EVENT-NAME             PIC X(24).                     00120001
001300     10  EV-MENU-ITEM              PIC X(20).                     00130001
001400     10  EV-COVERS                 PIC 9(05).                     00140001
001500     10  FILLER                    PIC X(15).                     00150001
