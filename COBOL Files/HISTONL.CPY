000100*****************************************************             00010001
000200*   ONLINE ITEM HISTORY RECORD - SHARED COPYBOOK.   *             00020001
000300*   THE DAILY HISTORY SNAPSHOTS RELOADED EACH NIGHT *             00030001
000400*   BY THE HISTORY LOAD INTO THE HISTONL KSDS,      *             00040001
000500*   KEYED ON ITEM NAME, RUN DATE AND SITE, AND      *             00050001
000600*   BROWSED BY THE ONLINE HISTORY INQUIRY, SO HO-*  *             00060001
000700*   FIELD NAMES AND PICTURES STAY IN SYNC ACROSS    *             00070001
000800*   PROGRAMS.  THE LAST RECEIPT AND LAST COUNT      *             00080001
000900*   DATES ARE THE ITEM'S AS THEY STOOD AT THE LOAD, *             00090001
001000*   ZERO WHEN THERE HAS BEEN NONE                   *             00100001
001100*****************************************************             00110001
001200 01  HISTORY-ONLINE-REC.                                          00120001
001300     10  HO-KEY.                                                  00130001
001400         15  HO-ITEM-NAME          PIC X(17).                     00140001
001500         15  HO-RUN-DATE           PIC 9(08).                     00150001
001600         15  HO-SITE-CODE          PIC X(05).                     00160001
001700     10  HO-CATEGORY               PIC X(10).                     00170001
001800     10  HO-UNITS                  PIC S9(05).                    00180001
001900     10  HO-UNITS-DAY              PIC S9(03).                    00190001
002000     10  HO-WASTE-UNITS            PIC S9(03).                    00200001
002100     10  HO-INVENTORY-VALUE        PIC S9(07)V99.                 00210001
002200     10  HO-LAST-RECEIPT-DATE      PIC 9(08).                     00220001
002300     10  HO-LAST-COUNT-DATE        PIC 9(08).                     00230001
002400     10  FILLER                    PIC X(04).                     00240001
