000100*****************************************************             00010001
000200*   IN-TRANSIT TRANSFER RECORD - SHARED COPYBOOK.   *             00020001
000300*   ONE RECORD PER LOT SHIPPED ON AN INTER-SITE     *             00030001
000400*   TRANSFER ORDER, CARRYING THE LOT'S ORIGINAL     *             00040001
000500*   RECEIVED AND EXPIRATION DATES AND THE DONOR'S   *             00050001
000600*   FR-COST AT SHIPMENT.  WRITTEN BY THE TRANSFER   *             00060001
000700*   SHIPMENT RUN AT THE DONOR SITE, CLEARED BY THE  *             00070001
000800*   RECEIVING SITE'S CONFIRMATION RUN AND AGED BY   *             00080001
000900*   THE IN-TRANSIT REPORT, SO TI-* FIELD NAMES AND  *             00090001
001000*   PICTURES STAY IN SYNC ACROSS PROGRAMS           *             00100001
001100*****************************************************             00110001
001200 01  IN-TRANSIT-REC.                                              00120001
001300     10  TI-TRANSFER-ID            PIC X(10).                     00130001
001400     10  TI-FROM-SITE              PIC X(05).                     00140001
001500     10  TI-TO-SITE                PIC X(05).                     00150001
001600     10  TI-ITEM-NAME              PIC X(17).                     00160001
001700     10  TI-UNITS                  PIC S9(05).                    00170001
001800     10  TI-COST                   PIC S9(03)V99.                 00180001
001900     10  TI-SHIP-DATE              PIC 9(08).                     00190001
002000     10  TI-LOT-RECEIVED-DATE      PIC 9(08).                     00200001
002100     10  TI-LOT-EXPIRATION-DATE    PIC 9(08).                     00210001
002200     10  TI-SHIPPED-BY             PIC X(08).                     00220001
002300     10  FILLER                    PIC X(21).                     00230001
