000100*****************************************************             00010001
000200*   ITEM-SUPPLIER CROSS-REFERENCE RECORD - SHARED   *             00020001
000300*   COPYBOOK.  ONE RECORD PER APPROVED SUPPLIER OF  *             00030001
000400*   AN ITEM, KEYED ITEM THEN SUPPLIER, CARRYING     *             00040001
000500*   THAT SUPPLIER'S OWN STOCKING-UNIT PRICE, CASE   *             00050001
000600*   PACK AND BUYER PRIORITY (1 = FIRST CHOICE).  A  *             00060001
000700*   SUPPLIER SUSPENDED FOR AN ITEM STAYS ON FILE    *             00070001
000800*   WITH STATUS 'S' SO IT CAN BE REINSTATED.  COPY  *             00080001
000900*   THIS INTO ANY PROGRAM'S FD SO IX-* FIELD NAMES  *             00090001
001000*   AND PICTURES STAY IN SYNC ACROSS PROGRAMS       *             00100001
001100*****************************************************             00110001
001200 01  ITEM-SUPPLIER-REC.                                           00120001
001300     10  IX-KEY.                                                  00130001
001400         15  IX-ITEM-NAME          PIC X(17).                     00140001
001500         15  IX-SUPPLIER-CODE      PIC X(06).                     00150001
001600     10  IX-UNIT-PRICE             PIC S9(03)V99.                 00160001
001700     10  IX-CASE-PACK              PIC 9(03).                     00170001
001800     10  IX-PRIORITY               PIC 9(01).                     00180001
001900     10  IX-APPROVAL-STATUS        PIC X(01).                     00190001
002000     10  IX-CHANGE-DATE            PIC 9(08).                     00200001
002100     10  FILLER                    PIC X(39).                     00210001
