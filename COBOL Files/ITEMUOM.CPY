000100*****************************************************             00010001
000200*   ITEM UNIT-OF-MEASURE RECORD - SHARED            *             00020001
000300*   COPYBOOK.  ONE RECORD PER FRIDGE ITEM GIVING    *             00030001
000400*   THE UNIT THE SUPPLIER SELLS IN, THE UNIT        *             00040001
000500*   FR-UNITS IS COUNTED IN AND THE UNIT THE         *             00050001
000600*   RECIPE FILE IS WRITTEN IN, WITH TWO FACTORS:    *             00060001
000700*   STOCKING UNITS PER PURCHASE UNIT AND RECIPE     *             00070001
000800*   UNITS PER STOCKING UNIT.  AN ITEM WITH NO       *             00080001
000900*   RECORD CONVERTS ONE FOR ONE.  COPY THIS INTO    *             00090001
001000*   ANY PROGRAM'S FD SO UM-* FIELD NAMES AND        *             00100001
001100*   PICTURES STAY IN SYNC ACROSS PROGRAMS           *             00110001
001200*****************************************************             00120001
001300 01  ITEM-UOM-REC.                                                00130001
001400     10  UM-ITEM-NAME              PIC X(17).                     00140001
001500     10  UM-PURCHASE-UOM           PIC X(04).                     00150001
001600     10  UM-STOCK-UOM              PIC X(04).                     00160001
001700     10  UM-RECIPE-UOM             PIC X(04).                     00170001
001800     10  UM-PURCH-FACTOR           PIC 9(05)V9(04).               00180001
001900     10  UM-RECIPE-FACTOR          PIC 9(05)V9(04).               00190001
002000     10  UM-CHANGE-DATE            PIC 9(08).                     00200001
002100     10  FILLER                    PIC X(25).                     00210001
