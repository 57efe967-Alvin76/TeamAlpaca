000100*****************************************************             00010001
000200*   CYCLE-COUNT SCHEDULE RECORD - SHARED COPYBOOK   *             00020001
000300*   ONE RECORD PER FRIDGE ITEM, KEYED BY ITEM NAME. *             00030001
000400*   THE ABC CLASSIFICATION RUN SETS THE CLASS AND   *             00040001
000500*   COUNT INTERVAL FROM THE ITEM'S DOLLAR MOVEMENT  *             00050001
000600*   ON THE HISTORY FILE; THE COUNT RECONCILIATION   *             00060001
000700*   STAMPS THE LAST COUNT DATE AND MOVES THE NEXT   *             00070001
000800*   DUE DATE ON BY THE INTERVAL.  A LAST COUNT DATE *             00080001
000900*   OF ZERO MEANS THE ITEM HAS NEVER BEEN COUNTED   *             00090001
001000*****************************************************             00100001
001100 01  CYCLE-SCHEDULE-REC.                                          00110001
001200     10  CC-ITEM-NAME              PIC X(17).                     00120001
001300     10  CC-ABC-CLASS              PIC X(01).                     00130001
001400     10  CC-CLASS-DATE             PIC 9(08).                     00140001
001500     10  CC-PERIOD-MOVEMENT        PIC S9(09)V99.                 00150001
001600     10  CC-VALUE-RANK             PIC 9(05).                     00160001
001700     10  CC-COUNT-INTERVAL         PIC 9(03).                     00170001
001800     10  CC-LAST-COUNT-DATE        PIC 9(08).                     00180001
001900     10  CC-NEXT-DUE-DATE          PIC 9(08).                     00190001
002000     10  FILLER                    PIC X(19).                     00200001
