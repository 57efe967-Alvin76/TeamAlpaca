000100*****************************************************             00010001
000200*   MONTH HISTORY RECORD - SHARED COPYBOOK.  ONE    *             00020001
000300*   LINE PER CLOSED MONTH, APPENDED BY THE MONTH-   *             00030001
000400*   END CLOSE AND READ BY THE YEAR-END CLOSE AND    *             00040001
000500*   THE COST-OF-GOODS STATEMENT, SO MH-* FIELD      *             00050001
000600*   NAMES AND PICTURES STAY IN SYNC ACROSS PROGRAMS *             00060001
000700*****************************************************             00070001
000800 01  MONTH-HISTORY-REC.                                           00080001
000900     10  MH-MONTH                 PIC 9(06).                      00090001
001000     10  MH-INVENTORY-PRICE       PIC S9(09)V99.                  00100001
001100     10  MH-TOTAL-WASTE           PIC S9(09)V99.                  00110001
001200     10  MH-RUN-COUNT             PIC 9(05).                      00120001
001300*        THE CLOSING INVENTORY VALUE (THE LAST REPORT             00130001
001400*        RUN OF THE MONTH) AND ITS RUN DATE WERE CARVED           00140001
001500*        OUT OF THE TRAILING FILLER; MONTHS CLOSED                00150001
001600*        BEFORE THAT CARRY SPACES HERE AND READERS                00160001
001700*        MUST GUARD FOR THAT                                      00170001
001800     10  MH-CLOSING-VALUE         PIC S9(09)V99.                  00180001
001900     10  MH-CLOSING-DATE          PIC 9(08).                      00190001
002000     10  FILLER                   PIC X(28).                      00200001
