000100*****************************************************             00010001
000200*   SUPPLIER SCORE EXTRACT RECORD - SHARED COPYBOOK *             00020001
000300*   ONE RECORD PER SUPPLIER WRITTEN BY THE MONTHLY  *             00030001
000400*   SCORECARD RUN WITH THE SAME FILL RATE, SHORT-   *             00040001
000500*   SHIP PERCENTAGE AND PRICE VARIANCE IT PRINTS,   *             00050001
000600*   SO THE PURCHASE-ORDER BUILD CAN WEIGH A         *             00060001
000700*   SUPPLIER'S RECORD WHEN CHOOSING A SOURCE        *             00070001
000800*****************************************************             00080001
000900 01  SUPPLIER-SCORE-REC.                                          00090001
001000     10  SS-SUPPLIER-CODE          PIC X(06).                     00100001
001100     10  SS-SCORE-MONTH            PIC 9(06).                     00110001
001200     10  SS-LINE-COUNT             PIC 9(05).                     00120001
001300     10  SS-FILL-RATE              PIC S9(03)V99.                 00130001
001400     10  SS-SHORT-PCT              PIC S9(03)V99.                 00140001
001500     10  SS-AVG-PRICE-VAR          PIC S9(05)V99.                 00150001
001600     10  FILLER                    PIC X(46).                     00160001
