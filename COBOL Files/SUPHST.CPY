001500     10  SF-RECEIVED-QTY           PIC S9(05).                    00150001
001600     10  SF-INVOICE-PRICE          PIC S9(03)V99.                 00160001
001700     10  SF-MASTER-PRICE           PIC S9(03)V99.                 00170001
001800*        A FOREIGN-CURRENCY SUPPLIER'S LINE: THE                  00180001
001900*        INVOICE PRICE ABOVE IS IN DOLLARS AT THE RATE            00190001
002000*        IN EFFECT ON THE RECEIPT DATE, AND THE                   00200001
002100*        SUPPLIER'S OWN-CURRENCY PRICE IS KEPT HERE.              00210001
002200*        DOMESTIC LINES CARRY SPACES IN THE CURRENCY              00220001
002300     10  SF-CURRENCY-CODE          PIC X(03).                     00230001
002400     10  SF-FX-RATE                PIC 9(03)V9(06).               00240001
002500     10  SF-FOREIGN-PRICE          PIC S9(03)V99.                 00250001
002600     10  FILLER                    PIC X(10).                     00260001
