001300     10  PH-OLD-PRICE              PIC S9(03)V99.                 00130001
001400     10  PH-NEW-PRICE              PIC S9(03)V99.                 00140001
001500     10  PH-EFFECTIVE-DATE         PIC 9(08).                     00150001
001600*        A FOREIGN-CURRENCY SUPPLIER'S CHANGE: THE NEW            00160001
001700*        PRICE ABOVE IS IN DOLLARS AT THE RATE IN                 00170001
001800*        EFFECT ON THE EFFECTIVE DATE, AND THE PRICE              00180001
001900*        AS QUOTED IS KEPT HERE.  DOMESTIC LINES                  00190001
002000*        CARRY SPACES IN THE CURRENCY                             00200001
002100     10  PH-CURRENCY-CODE          PIC X(03).                     00210001
002200     10  PH-FX-RATE                PIC 9(03)V9(06).               00220001
002300     10  PH-FOREIGN-PRICE          PIC S9(03)V99.                 00230001
002400     10  FILLER                    PIC X(22).                     00240001
