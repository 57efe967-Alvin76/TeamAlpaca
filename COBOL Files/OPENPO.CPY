000600*   REPORT AND THE INVOICE MATCH, SO OP-* FIELD     *             00060001
000700*   NAMES AND PICTURES STAY IN SYNC ACROSS          *             00070001
000800*   PROGRAMS.  LINE STATUS: O = OPEN, P = PARTIAL,  *             00080001
000900*   F = FILLED, C = CANCELLED (ITEM RETIRED)        *             00090001
001000*****************************************************             00100001
001100 01  OPEN-PO-REC.                                                 00110001
001200     10  OP-PO-NUMBER              PIC X(11).                     00120001
001800     10  OP-ORDER-DATE             PIC 9(08).                     00180001
001900     10  OP-EXPECTED-DATE          PIC 9(08).                     00190001
002000     10  OP-LINE-STATUS            PIC X(01).                     00200001
002100*        DATE OF THE LATEST RECEIPT POSTED AGAINST THE            00210001
002200*        LINE, SET BY THE GOODS-RECEIPT RUN; THE                  00220001
002300*        INVOICE MATCH VALUES A FOREIGN-CURRENCY LINE             00230001
002400*        AT THE RATE IN EFFECT ON THIS DATE.  LINES               00240001
002500*        FROM BEFORE THE FIELD CARRY SPACES                       00250001
002600     10  OP-LAST-RECEIPT-DATE      PIC 9(08).                     00260001
002700     10  FILLER                    PIC X(04).                     00270001
