000100*****************************************************             00010001
000200*   GL TRIAL-BALANCE EXTRACT RECORD - SHARED        *             00020001
000300*   COPYBOOK.  FINANCE'S LEDGER SENDS ONE B LINE    *             00030001
000400*   PER ACCOUNT AND PERIOD WITH ITS OPENING AND     *             00040001
000500*   CLOSING BALANCE, AND ONE A LINE PER ACCOUNT,    *             00050001
000600*   PERIOD AND JOURNAL SOURCE WITH THE PERIOD'S NET *             00060001
000700*   ACTIVITY FROM THAT SOURCE.  LINES LOADED FROM   *             00070001
000800*   THE GL JOURNAL EXTRACT KEEP ITS SOURCE CODE     *             00080001
000900*   (RECEIPTS, WASTE, INVCHG, DONATION); ANYTHING   *             00090001
001000*   ELSE WAS KEYED IN THE LEDGER.  AMOUNTS ARE      *             00100001
001100*   SIGNED, DEBIT POSITIVE, SO TB-* FIELD NAMES AND *             00110001
001200*   PICTURES STAY IN SYNC ACROSS PROGRAMS           *             00120001
001300*****************************************************             00130001
001400 01  TRIAL-BALANCE-REC.                                           00140001
001500     10  TB-RECORD-TYPE            PIC X(01).                     00150001
001600     10  TB-PERIOD                 PIC 9(06).                     00160001
001700     10  TB-GL-ACCOUNT             PIC X(08).                     00170001
001800     10  TB-SOURCE-CODE            PIC X(08).                     00180001
001900     10  TB-OPENING-BALANCE        PIC S9(09)V99.                 00190001
002000     10  TB-CLOSING-BALANCE        PIC S9(09)V99.                 00200001
002100     10  TB-ACTIVITY-AMOUNT        PIC S9(09)V99.                 00210001
002200     10  FILLER                    PIC X(24).                     00220001
