000100*****************************************************             00010001
000200*   OPEN PAYABLES RECORD - SHARED COPYBOOK.  ONE    *             00020001
000300*   RECORD PER APPROVED SUPPLIER INVOICE, BUILT BY  *             00030001
000400*   THE PAYMENT SCHEDULING RUN FROM THE INVOICE     *             00040001
000500*   MATCH'S APPROVAL LINES.  THE SUPPLIER'S TERMS   *             00050001
000600*   ARE FROZEN ONTO THE INVOICE WHEN IT ARRIVES:    *             00060001
000700*   DISCOUNT DATE = INVOICE DATE + DISCOUNT DAYS,   *             00070001
000800*   NET DUE DATE = INVOICE DATE + NET DAYS.         *             00080001
000900*   STATUS O = OPEN; P = RELEASED TO ACCOUNTS       *             00090001
001000*   PAYABLE ON OA-PAID-DATE.  A DISCOUNT LET LAPSE  *             00100001
001100*   IS CHARGED TO OA-DISCOUNT-MISSED ON THE DAY IT  *             00110001
001200*   LAPSES.  PAID INVOICES STAY ON FILE THROUGH THE *             00120001
001300*   FOLLOWING MONTH FOR THE DISCOUNT TOTALS         *             00130001
001400*****************************************************             00140001
001500 01  OPEN-AP-REC.                                                 00150001
001600     10  OA-SUPPLIER-CODE          PIC X(06).                     00160001
001700     10  OA-INVOICE-NUMBER         PIC X(10).                     00170001
001800     10  OA-INVOICE-DATE           PIC 9(08).                     00180001
001900     10  OA-INVOICE-AMOUNT         PIC S9(07)V99.                 00190001
002000     10  OA-LINE-COUNT             PIC 9(03).                     00200001
002100     10  OA-DISCOUNT-PCT           PIC 9V99.                      00210001
002200     10  OA-DISCOUNT-DATE          PIC 9(08).                     00220001
002300     10  OA-NET-DUE-DATE           PIC 9(08).                     00230001
002400     10  OA-STATUS                 PIC X(01).                     00240001
002500     10  OA-PAID-DATE              PIC 9(08).                     00250001
002600     10  OA-PAID-AMOUNT            PIC S9(07)V99.                 00260001
002700     10  OA-DISCOUNT-TAKEN         PIC S9(05)V99.                 00270001
002800     10  OA-DISCOUNT-MISSED        PIC S9(05)V99.                 00280001
002900     10  OA-MISSED-DATE            PIC 9(08).                     00290001
003000*        A FOREIGN-CURRENCY SUPPLIER'S INVOICE: THE               00300001
003100*        AMOUNTS ABOVE ARE DOLLARS AT THE RATE IN                 00310001
003200*        EFFECT ON THE INVOICE DATE, AND THE AMOUNT               00320001
003300*        OWED IN THE SUPPLIER'S OWN CURRENCY IS KEPT              00330001
003400*        HERE FOR THE PAYMENT EXTRACT.  DOMESTIC                  00340001
003500*        INVOICES CARRY SPACES IN THE CURRENCY                    00350001
003600     10  OA-CURRENCY-CODE          PIC X(03).                     00360001
003700     10  OA-FOREIGN-AMOUNT         PIC S9(07)V99.                 00370001
003800     10  FILLER                    PIC X(13).                     00380001
