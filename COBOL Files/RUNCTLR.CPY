000100*****************************************************             00010001
000200*   RUN-CONTROL FILE RECORD - ONE STAMP PER START   *             00020001
000300*   AND COMPLETION OF EVERY STEP IN THE NIGHTLY     *             00030001
000400*   CHAIN, WRITTEN BY THE RUNCTL SUBROUTINE AND     *             00040001
000500*   READ BY THE CHAIN STATUS BOARD.  THE FILE IS    *             00050001
000600*   EXTENDED IN THE ORDER THE STAMPS ARE TAKEN      *             00060001
000700*****************************************************             00070001
000800 01  RUN-CONTROL-REC.                                             00080001
000900     10  RC-PROGRAM-ID             PIC X(08).                     00090001
001000     10  RC-BUSINESS-DATE          PIC 9(08).                     00100001
001100     10  RC-STAMP-DATE             PIC 9(08).                     00110001
001200     10  RC-STAMP-TIME             PIC 9(08).                     00120001
001300*        S = STARTED, C = COMPLETED                               00130001
001400     10  RC-RUN-STATUS             PIC X(01).                     00140001
001500     10  FILLER                    PIC X(47).                     00150001
