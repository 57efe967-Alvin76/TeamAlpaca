000100*****************************************************             00010001
000200*   PENDING-APPROVAL RECORD - SHARED COPYBOOK FOR   *             00020001
000300*   THE PENDING FILE FRIDGMNT PARKS HIGH-VALUE      *             00030001
000400*   TRANSACTIONS ON AND FRIDGAPR CARRIES FORWARD.   *             00040001
000500*   THE PARKED TRANSACTION IS KEPT WHOLE, WITH THE  *             00050001
000600*   OPERATOR WHO KEYED IT, SO THE APPROVAL RUN CAN  *             00060001
000700*   REFUSE TO LET THE KEYER APPROVE THEIR OWN WORK  *             00070001
000800*****************************************************             00080001
000900 01  PENDING-TX-REC.                                              00090001
001000     10  PQ-TRANSACTION            PIC X(80).                     00100001
001100     10  PQ-KEYED-BY               PIC X(08).                     00110001
001200     10  PQ-KEYED-DATE             PIC 9(08).                     00120001
001300     10  FILLER                    PIC X(04).                     00130001
