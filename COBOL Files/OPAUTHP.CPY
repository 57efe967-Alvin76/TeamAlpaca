000100*****************************************************             00010001
000200*   OPERATOR AUTHORITY CALL PARAMETERS - SHARED     *             00020001
000300*   COPYBOOK FOR EVERY BATCH PROGRAM THAT CALLS     *             00030001
000400*   THE OPAUTH SUBROUTINE.  FUNCTION C CHECKS THAT  *             00040001
000500*   THE OPERATOR HOLDS THE AUTHORITY NAMED BY ITS   *             00050001
000600*   POSITION IN OU-AUTHORITY-TABLE; FUNCTION R      *             00060001
000700*   LOGS ONE REFUSED ATTEMPT AGAINST AQ-SUBJECT.    *             00070001
000800*   RESULT: 00 = AUTHORIZED, 08 = REFUSED (SEE      *             00080001
000900*   AQ-REASON), 12 = AUTHORITY FILE UNAVAILABLE,    *             00090001
001000*   WHICH REFUSES EVERYTHING                        *             00100001
001100*****************************************************             00110001
001200 01  OPERATOR-AUTH-PARMS.                                         00120001
001300     10  AQ-FUNCTION               PIC X(01).                     00130001
001400     10  AQ-CALLER                 PIC X(08).                     00140001
001500     10  AQ-OPERATOR-ID            PIC X(08).                     00150001
001600     10  AQ-AUTHORITY              PIC 9(01).                     00160001
001700     10  AQ-SUBJECT                PIC X(30).                     00170001
001800     10  AQ-RESULT                 PIC X(02).                     00180001
001900     10  AQ-REASON                 PIC X(30).                     00190001
