000100*****************************************************             00010001
000200*   REFUSED-UPDATE LOG RECORD - SHARED COPYBOOK.    *             00020001
000300*   ONE RECORD PER UPDATE ATTEMPT REFUSED FOR WANT  *             00030001
000400*   OF AUTHORITY, FROM BATCH (APPENDED BY THE       *             00040001
000500*   OPAUTH SUBROUTINE) OR ONLINE (THE ALOG          *             00050001
000600*   EXTRAPARTITION QUEUE FEEDS THE SAME DATASET).   *             00060001
000700*   THE FILE ONLY EVER GROWS                        *             00070001
000800*****************************************************             00080001
000900 01  AUTH-REFUSAL-REC.                                            00090001
001000     10  RF-LOG-DATE               PIC 9(08).                     00100001
001100     10  RF-LOG-TIME               PIC 9(08).                     00110001
001200     10  RF-PROGRAM-ID             PIC X(08).                     00120001
001300     10  RF-OPERATOR-ID            PIC X(08).                     00130001
001400*        BTCH FOR A BATCH RUN, ELSE THE CICS TERMINAL             00140001
001500     10  RF-TERMINAL               PIC X(04).                     00150001
001600*        POSITION OF THE FUNCTION IN OU-AUTHORITY-TABLE           00160001
001700     10  RF-AUTHORITY              PIC 9(01).                     00170001
001800*        WHAT WAS ATTEMPTED - ITEM, CATEGORY OR KEY               00180001
001900     10  RF-SUBJECT                PIC X(30).                     00190001
002000     10  RF-REASON                 PIC X(30).                     00200001
002100     10  FILLER                    PIC X(03).                     00210001
