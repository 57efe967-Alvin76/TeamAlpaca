000100*****************************************************             00010001
000200*   OPERATOR AUTHORITY RECORD - SHARED COPYBOOK.    *             00020001
000300*   ONE RECORD PER OPERATOR ID, NAMING WHICH        *             00030001
000400*   UPDATE FUNCTIONS THAT OPERATOR MAY PERFORM.     *             00040001
000500*   EACH FLAG IS Y (GRANTED) OR N.  A REVOKED       *             00050001
000600*   OPERATOR STAYS ON FILE WITH STATUS 'R' SO THE   *             00060001
000700*   JOURNALS STILL RESOLVE THE ID.  THE FLAG TABLE  *             00070001
000800*   VIEW LETS THE CHECKING ROUTINE FIND A FUNCTION  *             00080001
000900*   BY POSITION                                     *             00090001
001000*****************************************************             00100001
001100 01  OPERATOR-AUTH-REC.                                           00110001
001200     10  OU-OPERATOR-ID            PIC X(08).                     00120001
001300     10  OU-OPERATOR-NAME          PIC X(20).                     00130001
001400     10  OU-AUTHORITY-FLAGS.                                      00140001
001500*        1 = MAINTAIN ITEMS          (FRIDGMNT, FRIDGUPD,         00150001
001533*                                     UOMMNT, LOCMNT, ALRGPMNT,   00153301
001566*                                     ISUPMNT, ITEMREN)           00156601
001600         15  OU-MAINTAIN-ITEMS     PIC X(01).                     00160001
001700*        2 = APPROVE HIGH-VALUE CHANGES (FRIDGAPR, POAPPRV)       00170001
001800         15  OU-APPROVE-CHANGES    PIC X(01).                     00180001
001900*        3 = PLACE OR RELEASE HOLDS  (FRIDGHLD)                   00190001
002000         15  OU-PLACE-HOLDS        PIC X(01).                     00200001
002100*        4 = CHANGE REFERENCE DATA   (REFDMNT, FXLOAD,            00210001
002150*                                     RECIPMNT, MENUMNT)          00215001
002200         15  OU-REFERENCE-DATA     PIC X(01).                     00220001
002300*        5 = REPAIR SUSPENSE         (SUSPREPR)                   00230001
002400         15  OU-REPAIR-SUSPENSE    PIC X(01).                     00240001
002500*        6 = MAINTAIN THIS FILE      (OPAUTMNT)                   00250001
002600         15  OU-SECURITY-ADMIN     PIC X(01).                     00260001
002700     10  OU-AUTHORITY-TABLE REDEFINES OU-AUTHORITY-FLAGS.         00270001
002800         15  OU-AUTHORITY-FLAG OCCURS 6 TIMES                     00280001
002900                                   PIC X(01).                     00290001
003000*        A = ACTIVE, R = REVOKED                                  00300001
003100     10  OU-STATUS                 PIC X(01).                     00310001
003200     10  OU-CHANGE-DATE            PIC 9(08).                     00320001
003300     10  OU-CHANGED-BY             PIC X(08).                     00330001
003400     10  FILLER                    PIC X(29).                     00340001
