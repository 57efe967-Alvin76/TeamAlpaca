000100*****************************************************             00010001
000200*   DONATION JOURNAL RECORD - SHARED COPYBOOK.  ONE *             00020001
000300*   ENTRY PER DONATION LINE POSTED, VALUED AT THE   *             00030001
000400*   ITEM'S FR-COST.  WRITTEN BY THE DONATION        *             00040001
000500*   POSTING RUN, READ BY THE DAILY GL EXTRACT FOR   *             00050001
000600*   THE DAY'S DONATION JOURNAL PAIR AND BY THE      *             00060001
000700*   YEAR-END DONATION SUMMARY, SO DJ-* FIELD NAMES  *             00070001
000800*   AND PICTURES STAY IN SYNC ACROSS PROGRAMS       *             00080001
000900*****************************************************             00090001
001000 01  DONATION-JOURNAL-REC.                                        00100001
001100     10  DJ-POST-DATE              PIC 9(08).                     00110001
001200     10  DJ-DONATION-DATE          PIC 9(08).                     00120001
001300     10  DJ-RECIPIENT-ID           PIC X(08).                     00130001
001400     10  DJ-RECIPIENT-NAME         PIC X(30).                     00140001
001500     10  DJ-ITEM-NAME              PIC X(17).                     00150001
001600     10  DJ-CATEGORY               PIC X(10).                     00160001
001700     10  DJ-UNITS                  PIC 9(05).                     00170001
001800     10  DJ-UNIT-COST              PIC 9(03)V99.                  00180001
001900     10  DJ-DONATION-VALUE         PIC 9(07)V99.                  00190001
002000     10  FILLER                    PIC X(20).                     00200001
