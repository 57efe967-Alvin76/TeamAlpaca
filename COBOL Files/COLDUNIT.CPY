000100*****************************************************             00010001
000200*   COLD-STORAGE UNIT MASTER RECORD - SHARED        *             00020001
000300*   COPYBOOK.  ONE RECORD PER WALK-IN, REACH-IN OR  *             00030001
000400*   FREEZER, GIVING ITS SAFE HOLDING RANGE AND HOW  *             00040001
000500*   MANY CONSECUTIVE OUT-OF-RANGE READINGS MAKE A   *             00050001
000600*   SUSTAINED EXCURSION.  COPY THIS INTO ANY        *             00060001
000700*   PROGRAM'S FD SO CU-* FIELD NAMES AND PICTURES   *             00070001
000800*   STAY IN SYNC ACROSS PROGRAMS                    *             00080001
000900*****************************************************             00090001
001000 01  COLD-UNIT-REC.                                               00100001
001100     10  CU-UNIT-CODE              PIC X(10).                     00110001
001200     10  CU-UNIT-DESC              PIC X(20).                     00120001
001300*        SAFE RANGE IN DEGREES, TENTHS KEPT; A READING            00130001
001400*        EQUAL TO EITHER LIMIT IS STILL IN RANGE                  00140001
001500     10  CU-MIN-TEMP               PIC S9(03)V9.                  00150001
001600     10  CU-MAX-TEMP               PIC S9(03)V9.                  00160001
001700*        ZERO OR SPACES FALLS BACK TO TWO READINGS                00170001
001800     10  CU-EXCURSION-LIMIT        PIC 9(02).                     00180001
001900     10  FILLER                    PIC X(40).                     00190001
