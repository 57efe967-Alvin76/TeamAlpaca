001691     10  FR-HOLD-STATUS            PIC X(01).                     21001691
001692     10  FR-HOLD-REASON            PIC X(02).                     21001692
001693     10  FR-HOLD-DATE              PIC 9(08).                     21001693
001694*        ITEM TYPE: P = PREPARED IN-HOUSE FROM RECIPE             21001694
001695*        COMPONENTS, SPACE = PURCHASED.  SHELF LIFE IS            21001695
001696*        THE DAYS A PRODUCED BATCH KEEPS.  CARVED OUT OF          21001696
001697*        THE TRAILING FILLER - OLDER RECORDS CARRY SPACES         21001697
001698     10  FR-ITEM-TYPE              PIC X(01).                     21001698
001699     10  FR-SHELF-LIFE-DAYS        PIC 9(03).                     21001699
001700*        LIFECYCLE: SPACE OR A = ACTIVE, P = PHASING              21001700
001701*        OUT (RUN DOWN, NO MORE ORDERS), D = DISCON-              21001701
001702*        TINUED.  RETIRED ITEMS STAY ON FILE SO THEIR             21001702
001703*        HISTORY KEEPS ITS LINK TO THE MASTER                     21001703
001704     10  FR-LIFECYCLE-STATUS       PIC X(01).                     21001704
001710     10  FILLER                    PIC X(07).                     21001710
