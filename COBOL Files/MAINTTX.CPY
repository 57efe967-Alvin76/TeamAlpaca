001710     10  TX-APPROVAL-CODE          PIC X(06).                     00171001
001720     10  TX-REORDER-POINT          PIC 9(05).                     00172001
001730     10  TX-ORDER-UP-TO            PIC 9(05).                     00173001
001830     10  TX-ITEM-TYPE              PIC X(01).                     00183001
001930     10  TX-SHELF-LIFE-DAYS        PIC 9(03).                     00193001
002030     10  TX-LIFECYCLE-STATUS       PIC X(01).                     00203001
002040     10  FILLER                    PIC X(01).                     00204001
