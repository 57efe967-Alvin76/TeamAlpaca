014100*****************************************************             01410001
014200 150-CHECK-ONE-PO-LINE.                                           01420001
014300     IF OP-LINE-STATUS NOT = 'F'                                  01430001
014350         AND OP-LINE-STATUS NOT = 'C'                             01435001
014400         AND OP-EXPECTED-DATE NOT = ZERO                          01440001
014500         AND OP-EXPECTED-DATE < WS-DATE-8                         01450001
014600         COMPUTE WS-DAYS-LATE =                                   01460001
