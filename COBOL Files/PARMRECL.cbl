035300     MOVE FR-SUPPLIER-CODE TO TX-SUPPLIER-CODE                    03530001
035400     MOVE WS-PROPOSED-ROP TO TX-REORDER-POINT                     03540001
035500     MOVE WS-PROPOSED-OUT TO TX-ORDER-UP-TO                       03550001
035520     MOVE FR-ITEM-TYPE TO TX-ITEM-TYPE                            03552001
035540     IF FR-SHELF-LIFE-DAYS NUMERIC                                03554001
035560         MOVE FR-SHELF-LIFE-DAYS TO TX-SHELF-LIFE-DAYS            03556001
035580     END-IF                                                       03558001
035600     WRITE TRANSACTION-REC                                        03560001
035700     .                                                            03570001
035800                                                                  03580001
