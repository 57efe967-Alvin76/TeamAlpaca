001300*BUT EVERY USABLE-STOCK CONSUMER COUNTS THEM AS     *             00130001
001400*ZERO UNTIL THE HOLD IS RELEASED.  EVERY APPLIED    *             00140001
001500*HOLD OR RELEASE IS JOURNALED WITH BEFORE AND       *             00150001
001533*AFTER IMAGES THE WAY THE MAINTENANCE RUN LOGS.     *             00153301
001566*ONLY AN OPERATOR HOLDING HOLD AUTHORITY ON THE     *             00156601
001599*OPERATOR AUTHORITY FILE MAY FILE THE RUN; ANY      *             00159901
001632*OTHER HAS EVERY TRANSACTION REJECTED AND LOGGED    *             00163201
001665*AS A REFUSED ATTEMPT                               *             00166501
001700*****************************************************             00170001
001800                                                                  00180001
001900 ENVIRONMENT DIVISION.                                            00190001
009050*****************************************************             00905011
009060 01  WS-OPERATOR-CONTROL.                                         00906011
009070     10  WS-OPERATOR-ID           PIC X(08) VALUE 'UNKNOWN'.      00907011
009071                                                                  00907101
009072 01  WS-AUTHORITY-CONTROL.                                        00907201
009073     10  WS-RUN-AUTHORIZED        PIC X(03) VALUE 'NO'.           00907301
009074     10  WS-REFUSED-REASON        PIC X(30) VALUE SPACES.         00907401
009075     10  WS-SAVED-RETURN-CODE     PIC S9(04) COMP VALUE ZERO.     00907501
009076                                                                  00907601
009077     COPY OPAUTHP.                                                00907701
009080                                                                  00908011
009081 01  WS-HOLD-PARM-CARD.                                           00908111
009082     10  PC-OPERATOR-ID           PIC X(08).                      00908211
013000         OPEN OUTPUT HOLD-LOG-FILE                                01300001
013100         OPEN OUTPUT HOLD-PRINT-FILE                              01310001
013110         PERFORM 105-GET-OPERATOR-PARM                            01311011
013155         PERFORM 106-CHECK-OPERATOR-AUTHORITY                     01315501
013200         PERFORM 850-GET-DATE                                     01320001
013300         PERFORM 800-PRINT-HEADINGS                               01330001
013400         PERFORM 100-READ-HOLD-TX                                 01340001
019200         MOVE 'BLANK HOLD REASON' TO HL-REMARK                    01920001
019300         PERFORM 710-PRINT-REJECT-LINE                            01930001
019400     END-IF                                                       01940001
019412     IF WS-RUN-AUTHORIZED = 'NO'                                  01941201
019424         AND WS-TX-VALID = 'YES'                                  01942401
019436         MOVE 'NO' TO WS-TX-VALID                                 01943601
019448         MOVE WS-REFUSED-REASON TO HL-REMARK                      01944801
019460         PERFORM 710-PRINT-REJECT-LINE                            01946001
019472         PERFORM 165-LOG-REFUSED-ATTEMPT                          01947201
019484     END-IF                                                       01948401
019500     .                                                            01950001
019600                                                                  01960001
019700 200-APPLY-ITEM-HOLD.                                             01970001
028040         MOVE PC-OPERATOR-ID TO WS-OPERATOR-ID                    02804011
028050     END-IF                                                       02805011
028060     .                                                            02806011
028061                                                                  02806111
028063 106-CHECK-OPERATOR-AUTHORITY.                                    02806301
028065     MOVE 'C' TO AQ-FUNCTION                                      02806501
028066     MOVE 'FRIDGHLD' TO AQ-CALLER                                 02806601
028068     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        02806801
028070     MOVE 3 TO AQ-AUTHORITY                                       02807001
028071     MOVE SPACES TO AQ-SUBJECT                                    02807101
028072     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      02807201
028073     IF AQ-RESULT = '00'                                          02807301
028074         MOVE 'YES' TO WS-RUN-AUTHORIZED                          02807401
028075     ELSE                                                         02807501
028076         MOVE 'NO' TO WS-RUN-AUTHORIZED                           02807601
028077         MOVE AQ-REASON TO WS-REFUSED-REASON                      02807701
028078         DISPLAY 'OPERATOR ' WS-OPERATOR-ID                       02807801
028079             ' NOT AUTHORIZED TO PLACE HOLDS - ' AQ-REASON        02807901
028080         MOVE 8 TO RETURN-CODE                                    02808001
028081     END-IF                                                       02808101
028082     .                                                            02808201
028083                                                                  02808301
028084*****************************************************             02808401
028085*   A REFUSED ATTEMPT GOES TO THE SHARED REFUSED-   *             02808501
028086*   UPDATE LOG.  THE CALL RESETS RETURN-CODE, SO    *             02808601
028087*   THE RUN'S OWN CODE IS PUT BACK, NO LOWER THAN 8 *             02808701
028088*****************************************************             02808801
028089 165-LOG-REFUSED-ATTEMPT.                                         02808901
028090     MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE                     02809001
028091     MOVE 'R' TO AQ-FUNCTION                                      02809101
028092     MOVE 'FRIDGHLD' TO AQ-CALLER                                 02809201
028093     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        02809301
028094     MOVE 3 TO AQ-AUTHORITY                                       02809401
028095     IF HT-SCOPE = 'C'                                            02809501
028096         MOVE HT-CATEGORY TO AQ-SUBJECT                           02809601
028097     ELSE                                                         02809701
028098         MOVE HT-ITEM-NAME TO AQ-SUBJECT                          02809801
028099     END-IF                                                       02809901
028100     MOVE WS-REFUSED-REASON TO AQ-REASON                          02810001
028101     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      02810101
028102     IF WS-SAVED-RETURN-CODE > 8                                  02810201
028103         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE                 02810301
028104     ELSE                                                         02810401
028105         MOVE 8 TO RETURN-CODE                                    02810501
028106     END-IF                                                       02810601
028107     .                                                            02810701
028108                                                                  02810801
028109 170-LOG-HOLD-CHANGE.                                             02810901
028110     MOVE SPACES TO MAINT-LOG-REC                                 02811011
028200     MOVE 'C' TO ML-ACTION-CODE                                   02820001
028300     MOVE FR-ITEM-NAME TO ML-ITEM-NAME                            02830001
