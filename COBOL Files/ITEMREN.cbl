001900*AND REPAIRS FOLLOW THE ITEM TO ITS NEW NAME.       *             00190001
002000*EACH COPIED FILE READS THE -IN DD AND WRITES THE   *             00200001
002100*-OT DD; THE JCL SWAPS THE NEW DATASET IN BEHIND    *             00210001
002200*THE RUN.                                           *             00220001
002220*ONLY AN OPERATOR HOLDING ITEM MAINTENANCE          *             00222001
002240*AUTHORITY MAY FILE THE RUN; ANY OTHER HAS EVERY    *             00224001
002260*RENAME PAIR REJECTED AND LOGGED AS A REFUSED       *             00226001
002280*ATTEMPT, AND THE FILE COPIES GO THROUGH UNCHANGED  *             00228001
002300*****************************************************             00230001
002400                                                                  00240001
002500 ENVIRONMENT DIVISION.                                            00250001
013600*****************************************************             01360001
013700 01  WS-OPERATOR-CONTROL.                                         01370001
013800     10  WS-OPERATOR-ID           PIC X(08) VALUE 'UNKNOWN'.      01380001
013806                                                                  01380601
013812*****************************************************             01381201
013818*   THE OPERATOR FILING THE RUN MUST HOLD ITEM      *             01381801
013824*   MAINTENANCE AUTHORITY ON THE OPERATOR           *             01382401
013830*   AUTHORITY FILE.  WITHOUT IT EVERY RENAME PAIR   *             01383001
013836*   IS REJECTED AND LOGGED AS A REFUSED ATTEMPT,    *             01383601
013842*   AND THE FILE COPIES GO THROUGH UNCHANGED        *             01384201
013848*****************************************************             01384801
013854 01  WS-AUTHORITY-CONTROL.                                        01385401
013860     10  WS-RUN-AUTHORIZED        PIC X(03) VALUE 'NO'.           01386001
013866     10  WS-REFUSED-REASON        PIC X(30) VALUE SPACES.         01386601
013872     10  WS-SAVED-RETURN-CODE     PIC S9(04) COMP VALUE ZERO.     01387201
013878                                                                  01387801
013884     COPY OPAUTHP.                                                01388401
013900                                                                  01390001
014000 01  WS-RENAME-PARM-CARD.                                         01400001
014100     10  PC-OPERATOR-ID           PIC X(08).                      01410001
018700 010-START-HERE.                                                  01870001
018800     PERFORM 850-GET-DATE                                         01880001
018900     PERFORM 105-GET-OPERATOR-PARM                                01890001
018950     PERFORM 106-CHECK-OPERATOR-AUTHORITY                         01895001
019000     OPEN I-O FRIDGE                                              01900001
019100     IF WS-FRIDGE-STATUS NOT = '00'                               01910001
019200         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  01920001
021600         MOVE PC-OPERATOR-ID TO WS-OPERATOR-ID                    02160001
021700     END-IF                                                       02170001
021800     .                                                            02180001
021805                                                                  02180501
021810 106-CHECK-OPERATOR-AUTHORITY.                                    02181001
021815     MOVE 'C' TO AQ-FUNCTION                                      02181501
021820     MOVE 'ITEMREN' TO AQ-CALLER                                  02182001
021825     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        02182501
021830     MOVE 1 TO AQ-AUTHORITY                                       02183001
021835     MOVE SPACES TO AQ-SUBJECT                                    02183501
021840     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      02184001
021845     IF AQ-RESULT = '00'                                          02184501
021850         MOVE 'YES' TO WS-RUN-AUTHORIZED                          02185001
021855     ELSE                                                         02185501
021860         MOVE 'NO' TO WS-RUN-AUTHORIZED                           02186001
021865         MOVE AQ-REASON TO WS-REFUSED-REASON                      02186501
021870         DISPLAY 'OPERATOR ' WS-OPERATOR-ID                       02187001
021875             ' NOT AUTHORIZED TO MAINTAIN ITEMS - ' AQ-REASON     02187501
021880         MOVE 8 TO RETURN-CODE                                    02188001
021885     END-IF                                                       02188501
021890     .                                                            02189001
021900                                                                  02190001
022000 100-READ-RENAME.                                                 02200001
022100     READ RENAME-FILE                                             02210001
023400*   VALUE CHANGES                                   *             02340001
023500*****************************************************             02350001
023600 150-PROCESS-RENAME-PAIR.                                         02360001
023614     IF WS-RUN-AUTHORIZED = 'NO'                                  02361401
023628         MOVE WS-REFUSED-REASON TO RL-REMARK                      02362801
023642         PERFORM 710-PRINT-RENAME-LINE                            02364201
023656         ADD 1 TO WS-REJECT-COUNT                                 02365601
023670         PERFORM 165-LOG-REFUSED-ATTEMPT                          02367001
023684     ELSE                                                         02368401
023700         IF RN-OLD-NAME = SPACES                                  02370001
023800             OR RN-NEW-NAME = SPACES                              02380001
023900             MOVE 'BLANK NAME ON PAIR, REJECTED' TO               02390001
024000                 RL-REMARK                                        02400001
024100             PERFORM 710-PRINT-RENAME-LINE                        02410001
024200             ADD 1 TO WS-REJECT-COUNT                             02420001
024300         ELSE                                                     02430001
024400             MOVE RN-NEW-NAME TO FR-ITEM-NAME                     02440001
024500             READ FRIDGE                                          02450001
024600                 INVALID KEY                                      02460001
024700                     PERFORM 200-REKEY-FRIDGE-RECORD              02470001
024800                 NOT INVALID KEY                                  02480001
024900                     MOVE 'NEW NAME ALREADY ON FILE, REJECTED'    02490001
025000                         TO RL-REMARK                             02500001
025100                     PERFORM 710-PRINT-RENAME-LINE                02510001
025200                     ADD 1 TO WS-REJECT-COUNT                     02520001
025300             END-READ                                             02530001
025400         END-IF                                                   02540001
025450     END-IF                                                       02545001
025500     PERFORM 100-READ-RENAME                                      02550001
025600     .                                                            02560001
025700                                                                  02570001
027700     END-READ                                                     02770001
027800     .                                                            02780001
027900                                                                  02790001
027904*****************************************************             02790401
027908*   A REFUSED ATTEMPT GOES TO THE SHARED REFUSED-   *             02790801
027912*   UPDATE LOG.  THE CALL RESETS RETURN-CODE, SO    *             02791201
027916*   THE RUN'S OWN CODE IS PUT BACK, NO LOWER THAN 8 *             02791601
027920*****************************************************             02792001
027924 165-LOG-REFUSED-ATTEMPT.                                         02792401
027928     MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE                     02792801
027932     MOVE 'R' TO AQ-FUNCTION                                      02793201
027936     MOVE 'ITEMREN' TO AQ-CALLER                                  02793601
027940     MOVE WS-OPERATOR-ID TO AQ-OPERATOR-ID                        02794001
027944     MOVE 1 TO AQ-AUTHORITY                                       02794401
027948     MOVE SPACES TO AQ-SUBJECT                                    02794801
027952     MOVE RN-OLD-NAME TO AQ-SUBJECT (1:17)                        02795201
027956     MOVE RN-NEW-NAME TO AQ-SUBJECT (19:12)                       02795601
027960     MOVE WS-REFUSED-REASON TO AQ-REASON                          02796001
027964     CALL 'OPAUTH' USING OPERATOR-AUTH-PARMS                      02796401
027968     IF WS-SAVED-RETURN-CODE > 8                                  02796801
027972         MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE                 02797201
027976     ELSE                                                         02797601
027980         MOVE 8 TO RETURN-CODE                                    02798001
027984     END-IF                                                       02798401
027988     .                                                            02798801
027992                                                                  02799201
028000 170-LOG-RENAME.                                                  02800001
028010     MOVE SPACES TO MAINT-LOG-REC                                 02801021
028100     MOVE 'R' TO ML-ACTION-CODE                                   02810001
