001800*EXTRAPARTITION QUEUE FEEDING THE NEXT MAINTENANCE  *             00180001
001900*RUN, AND CLEARS THE ENTRY FROM SUSPENSE THE WAY    *             00190011
001910*THE BATCH RUN DOES.  SAME CONTROLS AND             *             00191011
001941*JOURNALING, WITHOUT THE TWO-DAY CARD ROUND TRIP.   *             00194101
001972*A CORRECTION NEEDS A SIGNED-ON USER HOLDING        *             00197201
002003*SUSPENSE REPAIR AUTHORITY ON THE OPERATOR          *             00200301
002034*AUTHORITY FILE; ANY OTHER USER IS REFUSED AND THE  *             00203401
002065*ATTEMPT LOGGED.  BROWSING NEEDS NO AUTHORITY       *             00206501
002100*****************************************************             00210001
002200                                                                  00220001
002300 ENVIRONMENT DIVISION.                                            00230001
007000 01  WS-DISPLAY-FIELDS.                                           00700001
007100     10  WS-DISPLAY-UNITS          PIC -(5)9.                     00710001
007200     10  WS-DISPLAY-COST           PIC -(3)9.99.                  00720001
007205                                                                  00720501
007210*****************************************************             00721001
007215*   OPERATOR AUTHORITY AND REFUSED-UPDATE LOG       *             00721501
007220*   LAYOUTS - SHARED COPYBOOKS.  A REFUSAL GOES TO  *             00722001
007225*   THE ALOG EXTRAPARTITION QUEUE, WHICH FEEDS THE  *             00722501
007230*   SAME REFUSED-UPDATE LOG THE BATCH RUNS APPEND   *             00723001
007235*****************************************************             00723501
007240     COPY OPERAUTH.                                               00724001
007245     COPY AUTHLOG.                                                00724501
007250                                                                  00725001
007255 01  WS-AUTHORITY-CONTROL.                                        00725501
007260     10  WS-OPERATOR-AUTHORIZED    PIC X(03) VALUE 'NO'.          00726001
007265     10  WS-REFUSED-REASON         PIC X(30) VALUE SPACES.        00726501
007270     10  WS-USER-ID                PIC X(08) VALUE SPACES.        00727001
007275     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          00727501
007280     10  WS-TIME-6                 PIC 9(06) VALUE ZERO.          00728001
007285     10  WS-ABS-TIME               PIC S9(15) COMP-3 VALUE ZERO.  00728501
007300                                                                  00730001
007400 LINKAGE SECTION.                                                 00740001
007500 01  DFHCOMMAREA                   PIC X(01).                     00750001
009300             WHEN 'B'                                             00930001
009400                 PERFORM 300-BROWSE-SUSPENSE                      00940001
009500             WHEN 'C'                                             00950001
009540                 PERFORM 390-CHECK-OPERATOR-AUTHORITY             00954001
009580                 IF WS-OPERATOR-AUTHORIZED = 'YES'                00958001
009620                     PERFORM 400-CORRECT-SUSPENSE-ENTRY           00962001
009660                 END-IF                                           00966001
009700             WHEN OTHER                                           00970001
009800                 MOVE 'ACTION MUST BE B (BROWSE) OR C '           00980001
009900                     TO WS-SEND-LINE (1)                          00990001
019700     ADD 1 TO WS-SHOWN-COUNT                                      01970001
019800     .                                                            01980001
019900                                                                  01990001
019901*****************************************************             01990101
019902*   THE SIGNED-ON USER IS LOOKED UP ON THE OPERATOR *             01990201
019903*   AUTHORITY FILE.  NOT ON FILE, REVOKED, WITHOUT  *             01990301
019904*   SUSPENSE REPAIR, OR NO FILE AT ALL: THE         *             01990401
019905*   CORRECTION IS REFUSED AND THE ATTEMPT LOGGED    *             01990501
019906*****************************************************             01990601
019907 390-CHECK-OPERATOR-AUTHORITY.                                    01990701
019908     EXEC CICS ASSIGN                                             01990801
019909         USERID(WS-USER-ID)                                       01990901
019910     END-EXEC                                                     01991001
019911     MOVE 'YES' TO WS-OPERATOR-AUTHORIZED                         01991101
019912     MOVE SPACES TO WS-REFUSED-REASON                             01991201
019913     MOVE WS-USER-ID TO OU-OPERATOR-ID                            01991301
019914     EXEC CICS READ                                               01991401
019915         DATASET('OPERAUTH')                                      01991501
019916         INTO(OPERATOR-AUTH-REC)                                  01991601
019917         RIDFLD(OU-OPERATOR-ID)                                   01991701
019918         KEYLENGTH(8)                                             01991801
019919         RESP(WS-RESP-CODE)                                       01991901
019920     END-EXEC                                                     01992001
019921     IF WS-RESP-CODE = DFHRESP(NOTFND)                            01992101
019922         MOVE 'OPERATOR NOT ON AUTHORITY FILE' TO                 01992201
019923             WS-REFUSED-REASON                                    01992301
019924     ELSE                                                         01992401
019925         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)                    01992501
019926             MOVE 'AUTHORITY FILE UNAVAILABLE' TO                 01992601
019927                 WS-REFUSED-REASON                                01992701
019928         ELSE                                                     01992801
019929             IF OU-STATUS NOT = 'A'                               01992901
019930                 MOVE 'OPERATOR AUTHORITY REVOKED' TO             01993001
019931                     WS-REFUSED-REASON                            01993101
019932             ELSE                                                 01993201
019933                 IF OU-REPAIR-SUSPENSE NOT = 'Y'                  01993301
019934                     MOVE 'FUNCTION NOT GRANTED' TO               01993401
019935                         WS-REFUSED-REASON                        01993501
019936                 END-IF                                           01993601
019937             END-IF                                               01993701
019938         END-IF                                                   01993801
019939     END-IF                                                       01993901
019940     IF WS-REFUSED-REASON NOT = SPACES                            01994001
019941         MOVE 'NO' TO WS-OPERATOR-AUTHORIZED                      01994101
019942         STRING 'CORRECTION REFUSED - ' DELIMITED BY SIZE         01994201
019943                WS-REFUSED-REASON       DELIMITED BY SIZE         01994301
019944             INTO WS-SEND-LINE (1)                                01994401
019945         END-STRING                                               01994501
019946         PERFORM 395-LOG-REFUSED-ATTEMPT                          01994601
019947     END-IF                                                       01994701
019948     .                                                            01994801
019949                                                                  01994901
019950 395-LOG-REFUSED-ATTEMPT.                                         01995001
019951     EXEC CICS ASKTIME                                            01995101
019952         ABSTIME(WS-ABS-TIME)                                     01995201
019953     END-EXEC                                                     01995301
019954     EXEC CICS FORMATTIME                                         01995401
019955         ABSTIME(WS-ABS-TIME)                                     01995501
019956         YYYYMMDD(WS-DATE-8)                                      01995601
019957         TIME(WS-TIME-6)                                          01995701
019958     END-EXEC                                                     01995801
019959     MOVE SPACES TO AUTH-REFUSAL-REC                              01995901
019960     MOVE WS-DATE-8 TO RF-LOG-DATE                                01996001
019961     COMPUTE RF-LOG-TIME = WS-TIME-6 * 100                        01996101
019962     MOVE 'SUSPREPR' TO RF-PROGRAM-ID                             01996201
019963     MOVE WS-USER-ID TO RF-OPERATOR-ID                            01996301
019964     MOVE EIBTRMID TO RF-TERMINAL                                 01996401
019965     MOVE 5 TO RF-AUTHORITY                                       01996501
019966     MOVE WS-RCV-ITEM-NAME TO RF-SUBJECT                          01996601
019967     MOVE WS-REFUSED-REASON TO RF-REASON                          01996701
019968     EXEC CICS WRITEQ TD                                          01996801
019969         QUEUE('ALOG')                                            01996901
019970         FROM(AUTH-REFUSAL-REC)                                   01997001
019971         LENGTH(100)                                              01997101
019972     END-EXEC                                                     01997201
019973     .                                                            01997301
019974                                                                  01997401
020000*****************************************************             02000001
020100*   CORRECT THE NAMED ENTRY: NON-BLANK INPUT        *             02010001
020200*   COLUMNS REPLACE THE REJECTED VALUES, THE SAME   *             02020001
030360         IF FR-ORDER-UP-TO NUMERIC                                03036011
030370             MOVE FR-ORDER-UP-TO TO TX-ORDER-UP-TO                03037011
030380         END-IF                                                   03038011
030381         MOVE FR-ITEM-TYPE TO TX-ITEM-TYPE                        03038111
030382         IF FR-SHELF-LIFE-DAYS NUMERIC                            03038211
030383             MOVE FR-SHELF-LIFE-DAYS TO TX-SHELF-LIFE-DAYS        03038311
030384         END-IF                                                   03038411
030390     ELSE                                                         03039011
030400         MOVE ZERO TO TX-EXPIRATION-DATE                          03040011
030410         MOVE SPACES TO TX-SUPPLIER-CODE                          03041011
