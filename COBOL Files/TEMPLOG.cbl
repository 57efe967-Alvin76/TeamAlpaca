000100 IDENTIFICATION DIVISION.                                         00010001
000200 PROGRAM-ID.    TEMPLOG.                                          00020001
000300 AUTHOR.        CSU0127 ADAM DAVIES, TAYLOR WOODS, EVAN JONES.    00030001
000400*INSTALLATION.  CSU.                                              00040001
000500*SECURITY.      UNCLASSIFIED.                                     00050001
000600*DATE-WRITTEN.  OCT 15, 2026.                                     00060001
000700*DATE-COMPILED.                                                   00070001
000800*****************************************************             00080001
000900*COLD-STORAGE TEMPERATURE LOG - LOADS THE DAY'S     *             00090001
001000*TEMPERATURE READINGS FOR EVERY WALK-IN, REACH-IN   *             00100001
001100*AND FREEZER AND PRINTS THE HACCP COMPLIANCE LOG    *             00110001
001200*THE HEALTH INSPECTOR ASKS FOR, FLAGGING EVERY      *             00120001
001300*READING OUTSIDE THE UNIT'S SAFE RANGE ON THE COLD  *             00130001
001400*UNIT MASTER AND LISTING ANY UNIT WITH NO READING   *             00140001
001500*AT ALL.  WHEN A UNIT RUNS OUT OF RANGE FOR ITS     *             00150001
001600*EXCURSION LIMIT OF CONSECUTIVE READINGS, EVERY     *             00160001
001700*ITEM THE ITEM LOCATION FILE STORES IN THAT UNIT    *             00170001
001800*GETS A QUALITY HOLD TRANSACTION FOR THE HOLD RUN   *             00180001
001900*AND A CRITICAL ENTRY GOES ON THE ALERT FEED, SO    *             00190001
002000*SUSPECT PRODUCT IS QUARANTINED BEFORE ANYONE       *             00200001
002100*PLATES IT.  READINGS ARRIVE GROUPED BY UNIT IN     *             00210001
002200*THE ORDER THEY WERE TAKEN                          *             00220001
002300*****************************************************             00230001
002400                                                                  00240001
002500 ENVIRONMENT DIVISION.                                            00250001
002600 CONFIGURATION SECTION.                                           00260001
002700 SOURCE-COMPUTER.                                                 00270001
002800     Z13                                                          00280001
002900     WITH DEBUGGING MODE                                          00290001
003000     .                                                            00300001
003100                                                                  00310001
003200 INPUT-OUTPUT SECTION.                                            00320001
003300                                                                  00330001
003400 FILE-CONTROL.                                                    00340001
003500     SELECT COLD-UNIT-MASTER       ASSIGN TO MYCOLDUN             00350001
003600         ORGANIZATION IS INDEXED                                  00360001
003700         ACCESS MODE IS DYNAMIC                                   00370001
003800         RECORD KEY IS CU-UNIT-CODE                               00380001
003900         FILE STATUS IS WS-COLDUN-STATUS.                         00390001
004000     SELECT ITEM-LOCATION-FILE     ASSIGN TO MYITMLOC             00400001
004100         ORGANIZATION IS INDEXED                                  00410001
004200         ACCESS MODE IS DYNAMIC                                   00420001
004300         RECORD KEY IS IL-ITEM-NAME                               00430001
004400         ALTERNATE RECORD KEY IS IL-UNIT-CODE                     00440001
004500             WITH DUPLICATES                                      00450001
004533         ALTERNATE RECORD KEY IS IL-WALK-SEQ                      00453301
004566             WITH DUPLICATES                                      00456601
004600         FILE STATUS IS WS-ITMLOC-STATUS.                         00460001
004700     SELECT TEMP-READING-FILE      ASSIGN TO MYTEMPRD.            00470001
004800     SELECT TEMP-LOG-PRINT-FILE    ASSIGN TO MYTEMPLG.            00480001
004900     SELECT OPTIONAL HOLD-TX-FILE ASSIGN TO MYHOLDTX              00490001
005000         FILE STATUS IS WS-HOLDTX-STATUS.                         00500001
005100     SELECT OPTIONAL ALERT-FILE   ASSIGN TO MYALERT               00510001
005200         FILE STATUS IS WS-ALERT-STATUS.                          00520001
005300                                                                  00530001
005400 DATA DIVISION.                                                   00540001
005500 FILE SECTION.                                                    00550001
005600                                                                  00560001
005700 FD  COLD-UNIT-MASTER.                                            00570001
005800     COPY COLDUNIT.                                               00580001
005900                                                                  00590001
006000 FD  ITEM-LOCATION-FILE.                                          00600001
006100     COPY ITEMLOC.                                                00610001
006200                                                                  00620001
006300*****************************************************             00630001
006400*   ONE RECORD PER READING: THE UNIT, WHEN IT WAS   *             00640001
006500*   TAKEN, THE TEMPERATURE IN DEGREES AND TENTHS,   *             00650001
006600*   AND THE INITIALS OF WHOEVER TOOK IT             *             00660001
006700*****************************************************             00670001
006800 FD  TEMP-READING-FILE                                            00680001
006900     RECORDING MODE IS F.                                         00690001
007000 01  TEMP-READING-REC.                                            00700001
007100     10  TR-UNIT-CODE              PIC X(10).                     00710001
007200     10  TR-READING-DATE           PIC 9(08).                     00720001
007300     10  TR-READING-TIME           PIC 9(04).                     00730001
007400     10  TR-TEMPERATURE            PIC S9(03)V9.                  00740001
007500     10  TR-TAKEN-BY               PIC X(08).                     00750001
007600     10  FILLER                    PIC X(46).                     00760001
007700                                                                  00770001
007800 FD  TEMP-LOG-PRINT-FILE                                          00780001
007900     RECORDING MODE IS F.                                         00790001
008000 01  TEMP-LOG-PRINT-REC.                                          00800001
008100     10  FILLER                    PIC X(132).                    00810001
008200                                                                  00820001
008300*    THE HOLD RUN'S OWN TRANSACTION LAYOUT; THE HOLDS             00830001
008400*    WRITTEN HERE ARE APPLIED BY THE NEXT HOLD RUN                00840001
008500 FD  HOLD-TX-FILE                                                 00850001
008600     RECORDING MODE IS F.                                         00860001
008700 01  HOLD-TX-REC.                                                 00870001
008800     10  HT-ACTION-CODE            PIC X(01).                     00880001
008900     10  HT-SCOPE                  PIC X(01).                     00890001
009000     10  HT-ITEM-NAME              PIC X(17).                     00900001
009100     10  HT-CATEGORY               PIC X(10).                     00910001
009200     10  HT-HOLD-REASON            PIC X(02).                     00920001
009300     10  FILLER                    PIC X(49).                     00930001
009400                                                                  00940001
009500 FD  ALERT-FILE                                                   00950001
009600     RECORDING MODE IS F.                                         00960001
009700 01  ALERT-REC.                                                   00970001
009800     10  AT-SEVERITY               PIC X(01).                     00980001
009900     10  AT-ALERT-CODE             PIC X(08).                     00990001
010000     10  AT-ITEM-OR-SITE           PIC X(17).                     01000001
010100     10  AT-MESSAGE                PIC X(38).                     01010001
010200     10  AT-RUN-DATE               PIC 9(08).                     01020001
010300     10  AT-RUN-TIME               PIC 9(08).                     01030001
010400                                                                  01040001
010500 WORKING-STORAGE SECTION.                                         01050001
010600                                                                  01060001
010700 01  WS-COUNTERS-FLAGS.                                           01070001
010800     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          01080001
010900     10  WS-LOC-EOF                PIC X(03) VALUE 'NO'.          01090001
011000     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          01100001
011100     10  WS-OUT-OF-RANGE-COUNT     PIC 9(05) VALUE ZERO.          01110001
011200     10  WS-INVALID-COUNT          PIC 9(05) VALUE ZERO.          01120001
011300     10  WS-EXCURSION-COUNT        PIC 9(05) VALUE ZERO.          01130001
011400     10  WS-HOLD-TX-COUNT          PIC 9(05) VALUE ZERO.          01140001
011500     10  WS-SILENT-COUNT           PIC 9(05) VALUE ZERO.          01150001
011600     10  WS-ALERT-COUNT            PIC 9(05) VALUE ZERO.          01160001
011700     10  WS-SEEN-COUNT             PIC 9(03) VALUE ZERO.          01170001
011800     10  WS-SUB                    PIC S9(04) COMP VALUE ZERO.    01180001
011900     10  WS-HIT-SUB                PIC S9(04) COMP VALUE ZERO.    01190001
012000                                                                  01200001
012100 01  WS-VALIDATION-FLAGS.                                         01210001
012200     10  WS-COLDUN-STATUS          PIC X(02) VALUE SPACES.        01220001
012300     10  WS-ITMLOC-STATUS          PIC X(02) VALUE SPACES.        01230001
012400     10  WS-HOLDTX-STATUS          PIC X(02) VALUE SPACES.        01240001
012500     10  WS-ALERT-STATUS           PIC X(02) VALUE SPACES.        01250001
012600                                                                  01260001
012700 01  WS-DATE-FIELDS.                                              01270001
012800     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          01280001
012900     10  WS-TIME                   PIC 9(08) VALUE ZERO.          01290001
013000                                                                  01300001
013100*****************************************************             01310001
013200*   RUN-CONTROL HANDSHAKE: THE MAIN NIGHTLY RUN     *             01320001
013300*   RECREATES THE ALERT FEED, SO THE LOG ADDS ITS   *             01330001
013400*   ALERTS ONLY AFTER THAT RUN HAS COMPLETED        *             01340001
013500*****************************************************             01350001
013600     COPY RUNCTLP.                                                01360001
013700                                                                  01370001
013800 01  WS-OVERRIDE-PARM-CARD.                                       01380001
013900     10  PC-RUN-OVERRIDE           PIC X(08).                     01390001
014000     10  FILLER                    PIC X(72).                     01400001
014100                                                                  01410001
014200*****************************************************             01420001
014300*   THE UNIT NOW BEING READ: ITS MASTER RANGE, THE  *             01430001
014400*   RUN OF CONSECUTIVE OUT-OF-RANGE READINGS SO     *             01440001
014500*   FAR, AND WHETHER ITS ITEMS ARE ALREADY HELD     *             01450001
014600*****************************************************             01460001
014700 01  WS-UNIT-CONTROL.                                             01470001
014800     10  WS-PREV-UNIT              PIC X(10) VALUE SPACES.        01480001
014900     10  WS-UNIT-FOUND             PIC X(03) VALUE 'NO'.          01490001
015000     10  WS-UNIT-HELD              PIC X(03) VALUE 'NO'.          01500001
015100     10  WS-CONSEC-COUNT           PIC 9(03) VALUE ZERO.          01510001
015200     10  WS-EXCURSION-LIMIT        PIC 9(02) VALUE ZERO.          01520001
015300     10  WS-DEFAULT-LIMIT          PIC 9(02) VALUE 2.             01530001
015400     10  WS-READING-FLAG           PIC X(03) VALUE SPACES.        01540001
015500     10  WS-READING-REMARK         PIC X(30) VALUE SPACES.        01550001
015600     10  WS-UNIT-HOLD-COUNT        PIC 9(05) VALUE ZERO.          01560001
015700     10  WS-HOLD-REASON-CODE       PIC X(02) VALUE 'TX'.          01570001
015800                                                                  01580001
015900*****************************************************             01590001
016000*   EVERY UNIT THAT SENT A READING TODAY, SO UNITS  *             01600001
016100*   THAT SENT NONE CAN BE LISTED AND A UNIT WHOSE   *             01610001
016200*   READINGS ARE SPLIT IS NOT HELD TWICE            *             01620001
016300*****************************************************             01630001
016400 01  WS-SEEN-UNIT-TABLE.                                          01640001
016500     10  WS-SEEN-UNIT-ENTRY OCCURS 200 TIMES.                     01650001
016600         15  SU-UNIT-CODE          PIC X(10).                     01660001
016700         15  SU-HELD               PIC X(03).                     01670001
016800 01  WS-SEEN-TABLE-FULL            PIC X(03) VALUE 'NO'.          01680001
016900                                                                  01690001
017000 01  WS-ALERT-CONTROL.                                            01700001
017100     10  WS-ALERT-SEVERITY         PIC X(01) VALUE SPACE.         01710001
017200     10  WS-ALERT-CODE             PIC X(08) VALUE SPACES.        01720001
017300     10  WS-ALERT-SUBJECT          PIC X(17) VALUE SPACES.        01730001
017400     10  WS-ALERT-MESSAGE          PIC X(38) VALUE SPACES.        01740001
017500                                                                  01750001
017600 01  WS-LOG-HEADING.                                              01760001
017700     10  FILLER                    PIC X(02) VALUE SPACES.        01770001
017800     10  FILLER                    PIC X(40) VALUE                01780001
017900         'HACCP COLD-STORAGE TEMPERATURE LOG      '.              01790001
018000     10  FILLER                    PIC X(06) VALUE 'DATE: '.      01800001
018100     10  LH-RUN-DATE               PIC 9(08).                     01810001
018200     10  FILLER                    PIC X(76) VALUE SPACES.        01820001
018300                                                                  01830001
018400 01  WS-LOG-COLUMN-HEADING.                                       01840001
018500     10  FILLER                    PIC X(02) VALUE SPACES.        01850001
018600     10  FILLER                    PIC X(12) VALUE 'UNIT'.        01860001
018700     10  FILLER                    PIC X(22) VALUE 'DESCRIPTION'. 01870001
018800     10  FILLER                    PIC X(10) VALUE 'DATE'.        01880001
018900     10  FILLER                    PIC X(06) VALUE 'TIME'.        01890001
019000     10  FILLER                    PIC X(09) VALUE 'READING'.     01900001
019100     10  FILLER                    PIC X(10) VALUE 'SAFE MIN'.    01910001
019200     10  FILLER                    PIC X(10) VALUE 'SAFE MAX'.    01920001
019300     10  FILLER                    PIC X(10) VALUE 'TAKEN BY'.    01930001
019400     10  FILLER                    PIC X(06) VALUE 'FLAG'.        01940001
019500     10  FILLER                    PIC X(35) VALUE 'REMARK'.      01950001
019600                                                                  01960001
019700 01  WS-READING-LINE.                                             01970001
019800     10  FILLER                    PIC X(02) VALUE SPACES.        01980001
019900     10  TL-UNIT-CODE              PIC X(10).                     01990001
020000     10  FILLER                    PIC X(02) VALUE SPACES.        02000001
020100     10  TL-UNIT-DESC              PIC X(20).                     02010001
020200     10  FILLER                    PIC X(02) VALUE SPACES.        02020001
020300     10  TL-READING-DATE           PIC 9(08).                     02030001
020400     10  FILLER                    PIC X(02) VALUE SPACES.        02040001
020500     10  TL-READING-TIME           PIC 9(04).                     02050001
020600     10  FILLER                    PIC X(02) VALUE SPACES.        02060001
020700     10  TL-TEMPERATURE            PIC -ZZ9.9.                    02070001
020800     10  FILLER                    PIC X(03) VALUE SPACES.        02080001
020900     10  TL-MIN-TEMP               PIC -ZZ9.9.                    02090001
021000     10  FILLER                    PIC X(04) VALUE SPACES.        02100001
021100     10  TL-MAX-TEMP               PIC -ZZ9.9.                    02110001
021200     10  FILLER                    PIC X(04) VALUE SPACES.        02120001
021300     10  TL-TAKEN-BY               PIC X(08).                     02130001
021400     10  FILLER                    PIC X(02) VALUE SPACES.        02140001
021500     10  TL-FLAG                   PIC X(03).                     02150001
021600     10  FILLER                    PIC X(03) VALUE SPACES.        02160001
021700     10  TL-REMARK                 PIC X(30).                     02170001
021800     10  FILLER                    PIC X(05) VALUE SPACES.        02180001
021900                                                                  02190001
022000 01  WS-HOLD-LINE.                                                02200001
022100     10  FILLER                    PIC X(14) VALUE SPACES.        02210001
022200     10  FILLER                    PIC X(16) VALUE                02220001
022300         'HOLD QUEUED FOR '.                                      02230001
022400     10  TQ-ITEM-NAME              PIC X(17).                     02240001
022500     10  FILLER                    PIC X(09) VALUE '  REASON '.   02250001
022600     10  TQ-HOLD-REASON            PIC X(02).                     02260001
022700     10  FILLER                    PIC X(74) VALUE SPACES.        02270001
022800                                                                  02280001
022900 01  WS-SILENT-UNIT-LINE.                                         02290001
023000     10  FILLER                    PIC X(02) VALUE SPACES.        02300001
023100     10  TS-UNIT-CODE              PIC X(10).                     02310001
023200     10  FILLER                    PIC X(02) VALUE SPACES.        02320001
023300     10  TS-UNIT-DESC              PIC X(20).                     02330001
023400     10  FILLER                    PIC X(02) VALUE SPACES.        02340001
023500     10  FILLER                    PIC X(40) VALUE                02350001
023600         '*** NO READINGS RECORDED FOR THE DAY    '.              02360001
023700     10  FILLER                    PIC X(56) VALUE SPACES.        02370001
023800                                                                  02380001
023900 01  WS-LOG-TOTAL-LINE.                                           02390001
024000     10  FILLER                    PIC X(02) VALUE SPACES.        02400001
024100     10  TT-LABEL                  PIC X(30).                     02410001
024200     10  TT-COUNT                  PIC ZZ,ZZ9.                    02420001
024300     10  FILLER                    PIC X(94) VALUE SPACES.        02430001
024400                                                                  02440001
024500 PROCEDURE DIVISION.                                              02450001
024600                                                                  02460001
024700*****************************************************             02470001
024800*   MAIN PROGRAM ROUTINE                            *             02480001
024900*****************************************************             02490001
025000 010-START-HERE.                                                  02500001
025100     PERFORM 850-GET-DATE                                         02510001
025200     PERFORM 160-CHECK-RUN-SEQUENCE                               02520001
025300     IF RETURN-CODE = 8                                           02530001
025400         CONTINUE                                                 02540001
025500     ELSE                                                         02550001
025600     OPEN INPUT COLD-UNIT-MASTER                                  02560001
025700     IF WS-COLDUN-STATUS NOT = '00'                               02570001
025800         DISPLAY 'COLD UNIT MASTER OPEN FAILED, STATUS = '        02580001
025900             WS-COLDUN-STATUS                                     02590001
026000         MOVE 16 TO RETURN-CODE                                   02600001
026100     END-IF                                                       02610001
026200     OPEN INPUT ITEM-LOCATION-FILE                                02620001
026300     IF WS-ITMLOC-STATUS NOT = '00'                               02630001
026400         DISPLAY 'ITEM LOCATION FILE OPEN FAILED, STATUS = '      02640001
026500             WS-ITMLOC-STATUS                                     02650001
026600         MOVE 16 TO RETURN-CODE                                   02660001
026700     END-IF                                                       02670001
026800     IF RETURN-CODE = 16                                          02680001
026900         PERFORM 990-ABORT-RUN                                    02690001
027000     ELSE                                                         02700001
027100         OPEN INPUT TEMP-READING-FILE                             02710001
027200         OPEN OUTPUT TEMP-LOG-PRINT-FILE                          02720001
027300         PERFORM 105-OPEN-HOLD-TX                                 02730001
027400         PERFORM 106-OPEN-ALERT-FEED                              02740001
027500         PERFORM 800-PRINT-HEADINGS                               02750001
027600         PERFORM 100-READ-READING                                 02760001
027700         PERFORM 150-PROCESS-READING                              02770001
027800           UNTIL EOF-FLAG = 'YES'                                 02780001
027900         PERFORM 500-LIST-SILENT-UNITS                            02790001
028000         PERFORM 600-PRINT-TOTALS                                 02800001
028100         CLOSE COLD-UNIT-MASTER ITEM-LOCATION-FILE                02810001
028200           TEMP-READING-FILE TEMP-LOG-PRINT-FILE                  02820001
028300           HOLD-TX-FILE ALERT-FILE                                02830001
028400         PERFORM 165-STAMP-RUN-COMPLETE                           02840001
028500     END-IF                                                       02850001
028600     END-IF                                                       02860001
028700     GOBACK                                                       02870001
028800     .                                                            02880001
028900                                                                  02890001
029000 990-ABORT-RUN.                                                   02900001
029100     IF WS-COLDUN-STATUS = '00'                                   02910001
029200         CLOSE COLD-UNIT-MASTER                                   02920001
029300     END-IF                                                       02930001
029400     IF WS-ITMLOC-STATUS = '00'                                   02940001
029500         CLOSE ITEM-LOCATION-FILE                                 02950001
029600     END-IF                                                       02960001
029700     .                                                            02970001
029800                                                                  02980001
029900 160-CHECK-RUN-SEQUENCE.                                          02990001
030000     ACCEPT WS-OVERRIDE-PARM-CARD FROM SYSIN                      03000001
030100     MOVE 'S' TO RP-FUNCTION                                      03010001
030200     MOVE 'TEMPLOG ' TO RP-CALLER                                 03020001
030300     MOVE 'CBLDB21 ' TO RP-PREREQ (1)                             03030001
030400     MOVE SPACES TO RP-PREREQ (2)                                 03040001
030500     MOVE SPACES TO RP-PREREQ (3)                                 03050001
030600     IF PC-RUN-OVERRIDE = 'OVERRIDE'                              03060001
030700         MOVE 'Y' TO RP-OVERRIDE                                  03070001
030800     ELSE                                                         03080001
030900         MOVE SPACE TO RP-OVERRIDE                                03090001
031000     END-IF                                                       03100001
031100     MOVE WS-DATE-8 TO RP-BUSINESS-DATE                           03110001
031200     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        03120001
031300     IF RP-RESULT = '08'                                          03130001
031400         DISPLAY 'TEMPLOG ALREADY RAN FOR ' WS-DATE-8             03140001
031500             ', OVERRIDE CARD REQUIRED'                           03150001
031600         MOVE 8 TO RETURN-CODE                                    03160001
031700     END-IF                                                       03170001
031800     IF RP-RESULT = '04'                                          03180001
031900         DISPLAY 'PREREQUISITE ' RP-FAILED-PREREQ                 03190001
032000             ' NOT COMPLETE FOR ' WS-DATE-8                       03200001
032100         MOVE 8 TO RETURN-CODE                                    03210001
032200     END-IF                                                       03220001
032300     .                                                            03230001
032400                                                                  03240001
032500 165-STAMP-RUN-COMPLETE.                                          03250001
032600     MOVE 'E' TO RP-FUNCTION                                      03260001
032700     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        03270001
032800     .                                                            03280001
032900                                                                  03290001
033000*****************************************************             03300001
033100*   HOLDS KEYED BY HAND MAY ALREADY BE WAITING FOR  *             03310001
033200*   THE HOLD RUN, SO THE FILE IS EXTENDED, NEVER    *             03320001
033300*   RECREATED                                       *             03330001
033400*****************************************************             03340001
033500 105-OPEN-HOLD-TX.                                                03350001
033600     OPEN INPUT HOLD-TX-FILE                                      03360001
033700     IF WS-HOLDTX-STATUS = '00'                                   03370001
033800         CLOSE HOLD-TX-FILE                                       03380001
033900     ELSE                                                         03390001
034000         OPEN OUTPUT HOLD-TX-FILE                                 03400001
034100         CLOSE HOLD-TX-FILE                                       03410001
034200     END-IF                                                       03420001
034300     OPEN EXTEND HOLD-TX-FILE                                     03430001
034400     .                                                            03440001
034500                                                                  03450001
034600*****************************************************             03460001
034700*   THE NIGHT'S ALERT FEED IS ALREADY WRITTEN BY    *             03470001
034800*   THE MAIN RUN; EXCURSION ALERTS ARE ADDED TO IT  *             03480001
034900*****************************************************             03490001
035000 106-OPEN-ALERT-FEED.                                             03500001
035100     OPEN INPUT ALERT-FILE                                        03510001
035200     IF WS-ALERT-STATUS = '00'                                    03520001
035300         CLOSE ALERT-FILE                                         03530001
035400     ELSE                                                         03540001
035500         OPEN OUTPUT ALERT-FILE                                   03550001
035600         CLOSE ALERT-FILE                                         03560001
035700     END-IF                                                       03570001
035800     OPEN EXTEND ALERT-FILE                                       03580001
035900     .                                                            03590001
036000                                                                  03600001
036100 100-READ-READING.                                                03610001
036200     READ TEMP-READING-FILE                                       03620001
036300         AT END                                                   03630001
036400             MOVE 'YES' TO EOF-FLAG                               03640001
036500         NOT AT END                                               03650001
036600             ADD 1 TO REC-COUNT                                   03660001
036700     END-READ                                                     03670001
036800     .                                                            03680001
036900                                                                  03690001
037000 150-PROCESS-READING.                                             03700001
037100     IF TR-UNIT-CODE NOT = WS-PREV-UNIT                           03710001
037200         PERFORM 200-START-UNIT                                   03720001
037300     END-IF                                                       03730001
037400     PERFORM 250-CLASSIFY-READING                                 03740001
037500     PERFORM 810-PRINT-READING                                    03750001
037600     IF WS-READING-FLAG = '***'                                   03760001
037700         AND WS-UNIT-FOUND = 'YES'                                03770001
037800         AND WS-UNIT-HELD = 'NO'                                  03780001
037900         AND WS-CONSEC-COUNT NOT < WS-EXCURSION-LIMIT             03790001
038000         PERFORM 300-HOLD-UNIT-ITEMS                              03800001
038100     END-IF                                                       03810001
038200     PERFORM 100-READ-READING                                     03820001
038300     .                                                            03830001
038400                                                                  03840001
038500*****************************************************             03850001
038600*   A NEW UNIT: PICK UP ITS SAFE RANGE AND LIMIT,   *             03860001
038700*   AND WHETHER AN EARLIER BATCH OF ITS READINGS    *             03870001
038800*   ALREADY PUT ITS ITEMS ON HOLD                   *             03880001
038900*****************************************************             03890001
039000 200-START-UNIT.                                                  03900001
039100     MOVE TR-UNIT-CODE TO WS-PREV-UNIT                            03910001
039200     MOVE ZERO TO WS-CONSEC-COUNT                                 03920001
039300     MOVE 'NO' TO WS-UNIT-HELD                                    03930001
039400     MOVE TR-UNIT-CODE TO CU-UNIT-CODE                            03940001
039500     READ COLD-UNIT-MASTER                                        03950001
039600         INVALID KEY                                              03960001
039700             MOVE 'NO' TO WS-UNIT-FOUND                           03970001
039800             MOVE SPACES TO CU-UNIT-DESC                          03980001
039900             MOVE ZERO TO CU-MIN-TEMP CU-MAX-TEMP                 03990001
040000         NOT INVALID KEY                                          04000001
040100             MOVE 'YES' TO WS-UNIT-FOUND                          04010001
040200     END-READ                                                     04020001
040300     IF CU-EXCURSION-LIMIT NUMERIC                                04030001
040400         AND CU-EXCURSION-LIMIT > ZERO                            04040001
040500         MOVE CU-EXCURSION-LIMIT TO WS-EXCURSION-LIMIT            04050001
040600     ELSE                                                         04060001
040700         MOVE WS-DEFAULT-LIMIT TO WS-EXCURSION-LIMIT              04070001
040800     END-IF                                                       04080001
040900     MOVE ZERO TO WS-HIT-SUB                                      04090001
041000     PERFORM 210-FIND-SEEN-UNIT                                   04100001
041100       VARYING WS-SUB FROM 1 BY 1                                 04110001
041200       UNTIL WS-SUB > WS-SEEN-COUNT OR WS-HIT-SUB > ZERO          04120001
041300     IF WS-HIT-SUB > ZERO                                         04130001
041400         MOVE SU-HELD (WS-HIT-SUB) TO WS-UNIT-HELD                04140001
041500     ELSE                                                         04150001
041600         IF WS-SEEN-COUNT < 200                                   04160001
041700             ADD 1 TO WS-SEEN-COUNT                               04170001
041800             MOVE TR-UNIT-CODE TO SU-UNIT-CODE (WS-SEEN-COUNT)    04180001
041900             MOVE 'NO' TO SU-HELD (WS-SEEN-COUNT)                 04190001
042000         ELSE                                                     04200001
042100             IF WS-SEEN-TABLE-FULL = 'NO'                         04210001
042200                 DISPLAY 'SEEN UNIT TABLE FULL AT 200 UNITS, '    04220001
042300                     'SILENT UNIT LIST SUPPRESSED'                04230001
042400                 MOVE 'YES' TO WS-SEEN-TABLE-FULL                 04240001
042500                 MOVE 16 TO RETURN-CODE                           04250001
042600             END-IF                                               04260001
042700         END-IF                                                   04270001
042800     END-IF                                                       04280001
042900     .                                                            04290001
043000                                                                  04300001
043100 210-FIND-SEEN-UNIT.                                              04310001
043200     IF SU-UNIT-CODE (WS-SUB) = TR-UNIT-CODE                      04320001
043300         MOVE WS-SUB TO WS-HIT-SUB                                04330001
043400     END-IF                                                       04340001
043500     .                                                            04350001
043600                                                                  04360001
043700*****************************************************             04370001
043800*   A READING ON EITHER LIMIT IS STILL SAFE.  AN    *             04380001
043900*   UNREADABLE READING NEITHER EXTENDS NOR BREAKS   *             04390001
044000*   A RUN OF OUT-OF-RANGE READINGS                  *             04400001
044100*****************************************************             04410001
044200 250-CLASSIFY-READING.                                            04420001
044300     MOVE SPACES TO WS-READING-FLAG                               04430001
044400     MOVE SPACES TO WS-READING-REMARK                             04440001
044500     EVALUATE TRUE                                                04450001
044600         WHEN WS-UNIT-FOUND = 'NO'                                04460001
044700             MOVE '???' TO WS-READING-FLAG                        04470001
044800             MOVE 'UNIT NOT ON COLD UNIT MASTER' TO               04480001
044900                 WS-READING-REMARK                                04490001
045000             ADD 1 TO WS-INVALID-COUNT                            04500001
045100         WHEN TR-TEMPERATURE NOT NUMERIC                          04510001
045200             MOVE '???' TO WS-READING-FLAG                        04520001
045300             MOVE 'READING NOT NUMERIC' TO WS-READING-REMARK      04530001
045400             ADD 1 TO WS-INVALID-COUNT                            04540001
045500         WHEN TR-TEMPERATURE < CU-MIN-TEMP                        04550001
045600             MOVE '***' TO WS-READING-FLAG                        04560001
045700             MOVE 'BELOW SAFE RANGE' TO WS-READING-REMARK         04570001
045800             ADD 1 TO WS-CONSEC-COUNT                             04580001
045900             ADD 1 TO WS-OUT-OF-RANGE-COUNT                       04590001
046000         WHEN TR-TEMPERATURE > CU-MAX-TEMP                        04600001
046100             MOVE '***' TO WS-READING-FLAG                        04610001
046200             MOVE 'ABOVE SAFE RANGE' TO WS-READING-REMARK         04620001
046300             ADD 1 TO WS-CONSEC-COUNT                             04630001
046400             ADD 1 TO WS-OUT-OF-RANGE-COUNT                       04640001
046500         WHEN OTHER                                               04650001
046600             MOVE ZERO TO WS-CONSEC-COUNT                         04660001
046700     END-EVALUATE                                                 04670001
046800     .                                                            04680001
046900                                                                  04690001
047000*****************************************************             04700001
047100*   SUSTAINED EXCURSION: QUEUE AN ITEM HOLD FOR     *             04710001
047200*   EVERYTHING STORED IN THE UNIT AND RAISE A       *             04720001
047300*   CRITICAL ALERT.  THE UNIT IS HELD ONCE A RUN    *             04730001
047400*****************************************************             04740001
047500 300-HOLD-UNIT-ITEMS.                                             04750001
047600     MOVE 'YES' TO WS-UNIT-HELD                                   04760001
047700     IF WS-HIT-SUB > ZERO                                         04770001
047800         MOVE 'YES' TO SU-HELD (WS-HIT-SUB)                       04780001
047900     ELSE                                                         04790001
048000         IF WS-SEEN-TABLE-FULL = 'NO'                             04800001
048100             MOVE 'YES' TO SU-HELD (WS-SEEN-COUNT)                04810001
048200         END-IF                                                   04820001
048300     END-IF                                                       04830001
048400     ADD 1 TO WS-EXCURSION-COUNT                                  04840001
048500     MOVE ZERO TO WS-UNIT-HOLD-COUNT                              04850001
048600     MOVE 'NO' TO WS-LOC-EOF                                      04860001
048700     MOVE CU-UNIT-CODE TO IL-UNIT-CODE                            04870001
048800     START ITEM-LOCATION-FILE KEY IS = IL-UNIT-CODE               04880001
048900         INVALID KEY                                              04890001
049000             MOVE 'YES' TO WS-LOC-EOF                             04900001
049100     END-START                                                    04910001
049200     PERFORM 310-HOLD-NEXT-ITEM                                   04920001
049300       UNTIL WS-LOC-EOF = 'YES'                                   04930001
049400     PERFORM 400-RAISE-EXCURSION-ALERT                            04940001
049500     .                                                            04950001
049600                                                                  04960001
049700 310-HOLD-NEXT-ITEM.                                              04970001
049800     READ ITEM-LOCATION-FILE NEXT RECORD                          04980001
049900         AT END                                                   04990001
050000             MOVE 'YES' TO WS-LOC-EOF                             05000001
050100         NOT AT END                                               05010001
050200             IF IL-UNIT-CODE NOT = CU-UNIT-CODE                   05020001
050300                 MOVE 'YES' TO WS-LOC-EOF                         05030001
050400             ELSE                                                 05040001
050500                 PERFORM 320-WRITE-HOLD-TX                        05050001
050600             END-IF                                               05060001
050700     END-READ                                                     05070001
050800     .                                                            05080001
050900                                                                  05090001
051000 320-WRITE-HOLD-TX.                                               05100001
051100     MOVE SPACES TO HOLD-TX-REC                                   05110001
051200     MOVE 'H' TO HT-ACTION-CODE                                   05120001
051300     MOVE 'I' TO HT-SCOPE                                         05130001
051400     MOVE IL-ITEM-NAME TO HT-ITEM-NAME                            05140001
051500     MOVE WS-HOLD-REASON-CODE TO HT-HOLD-REASON                   05150001
051600     WRITE HOLD-TX-REC                                            05160001
051700     ADD 1 TO WS-HOLD-TX-COUNT                                    05170001
051800     ADD 1 TO WS-UNIT-HOLD-COUNT                                  05180001
051900     MOVE IL-ITEM-NAME TO TQ-ITEM-NAME                            05190001
052000     MOVE WS-HOLD-REASON-CODE TO TQ-HOLD-REASON                   05200001
052100     WRITE TEMP-LOG-PRINT-REC FROM WS-HOLD-LINE                   05210001
052200       AFTER ADVANCING 1 LINE                                     05220001
052300     END-WRITE                                                    05230001
052400     .                                                            05240001
052500                                                                  05250001
052600 400-RAISE-EXCURSION-ALERT.                                       05260001
052700     MOVE 'C' TO WS-ALERT-SEVERITY                                05270001
052800     MOVE 'TEMPEXCR' TO WS-ALERT-CODE                             05280001
052900     MOVE CU-UNIT-CODE TO WS-ALERT-SUBJECT                        05290001
053000     IF WS-UNIT-HOLD-COUNT > ZERO                                 05300001
053100         MOVE 'SUSTAINED TEMP EXCURSION - ITEMS HELD'             05310001
053200             TO WS-ALERT-MESSAGE                                  05320001
053300     ELSE                                                         05330001
053400         MOVE 'SUSTAINED TEMP EXCURSION - NO ITEMS'               05340001
053500             TO WS-ALERT-MESSAGE                                  05350001
053600     END-IF                                                       05360001
053700     PERFORM 820-WRITE-ALERT                                      05370001
053800     .                                                            05380001
053900                                                                  05390001
054000*****************************************************             05400001
054100*   A UNIT WITH NO READING AT ALL IS A GAP IN THE   *             05410001
054200*   HACCP RECORD IN ITS OWN RIGHT, SO EVERY UNIT ON *             05420001
054300*   THE MASTER THAT SENT NOTHING IS LISTED          *             05430001
054400*****************************************************             05440001
054500 500-LIST-SILENT-UNITS.                                           05450001
054600     IF WS-SEEN-TABLE-FULL = 'NO'                                 05460001
054700         MOVE 'NO' TO WS-LOC-EOF                                  05470001
054800         MOVE LOW-VALUES TO CU-UNIT-CODE                          05480001
054900         START COLD-UNIT-MASTER KEY IS NOT LESS THAN CU-UNIT-CODE 05490001
055000             INVALID KEY                                          05500001
055100                 MOVE 'YES' TO WS-LOC-EOF                         05510001
055200         END-START                                                05520001
055300         PERFORM 510-CHECK-NEXT-UNIT                              05530001
055400           UNTIL WS-LOC-EOF = 'YES'                               05540001
055500     END-IF                                                       05550001
055600     .                                                            05560001
055700                                                                  05570001
055800 510-CHECK-NEXT-UNIT.                                             05580001
055900     READ COLD-UNIT-MASTER NEXT RECORD                            05590001
056000         AT END                                                   05600001
056100             MOVE 'YES' TO WS-LOC-EOF                             05610001
056200         NOT AT END                                               05620001
056300             MOVE ZERO TO WS-HIT-SUB                              05630001
056400             PERFORM 520-MATCH-SEEN-UNIT                          05640001
056500               VARYING WS-SUB FROM 1 BY 1                         05650001
056600               UNTIL WS-SUB > WS-SEEN-COUNT OR WS-HIT-SUB > ZERO  05660001
056700             IF WS-HIT-SUB = ZERO                                 05670001
056800                 MOVE CU-UNIT-CODE TO TS-UNIT-CODE                05680001
056900                 MOVE CU-UNIT-DESC TO TS-UNIT-DESC                05690001
057000                 WRITE TEMP-LOG-PRINT-REC FROM WS-SILENT-UNIT-LINE05700001
057100                   AFTER ADVANCING 1 LINE                         05710001
057200                 END-WRITE                                        05720001
057300                 ADD 1 TO WS-SILENT-COUNT                         05730001
057400             END-IF                                               05740001
057500     END-READ                                                     05750001
057600     .                                                            05760001
057700                                                                  05770001
057800 520-MATCH-SEEN-UNIT.                                             05780001
057900     IF SU-UNIT-CODE (WS-SUB) = CU-UNIT-CODE                      05790001
058000         MOVE WS-SUB TO WS-HIT-SUB                                05800001
058100     END-IF                                                       05810001
058200     .                                                            05820001
058300                                                                  05830001
058400 600-PRINT-TOTALS.                                                05840001
058500     MOVE 'READINGS LOGGED' TO TT-LABEL                           05850001
058600     MOVE REC-COUNT TO TT-COUNT                                   05860001
058700     WRITE TEMP-LOG-PRINT-REC FROM WS-LOG-TOTAL-LINE              05870001
058800       AFTER ADVANCING 2 LINES                                    05880001
058900     END-WRITE                                                    05890001
059000     MOVE 'READINGS OUT OF SAFE RANGE' TO TT-LABEL                05900001
059100     MOVE WS-OUT-OF-RANGE-COUNT TO TT-COUNT                       05910001
059200     WRITE TEMP-LOG-PRINT-REC FROM WS-LOG-TOTAL-LINE              05920001
059300       AFTER ADVANCING 1 LINE                                     05930001
059400     END-WRITE                                                    05940001
059500     MOVE 'READINGS NOT USABLE' TO TT-LABEL                       05950001
059600     MOVE WS-INVALID-COUNT TO TT-COUNT                            05960001
059700     WRITE TEMP-LOG-PRINT-REC FROM WS-LOG-TOTAL-LINE              05970001
059800       AFTER ADVANCING 1 LINE                                     05980001
059900     END-WRITE                                                    05990001
060000     MOVE 'UNITS WITH NO READINGS' TO TT-LABEL                    06000001
060100     MOVE WS-SILENT-COUNT TO TT-COUNT                             06010001
060200     WRITE TEMP-LOG-PRINT-REC FROM WS-LOG-TOTAL-LINE              06020001
060300       AFTER ADVANCING 1 LINE                                     06030001
060400     END-WRITE                                                    06040001
060500     MOVE 'SUSTAINED EXCURSIONS' TO TT-LABEL                      06050001
060600     MOVE WS-EXCURSION-COUNT TO TT-COUNT                          06060001
060700     WRITE TEMP-LOG-PRINT-REC FROM WS-LOG-TOTAL-LINE              06070001
060800       AFTER ADVANCING 1 LINE                                     06080001
060900     END-WRITE                                                    06090001
061000     MOVE 'HOLD TRANSACTIONS QUEUED' TO TT-LABEL                  06100001
061100     MOVE WS-HOLD-TX-COUNT TO TT-COUNT                            06110001
061200     WRITE TEMP-LOG-PRINT-REC FROM WS-LOG-TOTAL-LINE              06120001
061300       AFTER ADVANCING 1 LINE                                     06130001
061400     END-WRITE                                                    06140001
061500     .                                                            06150001
061600                                                                  06160001
061700 800-PRINT-HEADINGS.                                              06170001
061800     MOVE WS-DATE-8 TO LH-RUN-DATE                                06180001
061900     WRITE TEMP-LOG-PRINT-REC FROM WS-LOG-HEADING                 06190001
062000       AFTER ADVANCING PAGE                                       06200001
062100     END-WRITE                                                    06210001
062200     WRITE TEMP-LOG-PRINT-REC FROM WS-LOG-COLUMN-HEADING          06220001
062300       AFTER ADVANCING 2 LINES                                    06230001
062400     END-WRITE                                                    06240001
062500     .                                                            06250001
062600                                                                  06260001
062700 810-PRINT-READING.                                               06270001
062800     MOVE TR-UNIT-CODE TO TL-UNIT-CODE                            06280001
062900     MOVE CU-UNIT-DESC TO TL-UNIT-DESC                            06290001
063000     MOVE TR-READING-DATE TO TL-READING-DATE                      06300001
063100     MOVE TR-READING-TIME TO TL-READING-TIME                      06310001
063200     IF TR-TEMPERATURE NUMERIC                                    06320001
063300         MOVE TR-TEMPERATURE TO TL-TEMPERATURE                    06330001
063400     ELSE                                                         06340001
063500         MOVE ZERO TO TL-TEMPERATURE                              06350001
063600     END-IF                                                       06360001
063700     MOVE CU-MIN-TEMP TO TL-MIN-TEMP                              06370001
063800     MOVE CU-MAX-TEMP TO TL-MAX-TEMP                              06380001
063900     MOVE TR-TAKEN-BY TO TL-TAKEN-BY                              06390001
064000     MOVE WS-READING-FLAG TO TL-FLAG                              06400001
064100     MOVE WS-READING-REMARK TO TL-REMARK                          06410001
064200     WRITE TEMP-LOG-PRINT-REC FROM WS-READING-LINE                06420001
064300       AFTER ADVANCING 1 LINE                                     06430001
064400     END-WRITE                                                    06440001
064500     .                                                            06450001
064600                                                                  06460001
064700 820-WRITE-ALERT.                                                 06470001
064800     MOVE SPACES TO ALERT-REC                                     06480001
064900     MOVE WS-ALERT-SEVERITY TO AT-SEVERITY                        06490001
065000     MOVE WS-ALERT-CODE TO AT-ALERT-CODE                          06500001
065100     MOVE WS-ALERT-SUBJECT TO AT-ITEM-OR-SITE                     06510001
065200     MOVE WS-ALERT-MESSAGE TO AT-MESSAGE                          06520001
065300     MOVE WS-DATE-8 TO AT-RUN-DATE                                06530001
065400     MOVE WS-TIME TO AT-RUN-TIME                                  06540001
065500     WRITE ALERT-REC                                              06550001
065600     ADD 1 TO WS-ALERT-COUNT                                      06560001
065700     IF WS-ALERT-SEVERITY = 'C'                                   06570001
065800         DISPLAY 'TEMPLOG ALERT ' WS-ALERT-CODE ' '               06580001
065900             WS-ALERT-SUBJECT ' ' WS-ALERT-MESSAGE                06590001
066000             UPON CONSOLE                                         06600001
066100     END-IF                                                       06610001
066200     .                                                            06620001
066300                                                                  06630001
066400 850-GET-DATE.                                                    06640001
066500     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          06650001
066600     ACCEPT WS-TIME FROM TIME                                     06660001
066700     .                                                            06670001
