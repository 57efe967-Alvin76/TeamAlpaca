001800 INPUT-OUTPUT SECTION.                                            00190000
001900                                                                  00200001
002000 FILE-CONTROL.                                                    00210000
002050     SELECT FRIDGE                 ASSIGN TO DYNAMIC              00220022
002100         WS-FRIDGE-DSNAME                                         00220023
002101         ORGANIZATION IS INDEXED                                  00220122
002102         ACCESS MODE IS DYNAMIC                                   00220222
002222         ACCESS MODE IS RANDOM                                    00230422
002223         RECORD KEY IS CM-CATEGORY-CODE                           00230522
002224         FILE STATUS IS WS-CATMST-STATUS.                         00230622
002225     SELECT SUPPLIER-MASTER     ASSIGN TO MYSUPMST                00230651
002227         ORGANIZATION IS INDEXED                                  00230652
002229         ACCESS MODE IS RANDOM                                    00230653
002231         RECORD KEY IS SM-SUPPLIER-CODE                           00230654
002233         FILE STATUS IS WS-SUPMST-STATUS.                         00230655
002235     SELECT REORDER-FILE           ASSIGN TO MYREORDR.            00230722
002237     SELECT EXCEPTION-FILE         ASSIGN TO MYEXCEPT.            00230822
002239     SELECT EXPIRING-FILE          ASSIGN TO MYEXPIRE.            00230922
002241     SELECT VARIANCE-FILE          ASSIGN TO MYVARNCE.            00230952
002243     SELECT OPTIONAL MTD-FILE     ASSIGN TO MYMTD                 00230961
002245         FILE STATUS IS WS-MTD-STATUS.                            00230962
002247     SELECT SHORTAGE-FILE        ASSIGN TO MYSHORT.               00230971
002249     SELECT HELD-FILE            ASSIGN TO MYHELD.                00230972
002251     SELECT WASTE-FILE           ASSIGN TO MYWASTE.               00230981
002253     SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO MYAUDIT             00230991
002255         FILE STATUS IS WS-AUDIT-STATUS.                          00230992
002257     SELECT OPTIONAL HISTORY-FILE ASSIGN TO MYHISTRY              00230993
002259         FILE STATUS IS WS-HIST-STATUS.                           00230994
002261     SELECT OPTIONAL WASTE-DETAIL-FILE ASSIGN TO MYWRSDTL         00230995
002262         FILE STATUS IS WS-WRSDTL-STATUS.                         00230996
002264     SELECT OPTIONAL DOW-PROFILE-FILE ASSIGN TO MYDOWPRF          00230997
002266         FILE STATUS IS WS-DOWPRF-STATUS.                         00230998
002268     SELECT OPTIONAL LOT-FILE     ASSIGN TO MYLOTS                00230999
002270         FILE STATUS IS WS-LOTS-STATUS.                           00231000
002272     SELECT OPTIONAL RESERVATION-FILE ASSIGN TO MYRESRV           00222601
002274         FILE STATUS IS WS-RESRV-STATUS.                          00222601
002276     SELECT OPTIONAL CATEGORY-ACTUALS-FILE ASSIGN TO MYCATACT     00231001
002278         FILE STATUS IS WS-CATACT-STATUS.                         00231002
002280     SELECT OPTIONAL SITE-PARM-FILE ASSIGN TO MYSITPRM            00231003
002282         FILE STATUS IS WS-SITPRM-STATUS.                         00231004
002284     SELECT OPTIONAL BUDGET-FILE  ASSIGN TO MYBUDGET              00230997
002286         FILE STATUS IS WS-BUDGET-STATUS.                         00230998
002288     SELECT SITE-COMPARE-FILE     ASSIGN TO MYSITCMP.             00230999
002290     SELECT ALERT-FILE            ASSIGN TO MYALERT.              00231000
002292     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO MYCKPT             00230922
002294         FILE STATUS IS WS-CKPT-FILE-STATUS.                      00230923
002296     SELECT OPTIONAL SITE-LIST-FILE ASSIGN TO MYSITES             00231022
002298         FILE STATUS IS WS-SITE-STATUS.                           00231122
002300                                                                  00240000
002400 DATA DIVISION.                                                   00250000
002500 FILE SECTION.                                                    00260000
002700 FD  FRIDGE                                                       00280000
002800     RECORDING MODE IS F.                                         00290000
002900     COPY FRIDGEREC.                                              00300001
002918 01  FRIDGE-HEADER-REC REDEFINES FRIDGE-REC.                      00320101
002937     10  FILLER                    PIC X(43).                     00320201
002955     10  FH-RECORD-TYPE            PIC X(01).                     00320301
002974     10  FH-RUN-DATE               PIC X(08).                     00320401
002993     10  FH-EXPECTED-COUNT         PIC 9(05).                     00320501
003011*        BATCH WINDOW: Y WHILE THE NIGHTLY CHAIN IS              00320511
003030*        RUNNING, SET AND CLEARED BY THE WINDOW                  00320521
003049*        CONTROL STEP; ONLINE UPDATES REFUSE WHILE               00320531
003067*        IT IS SET                                               00320541
003086     10  FH-BATCH-WINDOW           PIC X(01).                     00320551
003105     10  FH-WINDOW-DATE            PIC 9(08).                     00320561
003106     10  FILLER                    PIC X(34).                     00320611
003110                                                                  00320701
003119*    TO LOW-VALUES AND THE TRAILER RECORD WITH FR-ITEM-NAME SET   00321403
003120*    TO HIGH-VALUES, SO THEY SORT FIRST AND LAST ON THE INDEXED   00321404
003121*    FRIDGE FILE'S RECORD KEY AND ARE READ IN THAT ORDER BELOW.   00321405
003160                                                                  00320000
003200 FD  PRINT-FILE                                                   00330000
003300     RECORDING MODE IS F.                                         00340000
003400 01  PRINT-REC.                                                   00350000
003513 01  CSV-REC.                                                     00360203
003514     10  FILLER                    PIC X(132).                    00360204
003515                                                                  00360205
003517                                                                  00360122
003520 FD  REJECT-FILE                                                  00360222
003530     RECORDING MODE IS F.                                         00360322
003540 01  REJECT-REC.                                                  00360422
003705     10  FILLER                    PIC X(01) VALUE SPACES.        00363422
003706     10  FILLER                    PIC X(09) VALUE 'DAYS LEFT'.   00363522
003707                                                                  00363601
003709 FD  EXPIRING-FILE                                                00365201
003711     RECORDING MODE IS F.                                         00365301
003713 01  EXPIRING-REC.                                                00365401
003715     10  EP-ITEM-NAME              PIC X(17).                     00365501
003717     10  FILLER                    PIC X(02).                     00365601
003719     10  EP-CATEGORY               PIC X(10).                     00365701
003721     10  FILLER                    PIC X(02).                     00365801
003723     10  EP-EXPIRATION-DATE        PIC 9(08).                     00365901
003725     10  FILLER                    PIC X(02).                     00366001
003727     10  EP-DAYS-LEFT              PIC ZZ9.                       00366101
003729     10  FILLER                    PIC X(01) VALUE SPACES.        00366201
003731     10  EP-AT-RISK-UNITS          PIC ZZZZ9.                     00366211
003733     10  FILLER                    PIC X(01) VALUE SPACES.        00366221
003734     10  FILLER                    PIC X(29) VALUE                00366311
003735         'UNITS AT RISK TO EXPIRE      '.                         00366411
003770     10  FILLER                   PIC X(43) VALUE                 00369801
003771         'INVENTORY SHORTAGE EXCEPTION               '.           00369901
003772                                                                  00370001
003773 FD  HELD-FILE                                                    00370011
003774     RECORDING MODE IS F.                                         00370021
003775 01  HELD-REC.                                                    00370031
003776     10  HD-ITEM-NAME             PIC X(17).                      00370041
003777     10  FILLER                   PIC X(02).                      00370051
003778     10  HD-CATEGORY              PIC X(10).                      00370061
003779     10  FILLER                   PIC X(02).                      00370071
003780     10  HD-UNITS                 PIC -ZZZZ9.                     00370081
003781     10  FILLER                   PIC X(02).                      00370091
003782     10  HD-HOLD-REASON           PIC X(02).                      00370101
003783     10  FILLER                   PIC X(02).                      00370111
003784     10  HD-HOLD-DATE             PIC 9(08).                      00370121
003785     10  FILLER                   PIC X(01) VALUE SPACES.         00370131
003786     10  FILLER                   PIC X(28) VALUE                 00370141
003787         'UNITS ON QUALITY HOLD       '.                          00370151
003788                                                                  00370161
003789 FD  WASTE-FILE                                                   00370101
003790     RECORDING MODE IS F.                                         00370201
003791 01  WASTE-REC.                                                   00370301
003792     10  WC-ITEM-NAME             PIC X(17).                      00370401
003794     10  FILLER                   PIC X(02).                      00370501
003795     10  WC-CATEGORY              PIC X(10).                      00370601
003796     10  FILLER                   PIC X(02).                      00370701
003797     10  WC-WASTE-UNITS           PIC Z,ZZZ,ZZ9.                  00370801
003798     10  FILLER                   PIC X(02).                      00370901
003799     10  WC-WASTE-COST            PIC $Z,ZZZ,ZZ9.99.              00371001
003800     10  FILLER                   PIC X(02).                      00371101
003801     10  WC-WASTE-PCT             PIC ZZ9.99.                     00371201
003802     10  FILLER                   PIC X(01) VALUE SPACES.         00371301
003803     10  FILLER                   PIC X(28) VALUE                 00371401
003804         'WASTE COST/PERCENT REPORT   '.                          00371501
003805                                                                  00371601
003806 FD  AUDIT-LOG-FILE                                               00371701
003807     RECORDING MODE IS F.                                         00371801
003808 01  AUDIT-REC.                                                   00371901
003809     10  AL-RUN-DATE              PIC 9(08).                      00372001
003810     10  AL-RUN-TIME              PIC 9(08).                      00372101
003811     10  AL-REC-COUNT             PIC 9(05).                      00372201
003812     10  AL-INVENTORY-PRICE       PIC S9(07)V99.                  00372301
003813     10  AL-TOTAL-WASTE           PIC S9(07)V99.                  00372401
003815     10  AL-RETURN-CODE           PIC S9(03).                     00372501
003816     10  FILLER                   PIC X(38).                      00372601
003817                                                                  00372701
003818                                                                  00368901
003819 FD  HISTORY-FILE                                                 00368911
003820     RECORDING MODE IS F.                                         00368921
003821     COPY HISTREC.                                                00368931
003822                                                                  00368941
003823 FD  WASTE-DETAIL-FILE                                            00368951
003824     RECORDING MODE IS F.                                         00368961
003825     COPY WASTEDTL.                                               00368971
003826                                                                  00368981
003827 FD  DOW-PROFILE-FILE                                             00368982
003828     RECORDING MODE IS F.                                         00368983
003829     COPY DOWPRF.                                                 00368984
003830                                                                  00368985
003831 FD  LOT-FILE                                                     00368986
003832     RECORDING MODE IS F.                                         00368987
003833     COPY LOTREC.                                                 00368988
003834                                                                  00376801
003836 FD  RESERVATION-FILE                                             00376801
003837     RECORDING MODE IS F.                                         00376801
003838     COPY RESERVE.                                                00376801
003839                                                                  00368989
003840 FD  CATEGORY-ACTUALS-FILE                                        00368990
003841     RECORDING MODE IS F.                                         00368991
003842     COPY CATACT.                                                 00368992
003843                                                                  00368993
003844 FD  SITE-PARM-FILE                                               00368994
003845     RECORDING MODE IS F.                                         00368995
003846     COPY SITPRM.                                                 00368996
003847                                                                  00368997
003848 FD  SITE-COMPARE-FILE                                            00368975
003849     RECORDING MODE IS F.                                         00368976
003850 01  SITE-COMPARE-REC.                                            00368977
003851     10  FILLER                   PIC X(132).                     00368978
003852                                                                  00368979
003853 FD  ALERT-FILE                                                   00368980
003854     RECORDING MODE IS F.                                         00368981
003855 01  ALERT-REC.                                                   00368982
003856     10  AT-SEVERITY              PIC X(01).                      00368983
003858     10  AT-ALERT-CODE            PIC X(08).                      00368984
003859     10  AT-ITEM-OR-SITE          PIC X(17).                      00368985
003860     10  AT-MESSAGE               PIC X(38).                      00368986
003861     10  AT-RUN-DATE              PIC 9(08).                      00368987
003862     10  AT-RUN-TIME              PIC 9(08).                      00368988
003863                                                                  00368989
003864 FD  BUDGET-FILE                                                  00368982
003865     RECORDING MODE IS F.                                         00368983
003866     COPY BUDGREC.                                                00368984
003867                                                                  00368990
003868 FD  CHECKPOINT-FILE                                              00363701
003869     RECORDING MODE IS F.                                         00363801
003870 01  CHECKPOINT-REC.                                              00363901
003871     10  CK-REC-COUNT              PIC 9(05).                     00364001
003872     10  CK-ITEM-NAME              PIC X(17).                     00364101
003873     10  CK-INVENTORY-PRICE        PIC S9(07)V99.                 00364201
003874     10  CK-TOTAL-WASTE            PIC S9(07)V99.                 00364301
003875     10  CK-REJECT-COUNT           PIC 9(05).                     00364211
003876     10  CK-ZERO-UNITS-COUNT       PIC 9(05).                     00364212
003877     10  CK-BELOW-REORDER-COUNT    PIC 9(05).                     00364213
003879     10  CK-PREV-CATEGORY          PIC X(10).                     00364213
003880     10  CK-CAT-UNIT-TOTAL         PIC S9(05).                    00364214
003881     10  CK-CAT-INVENTORY-PRICE    PIC S9(07)V99.                 00364215
003882     10  CK-CAT-TOTAL-WASTE        PIC S9(03)V99.                 00364216
003883     10  CK-CAT-WASTE-COST         PIC S9(05)V99.                 00364217
003884     10  CK-SITE-UNIT-TOTAL        PIC S9(05).                    00364218
003885     10  CK-SITE-INVENTORY-PRICE   PIC S9(07)V99.                 00364219
003886     10  CK-SITE-TOTAL-WASTE       PIC S9(03)V99.                 00364220
003887     10  CK-GRAND-WASTE-COST       PIC S9(07)V99.                 00364221
003888     10  FILLER                    PIC X(07).                     00364401
003889                                                                  00364501
003890 FD  SITE-LIST-FILE                                               00364601
003891     RECORDING MODE IS F.                                         00364701
003892 01  SITE-LIST-REC.                                               00364801
003893     10  SL-SITE-CODE              PIC X(05).                     00364901
003894     10  SL-DSNAME                 PIC X(40).                     00365001
003895     10  FILLER                    PIC X(35).                     00365101
003896                                                                  00370000
003897 WORKING-STORAGE SECTION.                                         00380000
003898                                                                  00390000
003900 01  WS-COUNTERS-FLAGS.                                           00400000
004000     10  EOF-FLAG                  PIC X(03) VALUE 'NO'.          00410043
004001     10  WS-DETAIL-READ            PIC X(03) VALUE 'NO'.          00410143
004200     10  REC-COUNT                 PIC 9(05) VALUE ZERO.          00430022
004300     10  WS-LINE-COUNT             PIC 9(03) VALUE 0.             00440022
004400     10  WS-PAGE                   PIC 9(03) VALUE 0.             00450022
004401                                                                  00460015
004402 01  FRIDGE-FEILDS.                                               00470028
004403     10  FR-UNIT-TOTAL             PIC S9(05)    VALUE 0.         00540029
004405     10  FR-INVENTORY-PRICE        PIC S9(07)V99 VALUE 0.         00550029
004406     10  FR-TOTAL-WASTE            PIC S9(07)V99 VALUE 0.         00560029
004407     10  FR-WEEK-ORDER             PIC S9(03)V99 VALUE 0.         00570029
004409     10  WS-DAYS                   PIC S9(05)    VALUE 0.         00570129
004410*        UNITS FREE TO USE: FR-UNITS LESS THE UNITS               00454301
004411*        ON QUALITY HOLD (ALL OF THEM FOR A HELD                  00454301
004412*        RECORD) LESS THE UNITS RESERVED FOR EVENTS               00454301
004414     10  WS-USABLE-UNITS           PIC S9(05)    VALUE 0.         00570159
004415                                                                  00570229
004416 01  WS-VALIDATION-FLAGS.                                         00570329
004418     10  WS-RECORD-VALID           PIC X(03) VALUE 'YES'.         00570429
004419     10  WS-REJECT-REASON          PIC X(30) VALUE SPACES.        00570529
004420     10  WS-REJECT-COUNT           PIC 9(05) VALUE ZERO.          00570629
004421     10  WS-ZERO-UNITS-COUNT      PIC 9(05) VALUE ZERO.           00570630
004423     10  WS-BELOW-REORDER-COUNT   PIC 9(05) VALUE ZERO.           00570631
004424     10  WS-CATMST-STATUS          PIC X(02) VALUE SPACES.        00570729
004425     10  WS-FRIDGE-STATUS          PIC X(02) VALUE SPACES.        00570729
004427     10  WS-SUPMST-STATUS          PIC X(02) VALUE SPACES.        00570729
004428     10  WS-MTD-STATUS            PIC X(02) VALUE SPACES.         00570730
004429     10  WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.         00570731
004430     10  WS-HIST-STATUS           PIC X(02) VALUE SPACES.         00570732
004432     10  WS-WRSDTL-STATUS         PIC X(02) VALUE SPACES.         00570733
004433     10  WS-BUDGET-STATUS         PIC X(02) VALUE SPACES.         00570734
004434     10  WS-DOWPRF-STATUS         PIC X(02) VALUE SPACES.         00570735
004436     10  WS-LOTS-STATUS           PIC X(02) VALUE SPACES.         00570736
004437     10  WS-RESRV-STATUS          PIC X(02) VALUE SPACES.         00456301
004438     10  WS-CATACT-STATUS         PIC X(02) VALUE SPACES.         00570737
004439     10  WS-SITPRM-STATUS         PIC X(02) VALUE SPACES.         00570738
004441     10  WS-CKPT-FILE-STATUS      PIC X(02) VALUE SPACES.         00570732
004442                                                                  00570829
004443 01  WS-CATEGORY-BREAK.                                           00570929
004445     10  WS-PREV-CATEGORY          PIC X(10) VALUE SPACES.        00571029
004446     10  WS-CAT-UNIT-TOTAL         PIC S9(05)    VALUE 0.         00571129
004447     10  WS-CAT-INVENTORY-PRICE    PIC S9(07)V99 VALUE 0.         00571229
004448     10  WS-CAT-TOTAL-WASTE        PIC S9(03)V99 VALUE 0.         00571329
004450     10  WS-CAT-WASTE-COST        PIC S9(05)V99 VALUE 0.          00571330
004451                                                                  00571429
004452*****************************************************             00571329
004454*   ALERT FEED FOR THE OPERATIONS AUTOMATION: THE   *             00571339
004455*   THRESHOLD TABLE SAYS WHEN A CONDITION IS WORTH  *             00571349
004456*   A RECORD, AND CRITICALS ALSO GO TO THE CONSOLE  *             00571359
004457*****************************************************             00571369
004459 01  WS-ALERT-CONTROL.                                            00571379
004460     10  WS-ALERT-REJECT-LIMIT    PIC S9(05) VALUE 10.            00571380
004461     10  WS-ALERT-ZERO-RATE       PIC S9(03) VALUE 20.            00571381
004463     10  WS-ALERT-COUNT           PIC 9(05) VALUE ZERO.           00571382
004464     10  WS-ALERT-SEVERITY        PIC X(01) VALUE SPACE.          00571383
004465     10  WS-ALERT-CODE            PIC X(08) VALUE SPACES.         00571384
004466     10  WS-ALERT-SUBJECT         PIC X(17) VALUE SPACES.         00571385
004468     10  WS-ALERT-MESSAGE         PIC X(38) VALUE SPACES.         00571386
004469                                                                  00571387
004470 01  WS-ORDER-CONTROL.                                            00571429
004472     10  WS-ORDER-UNITS            PIC S9(05)V99 VALUE 0.         00571439
004473     10  WS-RAW-ORDER-UNITS        PIC S9(05)V99 VALUE 0.         00571444
004474     10  WS-PACK-COUNT             PIC S9(05)    VALUE 0.         00571449
004475     10  WS-REORDER-NEEDED         PIC X(03) VALUE 'NO'.          00571459
004477                                                                  00571459
004478 01  WS-THRESHOLDS.                                               00571529
004479     10  WS-REORDER-THRESHOLD      PIC S9(05) VALUE 20.           00571629
004481     10  WS-LOW-STOCK-CUTOFF       PIC S9(05) VALUE 2.            00571729
004482     10  WS-EXPIRING-SOON-CUTOFF   PIC S9(05) VALUE 7.            00571729
004483     10  WS-COST-VARIANCE-PCT      PIC S9(03)V99 VALUE 10.        00571729
004484     10  WS-EXPECTED-COUNT         PIC 9(05) VALUE ZERO.          00571829
004486                                                                  00571839
004487*****************************************************             00571849
004488*   THE CARD'S EFFECTIVE VALUES, SAVED SO EVERY     *             00571859
004490*   SITE PASS STARTS FROM THEM BEFORE ITS OWN       *             00571869
004491*   OVERRIDES (IF ANY) GO ON, AND SO THE END-OF-    *             00571879
004492*   RUN CHECKS RUN ON THE CARD VALUES AGAIN         *             00571889
004493*****************************************************             00571899
004495 01  WS-CARD-LIMITS.                                              00571909
004496     10  WS-CARD-REORDER-THRESHOLD PIC S9(05) VALUE 20.           00571919
004497     10  WS-CARD-LOW-STOCK-CUTOFF PIC S9(05) VALUE 2.             00571929
004499     10  WS-CARD-EXPIRING-CUTOFF  PIC S9(05) VALUE 7.             00571939
004500     10  WS-CARD-REJECT-LIMIT     PIC S9(05) VALUE 10.            00571949
004501     10  WS-CARD-ZERO-RATE        PIC S9(03) VALUE 20.            00571959
004502                                                                  00571969
004504 01  WS-SITE-PARM-CONTROL.                                        00571979
004505     10  WS-SITPRM-EOF            PIC X(03) VALUE 'NO'.           00571989
004506     10  WS-SITPRM-COUNT          PIC 9(02) VALUE ZERO.           00571999
004508     10  WS-SITPRM-SUB            PIC S9(04) COMP VALUE ZERO.     00572009
004509     10  WS-SITPRM-HIT-SUB        PIC S9(04) COMP VALUE ZERO.     00572019
004510 01  WS-SITE-PARM-TABLE.                                          00572029
004511     10  WS-SR-ENTRY OCCURS 8 TIMES.                              00572039
004513         15  WS-TBL-SITE-PARM     PIC X(80).                      00572049
004514                                                                  00572059
004515 01  WS-SITE-PARM-HEADING.                                        00572069
004517     10  FILLER                   PIC X(02) VALUE SPACES.         00572079
004518     10  FILLER                   PIC X(06) VALUE 'SITE: '.       00572089
004519     10  SH-SITE-CODE             PIC X(05).                      00572099
004520     10  FILLER                   PIC X(08) VALUE '  REORD '.     00572109
004522     10  SH-REORDER-THRESHOLD     PIC ZZZZ9.                      00572119
004523     10  FILLER                   PIC X(06) VALUE '  LOW '.       00572129
004524     10  SH-LOW-STOCK-CUTOFF      PIC ZZZZ9.                      00572139
004526     10  FILLER                   PIC X(06) VALUE '  EXP '.       00572149
004527     10  SH-EXPIRING-CUTOFF       PIC ZZZZ9.                      00572159
004528     10  FILLER                   PIC X(09) VALUE '  REJLIM '.    00572169
004529     10  SH-REJECT-LIMIT          PIC ZZZZ9.                      00572179
004531     10  FILLER                   PIC X(08) VALUE '  ZRATE '.     00572189
004532     10  SH-ZERO-RATE             PIC ZZ9.                        00572199
004533     10  FILLER                   PIC X(59) VALUE SPACES.         00572209
004535                                                                  00572219
004536                                                                          
004537*****************************************************             00571941
004538*   RUN-TIME PAGE/SPACING/THRESHOLD PARAMETER CARD   *            00571942
004540*   READ ONCE FROM SYSIN AT START-UP                 *            00571943
004541*****************************************************             00571944
004542 01  WS-PRINT-PARM-CARD.                                          00571951
004544     10  PC-PAGE-LENGTH           PIC 9(03).                      00571961
004545     10  PC-SPACING               PIC 9(01).                      00571971
004546     10  PC-REORDER-THRESHOLD     PIC 9(05).                      00571981
004547     10  PC-LOW-STOCK-CUTOFF      PIC 9(05).                      00571991
004549     10  PC-ALERT-REJECT-LIMIT    PIC 9(05).                      00571992
004550     10  PC-ALERT-ZERO-RATE       PIC 9(03).                      00571993
004551     10  FILLER                   PIC X(58).                      00572001
004553                                                                  00571901
004554 01  WS-CONTROL-RECORDS.                                          00572001
004555     10  WS-HEADER-RUN-DATE        PIC X(08) VALUE SPACES.        00572101
004556     10  WS-HEADER-DATE-BAD        PIC X(03) VALUE 'NO'.          00572105
004558     10  WS-TRAILER-SEEN           PIC X(03) VALUE 'NO'.          00572201
004559     10  WS-TRAILER-COUNT          PIC 9(05) VALUE ZERO.          00572301
004560     10  WS-TRAILER-PRICE          PIC 9(07)V99 VALUE ZERO.       00572311
004562     10  WS-TRAILER-WASTE          PIC 9(07)V99 VALUE ZERO.       00572321
004563                                                                  00572401
004564 01  WS-CHECKPOINT-CONTROL.                                       00572501
004565     10  WS-CHECKPOINT-INTERVAL    PIC 9(05) VALUE 100.           00572601
004567     10  WS-RESTART-MODE           PIC X(03) VALUE 'NO'.          00572701
004568     10  WS-RESTART-ITEM-NAME      PIC X(17) VALUE SPACES.        00572801
004569     10  WS-CKPT-EOF               PIC X(03) VALUE 'NO'.          00572901
004571     10  WS-RESTART-RECORD-HELD    PIC X(03) VALUE 'NO'.          00572911
004572                                                                  00573001
004573 01  WS-SITE-CONTROL.                                             00573101
004580     10  WS-SITE-INVENTORY-PRICE   PIC S9(07)V99 VALUE 0.         00573801
004581     10  WS-SITE-TOTAL-WASTE       PIC S9(03)V99 VALUE 0.         00573901
004582                                                                  00574001
004583*****************************************************             00574011
004584*   MULTI-SITE RUNS PIVOT EACH ITEM ACROSS SITES    *             00574012
004585*   AND RANK THE SITES, SO EVERY SITE PASS FEEDS    *             00574013
004586*   THESE TABLES AS IT GOES                         *             00574014
004588*****************************************************             00574015
004589 01  WS-SITE-COMPARE.                                             00574016
004590     10  WS-SITE-COUNT            PIC 9(02) VALUE ZERO.           00574017
004591     10  WS-SITE-IX               PIC S9(04) COMP VALUE ZERO.     00574018
004592     10  WS-SITE-SUB              PIC S9(04) COMP VALUE ZERO.     00574019
004594     10  WS-XS-COUNT              PIC 9(03) VALUE ZERO.           00574020
004595     10  WS-XS-SUB                PIC S9(04) COMP VALUE ZERO.     00574021
004596     10  WS-XS-HIT-SUB            PIC S9(04) COMP VALUE ZERO.     00574022
004597     10  WS-RANK-BEST-SUB         PIC S9(04) COMP VALUE ZERO.     00574023
004598     10  WS-RANK-NUMBER           PIC 9(02) VALUE ZERO.           00574024
004600     10  WS-SITE-WASTE-COST       PIC S9(07)V99 VALUE ZERO.       00574025
004601     10  WS-XSITE-METRIC          PIC X(01) VALUE SPACE.          00574026
004602     10  WS-SITE-TOTAL-TABLE.                                     00574027
004603         15  WS-ST-ENTRY OCCURS 8 TIMES.                          00574028
004604             20  ST-SITE-CODE     PIC X(05).                      00574029
004606             20  ST-INV-PRICE     PIC S9(07)V99.                  00574030
004607             20  ST-WASTE-COST    PIC S9(07)V99.                  00574031
004608             20  ST-RANKED        PIC X(01).                      00574032
004609     10  WS-XSITE-TABLE.                                          00574033
004610         15  WS-XS-ENTRY OCCURS 300 TIMES.                        00574034
004612             20  XS-ITEM-NAME     PIC X(17).                      00574035
004613             20  WS-XS-SITE-CELL OCCURS 8 TIMES.                  00574036
004614                 25  XS-PRESENT   PIC X(01).                      00574037
004615                 25  XS-UNITS     PIC S9(05).                     00574038
004616                 25  XS-DAYS      PIC S9(05).                     00574039
004618                 25  XS-WASTE     PIC S9(03).                     00574040
004619                                                                  00574041
004620 01  WS-XSITE-HEADING.                                            00574042
004621     10  FILLER                   PIC X(02) VALUE SPACES.         00574043
004622     10  FILLER                   PIC X(30) VALUE                 00574044
004624         'CROSS-SITE COMPARISON REPORT  '.                        00574045
004625     10  FILLER                   PIC X(100) VALUE SPACES.        00574046
004626                                                                  00574047
004627 01  WS-XSITE-COL-LINE.                                           00574048
004628     10  FILLER                   PIC X(21) VALUE SPACES.         00574049
004630     10  WS-XC-COL OCCURS 8 TIMES.                                00574050
004631         15  FILLER               PIC X(02).                      00574051
004632         15  XC-SITE-CODE         PIC X(05).                      00574052
004633         15  FILLER               PIC X(02).                      00574053
004634     10  FILLER                   PIC X(39) VALUE SPACES.         00574054
004636                                                                  00574055
004637 01  WS-XSITE-DETAIL-LINE.                                        00574056
004638     10  FILLER                   PIC X(02) VALUE SPACES.         00574057
004639     10  XD-ITEM-NAME             PIC X(17).                      00574058
004640     10  FILLER                   PIC X(01) VALUE SPACES.         00574059
004642     10  XD-METRIC                PIC X(01).                      00574060
004643     10  WS-XD-CELL OCCURS 8 TIMES.                               00574061
004644         15  FILLER               PIC X(03).                      00574062
004645         15  XD-VALUE             PIC -ZZZZ9.                     00574063
004646     10  FILLER                   PIC X(39) VALUE SPACES.         00574064
004648                                                                  00574065
004649 01  WS-RANK-HEADING.                                             00574066
004650     10  FILLER                   PIC X(02) VALUE SPACES.         00574067
004651     10  FILLER                   PIC X(40) VALUE                 00574068
004652         'SITES RANKED BY TOTAL WASTE COST        '.              00574069
004654     10  FILLER                   PIC X(90) VALUE SPACES.         00574070
004655                                                                  00574071
004656 01  WS-RANK-LINE.                                                00574072
004657     10  FILLER                   PIC X(02) VALUE SPACES.         00574073
004658     10  RK-RANK                  PIC Z9.                         00574074
004660     10  FILLER                   PIC X(02) VALUE SPACES.         00574075
004661     10  RK-SITE-CODE             PIC X(05).                      00574076
004662     10  FILLER                   PIC X(02) VALUE SPACES.         00574077
004663     10  RK-WASTE-COST            PIC -Z,ZZZ,ZZ9.99.              00574078
004664     10  FILLER                   PIC X(02) VALUE SPACES.         00574079
004666     10  RK-INV-PRICE             PIC -Z,ZZZ,ZZ9.99.              00574080
004667     10  FILLER                   PIC X(91) VALUE SPACES.         00574081
004668                                                                  00574082
004669 01  WS-EXPIRATION-CONTROL.                                       00574101
004670     10  WS-DATE-8                 PIC 9(08) VALUE ZERO.          00574201
004672     10  WS-DAYS-TO-EXPIRE         PIC S9(05) VALUE 0.            00574301
004673                                                                  00574401
004674*****************************************************             00574411
004675*   DAY-OF-WEEK DEMAND PROFILES FROM THE PROFILE    *             00574412
004676*   BUILD RUN.  WHEN AN ITEM HAS ONE, DAYS OF       *             00574413
004678*   SUPPLY AND THE WEEKLY COVER ARE PROJECTED DAY   *             00574414
004679*   BY DAY AGAINST THE ACTUAL WEEKDAY PATTERN       *             00574415
004680*   INSTEAD OF DIVIDED BY ONE FLAT RATE.  DAY 1 IS  *             00574416
004681*   MONDAY, MATCHING THE PROFILE RECORD             *             00574417
004682*****************************************************             00574418
004684 01  WS-DOW-CONTROL.                                              00574419
004685     10  WS-DOW-EOF               PIC X(03) VALUE 'NO'.           00574420
004686     10  WS-DOW-COUNT             PIC 9(03) VALUE ZERO.           00574421
004687     10  WS-DOW-SUB               PIC S9(04) COMP VALUE ZERO.     00574422
004688     10  WS-DOW-HIT-SUB           PIC S9(04) COMP VALUE ZERO.     00574423
004690     10  WS-TODAY-DOW             PIC S9(04) COMP VALUE ZERO.     00574424
004691     10  WS-TODAY-DATE-INT        PIC S9(07) VALUE ZERO.          00574425
004692     10  WS-PROJ-DAY-SUB          PIC S9(04) COMP VALUE ZERO.     00574426
004693     10  WS-PROJ-DOW              PIC S9(04) COMP VALUE ZERO.     00574427
004694     10  WS-PROJ-UNITS            PIC S9(07)V99 VALUE ZERO.       00574428
004696     10  WS-PROJ-DONE             PIC X(03) VALUE 'NO'.           00574429
004697     10  WS-COVER-DAYS            PIC S9(03) VALUE 7.             00574430
004698     10  WS-COVER-QTY             PIC S9(07)V99 VALUE ZERO.       00574431
004699     10  WS-DOW-TABLE.                                            00574432
004700         15  WS-DP-ENTRY OCCURS 300 TIMES.                        00574433
004702             20  DP-ITEM-NAME     PIC X(17).                      00574434
004703             20  DP-DAY-RATE OCCURS 7 TIMES                       00574435
004704                                  PIC S9(03)V99.                  00574436
004705                                                                  00574437
004706*****************************************************             00574438
004708*   STOCK LOTS FROM THE GOODS-RECEIPT RUN.  AN ITEM *             00574439
004709*   WITH LOTS GETS ITS EXPIRING-SOON LINES PER LOT  *             00574440
004710*   WITH THE TRUE AT-RISK UNITS; ONE WITHOUT FALLS  *             00574441
004711*   BACK TO THE SINGLE FR-EXPIRATION-DATE           *             00574442
004712*****************************************************             00574443
004714 01  WS-LOT-CONTROL.                                              00574444
004715     10  WS-LOT-EOF               PIC X(03) VALUE 'NO'.           00574445
004716     10  WS-LOT-ITEM-FOUND        PIC X(03) VALUE 'NO'.           00574446
004717     10  WS-LOT-COUNT             PIC 9(03) VALUE ZERO.           00574447
004718     10  WS-LOT-SUB               PIC S9(04) COMP VALUE ZERO.     00574448
004720 01  WS-LOT-TABLE.                                                00574449
004721     10  WS-LOT-ENTRY OCCURS 500 TIMES.                           00574450
004722         15  WS-TBL-LOT           PIC X(80).                      00574451
004723                                                                  00458601
004724*****************************************************             00458601
004726*   STOCK SET ASIDE FOR BOOKED EVENTS BY THE EVENT  *             00458601
004727*   RESERVATION RUN, TOTALLED PER ITEM.  ONLY       *             00458601
004728*   EVENTS FROM TODAY ON COUNT; THE RESERVATIONS    *             00458601
004729*   WERE MADE AGAINST THE HOME FRIDGE FILE, SO A    *             00458601
004730*   SITE PASS OVER ANY OTHER FILE IGNORES THEM      *             00458601
004732*****************************************************             00458601
004733 01  WS-RESERVE-CONTROL.                                          00458601
004734     10  WS-RESRV-EOF             PIC X(03) VALUE 'NO'.           00458601
004735     10  WS-RESRV-COUNT           PIC S9(04) COMP VALUE ZERO.     00458601
004736     10  WS-RESRV-SUB             PIC S9(04) COMP VALUE ZERO.     00458601
004738     10  WS-RESRV-HIT             PIC S9(04) COMP VALUE ZERO.     00458601
004739     10  WS-HELD-UNITS            PIC S9(05) VALUE ZERO.          00458601
004740     10  WS-RESERVED-UNITS        PIC S9(07) VALUE ZERO.          00458601
004741 01  WS-RESERVE-TABLE.                                            00458601
004742     10  WS-RESRV-ENTRY OCCURS 500 TIMES.                         00458601
004744         15  WS-RV-ITEM-NAME      PIC X(17).                      00458601
004745         15  WS-RV-UNITS          PIC S9(07).                     00458601
004746                                                                  00574452
004747*****************************************************             00574453
004748*   SUPPLIER DELIVERY CALENDAR WORKINGS: THE NEXT   *             00574454
004750*   ACHIEVABLE DELIVERY SETS THE COVER HORIZON FOR  *             00574455
004751*   THE REORDER QUANTITY, AND AN ITEM PROJECTED TO  *             00574456
004752*   RUN OUT BEFORE THAT DELIVERY GOES ON THE        *             00574457
004753*   SHORTAGE EXCEPTIONS                             *             00574458
004754*****************************************************             00574459
004756 01  WS-DELIVERY-CONTROL.                                         00574460
004757     10  WS-CALENDAR-ACTIVE       PIC X(03) VALUE 'NO'.           00574461
004758     10  WS-CUTOFF-MISSED         PIC X(03) VALUE 'NO'.           00574462
004759     10  WS-DELIVERY-FOUND        PIC X(03) VALUE 'NO'.           00574463
004760     10  WS-LEAD-DAYS             PIC S9(03) VALUE ZERO.          00574464
004762     10  WS-SCAN-DAY              PIC S9(04) COMP VALUE ZERO.     00574465
004763     10  WS-SCAN-DOW              PIC S9(04) COMP VALUE ZERO.     00574466
004764     10  WS-TIME-HHMM             PIC 9(04) VALUE ZERO.           00574467
004765     10  WS-DELIVERY-COVER-QTY    PIC S9(07)V99 VALUE ZERO.       00574468
004766     10  WS-DELIVERY-SHORTFALL    PIC S9(07)V99 VALUE ZERO.       00574469
004768                                                                  00574470
004769 01  WS-CSV-CONTROL.                                              00574501
004770     10  WS-CSV-LINE              PIC X(132) VALUE SPACES.        00574601
004771                                                                  00574701
004772 01  WS-VARIANCE-CONTROL.                                         00574801
004774     10  WS-COST-VARIANCE-AMT     PIC S9(05)V99 VALUE 0.          00574901
004775     10  WS-COST-VARIANCE-ACTPCT  PIC S9(05)V99 VALUE 0.          00575001
004776                                                                  00575101
004777 01  WS-MTD-CONTROL.                                              00575201
004778     10  WS-MTD-EOF              PIC X(03) VALUE 'NO'.            00575301
004780     10  WS-MTD-YYYYMM           PIC 9(06) VALUE ZERO.            00575311
004781     10  WS-MTD-REC-YYYYMM       PIC 9(06) VALUE ZERO.            00575312
004782     10  WS-MTD-TOTAL-PRICE      PIC S9(07)V99 VALUE 0.           00575313
004783     10  WS-MTD-TOTAL-WASTE      PIC S9(07)V99 VALUE 0.           00575314
004784                                                                  00575401
004786 01  WS-WASTE-CONTROL.                                            00575501
004787     10  WS-ITEM-WASTE-COST       PIC S9(05)V99 VALUE 0.          00575601
004788     10  WS-ITEM-WASTE-PCT        PIC S9(03)V99 VALUE 0.          00575701
004789     10  WS-GRAND-WASTE-COST      PIC S9(07)V99 VALUE 0.          00575801
004790                                                                  00575901
004792 01  WS-BUDGET-VARIANCE.                                          00575901
004793     10  WS-BUDGET-EOF            PIC X(03) VALUE 'NO'.           00575902
004794     10  WS-BUDGET-MONTH          PIC 9(06) VALUE ZERO.           00575903
004795     10  WS-BA-COUNT              PIC 9(03) VALUE ZERO.           00575904
004796     10  WS-BA-SUB                PIC S9(04) COMP VALUE ZERO.     00575905
004798     10  WS-BA-HIT-SUB            PIC S9(04) COMP VALUE ZERO.     00575906
004799     10  WS-BUD-WASTE-VAR         PIC S9(07)V99 VALUE ZERO.       00575907
004800     10  WS-BUD-WASTE-PCT         PIC S9(05)V99 VALUE ZERO.       00575908
004801     10  WS-BUD-INV-VAR           PIC S9(07)V99 VALUE ZERO.       00575909
004802     10  WS-BUD-ACT-TABLE.                                        00575910
004804         15  WS-BA-ENTRY OCCURS 50 TIMES.                         00575910
004805             20  BA-CATEGORY      PIC X(10).                      00575910
004806             20  BA-INV-PRICE     PIC S9(07)V99.                  00575910
004807             20  BA-WASTE-COST    PIC S9(07)V99.                  00575910
004808                                                                  00575910
004810 01  WS-BUDGET-HEADING.                                           00575910
004811     10  FILLER                   PIC X(02) VALUE SPACES.         00575910
004812     10  FILLER                   PIC X(40) VALUE                 00575910
004813         'CATEGORY BUDGET VARIANCE                '.              00575910
004814     10  FILLER                   PIC X(90) VALUE SPACES.         00575910
004816                                                                  00575910
004817 01  WS-BUDGET-LINE.                                              00575910
004818     10  FILLER                   PIC X(02) VALUE SPACES.         00575910
004819     10  BV-CATEGORY              PIC X(10).                      00575910
004820     10  FILLER                   PIC X(02) VALUE SPACES.         00575910
004822     10  BV-WASTE-ACTUAL          PIC -Z,ZZZ,ZZ9.99.              00575910
004823     10  FILLER                   PIC X(02) VALUE SPACES.         00575910
004824     10  BV-WASTE-BUDGET          PIC -Z,ZZZ,ZZ9.99.              00575910
004825     10  FILLER                   PIC X(02) VALUE SPACES.         00575910
004826     10  BV-WASTE-VAR             PIC -Z,ZZZ,ZZ9.99.              00575910
004828     10  FILLER                   PIC X(02) VALUE SPACES.         00575910
004829     10  BV-WASTE-PCT             PIC -ZZZZ9.99.                  00575910
004830     10  FILLER                   PIC X(02) VALUE SPACES.         00575910
004831     10  BV-INV-ACTUAL            PIC -Z,ZZZ,ZZ9.99.              00575910
004832     10  FILLER                   PIC X(02) VALUE SPACES.         00575910
004834     10  BV-INV-TARGET            PIC -Z,ZZZ,ZZ9.99.              00575910
004835     10  FILLER                   PIC X(02) VALUE SPACES.         00575910
004836     10  BV-OVER-FLAG             PIC X(06).                      00575910
004837     10  FILLER                   PIC X(16) VALUE SPACES.         00575910
004838                                                                  00575910
004840 01  WS-WASTE-REASON-BREAK.                                       00575911
004841     10  WS-WRSDTL-EOF            PIC X(03) VALUE 'NO'.           00575912
004842     10  WS-RB-COUNT              PIC 9(03) VALUE ZERO.           00575913
004843     10  WS-RB-SUB                PIC S9(04) COMP VALUE ZERO.     00575914
004844     10  WS-RB-HIT-SUB            PIC S9(04) COMP VALUE ZERO.     00575915
004846     10  WS-RB-BEST-CAT           PIC X(10) VALUE SPACES.         00575916
004847     10  WS-RB-BEST-RSN           PIC X(02) VALUE SPACES.         00575917
004848     10  WS-REASON-BREAK-TABLE.                                   00575918
004849         15  WS-RB-ENTRY OCCURS 100 TIMES.                        00575919
004850             20  RB-CATEGORY      PIC X(10).                      00575920
004852             20  RB-REASON-CODE   PIC X(02).                      00575921
004853             20  RB-REASON-DESC   PIC X(20).                      00575922
004854             20  RB-UNITS         PIC S9(05).                     00575923
004855             20  RB-COST          PIC S9(07)V99.                  00575924
004856             20  RB-PRINTED       PIC X(01).                      00575925
004858                                                                  00575926
004859*****************************************************             00575991
004860*   RUN-SEQUENCE CONTROL: THE CHAIN ONLY WORKS IN   *             00575992
004861*   ONE ORDER, SO THE RUNCTL SUBROUTINE IS ASKED    *             00575993
004862*   BEFORE THE SITE PASSES OPEN THE FRIDGE FILE     *             00575994
004864*   AND STAMPED WHEN THE RUN COMPLETES.  AN         *             00575995
004865*   'OVERRIDE' CARD ON SYSIN (AFTER THE RESTART     *             00575996
004866*   AND PRINT-PARM CARDS) PERMITS A DELIBERATE      *             00575997
004867*   SAME-DATE RERUN                                 *             00575998
004868*****************************************************             00575999
004870     COPY RUNCTLP.                                                00576000
004871                                                                  00576000
004872 01  WS-OVERRIDE-PARM-CARD.                                       00576000
004873     10  PC-RUN-OVERRIDE          PIC X(08).                      00576000
004874     10  FILLER                   PIC X(72).                      00576000
004876                                                                  00576000
004877 01  WS-RUN-SEQUENCE-FLAGS.                                       00576000
004878     10  WS-RUN-REFUSED           PIC X(03) VALUE 'NO'.           00576000
004879                                                                  00576000
004880 01  WS-PARM-CONTROL.                                             00576001
004882     10  WS-FILTER-ACTIVE        PIC X(03) VALUE 'NO'.            00576101
004883     10  WS-FILTER-MATCH         PIC X(03) VALUE 'YES'.           00576201
004884     10  WS-PARM-CATEGORY        PIC X(10) VALUE SPACES.          00576301
004885     10  WS-PARM-MIN-COST        PIC S9(03)V99 VALUE 0.           00576401
004886     10  WS-PARM-SUPPLIER        PIC X(06) VALUE SPACES.          00576411
004888*        YES WHEN THE DETAIL PASS WAS POSITIONED ON              00576421
004889*        A FILTER'S ALTERNATE KEY PATH AND READS                 00576431
004890*        ONLY THE MATCHING SLICE; THE WHOLE-FILE                 00576441
004891*        BALANCE CHECKS STAND DOWN ON SUCH A RUN                 00576451
004892     10  WS-FILTER-POSITIONED    PIC X(03) VALUE 'NO'.            00576461
004894                                                                  00580005
004895 01  WS-SUB-AMOUNT                 PIC S9(05)V99 VALUE 0.         00578101
004896 01  WS-SUB-TOTAL                  PIC S9(07)V99 VALUE 0.         00578201
004897 01  WS-PRINT-REC                  VALUE SPACES.                  00590022
004898     05  PR-FIDGE.                                                00600028
004900         10  FILLER                PIC X(02).                     00610025
005000         10  PR-ITEM-NAME          PIC X(17).                     00620025
005100         10  FILLER                PIC X(02).                     00630025
006290     10  FILLER                    PIC X(06) VALUE 'PAGE: '.      00735029
006300     10  H-PAGE                    PIC Z(03).                     00735030
006310                                                                  00735031
006564 LINKAGE SECTION.                                                 00736001
006818 01  WS-PARM-AREA.                                                00736101
007073     10  WS-PARM-LENGTH           PIC S9(4) COMP.                 00736201
007327     10  WS-PARM-CATEGORY-IN       PIC X(10).                     00736301
007582     10  WS-PARM-MIN-COST-IN       PIC 9(03)V99.                  00736401
007836     10  WS-PARM-SUPPLIER-IN       PIC X(06).                     00736411
008091                                                                  00736501
008345 PROCEDURE DIVISION USING WS-PARM-AREA.                           00740002
008600                                                                  00750002
008700*****************************************************             00760002
008701*   MAIN PROGRAM ROUTINE                            *             00770002
008702*****************************************************             00780002
008703 010-START-HERE.                                                  00790043
008704     PERFORM 102-GET-PARM                                         00805001
008706     ACCEPT WS-RESTART-MODE FROM SYSIN                            00805101
008707     PERFORM 103-GET-PRINT-PARM                                   00805201
008708     PERFORM 136-SAVE-CARD-LIMITS                                 00805301
008709     PERFORM 850-GET-DATE                                         00805401
008710*    THE RUN-SEQUENCE CHECK COMES BEFORE ANY OUTPUT              00805501
008712*    OPENS: A REFUSED DUPLICATE RUN MUST LEAVE THE               00805601
008713*    PRIOR GOOD RUN'S EXTRACTS UNTOUCHED, NOT CLOSE              00805701
008714*    THEM EMPTY                                                  00805801
008715     PERFORM 131-CHECK-RUN-SEQUENCE                               00805901
008717     IF WS-RUN-REFUSED = 'YES'                                    00806001
008718         CONTINUE                                                 00806101
008719     ELSE                                                         00806201
008720     OPEN OUTPUT PRINT-FILE                                       00810043
008721     OPEN OUTPUT CSV-FILE                                         00811001
008723     OPEN OUTPUT REJECT-FILE                                      00812001
008724     OPEN INPUT CATEGORY-MASTER                                   00812101
008725     IF WS-CATMST-STATUS NOT = '00'                               00812121
008726         DISPLAY 'CATEGORY MASTER OPEN FAILED, STATUS = '         00812122
008728             WS-CATMST-STATUS                                     00812123
008729         MOVE 16 TO RETURN-CODE                                   00812124
008730     END-IF                                                       00812125
008731     OPEN INPUT SUPPLIER-MASTER                                   00812151
008732     IF WS-SUPMST-STATUS NOT = '00'                               00812161
008734         DISPLAY 'SUPPLIER MASTER OPEN FAILED, STATUS = '         00812162
008735             WS-SUPMST-STATUS                                     00812163
008736         MOVE 16 TO RETURN-CODE                                   00812164
008737     END-IF                                                       00812165
008739     IF RETURN-CODE = 16                                          00812166
008740         PERFORM 990-ABORT-RUN                                    00812167
008741     ELSE                                                         00812168
008742         OPEN OUTPUT REORDER-FILE                                 00812102
008743         OPEN OUTPUT EXCEPTION-FILE                               00812103
008745         OPEN OUTPUT EXPIRING-FILE                                00812104
008746         OPEN OUTPUT VARIANCE-FILE                                00812105
008747         OPEN OUTPUT SHORTAGE-FILE                                00812106
008748         OPEN OUTPUT HELD-FILE                                    00812116
008749         OPEN OUTPUT WASTE-FILE                                   00812107
008751         PERFORM 104-OPEN-HISTORY-FILE                            00812108
008752         PERFORM 111-LOAD-DOW-PROFILES                            00812109
008753         PERFORM 121-LOAD-LOT-TABLE                               00812119
008754         PERFORM 126-LOAD-RESERVATIONS                            00902901
008756         OPEN OUTPUT ALERT-FILE                                   00812110
008757         PERFORM 133-LOAD-SITE-PARMS                              00812204
008758         PERFORM 800-PRINT-HEADINGS                               00816001
008759         PERFORM 705-WRITE-CSV-HEADER                             00816051
008760         PERFORM 105-CHECK-SITE-LIST                              00816101
008762         IF WS-MULTI-SITE-MODE = 'YES'                            00816201
008763             PERFORM 106-PROCESS-ALL-SITES                        00816301
008764         ELSE                                                     00816401
008765             PERFORM 107-PROCESS-ONE-SITE                         00816501
008767         END-IF                                                   00816601
008768         IF WS-MULTI-SITE-MODE = 'YES'                            00816611
008769             PERFORM 910-PRINT-SITE-COMPARISON                    00816621
008770         END-IF                                                   00816631
008771         PERFORM 900-PRINT-FINAL-TOTALS                           00850043
008773         PERFORM 980-WRITE-AUDIT-LOG                              00850051
008774         PERFORM 132-STAMP-RUN-COMPLETE                           00850061
008775         CLOSE PRINT-FILE CSV-FILE REJECT-FILE CATEGORY-MASTER    00855001
008776           REORDER-FILE EXCEPTION-FILE EXPIRING-FILE VARIANCE-FILE00855002
008778           SHORTAGE-FILE HELD-FILE WASTE-FILE HISTORY-FILE        00855053
008779           ALERT-FILE                                             00855054
008780           SUPPLIER-MASTER                                        00855051
008781         IF WS-MULTI-SITE-MODE = 'NO'                             00855101
008782             AND WS-FRIDGE-STATUS = '00'                          00855151
008784             CLOSE CHECKPOINT-FILE                                00855201
008785         END-IF                                                   00855301
008786     END-IF                                                       00855351
008787     END-IF                                                       00855361
008788     GOBACK                                                       00857001
008790     .                                                            00860043
008791                                                                  00870043
008792 990-ABORT-RUN.                                                   00860101
008793     IF WS-CATMST-STATUS = '00'                                   00860201
008795         CLOSE CATEGORY-MASTER                                    00860301
008796     END-IF                                                       00860401
008797     IF WS-SUPMST-STATUS = '00'                                   00860501
008798         CLOSE SUPPLIER-MASTER                                    00860601
008799     END-IF                                                       00860701
008801     CLOSE PRINT-FILE CSV-FILE REJECT-FILE                        00860801
008802     .                                                            00860901
008803                                                                  00870043
008804 102-GET-PARM.                                                    00816751
008806     IF WS-PARM-LENGTH > 0                                        00816752
008807         MOVE 'YES' TO WS-FILTER-ACTIVE                           00816753
008808         MOVE WS-PARM-CATEGORY-IN TO WS-PARM-CATEGORY             00816754
008809         IF WS-PARM-LENGTH > 10                                   00816761
008810             MOVE WS-PARM-MIN-COST-IN TO WS-PARM-MIN-COST         00816762
008812         END-IF                                                   00816763
008813         IF WS-PARM-LENGTH > 15                                   00816764
008814             MOVE WS-PARM-SUPPLIER-IN TO WS-PARM-SUPPLIER         00816765
008815         END-IF                                                   00816766
008817     END-IF                                                       00816756
008818     .                                                            00816757
008819                                                                          
008820 103-GET-PRINT-PARM.                                              00816761
008821     ACCEPT WS-PRINT-PARM-CARD FROM SYSIN                         00816771
008823     IF PC-PAGE-LENGTH > 0                                        00816781
008824         MOVE PC-PAGE-LENGTH TO WS-PAGE-LENGTH                    00816791
008825     END-IF                                                       00816801
008826     IF PC-SPACING > 0                                            00816811
008828         MOVE PC-SPACING TO WS-SPACING-DEFAULT                    00816821
008829         MOVE PC-SPACING TO WS-SPACING                            00816831
008830     END-IF                                                       00816841
008831     IF PC-REORDER-THRESHOLD > 0                                  00816851
008832         MOVE PC-REORDER-THRESHOLD TO WS-REORDER-THRESHOLD        00816861
008834     END-IF                                                       00816871
008835     IF PC-LOW-STOCK-CUTOFF > 0                                   00816881
008836         MOVE PC-LOW-STOCK-CUTOFF TO WS-LOW-STOCK-CUTOFF          00816891
008837     END-IF                                                       00816901
008838     IF PC-ALERT-REJECT-LIMIT NUMERIC                             00816902
008840         AND PC-ALERT-REJECT-LIMIT > 0                            00816903
008841         MOVE PC-ALERT-REJECT-LIMIT TO                            00816904
008842             WS-ALERT-REJECT-LIMIT                                00816905
008843     END-IF                                                       00816906
008845     IF PC-ALERT-ZERO-RATE NUMERIC                                00816907
008846         AND PC-ALERT-ZERO-RATE > 0                               00816908
008847         MOVE PC-ALERT-ZERO-RATE TO WS-ALERT-ZERO-RATE            00816909
008848     END-IF                                                       00816910
008849     .                                                            00816911
008851
008852 131-CHECK-RUN-SEQUENCE.                                          00816912
008853     ACCEPT WS-OVERRIDE-PARM-CARD FROM SYSIN                      00816913
008854     MOVE 'S' TO RP-FUNCTION                                      00816914
008856     MOVE 'CBLDB21 ' TO RP-CALLER                                 00816915
008857     MOVE 'FRIDGUSE' TO RP-PREREQ (1)                             00816916
008858     MOVE 'WASTEPST' TO RP-PREREQ (2)                             00816917
008859     MOVE SPACES TO RP-PREREQ (3)                                 00816918
008860     IF PC-RUN-OVERRIDE = 'OVERRIDE'                              00816919
008862         MOVE 'Y' TO RP-OVERRIDE                                  00816920
008863     ELSE                                                         00816921
008864         MOVE SPACE TO RP-OVERRIDE                                00816922
008865     END-IF                                                       00816923
008867     MOVE WS-DATE-8 TO RP-BUSINESS-DATE                           00816924
008868     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        00816925
008869     IF RP-RESULT = '08'                                          00816926
008870         DISPLAY 'CBLDB21 ALREADY RAN FOR ' WS-DATE-8             00816927
008871             ', OVERRIDE CARD REQUIRED'                           00816928
008873         MOVE 'YES' TO WS-RUN-REFUSED                             00816929
008874         MOVE 8 TO RETURN-CODE                                    00816930
008875     END-IF                                                       00816931
008876     IF RP-RESULT = '04'                                          00816932
008877         DISPLAY 'PREREQUISITE ' RP-FAILED-PREREQ                 00816933
008879             ' NOT COMPLETE FOR ' WS-DATE-8                       00816934
008880         MOVE 'YES' TO WS-RUN-REFUSED                             00816935
008881         MOVE 8 TO RETURN-CODE                                    00816936
008882     END-IF                                                       00816937
008884     .                                                            00816938
008885                                                                  00816939
008886 132-STAMP-RUN-COMPLETE.                                          00816940
008887     MOVE 'E' TO RP-FUNCTION                                      00816941
008888     CALL 'RUNCTL' USING RUN-CONTROL-PARMS                        00816942
008890     .                                                            00816943
008891                                                                  00816944
008892*****************************************************             00816921
008893*   THE PER-ITEM HISTORY FILE ACCUMULATES ONE        *            00816922
008895*   SNAPSHOT PER ITEM PER RUN FOR THE WEEKLY TREND   *            00816923
008896*   REPORT, SO IT IS EXTENDED, NEVER RECREATED       *            00816924
008897*****************************************************             00816925
008898 104-OPEN-HISTORY-FILE.                                           00816931
008899     OPEN INPUT HISTORY-FILE                                      00816941
008901     IF WS-HIST-STATUS = '00'                                     00816951
008902         CLOSE HISTORY-FILE                                       00816961
008903     ELSE                                                         00816971
008904         OPEN OUTPUT HISTORY-FILE                                 00816981
008906         CLOSE HISTORY-FILE                                       00816991
008907     END-IF                                                       00817001
008908     OPEN EXTEND HISTORY-FILE                                     00817011
008909     .                                                            00817021
008910
008912*****************************************************             00817031
008913*   PULL THE WHOLE DAY-OF-WEEK PROFILE FILE INTO    *             00817032
008914*   STORAGE ONCE.  A RUN WITHOUT THE FILE JUST      *             00817033
008915*   KEEPS THE FLAT-RATE ARITHMETIC EVERYWHERE       *             00817034
008917*****************************************************             00817035
008918 111-LOAD-DOW-PROFILES.                                           00817041
008919     OPEN INPUT DOW-PROFILE-FILE                                  00817051
008959     .                                                            00817451
008960                                                                  00817461
008961*****************************************************             00817471
008962*   PULL THE WHOLE LOT FILE INTO STORAGE ONCE.  A   *             00817472
008963*   RUN WITHOUT THE FILE KEEPS THE WHOLE-ITEM       *             00817473
008965*   EXPIRY ARITHMETIC EVERYWHERE                    *             00817474
008966*****************************************************             00817475
008968 121-LOAD-LOT-TABLE.                                              00817481
008969     OPEN INPUT LOT-FILE                                          00817491
008971     IF WS-LOTS-STATUS = '00'                                     00817501
008972         MOVE 'NO' TO WS-LOT-EOF                                  00817511
008974         PERFORM 122-READ-LOT-REC                                 00817521
008975             UNTIL WS-LOT-EOF = 'YES'                             00817531
008977         CLOSE LOT-FILE                                           00817541
008978     END-IF                                                       00817551
008979     .                                                            00817561
008981                                                                  00817571
008982 122-READ-LOT-REC.                                                00817581
008984     READ LOT-FILE                                                00817591
008985         AT END                                                   00817601
008987             MOVE 'YES' TO WS-LOT-EOF                             00817611
008988         NOT AT END                                               00817621
008990             PERFORM 123-STORE-LOT-ENTRY                          00817631
008991     END-READ                                                     00817641
008993     .                                                            00817651
008994                                                                  00817661
008995 123-STORE-LOT-ENTRY.                                             00817671
008997     IF WS-LOT-COUNT < 500                                        00817681
008998         ADD 1 TO WS-LOT-COUNT                                    00817691
009000         MOVE LOT-REC TO WS-TBL-LOT (WS-LOT-COUNT)                00817701
009001     ELSE                                                         00817711
009003         DISPLAY 'LOT TABLE FULL, ITEM ON WHOLE-'                 00817721
009004             'ITEM EXPIRY: ' LT-ITEM-NAME                         00817731
009006     END-IF                                                       00817741
009007     .                                                            00817751
009009                                                                  00817761
009010 126-LOAD-RESERVATIONS.                                           00899001
009011     OPEN INPUT RESERVATION-FILE                                  00899001
009013     IF WS-RESRV-STATUS = '00'                                    00899001
009014         MOVE 'NO' TO WS-RESRV-EOF                                00899001
009016         PERFORM 127-READ-RESERVATION                             00899001
009017             UNTIL WS-RESRV-EOF = 'YES'                           00899001
009019         CLOSE RESERVATION-FILE                                   00899001
009020     END-IF                                                       00899001
009022     .                                                            00899001
009023                                                                  00899001
009025 127-READ-RESERVATION.                                            00899001
009026     READ RESERVATION-FILE                                        00899001
009027         AT END                                                   00899001
009029             MOVE 'YES' TO WS-RESRV-EOF                           00899001
009030         NOT AT END                                               00899001
009032             IF RS-EVENT-DATE NOT < WS-DATE-8                     00899001
009033                 PERFORM 128-STORE-RESERVATION                    00899001
009035             END-IF                                               00899001
009036     END-READ                                                     00899001
009038     .                                                            00899001
009039                                                                  00899001
009041 128-STORE-RESERVATION.                                           00899001
009042     MOVE ZERO TO WS-RESRV-HIT                                    00899001
009043     PERFORM 129-MATCH-RESERVATION                                00899001
009045         VARYING WS-RESRV-SUB FROM 1 BY 1                         00899001
009046         UNTIL WS-RESRV-SUB > WS-RESRV-COUNT                      00899001
009048     IF WS-RESRV-HIT = ZERO                                       00899001
009049         IF WS-RESRV-COUNT < 500                                  00899001
009051             ADD 1 TO WS-RESRV-COUNT                              00899001
009052             MOVE WS-RESRV-COUNT TO WS-RESRV-HIT                  00899001
009054             MOVE RS-ITEM-NAME TO WS-RV-ITEM-NAME (WS-RESRV-HIT)  00899001
009055             MOVE ZERO TO WS-RV-UNITS (WS-RESRV-HIT)              00899001
009057         ELSE                                                     00899001
009058             DISPLAY 'RESERVATION TABLE FULL, NOT SET ASIDE: '    00899001
009059                 RS-ITEM-NAME                                     00899001
009061         END-IF                                                   00899001
009062     END-IF                                                       00899001
009064     IF WS-RESRV-HIT > ZERO                                       00899001
009065         ADD RS-RESERVED-QTY TO WS-RV-UNITS (WS-RESRV-HIT)        00899001
009067     END-IF                                                       00899001
009068     .                                                            00899001
009070                                                                  00899001
009071 129-MATCH-RESERVATION.                                           00899001
009073     IF WS-RV-ITEM-NAME (WS-RESRV-SUB) = RS-ITEM-NAME             00899001
009074         MOVE WS-RESRV-SUB TO WS-RESRV-HIT                        00899001
009075     END-IF                                                       00899001
009077     .                                                            00899001
009078                                                                  00899001
009080 136-SAVE-CARD-LIMITS.                                            00817762
009081     MOVE WS-REORDER-THRESHOLD TO                                 00817763
009083         WS-CARD-REORDER-THRESHOLD                                00817764
009084     MOVE WS-LOW-STOCK-CUTOFF TO                                  00817765
009086         WS-CARD-LOW-STOCK-CUTOFF                                 00817766
009087     MOVE WS-EXPIRING-SOON-CUTOFF TO                              00817767
009089         WS-CARD-EXPIRING-CUTOFF                                  00817768
009090     MOVE WS-ALERT-REJECT-LIMIT TO                                00817769
009091         WS-CARD-REJECT-LIMIT                                     00817770
009093     MOVE WS-ALERT-ZERO-RATE TO WS-CARD-ZERO-RATE                 00817771
009094     .                                                            00817772
009096                                                                  00817773
009097*****************************************************             00817774
009099*   PULL THE WHOLE SITE PARAMETER FILE INTO         *             00817775
009100*   STORAGE ONCE.  A RUN WITHOUT THE FILE KEEPS     *             00817776
009102*   THE CARD VALUES AT EVERY SITE                   *             00817777
009103*****************************************************             00817778
009105 133-LOAD-SITE-PARMS.                                             00817779
009106     OPEN INPUT SITE-PARM-FILE                                    00817780
009108     IF WS-SITPRM-STATUS = '00'                                   00817781
009109         MOVE 'NO' TO WS-SITPRM-EOF                               00817782
009110         PERFORM 138-READ-SITE-PARM                               00817783
009112             UNTIL WS-SITPRM-EOF = 'YES'                          00817784
009113         CLOSE SITE-PARM-FILE                                     00817785
009115     END-IF                                                       00817786
009116     .                                                            00817787
009118                                                                  00817788
009119 138-READ-SITE-PARM.                                              00817789
009121     READ SITE-PARM-FILE                                          00817790
009122         AT END                                                   00817791
009124             MOVE 'YES' TO WS-SITPRM-EOF                          00817792
009125         NOT AT END                                               00817793
009126             PERFORM 139-STORE-SITE-PARM                          00817794
009128     END-READ                                                     00817795
009129     .                                                            00817796
009131                                                                  00817797
009132 139-STORE-SITE-PARM.                                             00817798
009134     IF WS-SITPRM-COUNT < 8                                       00817799
009135         ADD 1 TO WS-SITPRM-COUNT                                 00817800
009137         MOVE SITE-PARM-REC TO                                    00817801
009138             WS-TBL-SITE-PARM (WS-SITPRM-COUNT)                   00817802
009140     ELSE                                                         00817803
009141         DISPLAY 'SITE PARM TABLE FULL, OVERRIDE '                00817804
009142             'DROPPED: ' SR-SITE-CODE                             00817805
009144     END-IF                                                       00817806
009145     .                                                            00817807
009147                                                                  00817808
009148*****************************************************             00817809
009150*   EVERY PASS STARTS FROM THE CARD VALUES; A       *             00817810
009151*   MATCHING OVERRIDE ENTRY THEN REPLACES EACH      *             00817811
009153*   NONZERO COLUMN FOR THIS SITE ONLY               *             00817812
009154*****************************************************             00817813
009156 134-APPLY-SITE-PARMS.                                            00817814
009157     MOVE WS-CARD-REORDER-THRESHOLD TO                            00817815
009158         WS-REORDER-THRESHOLD                                     00817816
009160     MOVE WS-CARD-LOW-STOCK-CUTOFF TO                             00817817
009161         WS-LOW-STOCK-CUTOFF                                      00817818
009163     MOVE WS-CARD-EXPIRING-CUTOFF TO                              00817819
009164         WS-EXPIRING-SOON-CUTOFF                                  00817820
009166     MOVE WS-CARD-REJECT-LIMIT TO                                 00817821
009167         WS-ALERT-REJECT-LIMIT                                    00817822
009169     MOVE WS-CARD-ZERO-RATE TO WS-ALERT-ZERO-RATE                 00817823
009170     MOVE ZERO TO WS-SITPRM-HIT-SUB                               00817824
009172     PERFORM 135-MATCH-SITE-PARM                                  00817825
009173         VARYING WS-SITPRM-SUB FROM 1 BY 1                        00817826
009174         UNTIL WS-SITPRM-SUB > WS-SITPRM-COUNT                    00817827
009176     IF WS-SITPRM-HIT-SUB > ZERO                                  00817828
009177         MOVE WS-TBL-SITE-PARM (WS-SITPRM-HIT-SUB) TO             00817829
009179             SITE-PARM-REC                                        00817830
009180         IF SR-REORDER-THRESHOLD NUMERIC                          00817831
009182             AND SR-REORDER-THRESHOLD > ZERO                      00817832
009183             MOVE SR-REORDER-THRESHOLD TO                         00817833
009185                 WS-REORDER-THRESHOLD                             00817834
009186         END-IF                                                   00817835
009188         IF SR-LOW-STOCK-CUTOFF NUMERIC                           00817836
009189             AND SR-LOW-STOCK-CUTOFF > ZERO                       00817837
009190             MOVE SR-LOW-STOCK-CUTOFF TO                          00817838
009192                 WS-LOW-STOCK-CUTOFF                              00817839
009193         END-IF                                                   00817840
009195         IF SR-EXPIRING-CUTOFF NUMERIC                            00817841
009196             AND SR-EXPIRING-CUTOFF > ZERO                        00817842
009198             MOVE SR-EXPIRING-CUTOFF TO                           00817843
009199                 WS-EXPIRING-SOON-CUTOFF                          00817844
009201         END-IF                                                   00817845
009202         IF SR-ALERT-REJECT-LIMIT NUMERIC                         00817846
009204             AND SR-ALERT-REJECT-LIMIT > ZERO                     00817847
009205             MOVE SR-ALERT-REJECT-LIMIT TO                        00817848
009206                 WS-ALERT-REJECT-LIMIT                            00817849
009208         END-IF                                                   00817850
009209         IF SR-ALERT-ZERO-RATE NUMERIC                            00817851
009211             AND SR-ALERT-ZERO-RATE > ZERO                        00817852
009212             MOVE SR-ALERT-ZERO-RATE TO                           00817853
009214                 WS-ALERT-ZERO-RATE                               00817854
009215         END-IF                                                   00817855
009217     END-IF                                                       00817856
009218     .                                                            00817857
009220                                                                  00817858
009221 135-MATCH-SITE-PARM.                                             00817859
009222     MOVE WS-TBL-SITE-PARM (WS-SITPRM-SUB) TO                     00817860
009224         SITE-PARM-REC                                            00817861
009225     IF SR-SITE-CODE = WS-CURRENT-SITE                            00817862
009227         AND SR-SITE-CODE NOT = SPACES                            00817863
009228         MOVE WS-SITPRM-SUB TO WS-SITPRM-HIT-SUB                  00817864
009230     END-IF                                                       00817865
009231     .                                                            00817866
009233                                                                  00817867
009234 137-PRINT-SITE-PARM-HEADER.                                      00817868
009236     MOVE WS-CURRENT-SITE TO SH-SITE-CODE                         00817869
009237     MOVE WS-REORDER-THRESHOLD TO                                 00817870
009238         SH-REORDER-THRESHOLD                                     00817871
009240     MOVE WS-LOW-STOCK-CUTOFF TO SH-LOW-STOCK-CUTOFF              00817872
009241     MOVE WS-EXPIRING-SOON-CUTOFF TO                              00817873
009243         SH-EXPIRING-CUTOFF                                       00817874
009244     MOVE WS-ALERT-REJECT-LIMIT TO SH-REJECT-LIMIT                00817875
009246     MOVE WS-ALERT-ZERO-RATE TO SH-ZERO-RATE                      00817876
009247     MOVE WS-SITE-PARM-HEADING TO WS-PRINT-REC                    00817877
009249     PERFORM 700-PRINT-LINE                                       00817878
009250     .                                                            00817879
009252                                                                  00817880
009253                                                                  00816758
009255 105-CHECK-SITE-LIST.                                             00817143
009256     OPEN INPUT SITE-LIST-FILE                                    00817243
009257     IF WS-SITE-STATUS = '00'                                     00817343
009259         MOVE 'YES' TO WS-MULTI-SITE-MODE                         00817443
009260     ELSE                                                         00817543
009262         MOVE 'NO' TO WS-MULTI-SITE-MODE                          00817643
009263     END-IF                                                       00817743
009265     .                                                            00817843
009266                                                                  00817943
009268 106-PROCESS-ALL-SITES.                                           00818043
009269     PERFORM 109-READ-SITE-LIST-REC                               00818143
009271         UNTIL WS-SITE-EOF = 'YES'                                00818151
009272     CLOSE SITE-LIST-FILE                                         00819143
009273*    THE END-OF-RUN CHECKS GO BACK ON THE CARD                   00819153
009275*    VALUES, NOT THE LAST SITE'S OVERRIDES                       00819163
009276     MOVE SPACES TO WS-CURRENT-SITE                               00819173
009278     PERFORM 134-APPLY-SITE-PARMS                                 00819183
009279     .                                                            00819243
009281                                                                  00819343
009282 109-READ-SITE-LIST-REC.                                          00819361
009284     READ SITE-LIST-FILE                                          00819371
009285         AT END                                                   00819381
009287             MOVE 'YES' TO WS-SITE-EOF                            00819391
009288         NOT AT END                                               00819401
009289             MOVE SL-SITE-CODE TO WS-CURRENT-SITE                 00819411
009291             MOVE SL-DSNAME TO WS-FRIDGE-DSNAME                   00819421
009292             PERFORM 108-RUN-SITE-PASS                            00819431
009294     END-READ                                                     00819441
009295     .                                                            00819451
009297                                                                  00819461
009298 107-PROCESS-ONE-SITE.                                            00819443
009300     CLOSE SITE-LIST-FILE                                         00819543
009301     PERFORM 108-RUN-SITE-PASS                                    00819643
009303     .                                                            00819743
009304                                                                  00819843
009305 108-RUN-SITE-PASS.                                               00819943
009307     MOVE 'NO' TO EOF-FLAG                                        00820043
009308     IF WS-MULTI-SITE-MODE = 'YES'                                00820053
009310         PERFORM 141-REGISTER-SITE                                00820063
009311     END-IF                                                       00820073
009313     PERFORM 134-APPLY-SITE-PARMS                                 00820083
009314     IF WS-MULTI-SITE-MODE = 'YES'                                00820093
009316         PERFORM 137-PRINT-SITE-PARM-HEADER                       00820103
009317     END-IF                                                       00820113
009319     OPEN INPUT FRIDGE                                            00820143
009320     IF WS-FRIDGE-STATUS NOT = '00'                               00820151
009321         DISPLAY 'FRIDGE OPEN FAILED, STATUS = '                  00820152
009323             WS-FRIDGE-STATUS                                     00820153
009324         MOVE 16 TO RETURN-CODE                                   00820154
009326         MOVE 'C' TO WS-ALERT-SEVERITY                            00820155
009327         MOVE 'SITEOPEN' TO WS-ALERT-CODE                         00820156
009329         MOVE WS-CURRENT-SITE TO WS-ALERT-SUBJECT                 00820157
009330         MOVE 'SITE FRIDGE FILE FAILED TO OPEN' TO                00820158
009332             WS-ALERT-MESSAGE                                     00820159
009333         PERFORM 820-WRITE-ALERT                                  00820160
009335     ELSE                                                         00820155
009336         PERFORM 110-READ-HEADER                                  00820243
009337         IF WS-HEADER-RUN-DATE NOT = SPACES                       00820245
009339             AND WS-HEADER-RUN-DATE NOT = WS-DATE-8               00820247
009340             MOVE 'YES' TO WS-HEADER-DATE-BAD                     00820249
009342         END-IF                                                   00820251
009343         IF WS-MULTI-SITE-MODE = 'NO'                             00820343
009345             PERFORM 116-CHECKPOINT-RESTART                       00820443
009346         END-IF                                                   00820543
009348         IF WS-RESTART-RECORD-HELD = 'YES'                        00820553
009349             MOVE 'NO' TO WS-RESTART-RECORD-HELD                  00820563
009351         ELSE                                                     00820573
009352             PERFORM 100-READ-INPUT                               00820643
009353         END-IF                                                   00820653
009355         PERFORM 150-PROCESS-DATA                                 00820743
009356           UNTIL EOF-FLAG = 'YES'                                 00820843
009358         PERFORM 115-READ-TRAILER                                 00820853
009359         IF WS-MULTI-SITE-MODE = 'YES'                            00820943
009361             IF WS-PREV-CATEGORY NOT = SPACES                     00820951
009362                 PERFORM 950-PRINT-CATEGORY-SUBTOTAL              00820952
009364                 PERFORM 960-RESET-CATEGORY-TOTALS                00820953
009365             END-IF                                               00820954
009367             MOVE SPACES TO WS-PREV-CATEGORY                      00820955
009368             PERFORM 140-PRINT-SITE-SUBTOTAL                      00821043
009369             PERFORM 145-RESET-SITE-TOTALS                        00821143
009371         END-IF                                                   00821243
009372         CLOSE FRIDGE                                             00821343
009374     END-IF                                                       00821351
009375     .                                                            00821443
009377                                                                  00821543
009378 100-READ-INPUT.                                                  00880043
009380     MOVE 'NO' TO WS-DETAIL-READ                                  00880143
009381     PERFORM 101-READ-NEXT-RECORD                                 00880243
009383       UNTIL WS-DETAIL-READ = 'YES'                               00880343
009384       OR EOF-FLAG = 'YES'                                        00880443
009385     .                                                            00880543
009387                                                                  00880643
009388*    SENTINEL RECORDS CAN LAND ANYWHERE ON THE CATEGORY           00880743
009390*    KEY PATH, SO THEY ARE SKIPPED HERE RATHER THAN               00880843
009391*    TREATED AS END OF FILE                                       00880943
009393 101-READ-NEXT-RECORD.                                            00890043
009394     READ FRIDGE NEXT RECORD                                      00890143
009396       AT END                                                     00900043
009397         MOVE "YES" TO EOF-FLAG                                   00905001
009399       NOT AT END                                                 00910043
009400         IF FR-RECORD-TYPE = 'H'                                  00915001
009402             OR FR-RECORD-TYPE = 'T'                              00915101
009403             CONTINUE                                             00915201
009404         ELSE                                                     00915301
009406*            ON A POSITIONED RUN THE KEY PATH IS IN               00915311
009407*            ORDER, SO THE FIRST RECORD PAST THE                  00915321
009409*            FILTER VALUE ENDS THE PASS                           00915331
009410             IF WS-FILTER-POSITIONED = 'YES'                      00915341
009412                 AND ((WS-PARM-SUPPLIER NOT = SPACES              00915351
009413                     AND FR-SUPPLIER-CODE >                       00915361
009415                         WS-PARM-SUPPLIER)                        00915371
009416                 OR (WS-PARM-SUPPLIER = SPACES                    00915381
009418                     AND FR-CATEGORY >                            00915391
009419                         WS-PARM-CATEGORY))                       00915401
009420                 MOVE 'YES' TO EOF-FLAG                           00915411
009422             ELSE                                                 00915421
009423             ADD 1 TO REC-COUNT                                   00915431
009425             MOVE 'YES' TO WS-DETAIL-READ                         00915441
009426             END-IF                                               00915451
009428         END-IF                                                   00915601
009429     END-READ                                                     00920043
009431     .                                                            00940043
009432 110-READ-HEADER.                                                 00940143
009434     MOVE LOW-VALUES TO FR-ITEM-NAME                              00940243
009435     READ FRIDGE KEY IS FR-ITEM-NAME                              00940343
009436       INVALID KEY                                                00940443
009438         MOVE "YES" TO EOF-FLAG                                   00940543
009439         DISPLAY 'FRIDGE HEADER RECORD MISSING OR INVALID'        00940553
009441         MOVE 16 TO RETURN-CODE                                   00940563
009442     END-READ                                                     00940573
009444     IF EOF-FLAG NOT = 'YES'                                      00940583
009445         IF FH-RECORD-TYPE = 'H'                                  00940643
009447             MOVE FH-RUN-DATE TO WS-HEADER-RUN-DATE               00940743
009448             ADD FH-EXPECTED-COUNT TO WS-EXPECTED-COUNT           00940843
009450*            THE DETAIL PASS READS ALONG THE FR-CATEGORY          00940853
009451*            ALTERNATE KEY SO EACH CATEGORY ARRIVES AS ONE        00940854
009452*            CONTIGUOUS BLOCK AND SUBTOTALS BREAK ONLY ONCE.      00940855
009454*            ONLY THE SENTINELS' FR-ITEM-NAME BYTES ARE           00940856
009455*            GUARANTEED LOW/HIGH-VALUES, SO THE READ LOOP         00940857
009457*            SKIPS SENTINELS WHEREVER THEY LAND ON THIS PATH      00940858
009458*            AND THE TRAILER IS READ BY PRIMARY KEY AT END        00940859
009460*            A CATEGORY-FILTERED RERUN POSITIONS ON THE           00940860
009461*            CATEGORY PATH AT THE WANTED CATEGORY AND A           00940861
009463*            SUPPLIER-LIMITED PASS ON THE SUPPLIER PATH,          00940862
009464*            SO ONLY THE MATCHING SLICE IS EVER READ              00940863
009466*            INSTEAD OF THE WHOLE FILE                            00940864
009467             IF WS-PARM-SUPPLIER NOT = SPACES                     00940865
009468                 MOVE WS-PARM-SUPPLIER TO FR-SUPPLIER-CODE        00940866
009470                 START FRIDGE KEY IS NOT LESS THAN                00940867
009471                     FR-SUPPLIER-CODE                             00940868
009473                     INVALID KEY                                  00940869
009474                         MOVE "YES" TO EOF-FLAG                   00940870
009476                 END-START                                        00940871
009477                 MOVE 'YES' TO WS-FILTER-POSITIONED               00940872
009479             ELSE                                                 00940873
009480             IF WS-PARM-CATEGORY NOT = SPACES                     00940874
009482                 MOVE WS-PARM-CATEGORY TO FR-CATEGORY             00940875
009483                 START FRIDGE KEY IS NOT LESS THAN                00940876
009484                     FR-CATEGORY                                  00940877
009486                     INVALID KEY                                  00940878
009487                         MOVE "YES" TO EOF-FLAG                   00940879
009489                 END-START                                        00940880
009490                 MOVE 'YES' TO WS-FILTER-POSITIONED               00940881
009492             ELSE                                                 00940882
009493             MOVE LOW-VALUES TO FR-CATEGORY                       00940883
009495             START FRIDGE KEY IS > FR-CATEGORY                    00940884
009496                 INVALID KEY                                      00940885
009498                     MOVE "YES" TO EOF-FLAG                       00940886
009499             END-START                                            00940887
009500             END-IF                                               00940888
009502             END-IF                                               00940889
009503         ELSE                                                     00940943
009505             DISPLAY 'FRIDGE HEADER RECORD MISSING OR INVALID'    00941043
009506             MOVE 16 TO RETURN-CODE                               00941143
009508             ADD 1 TO WS-REJECT-COUNT                             00941153
009509         END-IF                                                   00941243
009511     END-IF                                                       00941253
009512     .                                                            00941343
009514                                                                  00941443
009515*    THE TRAILER IS FETCHED EXPLICITLY BY ITS PRIMARY KEY         00941443
009516*    AFTER THE DETAIL PASS, THE SAME WAY THE MAINTENANCE          00941453
009518*    RUN'S TRAILER UPDATE FINDS IT, SO THE BALANCE CHECKS         00941463
009519*    NEVER DEPEND ON WHERE IT SORTS ON THE CATEGORY PATH          00941473
009521 115-READ-TRAILER.                                                00941543
009522     MOVE HIGH-VALUES TO FR-ITEM-NAME                             00941553
009524     READ FRIDGE KEY IS FR-ITEM-NAME                              00941563
009525       INVALID KEY                                                00941573
009527         DISPLAY 'FRIDGE TRAILER RECORD MISSING OR INVALID'       00941583
009528         MOVE 16 TO RETURN-CODE                                   00941593
009530       NOT INVALID KEY                                            00941603
009531         IF FT-RECORD-TYPE = 'T'                                  00941643
009532             ADD FT-RECORD-COUNT TO WS-TRAILER-COUNT              00941653
009534             ADD FT-CONTROL-TOTAL-PRICE TO WS-TRAILER-PRICE       00941655
009535             ADD FT-CONTROL-TOTAL-WASTE TO WS-TRAILER-WASTE       00941657
009537             MOVE 'YES' TO WS-TRAILER-SEEN                        00941743
009538         ELSE                                                     00941753
009540             DISPLAY 'FRIDGE TRAILER RECORD KEY MISMATCH'         00941763
009541             MOVE 16 TO RETURN-CODE                               00941773
009543         END-IF                                                   00941783
009544     END-READ                                                     00941843
009546     .                                                            00941943
009547                                                                  00942043
009549 116-CHECKPOINT-RESTART.                                          00942143
009550     IF WS-RESTART-MODE = 'YES'                                   00942243
009551         OPEN INPUT CHECKPOINT-FILE                               00942343
009553         IF WS-CKPT-FILE-STATUS = '00'                            00942351
009554             PERFORM 117-READ-LAST-CHECKPOINT                     00942443
009556             CLOSE CHECKPOINT-FILE                                00942543
009557             IF WS-RESTART-ITEM-NAME NOT = SPACES                 00942643
009559*                REPOSITION ALONG THE CATEGORY KEY PATH THE       00942743
009560*                DETAIL PASS READS, THEN SKIP FORWARD TO THE      00942753
009562*                LAST ITEM THE CHECKPOINT RECORDED                00942763
009563                 MOVE WS-PREV-CATEGORY TO FR-CATEGORY             00942773
009565                 START FRIDGE KEY IS NOT LESS THAN FR-CATEGORY    00942843
009566                     INVALID KEY                                  00942943
009567                         MOVE "YES" TO EOF-FLAG                   00943043
009569                 END-START                                        00943143
009570                 PERFORM 119-SKIP-TO-RESTART-ITEM                 00943153
009572                     UNTIL EOF-FLAG = 'YES'                       00943163
009573                     OR FR-ITEM-NAME = WS-RESTART-ITEM-NAME       00943173
009575                     OR WS-RESTART-RECORD-HELD = 'YES'            00943183
009576             END-IF                                               00943243
009578         ELSE                                                     00943352
009579             DISPLAY 'NO CHECKPOINT FILE FOUND, '                 00943353
009581                 'STARTING FROM RECORD ONE'                       00943354
009582             OPEN OUTPUT CHECKPOINT-FILE                          00943355
009583             CLOSE CHECKPOINT-FILE                                00943356
009585         END-IF                                                   00943357
009586         OPEN EXTEND CHECKPOINT-FILE                              00943343
009588     ELSE                                                         00943443
009589         OPEN OUTPUT CHECKPOINT-FILE                              00943543
009591     END-IF                                                       00943643
009592     .                                                            00943743
009594                                                                  00943843
009595*    THE CHECKPOINTED ITEM MAY HAVE BEEN DELETED BETWEEN          00943843
009597*    THE ABEND AND THE RESTART, SO THE SKIP IS BOUNDED:           00943844
009598*    ONCE THE CATEGORY MOVES PAST THE CHECKPOINTED ONE            00943845
009599*    THE RECORD IN HAND IS KEPT AND PROCESSED INSTEAD             00943846
009601*    OF THE LOOP SPINNING TO END OF FILE                          00943847
009602 119-SKIP-TO-RESTART-ITEM.                                        00943853
009604     READ FRIDGE NEXT RECORD                                      00943863
009605         AT END                                                   00943873
009607             MOVE "YES" TO EOF-FLAG                               00943883
009608         NOT AT END                                               00943884
009610             IF FR-RECORD-TYPE = SPACES                           00943885
009611                 AND FR-CATEGORY > WS-PREV-CATEGORY               00943886
009613                 AND FR-ITEM-NAME NOT =                           00943887
009614                     WS-RESTART-ITEM-NAME                         00943888
009615                 ADD 1 TO REC-COUNT                               00943889
009617                 MOVE 'YES' TO WS-RESTART-RECORD-HELD             00943890
009618             END-IF                                               00943891
009620     END-READ                                                     00943893
009621     .                                                            00943894
009623                                                                  00943895
009624 117-READ-LAST-CHECKPOINT.                                        00943943
009626     MOVE "NO" TO WS-CKPT-EOF                                     00944043
009627     PERFORM 118-READ-CHECKPOINT-REC                              00944143
009629         UNTIL WS-CKPT-EOF = "YES"                                00944151
009630     .                                                            00945243
009631                                                                  00945343
009633 118-READ-CHECKPOINT-REC.                                         00945351
009634     READ CHECKPOINT-FILE                                         00944243
009636         AT END                                                   00944343
009637             MOVE "YES" TO WS-CKPT-EOF                            00944443
009639         NOT AT END                                               00944543
009640             MOVE CK-REC-COUNT TO REC-COUNT                       00944643
009642             MOVE CK-ITEM-NAME TO WS-RESTART-ITEM-NAME            00944743
009643             MOVE CK-PREV-CATEGORY TO WS-PREV-CATEGORY            00944744
009645             MOVE CK-INVENTORY-PRICE TO FR-INVENTORY-PRICE        00944843
009646             MOVE CK-TOTAL-WASTE TO FR-TOTAL-WASTE                00944943
009647             MOVE CK-REJECT-COUNT TO WS-REJECT-COUNT              00944951
009649             MOVE CK-ZERO-UNITS-COUNT TO                          00944952
009650                 WS-ZERO-UNITS-COUNT                              00944953
009652             MOVE CK-BELOW-REORDER-COUNT TO                       00944954
009653                 WS-BELOW-REORDER-COUNT                           00944955
009655             MOVE CK-CAT-UNIT-TOTAL TO                            00944956
009656                 WS-CAT-UNIT-TOTAL                                00944957
009658             MOVE CK-CAT-INVENTORY-PRICE TO                       00944958
009659                 WS-CAT-INVENTORY-PRICE                           00944959
009661             MOVE CK-CAT-TOTAL-WASTE TO                           00944960
009662                 WS-CAT-TOTAL-WASTE                               00944961
009663             MOVE CK-CAT-WASTE-COST TO WS-CAT-WASTE-COST          00944962
009665             MOVE CK-SITE-UNIT-TOTAL TO                           00944963
009666                 WS-SITE-UNIT-TOTAL                               00944964
009668             MOVE CK-SITE-INVENTORY-PRICE TO                      00944965
009669                 WS-SITE-INVENTORY-PRICE                          00944966
009671             MOVE CK-SITE-TOTAL-WASTE TO                          00944967
009672                 WS-SITE-TOTAL-WASTE                              00944968
009674             MOVE CK-GRAND-WASTE-COST TO                          00944969
009675                 WS-GRAND-WASTE-COST                              00944970
009677     END-READ                                                     00945043
009678     .                                                            00945045
009680                                                                  00950043
009690 150-PROCESS-DATA.                                                00960043
009695     PERFORM 120-VALIDATE-RECORD                                  00965001
009696     IF WS-RECORD-VALID = 'YES'                                   00965101
009697     PERFORM 125-CHECK-PARM-FILTER                                00965102
009698     IF WS-FILTER-MATCH = 'YES'                                   00965103
009699         PERFORM 500-CHECK-CATEGORY-BREAK                         00965201
009700         MOVE FR-ITEM-NAME TO PR-ITEM-NAME                        00970043
009710         MOVE FR-CATEGORY TO PR-CATEGORY                          00980043
009730         MOVE FR-COST TO PR-COST                                  01000043
009740         MOVE FR-UNITS-DAY TO PR-UNITS-DAY                        01010043
009741         MOVE FR-WASTE-DAY TO PR-WASTE-DAY                        01020043
009742         MOVE FR-UNITS TO PR-UNITS                                00990044
009743         PERFORM 400-CALCULATE-TOTALS                             01030043
009745         PERFORM 415-WRITE-HISTORY-SNAPSHOT                       01031001
009746         IF WS-MULTI-SITE-MODE = 'YES'                            01031011
009747             PERFORM 416-SAVE-SITE-ITEM                           01031021
009748         END-IF                                                   01031031
009750         PERFORM 420-WRITE-REORDER-EXTRACT                        01032001
009751         PERFORM 425-CHECK-ZERO-STOCK                             01032015
009752         PERFORM 430-WRITE-LOWSTOCK-EXCEPTION                     01032002
009753         PERFORM 435-WRITE-HELD-STOCK-LINE                        01032012
009755         PERFORM 440-WRITE-EXPIRING-SOON-EXCEPTION                01032003
009756         PERFORM 710-WRITE-CSV-LINE                               01032004
009757         PERFORM 700-PRINT-LINE                                   01035001
009758     END-IF                                                       01035061
009760     ELSE                                                         01035101
009761         PERFORM 160-REJECT-RECORD                                01035201
009762     END-IF                                                       01035301
009763     IF WS-MULTI-SITE-MODE = 'NO'                                 01035351
009765         AND FUNCTION MOD(REC-COUNT                               01035352
009766             WS-CHECKPOINT-INTERVAL) = 0                          01035353
009767         PERFORM 130-WRITE-CHECKPOINT                             01035354
009769     END-IF                                                       01035355
009770     PERFORM 100-READ-INPUT                                       01040043
009771     .                                                            01050043
009772                                                                  01060043
009773 125-CHECK-PARM-FILTER.                                           01060501
009774     MOVE 'YES' TO WS-FILTER-MATCH                                01060502
009775     IF WS-FILTER-ACTIVE = 'YES'                                  01060503
009776         IF WS-PARM-CATEGORY NOT = SPACES                         01060504
009777             AND FR-CATEGORY NOT = WS-PARM-CATEGORY               01060505
009778             MOVE 'NO' TO WS-FILTER-MATCH                         01060506
009779         END-IF                                                   01060507
009780         IF WS-PARM-MIN-COST NOT = ZERO                           01060508
009781             AND FR-COST < WS-PARM-MIN-COST                       01060509
009782             MOVE 'NO' TO WS-FILTER-MATCH                         01060510
009783         END-IF                                                   01060511
009784         IF WS-PARM-SUPPLIER NOT = SPACES                         01060512
009785             AND FR-SUPPLIER-CODE NOT = WS-PARM-SUPPLIER          01060513
009786             MOVE 'NO' TO WS-FILTER-MATCH                         01060514
009787         END-IF                                                   01060515
009788     END-IF                                                       01060516
009789     .                                                            01060513
009790                                                                  01060514
009791 120-VALIDATE-RECORD.                                             01061001
009792     MOVE 'YES' TO WS-RECORD-VALID                                01061101
009793     MOVE SPACES TO WS-REJECT-REASON                              01061201
009798     IF FR-UNITS < 0                                              01061701
009799         AND WS-RECORD-VALID = 'YES'                              01061751
009800         MOVE 'NO' TO WS-RECORD-VALID                             01061801
009810         MOVE 'NEGATIVE UNITS' TO WS-REJECT-REASON                01061901
009820     END-IF                                                       01062001
009840     IF FR-COST NOT NUMERIC                                       01062101
009850         AND WS-RECORD-VALID = 'YES'                              01062151
010680     WRITE REJECT-REC                                             01063501
010700     ADD 1 TO WS-REJECT-COUNT                                     01063601
010720     .                                                            01063701
010721 400-CALCULATE-TOTALS.                                            01070043
010722     COMPUTE FR-UNIT-TOTAL = FR-COST * FR-UNITS                   01080018
010724     MOVE FR-WASTE-DAY TO WS-SUB-AMOUNT                           01090043
010725     MOVE FR-TOTAL-WASTE TO WS-SUB-TOTAL                          01090044
010727     PERFORM 480-ADD-RUNNING-TOTAL                                01090045
010728     MOVE WS-SUB-TOTAL TO FR-TOTAL-WASTE                          01090046
010730     COMPUTE WS-SUB-AMOUNT = FR-COST * FR-UNITS                   01110043
010731     MOVE FR-INVENTORY-PRICE TO WS-SUB-TOTAL                      01110044
010733     PERFORM 480-ADD-RUNNING-TOTAL                                01110045
010734     MOVE WS-SUB-TOTAL TO FR-INVENTORY-PRICE                      01110046
010735     ADD FR-UNIT-TOTAL TO WS-CAT-UNIT-TOTAL                       01165001
010737     COMPUTE WS-SUB-AMOUNT = FR-COST * FR-UNITS                   01165002
010738     MOVE WS-CAT-INVENTORY-PRICE TO WS-SUB-TOTAL                  01165003
010740     PERFORM 480-ADD-RUNNING-TOTAL                                01165004
010741     MOVE WS-SUB-TOTAL TO WS-CAT-INVENTORY-PRICE                  01165005
010743     ADD FR-WASTE-DAY TO WS-CAT-TOTAL-WASTE                       01165004
010744     ADD FR-UNIT-TOTAL TO WS-SITE-UNIT-TOTAL                      01165005
010746     COMPUTE WS-SUB-AMOUNT = FR-COST * FR-UNITS                   01165006
010747     MOVE WS-SITE-INVENTORY-PRICE TO WS-SUB-TOTAL                 01165007
010749     PERFORM 480-ADD-RUNNING-TOTAL                                01165008
010750     MOVE WS-SUB-TOTAL TO WS-SITE-INVENTORY-PRICE                 01165009
010751     ADD FR-WASTE-DAY TO WS-SITE-TOTAL-WASTE                      01165010
010753     PERFORM 405-PROJECT-DAYS-SUPPLY                              01135041
010754*    THE POSTING RUNS TAKE TODAY'S ACTUALS OUT OF FR-UNITS        01140011
010756*    BEFORE THIS PASS: U MEANS ISSUES AND WASTE ARE BOTH          01140012
010757*    POSTED, W MEANS ONLY THE WASTE IS, SO ONLY THE ISSUE         01140013
010759*    RATE DEPLETES.  LEGACY RECORDS WITH A NON-NUMERIC            01140014
010760*    USAGE DATE TAKE THE FULL FLAT-RATE FALLBACK                  01140015
010762     IF FR-USAGE-DATE NUMERIC                                     01140043
010763         AND FR-USAGE-DATE = WS-DATE-8                            01140044
010764         IF FR-POSTED-FLAG = 'W'                                  01140053
010766             COMPUTE FR-UNITS = FR-UNITS - FR-UNITS-DAY           01140063
010767         END-IF                                                   01140073
010769     ELSE                                                         01140083
010770         COMPUTE FR-UNITS = FR-UNITS -                            01140093
010772           (FR-UNITS-DAY + FR-WASTE-DAY)                          01150043
010773     END-IF                                                       01150053
010775     PERFORM 460-CHECK-NEGATIVE-INVENTORY                         01155001
010776     PERFORM 470-WRITE-WASTE-COST-LINE                            01155002
010778     MOVE 7 TO WS-COVER-DAYS                                      01160018
010779     PERFORM 406-SUM-DEMAND-COVER                                 01160028
010780     MOVE WS-COVER-QTY TO FR-WEEK-ORDER                           01160038
010782     PERFORM 450-CHECK-COST-VARIANCE                              01169001
010783     .                                                            01170043
010785                                                                  01180043
010786*****************************************************             01094201
010788*   AVAILABLE STOCK: ON HAND, LESS HELD, LESS       *             01094201
010789*   RESERVED FOR BOOKED EVENTS.  IT GOES BELOW ZERO *             01094201
010791*   WHEN EVENTS ARE BOOKED BEYOND THE SHELF         *             01094201
010792*****************************************************             01094201
010794 402-SET-AVAILABLE-UNITS.                                         01094201
010795     IF FR-HOLD-STATUS = 'H'                                      01094201
010796         MOVE FR-UNITS TO WS-HELD-UNITS                           01094201
010798     ELSE                                                         01094201
010799         MOVE ZERO TO WS-HELD-UNITS                               01094201
010801     END-IF                                                       01094201
010802     MOVE ZERO TO WS-RESERVED-UNITS                               01094201
010804     IF WS-FRIDGE-DSNAME = 'MYINFILE'                             01094201
010805         PERFORM 403-MATCH-ITEM-RESERVATION                       01094201
010807             VARYING WS-RESRV-SUB FROM 1 BY 1                     01094201
010808             UNTIL WS-RESRV-SUB > WS-RESRV-COUNT                  01094201
010809     END-IF                                                       01094201
010811     COMPUTE WS-USABLE-UNITS = FR-UNITS - WS-HELD-UNITS           01094201
010812         - WS-RESERVED-UNITS                                      01094201
010814     .                                                            01094201
010815                                                                  01094201
010817 403-MATCH-ITEM-RESERVATION.                                      01094201
010818     IF WS-RV-ITEM-NAME (WS-RESRV-SUB) = FR-ITEM-NAME             01094201
010820         MOVE WS-RV-UNITS (WS-RESRV-SUB) TO WS-RESERVED-UNITS     01094201
010821     END-IF                                                       01094201
010823     .                                                            01094201
010824                                                                  01094201
010825*****************************************************             01180143
010827*   DAYS OF SUPPLY: WITH A DAY-OF-WEEK PROFILE THE  *             01180243
010828*   STOCK IS WALKED FORWARD ONE CALENDAR DAY AT A   *             01180343
010830*   TIME AGAINST THAT WEEKDAY'S AVERAGE MOVEMENT;   *             01180443
010831*   ITEMS WITHOUT A PROFILE KEEP THE FLAT-RATE      *             01180543
010833*   DIVISION THEY ALWAYS HAD                        *             01180643
010834*****************************************************             01180743
010836 405-PROJECT-DAYS-SUPPLY.                                         01180843
010837     PERFORM 402-SET-AVAILABLE-UNITS                              01094201
010838     IF WS-USABLE-UNITS < ZERO                                    01094201
010840         MOVE ZERO TO WS-USABLE-UNITS                             01094201
010841     END-IF                                                       01094201
010843     MOVE ZERO TO WS-DOW-HIT-SUB                                  01180943
010844     PERFORM 408-MATCH-DOW-ENTRY                                  01181043
010846         VARYING WS-DOW-SUB FROM 1 BY 1                           01181143
010847         UNTIL WS-DOW-SUB > WS-DOW-COUNT                          01181243
010849     IF WS-DOW-HIT-SUB = ZERO                                     01181343
010850         IF (FR-UNITS-DAY + FR-WASTE-DAY) NOT = ZERO              01181443
010852             COMPUTE WS-DAYS = WS-USABLE-UNITS /                  01181543
010853                 (FR-UNITS-DAY + FR-WASTE-DAY)                    01181643
010854         ELSE                                                     01181743
010856             MOVE 99999 TO WS-DAYS                                01181843
010857         END-IF                                                   01181943
010859     ELSE                                                         01182043
010860         MOVE WS-USABLE-UNITS TO WS-PROJ-UNITS                    01182143
010862         MOVE WS-TODAY-DOW TO WS-PROJ-DOW                         01182243
010863         MOVE ZERO TO WS-DAYS                                     01182343
010865         MOVE 'NO' TO WS-PROJ-DONE                                01182443
010866         PERFORM 407-PROJECT-ONE-DAY                              01182543
010868             UNTIL WS-PROJ-DONE = 'YES'                           01182643
010869             OR WS-DAYS NOT < 999                                 01182743
010870         IF WS-PROJ-DONE NOT = 'YES'                              01182843
010872             MOVE 99999 TO WS-DAYS                                01182943
010873         END-IF                                                   01183043
010875     END-IF                                                       01183143
010876     .                                                            01183243
010878                                                                  01183343
010879 407-PROJECT-ONE-DAY.                                             01183443
010881     ADD 1 TO WS-PROJ-DOW                                         01183543
010882     IF WS-PROJ-DOW > 7                                           01183643
010883         MOVE 1 TO WS-PROJ-DOW                                    01183743
010885     END-IF                                                       01183843
010886     SUBTRACT DP-DAY-RATE (WS-DOW-HIT-SUB WS-PROJ-DOW)            01183943
010888         FROM WS-PROJ-UNITS                                       01184043
010889     IF WS-PROJ-UNITS < ZERO                                      01184143
010891         MOVE 'YES' TO WS-PROJ-DONE                               01184243
010892     ELSE                                                         01184343
010894         ADD 1 TO WS-DAYS                                         01184443
010895     END-IF                                                       01184543
010897     .                                                            01184643
010898                                                                  01184743
010899 408-MATCH-DOW-ENTRY.                                             01184843
010901     IF DP-ITEM-NAME (WS-DOW-SUB) = FR-ITEM-NAME                  01184943
010902         MOVE WS-DOW-SUB TO WS-DOW-HIT-SUB                        01185043
010904     END-IF                                                       01185143
010905     .                                                            01185243
010907                                                                  01185343
010908*****************************************************             01185443
010910*   DEMAND COVER OVER THE NEXT WS-COVER-DAYS        *             01185543
010911*   CALENDAR DAYS, STARTING TOMORROW: THE SUM OF    *             01185643
010912*   EACH COMING WEEKDAY'S PROFILE RATE, OR THE      *             01185743
010914*   FLAT RATE TIMES THE HORIZON FOR ITEMS WITH NO   *             01185843
010915*   PROFILE.  405 HAS ALREADY LOCATED THE PROFILE   *             01185943
010917*   ENTRY FOR THE RECORD IN HAND                    *             01186043
010918*****************************************************             01186143
010920 406-SUM-DEMAND-COVER.                                            01186243
010921     IF WS-DOW-HIT-SUB = ZERO                                     01186343
010923         COMPUTE WS-COVER-QTY =                                   01186443
010924             (FR-UNITS-DAY + FR-WASTE-DAY)                        01186543
010926             * WS-COVER-DAYS                                      01186643
010927     ELSE                                                         01186743
010928         MOVE ZERO TO WS-COVER-QTY                                01186843
010930         MOVE WS-TODAY-DOW TO WS-PROJ-DOW                         01186943
010931         MOVE ZERO TO WS-PROJ-DAY-SUB                             01187043
010933         PERFORM 409-ADD-COVER-DAY                                01187143
010934             UNTIL WS-PROJ-DAY-SUB NOT < WS-COVER-DAYS            01187243
010936     END-IF                                                       01187343
010937     .                                                            01187443
010939                                                                  01187543
010940 409-ADD-COVER-DAY.                                               01187643
010942     ADD 1 TO WS-PROJ-DAY-SUB                                     01187743
010943     ADD 1 TO WS-PROJ-DOW                                         01187843
010944     IF WS-PROJ-DOW > 7                                           01187943
010945         MOVE 1 TO WS-PROJ-DOW                                    01188043
010946     END-IF                                                       01188143
010947     ADD DP-DAY-RATE (WS-DOW-HIT-SUB WS-PROJ-DOW)                 01188243
010948         TO WS-COVER-QTY                                          01188343
010949     .                                                            01188443
010950 500-CHECK-CATEGORY-BREAK.                                        01180501
010951     IF FR-CATEGORY NOT = WS-PREV-CATEGORY                        01180601
010952         AND WS-PREV-CATEGORY NOT = SPACES                        01180701
010963     MOVE WS-CAT-INVENTORY-PRICE TO PR-COST                       01181801
010964     MOVE WS-CAT-TOTAL-WASTE TO PR-UNITS-DAY                      01181901
010965     PERFORM 700-PRINT-LINE                                       01182001
010984     MOVE WS-PREV-CATEGORY TO WC-CATEGORY                         01182002
011004     MOVE '  CAT SUBTOTAL'      TO WC-ITEM-NAME                   01182003
011023     MOVE WS-CAT-TOTAL-WASTE TO WC-WASTE-UNITS                    01182004
011043     MOVE WS-CAT-WASTE-COST TO WC-WASTE-COST                      01182005
011062     MOVE ZERO TO WC-WASTE-PCT                                    01182007
011082     WRITE WASTE-REC                                              01182006
011101     PERFORM 955-SAVE-CATEGORY-ACTUALS                            01182011
011121     .                                                            01182101
011141                                                                  01182111
011160*****************************************************             01182121
011180*   HOLD EACH CATEGORY'S ACTUALS FOR THE BUDGET     *             01182131
011199*   VARIANCE PAGE PRINTED AT END OF RUN.  A         *             01182141
011219*   CATEGORY SEEN AGAIN (MULTI-SITE PASSES) ADDS    *             01182151
011238*   INTO ITS EXISTING ENTRY                         *             01182161
011258*****************************************************             01182171
011277 955-SAVE-CATEGORY-ACTUALS.                                       01182181
011297     MOVE ZERO TO WS-BA-HIT-SUB                                   01182182
011317     PERFORM 956-MATCH-ACTUALS-ENTRY                              01182183
011336         VARYING WS-BA-SUB FROM 1 BY 1                            01182184
011356         UNTIL WS-BA-SUB > WS-BA-COUNT                            01182185
011375     IF WS-BA-HIT-SUB = ZERO                                      01182186
011395         IF WS-BA-COUNT < 50                                      01182187
011414             ADD 1 TO WS-BA-COUNT                                 01182188
011434             MOVE WS-BA-COUNT TO WS-BA-HIT-SUB                    01182189
011453             MOVE WS-PREV-CATEGORY TO                             01182190
011473                 BA-CATEGORY (WS-BA-HIT-SUB)                      01182191
011493             MOVE ZERO TO BA-INV-PRICE (WS-BA-HIT-SUB)            01182192
011512             MOVE ZERO TO                                         01182193
011532                 BA-WASTE-COST (WS-BA-HIT-SUB)                    01182194
011551         ELSE                                                     01182195
011571             DISPLAY 'BUDGET ACTUALS TABLE FULL, '                01182196
011590                 'CATEGORY SKIPPED'                               01182197
011610         END-IF                                                   01182198
011629     END-IF                                                       01182199
011649     IF WS-BA-HIT-SUB > ZERO                                      01182200
011669         ADD WS-CAT-INVENTORY-PRICE TO                            01182201
011688             BA-INV-PRICE (WS-BA-HIT-SUB)                         01182202
011708         ADD WS-CAT-WASTE-COST TO                                 01182203
011727             BA-WASTE-COST (WS-BA-HIT-SUB)                        01182204
011747     END-IF                                                       01182205
011766     .                                                            01182206
011786                                                                  01182207
011805 956-MATCH-ACTUALS-ENTRY.                                         01182208
011825     IF BA-CATEGORY (WS-BA-SUB) = WS-PREV-CATEGORY                01182209
011845         MOVE WS-BA-SUB TO WS-BA-HIT-SUB                          01182210
011864     END-IF                                                       01182211
011884     .                                                            01182212
011903                                                                  01182201
011923 960-RESET-CATEGORY-TOTALS.                                       01182301
011942     MOVE 0 TO WS-CAT-UNIT-TOTAL                                  01182401
011962     MOVE 0 TO WS-CAT-INVENTORY-PRICE                             01182501
011981     MOVE 0 TO WS-CAT-TOTAL-WASTE                                 01182601
012001     MOVE 0 TO WS-CAT-WASTE-COST                                  01182602
012021     .                                                            01182701
012040 140-PRINT-SITE-SUBTOTAL.                                         01182751
012060     MOVE WS-CURRENT-SITE TO PR-CATEGORY                          01182752
012079     MOVE '   SITE TOTAL' TO PR-ITEM-NAME                         01182753
012099     MOVE WS-SITE-UNIT-TOTAL TO PR-UNITS                          01182754
012118     MOVE WS-SITE-INVENTORY-PRICE TO PR-COST                      01182755
012138     MOVE WS-SITE-TOTAL-WASTE TO PR-UNITS-DAY                     01182756
012157     PERFORM 700-PRINT-LINE                                       01182757
012177     IF WS-SITE-IX > ZERO                                         01182761
012197         ADD WS-SITE-INVENTORY-PRICE TO                           01182762
012216             ST-INV-PRICE (WS-SITE-IX)                            01182763
012236         ADD WS-SITE-WASTE-COST TO                                01182764
012255             ST-WASTE-COST (WS-SITE-IX)                           01182765
012275     END-IF                                                       01182766
012294     .                                                            01182758
012314                                                                  01182759
012333 145-RESET-SITE-TOTALS.                                           01182771
012353     MOVE 0 TO WS-SITE-UNIT-TOTAL                                 01182772
012373     MOVE 0 TO WS-SITE-INVENTORY-PRICE                            01182773
012392     MOVE 0 TO WS-SITE-TOTAL-WASTE                                01182774
012412     MOVE 0 TO WS-SITE-WASTE-COST                                 01182775
012431     .                                                            01182776
012451                                                                  01182777
012470 141-REGISTER-SITE.                                               01182778
012490     MOVE ZERO TO WS-SITE-IX                                      01182779
012509     PERFORM 142-MATCH-SITE-ENTRY                                 01182780
012529         VARYING WS-SITE-SUB FROM 1 BY 1                          01182781
012549         UNTIL WS-SITE-SUB > WS-SITE-COUNT                        01182782
012568     IF WS-SITE-IX = ZERO                                         01182783
012588         IF WS-SITE-COUNT < 8                                     01182784
012607             ADD 1 TO WS-SITE-COUNT                               01182785
012627             MOVE WS-SITE-COUNT TO WS-SITE-IX                     01182786
012646             MOVE WS-CURRENT-SITE TO                              01182787
012666                 ST-SITE-CODE (WS-SITE-IX)                        01182788
012685             MOVE ZERO TO ST-INV-PRICE (WS-SITE-IX)               01182789
012705             MOVE ZERO TO ST-WASTE-COST (WS-SITE-IX)              01182790
012725             MOVE 'N' TO ST-RANKED (WS-SITE-IX)                   01182791
012744         ELSE                                                     01182792
012764             DISPLAY 'SITE TABLE FULL, COMPARISON '               01182793
012783                 'SKIPS SITE ' WS-CURRENT-SITE                    01182794
012803         END-IF                                                   01182795
012822     END-IF                                                       01182796
012842     .                                                            01182797
012862                                                                  01182798
012881 142-MATCH-SITE-ENTRY.                                            01182799
012901     IF ST-SITE-CODE (WS-SITE-SUB) = WS-CURRENT-SITE              01182800
012920         MOVE WS-SITE-SUB TO WS-SITE-IX                           01182801
012940     END-IF                                                       01182802
012959     .                                                            01182803
012979                                                                  01182766
012998                                                                  01182801
013018*****************************************************             01182804
013038*   A POSITIONED FILTER RERUN MUST NOT APPEND A     *             01182805
013057*   SECOND SAME-DAY SNAPSHOT FOR ITS SLICE - THE    *             01182806
013077*   TREND, PROFILE AND ACCURACY RUNS WOULD DOUBLE-  *             01182807
013096*   COUNT THE DAY - SO THE SNAPSHOT STANDS DOWN     *             01182808
013116*   JUST LIKE THE BALANCE CHECKS                    *             01182809
013135*****************************************************             01182810
013155 415-WRITE-HISTORY-SNAPSHOT.                                      01182811
013174     IF WS-FILTER-POSITIONED = 'YES'                              01182812
013194         CONTINUE                                                 01182813
013214     ELSE                                                         01182814
013233     MOVE SPACES TO HISTORY-REC                                   01182821
013253     MOVE WS-DATE-8 TO HS-RUN-DATE                                01182831
013272     MOVE FR-ITEM-NAME TO HS-ITEM-NAME                            01182841
013292     MOVE FR-CATEGORY TO HS-CATEGORY                              01182851
013311     MOVE FR-UNITS TO HS-UNITS                                    01182861
013331     COMPUTE HS-INVENTORY-VALUE = FR-COST * FR-UNITS              01182871
013350     MOVE FR-WASTE-DAY TO HS-WASTE-UNITS                          01182881
013370     MOVE FR-UNITS-DAY TO HS-UNITS-DAY                            01182883
013390     MOVE WS-CURRENT-SITE TO HS-SITE-CODE                         01182885
013409     WRITE HISTORY-REC                                            01182891
013429     END-IF                                                       01182892
013448     .                                                            01182893
013468                                                                  01182893
013487*****************************************************             01182894
013507*   REMEMBER THIS ITEM'S CLOSING FIGURES FOR THE    *             01182895
013526*   CURRENT SITE SO THE CROSS-SITE REPORT CAN PIVOT *             01182896
013546*   ITEMS ACROSS A COLUMN PER SITE                  *             01182897
013566*****************************************************             01182898
013585 416-SAVE-SITE-ITEM.                                              01182899
013605     IF WS-SITE-IX = ZERO                                         01182900
013624         CONTINUE                                                 01182900
013644     ELSE                                                         01182900
013663         MOVE ZERO TO WS-XS-HIT-SUB                               01182900
013683         PERFORM 417-MATCH-XSITE-ENTRY                            01182900
013702             VARYING WS-XS-SUB FROM 1 BY 1                        01182900
013722             UNTIL WS-XS-SUB > WS-XS-COUNT                        01182900
013742         IF WS-XS-HIT-SUB = ZERO                                  01182900
013761             IF WS-XS-COUNT < 300                                 01182900
013781                 ADD 1 TO WS-XS-COUNT                             01182900
013800                 MOVE WS-XS-COUNT TO WS-XS-HIT-SUB                01182900
013820                 MOVE FR-ITEM-NAME TO                             01182900
013839                     XS-ITEM-NAME (WS-XS-HIT-SUB)                 01182900
013859                 PERFORM 418-CLEAR-XSITE-CELLS                    01182900
013878                     VARYING WS-SITE-SUB FROM 1 BY 1              01182900
013898                     UNTIL WS-SITE-SUB > 8                        01182900
013918             ELSE                                                 01182900
013937                 DISPLAY 'CROSS-SITE TABLE FULL, '                01182900
013957                     'ITEM SKIPPED'                               01182900
013976             END-IF                                               01182900
013996         END-IF                                                   01182900
014015         IF WS-XS-HIT-SUB > ZERO                                  01182900
014035             MOVE 'Y' TO XS-PRESENT                               01182900
014054                 (WS-XS-HIT-SUB WS-SITE-IX)                       01182900
014074             MOVE FR-UNITS TO XS-UNITS                            01182900
014094                 (WS-XS-HIT-SUB WS-SITE-IX)                       01182900
014113             MOVE WS-DAYS TO XS-DAYS                              01182900
014133                 (WS-XS-HIT-SUB WS-SITE-IX)                       01182900
014152             MOVE FR-WASTE-DAY TO XS-WASTE                        01182900
014172                 (WS-XS-HIT-SUB WS-SITE-IX)                       01182900
014191         END-IF                                                   01182900
014211     END-IF                                                       01182900
014230     .                                                            01182900
014250                                                                  01182900
014270 417-MATCH-XSITE-ENTRY.                                           01182900
014289     IF XS-ITEM-NAME (WS-XS-SUB) = FR-ITEM-NAME                   01182900
014309         MOVE WS-XS-SUB TO WS-XS-HIT-SUB                          01182900
014328     END-IF                                                       01182900
014348     .                                                            01182900
014367                                                                  01182900
014387 418-CLEAR-XSITE-CELLS.                                           01182900
014406     MOVE 'N' TO XS-PRESENT (WS-XS-HIT-SUB WS-SITE-SUB)           01182900
014426     MOVE ZERO TO XS-UNITS (WS-XS-HIT-SUB WS-SITE-SUB)            01182900
014446     MOVE ZERO TO XS-DAYS (WS-XS-HIT-SUB WS-SITE-SUB)             01182900
014465     MOVE ZERO TO XS-WASTE (WS-XS-HIT-SUB WS-SITE-SUB)            01182900
014485     .                                                            01182900
014504                                                                  01182900
014524*****************************************************             01182901
014543*   AN ITEM WITH ITS OWN REORDER POINT TRIGGERS ON  *             01182902
014563*   THAT POINT AND ORDERS UP TO ITS OWN LEVEL; THE  *             01182903
014583*   GLOBAL THRESHOLD AND SEVEN-DAY FORMULA REMAIN   *             01182904
014602*   ONLY AS THE FALLBACK FOR ITEMS WITH NO LEVELS   *             01182905
014622*****************************************************             01182906
014641 420-WRITE-REORDER-EXTRACT.                                       01182907
014661     MOVE 'NO' TO WS-REORDER-NEEDED                               01182908
014680*    QUARANTINED STOCK CANNOT BE SOLD, SO A HELD                  01097401
014700*    RECORD REORDERS AS THOUGH THE SHELF WERE EMPTY;              01097401
014719*    STOCK SET ASIDE FOR A BOOKED EVENT IS NOT FREE               01097401
014739*    EITHER, AND RESERVED BEYOND THE SHELF IT RAISES              01097401
014759*    THE ORDER BY THE SHORTFALL                                   01097401
014778     PERFORM 402-SET-AVAILABLE-UNITS                              01097401
014798     PERFORM 421-SET-SUPPLIER-COVER                               01182916
014817     IF FR-REORDER-POINT NUMERIC                                  01182917
014837         AND FR-REORDER-POINT > ZERO                              01182918
014856         IF WS-USABLE-UNITS < FR-REORDER-POINT                    01182919
014876             MOVE 'YES' TO WS-REORDER-NEEDED                      01182920
014895             IF FR-ORDER-UP-TO NUMERIC                            01182921
014915                 AND FR-ORDER-UP-TO > WS-USABLE-UNITS             01182922
014935                 COMPUTE WS-ORDER-UNITS =                         01182923
014954                     FR-ORDER-UP-TO - WS-USABLE-UNITS             01182924
014974             ELSE                                                 01182925
014993                 PERFORM 424-SET-FALLBACK-ORDER                   01182926
015013             END-IF                                               01182927
015032         END-IF                                                   01182928
015052     ELSE                                                         01182929
015071         IF WS-USABLE-UNITS < WS-REORDER-THRESHOLD                01183001
015091             MOVE 'YES' TO WS-REORDER-NEEDED                      01183002
015111             PERFORM 424-SET-FALLBACK-ORDER                       01183011
015130         END-IF                                                   01183012
015150     END-IF                                                       01183013
015169     PERFORM 423-CHECK-DELIVERY-SHORTAGE                          01183014
015189*    AN ITEM BEING PHASED OUT OR ALREADY DISCONTINUED             01097501
015208*    IS NEVER REORDERED - ITS LAST STOCK IS LEFT TO               01097501
015228*    RUN DOWN ON THE RUN-DOWN REPORT                              01097501
015247     IF FR-LIFECYCLE-STATUS = 'P'                                 01097501
015267         OR FR-LIFECYCLE-STATUS = 'D'                             01097501
015287         MOVE 'NO' TO WS-REORDER-NEEDED                           01097501
015306     END-IF                                                       01097501
015326     IF WS-REORDER-NEEDED = 'YES'                                 01183014
015345         MOVE WS-ORDER-UNITS TO WS-RAW-ORDER-UNITS                01183015
015365         PERFORM 422-APPLY-CASE-PACK                              01183021
015384         MOVE FR-ITEM-NAME TO RO-ITEM-NAME                        01183101
015404         MOVE WS-ORDER-UNITS TO RO-WEEK-ORDER                     01183201
015423         MOVE WS-PACK-COUNT TO RO-PACK-COUNT                      01183211
015443         MOVE WS-CURRENT-SITE TO RO-SITE-CODE                     01183221
015463         MOVE WS-RAW-ORDER-UNITS TO RO-RAW-UNITS                  01183231
015482         WRITE REORDER-REC                                        01183301
015502         ADD 1 TO WS-BELOW-REORDER-COUNT                          01183351
015521     END-IF                                                       01183401
015541     .                                                            01183501
015560                                                                  01183511
015580*****************************************************             01183521
015599*   SUPPLIERS SHIP WHOLE CASES, SO THE WEEKLY ORDER *             01183531
015619*   ROUNDS UP TO FULL PACKS AND RESPECTS THE        *             01183541
015639*   SUPPLIER'S MINIMUM ORDER QUANTITY.  ITEMS WITH  *             01183551
015658*   NO SUPPLIER OR NO PACK SIZE ORDER IN RAW UNITS  *             01183561
015678*****************************************************             01183571
015697 422-APPLY-CASE-PACK.                                             01183581
015717     MOVE ZERO TO WS-PACK-COUNT                                   01183582
015736     IF FR-SUPPLIER-CODE NOT = SPACES                             01183583
015756         MOVE FR-SUPPLIER-CODE TO SM-SUPPLIER-CODE                01183584
015775         READ SUPPLIER-MASTER                                     01183585
015795             INVALID KEY                                          01183586
015815                 CONTINUE                                         01183587
015834             NOT INVALID KEY                                      01183588
015854                 IF SM-MIN-ORDER-QTY NUMERIC                      01183589
015873                     AND SM-MIN-ORDER-QTY > ZERO                  01183590
015893                     AND WS-ORDER-UNITS <                         01183591
015912                         SM-MIN-ORDER-QTY                         01183592
015932                     MOVE SM-MIN-ORDER-QTY TO                     01183593
015951                         WS-ORDER-UNITS                           01183594
015971                 END-IF                                           01183595
015991                 IF SM-CASE-PACK NUMERIC                          01183596
016010                     AND SM-CASE-PACK > ZERO                      01183597
016030                     COMPUTE WS-PACK-COUNT =                      01183598
016049                         WS-ORDER-UNITS / SM-CASE-PACK            01183599
016069                     IF WS-PACK-COUNT * SM-CASE-PACK              01183600
016088                         < WS-ORDER-UNITS                         01183601
016108                         ADD 1 TO WS-PACK-COUNT                   01183602
016127                     END-IF                                       01183603
016147                     COMPUTE WS-ORDER-UNITS =                     01183604
016167                         WS-PACK-COUNT * SM-CASE-PACK             01183605
016186                 END-IF                                           01183606
016206         END-READ                                                 01183607
016225     END-IF                                                       01183608
016245     .                                                            01183609
016264                                                                  01183601
016284*****************************************************             01183602
016303*   A SUPPLIER WITH A DELIVERY CALENDAR SETS THE    *             01183603
016323*   COVER HORIZON TO ITS NEXT ACHIEVABLE DELIVERY:  *             01183604
016343*   LEAD TIME OUT (PLUS A DAY WHEN TODAY'S ORDER    *             01183605
016362*   CUTOFF HAS PASSED), THEN FORWARD TO THE FIRST   *             01183606
016382*   DAY IT ACTUALLY DELIVERS.  SUPPLIERS WITHOUT A  *             01183607
016401*   CALENDAR KEEP THE FLAT WEEK                     *             01183608
016421*****************************************************             01183609
016440 421-SET-SUPPLIER-COVER.                                          01183610
016460     MOVE 'NO' TO WS-CALENDAR-ACTIVE                              01183611
016480     MOVE 'NO' TO WS-CUTOFF-MISSED                                01183612
016499     MOVE 7 TO WS-COVER-DAYS                                      01183613
016519     IF FR-SUPPLIER-CODE NOT = SPACES                             01183614
016538         MOVE FR-SUPPLIER-CODE TO SM-SUPPLIER-CODE                01183615
016558         READ SUPPLIER-MASTER                                     01183616
016577             INVALID KEY                                          01183617
016597                 CONTINUE                                         01183618
016616             NOT INVALID KEY                                      01183619
016636                 IF SM-DELIVERY-DAYS NOT = SPACES                 01183620
016656                     PERFORM 426-FIND-NEXT-DELIVERY               01183621
016675                 END-IF                                           01183622
016695         END-READ                                                 01183623
016714     END-IF                                                       01183624
016734     IF WS-CALENDAR-ACTIVE = 'YES'                                01183625
016753         PERFORM 406-SUM-DEMAND-COVER                             01183626
016773         MOVE WS-COVER-QTY TO WS-DELIVERY-COVER-QTY               01183627
016792     END-IF                                                       01183628
016812     .                                                            01183629
016832                                                                  01183630
016851 426-FIND-NEXT-DELIVERY.                                          01183631
016871     IF SM-LEAD-TIME-DAYS NUMERIC                                 01183632
016890         AND SM-LEAD-TIME-DAYS > ZERO                             01183633
016910         MOVE SM-LEAD-TIME-DAYS TO WS-LEAD-DAYS                   01183634
016929     ELSE                                                         01183635
016949         MOVE 1 TO WS-LEAD-DAYS                                   01183636
016968     END-IF                                                       01183637
016988     IF SM-ORDER-CUTOFF NUMERIC                                   01183638
017008         AND SM-ORDER-CUTOFF > ZERO                               01183639
017027         AND WS-TIME-HHMM > SM-ORDER-CUTOFF                       01183640
017047         ADD 1 TO WS-LEAD-DAYS                                    01183641
017066         MOVE 'YES' TO WS-CUTOFF-MISSED                           01183642
017086     END-IF                                                       01183643
017105     MOVE 'NO' TO WS-DELIVERY-FOUND                               01183644
017125     MOVE WS-LEAD-DAYS TO WS-SCAN-DAY                             01183645
017144     PERFORM 427-CHECK-DELIVERY-DAY                               01183646
017164         UNTIL WS-DELIVERY-FOUND = 'YES'                          01183647
017184         OR WS-SCAN-DAY > WS-LEAD-DAYS + 13                       01183648
017203     IF WS-DELIVERY-FOUND = 'YES'                                 01183649
017223         MOVE WS-SCAN-DAY TO WS-COVER-DAYS                        01183650
017242         MOVE 'YES' TO WS-CALENDAR-ACTIVE                         01183651
017262     END-IF                                                       01183652
017281     .                                                            01183653
017301                                                                  01183654
017320 427-CHECK-DELIVERY-DAY.                                          01183655
017340     COMPUTE WS-SCAN-DOW = FUNCTION MOD                           01183656
017360         (WS-TODAY-DOW - 1 + WS-SCAN-DAY 7) + 1                   01183657
017379     IF SM-DELIV-DAY (WS-SCAN-DOW) = 'Y'                          01183658
017399         MOVE 'YES' TO WS-DELIVERY-FOUND                          01183659
017418     ELSE                                                         01183660
017438         ADD 1 TO WS-SCAN-DAY                                     01183661
017457     END-IF                                                       01183662
017477     .                                                            01183663
017496                                                                  01183664
017516 424-SET-FALLBACK-ORDER.                                          01183665
017536     IF WS-CALENDAR-ACTIVE = 'YES'                                01183666
017555         MOVE WS-DELIVERY-COVER-QTY TO WS-ORDER-UNITS             01183667
017575     ELSE                                                         01183668
017594         MOVE FR-WEEK-ORDER TO WS-ORDER-UNITS                     01183669
017614     END-IF                                                       01183670
017633     .                                                            01183671
017653                                                                  01183672
017672*****************************************************             01183673
017692*   AN ITEM PROJECTED TO RUN OUT BEFORE ITS         *             01183674
017712*   SUPPLIER CAN PHYSICALLY DELIVER IS A SHORTAGE   *             01183675
017731*   EXCEPTION, NOT JUST A LINE ON THE ORDER FILE    *             01183676
017751*****************************************************             01183677
017770 423-CHECK-DELIVERY-SHORTAGE.                                     01183678
017790     IF WS-CALENDAR-ACTIVE = 'YES'                                01183679
017809         COMPUTE WS-DELIVERY-SHORTFALL =                          01183680
017829             WS-DELIVERY-COVER-QTY - WS-USABLE-UNITS              01183681
017848         IF WS-DELIVERY-SHORTFALL > ZERO                          01183682
017868             AND WS-DAYS < WS-COVER-DAYS                          01183683
017888             MOVE FR-ITEM-NAME TO SH-ITEM-NAME                    01183684
017907             MOVE FR-CATEGORY TO SH-CATEGORY                      01183685
017927             MOVE WS-DELIVERY-SHORTFALL TO SH-SHORTFALL           01183686
017946             WRITE SHORTAGE-REC                                   01183687
017966         END-IF                                                   01183688
017985     END-IF                                                       01183689
018005     .                                                            01183690
018024                                                                  01183691
018044 425-CHECK-ZERO-STOCK.                                            01183611
018064     IF FR-UNITS = ZERO                                           01183621
018083         ADD 1 TO WS-ZERO-UNITS-COUNT                             01183631
018103         IF FR-UNITS-DAY NOT < WS-ALERT-ZERO-RATE                 01183632
018122             MOVE 'C' TO WS-ALERT-SEVERITY                        01183633
018142             MOVE 'ZEROSTK' TO WS-ALERT-CODE                      01183634
018161             MOVE FR-ITEM-NAME TO WS-ALERT-SUBJECT                01183635
018181             MOVE 'ZERO STOCK ON HIGH-VOLUME ITEM'                01183636
018201                 TO WS-ALERT-MESSAGE                              01183637
018220             PERFORM 820-WRITE-ALERT                              01183638
018240         END-IF                                                   01183639
018259     END-IF                                                       01183641
018279     .                                                            01183651
018298                                                                  01183661
018318 430-WRITE-LOWSTOCK-EXCEPTION.                                    01183701
018337     IF WS-DAYS < WS-LOW-STOCK-CUTOFF                             01183801
018357         MOVE FR-ITEM-NAME TO EX-ITEM-NAME                        01183901
018377         MOVE FR-CATEGORY TO EX-CATEGORY                          01184001
018396         MOVE WS-DAYS TO EX-DAYS                                  01184101
018416         WRITE EXCEPTION-REC                                      01184201
018435     END-IF                                                       01184301
018455     .                                                            01184401
018474                                                                  01184501
018494*****************************************************             01184511
018513*   QUARANTINED STOCK GETS ITS OWN REPORT SECTION   *             01184512
018533*   SO THE HELD UNITS STAY VISIBLE EVEN THOUGH THE  *             01184513
018553*   USABLE-STOCK ARITHMETIC NO LONGER COUNTS THEM   *             01184514
018572*****************************************************             01184515
018592 435-WRITE-HELD-STOCK-LINE.                                       01184521
018611     IF FR-HOLD-STATUS = 'H'                                      01184522
018631         MOVE FR-ITEM-NAME TO HD-ITEM-NAME                        01184523
018650         MOVE FR-CATEGORY TO HD-CATEGORY                          01184524
018670         MOVE FR-UNITS TO HD-UNITS                                01184525
018689         MOVE FR-HOLD-REASON TO HD-HOLD-REASON                    01184526
018709         MOVE FR-HOLD-DATE TO HD-HOLD-DATE                        01184527
018729         WRITE HELD-REC                                           01184528
018748     END-IF                                                       01184529
018768     .                                                            01184530
018787                                                                  01184531
018807*****************************************************             01184541
018826*   AN ITEM WITH LOTS GETS ONE EXCEPTION LINE PER   *             01184542
018846*   AT-RISK LOT WITH THAT LOT'S TRUE UNITS; AN      *             01184543
018865*   ITEM WITHOUT LOTS KEEPS THE WHOLE-BALANCE LINE  *             01184544
018885*   ON ITS SINGLE EXPIRATION DATE                   *             01184545
018905*****************************************************             01184546
018924 440-WRITE-EXPIRING-SOON-EXCEPTION.                               01184551
018944     MOVE 'NO' TO WS-LOT-ITEM-FOUND                               01184552
018963     PERFORM 441-CHECK-LOT-AT-RISK                                01184553
018983         VARYING WS-LOT-SUB FROM 1 BY 1                           01184554
019002         UNTIL WS-LOT-SUB > WS-LOT-COUNT                          01184555
019022     IF WS-LOT-ITEM-FOUND = 'NO'                                  01184556
019041         AND FR-EXPIRATION-DATE NOT = ZERO                        01184557
019061         COMPUTE WS-DAYS-TO-EXPIRE =                              01184558
019081             FUNCTION INTEGER-OF-DATE(FR-EXPIRATION-DATE) -       01184559
019100             FUNCTION INTEGER-OF-DATE(WS-DATE-8)                  01184560
019120         IF WS-DAYS-TO-EXPIRE < WS-EXPIRING-SOON-CUTOFF           01184561
019139             MOVE FR-ITEM-NAME TO EP-ITEM-NAME                    01184562
019159             MOVE FR-CATEGORY TO EP-CATEGORY                      01184563
019178             MOVE FR-EXPIRATION-DATE TO EP-EXPIRATION-DATE        01184564
019198             MOVE WS-DAYS-TO-EXPIRE TO EP-DAYS-LEFT               01184565
019217             MOVE FR-UNITS TO EP-AT-RISK-UNITS                    01184566
019237             WRITE EXPIRING-REC                                   01184567
019257         END-IF                                                   01184568
019276     END-IF                                                       01184569
019296     .                                                            01184570
019315                                                                  01184571
019335 441-CHECK-LOT-AT-RISK.                                           01184572
019354     MOVE WS-TBL-LOT (WS-LOT-SUB) TO LOT-REC                      01184573
019374     IF LT-ITEM-NAME = FR-ITEM-NAME                               01184574
019393         AND LT-UNITS > ZERO                                      01184575
019413         MOVE 'YES' TO WS-LOT-ITEM-FOUND                          01184576
019433         IF LT-EXPIRATION-DATE NOT = ZERO                         01184577
019452             COMPUTE WS-DAYS-TO-EXPIRE =                          01184578
019472                 FUNCTION INTEGER-OF-DATE                         01184579
019491                     (LT-EXPIRATION-DATE) -                       01184580
019511                 FUNCTION INTEGER-OF-DATE(WS-DATE-8)              01184581
019530             IF WS-DAYS-TO-EXPIRE <                               01184582
019550                 WS-EXPIRING-SOON-CUTOFF                          01184583
019569                 MOVE FR-ITEM-NAME TO EP-ITEM-NAME                01184584
019589                 MOVE FR-CATEGORY TO EP-CATEGORY                  01184585
019609                 MOVE LT-EXPIRATION-DATE TO                       01184586
019628                     EP-EXPIRATION-DATE                           01184587
019648                 MOVE WS-DAYS-TO-EXPIRE TO EP-DAYS-LEFT           01184588
019667                 MOVE LT-UNITS TO EP-AT-RISK-UNITS                01184589
019687                 WRITE EXPIRING-REC                               01184590
019706             END-IF                                               01184591
019726         END-IF                                                   01184592
019745     END-IF                                                       01184593
019765     .                                                            01184594
019785                                                                  01184595
019804 450-CHECK-COST-VARIANCE.                                         01184701
019824     IF FR-SUPPLIER-CODE NOT = SPACES                             01184702
019843         MOVE FR-SUPPLIER-CODE TO SM-SUPPLIER-CODE                01184703
019863         READ SUPPLIER-MASTER                                     01184704
019882             INVALID KEY                                          01184705
019902                 CONTINUE                                         01184706
019922             NOT INVALID KEY                                      01184707
019941                 IF SM-SUPPLIER-PRICE NOT = ZERO                  01184708
019961                     COMPUTE WS-COST-VARIANCE-AMT =               01184709
019980                         FR-COST - SM-SUPPLIER-PRICE              01184710
020000                     COMPUTE WS-COST-VARIANCE-ACTPCT =            01184711
020019                         (WS-COST-VARIANCE-AMT /                  01184712
020039                         SM-SUPPLIER-PRICE) * 100                 01184713
020058                     IF FUNCTION ABS(WS-COST-VARIANCE-ACTPCT)     01184714
020078                         > WS-COST-VARIANCE-PCT                   01184715
020098                         MOVE FR-ITEM-NAME TO VR-ITEM-NAME        01184716
020117                         MOVE FR-SUPPLIER-CODE TO                 01184717
020137                             VR-SUPPLIER-CODE                     01184718
020156                         MOVE FR-COST TO VR-FRIDGE-COST           01184719
020176                         MOVE SM-SUPPLIER-PRICE TO                01184720
020195                             VR-SUPPLIER-PRICE                    01184721
020215                         MOVE WS-COST-VARIANCE-ACTPCT TO          01184722
020234                             VR-VARIANCE-PCT                      01184723
020254                         WRITE VARIANCE-REC                       01184724
020274                     END-IF                                       01184725
020293                 END-IF                                           01184726
020313         END-READ                                                 01184727
020332     END-IF                                                       01184728
020352     .                                                            01184729
020371                                                                  01184730
020391 460-CHECK-NEGATIVE-INVENTORY.                                    01184751
020410     IF FR-UNITS < 0                                              01184752
020430         MOVE FR-ITEM-NAME TO SH-ITEM-NAME                        01184753
020450         MOVE FR-CATEGORY TO SH-CATEGORY                          01184754
020469         MOVE FR-UNITS TO SH-SHORTFALL                            01184755
020489         WRITE SHORTAGE-REC                                       01184756
020508         MOVE 0 TO FR-UNITS                                       01184757
020528     END-IF                                                       01184758
020547     .                                                            01184759
020567                                                                  01184760
020586 470-WRITE-WASTE-COST-LINE.                                       01184801
020606     IF FR-WASTE-DAY NOT = ZERO                                   01184802
020626         COMPUTE WS-ITEM-WASTE-COST =                             01184803
020645             FR-WASTE-DAY * FR-COST                               01184804
020665         IF FR-UNITS-DAY NOT = ZERO                               01184805
020684             COMPUTE WS-ITEM-WASTE-PCT =                          01184806
020704                 (FR-WASTE-DAY / FR-UNITS-DAY) * 100              01184807
020723         ELSE                                                     01184808
020743             MOVE 100 TO WS-ITEM-WASTE-PCT                        01184809
020762         END-IF                                                   01184810
020782         MOVE FR-ITEM-NAME TO WC-ITEM-NAME                        01184811
020802         MOVE FR-CATEGORY TO WC-CATEGORY                          01184812
020821         MOVE FR-WASTE-DAY TO WC-WASTE-UNITS                      01184813
020841         MOVE WS-ITEM-WASTE-COST TO WC-WASTE-COST                 01184814
020860         MOVE WS-ITEM-WASTE-PCT TO WC-WASTE-PCT                   01184815
020880         WRITE WASTE-REC                                          01184816
020899         ADD WS-ITEM-WASTE-COST TO WS-CAT-WASTE-COST              01184817
020919         ADD WS-ITEM-WASTE-COST TO WS-GRAND-WASTE-COST            01184818
020938         ADD WS-ITEM-WASTE-COST TO WS-SITE-WASTE-COST             01184819
020958     END-IF                                                       01184819
020978     .                                                            01184820
020997                                                                  01184817
021017 480-ADD-RUNNING-TOTAL.                                           01184901
021036     CALL 'ADDTOTAL' USING WS-SUB-AMOUNT WS-SUB-TOTAL             01184902
021056     .                                                            01184903
021075                                                                  01184904
021095 970-PRINT-CONTROL-TOTALS.                                        01184601
021114     MOVE 'RECORDS READ:' TO PR-ITEM-NAME                         01184701
021134     MOVE REC-COUNT TO PR-UNITS                                   01184801
021154     PERFORM 700-PRINT-LINE                                       01184901
021173     MOVE 'RECORDS EXPECTED:' TO PR-ITEM-NAME                     01185001
021193     MOVE WS-EXPECTED-COUNT TO PR-UNITS                           01185101
021212     PERFORM 700-PRINT-LINE                                       01185201
021232     MOVE 'RECORDS REJECTED:' TO PR-ITEM-NAME                     01185301
021251     MOVE WS-REJECT-COUNT TO PR-UNITS                             01185401
021271     PERFORM 700-PRINT-LINE                                       01185501
021290     MOVE 'ZERO UNIT ITEMS:'     TO PR-ITEM-NAME                  01185511
021310     MOVE WS-ZERO-UNITS-COUNT TO PR-UNITS                         01185521
021330     PERFORM 700-PRINT-LINE                                       01185531
021349     MOVE 'BELOW REORDER PT:'          TO PR-ITEM-NAME            01185541
021369     MOVE WS-BELOW-REORDER-COUNT TO PR-UNITS                      01185551
021388     PERFORM 700-PRINT-LINE                                       01185561
021408*    A POSITIONED FILTER RUN READS ONLY A SLICE OF               01185591
021427*    THE FILE, SO THE WHOLE-FILE COUNT AND TOTAL                 01185592
021447*    BALANCE CHECKS STAND DOWN FOR IT                            01185593
021466     IF WS-EXPECTED-COUNT NOT = ZERO                              01185601
021486         AND WS-FILTER-POSITIONED = 'NO'                          01185602
021506         AND REC-COUNT NOT = WS-EXPECTED-COUNT                    01185701
021525         MOVE 'REC CNT OUT BAL'             TO PR-ITEM-NAME       01185801
021545         PERFORM 700-PRINT-LINE                                   01185901
021564         MOVE 16 TO RETURN-CODE                                   01186001
021584         MOVE 'C' TO WS-ALERT-SEVERITY                            01186002
021603         MOVE 'RECCNT' TO WS-ALERT-CODE                           01186003
021623         MOVE SPACES TO WS-ALERT-SUBJECT                          01186004
021642         MOVE 'RECORD COUNT OUT OF BALANCE' TO                    01186005
021662             WS-ALERT-MESSAGE                                     01186006
021682         PERFORM 820-WRITE-ALERT                                  01186007
021701     END-IF                                                       01186101
021721     IF WS-HEADER-DATE-BAD = 'YES'                                01186111
021740         MOVE 'HDR RUN DATE BAD'           TO PR-ITEM-NAME        01186131
021760         PERFORM 700-PRINT-LINE                                   01186141
021779         MOVE 16 TO RETURN-CODE                                   01186151
021799         MOVE 'C' TO WS-ALERT-SEVERITY                            01186152
021819         MOVE 'HDRDATE' TO WS-ALERT-CODE                          01186153
021838         MOVE SPACES TO WS-ALERT-SUBJECT                          01186154
021858         MOVE 'HEADER RUN DATE NOT TODAY' TO                      01186155
021877             WS-ALERT-MESSAGE                                     01186156
021897         PERFORM 820-WRITE-ALERT                                  01186157
021916     END-IF                                                       01186161
021936     IF WS-TRAILER-SEEN = 'YES'                                   01186301
021955         AND WS-FILTER-POSITIONED = 'NO'                          01186351
021975         AND REC-COUNT NOT = WS-TRAILER-COUNT                     01186401
021995         MOVE 'TRLR CNT OUT BAL'             TO PR-ITEM-NAME      01186501
022014         PERFORM 700-PRINT-LINE                                   01186601
022034         MOVE 16 TO RETURN-CODE                                   01186701
022053         MOVE 'C' TO WS-ALERT-SEVERITY                            01186702
022073         MOVE 'TRLCNT' TO WS-ALERT-CODE                           01186703
022092         MOVE SPACES TO WS-ALERT-SUBJECT                          01186704
022112         MOVE 'TRAILER COUNT OUT OF BALANCE' TO                   01186705
022131             WS-ALERT-MESSAGE                                     01186706
022151         PERFORM 820-WRITE-ALERT                                  01186707
022171     END-IF                                                       01186801
022190     IF WS-TRAILER-SEEN = 'YES'                                   01186811
022210         AND WS-FILTER-POSITIONED = 'NO'                          01186815
022229         AND FR-INVENTORY-PRICE NOT = WS-TRAILER-PRICE            01186821
022249         MOVE 'TRLR PRC OUT BAL'           TO PR-ITEM-NAME        01186831
022268         PERFORM 700-PRINT-LINE                                   01186841
022288         MOVE 16 TO RETURN-CODE                                   01186851
022307         MOVE 'C' TO WS-ALERT-SEVERITY                            01186852
022327         MOVE 'TRLPRC' TO WS-ALERT-CODE                           01186853
022347         MOVE SPACES TO WS-ALERT-SUBJECT                          01186854
022366         MOVE 'TRAILER PRICE OUT OF BALANCE' TO                   01186855
022386             WS-ALERT-MESSAGE                                     01186856
022405         PERFORM 820-WRITE-ALERT                                  01186857
022425     END-IF                                                       01186861
022444     IF WS-TRAILER-SEEN = 'YES'                                   01186871
022464         AND WS-FILTER-POSITIONED = 'NO'                          01186875
022483         AND FR-TOTAL-WASTE NOT = WS-TRAILER-WASTE                01186881
022503         MOVE 'TRLR WST OUT BAL'           TO PR-ITEM-NAME        01186891
022523         PERFORM 700-PRINT-LINE                                   01186901
022542         MOVE 16 TO RETURN-CODE                                   01186911
022562         MOVE 'C' TO WS-ALERT-SEVERITY                            01186912
022581         MOVE 'TRLWST' TO WS-ALERT-CODE                           01186913
022601         MOVE SPACES TO WS-ALERT-SUBJECT                          01186914
022620         MOVE 'TRAILER WASTE OUT OF BALANCE' TO                   01186915
022640             WS-ALERT-MESSAGE                                     01186916
022659         PERFORM 820-WRITE-ALERT                                  01186917
022679     END-IF                                                       01186921
022699     IF WS-REJECT-COUNT > WS-ALERT-REJECT-LIMIT                   01186931
022718         MOVE 'C' TO WS-ALERT-SEVERITY                            01186941
022738         MOVE 'REJLIMIT' TO WS-ALERT-CODE                         01186951
022757         MOVE SPACES TO WS-ALERT-SUBJECT                          01186961
022777         MOVE 'REJECT COUNT OVER ALERT LIMIT' TO                  01186971
022796             WS-ALERT-MESSAGE                                     01186981
022816         PERFORM 820-WRITE-ALERT                                  01186991
022835     END-IF                                                       01186992
022855     .                                                            01186201
022875 975-PRINT-MTD-TREND.                                             01186901
022894     MOVE 'NO' TO WS-MTD-EOF                                      01187001
022914     MOVE ZERO TO WS-MTD-TOTAL-PRICE                              01187011
022933     MOVE ZERO TO WS-MTD-TOTAL-WASTE                              01187012
022953     MOVE WS-DATE-8(1:6) TO WS-MTD-YYYYMM                         01187013
022972     OPEN INPUT MTD-FILE                                          01187101
022992     IF WS-MTD-STATUS = '00'                                      01187201
023011         MOVE '  MTD TREND'           TO PR-ITEM-NAME             01187301
023031         PERFORM 700-PRINT-LINE                                   01187401
023051         PERFORM 978-READ-MTD-TREND-REC                           01187501
023070             UNTIL WS-MTD-EOF = 'YES'                             01187511
023090         CLOSE MTD-FILE                                           01188301
023109         MOVE '  MTD TOTAL' TO PR-ITEM-NAME                       01188311
023129         MOVE WS-MTD-TOTAL-PRICE TO PR-COST                       01188321
023148         MOVE WS-MTD-TOTAL-WASTE TO PR-UNITS-DAY                  01188331
023168         PERFORM 700-PRINT-LINE                                   01188341
023187     END-IF                                                       01188401
023207     PERFORM 977-APPEND-MTD-RECORD                                01188501
023227     .                                                            01188601
023246                                                                  01188701
023266 976-PRINT-MTD-LINE.                                              01188801
023285     MOVE MT-RUN-DATE TO PR-ITEM-NAME                             01188901
023305     MOVE MT-INVENTORY-PRICE TO PR-COST                           01189001
023324     MOVE MT-TOTAL-WASTE TO PR-UNITS-DAY                          01189101
023344     PERFORM 700-PRINT-LINE                                       01189201
023363     MOVE MT-RUN-DATE(1:6) TO WS-MTD-REC-YYYYMM                   01189211
023383     IF WS-MTD-REC-YYYYMM = WS-MTD-YYYYMM                         01189221
023403         ADD MT-INVENTORY-PRICE TO WS-MTD-TOTAL-PRICE             01189231
023422         ADD MT-TOTAL-WASTE TO WS-MTD-TOTAL-WASTE                 01189241
023442     END-IF                                                       01189251
023461     .                                                            01189301
023481                                                                  01189401
023500 977-APPEND-MTD-RECORD.                                           01189501
023520     OPEN INPUT MTD-FILE                                          01189511
023540     IF WS-MTD-STATUS = '00'                                      01189521
023559         CLOSE MTD-FILE                                           01189531
023579     ELSE                                                         01189541
023598         OPEN OUTPUT MTD-FILE                                     01189551
023618         CLOSE MTD-FILE                                           01189561
023637     END-IF                                                       01189571
023657     OPEN EXTEND MTD-FILE                                         01189601
023676     MOVE WS-DATE-8 TO MT-RUN-DATE                                01189701
023696     MOVE FR-INVENTORY-PRICE TO MT-INVENTORY-PRICE                01189801
023716     MOVE FR-TOTAL-WASTE TO MT-TOTAL-WASTE                        01189901
023735     WRITE MTD-REC                                                01190001
023755     CLOSE MTD-FILE                                               01190101
023774     .                                                            01190201
023794                                                                  01190301
023813 978-READ-MTD-TREND-REC.                                          01190311
023833     READ MTD-FILE                                                01190321
023852         AT END                                                   01190331
023872             MOVE 'YES' TO WS-MTD-EOF                             01190341
023892         NOT AT END                                               01190351
023911             PERFORM 976-PRINT-MTD-LINE                           01190361
023931     END-READ                                                     01190371
023950     .                                                            01190381
023970                                                                  01190391
023989*****************************************************             01190392
024009*   A POSITIONED FILTER RERUN'S TOTALS COVER ONLY   *             01190393
024028*   ITS SLICE; AN AUDIT ENTRY FOR THEM WOULD FEED   *             01190394
024048*   THE GL EXTRACT A GARBAGE VALUATION DELTA, SO    *             01190395
024068*   THE LOG STANDS DOWN JUST LIKE THE BALANCE       *             01190396
024087*   CHECKS                                          *             01190397
024107*****************************************************             01190398
024126 980-WRITE-AUDIT-LOG.                                             01190401
024146     IF WS-FILTER-POSITIONED = 'YES'                              01190402
024165         CONTINUE                                                 01190403
024185     ELSE                                                         01190404
024204     OPEN INPUT AUDIT-LOG-FILE                                    01190411
024224     IF WS-AUDIT-STATUS = '00'                                    01190421
024244         CLOSE AUDIT-LOG-FILE                                     01190431
024263     ELSE                                                         01190441
024283         OPEN OUTPUT AUDIT-LOG-FILE                               01190451
024302         CLOSE AUDIT-LOG-FILE                                     01190461
024322     END-IF                                                       01190471
024341     OPEN EXTEND AUDIT-LOG-FILE                                   01190501
024361     MOVE WS-DATE-8 TO AL-RUN-DATE                                01190601
024380     MOVE WS-TIME TO AL-RUN-TIME                                  01190701
024400     MOVE REC-COUNT TO AL-REC-COUNT                               01190801
024420     MOVE FR-INVENTORY-PRICE TO AL-INVENTORY-PRICE                01190901
024439     MOVE FR-TOTAL-WASTE TO AL-TOTAL-WASTE                        01191001
024459     MOVE RETURN-CODE TO AL-RETURN-CODE                           01191101
024478     WRITE AUDIT-REC                                              01191201
024498     CLOSE AUDIT-LOG-FILE                                         01191301
024517     END-IF                                                       01191311
024537     .                                                            01191401
024556                                                                  01191501
024576*****************************************************             01191511
024596*   BREAK THE DAY'S POSTED WASTE DOWN BY REASON     *             01191512
024615*   WITHIN CATEGORY ON THE WASTE COST REPORT, FROM  *             01191513
024635*   THE DETAIL FILE THE WASTE POSTING RUN WRITES    *             01191514
024654*****************************************************             01191515
024674 981-PRINT-WASTE-REASONS.                                         01191521
024693     MOVE 'NO' TO WS-WRSDTL-EOF                                   01191522
024713     MOVE ZERO TO WS-RB-COUNT                                     01191523
024732     OPEN INPUT WASTE-DETAIL-FILE                                 01191524
024752     IF WS-WRSDTL-STATUS = '00'                                   01191525
024772         PERFORM 982-READ-WASTE-DETAIL-REC                        01191526
024791             UNTIL WS-WRSDTL-EOF = 'YES'                          01191527
024811         CLOSE WASTE-DETAIL-FILE                                  01191528
024830         IF WS-RB-COUNT > ZERO                                    01191529
024850             MOVE '  WASTE BY REASON' TO WC-ITEM-NAME             01191530
024869             MOVE SPACES TO WC-CATEGORY                           01191531
024889             MOVE ZERO TO WC-WASTE-UNITS                          01191532
024908             MOVE ZERO TO WC-WASTE-COST                           01191533
024928             MOVE ZERO TO WC-WASTE-PCT                            01191534
024948             WRITE WASTE-REC                                      01191535
024967             PERFORM 985-FIND-NEXT-REASON-ENTRY                   01191536
024987             PERFORM 987-WRITE-REASON-BREAK-LINE                  01191537
025006                 UNTIL WS-RB-HIT-SUB = ZERO                       01191538
025026         END-IF                                                   01191539
025045     END-IF                                                       01191540
025065     .                                                            01191541
025084                                                                  01191542
025104 982-READ-WASTE-DETAIL-REC.                                       01191543
025124     READ WASTE-DETAIL-FILE                                       01191544
025143         AT END                                                   01191545
025163             MOVE 'YES' TO WS-WRSDTL-EOF                          01191546
025182         NOT AT END                                               01191547
025202             PERFORM 983-TALLY-WASTE-REASON                       01191548
025221     END-READ                                                     01191549
025241     .                                                            01191550
025261                                                                  01191551
025280 983-TALLY-WASTE-REASON.                                          01191552
025300     MOVE ZERO TO WS-RB-HIT-SUB                                   01191553
025319     PERFORM 984-MATCH-REASON-ENTRY                               01191554
025339         VARYING WS-RB-SUB FROM 1 BY 1                            01191555
025358         UNTIL WS-RB-SUB > WS-RB-COUNT                            01191556
025378     IF WS-RB-HIT-SUB = ZERO                                      01191557
025397         IF WS-RB-COUNT < 100                                     01191558
025417             ADD 1 TO WS-RB-COUNT                                 01191559
025437             MOVE WS-RB-COUNT TO WS-RB-HIT-SUB                    01191560
025456             MOVE WD-CATEGORY TO                                  01191561
025476                 RB-CATEGORY (WS-RB-HIT-SUB)                      01191562
025495             MOVE WD-REASON-CODE TO                               01191563
025515                 RB-REASON-CODE (WS-RB-HIT-SUB)                   01191564
025534             MOVE WD-REASON-DESC TO                               01191565
025554                 RB-REASON-DESC (WS-RB-HIT-SUB)                   01191566
025573             MOVE ZERO TO RB-UNITS (WS-RB-HIT-SUB)                01191567
025593             MOVE ZERO TO RB-COST (WS-RB-HIT-SUB)                 01191568
025613             MOVE 'N' TO RB-PRINTED (WS-RB-HIT-SUB)               01191569
025632         ELSE                                                     01191570
025652             DISPLAY 'WASTE REASON TABLE FULL, '                  01191571
025671                 'BREAKDOWN LINE SKIPPED'                         01191572
025691         END-IF                                                   01191573
025710     END-IF                                                       01191574
025730     IF WS-RB-HIT-SUB > ZERO                                      01191575
025749         ADD WD-UNITS TO RB-UNITS (WS-RB-HIT-SUB)                 01191576
025769         ADD WD-WASTE-COST TO RB-COST (WS-RB-HIT-SUB)             01191577
025789     END-IF                                                       01191578
025808     .                                                            01191579
025828                                                                  01191580
025847 984-MATCH-REASON-ENTRY.                                          01191581
025867     IF RB-CATEGORY (WS-RB-SUB) = WD-CATEGORY                     01191582
025886         AND RB-REASON-CODE (WS-RB-SUB) = WD-REASON-CODE          01191583
025906         MOVE WS-RB-SUB TO WS-RB-HIT-SUB                          01191584
025925     END-IF                                                       01191585
025945     .                                                            01191586
025965                                                                  01191587
025984 985-FIND-NEXT-REASON-ENTRY.                                      01191588
026004     MOVE ZERO TO WS-RB-HIT-SUB                                   01191589
026023     MOVE HIGH-VALUES TO WS-RB-BEST-CAT                           01191590
026043     MOVE HIGH-VALUES TO WS-RB-BEST-RSN                           01191591
026062     PERFORM 986-SCAN-REASON-FOR-LOWEST                           01191592
026082         VARYING WS-RB-SUB FROM 1 BY 1                            01191593
026101         UNTIL WS-RB-SUB > WS-RB-COUNT                            01191594
026121     .                                                            01191595
026141                                                                  01191596
026160 986-SCAN-REASON-FOR-LOWEST.                                      01191597
026180     IF RB-PRINTED (WS-RB-SUB) = 'N'                              01191598
026199         IF RB-CATEGORY (WS-RB-SUB) < WS-RB-BEST-CAT              01191599
026219             OR (RB-CATEGORY (WS-RB-SUB) = WS-RB-BEST-CAT         01191600
026238                 AND RB-REASON-CODE (WS-RB-SUB) <                 01191601
026258                     WS-RB-BEST-RSN)                              01191602
026277             MOVE RB-CATEGORY (WS-RB-SUB) TO                      01191603
026297                 WS-RB-BEST-CAT                                   01191604
026317             MOVE RB-REASON-CODE (WS-RB-SUB) TO                   01191605
026336                 WS-RB-BEST-RSN                                   01191606
026356             MOVE WS-RB-SUB TO WS-RB-HIT-SUB                      01191607
026375         END-IF                                                   01191608
026395     END-IF                                                       01191609
026414     .                                                            01191610
026434                                                                  01191611
026453 987-WRITE-REASON-BREAK-LINE.                                     01191612
026473     MOVE RB-REASON-DESC (WS-RB-HIT-SUB) TO WC-ITEM-NAME          01191613
026493     MOVE RB-CATEGORY (WS-RB-HIT-SUB) TO WC-CATEGORY              01191614
026512     MOVE RB-UNITS (WS-RB-HIT-SUB) TO WC-WASTE-UNITS              01191615
026532     MOVE RB-COST (WS-RB-HIT-SUB) TO WC-WASTE-COST                01191616
026551     MOVE ZERO TO WC-WASTE-PCT                                    01191617
026571     WRITE WASTE-REC                                              01191618
026590     MOVE 'Y' TO RB-PRINTED (WS-RB-HIT-SUB)                       01191619
026610     PERFORM 985-FIND-NEXT-REASON-ENTRY                           01191620
026629     .                                                            01191621
026649                                                                  01191622
026669*****************************************************             01191623
026688*   COMPARE EACH BUDGETED CATEGORY'S ACTUALS TO THE *             01191624
026708*   MONTH'S WASTE BUDGET AND INVENTORY-VALUE TARGET *             01191625
026727*   AND FLAG THE ONES THAT RAN OVER                 *             01191626
026747*****************************************************             01191627
026766 991-PRINT-BUDGET-VARIANCE.                                       01191628
026786     MOVE 'NO' TO WS-BUDGET-EOF                                   01191629
026805     MOVE WS-DATE-8 (1:6) TO WS-BUDGET-MONTH                      01191630
026825     OPEN INPUT BUDGET-FILE                                       01191631
026845     IF WS-BUDGET-STATUS = '00'                                   01191632
026864         MOVE WS-BUDGET-HEADING TO WS-PRINT-REC                   01191633
026884         PERFORM 700-PRINT-LINE                                   01191634
026903         PERFORM 992-READ-BUDGET-REC                              01191636
026923             UNTIL WS-BUDGET-EOF = 'YES'                          01191637
026942         CLOSE BUDGET-FILE                                        01191638
026962     END-IF                                                       01191639
026981     .                                                            01191640
027001                                                                  01191641
027021 992-READ-BUDGET-REC.                                             01191642
027040     READ BUDGET-FILE                                             01191643
027060         AT END                                                   01191644
027079             MOVE 'YES' TO WS-BUDGET-EOF                          01191645
027099         NOT AT END                                               01191646
027118             IF BG-MONTH = WS-BUDGET-MONTH                        01191647
027138                 PERFORM 993-PRINT-BUDGET-LINE                    01191648
027158             END-IF                                               01191649
027177     END-READ                                                     01191650
027197     .                                                            01191651
027216                                                                  01191652
027236 993-PRINT-BUDGET-LINE.                                           01191653
027255     MOVE ZERO TO WS-BA-HIT-SUB                                   01191654
027275     PERFORM 994-MATCH-BUDGET-ACTUALS                             01191655
027294         VARYING WS-BA-SUB FROM 1 BY 1                            01191656
027314         UNTIL WS-BA-SUB > WS-BA-COUNT                            01191657
027334     MOVE BG-CATEGORY TO BV-CATEGORY                              01191658
027353     IF WS-BA-HIT-SUB > ZERO                                      01191659
027373         MOVE BA-WASTE-COST (WS-BA-HIT-SUB) TO                    01191660
027392             BV-WASTE-ACTUAL                                      01191661
027412         MOVE BA-INV-PRICE (WS-BA-HIT-SUB) TO                     01191662
027431             BV-INV-ACTUAL                                        01191663
027451         COMPUTE WS-BUD-WASTE-VAR =                               01191664
027470             BA-WASTE-COST (WS-BA-HIT-SUB) -                      01191665
027490             BG-WASTE-BUDGET                                      01191666
027510         COMPUTE WS-BUD-INV-VAR =                                 01191667
027529             BA-INV-PRICE (WS-BA-HIT-SUB) -                       01191668
027549             BG-INV-TARGET                                        01191669
027568     ELSE                                                         01191670
027588         MOVE ZERO TO BV-WASTE-ACTUAL                             01191671
027607         MOVE ZERO TO BV-INV-ACTUAL                               01191672
027627         COMPUTE WS-BUD-WASTE-VAR =                               01191673
027646             0 - BG-WASTE-BUDGET                                  01191674
027666         COMPUTE WS-BUD-INV-VAR = 0 - BG-INV-TARGET               01191675
027686     END-IF                                                       01191676
027705     IF BG-WASTE-BUDGET NOT = ZERO                                01191677
027725         COMPUTE WS-BUD-WASTE-PCT =                               01191678
027744             (WS-BUD-WASTE-VAR / BG-WASTE-BUDGET)                 01191679
027764             * 100                                                01191680
027783     ELSE                                                         01191681
027803         MOVE ZERO TO WS-BUD-WASTE-PCT                            01191682
027822     END-IF                                                       01191683
027842     MOVE BG-WASTE-BUDGET TO BV-WASTE-BUDGET                      01191684
027862     MOVE WS-BUD-WASTE-VAR TO BV-WASTE-VAR                        01191685
027881     MOVE WS-BUD-WASTE-PCT TO BV-WASTE-PCT                        01191686
027901     MOVE BG-INV-TARGET TO BV-INV-TARGET                          01191687
027920     IF WS-BUD-WASTE-VAR > ZERO                                   01191688
027940         OR WS-BUD-INV-VAR > ZERO                                 01191689
027959         MOVE '*OVER*' TO BV-OVER-FLAG                            01191690
027979     ELSE                                                         01191691
027998         MOVE SPACES TO BV-OVER-FLAG                              01191692
028018     END-IF                                                       01191693
028038     MOVE WS-BUDGET-LINE TO WS-PRINT-REC                          01191694
028057     PERFORM 700-PRINT-LINE                                       01191695
028077     .                                                            01191697
028096                                                                  01191698
028116 994-MATCH-BUDGET-ACTUALS.                                        01191699
028135     IF BA-CATEGORY (WS-BA-SUB) = BG-CATEGORY                     01191700
028155         MOVE WS-BA-SUB TO WS-BA-HIT-SUB                          01191701
028174     END-IF                                                       01191702
028194     .                                                            01191703
028214                                                                  01191704
028233*****************************************************             01191705
028253*   MULTI-SITE PIVOT: EACH ITEM ONCE WITH A COLUMN  *             01191706
028272*   PER SITE (U=UNITS, D=DAYS SUPPLY, W=WASTE/DAY), *             01191707
028292*   THEN THE SITES RANKED BY TOTAL WASTE COST       *             01191708
028311*****************************************************             01191709
028331 910-PRINT-SITE-COMPARISON.                                       01191710
028350     OPEN OUTPUT SITE-COMPARE-FILE                                01191711
028370     WRITE SITE-COMPARE-REC FROM WS-XSITE-HEADING                 01191712
028390       AFTER ADVANCING PAGE                                       01191713
028409     END-WRITE                                                    01191714
028429     PERFORM 911-FILL-SITE-COL-HEADING                            01191715
028448         VARYING WS-SITE-SUB FROM 1 BY 1                          01191716
028468         UNTIL WS-SITE-SUB > 8                                    01191717
028487     WRITE SITE-COMPARE-REC FROM WS-XSITE-COL-LINE                01191718
028507       AFTER ADVANCING 2 LINES                                    01191719
028526     END-WRITE                                                    01191720
028546     PERFORM 912-PRINT-XSITE-ITEM                                 01191721
028566         VARYING WS-XS-SUB FROM 1 BY 1                            01191722
028585         UNTIL WS-XS-SUB > WS-XS-COUNT                            01191723
028605     WRITE SITE-COMPARE-REC FROM WS-RANK-HEADING                  01191724
028624       AFTER ADVANCING 3 LINES                                    01191725
028644     END-WRITE                                                    01191726
028663     MOVE ZERO TO WS-RANK-NUMBER                                  01191727
028683     PERFORM 915-FIND-WORST-WASTE-SITE                            01191728
028702     PERFORM 916-PRINT-RANK-LINE                                  01191729
028722         UNTIL WS-RANK-BEST-SUB = ZERO                            01191730
028742     CLOSE SITE-COMPARE-FILE                                      01191731
028761     .                                                            01191732
028781                                                                  01191733
028800 911-FILL-SITE-COL-HEADING.                                       01191734
028820     IF WS-SITE-SUB > WS-SITE-COUNT                               01191735
028839         MOVE SPACES TO XC-SITE-CODE (WS-SITE-SUB)                01191736
028859     ELSE                                                         01191737
028879         MOVE ST-SITE-CODE (WS-SITE-SUB) TO                       01191738
028898             XC-SITE-CODE (WS-SITE-SUB)                           01191739
028918     END-IF                                                       01191740
028937     .                                                            01191741
028957                                                                  01191742
028976 912-PRINT-XSITE-ITEM.                                            01191743
028996     MOVE XS-ITEM-NAME (WS-XS-SUB) TO XD-ITEM-NAME                01191744
029015     MOVE 'U' TO WS-XSITE-METRIC                                  01191745
029035     PERFORM 913-WRITE-METRIC-LINE                                01191746
029055     MOVE SPACES TO XD-ITEM-NAME                                  01191747
029074     MOVE 'D' TO WS-XSITE-METRIC                                  01191748
029094     PERFORM 913-WRITE-METRIC-LINE                                01191749
029113     MOVE 'W' TO WS-XSITE-METRIC                                  01191750
029133     PERFORM 913-WRITE-METRIC-LINE                                01191751
029152     .                                                            01191752
029172                                                                  01191753
029191 913-WRITE-METRIC-LINE.                                           01191754
029211     MOVE WS-XSITE-METRIC TO XD-METRIC                            01191755
029231     PERFORM 914-FILL-METRIC-CELL                                 01191756
029250         VARYING WS-SITE-SUB FROM 1 BY 1                          01191757
029270         UNTIL WS-SITE-SUB > 8                                    01191758
029289     WRITE SITE-COMPARE-REC FROM WS-XSITE-DETAIL-LINE             01191759
029309       AFTER ADVANCING 1 LINE                                     01191760
029328     END-WRITE                                                    01191761
029348     .                                                            01191762
029367                                                                  01191763
029387 914-FILL-METRIC-CELL.                                            01191764
029407     IF WS-SITE-SUB > WS-SITE-COUNT                               01191765
029426         OR XS-PRESENT (WS-XS-SUB WS-SITE-SUB) NOT = 'Y'          01191766
029446         MOVE ZERO TO XD-VALUE (WS-SITE-SUB)                      01191767
029465     ELSE                                                         01191768
029485         EVALUATE WS-XSITE-METRIC                                 01191769
029504             WHEN 'U'                                             01191770
029524                 MOVE XS-UNITS (WS-XS-SUB WS-SITE-SUB)            01191771
029543                     TO XD-VALUE (WS-SITE-SUB)                    01191772
029563             WHEN 'D'                                             01191773
029583                 MOVE XS-DAYS (WS-XS-SUB WS-SITE-SUB)             01191774
029602                     TO XD-VALUE (WS-SITE-SUB)                    01191775
029622             WHEN 'W'                                             01191776
029641                 MOVE XS-WASTE (WS-XS-SUB WS-SITE-SUB)            01191777
029661                     TO XD-VALUE (WS-SITE-SUB)                    01191778
029680         END-EVALUATE                                             01191779
029700     END-IF                                                       01191780
029719     .                                                            01191781
029739                                                                  01191782
029759 915-FIND-WORST-WASTE-SITE.                                       01191783
029778     MOVE ZERO TO WS-RANK-BEST-SUB                                01191784
029798     PERFORM 917-SCAN-RANK-CANDIDATE                              01191785
029817         VARYING WS-SITE-SUB FROM 1 BY 1                          01191786
029837         UNTIL WS-SITE-SUB > WS-SITE-COUNT                        01191787
029856     .                                                            01191788
029876                                                                  01191789
029895 916-PRINT-RANK-LINE.                                             01191790
029915     ADD 1 TO WS-RANK-NUMBER                                      01191791
029935     MOVE WS-RANK-NUMBER TO RK-RANK                               01191792
029954     MOVE ST-SITE-CODE (WS-RANK-BEST-SUB) TO                      01191793
029974         RK-SITE-CODE                                             01191794
029993     MOVE ST-WASTE-COST (WS-RANK-BEST-SUB) TO                     01191795
030013         RK-WASTE-COST                                            01191796
030032     MOVE ST-INV-PRICE (WS-RANK-BEST-SUB) TO                      01191797
030052         RK-INV-PRICE                                             01191798
030071     WRITE SITE-COMPARE-REC FROM WS-RANK-LINE                     01191799
030091       AFTER ADVANCING 1 LINE                                     01191800
030111     END-WRITE                                                    01191801
030130     MOVE 'Y' TO ST-RANKED (WS-RANK-BEST-SUB)                     01191802
030150     PERFORM 915-FIND-WORST-WASTE-SITE                            01191803
030169     .                                                            01191804
030189                                                                  01191805
030208 917-SCAN-RANK-CANDIDATE.                                         01191806
030228     IF ST-RANKED (WS-SITE-SUB) = 'N'                             01191807
030247         IF WS-RANK-BEST-SUB = ZERO                               01191808
030267             MOVE WS-SITE-SUB TO WS-RANK-BEST-SUB                 01191809
030287         ELSE                                                     01191810
030306             IF ST-WASTE-COST (WS-SITE-SUB) >                     01191811
030326                 ST-WASTE-COST (WS-RANK-BEST-SUB)                 01191812
030345                 MOVE WS-SITE-SUB TO WS-RANK-BEST-SUB             01191813
030365             END-IF                                               01191814
030384         END-IF                                                   01191815
030404     END-IF                                                       01191816
030423     .                                                            01191817
030443                                                                  01191818
030463 700-PRINT-LINE.                                                  01190017
030482     PERFORM 750-WRITE                                            01200017
030502     IF WS-LINE-COUNT > WS-PAGE-LENGTH                            01205001
030521         PERFORM 800-PRINT-HEADINGS                               01206001
030541     END-IF                                                       01207001
030560     .                                                            01210017
030580                                                                  01220017
030600 750-WRITE.                                                       01230012
030700     WRITE PRINT-REC FROM WS-PRINT-REC                            01240012
030800       AFTER ADVANCING WS-SPACING LINES                           01250012
031100     MOVE WS-SPACING-DEFAULT TO WS-SPACING                        01280012
031200     MOVE SPACES TO WS-PRINT-REC                                  01290012
031300     .                                                            01300043
031350                                                                  01310043
031400 705-WRITE-CSV-HEADER.                                            01301001
031410     MOVE SPACES TO WS-CSV-LINE                                   01301101
031420     STRING                                                       01301201
034812     MOVE BA-WASTE-COST (WS-BA-SUB) TO CA-WASTE-COST              01393143
034813     WRITE CATEGORY-ACTUAL-REC                                    01393243
034814     .                                                            01393343
034857                                                                  01391001
034900 800-PRINT-HEADINGS.                                              01392001
035000     ADD 1 TO WS-PAGE                                             01393001
035100     MOVE WS-PAGE TO H-PAGE                                       01394001
035700     .                                                            01399101
035800                                                                  01399201
035810*****************************************************             01399211
035814*   ONE SEVERITY-CODED RECORD PER ALERT CONDITION;  *             01399212
035818*   CRITICALS ALSO GO TO THE CONSOLE SO AUTOMATION  *             01399213
035822*   CAN WAKE THE ON-CALL WITHOUT READING MYREPORT   *             01399214
035826*****************************************************             01399215
035830 820-WRITE-ALERT.                                                 01399216
035834     MOVE SPACES TO ALERT-REC                                     01399217
035838     MOVE WS-ALERT-SEVERITY TO AT-SEVERITY                        01399218
035842     MOVE WS-ALERT-CODE TO AT-ALERT-CODE                          01399219
035846     MOVE WS-ALERT-SUBJECT TO AT-ITEM-OR-SITE                     01399220
035850     MOVE WS-ALERT-MESSAGE TO AT-MESSAGE                          01399221
035855     MOVE WS-DATE-8 TO AT-RUN-DATE                                01399222
035859     MOVE WS-TIME TO AT-RUN-TIME                                  01399223
035863     WRITE ALERT-REC                                              01399224
035867     ADD 1 TO WS-ALERT-COUNT                                      01399225
035871     IF WS-ALERT-SEVERITY = 'C'                                   01399226
035875         DISPLAY 'CBLDB21 ALERT ' WS-ALERT-CODE ' '               01399227
035879             WS-ALERT-SUBJECT ' ' WS-ALERT-MESSAGE                01399228
035883             UPON CONSOLE                                         01399229
035887     END-IF                                                       01399230
035891     .                                                            01399231
035895                                                                  01399232
035900 850-GET-DATE.                                                    01399301
036000     ACCEPT WS-DATE FROM DATE                                     01399401
036001     ACCEPT WS-DATE-8 FROM DATE YYYYMMDD                          01399451
