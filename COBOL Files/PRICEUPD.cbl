001300*TOTALS KEPT IN STEP), AND PRINTS A COST-IMPACT     *             00130001
001400*REPORT OF INVENTORY VALUE BEFORE AND AFTER, PER    *             00140001
001500*SUPPLIER AND PER CATEGORY.  FUTURE-DATED CHANGES   *             00150001
001528*ARE LISTED AND HELD FOR A LATER RUN.  A FOREIGN-   *             00152801
001556*CURRENCY SUPPLIER QUOTES IN ITS OWN CURRENCY; THE  *             00155601
001584*QUOTED PRICE IS CONVERTED TO DOLLARS AT THE RATE   *             00158401
001612*IN EFFECT ON THE EFFECTIVE DATE BEFORE IT REACHES  *             00161201
001640*THE MASTER OR FR-COST; THE QUOTE IS KEPT ON THE    *             00164001
001668*PRICE HISTORY                                      *             00166801
001700*****************************************************             00170001
001800                                                                  00180001
001900 ENVIRONMENT DIVISION.                                            00190001
011400 01  WS-IMPACT-CONTROL.                                           01140001
011500     10  WS-BEFORE-VALUE           PIC S9(07)V99 VALUE ZERO.      01150001
011600     10  WS-AFTER-VALUE            PIC S9(07)V99 VALUE ZERO.      01160001
011606                                                                  01160601
011612*****************************************************             01161201
011618*   THE NEW PRICE IN DOLLARS.  A DOMESTIC SUPPLIER  *             01161801
011624*   TAKES THE PRICE AS QUOTED                       *             01162401
011630*****************************************************             01163001
011636 01  WS-CURRENCY-CONTROL.                                         01163601
011642     10  WS-NEW-PRICE              PIC S9(03)V99 VALUE ZERO.      01164201
011648     10  WS-FX-VALID               PIC X(03) VALUE 'YES'.         01164801
011654     10  WS-FX-REMARK              PIC X(34) VALUE SPACES.        01165401
011660     10  WS-FX-CURRENCY            PIC X(03) VALUE SPACES.        01166001
011666     10  WS-FX-RATE                PIC 9(03)V9(06) VALUE ZERO.    01166601
011672     10  WS-FX-DATE                PIC 9(08) VALUE ZERO.          01167201
011678                                                                  01167801
011684     COPY FXCONVP.                                                01168401
011700                                                                  01170001
011800*****************************************************             01180001
011900*   INVENTORY-VALUE IMPACT ROLLED UP PER SUPPLIER   *             01190001
015400     10  PL-AFTER-VALUE            PIC -Z,ZZZ,ZZ9.99.             01540001
015500     10  FILLER                    PIC X(02) VALUE SPACES.        01550001
015600     10  PL-REMARK                 PIC X(34).                     01560001
015625     10  FILLER                    PIC X(02) VALUE SPACES.        01562501
015650     10  PL-CURRENCY-CODE          PIC X(03).                     01565001
015675     10  FILLER                    PIC X(01) VALUE SPACES.        01567501
015700     10  PL-FOREIGN-PRICE          PIC ZZ9.99.                    01570001
015725     10  PL-FOREIGN-PRICE-X REDEFINES PL-FOREIGN-PRICE            01572501
015750                                   PIC X(06).                     01575001
015775     10  FILLER                    PIC X(23) VALUE SPACES.        01577501
015800                                                                  01580001
015900 01  WS-IMPACT-SUMMARY-LINE.                                      01590001
016000     10  FILLER                    PIC X(02) VALUE SPACES.        01600001
021700     END-IF                                                       02170001
021800     .                                                            02180001
021900                                                                  02190001
021902*****************************************************             02190201
021905*   THE PRICE HISTORY KEEPS EVERY OLD PRICE THE     *             02190501
021907*   IN-PLACE UPDATE WOULD OTHERWISE DESTROY, FOR    *             02190701
021910*   THE COST-INFLATION TREND REPORT, SO IT IS       *             02191001
021912*   EXTENDED, NEVER RECREATED                       *             02191201
021915*****************************************************             02191501
021917 104-OPEN-PRICE-HIST.                                             02191701
021920     OPEN INPUT PRICE-HIST-FILE                                   02192001
021922     IF WS-PRCHST-STATUS = '00'                                   02192201
021925         CLOSE PRICE-HIST-FILE                                    02192501
021927     ELSE                                                         02192701
021930         OPEN OUTPUT PRICE-HIST-FILE                              02193001
021932         CLOSE PRICE-HIST-FILE                                    02193201
021935     END-IF                                                       02193501
021937     OPEN EXTEND PRICE-HIST-FILE                                  02193701
021940     .                                                            02194001
021942                                                                  02194201
021945 250-WRITE-PRICE-HISTORY.                                         02194501
021947     MOVE SPACES TO PRICE-HIST-REC                                02194701
021950     MOVE PU-SUPPLIER-CODE TO PH-SUPPLIER-CODE                    02195001
021952     MOVE PU-ITEM-NAME TO PH-ITEM-NAME                            02195201
021955     MOVE WS-OLD-SUPPLIER-PRICE TO PH-OLD-PRICE                   02195501
021957     MOVE WS-NEW-PRICE TO PH-NEW-PRICE                            02195701
021960     MOVE WS-FX-CURRENCY TO PH-CURRENCY-CODE                      02196001
021962     MOVE WS-FX-RATE TO PH-FX-RATE                                02196201
021965     IF WS-FX-CURRENCY = SPACES                                   02196501
021967         MOVE ZERO TO PH-FOREIGN-PRICE                            02196701
021970     ELSE                                                         02197001
021972         MOVE PU-NEW-PRICE TO PH-FOREIGN-PRICE                    02197201
021975     END-IF                                                       02197501
021977     IF PU-EFFECTIVE-DATE NUMERIC                                 02197701
021980         AND PU-EFFECTIVE-DATE > ZERO                             02198001
021982         MOVE PU-EFFECTIVE-DATE TO PH-EFFECTIVE-DATE              02198201
021985     ELSE                                                         02198501
021987         MOVE WS-DATE-8 TO PH-EFFECTIVE-DATE                      02198701
021990     END-IF                                                       02199001
021992     WRITE PRICE-HIST-REC                                         02199201
021995     .                                                            02199501
021997                                                                  02199701
022000 100-READ-PRICE-CHANGE.                                           02200001
022100     READ PRICE-CHANGE-FILE                                       02210001
022200         AT END                                                   02220001
022700     .                                                            02270001
022800                                                                  02280001
022900 150-PROCESS-PRICE-CHANGE.                                        02290001
022910     MOVE PU-NEW-PRICE TO WS-NEW-PRICE                            02291001
022920     MOVE SPACES TO WS-FX-CURRENCY                                02292001
022930     MOVE ZERO TO WS-FX-RATE                                      02293001
023000     IF PU-EFFECTIVE-DATE > WS-DATE-8                             02300001
023100         MOVE 'FUTURE DATED, HELD FOR LATER RUN' TO               02310001
023200             PL-REMARK                                            02320001
024600             NOT INVALID KEY                                      02460001
024610                 MOVE SM-SUPPLIER-PRICE TO                        02461001
024620                     WS-OLD-SUPPLIER-PRICE                        02462001
024647                 PERFORM 160-CONVERT-NEW-PRICE                    02464701
024674                 IF WS-FX-VALID = 'NO'                            02467401
024701                     MOVE WS-FX-REMARK TO PL-REMARK               02470101
024728                     MOVE ZERO TO WS-BEFORE-VALUE                 02472801
024755                     MOVE ZERO TO WS-AFTER-VALUE                  02475501
024782                     PERFORM 700-PRINT-DETAIL-LINE                02478201
024809                     ADD 1 TO WS-REJECT-COUNT                     02480901
024836                 ELSE                                             02483601
024863                     MOVE WS-NEW-PRICE TO SM-SUPPLIER-PRICE       02486301
024890                     REWRITE SUPPLIER-MASTER-REC                  02489001
024917                     PERFORM 250-WRITE-PRICE-HISTORY              02491701
024944                     PERFORM 200-IMPACT-FRIDGE-ITEM               02494401
024971                 END-IF                                           02497101
025000         END-READ                                                 02500001
025100     END-IF                                                       02510001
025200     PERFORM 100-READ-PRICE-CHANGE                                02520001
025300     .                                                            02530001
025400                                                                  02540001
025402*****************************************************             02540201
025404*   A FOREIGN-CURRENCY SUPPLIER'S QUOTE IS          *             02540401
025406*   CONVERTED AT THE RATE IN EFFECT ON THE          *             02540601
025408*   EFFECTIVE DATE, OR ON THE RUN DATE WHEN THE     *             02540801
025410*   LINE CARRIES NONE.  WITH NO RATE THE CHANGE IS  *             02541001
025412*   REJECTED UNTIL THE RATE IS LOADED               *             02541201
025414*****************************************************             02541401
025416 160-CONVERT-NEW-PRICE.                                           02541601
025418     MOVE 'YES' TO WS-FX-VALID                                    02541801
025420     IF SM-CURRENCY-CODE NOT = SPACES                             02542001
025422         AND SM-CURRENCY-CODE NOT = 'USD'                         02542201
025424         MOVE SM-CURRENCY-CODE TO WS-FX-CURRENCY                  02542401
025426         IF PU-EFFECTIVE-DATE NUMERIC                             02542601
025428             AND PU-EFFECTIVE-DATE > ZERO                         02542801
025430             MOVE PU-EFFECTIVE-DATE TO WS-FX-DATE                 02543001
025432         ELSE                                                     02543201
025434             MOVE WS-DATE-8 TO WS-FX-DATE                         02543401
025436         END-IF                                                   02543601
025438         MOVE WS-FX-CURRENCY TO XC-CURRENCY-CODE                  02543801
025440         MOVE WS-FX-DATE TO XC-DOCUMENT-DATE                      02544001
025442         MOVE PU-NEW-PRICE TO XC-FOREIGN-AMOUNT                   02544201
025444         CALL 'FXCONV' USING FX-CONVERT-PARMS                     02544401
025446         IF XC-RESULT NOT = '00'                                  02544601
025448             MOVE 'NO' TO WS-FX-VALID                             02544801
025450             MOVE 'NO EXCHANGE RATE FOR EFF DATE' TO WS-FX-REMARK 02545001
025452         ELSE                                                     02545201
025454             IF XC-DOLLAR-AMOUNT > 999.99                         02545401
025456                 MOVE 'NO' TO WS-FX-VALID                         02545601
025458                 MOVE 'CONVERTED PRICE TOO LARGE' TO WS-FX-REMARK 02545801
025460             ELSE                                                 02546001
025462                 MOVE XC-DOLLAR-AMOUNT TO WS-NEW-PRICE            02546201
025464                 MOVE XC-RATE TO WS-FX-RATE                       02546401
025466             END-IF                                               02546601
025468         END-IF                                                   02546801
025470     END-IF                                                       02547001
025472     .                                                            02547201
025474                                                                  02547401
025500*****************************************************             02550001
025600*   VALUE THE ITEM BEFORE AND AFTER THE NEW PRICE   *             02560001
025700*   AND, WHEN THE RECOST OPTION IS ON, PUT THE NEW  *             02570001
027092             ELSE                                                 02709201
027100             COMPUTE WS-BEFORE-VALUE = FR-COST * FR-UNITS         02710001
027200             COMPUTE WS-AFTER-VALUE =                             02720001
027300                 WS-NEW-PRICE * FR-UNITS                          02730001
027400             IF PC-RECOST-OPTION = 'Y'                            02740001
027500                 MOVE WS-NEW-PRICE TO FR-COST                     02750001
027600                 REWRITE FRIDGE-REC                               02760001
027700                 MOVE 0 TO WS-TRAILER-REC-DELTA                   02770001
027800                 COMPUTE WS-TRAILER-PRICE-DELTA =                 02780001
039000 700-PRINT-DETAIL-LINE.                                           03900001
039100     MOVE PU-SUPPLIER-CODE TO PL-SUPPLIER-CODE                    03910001
039200     MOVE PU-ITEM-NAME TO PL-ITEM-NAME                            03920001
039225     MOVE WS-NEW-PRICE TO PL-NEW-PRICE                            03922501
039250     MOVE WS-FX-CURRENCY TO PL-CURRENCY-CODE                      03925001
039275     IF WS-FX-CURRENCY = SPACES                                   03927501
039300         MOVE SPACES TO PL-FOREIGN-PRICE-X                        03930001
039325     ELSE                                                         03932501
039350         MOVE PU-NEW-PRICE TO PL-FOREIGN-PRICE                    03935001
039375     END-IF                                                       03937501
039400     MOVE WS-BEFORE-VALUE TO PL-BEFORE-VALUE                      03940001
039500     MOVE WS-AFTER-VALUE TO PL-AFTER-VALUE                        03950001
039600     WRITE PRICE-PRINT-REC FROM WS-PRICE-DETAIL-LINE              03960001
