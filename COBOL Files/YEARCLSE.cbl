004000                                                                  00400001
004100 FD  MONTH-HISTORY-FILE                                           00410001
004200     RECORDING MODE IS F.                                         00420001
004300     COPY MTHHIST.                                                00430001
004900                                                                  00490001
005000 FD  CATEGORY-ACTUALS-FILE                                        00500001
005100     RECORDING MODE IS F.                                         00510001
