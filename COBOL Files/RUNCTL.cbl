003600                                                                  00360001
003700 FD  RUN-CONTROL-FILE                                             00370001
003800     RECORDING MODE IS F.                                         00380001
003900     COPY RUNCTLR.                                                00390001
004700                                                                  00470001
004800 WORKING-STORAGE SECTION.                                         00480001
004900                                                                  00490001
