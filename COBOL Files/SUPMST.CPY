001293         15  SM-DELIV-DAY OCCURS 7 TIMES                          00129321
001294                                   PIC X(01).                     00129421
001295     10  SM-ORDER-CUTOFF           PIC 9(04).                     00129521
001296*        PAYMENT TERMS: A CASH DISCOUNT PERCENT IF                00129631
001297*        THE INVOICE IS PAID WITHIN THE DISCOUNT DAYS             00129731
001298*        OF ITS DATE, OTHERWISE THE FULL AMOUNT IS DUE            00129831
001299*        WITHIN THE NET DAYS; ZERO NET DAYS FALLS BACK            00129931
001300*        TO THIRTY IN EVERY CONSUMER                              00130031
001301     10  SM-DISCOUNT-PCT           PIC 9V99.                      00130131
001302     10  SM-DISCOUNT-DAYS          PIC 9(03).                     00130231
001303     10  SM-NET-DAYS               PIC 9(03).                     00130331
001304*        INVOICING CURRENCY: THE SUPPLIER BILLS AND IS            00130441
001305*        PAID IN THIS CURRENCY.  SPACES OR USD MEAN               00130541
001306*        DOMESTIC DOLLARS; ANY OTHER CODE IS CONVERTED            00130641
001307*        AT THE EXCHANGE RATE IN EFFECT ON THE                    00130741
001308*        DOCUMENT DATE                                            00130841
001309     10  SM-CURRENCY-CODE          PIC X(03).                     00130941
