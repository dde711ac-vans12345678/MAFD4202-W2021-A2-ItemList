
           fd history-file
               data record is hs-history-record
               record contains 76 characters.

      *
      *  Quantity and amounts are signed -- a return lands here as
                                        sign leading separate.
         05 hs-trans-charge            pic s9(8)v99
                                        sign leading separate.
         05 hs-extended-cost           pic s9(8)v99
                                        sign leading separate.
         05 hs-run-stamp               pic x(14).
         05 hs-customer                pic x(6).

           fd movement-report-file
               data record is movement-report-line
