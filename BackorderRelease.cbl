
           fd backorder-file
               data record is bk-backorder-record
               record contains 41 characters.

       01 bk-backorder-record.
         05 bk-run-date                pic 9(8).
         05 bk-location                pic x(2).
         05 bk-customer                pic x(6).
         05 bk-short-qty               pic 9(7).
         05 bk-run-stamp               pic x(14).

           fd location-stock
               data record is ls-stock-record

           fd backorder-work-file
               data record is bw-backorder-record
               record contains 41 characters.

       01 bw-backorder-record          pic x(41).

           fd register-file
               data record is register-line
           10 bo-location              pic x(2).
           10 bo-customer              pic x(6).
           10 bo-short-qty             pic 9(7).
           10 bo-run-stamp             pic x(14).
           10 bo-released-flag         pic x(1).

      *
                         bo-customer(ws-backorder-count)
                       move bk-short-qty to
                         bo-short-qty(ws-backorder-count)
                       move bk-run-stamp to
                         bo-run-stamp(ws-backorder-count)
                       move "n" to
                         bo-released-flag(ws-backorder-count)
                     else
               move bo-location(bo-sub)    to bk-location
               move bo-customer(bo-sub)    to bk-customer
               move bo-short-qty(bo-sub)   to bk-short-qty
               move bo-run-stamp(bo-sub)   to bk-run-stamp
               write bk-backorder-record
           end-if.

