
           fd history-file
               data record is hs-history-record
               record contains 76 characters.

       01 hs-history-record.
         05 hs-run-date                pic 9(8).
                                        sign leading separate.
         05 hs-trans-charge            pic s9(8)v99
                                        sign leading separate.
         05 hs-extended-cost           pic s9(8)v99
                                        sign leading separate.
         05 hs-run-stamp               pic x(14).
         05 hs-customer                pic x(6).

           fd archive-file
               data record is ah-archive-record
               record contains 76 characters.

       01 ah-archive-record            pic x(76).

           fd archive-work-file
               data record is aw-archive-record
               record contains 76 characters.

       01 aw-archive-record            pic x(76).

           fd keep-work-file
               data record is kw-keep-record
               record contains 76 characters.

       01 kw-keep-record               pic x(76).

      *
      *  One control record per archived month, then a T record
                                         sign leading separate.
         05 bh-trans-charge             pic s9(8)v99
                                         sign leading separate.
         05 bh-extended-cost            pic s9(8)v99
                                         sign leading separate.
         05 bh-run-stamp                pic x(14).
         05 bh-customer                 pic x(6).

       01 ws-month-table.
         05 ws-month-entry occurs 120 times.
