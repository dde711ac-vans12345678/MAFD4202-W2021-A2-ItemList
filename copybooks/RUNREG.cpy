      *****************************************************************
      *Description: Run register record layout -- one record per live
      * ItemListProgram run, keyed by the run stamp (the job log's
      * start stamp, the same one the GL extract, the invoices, the
      * receivables items, the stock ledger and the history records
      * carry). Written at the end of the run with the control
      * totals of everything the run posted: history lines and the
      * signed quantity, net, transportation, tax and extended cost
      * they carry, depot movements written to the stock ledger,
      * backorders raised and receivables items opened.
      * RunReversalProgram finds the run it is asked to back out
      * here, balances what it reverses against these totals, and
      * marks the record reversed before it posts anything, so no
      * run can be backed out twice.
      * Status: P posted, R reversed.
      *****************************************************************
       01 rr-run-record.
         05 rr-run-stamp               pic x(14).
         05 rr-run-date                pic 9(8).
         05 rr-run-status              pic x(1).
         05 rr-completion-code         pic 9(4).
         05 rr-history-count           pic 9(7).
         05 rr-quantity                pic s9(9)
                                        sign leading separate.
         05 rr-net-price               pic s9(8)v99
                                        sign leading separate.
         05 rr-trans-charge            pic s9(8)v99
                                        sign leading separate.
         05 rr-tax-amount              pic s9(8)v99
                                        sign leading separate.
         05 rr-extended-cost           pic s9(8)v99
                                        sign leading separate.
         05 rr-ledger-count            pic 9(7).
         05 rr-backorder-count         pic 9(5).
         05 rr-open-item-count         pic 9(5).
         05 rr-reversal-stamp          pic x(14).
         05 rr-reversed-by             pic x(8).
