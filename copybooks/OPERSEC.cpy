      * deactivated, so old audit records still resolve to a name.
      * Invalid and insufficient-authority attempts are logged to
      * the security log by the program that refused them.
      * os-auth-cash gates posting receipts and write-offs against
      * the receivables ledger in CashReceiptsProgram.
      * os-auth-purchase gates approving and cancelling purchase
      * orders in PoReceivingProgram; receiving against a PO line
      * rides on os-auth-receive like any other stock receipt.
      * os-auth-order gates keying, correcting and closing the
      * day's order batch in OrderEntryProgram.
      * os-auth-reverse gates backing a posted nightly run out in
      * RunReversalProgram.
      *****************************************************************
       01 os-operator-record.
         05 os-operator-id             pic x(8).
         05 os-auth-receive            pic x(1).
         05 os-auth-reject             pic x(1).
         05 os-auth-count              pic x(1).
         05 os-auth-cash               pic x(1).
         05 os-auth-purchase           pic x(1).
         05 os-auth-order              pic x(1).
         05 os-auth-reverse            pic x(1).
