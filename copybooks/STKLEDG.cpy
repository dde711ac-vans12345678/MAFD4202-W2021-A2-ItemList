      *****************************************************************
      *Description: Stock ledger record layout -- one record per
      * change to a depot balance in LOCSTOCK.dat, appended to
      * STKLEDG.dat by whichever program posted it. The quantity is
      * signed the way the balance moved and the resulting balance
      * is the depot's on-hand just after the posting, so any
      * stretch of the ledger for one item and depot can be walked
      * forward from a balance and checked against the file. The
      * reference is the nightly run stamp for ItemListProgram's
      * postings and the operator for everything keyed; the date
      * is the business date the movement belongs to (the run date
      * for the nightly run) and the time is when it was written.
      * Movement types:
      *   S  sale relieved by the nightly run
      *   R  return put back by the nightly run
      *   O  transfer out of the sending depot
      *   I  transfer into the receiving depot
      *   V  receipt keyed in ItemMaintenanceProgram
      *   B  receipt loaded by BatchMaintenanceProgram
      *   P  receipt against a PO line in PoReceivingProgram
      *   C  cycle count adjustment, counted less book
      *   X  a nightly run's movement backed out by
      *      RunReversalProgram -- the reference is the stamp of
      *      the run backed out, not an operator
      * The ledger is only ever appended -- a wrong posting is put
      * right by a further movement, never by changing this file.
      *****************************************************************
       01 lg-ledger-record.
         05 lg-item-number             pic 9(4).
         05 lg-location                pic x(2).
         05 lg-movement-type           pic x(1).
         05 lg-quantity                pic s9(7)
                                        sign leading separate.
         05 lg-resulting-balance       pic s9(7)
                                        sign leading separate.
         05 lg-reference               pic x(14).
         05 lg-program                 pic x(12).
         05 lg-date                    pic 9(8).
         05 lg-time                    pic 9(6).
