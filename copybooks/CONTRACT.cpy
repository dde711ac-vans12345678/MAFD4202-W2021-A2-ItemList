      *****************************************************************
      *Description: Customer contract price record layout. Keyed by
      * customer number and item number -- one negotiated price per
      * account per item, in force from its start date through its
      * end date inclusive. ItemListProgram prices a sale or return
      * for that customer at the contract price on any run date the
      * contract covers, in place of the effective-dated standard
      * price, and takes no class discount on top of it; outside
      * those dates the standard price applies as if the contract
      * were not there. A renewal is a change to the dates (and,
      * usually, the price) on the same record, so the file never
      * holds two contracts for one customer and item. The
      * reference is sales' own contract number, for the paper
      * trail; the last operator and date say who touched it last.
      *****************************************************************
       01 ct-contract-record.
         05 ct-contract-key.
           10 ct-customer-number       pic x(6).
           10 ct-item-number           pic 9(4).
         05 ct-contract-price          pic 9999v99.
         05 ct-start-date              pic 9(8).
         05 ct-end-date                pic 9(8).
         05 ct-contract-reference      pic x(10).
         05 ct-last-operator           pic x(8).
         05 ct-last-change-date        pic 9(8).
