      *****************************************************************
      *Description: Accounts receivable open-item record layout.
      * Keyed by customer number, invoice number and item type. The
      * invoice number is the run stamp of the ItemListProgram run
      * that billed it -- the same stamp the GL extract carries and
      * the invoice file prints -- so a remittance quoting the
      * invoice finds its item without a separate numbering scheme.
      * Item types: I is the invoice for the customer's sale lines,
      * C the credit for the same run's return (CR) lines, U cash
      * received on account that could not be applied to anything
      * (keyed by the receipt's own stamp). Invoices carry a
      * positive original amount; credits and unapplied cash carry a
      * negative one. Applications and write-offs move the open
      * amount toward zero; an item at zero is closed (status C) but
      * never deleted, so a customer's history still resolves. An
      * invoice or credit whose run was backed out before anything
      * was applied to it is cancelled (status R) the same way --
      * open amount zero, original amount kept.
      *****************************************************************
       01 ar-open-item-record.
         05 ar-item-key.
           10 ar-customer-number       pic x(6).
           10 ar-invoice-number        pic x(14).
           10 ar-item-type             pic x(1).
         05 ar-invoice-date            pic 9(8).
         05 ar-original-amount         pic s9(8)v99
                                        sign leading separate.
         05 ar-applied-amount          pic s9(8)v99
                                        sign leading separate.
         05 ar-written-off-amount      pic s9(8)v99
                                        sign leading separate.
         05 ar-open-amount             pic s9(8)v99
                                        sign leading separate.
         05 ar-last-activity-date      pic 9(8).
         05 ar-status                  pic x(1).
