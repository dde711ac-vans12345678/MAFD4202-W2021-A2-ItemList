      *****************************************************************
      *Description: Order entry batch record layout -- one record per
      * keyed transaction line, keyed by line number within the
      * day's batch. The transaction bytes are exactly the 27-byte
      * line ItemListProgram reads from A2.dat, so closing the batch
      * is a straight copy of its active lines plus the control
      * trailer. A line corrected before the close is rewritten in
      * place; a line deleted is marked D and left on file so the
      * numbering holds, and is never written to A2.dat.
      * The record keyed 00000 is the batch control record: O while
      * the batch is open for keying, C once it has been closed and
      * its transaction file written, space before the first batch.
      * Starting the next day's batch clears the old lines out.
      *****************************************************************
       01 ob-line-record.
         05 ob-line-number             pic 9(5).
         05 ob-line-status             pic x(1).
         05 ob-transaction.
           10 ob-item-number           pic 9(4).
           10 ob-item-quantity         pic 999.
           10 ob-location              pic x(2).
           10 ob-customer-number       pic x(6).
           10 ob-trans-type            pic x(1).
           10 ob-to-location           pic x(2).
           10 filler                   pic x(9).
         05 ob-entered-by              pic x(8).
         05 ob-entry-date              pic 9(8).
         05 ob-entry-time              pic 9(6).
       01 ob-control-record.
         05 ob-control-key             pic 9(5).
         05 ob-batch-status            pic x(1).
         05 ob-batch-date              pic 9(8).
         05 ob-opened-by               pic x(8).
         05 ob-last-line-number        pic 9(5).
         05 ob-closed-by               pic x(8).
         05 ob-close-time              pic 9(6).
         05 filler                     pic x(14).
