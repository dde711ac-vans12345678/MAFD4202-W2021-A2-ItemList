      *****************************************************************
      *Description: Open purchase order file record layout -- one
      * record per PO line, keyed by PO number and line number. A PO
      * goes to one vendor for one receiving depot; the suggested-
      * order run raises the lines at status S, a buyer approves
      * them to O (open), receipts against an open line carry its
      * received quantity up until the line closes at C, and a line
      * nobody wants any more is cancelled at X. Lines are never
      * deleted, so a receipt on the audit trail can always be
      * traced back to the PO it came in against.
      * The record keyed 000000/000 is the file's control record
      * and carries the last PO number issued. Its trailing bytes
      * are kept at zeros so it sorts ahead of every real line.
      *****************************************************************
       01 po-line-record.
         05 po-line-key.
           10 po-number                pic 9(6).
           10 po-line-number           pic 9(3).
         05 po-vendor-number           pic x(6).
         05 po-location                pic x(2).
         05 po-item-number             pic 9(4).
         05 po-status                  pic x(1).
         05 po-order-date              pic 9(8).
         05 po-due-date                pic 9(8).
         05 po-order-qty               pic 9(7).
         05 po-received-qty            pic 9(7).
         05 po-last-receipt-date       pic 9(8).
         05 po-approved-by             pic x(8).
       01 po-control-record.
         05 po-control-key             pic 9(9).
         05 po-last-po-number          pic 9(6).
         05 po-control-filler          pic x(53).
