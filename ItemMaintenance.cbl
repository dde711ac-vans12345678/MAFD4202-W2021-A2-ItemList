      **************************************************************
      *Description: Maintain the ITEM-MASTER file used by
      * ItemListProgram -- add, change and deactivate item records
      * (item number, description, standard unit price and cost,
      * class, on-hand quantity, reorder point, vendor and order
      * quantity) and receive stock, so transaction files do not
      * have to repeat the description on every line. Cost is
      * effective-dated and rolled exactly as price is. The
      * operator signs on against the security file and each
      * function is gated on that operator's own authority bytes.
      * Every add, change and deactivation also writes an audit
      * record carrying the date/time, the verified operator ID,
      * the action code and the full before and after images of
      * the record, so a bad value can be traced to who keyed it
      * and when.
      **************************************************************


               assign to "../../../ITEMAUD.rpt"
               organization is line sequential
               file status is ws-audit-report-status.
           select optional stock-ledger-file
               assign to "../../../STKLEDG.dat"
               organization is line sequential
               file status is ws-ledger-status.
      *
      *  Deliberately NOT optional -- maintenance with no security
      *  file to check against would be maintenance by anybody, so

           fd item-master
               data record is im-item-record
               record contains 135 characters.

           copy "ITEMMAST.cpy".

      *
           fd audit-file
               data record is audit-line
               record contains 293 characters.

       01 audit-line.
         05 au-date-time               pic x(14).
         05 au-operator                pic x(8).
         05 au-action                  pic x(1).
         05 au-before-image            pic x(135).
         05 au-after-image             pic x(135).

           fd audit-report-file
               data record is audit-report-line

       01 audit-report-line            pic x(132).

      *
      *  Each receipt's depot movement -- the shared ledger every
      *  program that moves a LOCATION-STOCK balance appends to.
      *
           fd stock-ledger-file
               data record is lg-ledger-record
               record contains 63 characters.

           copy "STKLEDG.cpy".

           fd operator-security
               data record is os-operator-record
               record contains 39 characters.

           copy "OPERSEC.cpy".

         05 ws-location-stock-status    pic xx value spaces.
         05 ws-receive-location         pic x(2) value spaces.
         05 ws-new-depot-reorder        pic 9(7) value 0.
         05 ws-ledger-status            pic xx value spaces.

      *
      *  The same depot table ItemListProgram and
         05 ws-audit-report-status      pic xx value spaces.
         05 ws-operator-id              pic x(8) value spaces.
         05 ws-audit-action             pic x(1) value spaces.
         05 ws-before-image             pic x(135) value spaces.
         05 ws-receive-quantity         pic 9(7) value 0.

       01 ws-price-fields.
         05 ws-today-date               pic 9(8) value 0.
         05 ws-new-price                pic 9999v99 value 0.
         05 ws-new-price-date           pic 9(8) value 0.
         05 ws-new-cost                 pic 9999v99 value 0.
         05 ws-new-cost-date            pic 9(8) value 0.
         05 ws-new-on-hand              pic 9(7) value 0.
         05 ws-new-reorder              pic 9(7) value 0.
         05 ws-new-walk-sequence        pic 9(4) value 0.
         05 ws-new-vendor-number        pic x(6) value spaces.
         05 ws-new-order-quantity       pic 9(7) value 0.
         05 ws-current-date-alpha       pic x(21) value spaces.

       01 ws-audit-report-heading.
      *
      *  The images no longer fit beside each other on a print line,
      *  so each audit record lists as a pair of lines -- B for the
      *  before image, A for the after image. An image is now
      *  longer than the print line itself, so each one runs over
      *  onto a continuation line underneath.
      *
       01 ws-audit-report-detail.
         05 ar-date-time                pic x(14).
         05 ar-operator                 pic x(8).
         05 filler                      pic x(1) value spaces.
         05 ar-action                   pic x(1).
         05 ar-image-tag                pic x(3) value " B ".
         05 ar-image-part-1             pic x(104).

       01 ws-audit-report-continued.
         05 filler                      pic x(28) value spaces.
         05 ar-image-part-2             pic x(31).

       01 ws-audit-report-image         pic x(135).

       01 ws-menu-choice                pic x.

           end-if.

           open extend audit-file.
           open extend stock-ledger-file.

           perform 030-load-default-locations.
           perform 032-load-location-table-file.
           close item-master.
           close location-stock.
           close audit-file.
           close stock-ledger-file.
           close operator-security.
           close security-log-file.
           accept return-code.
                   display "PRICE EFFECTIVE DATE (YYYYMMDD): "
                     with no advancing
                   accept im-price-effective-date
                   display "STANDARD UNIT COST: " with no advancing
                   accept im-standard-cost
                   display "COST EFFECTIVE DATE (YYYYMMDD): "
                     with no advancing
                   accept im-cost-effective-date
                   display "ITEM CLASS: " with no advancing
                   accept im-item-class
                   display "ON HAND QUANTITY: " with no advancing
                   accept im-reorder-point
                   display "WALK SEQUENCE: " with no advancing
                   accept im-walk-sequence
                   move spaces to im-vendor-number
                   display "VENDOR NUMBER: " with no advancing
                   accept im-vendor-number
                   display "ORDER QUANTITY: " with no advancing
                   accept im-order-quantity
                   if im-price-effective-date = 0
                     then
                       move ws-today-date to im-price-effective-date
                   move 0 to im-future-price-date
                   move 0 to im-prior-price
                   move 0 to im-prior-price-date
                   if im-cost-effective-date = 0
                     then
                       move ws-today-date to im-cost-effective-date
                   end-if
                   move 0 to im-future-cost
                   move 0 to im-future-cost-date
                   move 0 to im-prior-cost
                   move 0 to im-prior-cost-date
                   move "Y" to im-active-flag
                   write im-item-record
                   move spaces to ws-before-image
                   display "PRICE EFFECTIVE DATE (YYYYMMDD): "
                     with no advancing
                   accept ws-new-price-date
                   display "CURRENT COST " im-standard-cost
                     " EFFECTIVE " im-cost-effective-date
                   move 0 to ws-new-cost
                   move 0 to ws-new-cost-date
                   display "STANDARD UNIT COST: " with no advancing
                   accept ws-new-cost
                   display "COST EFFECTIVE DATE (YYYYMMDD): "
                     with no advancing
                   accept ws-new-cost-date
                   display "ITEM CLASS: " with no advancing
                   accept im-item-class
      *
                     then
                       move ws-new-walk-sequence to im-walk-sequence
                   end-if
                   display "VENDOR " im-vendor-number
                     "  ORDER QUANTITY " im-order-quantity
                   move spaces to ws-new-vendor-number
                   move 0 to ws-new-order-quantity
                   display "VENDOR NUMBER (BLANK KEEPS): "
                     with no advancing
                   accept ws-new-vendor-number
                   display "ORDER QUANTITY (0 KEEPS): "
                     with no advancing
                   accept ws-new-order-quantity
                   if ws-new-vendor-number not = spaces
                     then
                       move ws-new-vendor-number to im-vendor-number
                   end-if
                   if ws-new-order-quantity not = 0
                     then
                       move ws-new-order-quantity to im-order-quantity
                   end-if
                   perform 450-apply-price-change
                   perform 460-apply-cost-change
                   rewrite im-item-record
                   move "C" to ws-audit-action
                   perform 900-write-audit-record
               end-if
           end-if.

       460-apply-cost-change.

      *
      *  Cost rolls exactly as price does in 450-apply-price-change
      *  -- a due future cost is promoted first, zero and a blank
      *  date keep what is in effect, a future-dated cost parks,
      *  and a cost effective today or earlier goes live with the
      *  old one kept as the prior cost.
      *
           if im-future-cost-date not = 0
             and im-future-cost-date <= ws-today-date
             then
               move im-standard-cost       to im-prior-cost
               move im-cost-effective-date to im-prior-cost-date
               move im-future-cost       to im-standard-cost
               move im-future-cost-date  to im-cost-effective-date
               move 0 to im-future-cost
               move 0 to im-future-cost-date
           end-if.

           if ws-new-cost = 0
             then
               move im-standard-cost to ws-new-cost
           end-if.

           if ws-new-cost-date = 0
             then
               move im-cost-effective-date to ws-new-cost-date
           end-if.

           if ws-new-cost-date > ws-today-date
             then
               move ws-new-cost      to im-future-cost
               move ws-new-cost-date to im-future-cost-date
             else
               if ws-new-cost not = im-standard-cost
                 or ws-new-cost-date not = im-cost-effective-date
                 then
                   move im-standard-cost       to im-prior-cost
                   move im-cost-effective-date to im-prior-cost-date
                   move ws-new-cost      to im-standard-cost
                   move ws-new-cost-date to im-cost-effective-date
                   move 0 to im-future-cost
                   move 0 to im-future-cost-date
               end-if
           end-if.

       500-deactivate-item.

           display "ITEM NUMBER: " with no advancing.
                   rewrite ls-stock-record
           end-read.

           perform 760-write-stock-ledger.

       760-write-stock-ledger.

           move function current-date to ws-current-date-alpha.

           move im-item-number       to lg-item-number.
           move ws-receive-location  to lg-location.
           move "V"                  to lg-movement-type.
           move ws-receive-quantity  to lg-quantity.
           move ls-on-hand-qty       to lg-resulting-balance.
           move ws-operator-id       to lg-reference.
           move "ITEMMAINT   "       to lg-program.
           move ws-current-date-alpha(1:8)  to lg-date.
           move ws-current-date-alpha(9:6)  to lg-time.

           write lg-ledger-record.

       600-list-audit-trail.

      *
                   move au-date-time    to ar-date-time
                   move au-operator     to ar-operator
                   move au-action       to ar-action
                   move " B "           to ar-image-tag
                   move au-before-image to ws-audit-report-image
                   perform 620-write-audit-image
                   move spaces          to ar-date-time
                   move spaces          to ar-operator
                   move spaces          to ar-action
                   move " A "           to ar-image-tag
                   move au-after-image  to ws-audit-report-image
                   perform 620-write-audit-image
           end-read.

       620-write-audit-image.

      *
      *  The before image opens the record's group after a blank
      *  line; the after image follows straight on beneath it.
      *
           move ws-audit-report-image(1:104)   to ar-image-part-1.
           move ws-audit-report-image(105:31)  to ar-image-part-2.

           if ar-image-tag = " B "
             then
               write audit-report-line from ws-audit-report-detail
                 after advancing 2 lines
             else
               write audit-report-line from ws-audit-report-detail
                 after advancing 1 line
           end-if.

           write audit-report-line from ws-audit-report-continued
             after advancing 1 line.

       900-write-audit-record.

           move function current-date to ws-current-date-alpha.
