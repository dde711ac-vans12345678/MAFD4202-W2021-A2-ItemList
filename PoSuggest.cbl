       identification division.
       program-id. PoSuggestProgram.
       author. Andre Agrippa.
       date-written. 2026-10-15.

      **************************************************************
      *Description: Turn the reorder exceptions into suggested
      * purchase orders. Every active item whose balance at a depot
      * sits at or below the depot's reorder point -- the same test
      * 280-write-reorder-report of ItemListProgram applies -- is
      * raised as a PO line to the item's vendor for the item's
      * standard order quantity, less whatever is already on order
      * for that item and depot on a suggested or open PO, so a
      * second run before the stock arrives does not order it
      * twice. Lines are grouped one PO per vendor per receiving
      * depot and written to the open-PO file at status S for a
      * buyer to approve in PoReceivingProgram. Items at reorder
      * with no vendor on the master cannot be ordered here and are
      * listed first on the report for the buyer to place by hand;
      * the run ends with completion code 4 when there are any.
      **************************************************************


       environment division.
       configuration section.

       input-output section.
       file-control.

           select item-master
               assign to "../../../ITEMMAST.dat"
               organization is indexed
               access mode is dynamic
               record key is im-item-number
               file status is ws-item-master-status.
           select optional location-stock
               assign to "../../../LOCSTOCK.dat"
               organization is indexed
               access mode is dynamic
               record key is ls-stock-key
               file status is ws-location-stock-status.
           select optional po-open-file
               assign to "../../../POOPEN.dat"
               organization is indexed
               access mode is dynamic
               record key is po-line-key
               file status is ws-po-open-status.
      *
      *  What is already on order comes off the open-PO file sorted
      *  into item/depot order, so it can be read in step with the
      *  LOCATION-STOCK sweep instead of held in a table with a cap.
      *
           select onorder-sorted-file
               assign to "../../../A2.pow"
               organization is line sequential
               file status is ws-onorder-status.
           select sort-onorder-file
               assign to "A2SRT4".
           select suggest-work-file
               assign to "../../../A2.psw"
               organization is line sequential
               file status is ws-suggest-work-status.
           select suggest-sorted-file
               assign to "../../../A2.pss"
               organization is line sequential
               file status is ws-suggest-sorted-status.
           select sort-suggest-file
               assign to "A2SRT5".
           select suggest-report-file
               assign to "../../../A2.spo"
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

           fd item-master
               data record is im-item-record
               record contains 135 characters.

           copy "ITEMMAST.cpy".

           fd location-stock
               data record is ls-stock-record
               record contains 21 characters.

           copy "LOCSTOCK.cpy".

           fd po-open-file
               data record is po-line-record
               record contains 68 characters.

           copy "POOPEN.cpy".

      *       Open-PO records exactly as POOPEN.cpy lays them down,
      *       in item/depot order.

           fd onorder-sorted-file
               data record is oo-line-record
               record contains 68 characters.

       01 oo-line-record.
         05 oo-line-key                pic 9(9).
         05 oo-vendor-number           pic x(6).
         05 oo-location                pic x(2).
         05 oo-item-number             pic 9(4).
         05 oo-status                  pic x(1).
         05 oo-order-date              pic 9(8).
         05 oo-due-date                pic 9(8).
         05 oo-order-qty               pic 9(7).
         05 oo-received-qty            pic 9(7).
         05 filler                     pic x(16).

           sd sort-onorder-file
               data record is so-line-record.

       01 so-line-record.
         05 so-line-key                pic 9(9).
         05 so-vendor-number           pic x(6).
         05 so-location                pic x(2).
         05 so-item-number             pic 9(4).
         05 filler                     pic x(47).

      *
      *  One suggestion per depot balance at reorder, carrying what
      *  the report prints beside it. A blank vendor is an item
      *  nobody can order automatically.
      *
           fd suggest-work-file
               data record is sw-suggest-record
               record contains 54 characters.

       01 sw-suggest-record.
         05 sw-vendor-number           pic x(6).
         05 sw-location                pic x(2).
         05 sw-item-number             pic 9(4).
         05 sw-item-description        pic x(13).
         05 sw-on-hand-qty             pic s9(7) sign leading separate.
         05 sw-reorder-point           pic 9(7).
         05 sw-on-order-qty            pic 9(7).
         05 sw-order-qty               pic 9(7).

           fd suggest-sorted-file
               data record is ss-suggest-record
               record contains 54 characters.

       01 ss-suggest-record.
         05 ss-vendor-number           pic x(6).
         05 ss-location                pic x(2).
         05 ss-item-number             pic 9(4).
         05 ss-item-description        pic x(13).
         05 ss-on-hand-qty             pic s9(7) sign leading separate.
         05 ss-reorder-point           pic 9(7).
         05 ss-on-order-qty            pic 9(7).
         05 ss-order-qty               pic 9(7).

           sd sort-suggest-file
               data record is sg-suggest-record.

       01 sg-suggest-record.
         05 sg-sort-key.
           10 sg-vendor-number         pic x(6).
           10 sg-location              pic x(2).
           10 sg-item-number           pic 9(4).
         05 filler                     pic x(42).

           fd suggest-report-file
               data record is suggest-report-line
               record contains 100 characters.

       01 suggest-report-line          pic x(100).

       working-storage section.

       01 ws-flags.
         05 ws-stock-eof-flag           pic x value "n".
         05 ws-onorder-eof-flag         pic x value "n".
         05 ws-suggest-eof-flag         pic x value "n".

       01 ws-file-status-fields.
         05 ws-item-master-status       pic xx value spaces.
         05 ws-location-stock-status    pic xx value spaces.
         05 ws-po-open-status           pic xx value spaces.
         05 ws-onorder-status           pic xx value spaces.
         05 ws-suggest-work-status      pic xx value spaces.
         05 ws-suggest-sorted-status    pic xx value spaces.
         05 ws-report-status            pic xx value spaces.

      *
      *  A suggested PO is due back two weeks out unless the buyer
      *  keys a different date when approving it.
      *
       01 ws-date-fields.
         05 ws-current-date-alpha       pic x(21) value spaces.
         05 ws-today-date               pic 9(8) value 0.
         05 ws-due-date                 pic 9(8) value 0.
         05 ws-lead-days                pic 9(3) value 14.

      *
      *  The on-order file's current key, shaped like ls-stock-key
      *  so the two compare directly, and what is still to come in
      *  for the balance being judged.
      *
       01 ws-onorder-fields.
         05 ws-onorder-key.
           10 ws-onorder-item          pic 9(4).
           10 ws-onorder-location      pic x(2).
         05 ws-on-order-qty             pic 9(7) value 0.
         05 ws-projected-qty            pic s9(8) value 0.
         05 ws-shortfall-qty            pic s9(8) value 0.

       01 ws-purchase-order-fields.
         05 ws-last-po-number           pic 9(6) value 0.
         05 ws-po-number                pic 9(6) value 0.
         05 ws-line-number              pic 9(3) value 0.
         05 ws-line-limit               pic 9(3) value 999.
         05 ws-current-vendor           pic x(6) value spaces.
         05 ws-current-location         pic x(2) value spaces.

       01 ws-count-fields.
         05 ws-candidate-count          pic 9(5) value 0.
         05 ws-po-count                 pic 9(5) value 0.
         05 ws-po-line-count            pic 9(5) value 0.
         05 ws-exception-count          pic 9(5) value 0.
         05 ws-completion-code          pic 9(4) value 0.

       01 ws-report-heading.
         05 filler                      pic x(34) value
             "SUGGESTED PURCHASE ORDERS         ".
         05 rh-run-date                 pic 9(8).

       01 ws-abort-line.
         05 filler                      pic x(38) value
             "ITEM MASTER NOT AVAILABLE - RUN ENDED".

       01 ws-exception-heading.
         05 filler                      pic x(44) value
             "AT REORDER WITH NO VENDOR - ORDER BY HAND".

       01 ws-exception-column-heading.
         05 filler                      pic x(7) value "DEPOT".
         05 filler                      pic x(6) value "ITEM".
         05 filler                      pic x(15) value "DESCRIPTION".
         05 filler                      pic x(10) value "   ON HAND".
         05 filler                      pic x(10) value "   REORDER".
         05 filler                      pic x(10) value "  ON ORDER".

       01 ws-exception-detail-line.
         05 ex-location                 pic x(2).
         05 filler                      pic x(5) value spaces.
         05 ex-item-number              pic 9(4).
         05 filler                      pic x(2) value spaces.
         05 ex-item-description         pic x(13).
         05 filler                      pic x(2) value spaces.
         05 ex-on-hand                  pic z,zzz,zz9-.
         05 filler                      pic x(1) value spaces.
         05 ex-reorder-point            pic z,zzz,zz9.
         05 filler                      pic x(1) value spaces.
         05 ex-on-order                 pic z,zzz,zz9.

       01 ws-po-heading-line.
         05 filler                      pic x(3) value "PO ".
         05 ph-po-number                pic 9(6).
         05 filler                      pic x(10) value "  VENDOR ".
         05 ph-vendor-number            pic x(6).
         05 filler                      pic x(9) value "  DEPOT ".
         05 ph-location                 pic x(2).
         05 filler                      pic x(14) value
             "  DUE DATE    ".
         05 ph-due-date                 pic 9(8).

       01 ws-po-column-heading.
         05 filler                      pic x(6) value "LINE".
         05 filler                      pic x(6) value "ITEM".
         05 filler                      pic x(15) value "DESCRIPTION".
         05 filler                      pic x(10) value "   ON HAND".
         05 filler                      pic x(10) value "   REORDER".
         05 filler                      pic x(10) value "  ON ORDER".
         05 filler                      pic x(10) value " ORDER QTY".

       01 ws-po-detail-line.
         05 pd-line-number              pic zz9.
         05 filler                      pic x(3) value spaces.
         05 pd-item-number              pic 9(4).
         05 filler                      pic x(2) value spaces.
         05 pd-item-description         pic x(13).
         05 filler                      pic x(2) value spaces.
         05 pd-on-hand                  pic z,zzz,zz9-.
         05 filler                      pic x(1) value spaces.
         05 pd-reorder-point            pic z,zzz,zz9.
         05 filler                      pic x(1) value spaces.
         05 pd-on-order                 pic z,zzz,zz9.
         05 filler                      pic x(1) value spaces.
         05 pd-order-qty                pic z,zzz,zz9.

       01 ws-total-line-1.
         05 filler                      pic x(26) value
             "PURCHASE ORDERS RAISED    ".
         05 rt-po-count                 pic zzzz9.

       01 ws-total-line-2.
         05 filler                      pic x(26) value
             "PO LINES SUGGESTED        ".
         05 rt-po-line-count            pic zzzz9.

       01 ws-total-line-3.
         05 filler                      pic x(26) value
             "NO VENDOR - ORDER BY HAND ".
         05 rt-exception-count          pic zzzz9.

       procedure division.
       000-main.

      *
      * Sort what is already on order into item/depot order, sweep
      * LOCATION-STOCK against it for balances still short once
      * that stock arrives, sort the survivors by vendor and depot,
      * and raise one suggested PO per vendor and depot.
      *
           move function current-date to ws-current-date-alpha.
           move ws-current-date-alpha(1:8) to ws-today-date.
           compute ws-due-date = function date-of-integer
             (function integer-of-date(ws-today-date) + ws-lead-days).

           open output suggest-report-file.
           move ws-today-date to rh-run-date.
           write suggest-report-line from ws-report-heading.

           open input item-master.

           if ws-item-master-status not = "00"
             then
               write suggest-report-line from ws-abort-line
                 after advancing 2 lines
               close suggest-report-file
               move 12 to return-code
               goback
           end-if.

           perform 100-sort-on-order-lines.
           perform 200-select-reorder-candidates.

           sort sort-suggest-file
               on ascending key sg-sort-key
               using suggest-work-file
               giving suggest-sorted-file.

           perform 300-open-po-file.
           perform 400-raise-purchase-orders.
           perform 490-update-control-record.
           perform 500-write-totals.

           close item-master.
           close po-open-file.
           close suggest-report-file.

           if ws-completion-code = 0
             and ws-exception-count > 0
             then
               move 4 to ws-completion-code
           end-if.

           move ws-completion-code to return-code.
           goback.

       100-sort-on-order-lines.

      *
      *  No open-PO file yet is the same as an empty one -- the
      *  sorted file is created empty and nothing counts as on
      *  order, which is the truth on a site that has never raised
      *  a PO.
      *
           open input po-open-file.

           if ws-po-open-status = "00"
             then
               close po-open-file
               sort sort-onorder-file
                   on ascending key so-item-number so-location
                   using po-open-file
                   giving onorder-sorted-file
             else
               close po-open-file
               open output onorder-sorted-file
               close onorder-sorted-file
           end-if.

       200-select-reorder-candidates.

           open input location-stock.
           open input onorder-sorted-file.
           open output suggest-work-file.

           move "n" to ws-onorder-eof-flag.

           if ws-onorder-status not = "00"
             then
               move "y" to ws-onorder-eof-flag
               move high-values to ws-onorder-key
             else
               perform 230-read-onorder-record
           end-if.

           if ws-location-stock-status = "00"
             then
               move low-values to ls-stock-key
               start location-stock
                 key is not less than ls-stock-key
                 invalid key
                   move "y" to ws-stock-eof-flag
                 not invalid key
                   move "n" to ws-stock-eof-flag
               end-start
               perform 210-read-stock-record
                 until ws-stock-eof-flag = "y"
           end-if.

           close location-stock.
           close onorder-sorted-file.
           close suggest-work-file.

       210-read-stock-record.

           read location-stock next record
               at end
                   move "y" to ws-stock-eof-flag
               not at end
                   perform 220-judge-one-balance
           end-read.

       220-judge-one-balance.

      *
      *  The on-order file is brought up to this balance's key on
      *  every record, short or not, so the two files stay in step.
      *  A balance is only short if it stays at or below the
      *  reorder point with everything already on order counted in.
      *
           perform 240-total-on-order.

           compute ws-projected-qty = ls-on-hand-qty + ws-on-order-qty.

           if ls-on-hand-qty <= ls-reorder-point
             and ws-projected-qty <= ls-reorder-point
             then
      *
      *  Same rule as the reorder page -- a deactivated item is
      *  not reordered however low its leftover balance sits.
      *
               move ls-item-number to im-item-number
               read item-master
                   key is im-item-number
                   invalid key
                       continue
                   not invalid key
                       if im-active-flag = "Y"
                         then
                           perform 250-write-suggestion
                       end-if
               end-read
           end-if.

       230-read-onorder-record.

           read onorder-sorted-file
               at end
                   move "y" to ws-onorder-eof-flag
                   move high-values to ws-onorder-key
               not at end
                   move oo-item-number to ws-onorder-item
                   move oo-location    to ws-onorder-location
           end-read.

       240-total-on-order.

           move 0 to ws-on-order-qty.

           perform 230-read-onorder-record
             until ws-onorder-eof-flag = "y"
             or ws-onorder-key >= ls-stock-key.

           perform 245-add-on-order-line
             until ws-onorder-eof-flag = "y"
             or ws-onorder-key not = ls-stock-key.

       245-add-on-order-line.

      *
      *  Only suggested and open lines are still coming -- closed
      *  and cancelled lines, and the control record, count nothing.
      *
           if (oo-status = "S" or oo-status = "O")
             and oo-order-qty > oo-received-qty
             then
               compute ws-on-order-qty = ws-on-order-qty
                 + oo-order-qty - oo-received-qty
           end-if.

           perform 230-read-onorder-record.

       250-write-suggestion.

      *
      *  The standard order quantity off the item master; an item
      *  with none set is ordered up to one past its reorder point,
      *  so the depot comes off the exception list when it lands.
      *
           move im-vendor-number     to sw-vendor-number.
           move ls-location          to sw-location.
           move ls-item-number       to sw-item-number.
           move im-item-description  to sw-item-description.
           move ls-on-hand-qty       to sw-on-hand-qty.
           move ls-reorder-point     to sw-reorder-point.
           move ws-on-order-qty      to sw-on-order-qty.

           if im-order-quantity > 0
             then
               move im-order-quantity to sw-order-qty
             else
               compute ws-shortfall-qty =
                 ls-reorder-point - ws-projected-qty + 1
               move ws-shortfall-qty to sw-order-qty
           end-if.

           write sw-suggest-record.
           add 1 to ws-candidate-count.

       300-open-po-file.

      *
      *  Same first-use creation convention as the other masters.
      *  The control record is laid down the first time a PO is
      *  ever numbered.
      *
           open i-o po-open-file.

           if ws-po-open-status = "35"
             then
               open output po-open-file
               close po-open-file
               open i-o po-open-file
           end-if.

           move 0 to po-control-key.
           read po-open-file
               key is po-line-key
               invalid key
                   move 0 to po-control-key
                   move 0 to po-last-po-number
                   move all "0" to po-control-filler
                   write po-control-record
               not invalid key
                   continue
           end-read.

           move po-last-po-number to ws-last-po-number.

       400-raise-purchase-orders.

           open input suggest-sorted-file.

           move "n" to ws-suggest-eof-flag.

           if ws-suggest-sorted-status not = "00"
             then
               move "y" to ws-suggest-eof-flag
             else
               perform 410-read-suggestion
           end-if.

           perform 420-process-one-suggestion
             until ws-suggest-eof-flag = "y".

           close suggest-sorted-file.

       410-read-suggestion.

           read suggest-sorted-file
               at end
                   move "y" to ws-suggest-eof-flag
           end-read.

       420-process-one-suggestion.

      *
      *  Blank vendors sort first, so the exceptions lead the
      *  report. Otherwise a change of vendor or depot -- or a PO
      *  that has run out of line numbers -- starts the next PO.
      *
           if ss-vendor-number = spaces
             then
               perform 440-write-exception-line
             else
               if ss-vendor-number not = ws-current-vendor
                 or ss-location not = ws-current-location
                 or ws-line-number >= ws-line-limit
                 then
                   perform 430-start-purchase-order
               end-if
               perform 450-write-po-line
           end-if.

           perform 410-read-suggestion.

       430-start-purchase-order.

           if ws-po-count = 0
             then
               write suggest-report-line from ws-po-column-heading
                 after advancing 2 lines
           end-if.

           add 1 to ws-last-po-number.
           move ws-last-po-number to ws-po-number.
           move 0 to ws-line-number.
           move ss-vendor-number to ws-current-vendor.
           move ss-location      to ws-current-location.
           add 1 to ws-po-count.

           move ws-po-number     to ph-po-number.
           move ss-vendor-number to ph-vendor-number.
           move ss-location      to ph-location.
           move ws-due-date      to ph-due-date.
           write suggest-report-line from ws-po-heading-line
             after advancing 2 lines.

       440-write-exception-line.

           if ws-exception-count = 0
             then
               write suggest-report-line from ws-exception-heading
                 after advancing 2 lines
               write suggest-report-line from
                 ws-exception-column-heading
                 after advancing 1 line
           end-if.

           add 1 to ws-exception-count.

           move ss-location         to ex-location.
           move ss-item-number      to ex-item-number.
           move ss-item-description to ex-item-description.
           move ss-on-hand-qty      to ex-on-hand.
           move ss-reorder-point    to ex-reorder-point.
           move ss-on-order-qty     to ex-on-order.
           write suggest-report-line from ws-exception-detail-line
             after advancing 1 line.

       450-write-po-line.

           add 1 to ws-line-number.

           move ws-po-number      to po-number.
           move ws-line-number    to po-line-number.
           move ss-vendor-number  to po-vendor-number.
           move ss-location       to po-location.
           move ss-item-number    to po-item-number.
           move "S"               to po-status.
           move ws-today-date     to po-order-date.
           move ws-due-date       to po-due-date.
           move ss-order-qty      to po-order-qty.
           move 0                 to po-received-qty.
           move 0                 to po-last-receipt-date.
           move spaces            to po-approved-by.

           write po-line-record
               invalid key
                   display "PO LINE ALREADY ON FILE - " po-line-key
                   move 12 to ws-completion-code
               not invalid key
                   add 1 to ws-po-line-count
           end-write.

           move ws-line-number      to pd-line-number.
           move ss-item-number      to pd-item-number.
           move ss-item-description to pd-item-description.
           move ss-on-hand-qty      to pd-on-hand.
           move ss-reorder-point    to pd-reorder-point.
           move ss-on-order-qty     to pd-on-order.
           move ss-order-qty        to pd-order-qty.
           write suggest-report-line from ws-po-detail-line
             after advancing 1 line.

       490-update-control-record.

      *
      *  The last number issued goes back on the control record
      *  only once the whole run's POs are down -- re-read first,
      *  since every line written since has used the record area.
      *
           move 0 to po-control-key.
           read po-open-file
               key is po-line-key
               invalid key
                   display "PO CONTROL RECORD MISSING"
                   move 12 to ws-completion-code
               not invalid key
                   move ws-last-po-number to po-last-po-number
                   rewrite po-control-record
           end-read.

       500-write-totals.

           move ws-po-count to rt-po-count.
           write suggest-report-line from ws-total-line-1
             after advancing 2 lines.
           move ws-po-line-count to rt-po-line-count.
           write suggest-report-line from ws-total-line-2
             after advancing 1 line.
           move ws-exception-count to rt-exception-count.
           write suggest-report-line from ws-total-line-3
             after advancing 1 line.

           display "SUGGESTED POS: " ws-po-count
             "  LINES: " ws-po-line-count
             "  NO VENDOR: " ws-exception-count.

       end program PoSuggestProgram.
