       identification division.
       program-id. PoReceivingProgram.
       author. Andre Agrippa.
       date-written. 2026-10-15.

      **************************************************************
      *Description: Work the open purchase orders PoSuggestProgram
      * raises. A buyer (purchase authority) approves a suggested PO
      * -- adjusting line quantities and the due date on the way --
      * or cancels what is no longer wanted. The dock (receive
      * authority) receives against an approved PO line: the
      * quantity cannot exceed what is still outstanding on the
      * line, and the receipt posts to the depot's LOCATION-STOCK
      * balance and the company total on the item master exactly
      * as ItemMaintenanceProgram's receive-stock does, writing the
      * same ITEMAUD.dat audit record under the operator's verified
      * ID. A line closes when it is received in full. Any signed-on
      * operator may look a PO up.
      **************************************************************


       environment division.
       configuration section.

       input-output section.
       file-control.

           select optional item-master
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
           select optional audit-file
               assign to "../../../ITEMAUD.dat"
               organization is line sequential
               file status is ws-audit-status.
           select optional stock-ledger-file
               assign to "../../../STKLEDG.dat"
               organization is line sequential
               file status is ws-ledger-status.
      *
      *  Deliberately NOT optional -- receiving with no security
      *  file to check against would be receiving by anybody.
      *
           select operator-security
               assign to "../../../OPERSEC.dat"
               organization is indexed
               access mode is dynamic
               record key is os-operator-id
               file status is ws-security-status.
           select optional security-log-file
               assign to "../../../A2.sec"
               organization is line sequential
               file status is ws-security-log-status.

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

      *       Audit records exactly as ItemMaintenanceProgram lays
      *       them down -- one trail, whoever wrote to it.

           fd audit-file
               data record is audit-line
               record contains 293 characters.

       01 audit-line.
         05 au-date-time               pic x(14).
         05 au-operator                pic x(8).
         05 au-action                  pic x(1).
         05 au-before-image            pic x(135).
         05 au-after-image             pic x(135).

           fd stock-ledger-file
               data record is lg-ledger-record
               record contains 63 characters.

           copy "STKLEDG.cpy".

           fd operator-security
               data record is os-operator-record
               record contains 39 characters.

           copy "OPERSEC.cpy".

      *       Security log lines exactly as ItemMaintenanceProgram
      *       lays them down -- one log, whoever refuses the
      *       attempt.

           fd security-log-file
               data record is security-log-line
               record contains 47 characters.

       01 security-log-line.
         05 sl-date-time               pic x(14).
         05 filler                     pic x(1).
         05 sl-program                 pic x(12).
         05 filler                     pic x(1).
         05 sl-operator                pic x(8).
         05 filler                     pic x(1).
         05 sl-function                pic x(1).
         05 filler                     pic x(1).
         05 sl-result                  pic x(8).

       working-storage section.

       01 ws-flags.
         05 ws-quit-flag                pic x value "n".
         05 ws-po-eof-flag              pic x value "n".

       01 ws-file-status-fields.
         05 ws-item-master-status       pic xx value spaces.
         05 ws-location-stock-status    pic xx value spaces.
         05 ws-po-open-status           pic xx value spaces.
         05 ws-audit-status             pic xx value spaces.
         05 ws-ledger-status            pic xx value spaces.

       01 ws-menu-choice                pic x.

       01 ws-date-fields.
         05 ws-current-date-alpha       pic x(21) value spaces.
         05 ws-today-date               pic 9(8) value 0.

      *
      *  The PO as keyed, and what the operator keys against it.
      *  Zero keeps, the same convention as the item maintenance
      *  prompts.
      *
       01 ws-po-fields.
         05 ws-po-number                pic 9(6) value 0.
         05 ws-po-line-number           pic 9(3) value 0.
         05 ws-new-due-date             pic 9(8) value 0.
         05 ws-new-order-qty            pic 9(7) value 0.
         05 ws-receive-quantity         pic 9(7) value 0.
         05 ws-outstanding-qty          pic 9(7) value 0.
         05 ws-confirm                  pic x(1) value spaces.
         05 ws-line-description         pic x(13) value spaces.
         05 ws-lines-found              pic 9(3) value 0.
         05 ws-lines-done               pic 9(3) value 0.

       01 ws-audit-fields.
         05 ws-audit-action             pic x(1) value spaces.
         05 ws-before-image             pic x(135) value spaces.

       01 ws-security-fields.
         05 ws-security-status          pic xx value spaces.
         05 ws-security-log-status      pic xx value spaces.
         05 ws-operator-id              pic x(8) value spaces.
         05 ws-signon-ok-flag           pic x value "n".
         05 ws-signon-tries             pic 9 value 0.
         05 ws-signon-limit             pic 9 value 3.
         05 ws-security-function        pic x(1) value spaces.
         05 ws-security-result          pic x(8) value spaces.
         05 ws-auth-receive             pic x(1) value "N".
         05 ws-auth-purchase            pic x(1) value "N".

       procedure division.
       000-main.

      *
      * Sign the operator on before anything opens, then open the
      * open-PO file, the item master, the depot balances and the
      * audit trail and run the menu until the operator quits.
      *
           move function current-date to ws-current-date-alpha.
           move ws-current-date-alpha(1:8) to ws-today-date.

           open input operator-security.

           if ws-security-status not = "00"
             then
               display "SECURITY FILE NOT AVAILABLE - "
                 "SEE OPERATIONS"
               move 12 to return-code
               goback
           end-if.

           open extend security-log-file.

           perform 020-sign-on
             until ws-signon-ok-flag = "y"
             or ws-signon-tries >= ws-signon-limit.

           if ws-signon-ok-flag not = "y"
             then
               display "SIGN-ON FAILED"
               close operator-security
               close security-log-file
               move 8 to return-code
               goback
           end-if.

           open i-o po-open-file.

           if ws-po-open-status = "35"
             then
               open output po-open-file
               close po-open-file
               open i-o po-open-file
           end-if.

           open i-o item-master.

           if ws-item-master-status = "35"
             then
               open output item-master
               close item-master
               open i-o item-master
           end-if.

           open i-o location-stock.

           if ws-location-stock-status = "35"
             then
               open output location-stock
               close location-stock
               open i-o location-stock
           end-if.

           open extend audit-file.
           open extend stock-ledger-file.

           perform 050-run-menu-loop until ws-quit-flag = "y".

           close po-open-file.
           close item-master.
           close location-stock.
           close audit-file.
           close stock-ledger-file.
           close operator-security.
           close security-log-file.
           accept return-code.
           goback.

       020-sign-on.

           add 1 to ws-signon-tries.

           display "OPERATOR ID: " with no advancing.
           accept ws-operator-id.

           move ws-operator-id to os-operator-id.
           read operator-security
               key is os-operator-id
               invalid key
                   display "OPERATOR NOT ON SECURITY FILE"
                   move space to ws-security-function
                   move "INVALID " to ws-security-result
                   perform 910-write-security-log
               not invalid key
                   if os-active-flag = "Y"
                     then
                       move "y" to ws-signon-ok-flag
                       move os-auth-receive  to ws-auth-receive
                       move os-auth-purchase to ws-auth-purchase
                       display "SIGNED ON: " os-operator-name
                     else
                       display "OPERATOR DEACTIVATED"
                       move space to ws-security-function
                       move "INVALID " to ws-security-result
                       perform 910-write-security-log
                   end-if
           end-read.

       910-write-security-log.

           move function current-date to ws-current-date-alpha.

           move spaces to security-log-line.
           move ws-current-date-alpha(1:14) to sl-date-time.
           move "PORECEIVE   "        to sl-program.
           move ws-operator-id        to sl-operator.
           move ws-security-function  to sl-function.
           move ws-security-result    to sl-result.

           write security-log-line.

       930-refuse-function.

           display "NOT AUTHORIZED FOR THIS FUNCTION".
           move "DENIED  " to ws-security-result.
           perform 910-write-security-log.

       050-run-menu-loop.

           perform 100-show-menu.
           perform 200-process-choice.

       100-show-menu.

           display "PURCHASE ORDERS".
           display "  A - APPROVE A SUGGESTED PO".
           display "  X - CANCEL A PO OR PO LINE".
           display "  R - RECEIVE AGAINST A PO LINE".
           display "  I - PO INQUIRY".
           display "  Q - QUIT".
           display "ENTER CHOICE: " with no advancing.
           accept ws-menu-choice.

       200-process-choice.

      *
      *  Committing the company to a vendor takes the purchase
      *  authority; putting stock on the shelf takes the same
      *  receive authority as the item maintenance receipt. Looking
      *  a PO up is open to any signed-on operator.
      *
           if ws-menu-choice = "A" or ws-menu-choice = "a"
             then
               move "A" to ws-security-function
               if ws-auth-purchase = "Y"
                 then
                   perform 300-approve-purchase-order
                 else
                   perform 930-refuse-function
               end-if
           end-if.
           if ws-menu-choice = "X" or ws-menu-choice = "x"
             then
               move "X" to ws-security-function
               if ws-auth-purchase = "Y"
                 then
                   perform 400-cancel-purchase-order
                 else
                   perform 930-refuse-function
               end-if
           end-if.
           if ws-menu-choice = "R" or ws-menu-choice = "r"
             then
               move "R" to ws-security-function
               if ws-auth-receive = "Y"
                 then
                   perform 500-receive-po-line
                 else
                   perform 930-refuse-function
               end-if
           end-if.
           if ws-menu-choice = "I" or ws-menu-choice = "i"
             then
               perform 600-inquire-purchase-order
           end-if.
           if ws-menu-choice = "Q" or ws-menu-choice = "q"
             then
               move "y" to ws-quit-flag
           end-if.

       300-approve-purchase-order.

      *
      *  One pass to list what is waiting for approval, then the
      *  due date once for the whole PO and a quantity per line as
      *  each line is approved.
      *
           display "PO NUMBER: " with no advancing.
           accept ws-po-number.

           move 0 to ws-lines-found.
           perform 700-start-po-lines.
           perform 310-list-suggested-line
             until ws-po-eof-flag = "y".

           if ws-lines-found = 0
             then
               display "NO SUGGESTED LINES ON THAT PO"
             else
               move 0 to ws-new-due-date
               display "DUE DATE (YYYYMMDD, 0 KEEPS): "
                 with no advancing
               accept ws-new-due-date
               if ws-new-due-date not = 0
                 and function test-date-yyyymmdd(ws-new-due-date)
                   not = 0
                 then
                   display "INVALID DATE - DUE DATE KEPT"
                   move 0 to ws-new-due-date
               end-if
               move 0 to ws-lines-done
               perform 700-start-po-lines
               perform 320-approve-one-line
                 until ws-po-eof-flag = "y"
               display "LINES APPROVED: " ws-lines-done
           end-if.

       310-list-suggested-line.

           if po-status = "S"
             then
               add 1 to ws-lines-found
               perform 800-show-po-line
           end-if.

           perform 710-read-next-po-line.

       320-approve-one-line.

           if po-status = "S"
             then
               move 0 to ws-new-order-qty
               display "LINE " po-line-number " ITEM " po-item-number
                 " ORDER QUANTITY " po-order-qty
               display "ORDER QUANTITY (0 KEEPS): "
                 with no advancing
               accept ws-new-order-qty
               if ws-new-order-qty not = 0
                 then
                   move ws-new-order-qty to po-order-qty
               end-if
               if ws-new-due-date not = 0
                 then
                   move ws-new-due-date to po-due-date
               end-if
               move "O" to po-status
               move ws-operator-id to po-approved-by
               rewrite po-line-record
               add 1 to ws-lines-done
           end-if.

           perform 710-read-next-po-line.

       400-cancel-purchase-order.

      *
      *  A line nothing has come in against is cancelled outright;
      *  one already part-received is closed short, so the receipts
      *  against it still read as a closed line on the trail.
      *
           display "PO NUMBER: " with no advancing.
           accept ws-po-number.
           move 0 to ws-po-line-number.
           display "LINE NUMBER (0 = WHOLE PO): " with no advancing.
           accept ws-po-line-number.

           move 0 to ws-lines-found.
           perform 700-start-po-lines.
           perform 410-list-cancellable-line
             until ws-po-eof-flag = "y".

           if ws-lines-found = 0
             then
               display "NOTHING OPEN TO CANCEL"
             else
               move spaces to ws-confirm
               display "CANCEL " ws-lines-found " LINE(S) (Y/N): "
                 with no advancing
               accept ws-confirm
               if ws-confirm = "Y" or ws-confirm = "y"
                 then
                   move 0 to ws-lines-done
                   perform 700-start-po-lines
                   perform 420-cancel-one-line
                     until ws-po-eof-flag = "y"
                   display "LINES CANCELLED: " ws-lines-done
                 else
                   display "NOTHING CANCELLED"
               end-if
           end-if.

       410-list-cancellable-line.

           if (po-status = "S" or po-status = "O")
             and (ws-po-line-number = 0
               or po-line-number = ws-po-line-number)
             then
               add 1 to ws-lines-found
               perform 800-show-po-line
           end-if.

           perform 710-read-next-po-line.

       420-cancel-one-line.

           if (po-status = "S" or po-status = "O")
             and (ws-po-line-number = 0
               or po-line-number = ws-po-line-number)
             then
               if po-received-qty = 0
                 then
                   move "X" to po-status
                 else
                   move "C" to po-status
               end-if
               move ws-operator-id to po-approved-by
               rewrite po-line-record
               add 1 to ws-lines-done
           end-if.

           perform 710-read-next-po-line.

       500-receive-po-line.

      *
      *  Only an approved line takes a receipt, and never more than
      *  is still outstanding on it -- an over-shipment is the
      *  buyer's conversation with the vendor, not the dock's.
      *
           display "PO NUMBER: " with no advancing.
           accept ws-po-number.
           display "LINE NUMBER: " with no advancing.
           accept ws-po-line-number.

           move ws-po-number      to po-number.
           move ws-po-line-number to po-line-number.

           read po-open-file
               key is po-line-key
               invalid key
                   display "PO LINE NOT FOUND"
               not invalid key
                   evaluate po-status
                       when "O"
                           perform 510-take-receipt
                       when "S"
                           display "PO NOT YET APPROVED - "
                             "NOTHING RECEIVED"
                       when other
                           display "PO LINE IS CLOSED - "
                             "NOTHING RECEIVED"
                   end-evaluate
           end-read.

       510-take-receipt.

           perform 800-show-po-line.

           compute ws-outstanding-qty =
             po-order-qty - po-received-qty.
           display "OUTSTANDING ON LINE: " ws-outstanding-qty.

           move 0 to ws-receive-quantity.
           display "QUANTITY RECEIVED: " with no advancing.
           accept ws-receive-quantity.

           if ws-receive-quantity = 0
             then
               display "NOTHING RECEIVED"
             else
               if ws-receive-quantity > ws-outstanding-qty
                 then
                   display "QUANTITY EXCEEDS OUTSTANDING - "
                     "NOTHING RECEIVED"
                 else
                   perform 520-post-receipt
               end-if
           end-if.

       520-post-receipt.

      *
      *  Stock first, the PO line after -- a receipt that cannot
      *  find its item must not mark the line received.
      *
           move po-item-number to im-item-number.

           read item-master
               key is im-item-number
               invalid key
                   display "ITEM NOT FOUND - NOTHING RECEIVED"
               not invalid key
                   move im-item-record to ws-before-image
                   add ws-receive-quantity to im-on-hand-qty
                   rewrite im-item-record
                   perform 750-post-depot-receipt
                   move "R" to ws-audit-action
                   perform 900-write-audit-record
                   add ws-receive-quantity to po-received-qty
                   move ws-today-date to po-last-receipt-date
                   if po-received-qty >= po-order-qty
                     then
                       move "C" to po-status
                   end-if
                   rewrite po-line-record
                   display "RECEIVED - LINE NOW " po-received-qty
                     " OF " po-order-qty
           end-read.

       750-post-depot-receipt.

      *
      *  Same posting as ItemMaintenanceProgram's
      *  750-post-depot-receipt -- first receipt at a depot opens
      *  the record; the depot's reorder point is left as it is.
      *
           move po-item-number to ls-item-number.
           move po-location    to ls-location.

           read location-stock
               key is ls-stock-key
               invalid key
                   move po-item-number      to ls-item-number
                   move po-location         to ls-location
                   move ws-receive-quantity to ls-on-hand-qty
                   move 0                   to ls-reorder-point
                   write ls-stock-record
               not invalid key
                   add ws-receive-quantity to ls-on-hand-qty
                   rewrite ls-stock-record
           end-read.

           perform 760-write-stock-ledger.

       760-write-stock-ledger.

           move function current-date to ws-current-date-alpha.

           move po-item-number       to lg-item-number.
           move po-location          to lg-location.
           move "P"                  to lg-movement-type.
           move ws-receive-quantity  to lg-quantity.
           move ls-on-hand-qty       to lg-resulting-balance.
           move ws-operator-id       to lg-reference.
           move "PORECEIVE   "       to lg-program.
           move ws-current-date-alpha(1:8)  to lg-date.
           move ws-current-date-alpha(9:6)  to lg-time.

           write lg-ledger-record.

       600-inquire-purchase-order.

           display "PO NUMBER: " with no advancing.
           accept ws-po-number.

           move 0 to ws-lines-found.
           perform 700-start-po-lines.

           if ws-po-eof-flag = "y"
             then
               display "PO NOT FOUND"
             else
               display "PO " po-number "  VENDOR " po-vendor-number
                 "  DEPOT " po-location "  ORDERED " po-order-date
               perform 610-show-one-line
                 until ws-po-eof-flag = "y"
           end-if.

       610-show-one-line.

           perform 800-show-po-line.
           perform 710-read-next-po-line.

       700-start-po-lines.

      *
      *  Position on the PO's first line. Line numbers start at 1,
      *  so starting past line 000 lands on it -- or on the next
      *  PO, which the read below treats as the end.
      *
           move ws-po-number to po-number.
           move 0 to po-line-number.

           start po-open-file
             key is greater than po-line-key
             invalid key
               move "y" to ws-po-eof-flag
             not invalid key
               move "n" to ws-po-eof-flag
           end-start.

           if ws-po-eof-flag = "n"
             then
               perform 710-read-next-po-line
           end-if.

       710-read-next-po-line.

           read po-open-file next record
               at end
                   move "y" to ws-po-eof-flag
               not at end
                   if po-number not = ws-po-number
                     then
                       move "y" to ws-po-eof-flag
                   end-if
           end-read.

       800-show-po-line.

           move po-item-number to im-item-number.
           read item-master
               key is im-item-number
               invalid key
                   move "*NOT ON FILE*" to ws-line-description
               not invalid key
                   move im-item-description to ws-line-description
           end-read.

           display "  LINE " po-line-number
             " ITEM " po-item-number " " ws-line-description
             " STATUS " po-status
             " ORDERED " po-order-qty
             " RECEIVED " po-received-qty
             " DUE " po-due-date.

       900-write-audit-record.

           move function current-date to ws-current-date-alpha.

           move ws-current-date-alpha(1:14) to au-date-time.
           move ws-operator-id              to au-operator.
           move ws-audit-action             to au-action.
           move ws-before-image             to au-before-image.
           move im-item-record              to au-after-image.

           write audit-line.

       end program PoReceivingProgram.
