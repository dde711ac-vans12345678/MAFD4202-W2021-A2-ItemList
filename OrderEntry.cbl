       identification division.
       program-id. OrderEntryProgram.
       author. Andre Agrippa.
       date-written. 2026-10-15.

      **************************************************************
      *Description: Key the day's orders into a batch and write the
      * nightly transaction file from it. Each sale, return or
      * transfer line is edited as it is keyed against the same
      * rules ItemListProgram applies overnight -- item and
      * customer active on their masters, depots on the location
      * table, the sale/return/transfer type rules -- so a typo is
      * caught at the depot instead of on the next morning's
      * A2.rej. The item's description, the price in effect today
      * (the customer's contract price where one covers today) and
      * the depot's available stock are shown before the line is
      * kept, with a warning when the line would oversell. The
      * batch stays open across sessions, so lines can be listed,
      * corrected or deleted until the nightly cutoff; closing it
      * writes A2.dat with a control trailer that agrees with its
      * lines. Keying, correcting, deleting and closing need the
      * order-entry authority; anyone signed on may list.
      **************************************************************


       environment division.
       configuration section.

       input-output section.
       file-control.

           select optional order-batch-file
               assign to "../../../ORDBATCH.dat"
               organization is indexed
               access mode is dynamic
               record key is ob-line-number
               file status is ws-batch-status.
           select transaction-file
               assign to "../../../A2.dat"
               organization is line sequential
               file status is ws-transaction-status.
           select optional item-master
               assign to "../../../ITEMMAST.dat"
               organization is indexed
               access mode is dynamic
               record key is im-item-number
               file status is ws-item-master-status.
           select optional customer-master
               assign to "../../../CUSTMAST.dat"
               organization is indexed
               access mode is dynamic
               record key is cm-customer-number
               file status is ws-customer-status.
           select optional location-stock
               assign to "../../../LOCSTOCK.dat"
               organization is indexed
               access mode is dynamic
               record key is ls-stock-key
               file status is ws-location-stock-status.
           select optional contract-file
               assign to "../../../CONTRACT.dat"
               organization is indexed
               access mode is dynamic
               record key is ct-contract-key
               file status is ws-contract-status.
      *
      *  The depot table the nightly run validates against --
      *  defaults first, then the operator-maintained file on top.
      *
           select optional location-table-file
               assign to "../../../LOCTAB.dat"
               organization is line sequential
               file status is ws-location-status.
      *
      *  Deliberately NOT optional -- keying orders with no
      *  security file to check against would be keying by
      *  anybody.
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

           fd order-batch-file
               data record is ob-line-record
               record contains 55 characters.

           copy "ORDBATCH.cpy".

      *       Transaction lines exactly as ItemListProgram's
      *       input-line lays them out, trailer included.

           fd transaction-file
               data record is transaction-line
               record contains 27 characters.

       01 transaction-line             pic x(27).

           fd item-master
               data record is im-item-record
               record contains 135 characters.

           copy "ITEMMAST.cpy".

           fd customer-master
               data record is cm-customer-record
               record contains 108 characters.

           copy "CUSTMAST.cpy".

           fd location-stock
               data record is ls-stock-record
               record contains 21 characters.

           copy "LOCSTOCK.cpy".

           fd contract-file
               data record is ct-contract-record
               record contains 58 characters.

           copy "CONTRACT.cpy".

           fd location-table-file
               data record is lf-file-record
               record contains 22 characters.

       01 lf-file-record.
         05 lf-location                pic x(2).
         05 lf-location-name           pic x(20).

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
         05 ws-batch-eof-flag           pic x value "n".
         05 ws-entry-ok-flag            pic x value "n".
         05 ws-more-lines-flag          pic x value "y".
         05 ws-keying-allowed-flag      pic x value "n".
         05 ws-location-stock-open-flag pic x value "n".
         05 ws-contract-open-flag       pic x value "n".

       01 ws-file-status-fields.
         05 ws-batch-status             pic xx value spaces.
         05 ws-transaction-status       pic xx value spaces.
         05 ws-item-master-status       pic xx value spaces.
         05 ws-customer-status          pic xx value spaces.
         05 ws-location-stock-status    pic xx value spaces.
         05 ws-contract-status          pic xx value spaces.

       01 ws-menu-choice                pic x.

      *
      *  Lines keyed after the cutoff would miss the night they
      *  were meant for, so from then on the batch can only be
      *  closed. HHMM, local time.
      *
       01 ws-date-fields.
         05 ws-current-date-alpha       pic x(21) value spaces.
         05 ws-today-date               pic 9(8) value 0.
         05 ws-current-time             pic 9(4) value 0.
         05 ws-cutoff-time              pic 9(4) value 1900.

      *
      *  The batch control record as it stands, held here between
      *  rewrites so the line record area is free for the lines.
      *
       01 ws-batch-control-fields.
         05 ws-batch-state              pic x(1) value space.
         05 ws-batch-date               pic 9(8) value 0.
         05 ws-batch-opened-by          pic x(8) value spaces.
         05 ws-last-line-number         pic 9(5) value 0.
         05 ws-batch-closed-by          pic x(8) value spaces.
         05 ws-batch-close-time         pic 9(6) value 0.

      *
      *  What the operator keys for one line. The quantity is
      *  taken wider than the three-digit field it lands in, so an
      *  over-large one is refused rather than truncated.
      *
       01 ws-line-fields.
         05 ws-line-number              pic 9(5) value 0.
         05 ws-correct-line-number      pic 9(5) value 0.
         05 ws-trans-type               pic x(1) value spaces.
         05 ws-item-number              pic 9(4) value 0.
         05 ws-quantity                 pic 9(5) value 0.
         05 ws-location                 pic x(2) value spaces.
         05 ws-to-location              pic x(2) value spaces.
         05 ws-customer-number          pic x(6) value spaces.
         05 ws-confirm                  pic x(1) value spaces.

       01 ws-price-fields.
         05 ws-price-in-effect          pic 9999v99 value 0.
         05 ws-price-basis              pic x(8) value spaces.
         05 ws-display-price            pic z,zz9.99.

       01 ws-stock-fields.
         05 ws-depot-on-hand            pic s9(7) value 0.
         05 ws-batch-committed          pic 9(7) value 0.
         05 ws-available-qty            pic s9(7) value 0.
         05 ws-display-available        pic -(6)9.

       01 ws-batch-count-fields.
         05 ws-active-line-count        pic 9(5) value 0.
         05 ws-deleted-line-count       pic 9(5) value 0.
         05 ws-trailer-record-count     pic 9(13) value 0.
         05 ws-trailer-quantity         pic 9(9) value 0.
         05 ws-line-sub                 pic 9(5) value 0.

      *
      *  The control trailer in the layout ItemListProgram's
      *  110-process-trailer-record reads: the record count and
      *  quantity total of every transaction line above it.
      *
       01 ws-trailer-line.
         05 tr-sentinel                 pic x(4) value "TRLR".
         05 tr-marker                   pic x(1) value space.
         05 tr-expected-record-count    pic 9(13) value 0.
         05 tr-expected-quantity        pic 9(9) value 0.

      *
      *  The same depot table ItemListProgram and
      *  ItemMaintenanceProgram build -- defaults first, then the
      *  operator-maintained file on top. Kept in step by hand, as
      *  the programs share no working-storage.
      *
       01 ws-location-fields.
         05 ws-location-status          pic xx value spaces.
         05 ws-location-count           pic 99 value 0.
         05 ws-location-found-flag      pic x value "n".
         05 ws-location-slot-flag       pic x value "n".
         05 ws-location-lookup          pic x(2) value spaces.

       01 ws-location-table.
         05 ws-location-entry occurs 1 to 20 times
             depending on ws-location-count
             indexed by lc-idx.
           10 lc-location               pic x(2).
           10 lc-location-name          pic x(20).

       01 ws-security-fields.
         05 ws-security-status          pic xx value spaces.
         05 ws-security-log-status      pic xx value spaces.
         05 ws-operator-id              pic x(8) value spaces.
         05 ws-signon-ok-flag           pic x value "n".
         05 ws-signon-tries             pic 9 value 0.
         05 ws-signon-limit             pic 9 value 3.
         05 ws-security-function        pic x(1) value spaces.
         05 ws-security-result          pic x(8) value spaces.
         05 ws-auth-order               pic x(1) value "N".

       procedure division.
       000-main.

      *
      * Sign the operator on before anything opens, then open the
      * batch and the files each line is edited against and run
      * the menu until the operator quits.
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

           open i-o order-batch-file.

           if ws-batch-status = "35"
             then
               open output order-batch-file
               close order-batch-file
               open i-o order-batch-file
           end-if.

           open input item-master.
           open input customer-master.

           open input location-stock.
           if ws-location-stock-status = "00"
             then
               move "y" to ws-location-stock-open-flag
           end-if.

           open input contract-file.
           if ws-contract-status = "00"
             then
               move "y" to ws-contract-open-flag
           end-if.

           perform 030-load-default-locations.
           perform 032-load-location-table-file.
           perform 040-read-batch-control.

           perform 050-run-menu-loop until ws-quit-flag = "y".

           close order-batch-file.
           close item-master.
           close customer-master.
           if ws-location-stock-open-flag = "y"
             then
               close location-stock
           end-if.
           if ws-contract-open-flag = "y"
             then
               close contract-file
           end-if.
           close operator-security.
           close security-log-file.
           accept return-code.
           goback.

       030-load-default-locations.

           move 3 to ws-location-count.

           move "01" to lc-location(1).
           move "CENTRAL DEPOT" to lc-location-name(1).
           move "02" to lc-location(2).
           move "EASTERN DEPOT" to lc-location-name(2).
           move "03" to lc-location(3).
           move "WESTERN DEPOT" to lc-location-name(3).

       032-load-location-table-file.

           open input location-table-file.

           if ws-location-status = "00"
             then
               perform 033-read-location-table-row
                 until ws-location-status not = "00"
               close location-table-file
           end-if.

       033-read-location-table-row.

           read location-table-file
               at end
                   move "10" to ws-location-status
               not at end
                   perform 034-store-location-table-row
           end-read.

       034-store-location-table-row.

           move lf-location to ws-location-lookup.
           perform 490-lookup-location-table.

           set ws-location-slot-flag to "y".

           if ws-location-found-flag = "n"
             then
               if ws-location-count < 20
                 then
                   add 1 to ws-location-count
                   set lc-idx to ws-location-count
                 else
                   set ws-location-slot-flag to "n"
               end-if
           end-if.

           if ws-location-slot-flag = "y"
             then
               move lf-location      to lc-location(lc-idx)
               move lf-location-name to lc-location-name(lc-idx)
           end-if.

       490-lookup-location-table.

           set ws-location-found-flag to "n".
           set lc-idx to 1.

           search ws-location-entry
               varying lc-idx
               at end
                   continue
               when lc-location(lc-idx) = ws-location-lookup
                   set ws-location-found-flag to "y"
           end-search.

       040-read-batch-control.

      *
      *  A new file has no control record yet -- write one saying
      *  no batch has ever been opened.
      *
           move 0 to ob-control-key.
           read order-batch-file
               key is ob-line-number
               invalid key
                   move spaces to ob-control-record
                   move 0 to ob-control-key
                   move space to ob-batch-status
                   move 0 to ob-batch-date
                   move 0 to ob-last-line-number
                   move 0 to ob-close-time
                   write ob-control-record
           end-read.

           move ob-batch-status     to ws-batch-state.
           move ob-batch-date       to ws-batch-date.
           move ob-opened-by        to ws-batch-opened-by.
           move ob-last-line-number to ws-last-line-number.
           move ob-closed-by        to ws-batch-closed-by.
           move ob-close-time       to ws-batch-close-time.

       045-rewrite-batch-control.

           move 0 to ob-control-key.
           read order-batch-file
               key is ob-line-number
               invalid key
                   continue
           end-read.

           move ws-batch-state      to ob-batch-status.
           move ws-batch-date       to ob-batch-date.
           move ws-batch-opened-by  to ob-opened-by.
           move ws-last-line-number to ob-last-line-number.
           move ws-batch-closed-by  to ob-closed-by.
           move ws-batch-close-time to ob-close-time.

           rewrite ob-control-record.

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
                       move os-auth-order to ws-auth-order
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
           move "ORDERENTRY  "        to sl-program.
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

           display "ORDER ENTRY".
           if ws-batch-state = "O"
             then
               display "  BATCH OPEN FOR " ws-batch-date
                 " - LAST LINE " ws-last-line-number
             else
               display "  NO BATCH OPEN"
           end-if.
           display "  E - ENTER ORDER LINES".
           display "  C - CORRECT A LINE".
           display "  D - DELETE A LINE".
           display "  L - LIST THE BATCH".
           display "  X - CLOSE BATCH AND WRITE TRANSACTION FILE".
           display "  Q - QUIT".
           display "ENTER CHOICE: " with no advancing.
           accept ws-menu-choice.

       200-process-choice.

      *
      *  Everything that changes the batch takes the order-entry
      *  authority; looking at it is open to any signed-on
      *  operator.
      *
           if ws-menu-choice = "E" or ws-menu-choice = "e"
             then
               move "E" to ws-security-function
               if ws-auth-order = "Y"
                 then
                   perform 300-enter-lines
                 else
                   perform 930-refuse-function
               end-if
           end-if.
           if ws-menu-choice = "C" or ws-menu-choice = "c"
             then
               move "C" to ws-security-function
               if ws-auth-order = "Y"
                 then
                   perform 400-correct-line
                 else
                   perform 930-refuse-function
               end-if
           end-if.
           if ws-menu-choice = "D" or ws-menu-choice = "d"
             then
               move "D" to ws-security-function
               if ws-auth-order = "Y"
                 then
                   perform 500-delete-line
                 else
                   perform 930-refuse-function
               end-if
           end-if.
           if ws-menu-choice = "L" or ws-menu-choice = "l"
             then
               perform 600-list-batch
           end-if.
           if ws-menu-choice = "X" or ws-menu-choice = "x"
             then
               move "X" to ws-security-function
               if ws-auth-order = "Y"
                 then
                   perform 650-close-batch
                 else
                   perform 930-refuse-function
               end-if
           end-if.
           if ws-menu-choice = "Q" or ws-menu-choice = "q"
             then
               move "y" to ws-quit-flag
           end-if.

       300-enter-lines.

      *
      *  With no batch open, the first line keyed opens today's --
      *  unless today's has already been closed, because a second
      *  close would overwrite the transaction file the first one
      *  wrote.
      *
           if ws-batch-state not = "O"
             then
               if ws-batch-state = "C"
                 and ws-batch-date = ws-today-date
                 then
                   display "TODAY'S BATCH IS ALREADY CLOSED"
                 else
                   perform 320-open-new-batch
               end-if
           end-if.

           if ws-batch-state = "O"
             then
               perform 060-check-keying-allowed
               if ws-keying-allowed-flag = "y"
                 then
                   move "y" to ws-more-lines-flag
                   perform 310-enter-one-line
                     until ws-more-lines-flag = "n"
               end-if
           end-if.

       310-enter-one-line.

           move 0 to ws-correct-line-number.
           perform 700-key-line.

           if ws-item-number = 0
             then
               move "n" to ws-more-lines-flag
             else
               perform 720-edit-line
               if ws-entry-ok-flag = "y"
                 then
                   perform 760-show-line-facts
                   perform 780-confirm-line
               end-if
               if ws-entry-ok-flag = "y"
                 then
                   add 1 to ws-last-line-number
                   move ws-last-line-number to ws-line-number
                   perform 790-build-line-record
                   write ob-line-record
                   perform 045-rewrite-batch-control
                   display "LINE " ws-line-number " KEPT"
                 else
                   display "LINE NOT KEPT"
               end-if
           end-if.

       320-open-new-batch.

      *
      *  Clear the closed batch's lines away before numbering
      *  starts again at 1.
      *
           perform 330-clear-old-line
             varying ws-line-sub from 1 by 1
             until ws-line-sub > ws-last-line-number.

           move "O"            to ws-batch-state.
           move ws-today-date  to ws-batch-date.
           move ws-operator-id to ws-batch-opened-by.
           move 0              to ws-last-line-number.
           move spaces         to ws-batch-closed-by.
           move 0              to ws-batch-close-time.
           perform 045-rewrite-batch-control.

           display "BATCH OPENED FOR " ws-today-date.

       330-clear-old-line.

           move ws-line-sub to ob-line-number.
           delete order-batch-file record
               invalid key
                   continue
           end-delete.

       060-check-keying-allowed.

      *
      *  Keying and correcting stop at the cutoff, and a batch left
      *  open from an earlier day can only be closed -- its night
      *  has gone.
      *
           move "y" to ws-keying-allowed-flag.

           move function current-date to ws-current-date-alpha.
           move ws-current-date-alpha(9:4) to ws-current-time.

           if ws-batch-date not = ws-today-date
             then
               display "BATCH IS FOR " ws-batch-date
                 " - IT CAN ONLY BE CLOSED"
               move "n" to ws-keying-allowed-flag
           end-if.

           if ws-keying-allowed-flag = "y"
             and ws-current-time >= ws-cutoff-time
             then
               display "PAST THE NIGHTLY CUTOFF - "
                 "THE BATCH CAN ONLY BE CLOSED"
               move "n" to ws-keying-allowed-flag
           end-if.

       400-correct-line.

      *
      *  A correction re-keys the whole line and puts it through
      *  every edit again, the same as a new one.
      *
           if ws-batch-state not = "O"
             then
               display "NO BATCH OPEN"
             else
               perform 060-check-keying-allowed
               if ws-keying-allowed-flag = "y"
                 then
                   perform 800-read-batch-line
                   if ws-entry-ok-flag = "y"
                     then
                       perform 410-rekey-line
                   end-if
               end-if
           end-if.

       410-rekey-line.

           perform 810-show-batch-line.
           display "RE-KEY THE LINE (ITEM 0 LEAVES IT AS IT IS)".

           move ws-line-number to ws-correct-line-number.
           perform 700-key-line.

           if ws-item-number = 0
             then
               display "NOTHING CHANGED"
             else
               perform 720-edit-line
               if ws-entry-ok-flag = "y"
                 then
                   perform 760-show-line-facts
                   perform 780-confirm-line
               end-if
               if ws-entry-ok-flag = "y"
                 then
                   move ws-correct-line-number to ws-line-number
                   perform 790-build-line-record
                   rewrite ob-line-record
                   display "LINE " ws-line-number " CORRECTED"
                 else
                   display "NOTHING CHANGED"
               end-if
           end-if.

       500-delete-line.

           if ws-batch-state not = "O"
             then
               display "NO BATCH OPEN"
             else
               perform 060-check-keying-allowed
               if ws-keying-allowed-flag = "y"
                 then
                   perform 800-read-batch-line
                   if ws-entry-ok-flag = "y"
                     then
                       perform 510-confirm-delete
                   end-if
               end-if
           end-if.

       510-confirm-delete.

           perform 810-show-batch-line.

           move spaces to ws-confirm.
           display "DELETE THIS LINE (Y/N): " with no advancing.
           accept ws-confirm.

           if ws-confirm = "Y" or ws-confirm = "y"
             then
               move "D"            to ob-line-status
               move ws-operator-id to ob-entered-by
               move function current-date to ws-current-date-alpha
               move ws-current-date-alpha(1:8) to ob-entry-date
               move ws-current-date-alpha(9:6) to ob-entry-time
               rewrite ob-line-record
               display "LINE " ws-line-number " DELETED"
             else
               display "NOTHING CHANGED"
           end-if.

       600-list-batch.

           if ws-batch-state = space
             then
               display "NO BATCH HAS BEEN KEYED"
             else
               if ws-batch-state = "O"
                 then
                   display "BATCH FOR " ws-batch-date " - OPEN"
                 else
                   display "BATCH FOR " ws-batch-date
                     " - CLOSED BY " ws-batch-closed-by
               end-if
               move 0 to ws-active-line-count
               move 0 to ws-deleted-line-count
               move 0 to ws-trailer-quantity
               perform 610-list-one-line
                 varying ws-line-sub from 1 by 1
                 until ws-line-sub > ws-last-line-number
               display "ACTIVE LINES: " ws-active-line-count
                 "  QUANTITY: " ws-trailer-quantity
                 "  DELETED: " ws-deleted-line-count
           end-if.

       610-list-one-line.

           move ws-line-sub to ob-line-number.
           read order-batch-file
               key is ob-line-number
               invalid key
                   continue
               not invalid key
                   perform 810-show-batch-line
                   if ob-line-status = "D"
                     then
                       add 1 to ws-deleted-line-count
                     else
                       add 1 to ws-active-line-count
                       add ob-item-quantity to ws-trailer-quantity
                   end-if
           end-read.

       650-close-batch.

      *
      *  Closing is allowed after the cutoff -- that is what the
      *  cutoff is for. The transaction file is written whole from
      *  the active lines, then the trailer, and only then is the
      *  batch marked closed.
      *
           if ws-batch-state not = "O"
             then
               display "NO BATCH OPEN"
             else
               move 0 to ws-active-line-count
               move 0 to ws-deleted-line-count
               move 0 to ws-trailer-quantity
               perform 660-count-one-line
                 varying ws-line-sub from 1 by 1
                 until ws-line-sub > ws-last-line-number
               if ws-active-line-count = 0
                 then
                   display "BATCH HAS NO ACTIVE LINES - NOT CLOSED"
                 else
                   display "ACTIVE LINES: " ws-active-line-count
                     "  QUANTITY: " ws-trailer-quantity
                   move spaces to ws-confirm
                   display "CLOSE BATCH AND WRITE A2.DAT (Y/N): "
                     with no advancing
                   accept ws-confirm
                   if ws-confirm = "Y" or ws-confirm = "y"
                     then
                       perform 670-write-transaction-file
                     else
                       display "BATCH LEFT OPEN"
                   end-if
               end-if
           end-if.

       660-count-one-line.

           move ws-line-sub to ob-line-number.
           read order-batch-file
               key is ob-line-number
               invalid key
                   continue
               not invalid key
                   if ob-line-status not = "D"
                     then
                       add 1 to ws-active-line-count
                       add ob-item-quantity to ws-trailer-quantity
                   end-if
           end-read.

       670-write-transaction-file.

           open output transaction-file.

           if ws-transaction-status not = "00"
             then
               display "TRANSACTION FILE WILL NOT OPEN - STATUS "
                 ws-transaction-status " - BATCH LEFT OPEN"
             else
               move 0 to ws-trailer-record-count
               move 0 to ws-trailer-quantity
               perform 680-write-one-transaction
                 varying ws-line-sub from 1 by 1
                 until ws-line-sub > ws-last-line-number
               move ws-trailer-record-count to
                 tr-expected-record-count
               move ws-trailer-quantity to tr-expected-quantity
               write transaction-line from ws-trailer-line
               close transaction-file

               move function current-date to ws-current-date-alpha
               move "C"            to ws-batch-state
               move ws-operator-id to ws-batch-closed-by
               move ws-current-date-alpha(9:6) to ws-batch-close-time
               perform 045-rewrite-batch-control

               display "BATCH CLOSED - " ws-trailer-record-count
                 " LINES WRITTEN, QUANTITY " ws-trailer-quantity
           end-if.

       680-write-one-transaction.

           move ws-line-sub to ob-line-number.
           read order-batch-file
               key is ob-line-number
               invalid key
                   continue
               not invalid key
                   if ob-line-status not = "D"
                     then
                       write transaction-line from ob-transaction
                       add 1 to ws-trailer-record-count
                       add ob-item-quantity to ws-trailer-quantity
                   end-if
           end-read.

       700-key-line.

           move spaces to ws-trans-type.
           move 0      to ws-item-number.
           move 0      to ws-quantity.
           move spaces to ws-location.
           move spaces to ws-to-location.
           move spaces to ws-customer-number.

           display "ITEM NUMBER (0 ENDS): " with no advancing.
           accept ws-item-number.

           if ws-item-number not = 0
             then
               display "TYPE (S SALE, R RETURN, T TRANSFER): "
                 with no advancing
               accept ws-trans-type
               if ws-trans-type = "s"
                 then
                   move "S" to ws-trans-type
               end-if
               if ws-trans-type = "r"
                 then
                   move "R" to ws-trans-type
               end-if
               if ws-trans-type = "t"
                 then
                   move "T" to ws-trans-type
               end-if
               if ws-trans-type = space
                 then
                   move "S" to ws-trans-type
               end-if
               display "QUANTITY: " with no advancing
               accept ws-quantity
               display "DEPOT: " with no advancing
               accept ws-location
               if ws-trans-type = "T"
                 then
                   display "TO DEPOT: " with no advancing
                   accept ws-to-location
                 else
                   display "CUSTOMER NUMBER: " with no advancing
                   accept ws-customer-number
               end-if
           end-if.

       720-edit-line.

      *
      *  The edits of ItemListProgram's 150-validate-input-record,
      *  in the same order, with the same meaning -- a line that
      *  passes here will not come back on A2.rej for any of them.
      *
           move "y" to ws-entry-ok-flag.

           if ws-trans-type not = "S"
             and ws-trans-type not = "R"
             and ws-trans-type not = "T"
             then
               display "INVALID TRANSACTION TYPE"
               move "n" to ws-entry-ok-flag
           end-if.

           if ws-entry-ok-flag = "y"
             and (ws-quantity = 0 or ws-quantity > 999)
             then
               display "QUANTITY MUST BE 1 TO 999"
               move "n" to ws-entry-ok-flag
           end-if.

           if ws-entry-ok-flag = "y"
             then
               move ws-location to ws-location-lookup
               perform 490-lookup-location-table
               if ws-location-found-flag not = "y"
                 then
                   display "INVALID DEPOT"
                   move "n" to ws-entry-ok-flag
               end-if
           end-if.

           if ws-entry-ok-flag = "y"
             and ws-trans-type = "T"
             then
               move ws-to-location to ws-location-lookup
               perform 490-lookup-location-table
               if ws-location-found-flag not = "y"
                 then
                   display "INVALID TO DEPOT"
                   move "n" to ws-entry-ok-flag
                 else
                   if ws-to-location = ws-location
                     then
                       display "TRANSFER TO SAME DEPOT"
                       move "n" to ws-entry-ok-flag
                   end-if
               end-if
           end-if.

           if ws-entry-ok-flag = "y"
             and ws-trans-type not = "T"
             then
               move ws-customer-number to cm-customer-number
               read customer-master
                   key is cm-customer-number
                   invalid key
                       display "CUSTOMER NOT ON FILE"
                       move "n" to ws-entry-ok-flag
                   not invalid key
                       if cm-active-flag not = "Y"
                         then
                           display "CUSTOMER IS NOT ACTIVE"
                           move "n" to ws-entry-ok-flag
                       end-if
               end-read
           end-if.

           if ws-entry-ok-flag = "y"
             then
               move ws-item-number to im-item-number
               read item-master
                   key is im-item-number
                   invalid key
                       display "ITEM NOT ON FILE"
                       move "n" to ws-entry-ok-flag
                   not invalid key
                       if im-active-flag not = "Y"
                         then
                           display "ITEM IS NOT ACTIVE"
                           move "n" to ws-entry-ok-flag
                       end-if
               end-read
           end-if.

           if ws-entry-ok-flag = "y"
             and ws-trans-type not = "T"
             then
               perform 740-select-price-in-effect
               if ws-price-in-effect = 0
                 then
                   display "ITEM HAS NO STANDARD PRICE - "
                     "SEE PRICING"
                   move "n" to ws-entry-ok-flag
               end-if
           end-if.

       740-select-price-in-effect.

      *
      *  Today's standard price by the rule ItemListProgram's
      *  167-select-price-for-run-date applies, then the customer's
      *  contract price if one covers today, as
      *  168-apply-contract-price does.
      *
           move "STANDARD" to ws-price-basis.

           if im-future-price-date not = 0
             and ws-today-date >= im-future-price-date
             then
               move im-future-price to ws-price-in-effect
             else
               if ws-today-date >= im-price-effective-date
                 or im-prior-price-date = 0
                 then
                   move im-item-standard-price to ws-price-in-effect
                 else
                   move im-prior-price to ws-price-in-effect
               end-if
           end-if.

           if ws-contract-open-flag = "y"
             and ws-price-in-effect not = 0
             then
               move ws-customer-number to ct-customer-number
               move ws-item-number     to ct-item-number
               read contract-file
                   key is ct-contract-key
                   invalid key
                       continue
                   not invalid key
                       if ws-today-date >= ct-start-date
                         and ws-today-date <= ct-end-date
                         then
                           move ct-contract-price to
                             ws-price-in-effect
                           move "CONTRACT" to ws-price-basis
                       end-if
               end-read
           end-if.

       760-show-line-facts.

      *
      *  Available is the depot's balance less what this batch has
      *  already committed out of it -- other sale and transfer
      *  lines for the same item from the same depot, not counting
      *  the line being corrected.
      *
           move 0 to ws-depot-on-hand.
           if ws-location-stock-open-flag = "y"
             then
               move ws-item-number to ls-item-number
               move ws-location    to ls-location
               read location-stock
                   key is ls-stock-key
                   invalid key
                       continue
                   not invalid key
                       move ls-on-hand-qty to ws-depot-on-hand
               end-read
           end-if.

           move 0 to ws-batch-committed.
           perform 770-add-batch-commitment
             varying ws-line-sub from 1 by 1
             until ws-line-sub > ws-last-line-number.

           compute ws-available-qty =
             ws-depot-on-hand - ws-batch-committed.
           move ws-available-qty to ws-display-available.

           if ws-trans-type = "T"
             then
               display "  " im-item-description
                 "  TRANSFER " ws-location " TO " ws-to-location
                 "  AVAILABLE " ws-display-available
             else
               move ws-price-in-effect to ws-display-price
               display "  " im-item-description
                 "  " ws-price-basis " PRICE " ws-display-price
                 "  AVAILABLE AT " ws-location " "
                 ws-display-available
           end-if.

       770-add-batch-commitment.

           if ws-line-sub not = ws-correct-line-number
             then
               move ws-line-sub to ob-line-number
               read order-batch-file
                   key is ob-line-number
                   invalid key
                       continue
                   not invalid key
                       if ob-line-status not = "D"
                         and ob-item-number = ws-item-number
                         and ob-location = ws-location
                         and ob-trans-type not = "R"
                         then
                           add ob-item-quantity to ws-batch-committed
                       end-if
               end-read
           end-if.

       780-confirm-line.

      *
      *  An oversell is allowed -- the night backorders the short
      *  quantity -- but it is never keyed without being seen.
      *
           if ws-trans-type not = "R"
             and ws-quantity > ws-available-qty
             then
               display "WARNING - QUANTITY " ws-quantity
                 " IS MORE THAN THE " ws-display-available
                 " AVAILABLE - LINE WILL OVERSELL"
           end-if.

           move spaces to ws-confirm.
           display "KEEP THIS LINE (Y/N): " with no advancing.
           accept ws-confirm.

           if ws-confirm not = "Y" and ws-confirm not = "y"
             then
               move "n" to ws-entry-ok-flag
           end-if.

       790-build-line-record.

      *
      *  A sale is written with S rather than a space -- both read
      *  as a sale overnight.
      *
           move spaces              to ob-line-record.
           move ws-line-number      to ob-line-number.
           move "A"                 to ob-line-status.
           move ws-item-number      to ob-item-number.
           move ws-quantity         to ob-item-quantity.
           move ws-location         to ob-location.
           move ws-customer-number  to ob-customer-number.
           move ws-trans-type       to ob-trans-type.
           move ws-to-location      to ob-to-location.
           move ws-operator-id      to ob-entered-by.

           move function current-date to ws-current-date-alpha.
           move ws-current-date-alpha(1:8) to ob-entry-date.
           move ws-current-date-alpha(9:6) to ob-entry-time.

       800-read-batch-line.

           move "y" to ws-entry-ok-flag.
           move 0 to ws-line-number.

           display "LINE NUMBER: " with no advancing.
           accept ws-line-number.

           if ws-line-number = 0
             or ws-line-number > ws-last-line-number
             then
               display "NO SUCH LINE IN THIS BATCH"
               move "n" to ws-entry-ok-flag
             else
               move ws-line-number to ob-line-number
               read order-batch-file
                   key is ob-line-number
                   invalid key
                       display "NO SUCH LINE IN THIS BATCH"
                       move "n" to ws-entry-ok-flag
                   not invalid key
                       if ob-line-status = "D"
                         then
                           display "LINE " ws-line-number
                             " IS ALREADY DELETED"
                           move "n" to ws-entry-ok-flag
                       end-if
               end-read
           end-if.

       810-show-batch-line.

           if ob-line-status = "D"
             then
               move "DELETED" to ws-price-basis
             else
               move spaces to ws-price-basis
           end-if.

           display "  " ob-line-number "  " ob-trans-type
             "  ITEM " ob-item-number "  QTY " ob-item-quantity
             "  DEPOT " ob-location "  CUST " ob-customer-number
             "  TO " ob-to-location "  BY " ob-entered-by
             "  " ws-price-basis.

       end program OrderEntryProgram.
