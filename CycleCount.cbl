      * all, so a slice of the file gets counted each week), take
      * the physical counts in, report counted-versus-book
      * variances extended at the price in effect today (the same
      * effective-dated selection the nightly run prices with) and
      * at the standard cost in effect today, for the books, and
      * post the adjustments to LOCATION-STOCK and the item master
      * under their own audit action code K -- so a count
      * adjustment is distinguishable from a receipt when a
      * discrepancy is traced through ITEMAUD.dat.
      **************************************************************
               assign to "../../../ITEMAUD.dat"
               organization is line sequential
               file status is ws-audit-status.
           select optional stock-ledger-file
               assign to "../../../STKLEDG.dat"
               organization is line sequential
               file status is ws-ledger-status.
      *
      *  The keyed counts waiting to be reported and posted --
      *  written by the count-entry option, emptied once the

           fd item-master
               data record is im-item-record
               record contains 135 characters.

           copy "ITEMMAST.cpy".


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

           fd count-file
               data record is cn-count-record

           fd operator-security
               data record is os-operator-record
               record contains 39 characters.

           copy "OPERSEC.cpy".

         05 ws-item-master-status       pic xx value spaces.
         05 ws-location-stock-status    pic xx value spaces.
         05 ws-audit-status             pic xx value spaces.
         05 ws-ledger-status            pic xx value spaces.
         05 ws-count-status             pic xx value spaces.
         05 ws-sheet-status             pic xx value spaces.
         05 ws-variance-status          pic xx value spaces.
       01 ws-operator-fields.
         05 ws-operator-id              pic x(8) value spaces.
         05 ws-audit-action             pic x(1) value spaces.
         05 ws-before-image             pic x(135) value spaces.

      *
      *  Sign-on state -- same shape as ItemMaintenanceProgram's.
         05 ws-price-in-effect          pic 9999v99 value 0.
         05 ws-variance-value           pic s9(9)v99 value 0.
         05 ws-total-variance-value     pic s9(9)v99 value 0.
         05 ws-cost-in-effect           pic 9999v99 value 0.
         05 ws-variance-cost            pic s9(9)v99 value 0.
         05 ws-total-variance-cost      pic s9(9)v99 value 0.
         05 ws-variance-lines           pic 9(5) value 0.
         05 ws-adjusted-count           pic 9(5) value 0.

         05 filler                      pic x(12) value "UNIT PRICE".
         05 filler                      pic x(14) value
             "VARIANCE VALUE".
         05 filler                      pic x(12) value
             "   UNIT COST".
         05 filler                      pic x(15) value
             "     COST VALUE".

       01 ws-variance-detail-line.
         05 vd-item-number              pic x(4).
         05 vd-unit-price               pic z,zz9.99.
         05 filler                      pic x(4) value spaces.
         05 vd-variance-value           pic zz,zzz,zz9.99-.
         05 filler                      pic x(4) value spaces.
         05 vd-unit-cost                pic z,zz9.99.
         05 filler                      pic x(1) value spaces.
         05 vd-variance-cost            pic zz,zzz,zz9.99-.

       01 ws-variance-total-line.
         05 filler                      pic x(24) value
             "TOTAL VARIANCE VALUE    ".
         05 vt-total-value              pic zz,zzz,zz9.99-.

       01 ws-variance-cost-total-line.
         05 filler                      pic x(24) value
             "TOTAL VARIANCE AT COST  ".
         05 vt-total-cost               pic zz,zzz,zz9.99-.

       procedure division.
       000-main.

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
             after advancing 2 lines.

           move 0 to ws-total-variance-value.
           move 0 to ws-total-variance-cost.
           move 0 to ws-variance-lines.
           move "n" to ws-count-eof-flag.

           move ws-total-variance-value to vt-total-value.
           write variance-report-line from ws-variance-total-line
             after advancing 2 lines.
           move ws-total-variance-cost to vt-total-cost.
           write variance-report-line from ws-variance-cost-total-line
             after advancing 1 line.

           close variance-report-file.
           close count-file.
                   end-read

                   move 0 to ws-price-in-effect
                   move 0 to ws-cost-in-effect
                   move cn-item-number to im-item-number
                   read item-master
                     key is im-item-number
                       continue
                     not invalid key
                       perform 950-select-price-for-today
                       perform 955-select-cost-for-today
                   end-read

                   subtract ws-book-quantity from cn-counted-qty
                     ws-price-in-effect
                     giving ws-variance-value rounded
                   add ws-variance-value to ws-total-variance-value
                   multiply ws-variance-quantity by
                     ws-cost-in-effect
                     giving ws-variance-cost rounded
                   add ws-variance-cost to ws-total-variance-cost

                   move cn-item-number     to vd-item-number
                   move cn-location        to vd-location
                   move ws-variance-quantity to vd-variance-qty
                   move ws-price-in-effect to vd-unit-price
                   move ws-variance-value  to vd-variance-value
                   move ws-cost-in-effect  to vd-unit-cost
                   move ws-variance-cost   to vd-variance-cost

                   write variance-report-line from
                     ws-variance-detail-line
               end-if
           end-if.

       955-select-cost-for-today.

      *
      *  The same selection for the standard cost, as
      *  169-select-cost-for-run-date of ItemListProgram makes it.
      *
           if im-future-cost-date not = 0
             and ws-today-date >= im-future-cost-date
             then
               move im-future-cost to ws-cost-in-effect
             else
               if ws-today-date >= im-cost-effective-date
                 or im-prior-cost-date = 0
                 then
                   move im-standard-cost to ws-cost-in-effect
                 else
                   move im-prior-cost to ws-cost-in-effect
               end-if
           end-if.

       600-post-adjustments.

      *
                       rewrite im-item-record
                       move "K" to ws-audit-action
                       perform 900-write-audit-record
                       perform 920-write-stock-ledger
                       add 1 to ws-adjusted-count
                   end-read
           end-read.

           write audit-line.

       920-write-stock-ledger.

      *
      *  A count that agreed with the book still goes on the ledger
      *  at zero -- it is the proof the balance was right that day.
      *
           move function current-date to ws-current-date-alpha.

           move cn-item-number       to lg-item-number.
           move cn-location          to lg-location.
           move "C"                  to lg-movement-type.
           move ws-variance-quantity to lg-quantity.
           move ls-on-hand-qty       to lg-resulting-balance.
           move ws-operator-id       to lg-reference.
           move "CYCLECOUNT  "       to lg-program.
           move ws-current-date-alpha(1:8)  to lg-date.
           move ws-current-date-alpha(9:6)  to lg-time.

           write lg-ledger-record.

       end program CycleCountProgram.
