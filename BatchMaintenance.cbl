      * the ITEM-MASTER in one batch pass -- add, change,
      * deactivate and receive-stock records, edited with the same
      * rules ItemMaintenanceProgram applies at the keyboard and
      * priced and costed through the same effective-dated logic as
      * its 450-apply-price-change and 460-apply-cost-change, so
      * purchasing's quarterly list of 300 price changes loads in
      * one run instead of an afternoon of one-at-a-time keying.
      * Every applied record writes the same ITEMAUD.dat audit
      * record, carrying the batch operator ID off the
      * transaction; every record, applied or rejected, lands on
      * the register report so purchasing can prove which lines of
      * their file actually took. Ends with completion code 4 when
      * anything rejected so the scheduler flags the register for
      * review.
      **************************************************************


               assign to "../../../ITEMAUD.dat"
               organization is line sequential
               file status is ws-audit-status.
           select optional stock-ledger-file
               assign to "../../../STKLEDG.dat"
               organization is line sequential
               file status is ws-ledger-status.
      *
      *  The depot table the nightly run validates against --
      *  defaults first, then the operator-maintained file on top --
      *  alphanumeric and edited here -- a batch file full of typos
      *  must land on the register, not abend the run. Zero means
      *  "keep" on a change, exactly as the interactive prompts
      *  read it. The vendor and order quantity ride at the end of
      *  the line, after the operator, so the files purchasing
      *  already keys keep their columns -- blank means none on an
      *  add and keep on a change. The standard cost and its
      *  effective date follow on the same terms, read like the
      *  price and its date.
      *
           fd maintenance-file
               data record is mt-maint-record
               record contains 95 characters.

       01 mt-maint-record.
         05 mt-action                  pic x(1).
         05 mt-walk-sequence-numeric redefines mt-walk-sequence
                                        pic 9(4).
         05 mt-operator                pic x(8).
         05 mt-vendor-number           pic x(6).
         05 mt-order-quantity          pic x(7).
         05 mt-order-quantity-numeric redefines mt-order-quantity
                                        pic 9(7).
         05 mt-cost                    pic x(6).
         05 mt-cost-numeric redefines mt-cost
                                        pic 9999v99.
         05 mt-cost-date               pic x(8).
         05 mt-cost-date-numeric redefines mt-cost-date
                                        pic 9(8).

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

           fd location-table-file
               data record is lf-file-record
         05 ws-item-master-status       pic xx value spaces.
         05 ws-location-stock-status    pic xx value spaces.
         05 ws-audit-status             pic xx value spaces.
         05 ws-ledger-status            pic xx value spaces.
         05 ws-register-status          pic xx value spaces.

      *

       01 ws-audit-fields.
         05 ws-audit-action             pic x(1) value spaces.
         05 ws-before-image             pic x(135) value spaces.

       01 ws-price-fields.
         05 ws-today-date               pic 9(8) value 0.
         05 ws-new-price                pic 9999v99 value 0.
         05 ws-new-price-date           pic 9(8) value 0.
         05 ws-new-cost                 pic 9999v99 value 0.
         05 ws-new-cost-date            pic 9(8) value 0.
         05 ws-current-date-alpha       pic x(21) value spaces.

       01 ws-count-fields.
               close item-master
               close location-stock
               close audit-file
               close stock-ledger-file
           end-if.

           move ws-applied-count to rt-applied-count.
           end-if.

           open extend audit-file.
           open extend stock-ledger-file.

       060-load-default-locations.

                 ws-register-reason
           end-if.

           if ws-record-ok-flag = "y"
             and mt-order-quantity not = spaces
             and mt-order-quantity is not numeric
             then
               move "n" to ws-record-ok-flag
               move "NON-NUMERIC ORDER QUANTITY" to
                 ws-register-reason
           end-if.

           if ws-record-ok-flag = "y"
             and ((mt-cost not = spaces
                 and mt-cost is not numeric)
               or (mt-cost-date not = spaces
                 and mt-cost-date is not numeric))
             then
               move "n" to ws-record-ok-flag
               move "NON-NUMERIC COST OR COST DATE" to
                 ws-register-reason
           end-if.

           if ws-record-ok-flag = "y"
             then
               move mt-item-number to im-item-number
                           move ws-today-date to
                             im-price-effective-date
                       end-if
                       move mt-vendor-number to im-vendor-number
                       if mt-order-quantity is numeric
                         then
                           move mt-order-quantity-numeric to
                             im-order-quantity
                         else
                           move 0 to im-order-quantity
                       end-if
                       move 0 to im-future-price
                       move 0 to im-future-price-date
                       move 0 to im-prior-price
                       move 0 to im-prior-price-date
                       if mt-cost is numeric
                         then
                           move mt-cost-numeric to im-standard-cost
                         else
                           move 0 to im-standard-cost
                       end-if
                       if mt-cost-date is numeric
                         and mt-cost-date-numeric not = 0
                         then
                           move mt-cost-date-numeric to
                             im-cost-effective-date
                         else
                           move ws-today-date to
                             im-cost-effective-date
                       end-if
                       move 0 to im-future-cost
                       move 0 to im-future-cost-date
                       move 0 to im-prior-cost
                       move 0 to im-prior-cost-date
                       move "Y" to im-active-flag
                       write im-item-record
                       move spaces to ws-before-image
                 ws-register-reason
           end-if.

           if ws-record-ok-flag = "y"
             and mt-order-quantity not = spaces
             and mt-order-quantity is not numeric
             then
               move "n" to ws-record-ok-flag
               move "NON-NUMERIC ORDER QUANTITY" to
                 ws-register-reason
           end-if.

           if ws-record-ok-flag = "y"
             and ((mt-cost not = spaces
                 and mt-cost is not numeric)
               or (mt-cost-date not = spaces
                 and mt-cost-date is not numeric))
             then
               move "n" to ws-record-ok-flag
               move "NON-NUMERIC COST OR COST DATE" to
                 ws-register-reason
           end-if.

           if ws-record-ok-flag = "y"
             then
               move mt-item-number to im-item-number
                           move mt-walk-sequence-numeric to
                             im-walk-sequence
                       end-if
                       if mt-vendor-number not = spaces
                         then
                           move mt-vendor-number to im-vendor-number
                       end-if
                       if mt-order-quantity is numeric
                         and mt-order-quantity-numeric not = 0
                         then
                           move mt-order-quantity-numeric to
                             im-order-quantity
                       end-if
                       move mt-price-numeric to ws-new-price
                       move mt-price-date-numeric to
                         ws-new-price-date
                       perform 450-apply-price-change
                       move 0 to ws-new-cost
                       move 0 to ws-new-cost-date
                       if mt-cost is numeric
                         then
                           move mt-cost-numeric to ws-new-cost
                       end-if
                       if mt-cost-date is numeric
                         then
                           move mt-cost-date-numeric to
                             ws-new-cost-date
                       end-if
                       perform 460-apply-cost-change
                       rewrite im-item-record
                       move "C" to ws-audit-action
                       perform 900-write-audit-record
               end-if
           end-if.

       460-apply-cost-change.

      *
      *  Identical in rule to 460-apply-cost-change of
      *  ItemMaintenanceProgram, and to the price roll above -- kept
      *  in step by hand.
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

           move mt-item-number to im-item-number.
                   rewrite ls-stock-record
           end-read.

           perform 760-write-stock-ledger.

       760-write-stock-ledger.

      *
      *  The batch line's own operator is the reference, as on the
      *  audit record.
      *
           move function current-date to ws-current-date-alpha.

           move im-item-number       to lg-item-number.
           move mt-location          to lg-location.
           move "B"                  to lg-movement-type.
           move mt-on-hand-numeric   to lg-quantity.
           move ls-on-hand-qty       to lg-resulting-balance.
           move mt-operator          to lg-reference.
           move "BATCHMAINT  "       to lg-program.
           move ws-current-date-alpha(1:8)  to lg-date.
           move ws-current-date-alpha(9:6)  to lg-time.

           write lg-ledger-record.

       800-write-register-line.

           move mt-action      to rg-action.
