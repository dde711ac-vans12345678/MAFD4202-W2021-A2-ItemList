       identification division.
       program-id. ContractExpiryProgram.
       author. Andre Agrippa.
       date-written. 2026-10-15.

      **************************************************************
      *Description: Contracts expiring in the next 30 days. Lists
      * every customer contract price whose end date falls between
      * today and 30 days out, by customer and item, with the
      * customer name, the item, the contract price beside the
      * standard price the account drops back to when it lapses,
      * the contract dates and the days left. Sales works the list
      * to renew contracts in ContractMaintenanceProgram before an
      * invoice prints at standard. A contract ending today still
      * prices tonight's run and is shown with 0 days left.
      **************************************************************


       environment division.
       configuration section.

       input-output section.
       file-control.

           select optional contract-file
               assign to "../../../CONTRACT.dat"
               organization is indexed
               access mode is dynamic
               record key is ct-contract-key
               file status is ws-contract-status.
           select optional customer-master
               assign to "../../../CUSTMAST.dat"
               organization is indexed
               access mode is dynamic
               record key is cm-customer-number
               file status is ws-customer-status.
           select optional item-master
               assign to "../../../ITEMMAST.dat"
               organization is indexed
               access mode is dynamic
               record key is im-item-number
               file status is ws-item-master-status.
           select expiry-report-file
               assign to "../../../A2.cex"
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

           fd contract-file
               data record is ct-contract-record
               record contains 58 characters.

           copy "CONTRACT.cpy".

           fd customer-master
               data record is cm-customer-record
               record contains 108 characters.

           copy "CUSTMAST.cpy".

           fd item-master
               data record is im-item-record
               record contains 135 characters.

           copy "ITEMMAST.cpy".

           fd expiry-report-file
               data record is expiry-report-line
               record contains 114 characters.

       01 expiry-report-line           pic x(114).

       working-storage section.

       01 ws-flags.
         05 ws-contract-eof-flag        pic x value "n".
         05 ws-customer-open-flag       pic x value "n".
         05 ws-item-master-open-flag    pic x value "n".

       01 ws-file-status-fields.
         05 ws-contract-status          pic xx value spaces.
         05 ws-customer-status          pic xx value spaces.
         05 ws-item-master-status       pic xx value spaces.
         05 ws-report-status            pic xx value spaces.

       01 ws-date-fields.
         05 ws-current-date-alpha       pic x(21) value spaces.
         05 ws-today-date               pic 9(8) value 0.
         05 ws-horizon-date             pic 9(8) value 0.
         05 ws-horizon-days             pic 9(3) value 30.
         05 ws-days-left                pic 9(3) value 0.

       01 ws-price-fields.
         05 ws-standard-price           pic 9999v99 value 0.

       01 ws-count-fields.
         05 ws-expiring-count           pic 9(5) value 0.

       01 ws-report-heading.
         05 filler                      pic x(40) value
             "CONTRACTS EXPIRING IN 30 DAYS  AS OF    ".
         05 rh-run-date                 pic 9(8).
         05 filler                      pic x(9) value "  THROUGH".
         05 filler                      pic x(1) value spaces.
         05 rh-horizon-date             pic 9(8).

       01 ws-column-heading.
         05 filler                      pic x(8) value "CUST".
         05 filler                      pic x(27) value "NAME".
         05 filler                      pic x(6) value "ITEM".
         05 filler                      pic x(15) value "DESCRIPTION".
         05 filler                      pic x(10) value "  CONTRACT".
         05 filler                      pic x(10) value "  STANDARD".
         05 filler                      pic x(10) value "     START".
         05 filler                      pic x(10) value "       END".
         05 filler                      pic x(6) value "  DAYS".
         05 filler                      pic x(8) value "  REF".

       01 ws-detail-line.
         05 dl-customer-number          pic x(6).
         05 filler                      pic x(2) value spaces.
         05 dl-customer-name            pic x(25).
         05 filler                      pic x(2) value spaces.
         05 dl-item-number              pic 9(4).
         05 filler                      pic x(2) value spaces.
         05 dl-item-description         pic x(13).
         05 filler                      pic x(4) value spaces.
         05 dl-contract-price           pic z,zz9.99.
         05 filler                      pic x(2) value spaces.
         05 dl-standard-price           pic z,zz9.99.
         05 filler                      pic x(2) value spaces.
         05 dl-start-date               pic 9(8).
         05 filler                      pic x(2) value spaces.
         05 dl-end-date                 pic 9(8).
         05 filler                      pic x(3) value spaces.
         05 dl-days-left                pic zz9.
         05 filler                      pic x(2) value spaces.
         05 dl-contract-reference       pic x(10).

       01 ws-none-expiring-line.
         05 filler                      pic x(31) value
             "NO CONTRACTS EXPIRING IN PERIOD".

       01 ws-total-line.
         05 filler                      pic x(26) value
             "CONTRACTS EXPIRING        ".
         05 rt-expiring-count           pic zzzz9.

       procedure division.
       000-main.

      *
      * One pass of the contract file in customer and item order.
      * The names and descriptions are dressing -- a missing master
      * prints blanks, not an abort.
      *
           move function current-date to ws-current-date-alpha.
           move ws-current-date-alpha(1:8) to ws-today-date.
           compute ws-horizon-date = function date-of-integer
             (function integer-of-date(ws-today-date)
               + ws-horizon-days).

           open input contract-file.
           open input customer-master.
           open input item-master.

           if ws-customer-status = "00"
             then
               move "y" to ws-customer-open-flag
           end-if.
           if ws-item-master-status = "00"
             then
               move "y" to ws-item-master-open-flag
           end-if.

           open output expiry-report-file.
           move ws-today-date   to rh-run-date.
           move ws-horizon-date to rh-horizon-date.
           write expiry-report-line from ws-report-heading.
           write expiry-report-line from ws-column-heading
             after advancing 2 lines.

           if ws-contract-status = "00"
             then
               perform 100-read-contract
               perform 200-check-one-contract
                 until ws-contract-eof-flag = "y"
           end-if.

           if ws-expiring-count = 0
             then
               write expiry-report-line from ws-none-expiring-line
                 after advancing 2 lines
           end-if.

           move ws-expiring-count to rt-expiring-count.
           write expiry-report-line from ws-total-line
             after advancing 2 lines.

           display "CONTRACTS EXPIRING: " ws-expiring-count.

           close contract-file.
           if ws-customer-open-flag = "y"
             then
               close customer-master
           end-if.
           if ws-item-master-open-flag = "y"
             then
               close item-master
           end-if.
           close expiry-report-file.

           accept return-code.
           goback.

       100-read-contract.

           read contract-file next record
               at end
                   move "y" to ws-contract-eof-flag
           end-read.

       200-check-one-contract.

      *
      *  A contract already past its end date has lapsed and is not
      *  renewed from this list; one ending beyond the horizon will
      *  turn up on a later run.
      *
           if ct-end-date >= ws-today-date
             and ct-end-date <= ws-horizon-date
             then
               perform 210-write-detail-line
           end-if.

           perform 100-read-contract.

       210-write-detail-line.

           move spaces to dl-customer-name.
           move spaces to dl-item-description.
           move 0 to ws-standard-price.

           if ws-customer-open-flag = "y"
             then
               move ct-customer-number to cm-customer-number
               read customer-master
                   key is cm-customer-number
                   invalid key
                       move "*NOT ON FILE*" to dl-customer-name
                   not invalid key
                       move cm-customer-name to dl-customer-name
               end-read
           end-if.

           if ws-item-master-open-flag = "y"
             then
               move ct-item-number to im-item-number
               read item-master
                   key is im-item-number
                   invalid key
                       move "*NOT ON FILE*" to dl-item-description
                   not invalid key
                       move im-item-description to
                         dl-item-description
                       perform 220-select-standard-price
               end-read
           end-if.

           compute ws-days-left =
             function integer-of-date(ct-end-date)
             - function integer-of-date(ws-today-date).

           move ct-customer-number    to dl-customer-number.
           move ct-item-number        to dl-item-number.
           move ct-contract-price     to dl-contract-price.
           move ws-standard-price     to dl-standard-price.
           move ct-start-date         to dl-start-date.
           move ct-end-date           to dl-end-date.
           move ws-days-left          to dl-days-left.
           move ct-contract-reference to dl-contract-reference.

           write expiry-report-line from ws-detail-line
             after advancing 1 line.

           add 1 to ws-expiring-count.

       220-select-standard-price.

      *
      *  The standard price the account falls back to, as it stands
      *  on the contract's end date, by the same rule
      *  ItemListProgram's 167-select-price-for-run-date uses.
      *
           if im-future-price-date not = 0
             and ct-end-date >= im-future-price-date
             then
               move im-future-price to ws-standard-price
             else
               if ct-end-date >= im-price-effective-date
                 or im-prior-price-date = 0
                 then
                   move im-item-standard-price to ws-standard-price
                 else
                   move im-prior-price to ws-standard-price
               end-if
           end-if.

       end program ContractExpiryProgram.
