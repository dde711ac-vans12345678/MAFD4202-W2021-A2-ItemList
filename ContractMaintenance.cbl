       identification division.
       program-id. ContractMaintenanceProgram.
       author. Andre Agrippa.
       date-written. 2026-10-15.

      **************************************************************
      *Description: Maintain the customer contract price file that
      * ItemListProgram prices against. Sales keys a new contract
      * (add authority) for an active customer on an active item,
      * renews or reprices one (change authority) by moving its
      * dates and price on the same record, and ends one early
      * (deactivate authority) by pulling its end date back to
      * yesterday, so the record stays on file for the trail. Any
      * signed-on operator may look a contract up or list every
      * contract on an account. Each add, change and end writes a
      * before/after image to CONTRAUD.dat under the operator's
      * verified ID, the same way item changes reach ITEMAUD.dat.
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
           select optional contract-audit-file
               assign to "../../../CONTRAUD.dat"
               organization is line sequential
               file status is ws-audit-status.
      *
      *  Deliberately NOT optional -- a contract price is money off
      *  the invoice, and keying one with no security file to check
      *  against would be keying by anybody.
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

      *       One line per add, change or end -- the contract as it
      *       stood before (spaces on an add) and as it stands after.

           fd contract-audit-file
               data record is contract-audit-line
               record contains 139 characters.

       01 contract-audit-line.
         05 ca-date-time               pic x(14).
         05 ca-operator                pic x(8).
         05 ca-action                  pic x(1).
         05 ca-before-image            pic x(58).
         05 ca-after-image             pic x(58).

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
         05 ws-contract-eof-flag        pic x value "n".
         05 ws-entry-ok-flag            pic x value "n".

       01 ws-file-status-fields.
         05 ws-contract-status          pic xx value spaces.
         05 ws-customer-status          pic xx value spaces.
         05 ws-item-master-status       pic xx value spaces.
         05 ws-audit-status             pic xx value spaces.

       01 ws-menu-choice                pic x.

       01 ws-date-fields.
         05 ws-current-date-alpha       pic x(21) value spaces.
         05 ws-today-date               pic 9(8) value 0.
         05 ws-yesterday-date           pic 9(8) value 0.

      *
      *  What the operator keys. On a change, zero or blank keeps
      *  what is on file, the same convention as the item
      *  maintenance prompts.
      *
       01 ws-contract-fields.
         05 ws-customer-number          pic x(6) value spaces.
         05 ws-item-number              pic 9(4) value 0.
         05 ws-new-price                pic 9999v99 value 0.
         05 ws-new-start-date           pic 9(8) value 0.
         05 ws-new-end-date             pic 9(8) value 0.
         05 ws-new-reference            pic x(10) value spaces.
         05 ws-confirm                  pic x(1) value spaces.
         05 ws-contracts-listed         pic 9(5) value 0.
         05 ws-item-description         pic x(13) value spaces.
         05 ws-display-price            pic z,zz9.99.

       01 ws-audit-fields.
         05 ws-audit-action             pic x(1) value spaces.
         05 ws-before-image             pic x(58) value spaces.

       01 ws-security-fields.
         05 ws-security-status          pic xx value spaces.
         05 ws-security-log-status      pic xx value spaces.
         05 ws-operator-id              pic x(8) value spaces.
         05 ws-signon-ok-flag           pic x value "n".
         05 ws-signon-tries             pic 9 value 0.
         05 ws-signon-limit             pic 9 value 3.
         05 ws-security-function        pic x(1) value spaces.
         05 ws-security-result          pic x(8) value spaces.
         05 ws-auth-add                 pic x(1) value "N".
         05 ws-auth-change              pic x(1) value "N".
         05 ws-auth-deactivate          pic x(1) value "N".

       procedure division.
       000-main.

      *
      * Sign the operator on before anything opens, then open the
      * contract file, the two masters it is checked against and
      * the audit trail and run the menu until the operator quits.
      *
           move function current-date to ws-current-date-alpha.
           move ws-current-date-alpha(1:8) to ws-today-date.
           compute ws-yesterday-date = function date-of-integer
             (function integer-of-date(ws-today-date) - 1).

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

           open i-o contract-file.

           if ws-contract-status = "35"
             then
               open output contract-file
               close contract-file
               open i-o contract-file
           end-if.

           open input customer-master.
           open input item-master.
           open extend contract-audit-file.

           perform 050-run-menu-loop until ws-quit-flag = "y".

           close contract-file.
           close customer-master.
           close item-master.
           close contract-audit-file.
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
                       move os-auth-add        to ws-auth-add
                       move os-auth-change     to ws-auth-change
                       move os-auth-deactivate to ws-auth-deactivate
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
           move "CONTRACTMNT "        to sl-program.
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

           display "CUSTOMER CONTRACT PRICES".
           display "  A - ADD A CONTRACT".
           display "  C - CHANGE OR RENEW A CONTRACT".
           display "  E - END A CONTRACT".
           display "  I - CONTRACT INQUIRY".
           display "  L - LIST A CUSTOMER'S CONTRACTS".
           display "  Q - QUIT".
           display "ENTER CHOICE: " with no advancing.
           accept ws-menu-choice.

       200-process-choice.

      *
      *  Adding, changing and ending a contract take the same add,
      *  change and deactivate authorities as the item master they
      *  override -- a new authority byte for one small file would
      *  only mean reloading OPERSEC for every sales operator.
      *  Looking contracts up is open to any signed-on operator.
      *
           if ws-menu-choice = "A" or ws-menu-choice = "a"
             then
               move "A" to ws-security-function
               if ws-auth-add = "Y"
                 then
                   perform 300-add-contract
                 else
                   perform 930-refuse-function
               end-if
           end-if.
           if ws-menu-choice = "C" or ws-menu-choice = "c"
             then
               move "C" to ws-security-function
               if ws-auth-change = "Y"
                 then
                   perform 400-change-contract
                 else
                   perform 930-refuse-function
               end-if
           end-if.
           if ws-menu-choice = "E" or ws-menu-choice = "e"
             then
               move "E" to ws-security-function
               if ws-auth-deactivate = "Y"
                 then
                   perform 500-end-contract
                 else
                   perform 930-refuse-function
               end-if
           end-if.
           if ws-menu-choice = "I" or ws-menu-choice = "i"
             then
               perform 600-inquire-contract
           end-if.
           if ws-menu-choice = "L" or ws-menu-choice = "l"
             then
               perform 650-list-customer-contracts
           end-if.
           if ws-menu-choice = "Q" or ws-menu-choice = "q"
             then
               move "y" to ws-quit-flag
           end-if.

       300-add-contract.

      *
      *  The customer and item must both be active -- a contract on
      *  a closed account or a dropped item could never price a
      *  line, and would only confuse the expiry report.
      *
           perform 700-accept-contract-key.

           if ws-entry-ok-flag = "y"
             then
               move ws-customer-number to ct-customer-number
               move ws-item-number     to ct-item-number
               read contract-file
                   key is ct-contract-key
                   invalid key
                       perform 310-key-new-contract
                   not invalid key
                       display "CONTRACT ALREADY ON FILE - "
                         "USE CHANGE TO RENEW IT"
               end-read
           end-if.

       310-key-new-contract.

           move 0 to ws-new-price.
           move 0 to ws-new-start-date.
           move 0 to ws-new-end-date.
           move spaces to ws-new-reference.

           display "CONTRACT PRICE: " with no advancing.
           accept ws-new-price.
           display "START DATE (YYYYMMDD): " with no advancing.
           accept ws-new-start-date.
           display "END DATE (YYYYMMDD): " with no advancing.
           accept ws-new-end-date.
           display "CONTRACT REFERENCE: " with no advancing.
           accept ws-new-reference.

           perform 720-edit-contract-terms.

           if ws-entry-ok-flag = "y"
             then
               move spaces to ws-before-image
               move ws-customer-number to ct-customer-number
               move ws-item-number     to ct-item-number
               move ws-new-price       to ct-contract-price
               move ws-new-start-date  to ct-start-date
               move ws-new-end-date    to ct-end-date
               move ws-new-reference   to ct-contract-reference
               move ws-operator-id     to ct-last-operator
               move ws-today-date      to ct-last-change-date
               write ct-contract-record
               move "A" to ws-audit-action
               perform 900-write-audit-record
               display "CONTRACT ADDED"
           end-if.

       400-change-contract.

      *
      *  A renewal is new dates (and usually a new price) on the
      *  same record. Whatever is kept or keyed, the result must
      *  still pass the same edits as an add.
      *
           perform 700-accept-contract-key.

           if ws-entry-ok-flag = "y"
             then
               move ws-customer-number to ct-customer-number
               move ws-item-number     to ct-item-number
               read contract-file
                   key is ct-contract-key
                   invalid key
                       display "CONTRACT NOT FOUND"
                   not invalid key
                       perform 410-key-contract-change
               end-read
           end-if.

       410-key-contract-change.

           perform 800-show-contract.

           move ct-contract-record to ws-before-image.

           move 0 to ws-new-price.
           move 0 to ws-new-start-date.
           move 0 to ws-new-end-date.
           move spaces to ws-new-reference.

           display "CONTRACT PRICE (0 KEEPS): " with no advancing.
           accept ws-new-price.
           display "START DATE (0 KEEPS): " with no advancing.
           accept ws-new-start-date.
           display "END DATE (0 KEEPS): " with no advancing.
           accept ws-new-end-date.
           display "CONTRACT REFERENCE (BLANK KEEPS): "
             with no advancing.
           accept ws-new-reference.

           if ws-new-price = 0
             then
               move ct-contract-price to ws-new-price
           end-if.
           if ws-new-start-date = 0
             then
               move ct-start-date to ws-new-start-date
           end-if.
           if ws-new-end-date = 0
             then
               move ct-end-date to ws-new-end-date
           end-if.
           if ws-new-reference = spaces
             then
               move ct-contract-reference to ws-new-reference
           end-if.

           perform 720-edit-contract-terms.

           if ws-entry-ok-flag = "y"
             then
               move ws-new-price       to ct-contract-price
               move ws-new-start-date  to ct-start-date
               move ws-new-end-date    to ct-end-date
               move ws-new-reference   to ct-contract-reference
               move ws-operator-id     to ct-last-operator
               move ws-today-date      to ct-last-change-date
               rewrite ct-contract-record
               move "C" to ws-audit-action
               perform 900-write-audit-record
               display "CONTRACT CHANGED"
             else
               display "NOTHING CHANGED"
           end-if.

       500-end-contract.

      *
      *  Ending a contract pulls its end date back to yesterday, so
      *  tonight's run prices the account at standard. One that has
      *  not started yet ends the day before it would have started,
      *  so it never prices anything at all.
      *
           perform 700-accept-contract-key.

           if ws-entry-ok-flag = "y"
             then
               move ws-customer-number to ct-customer-number
               move ws-item-number     to ct-item-number
               read contract-file
                   key is ct-contract-key
                   invalid key
                       display "CONTRACT NOT FOUND"
                   not invalid key
                       perform 510-confirm-end-contract
               end-read
           end-if.

       510-confirm-end-contract.

           perform 800-show-contract.

           if ct-end-date < ws-today-date
             then
               display "CONTRACT HAS ALREADY ENDED"
             else
               move spaces to ws-confirm
               display "END THIS CONTRACT (Y/N): " with no advancing
               accept ws-confirm
               if ws-confirm = "Y" or ws-confirm = "y"
                 then
                   move ct-contract-record to ws-before-image
                   if ct-start-date > ws-yesterday-date
                     then
                       compute ct-end-date = function date-of-integer
                         (function integer-of-date(ct-start-date) - 1)
                     else
                       move ws-yesterday-date to ct-end-date
                   end-if
                   move ws-operator-id to ct-last-operator
                   move ws-today-date  to ct-last-change-date
                   rewrite ct-contract-record
                   move "E" to ws-audit-action
                   perform 900-write-audit-record
                   display "CONTRACT ENDED " ct-end-date
                 else
                   display "NOTHING CHANGED"
               end-if
           end-if.

       600-inquire-contract.

           display "CUSTOMER NUMBER: " with no advancing.
           accept ws-customer-number.
           display "ITEM NUMBER: " with no advancing.
           accept ws-item-number.

           move ws-customer-number to ct-customer-number.
           move ws-item-number     to ct-item-number.

           read contract-file
               key is ct-contract-key
               invalid key
                   display "CONTRACT NOT FOUND"
               not invalid key
                   perform 800-show-contract
           end-read.

       650-list-customer-contracts.

      *
      *  Item numbers start at 0001, so starting past item 0000
      *  lands on the customer's first contract -- or on the next
      *  customer, which the read below treats as the end.
      *
           display "CUSTOMER NUMBER: " with no advancing.
           accept ws-customer-number.

           move 0 to ws-contracts-listed.
           move ws-customer-number to ct-customer-number.
           move 0 to ct-item-number.

           start contract-file
             key is greater than ct-contract-key
             invalid key
               move "y" to ws-contract-eof-flag
             not invalid key
               move "n" to ws-contract-eof-flag
           end-start.

           if ws-contract-eof-flag = "n"
             then
               perform 670-read-next-contract
           end-if.

           perform 660-list-one-contract
             until ws-contract-eof-flag = "y".

           display "CONTRACTS LISTED: " ws-contracts-listed.

       660-list-one-contract.

           add 1 to ws-contracts-listed.
           perform 800-show-contract.
           perform 670-read-next-contract.

       670-read-next-contract.

           read contract-file next record
               at end
                   move "y" to ws-contract-eof-flag
               not at end
                   if ct-customer-number not = ws-customer-number
                     then
                       move "y" to ws-contract-eof-flag
                   end-if
           end-read.

       700-accept-contract-key.

           move "y" to ws-entry-ok-flag.
           move spaces to ws-customer-number.
           move 0 to ws-item-number.

           display "CUSTOMER NUMBER: " with no advancing.
           accept ws-customer-number.
           display "ITEM NUMBER: " with no advancing.
           accept ws-item-number.

           move ws-customer-number to cm-customer-number.
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
           end-read.

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
                         else
                           display cm-customer-name "  "
                             im-item-description
                       end-if
               end-read
           end-if.

       720-edit-contract-terms.

      *
      *  A zero price is a keying slip, not a free item; a contract
      *  must end on or after the day it starts.
      *
           move "y" to ws-entry-ok-flag.

           if ws-new-price = 0
             then
               display "CONTRACT PRICE MUST BE GREATER THAN ZERO"
               move "n" to ws-entry-ok-flag
           end-if.
           if function test-date-yyyymmdd(ws-new-start-date) not = 0
             then
               display "INVALID START DATE"
               move "n" to ws-entry-ok-flag
           end-if.
           if function test-date-yyyymmdd(ws-new-end-date) not = 0
             then
               display "INVALID END DATE"
               move "n" to ws-entry-ok-flag
           end-if.
           if ws-entry-ok-flag = "y"
             and ws-new-end-date < ws-new-start-date
             then
               display "END DATE IS BEFORE START DATE"
               move "n" to ws-entry-ok-flag
           end-if.

       800-show-contract.

           move ct-item-number to im-item-number.
           read item-master
               key is im-item-number
               invalid key
                   move "*NOT ON FILE*" to ws-item-description
               not invalid key
                   move im-item-description to ws-item-description
           end-read.

           move ct-contract-price to ws-display-price.

           display "  CUST " ct-customer-number
             " ITEM " ct-item-number " " ws-item-description
             " PRICE " ws-display-price
             " FROM " ct-start-date " TO " ct-end-date
             " REF " ct-contract-reference.

       900-write-audit-record.

           move function current-date to ws-current-date-alpha.

           move ws-current-date-alpha(1:14) to ca-date-time.
           move ws-operator-id              to ca-operator.
           move ws-audit-action             to ca-action.
           move ws-before-image             to ca-before-image.
           move ct-contract-record          to ca-after-image.

           write contract-audit-line.

       end program ContractMaintenanceProgram.
