       identification division.
       program-id. CashReceiptsProgram.
       author. Andre Agrippa.
       date-written. 2026-10-15.

      **************************************************************
      *Description: Apply customer payments against the receivables
      * ledger ItemListProgram posts every night. The cashier signs
      * on against the security file (cash authority), keys each
      * payment with its check or remittance reference, and the
      * payment applies to the invoice the customer quoted first
      * and then to the customer's oldest open invoices; anything
      * left over stays on account as an unapplied cash item.
      * Return credits and unapplied cash can be applied against
      * open invoices, and a balance nobody is going to pay can be
      * written off. Every application and write-off lands on the
      * receipts journal under the operator's verified ID, and every
      * receipt and write-off writes a GL extract record in the
      * A2.glx layout so the ledger and receivables agree.
      **************************************************************


       environment division.
       configuration section.

       input-output section.
       file-control.

           select optional ar-open-item-file
               assign to "../../../AROPEN.dat"
               organization is indexed
               access mode is dynamic
               record key is ar-item-key
               file status is ws-ar-status.
      *
      *  Not OPTIONAL -- a payment for a customer nobody can look up
      *  is a payment nobody can apply, so no customer master, no
      *  session.
      *
           select customer-master
               assign to "../../../CUSTMAST.dat"
               organization is indexed
               access mode is dynamic
               record key is cm-customer-number
               file status is ws-customer-master-status.
      *
      *  Receipts and write-offs go to the GL interface on their own
      *  extract -- the nightly run rewrites A2.glx from scratch, so
      *  a day's receipts appended there would be gone by morning.
      *  Opened EXTEND; the layout and stamping are A2.glx's.
      *  GlReconcileProgram reconciles it alongside A2.glx and
      *  clears the reconciled records out after a clean match.
      *
           select optional gl-extract-file
               assign to "../../../A2.arx"
               organization is line sequential
               file status is ws-extract-status.
           select optional journal-file
               assign to "../../../A2.crj"
               organization is line sequential
               file status is ws-journal-status.
      *
      *  Deliberately NOT optional -- cash application with no
      *  security file to check against would be cash application
      *  by anybody.
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

           fd ar-open-item-file
               data record is ar-open-item-record
               record contains 82 characters.

           copy "AROPEN.cpy".

           fd customer-master
               data record is cm-customer-record
               record contains 108 characters.

           copy "CUSTMAST.cpy".

      *
      *  The A2.glx layout exactly as 185-write-gl-extract-record of
      *  ItemListProgram lays it down. The item number is zero and
      *  the class byte carries the posting type instead -- 1 for
      *  cash received, 2 for a write-off -- a digit, so it can never
      *  be mistaken for an item class. The amount rides in the net
      *  field; the transportation field is zero.
      *
           fd gl-extract-file
               data record is ge-extract-record
               record contains 52 characters.

       01 ge-extract-record.
         05 ge-run-stamp               pic x(14).
         05 ge-sequence                pic 9(7).
         05 filler                     pic x(1).
         05 ge-item-number             pic 9(4).
         05 filler                     pic x(1).
         05 ge-item-class              pic x(1).
         05 filler                     pic x(1).
         05 ge-net-price               pic s9(8)v99
                                        sign leading separate.
         05 filler                     pic x(1).
         05 ge-trans-charge            pic s9(8)v99
                                        sign leading separate.

      *
      *  One journal line per posting to an open item -- P payment
      *  applied, U cash left on account, C credit applied, W write-
      *  off. The amount is the change to the item, signed the way
      *  the item is (positive against an invoice, negative against
      *  a credit), so a customer's lines net to what moved.
      *
           fd journal-file
               data record is journal-line
               record contains 72 characters.

       01 journal-line.
         05 cj-date-time               pic x(14).
         05 filler                     pic x(1).
         05 cj-operator                pic x(8).
         05 filler                     pic x(1).
         05 cj-action                  pic x(1).
         05 filler                     pic x(1).
         05 cj-customer                pic x(6).
         05 filler                     pic x(1).
         05 cj-invoice-number          pic x(14).
         05 filler                     pic x(1).
         05 cj-item-type               pic x(1).
         05 filler                     pic x(1).
         05 cj-amount                  pic s9(8)v99
                                        sign leading separate.
         05 filler                     pic x(1).
         05 cj-reference               pic x(10).

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
         05 ws-ar-eof-flag              pic x value "n".
         05 ws-customer-found-flag      pic x value "n".

       01 ws-file-status-fields.
         05 ws-ar-status                pic xx value spaces.
         05 ws-customer-master-status   pic xx value spaces.
         05 ws-extract-status           pic xx value spaces.
         05 ws-journal-status           pic xx value spaces.

       01 ws-menu-choice                pic x.

       01 ws-date-fields.
         05 ws-current-date-alpha       pic x(21) value spaces.
         05 ws-today-date               pic 9(8) value 0.
         05 ws-session-stamp            pic x(14) value spaces.
         05 ws-receipt-stamp            pic x(14) value spaces.

      *
      *  The payment as keyed, and what is still left of it as it
      *  applies down the customer's invoices.
      *
       01 ws-payment-fields.
         05 ws-customer-number          pic x(6) value spaces.
         05 ws-payment-reference        pic x(10) value spaces.
         05 ws-payment-amount           pic 9(8)v99 value 0.
         05 ws-remaining-amount         pic s9(8)v99 value 0.
         05 ws-apply-amount             pic s9(8)v99 value 0.
         05 ws-credit-available         pic s9(8)v99 value 0.
         05 ws-quoted-invoice           pic x(14) value spaces.
         05 ws-write-off-invoice        pic x(14) value spaces.
         05 ws-write-off-type           pic x(1) value spaces.
         05 ws-write-off-amount         pic s9(8)v99 value 0.
         05 ws-journal-action           pic x(1) value spaces.
         05 ws-journal-amount           pic s9(8)v99 value 0.
         05 ws-confirm                  pic x(1) value spaces.
         05 ws-display-amount           pic zz,zzz,zz9.99-.
         05 ws-display-open             pic zz,zzz,zz9.99-.

      *
      *  The session's running totals -- what the cashier balances
      *  the deposit slip and the write-off approvals against at
      *  the end of the day.
      *
       01 ws-session-totals.
         05 ws-extract-sequence         pic 9(7) value 0.
         05 ws-receipt-count            pic 9(5) value 0.
         05 ws-receipt-total            pic s9(9)v99 value 0.
         05 ws-unapplied-total          pic s9(9)v99 value 0.
         05 ws-write-off-count          pic 9(5) value 0.
         05 ws-write-off-total          pic s9(9)v99 value 0.
         05 ws-display-count            pic zzzz9.
         05 ws-display-total            pic zzz,zzz,zz9.99-.

      *
      *  One customer's open items, in key order -- which is oldest
      *  invoice first, since the invoice number is the run stamp.
      *  The applications are worked out here and only then posted
      *  to the file, one keyed rewrite per item that moved.
      *
       01 ws-item-table-fields.
         05 ws-item-count               pic 9(3) value 0.
         05 ws-item-limit               pic 9(3) value 500.
         05 oi-sub                      pic 9(3) value 0.
         05 oi-credit-sub               pic 9(3) value 0.

       01 ws-item-table.
         05 ws-item-entry occurs 500 times.
           10 oi-invoice-number        pic x(14).
           10 oi-item-type             pic x(1).
           10 oi-invoice-date          pic 9(8).
           10 oi-open-amount           pic s9(8)v99.
           10 oi-applied-now           pic s9(8)v99.

       01 ws-security-fields.
         05 ws-security-status          pic xx value spaces.
         05 ws-security-log-status      pic xx value spaces.
         05 ws-operator-id              pic x(8) value spaces.
         05 ws-signon-ok-flag           pic x value "n".
         05 ws-signon-tries             pic 9 value 0.
         05 ws-signon-limit             pic 9 value 3.
         05 ws-security-function        pic x(1) value spaces.
         05 ws-security-result          pic x(8) value spaces.
         05 ws-auth-cash                pic x(1) value "N".

       procedure division.
       000-main.

      *
      * Sign the cashier on before anything opens, then open the
      * ledger, the customer master, the receipts extract and the
      * journal and run the menu until the cashier quits. The
      * session totals display on the way out.
      *
           move function current-date to ws-current-date-alpha.
           move ws-current-date-alpha(1:8) to ws-today-date.
           move ws-current-date-alpha(1:14) to ws-session-stamp.

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

           open input customer-master.

           if ws-customer-master-status not = "00"
             then
               display "CUSTOMER MASTER NOT AVAILABLE - "
                 "SEE OPERATIONS"
               close operator-security
               close security-log-file
               move 12 to return-code
               goback
           end-if.

           open i-o ar-open-item-file.

           if ws-ar-status = "35"
             then
               open output ar-open-item-file
               close ar-open-item-file
               open i-o ar-open-item-file
           end-if.

           open extend gl-extract-file.
           move spaces to ge-extract-record.
           open extend journal-file.

           perform 050-run-menu-loop until ws-quit-flag = "y".

           perform 090-display-session-totals.

           close ar-open-item-file.
           close customer-master.
           close gl-extract-file.
           close journal-file.
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
                       move os-auth-cash to ws-auth-cash
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
           move "CASHRCPT    "        to sl-program.
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

       090-display-session-totals.

           display "SESSION TOTALS".
           move ws-receipt-count to ws-display-count.
           move ws-receipt-total to ws-display-total.
           display "  RECEIPTS POSTED    " ws-display-count
             "  " ws-display-total.
           move ws-unapplied-total to ws-display-total.
           display "  LEFT ON ACCOUNT           " ws-display-total.
           move ws-write-off-count to ws-display-count.
           move ws-write-off-total to ws-display-total.
           display "  WRITE-OFFS         " ws-display-count
             "  " ws-display-total.

       100-show-menu.

           display "CASH RECEIPTS".
           display "  P - POST A PAYMENT".
           display "  C - APPLY CREDITS TO OPEN INVOICES".
           display "  W - WRITE OFF AN OPEN ITEM".
           display "  I - CUSTOMER OPEN ITEMS INQUIRY".
           display "  Q - QUIT".
           display "ENTER CHOICE: " with no advancing.
           accept ws-menu-choice.

       200-process-choice.

      *
      *  Everything that moves money takes the cash authority --
      *  looking at a customer's open items is open to any
      *  signed-on operator, since that is how a dispute starts.
      *
           if ws-menu-choice = "P" or ws-menu-choice = "p"
             then
               move "P" to ws-security-function
               if ws-auth-cash = "Y"
                 then
                   perform 300-post-payment
                 else
                   perform 930-refuse-function
               end-if
           end-if.
           if ws-menu-choice = "C" or ws-menu-choice = "c"
             then
               move "C" to ws-security-function
               if ws-auth-cash = "Y"
                 then
                   perform 400-apply-credits
                 else
                   perform 930-refuse-function
               end-if
           end-if.
           if ws-menu-choice = "W" or ws-menu-choice = "w"
             then
               move "W" to ws-security-function
               if ws-auth-cash = "Y"
                 then
                   perform 500-write-off-item
                 else
                   perform 930-refuse-function
               end-if
           end-if.
           if ws-menu-choice = "I" or ws-menu-choice = "i"
             then
               perform 600-inquire-customer
           end-if.
           if ws-menu-choice = "Q" or ws-menu-choice = "q"
             then
               move "y" to ws-quit-flag
           end-if.

       250-get-customer.

           display "CUSTOMER NUMBER: " with no advancing.
           accept ws-customer-number.

           move "n" to ws-customer-found-flag.
           move ws-customer-number to cm-customer-number.
           read customer-master
               key is cm-customer-number
               invalid key
                   display "CUSTOMER NOT ON MASTER FILE"
               not invalid key
                   move "y" to ws-customer-found-flag
                   display "CUSTOMER: " cm-customer-name
                     "  TERMS: " cm-billing-terms
           end-read.

       300-post-payment.

      *
      *  A payment is cash in the bank whatever it turns out to
      *  pay -- once keyed it always posts in full: to the invoice
      *  the remittance quoted, then oldest invoice first, and
      *  anything left over on account as unapplied cash.
      *
           perform 250-get-customer.

           if ws-customer-found-flag = "y"
             then
               display "CHECK / REMITTANCE REFERENCE: "
                 with no advancing
               accept ws-payment-reference
               move 0 to ws-payment-amount
               display "PAYMENT AMOUNT: " with no advancing
               accept ws-payment-amount
               if ws-payment-amount = 0
                 then
                   display "ZERO PAYMENT - NOTHING POSTED"
                 else
                   display "INVOICE QUOTED (BLANK = OLDEST FIRST): "
                     with no advancing
                   accept ws-quoted-invoice
                   perform 320-apply-payment
               end-if
           end-if.

       310-load-customer-items.

      *
      *  Every item still open for the customer, oldest first --
      *  closed items have nothing left to apply against.
      *
           move 0 to ws-item-count.
           move ws-customer-number to ar-customer-number.
           move low-values to ar-invoice-number.
           move low-values to ar-item-type.

           start ar-open-item-file
             key is not less than ar-item-key
             invalid key
               move "y" to ws-ar-eof-flag
             not invalid key
               move "n" to ws-ar-eof-flag
           end-start.

           perform 315-load-one-item
             until ws-ar-eof-flag = "y".

       315-load-one-item.

           read ar-open-item-file next record
               at end
                   move "y" to ws-ar-eof-flag
               not at end
                   if ar-customer-number not = ws-customer-number
                     then
                       move "y" to ws-ar-eof-flag
                     else
                       if ar-open-amount not = 0
                         then
                           if ws-item-count < ws-item-limit
                             then
                               add 1 to ws-item-count
                               move ar-invoice-number to
                                 oi-invoice-number(ws-item-count)
                               move ar-item-type to
                                 oi-item-type(ws-item-count)
                               move ar-invoice-date to
                                 oi-invoice-date(ws-item-count)
                               move ar-open-amount to
                                 oi-open-amount(ws-item-count)
                               move 0 to
                                 oi-applied-now(ws-item-count)
                             else
                               display "MORE THAN " ws-item-limit
                                 " OPEN ITEMS - NEWEST NOT SHOWN"
                               move "y" to ws-ar-eof-flag
                           end-if
                       end-if
                   end-if
           end-read.

       320-apply-payment.

           perform 310-load-customer-items.

           move function current-date to ws-current-date-alpha.
           move ws-current-date-alpha(1:14) to ws-receipt-stamp.

           move ws-payment-amount to ws-remaining-amount.

      *
      *  The invoice the customer said they were paying gets first
      *  claim on the money -- after that, oldest first.
      *
           if ws-quoted-invoice not = spaces
             then
               perform 325-apply-to-quoted-invoice
                 varying oi-sub from 1 by 1
                 until oi-sub > ws-item-count
           end-if.

           perform 330-apply-to-one-invoice
             varying oi-sub from 1 by 1
             until oi-sub > ws-item-count
             or ws-remaining-amount = 0.

           move "P" to ws-journal-action.
           perform 380-post-applications.

           if ws-remaining-amount > 0
             then
               perform 340-post-unapplied-cash
           end-if.

           move "1" to ge-item-class.
           move ws-payment-amount to ge-net-price.
           perform 800-write-gl-extract-record.

           add 1 to ws-receipt-count.
           add ws-payment-amount to ws-receipt-total.

           move ws-payment-amount to ws-display-amount.
           display "PAYMENT POSTED " ws-display-amount.
           if ws-remaining-amount > 0
             then
               move ws-remaining-amount to ws-display-amount
               display "  LEFT ON ACCOUNT " ws-display-amount
           end-if.

       325-apply-to-quoted-invoice.

           if oi-invoice-number(oi-sub) = ws-quoted-invoice
             and oi-item-type(oi-sub) = "I"
             then
               perform 335-apply-remaining-amount
           end-if.

       330-apply-to-one-invoice.

           if oi-item-type(oi-sub) = "I"
             then
               perform 335-apply-remaining-amount
           end-if.

       335-apply-remaining-amount.

           if oi-open-amount(oi-sub) > 0
             and ws-remaining-amount > 0
             then
               if ws-remaining-amount < oi-open-amount(oi-sub)
                 then
                   move ws-remaining-amount to ws-apply-amount
                 else
                   move oi-open-amount(oi-sub) to ws-apply-amount
               end-if
               subtract ws-apply-amount from oi-open-amount(oi-sub)
               add ws-apply-amount to oi-applied-now(oi-sub)
               subtract ws-apply-amount from ws-remaining-amount
           end-if.

       340-post-unapplied-cash.

      *
      *  Cash nobody can match to an invoice stays on the customer's
      *  account as a credit item under the receipt's own stamp --
      *  the next C (apply credits) takes it against the next
      *  invoice. A second leftover inside the same second adds to
      *  the same item rather than being refused.
      *
           move ws-customer-number to ar-customer-number.
           move ws-receipt-stamp   to ar-invoice-number.
           move "U"                to ar-item-type.

           read ar-open-item-file
               key is ar-item-key
               invalid key
                   move ws-today-date to ar-invoice-date
                   subtract ws-remaining-amount from 0
                     giving ar-original-amount
                   move 0 to ar-applied-amount
                   move 0 to ar-written-off-amount
                   move ar-original-amount to ar-open-amount
                   move ws-today-date to ar-last-activity-date
                   move "O" to ar-status
                   write ar-open-item-record
               not invalid key
                   subtract ws-remaining-amount from ar-original-amount
                   subtract ws-remaining-amount from ar-open-amount
                   move ws-today-date to ar-last-activity-date
                   move "O" to ar-status
                   rewrite ar-open-item-record
           end-read.

           add ws-remaining-amount to ws-unapplied-total.

           move "U" to ws-journal-action.
           subtract ws-remaining-amount from 0
             giving ws-journal-amount.
           perform 850-write-journal-record.

       380-post-applications.

      *
      *  Post what moved -- one keyed rewrite per item the
      *  application touched, journaled under ws-journal-action.
      *
           perform 385-post-one-application
             varying oi-sub from 1 by 1
             until oi-sub > ws-item-count.

       385-post-one-application.

           if oi-applied-now(oi-sub) not = 0
             then
               move ws-customer-number        to ar-customer-number
               move oi-invoice-number(oi-sub) to ar-invoice-number
               move oi-item-type(oi-sub)      to ar-item-type
               read ar-open-item-file
                   key is ar-item-key
                   invalid key
                       display "OPEN ITEM " oi-invoice-number(oi-sub)
                         " NO LONGER ON FILE - NOT POSTED"
                   not invalid key
                       add oi-applied-now(oi-sub) to ar-applied-amount
                       subtract oi-applied-now(oi-sub)
                         from ar-open-amount
                       move ws-today-date to ar-last-activity-date
                       if ar-open-amount = 0
                         then
                           move "C" to ar-status
                       end-if
                       rewrite ar-open-item-record
                       move oi-applied-now(oi-sub) to
                         ws-journal-amount
                       perform 850-write-journal-record
               end-read
           end-if.

       400-apply-credits.

      *
      *  Return credits and unapplied cash apply against the
      *  customer's open invoices, oldest credit to oldest invoice.
      *  No money moves, so nothing goes to the GL -- the
      *  receivable was already reduced when the credit posted.
      *
           perform 250-get-customer.

           if ws-customer-found-flag = "y"
             then
               perform 310-load-customer-items
               perform 410-apply-one-credit
                 varying oi-credit-sub from 1 by 1
                 until oi-credit-sub > ws-item-count
               move "C" to ws-journal-action
               move spaces to ws-payment-reference
               perform 380-post-applications
               display "CREDITS APPLIED"
           end-if.

       410-apply-one-credit.

           if oi-open-amount(oi-credit-sub) < 0
             then
               subtract oi-open-amount(oi-credit-sub) from 0
                 giving ws-credit-available
               perform 420-apply-credit-to-invoice
                 varying oi-sub from 1 by 1
                 until oi-sub > ws-item-count
                 or ws-credit-available = 0
           end-if.

       420-apply-credit-to-invoice.

           if oi-item-type(oi-sub) = "I"
             and oi-open-amount(oi-sub) > 0
             then
               if ws-credit-available < oi-open-amount(oi-sub)
                 then
                   move ws-credit-available to ws-apply-amount
                 else
                   move oi-open-amount(oi-sub) to ws-apply-amount
               end-if
               subtract ws-apply-amount from oi-open-amount(oi-sub)
               add ws-apply-amount to oi-applied-now(oi-sub)
               add ws-apply-amount to
                 oi-open-amount(oi-credit-sub)
               subtract ws-apply-amount from
                 oi-applied-now(oi-credit-sub)
               subtract ws-apply-amount from ws-credit-available
           end-if.

       500-write-off-item.

      *
      *  The whole remaining balance of one item goes -- a short pay
      *  nobody will chase, or a stale credit nobody will claim.
      *  The write-off is journaled and goes to the GL at the
      *  item's own sign.
      *
           perform 250-get-customer.

           if ws-customer-found-flag = "y"
             then
               display "INVOICE NUMBER: " with no advancing
               accept ws-write-off-invoice
               display "ITEM TYPE I/C/U (BLANK = I): "
                 with no advancing
               accept ws-write-off-type
               if ws-write-off-type = space
                 then
                   move "I" to ws-write-off-type
               end-if
               move ws-customer-number   to ar-customer-number
               move ws-write-off-invoice to ar-invoice-number
               move ws-write-off-type    to ar-item-type
               read ar-open-item-file
                   key is ar-item-key
                   invalid key
                       display "OPEN ITEM NOT FOUND"
                   not invalid key
                       perform 510-confirm-write-off
               end-read
           end-if.

       510-confirm-write-off.

           if ar-open-amount = 0
             then
               display "ITEM ALREADY CLOSED - NOTHING TO WRITE OFF"
             else
               move ar-open-amount to ws-display-amount
               display "OPEN AMOUNT " ws-display-amount
               display "WRITE OFF THIS AMOUNT (Y/N): "
                 with no advancing
               accept ws-confirm
               if ws-confirm = "Y" or ws-confirm = "y"
                 then
                   move ar-open-amount to ws-write-off-amount
                   add ws-write-off-amount to ar-written-off-amount
                   move 0 to ar-open-amount
                   move ws-today-date to ar-last-activity-date
                   move "C" to ar-status
                   rewrite ar-open-item-record

                   move "W" to ws-journal-action
                   move ws-write-off-amount to ws-journal-amount
                   move spaces to ws-payment-reference
                   perform 850-write-journal-record

                   move "2" to ge-item-class
                   move ws-write-off-amount to ge-net-price
                   perform 800-write-gl-extract-record

                   add 1 to ws-write-off-count
                   add ws-write-off-amount to ws-write-off-total
                   display "ITEM WRITTEN OFF"
                 else
                   display "NOTHING WRITTEN OFF"
               end-if
           end-if.

       600-inquire-customer.

           perform 250-get-customer.

           if ws-customer-found-flag = "y"
             then
               perform 310-load-customer-items
               move 0 to ws-remaining-amount
               if ws-item-count = 0
                 then
                   display "NO OPEN ITEMS"
                 else
                   display "INVOICE        T DATE     "
                     "   OPEN AMOUNT"
                   perform 610-display-one-item
                     varying oi-sub from 1 by 1
                     until oi-sub > ws-item-count
               end-if
               move ws-remaining-amount to ws-display-amount
               display "BALANCE                   " ws-display-amount
           end-if.

       610-display-one-item.

           move oi-open-amount(oi-sub) to ws-display-open.
           display oi-invoice-number(oi-sub) " "
             oi-item-type(oi-sub) " "
             oi-invoice-date(oi-sub) " "
             ws-display-open.
           add oi-open-amount(oi-sub) to ws-remaining-amount.

       800-write-gl-extract-record.

      *
      *  Stamped with the session's sign-on stamp and a sequence
      *  within the session, the same way the nightly run stamps
      *  its extract, so stamp plus sequence stays unique for the
      *  GL system's acknowledgment. The caller sets the posting
      *  type and the amount.
      *
           add 1 to ws-extract-sequence.
           move ws-session-stamp    to ge-run-stamp.
           move ws-extract-sequence to ge-sequence.
           move 0                   to ge-item-number.
           move 0                   to ge-trans-charge.

           write ge-extract-record.

           move spaces to ge-extract-record.

       850-write-journal-record.

           move function current-date to ws-current-date-alpha.

           move spaces to journal-line.
           move ws-current-date-alpha(1:14) to cj-date-time.
           move ws-operator-id              to cj-operator.
           move ws-journal-action           to cj-action.
           move ar-customer-number          to cj-customer.
           move ar-invoice-number           to cj-invoice-number.
           move ar-item-type                to cj-item-type.
           move ws-journal-amount           to cj-amount.
           move ws-payment-reference        to cj-reference.

           write journal-line.

       end program CashReceiptsProgram.
