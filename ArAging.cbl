       identification division.
       program-id. ArAgingProgram.
       author. Andre Agrippa.
       date-written. 2026-10-15.

      **************************************************************
      *Description: Aged trial balance over the receivables ledger
      * ItemListProgram posts and CashReceiptsProgram applies cash
      * against. Every open item is aged from its due date -- the
      * invoice date plus the days in the customer's billing terms
      * on CUSTMAST -- as of the aging date keyed at the prompt,
      * into current, 1-30, 31-60, 61-90 and over-90 days past due,
      * one line per customer with a balance and a grand total that
      * balances to the ledger. Credits and unapplied cash have no
      * terms and age from their own date, netting within the
      * customer's line the same way collections nets them.
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
           select optional customer-master
               assign to "../../../CUSTMAST.dat"
               organization is indexed
               access mode is dynamic
               record key is cm-customer-number
               file status is ws-customer-master-status.
           select aging-report-file
               assign to "../../../A2.art"
               organization is line sequential
               file status is ws-aging-status.

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

           fd aging-report-file
               data record is aging-report-line
               record contains 132 characters.

       01 aging-report-line            pic x(132).

       working-storage section.

       01 ws-flags.
         05 ws-ar-eof-flag              pic x value "n".
         05 ws-first-item-flag          pic x value "y".

       01 ws-file-status-fields.
         05 ws-ar-status                pic xx value spaces.
         05 ws-customer-master-status   pic xx value spaces.
         05 ws-aging-status             pic xx value spaces.

       01 ws-completion-code            pic 99 value 0.

       01 ws-aging-date-fields.
         05 ws-current-date-alpha       pic x(21) value spaces.
         05 ws-aging-date               pic 9(8) value 0.
         05 ws-aging-day-number         pic s9(7) value 0.
         05 ws-due-day-number           pic s9(7) value 0.
         05 ws-days-past-due            pic s9(7) value 0.

      *
      *  Terms days are the last number in cm-billing-terms --
      *  "NET 30" is 30 and "2/10 NET 30" is 30 too, since the
      *  discount window is not when the invoice falls due. Terms
      *  with no number at all (COD, DUE ON RECEIPT) are due on the
      *  invoice date.
      *
       01 ws-terms-fields.
         05 ws-terms-days               pic 9(3) value 0.
         05 ws-terms-number             pic 9(3) value 0.
         05 ws-terms-digit              pic 9 value 0.
         05 ws-terms-in-number-flag     pic x value "n".
         05 ws-terms-sub                pic 99 value 0.

      *
      *  Buckets 1 to 5 are current, 1-30, 31-60, 61-90 and over 90
      *  days past due; the customer's and the report's figures
      *  are held side by side and rolled at each customer break.
      *
       01 ws-bucket-fields.
         05 ws-bucket-sub               pic 9 value 0.
         05 ws-customer-number          pic x(6) value spaces.
         05 ws-customer-name            pic x(25) value spaces.
         05 ws-customer-count           pic 9(5) value 0.
         05 ws-item-count               pic 9(7) value 0.
         05 ws-unknown-customer-count   pic 9(5) value 0.
         05 ws-customer-total           pic s9(9)v99 value 0.
         05 ws-grand-total              pic s9(9)v99 value 0.

       01 ws-customer-buckets.
         05 ws-customer-bucket occurs 5 times
                                        pic s9(9)v99.

       01 ws-grand-buckets.
         05 ws-grand-bucket occurs 5 times
                                        pic s9(9)v99.

       01 ws-report-heading.
         05 filler                      pic x(39) value
             "AGED TRIAL BALANCE - RECEIVABLES  AS OF".
         05 filler                      pic x(1) value space.
         05 rh-aging-date               pic 9999/99/99.

       01 ws-column-heading.
         05 filler                      pic x(8) value "CUST".
         05 filler                      pic x(25) value "NAME".
         05 filler                      pic x(15) value
             "        CURRENT".
         05 filler                      pic x(15) value
             "      1-30 DAYS".
         05 filler                      pic x(15) value
             "     31-60 DAYS".
         05 filler                      pic x(15) value
             "     61-90 DAYS".
         05 filler                      pic x(15) value
             "        OVER 90".
         05 filler                      pic x(15) value
             "    TOTAL OWING".

       01 ws-aging-detail-line.
         05 ad-customer-number          pic x(6).
         05 filler                      pic x(2) value spaces.
         05 ad-customer-name            pic x(25).
         05 ad-bucket-group.
           10 ad-bucket occurs 5 times.
             15 filler                  pic x(1).
             15 ad-bucket-amount        pic zz,zzz,zz9.99-.
         05 filler                      pic x(1) value space.
         05 ad-total                    pic zz,zzz,zz9.99-.

       01 ws-total-line.
         05 filler                      pic x(8) value spaces.
         05 tl-label                    pic x(25) value
             "REPORT TOTAL".
         05 tl-bucket-group.
           10 tl-bucket occurs 5 times.
             15 filler                  pic x(1).
             15 tl-bucket-amount        pic zz,zzz,zz9.99-.
         05 filler                      pic x(1) value space.
         05 tl-total                    pic zz,zzz,zz9.99-.

       01 ws-count-line.
         05 filler                      pic x(22) value
             "CUSTOMERS WITH BALANCE".
         05 cl-customer-count           pic zzzz9.
         05 filler                      pic x(14) value
             "   OPEN ITEMS".
         05 cl-item-count               pic zzzzzz9.

       01 ws-unknown-customer-line.
         05 filler                      pic x(37) value
             "CUSTOMERS NOT ON THE CUSTOMER MASTER:".
         05 ul-unknown-count            pic zzzz9.

       01 ws-no-activity-line.
         05 filler                      pic x(31) value
             "NO OPEN ITEMS ON THE LEDGER".

       procedure division.
       000-main.

      *
      * Establish the aging date, age the ledger in key order (so
      * one customer's items arrive together) and write the report.
      *
           perform 100-get-aging-date.

           open input ar-open-item-file.
           open input customer-master.
           open output aging-report-file.

           move ws-aging-date to rh-aging-date.
           write aging-report-line from ws-report-heading.
           write aging-report-line from ws-column-heading
             after advancing 2 lines.
           write aging-report-line from spaces
             after advancing 1 line.

           perform 300-clear-customer-buckets.
           perform 310-clear-grand-buckets.

           if ws-ar-status = "00"
             then
               perform 200-read-open-item
                 until ws-ar-eof-flag = "y"
           end-if.

           if ws-first-item-flag = "n"
             then
               perform 400-write-customer-line
           end-if.

           perform 500-write-report-totals.

           close ar-open-item-file.
           close customer-master.
           close aging-report-file.

           display "AGED TRIAL BALANCE WRITTEN - CUSTOMERS: "
             ws-customer-count.

           move ws-completion-code to return-code.
           goback.

       100-get-aging-date.

           display "AGING DATE (YYYYMMDD, 0 = TODAY): "
             with no advancing.
           accept ws-aging-date.

           move function current-date to ws-current-date-alpha.

           if ws-aging-date = 0
             then
               move ws-current-date-alpha(1:8) to ws-aging-date
           end-if.

           if function test-date-yyyymmdd(ws-aging-date) not = 0
             then
               display "INVALID AGING DATE - TODAY USED"
               move ws-current-date-alpha(1:8) to ws-aging-date
           end-if.

           compute ws-aging-day-number =
             function integer-of-date(ws-aging-date).

       200-read-open-item.

           read ar-open-item-file next record
               at end
                   move "y" to ws-ar-eof-flag
               not at end
                   if ar-open-amount not = 0
                     then
                       perform 210-age-open-item
                   end-if
           end-read.

       210-age-open-item.

           if ws-first-item-flag = "y"
             then
               move "n" to ws-first-item-flag
               perform 220-start-customer
           end-if.

           if ar-customer-number not = ws-customer-number
             then
               perform 400-write-customer-line
               perform 300-clear-customer-buckets
               perform 220-start-customer
           end-if.

      *
      *  An item dated after the aging date (a back-dated aging
      *  run) is not yet past due -- it lands in current rather
      *  than being left off a balance the ledger still carries.
      *
           if ar-item-type = "I"
             then
               compute ws-due-day-number =
                 function integer-of-date(ar-invoice-date)
                 + ws-terms-days
             else
               compute ws-due-day-number =
                 function integer-of-date(ar-invoice-date)
           end-if.

           subtract ws-due-day-number from ws-aging-day-number
             giving ws-days-past-due.

           if ws-days-past-due <= 0
             then
               move 1 to ws-bucket-sub
             else
               if ws-days-past-due <= 30
                 then
                   move 2 to ws-bucket-sub
                 else
                   if ws-days-past-due <= 60
                     then
                       move 3 to ws-bucket-sub
                     else
                       if ws-days-past-due <= 90
                         then
                           move 4 to ws-bucket-sub
                         else
                           move 5 to ws-bucket-sub
                       end-if
                   end-if
               end-if
           end-if.

           add ar-open-amount to ws-customer-bucket(ws-bucket-sub).
           add ar-open-amount to ws-customer-total.
           add 1 to ws-item-count.

       220-start-customer.

           move ar-customer-number to ws-customer-number.
           move ar-customer-number to cm-customer-number.
           move 0 to ws-terms-days.

           read customer-master
               key is cm-customer-number
               invalid key
                   move "** NOT ON CUSTOMER MASTER" to
                     ws-customer-name
                   add 1 to ws-unknown-customer-count
                   move 4 to ws-completion-code
               not invalid key
                   move cm-customer-name to ws-customer-name
                   perform 230-get-terms-days
           end-read.

       230-get-terms-days.

           move 0 to ws-terms-number.
           move "n" to ws-terms-in-number-flag.

           perform 235-scan-terms-character
             varying ws-terms-sub from 1 by 1
             until ws-terms-sub > 10.

           if ws-terms-in-number-flag = "y"
             then
               move ws-terms-number to ws-terms-days
           end-if.

       235-scan-terms-character.

           if cm-billing-terms(ws-terms-sub:1) is numeric
             then
               if ws-terms-in-number-flag = "n"
                 then
                   move 0 to ws-terms-number
                   move "y" to ws-terms-in-number-flag
               end-if
               move cm-billing-terms(ws-terms-sub:1) to ws-terms-digit
               compute ws-terms-number =
                 ws-terms-number * 10 + ws-terms-digit
             else
               if ws-terms-in-number-flag = "y"
                 then
                   move ws-terms-number to ws-terms-days
                   move "n" to ws-terms-in-number-flag
               end-if
           end-if.

       300-clear-customer-buckets.

           move 0 to ws-customer-total.
           perform 305-clear-one-customer-bucket
             varying ws-bucket-sub from 1 by 1
             until ws-bucket-sub > 5.

       305-clear-one-customer-bucket.

           move 0 to ws-customer-bucket(ws-bucket-sub).

       310-clear-grand-buckets.

           move 0 to ws-grand-total.
           perform 315-clear-one-grand-bucket
             varying ws-bucket-sub from 1 by 1
             until ws-bucket-sub > 5.

       315-clear-one-grand-bucket.

           move 0 to ws-grand-bucket(ws-bucket-sub).

       400-write-customer-line.

      *
      *  A customer whose open items net to nothing (a credit that
      *  exactly covers an invoice not yet applied) still prints --
      *  it is exactly the line collections wants to clean up.
      *
           move spaces to ws-aging-detail-line.
           move ws-customer-number to ad-customer-number.
           move ws-customer-name   to ad-customer-name.

           perform 410-roll-one-bucket
             varying ws-bucket-sub from 1 by 1
             until ws-bucket-sub > 5.

           move ws-customer-total to ad-total.
           add ws-customer-total to ws-grand-total.
           add 1 to ws-customer-count.

           write aging-report-line from ws-aging-detail-line
             after advancing 1 line.

       410-roll-one-bucket.

           move ws-customer-bucket(ws-bucket-sub) to
             ad-bucket-amount(ws-bucket-sub).
           add ws-customer-bucket(ws-bucket-sub) to
             ws-grand-bucket(ws-bucket-sub).

       500-write-report-totals.

           if ws-customer-count = 0
             then
               write aging-report-line from ws-no-activity-line
                 after advancing 1 line
             else
               move spaces to tl-bucket-group
               perform 510-edit-one-total-bucket
                 varying ws-bucket-sub from 1 by 1
                 until ws-bucket-sub > 5
               move ws-grand-total to tl-total
               write aging-report-line from ws-total-line
                 after advancing 2 lines
           end-if.

           move ws-customer-count to cl-customer-count.
           move ws-item-count     to cl-item-count.
           write aging-report-line from ws-count-line
             after advancing 2 lines.

           if ws-unknown-customer-count > 0
             then
               move ws-unknown-customer-count to ul-unknown-count
               write aging-report-line from ws-unknown-customer-line
                 after advancing 1 line
           end-if.

       510-edit-one-total-bucket.

           move ws-grand-bucket(ws-bucket-sub) to
             tl-bucket-amount(ws-bucket-sub).

       end program ArAgingProgram.
