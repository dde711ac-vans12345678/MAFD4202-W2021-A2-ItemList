       identification division.
       program-id. StockStatusProgram.
       author. Andre Agrippa.
       date-written. 2026-10-15.

      **************************************************************
      *Description: As-of-date stock status from the stock ledger.
      * For one item, one depot, or everything, rebuilds each
      * item/depot balance as it stood at the start of a chosen
      * period and at the end of the as-of date, and lists every
      * ledger movement in between with the balance walked forward
      * beside the balance the posting program recorded. The
      * rebuild works back from the balance on LOCSTOCK.dat now,
      * less everything the ledger says moved since, so it holds
      * for stock that was on hand before the ledger began. A
      * walked balance that disagrees with the recorded one is
      * flagged -- something moved that balance without writing
      * the ledger -- and the run ends with a warning code.
      **************************************************************


       environment division.
       configuration section.

       input-output section.
       file-control.

           select optional stock-ledger-file
               assign to "../../../STKLEDG.dat"
               organization is line sequential
               file status is ws-ledger-status.
           select ledger-sorted-file
               assign to "../../../A2.lgs"
               organization is line sequential
               file status is ws-sorted-status.
           select sort-ledger-file
               assign to "A2SRT6".
           select optional location-stock
               assign to "../../../LOCSTOCK.dat"
               organization is indexed
               access mode is dynamic
               record key is ls-stock-key
               file status is ws-location-stock-status.
           select stock-status-file
               assign to "../../../A2.stk"
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

           fd stock-ledger-file
               data record is lg-ledger-record
               record contains 63 characters.

           copy "STKLEDG.cpy".

      *       Ledger records exactly as STKLEDG.cpy lays them down,
      *       in item/depot order, posting order within each.

           fd ledger-sorted-file
               data record is ld-ledger-record
               record contains 63 characters.

       01 ld-ledger-record.
         05 ld-item-number             pic 9(4).
         05 ld-location                pic x(2).
         05 ld-movement-type           pic x(1).
         05 ld-quantity                pic s9(7)
                                        sign leading separate.
         05 ld-resulting-balance       pic s9(7)
                                        sign leading separate.
         05 ld-reference               pic x(14).
         05 ld-program                 pic x(12).
         05 ld-date                    pic 9(8).
         05 ld-time                    pic 9(6).

           sd sort-ledger-file
               data record is sr-ledger-record.

       01 sr-ledger-record.
         05 sr-item-number             pic 9(4).
         05 sr-location                pic x(2).
         05 filler                     pic x(57).

           fd location-stock
               data record is ls-stock-record
               record contains 21 characters.

           copy "LOCSTOCK.cpy".

           fd stock-status-file
               data record is stock-status-line
               record contains 100 characters.

       01 stock-status-line            pic x(100).

       working-storage section.

       01 ws-flags.
         05 ws-sorted-eof-flag          pic x value "n".
         05 ws-selected-flag            pic x value "n".
         05 ws-location-stock-open-flag pic x value "n".
         05 ws-table-full-flag          pic x value "n".

       01 ws-file-status-fields.
         05 ws-ledger-status            pic xx value spaces.
         05 ws-sorted-status            pic xx value spaces.
         05 ws-location-stock-status    pic xx value spaces.
         05 ws-report-status            pic xx value spaces.

       01 ws-selection-fields.
         05 ws-current-date-alpha       pic x(21) value spaces.
         05 ws-select-item              pic 9(4) value 0.
         05 ws-select-location          pic x(2) value spaces.
         05 ws-from-date                pic 9(8) value 0.
         05 ws-as-of-date               pic 9(8) value 0.

       01 ws-balance-fields.
         05 ws-current-balance          pic s9(9) value 0.
         05 ws-opening-balance          pic s9(9) value 0.
         05 ws-running-balance          pic s9(9) value 0.
         05 ws-closing-balance          pic s9(9) value 0.
         05 ws-previous-item            pic 9(4) value 0.
         05 ws-previous-location        pic x(2) value spaces.
         05 ws-pair-open-flag           pic x value "n".

       01 ws-count-fields.
         05 ws-completion-code          pic 9(4) value 0.
         05 ws-movement-count           pic 9(7) value 0.
         05 ws-out-of-step-count        pic 9(7) value 0.

      *
      *  One entry per item/depot the selection touches, built in
      *  the sorted ledger's order on the first pass: what moved in
      *  the period and what has moved since, which is what the
      *  second pass needs before it can print a pair's opening
      *  balance.
      *
       01 ws-pair-fields.
         05 ws-pair-count               pic 9(4) value 0.
         05 ws-pair-limit               pic 9(4) value 2000.
         05 pr-sub                      pic 9(4) value 0.

       01 ws-pair-table.
         05 ws-pair-entry occurs 2000 times.
           10 pr-item-number           pic 9(4).
           10 pr-location              pic x(2).
           10 pr-period-change         pic s9(9).
           10 pr-later-change          pic s9(9).
           10 pr-period-count          pic 9(7).

       01 ws-report-heading.
         05 filler                      pic x(30) value
             "STOCK STATUS FROM LEDGER  FROM".
         05 filler                      pic x(1) value spaces.
         05 rh-from-date                pic 9(8).
         05 filler                      pic x(7) value "  AS OF".
         05 filler                      pic x(1) value spaces.
         05 rh-as-of-date               pic 9(8).
         05 filler                      pic x(8) value "  ITEM ".
         05 rh-select-item              pic x(4).
         05 filler                      pic x(8) value "  DEPOT ".
         05 rh-select-location          pic x(3).

       01 ws-pair-heading.
         05 filler                      pic x(5) value "ITEM ".
         05 ph-item-number              pic 9(4).
         05 filler                      pic x(8) value "  DEPOT ".
         05 ph-location                 pic x(2).
         05 filler                      pic x(21) value
             "  BALANCE AT START OF".
         05 filler                      pic x(1) value spaces.
         05 ph-from-date                pic 9(8).
         05 filler                      pic x(2) value spaces.
         05 ph-opening-balance          pic -zzzzzzzz9.

       01 ws-column-heading.
         05 filler                      pic x(10) value "    DATE".
         05 filler                      pic x(8) value "TIME".
         05 filler                      pic x(14) value "MOVEMENT".
         05 filler                      pic x(10) value " QUANTITY".
         05 filler                      pic x(10) value "  BALANCE".
         05 filler                      pic x(12) value "  RECORDED".
         05 filler                      pic x(16) value "REFERENCE".
         05 filler                      pic x(12) value "PROGRAM".

       01 ws-detail-line.
         05 filler                      pic x(2) value spaces.
         05 dl-date                     pic 9(8).
         05 filler                      pic x(2) value spaces.
         05 dl-time                     pic 9(6).
         05 filler                      pic x(2) value spaces.
         05 dl-movement                 pic x(13).
         05 filler                      pic x(1) value spaces.
         05 dl-quantity                 pic -zzzzzz9.
         05 filler                      pic x(1) value spaces.
         05 dl-running-balance          pic -zzzzzzzz9.
         05 filler                      pic x(1) value spaces.
         05 dl-recorded-balance         pic -zzzzzz9.
         05 filler                      pic x(1) value spaces.
         05 dl-out-of-step-flag         pic x(1).
         05 filler                      pic x(2) value spaces.
         05 dl-reference                pic x(14).
         05 filler                      pic x(2) value spaces.
         05 dl-program                  pic x(12).

      *
      *  The three closing lines for each pair -- as-of balance,
      *  what has moved since, and the balance on file, which the
      *  first two must add up to.
      *
       01 ws-pair-total-line.
         05 filler                      pic x(2) value spaces.
         05 pt-label                    pic x(30).
         05 filler                      pic x(2) value spaces.
         05 pt-amount                   pic -zzzzzzzz9.

       01 ws-no-period-movement-line.
         05 filler                      pic x(2) value spaces.
         05 filler                      pic x(23) value
             "NO MOVEMENTS IN PERIOD".

       01 ws-no-movement-line.
         05 filler                      pic x(35) value
             "NO LEDGER MOVEMENTS FOR SELECTION".

       01 ws-table-full-line.
         05 filler                      pic x(44) value
             "PAIR TABLE FULL - REMAINING PAIRS NOT SHOWN".

       01 ws-total-line-1.
         05 filler                      pic x(26) value
             "ITEM/DEPOT PAIRS REPORTED ".
         05 rt-pair-count               pic zzz9.

       01 ws-total-line-2.
         05 filler                      pic x(26) value
             "MOVEMENTS IN PERIOD       ".
         05 rt-movement-count           pic zzzzzz9.

       01 ws-total-line-3.
         05 filler                      pic x(26) value
             "BALANCES OUT OF STEP (*)  ".
         05 rt-out-of-step-count        pic zzzzzz9.

       procedure division.
       000-main.

      *
      * Sort the ledger into item/depot/date order, total each pair
      * on a first pass, then print each pair from the totals and a
      * second pass.
      *
           perform 100-get-selection.
           perform 200-sort-ledger.

           open input location-stock.
           if ws-location-stock-status = "00"
             then
               move "y" to ws-location-stock-open-flag
           end-if.

           open output stock-status-file.
           move ws-from-date  to rh-from-date.
           move ws-as-of-date to rh-as-of-date.
           if ws-select-item = 0
             then
               move "ALL" to rh-select-item
             else
               move ws-select-item to rh-select-item
           end-if.
           if ws-select-location = spaces
             then
               move "ALL" to rh-select-location
             else
               move ws-select-location to rh-select-location
           end-if.
           write stock-status-line from ws-report-heading.

           perform 300-total-pairs.

           if ws-pair-count = 0
             then
               perform 350-write-no-movements
             else
               perform 400-report-pairs
           end-if.

           perform 500-write-totals.

           close stock-status-file.
           if ws-location-stock-open-flag = "y"
             then
               close location-stock
           end-if.

           if ws-completion-code = 0
             and (ws-out-of-step-count > 0
               or ws-table-full-flag = "y")
             then
               move 4 to ws-completion-code
           end-if.

           move ws-completion-code to return-code.
           goback.

       100-get-selection.

           display "ITEM NUMBER (0 = ALL ITEMS): " with no advancing.
           accept ws-select-item.
           display "DEPOT (BLANK = ALL DEPOTS): " with no advancing.
           accept ws-select-location.
           display "AS-OF DATE (YYYYMMDD, 0 = TODAY): "
             with no advancing.
           accept ws-as-of-date.
           display "FROM DATE (YYYYMMDD, 0 = START OF THAT MONTH): "
             with no advancing.
           accept ws-from-date.

           move function current-date to ws-current-date-alpha.

           if ws-as-of-date = 0
             then
               move ws-current-date-alpha(1:8) to ws-as-of-date
           end-if.
           if ws-from-date = 0
             or ws-from-date > ws-as-of-date
             then
               move ws-as-of-date to ws-from-date
               move "01" to ws-from-date(7:2)
           end-if.

       200-sort-ledger.

      *
      *  No ledger yet is the same as an empty one, as PoSuggest
      *  treats a missing open-PO file -- the sorted file is made
      *  empty and every balance stands as it is on file.
      *  Within an item and depot the ledger's own order is the
      *  posting order and is kept as written -- the ledger date is
      *  the run date a nightly run was given, which a rerun can
      *  backdate, and the time is the clock's, so neither orders
      *  the postings. The dates only place each movement in or
      *  out of the period.
      *
           open input stock-ledger-file.

           if ws-ledger-status = "00"
             then
               close stock-ledger-file
               sort sort-ledger-file
                   on ascending key sr-item-number sr-location
                   with duplicates in order
                   using stock-ledger-file
                   giving ledger-sorted-file
             else
               close stock-ledger-file
               open output ledger-sorted-file
               close ledger-sorted-file
           end-if.

       300-total-pairs.

           open input ledger-sorted-file.
           move "n" to ws-sorted-eof-flag.

           perform 310-read-selected-record.
           perform 320-total-one-record
             until ws-sorted-eof-flag = "y".

           close ledger-sorted-file.

       310-read-selected-record.

      *
      *  Next ledger record inside the item and depot selection --
      *  dates are judged by the caller.
      *
           move "n" to ws-selected-flag.
           perform 315-read-sorted-record
             until ws-selected-flag = "y"
             or ws-sorted-eof-flag = "y".

       315-read-sorted-record.

           read ledger-sorted-file
               at end
                   move "y" to ws-sorted-eof-flag
               not at end
                   if (ws-select-item = 0
                     or ld-item-number = ws-select-item)
                     and (ws-select-location = spaces
                     or ld-location = ws-select-location)
                     then
                       move "y" to ws-selected-flag
                   end-if
           end-read.

       320-total-one-record.

           if ws-pair-count = 0
             or ld-item-number not = pr-item-number(ws-pair-count)
             or ld-location not = pr-location(ws-pair-count)
             then
               if ws-pair-count >= ws-pair-limit
                 then
                   move "y" to ws-table-full-flag
                   move "y" to ws-sorted-eof-flag
                 else
                   add 1 to ws-pair-count
                   move ld-item-number to pr-item-number(ws-pair-count)
                   move ld-location    to pr-location(ws-pair-count)
                   move 0 to pr-period-change(ws-pair-count)
                   move 0 to pr-later-change(ws-pair-count)
                   move 0 to pr-period-count(ws-pair-count)
               end-if
           end-if.

           if ws-sorted-eof-flag not = "y"
             then
               if ld-date > ws-as-of-date
                 then
                   add ld-quantity to pr-later-change(ws-pair-count)
                 else
                   if ld-date >= ws-from-date
                     then
                       add ld-quantity to
                         pr-period-change(ws-pair-count)
                       add 1 to pr-period-count(ws-pair-count)
                   end-if
               end-if
               perform 310-read-selected-record
           end-if.

       350-write-no-movements.

      *
      *  One item at one depot with nothing on the ledger still has
      *  a balance worth showing -- it has not moved since.
      *
           write stock-status-line from ws-no-movement-line
             after advancing 2 lines.

           if ws-select-item not = 0
             and ws-select-location not = spaces
             then
               move ws-select-item     to ws-previous-item
               move ws-select-location to ws-previous-location
               perform 450-get-current-balance
               move "BALANCE ON FILE NOW" to pt-label
               move ws-current-balance to pt-amount
               write stock-status-line from ws-pair-total-line
                 after advancing 1 line
           end-if.

       400-report-pairs.

           open input ledger-sorted-file.
           move "n" to ws-sorted-eof-flag.
           move 0 to pr-sub.

           perform 310-read-selected-record.
           perform 410-report-one-record
             until ws-sorted-eof-flag = "y".

           if ws-pair-open-flag = "y"
             then
               perform 440-close-pair
           end-if.

           close ledger-sorted-file.

           if ws-table-full-flag = "y"
             then
               write stock-status-line from ws-table-full-line
                 after advancing 2 lines
           end-if.

       410-report-one-record.

           if ws-pair-open-flag = "n"
             or ld-item-number not = ws-previous-item
             or ld-location not = ws-previous-location
             then
               if ws-pair-open-flag = "y"
                 then
                   perform 440-close-pair
               end-if
               add 1 to pr-sub
               if pr-sub > ws-pair-count
                 then
                   move "y" to ws-sorted-eof-flag
                 else
                   perform 430-open-pair
               end-if
           end-if.

           if ws-sorted-eof-flag not = "y"
             then
               if ld-date >= ws-from-date
                 and ld-date <= ws-as-of-date
                 then
                   perform 420-write-movement-line
               end-if
               perform 310-read-selected-record
           end-if.

       420-write-movement-line.

           add ld-quantity to ws-running-balance.
           add 1 to ws-movement-count.

           evaluate ld-movement-type
               when "S"
                   move "SALE"          to dl-movement
               when "R"
                   move "RETURN"        to dl-movement
               when "O"
                   move "TRANSFER OUT"  to dl-movement
               when "I"
                   move "TRANSFER IN"   to dl-movement
               when "V"
                   move "RECEIPT"       to dl-movement
               when "B"
                   move "BATCH RECEIPT" to dl-movement
               when "P"
                   move "PO RECEIPT"    to dl-movement
               when "C"
                   move "COUNT ADJUST"  to dl-movement
               when "X"
                   move "RUN REVERSAL"  to dl-movement
               when other
                   move ld-movement-type to dl-movement
           end-evaluate.

           move space to dl-out-of-step-flag.
           if ws-running-balance not = ld-resulting-balance
             then
               move "*" to dl-out-of-step-flag
               add 1 to ws-out-of-step-count
           end-if.

           move ld-date              to dl-date.
           move ld-time              to dl-time.
           move ld-quantity          to dl-quantity.
           move ws-running-balance   to dl-running-balance.
           move ld-resulting-balance to dl-recorded-balance.
           move ld-reference         to dl-reference.
           move ld-program           to dl-program.

           write stock-status-line from ws-detail-line
             after advancing 1 line.

      *
      *  Walk on from what the posting program recorded, so one
      *  missed posting flags once rather than on every line after.
      *
           move ld-resulting-balance to ws-running-balance.

       430-open-pair.

      *
      *  Opening balance = on file now, less everything since the
      *  as-of date, less everything in the period.
      *
           move "y" to ws-pair-open-flag.
           move ld-item-number to ws-previous-item.
           move ld-location    to ws-previous-location.

           perform 450-get-current-balance.

           compute ws-closing-balance =
             ws-current-balance - pr-later-change(pr-sub).
           compute ws-opening-balance =
             ws-closing-balance - pr-period-change(pr-sub).
           move ws-opening-balance to ws-running-balance.

           move ld-item-number     to ph-item-number.
           move ld-location        to ph-location.
           move ws-from-date       to ph-from-date.
           move ws-opening-balance to ph-opening-balance.
           write stock-status-line from ws-pair-heading
             after advancing 2 lines.

           if pr-period-count(pr-sub) = 0
             then
               write stock-status-line from ws-no-period-movement-line
                 after advancing 1 line
             else
               write stock-status-line from ws-column-heading
                 after advancing 1 line
           end-if.

       440-close-pair.

           move "n" to ws-pair-open-flag.

           move spaces to pt-label.
           string "BALANCE AS OF " ws-as-of-date
             delimited by size into pt-label
           end-string.
           move ws-closing-balance to pt-amount.
           write stock-status-line from ws-pair-total-line
             after advancing 1 line.

           move "MOVED SINCE" to pt-label.
           move pr-later-change(pr-sub) to pt-amount.
           write stock-status-line from ws-pair-total-line
             after advancing 1 line.

           move "BALANCE ON FILE NOW" to pt-label.
           move ws-current-balance to pt-amount.
           write stock-status-line from ws-pair-total-line
             after advancing 1 line.

       450-get-current-balance.

           move 0 to ws-current-balance.

           if ws-location-stock-open-flag = "y"
             then
               move ws-previous-item     to ls-item-number
               move ws-previous-location to ls-location
               read location-stock
                   key is ls-stock-key
                   invalid key
                       continue
                   not invalid key
                       move ls-on-hand-qty to ws-current-balance
               end-read
           end-if.

       500-write-totals.

           move ws-pair-count to rt-pair-count.
           write stock-status-line from ws-total-line-1
             after advancing 2 lines.
           move ws-movement-count to rt-movement-count.
           write stock-status-line from ws-total-line-2
             after advancing 1 line.
           move ws-out-of-step-count to rt-out-of-step-count.
           write stock-status-line from ws-total-line-3
             after advancing 1 line.

           display "STOCK STATUS WRITTEN - PAIRS: " ws-pair-count
             "  OUT OF STEP: " ws-out-of-step-count.

       end program StockStatusProgram.
