       identification division.
       program-id. MarginReportProgram.
       author. Andre Agrippa.
       date-written. 2026-10-15.

      **************************************************************
      *Description: Gross margin report over the sales history file
      * for a chosen range of run dates -- net sales, cost, margin
      * dollars and margin percent by depot, class and item, with a
      * subtotal for each class and a total for each depot and the
      * company. An item whose margin for the period is negative is
      * flagged BELOW COST, and a second page lists every history
      * line that sold below its cost, so the depot and the line
      * can be run down. History written before items carried a
      * cost has no cost to report on; those lines are counted and
      * left out rather than shown at a hundred percent margin.
      **************************************************************


       environment division.
       configuration section.

       input-output section.
       file-control.

      *
      *  Assigned through working storage so a closed period that
      *  HistoryArchiveProgram has moved into a dated archive file
      *  can still be reported, as SalesHistoryProgram allows.
      *
           select optional history-file
               assign to ws-history-file-name
               organization is line sequential
               file status is ws-history-status.
           select optional item-master
               assign to "../../../ITEMMAST.dat"
               organization is indexed
               access mode is dynamic
               record key is im-item-number
               file status is ws-item-master-status.
           select margin-report-file
               assign to "../../../A2.gmr"
               organization is line sequential
               file status is ws-margin-status.

       data division.

       file section.

      *       History records exactly as ItemListProgram lays them
      *       down and SalesHistoryProgram reads them.

           fd history-file
               data record is hs-history-record
               record contains 76 characters.

       01 hs-history-record.
         05 hs-run-date                pic 9(8).
         05 hs-item-number             pic 9(4).
         05 hs-location                pic x(2).
         05 hs-item-class              pic x(1).
         05 hs-quantity                pic s9(7)
                                        sign leading separate.
         05 hs-net-price               pic s9(8)v99
                                        sign leading separate.
         05 hs-trans-charge            pic s9(8)v99
                                        sign leading separate.
         05 hs-extended-cost           pic s9(8)v99
                                        sign leading separate.
         05 hs-run-stamp               pic x(14).
         05 hs-customer                pic x(6).

           fd item-master
               data record is im-item-record
               record contains 135 characters.

           copy "ITEMMAST.cpy".

           fd margin-report-file
               data record is margin-report-line
               record contains 112 characters.

       01 margin-report-line           pic x(112).

       working-storage section.

       01 ws-flags.
         05 ws-history-eof-flag         pic x value "n".
         05 ws-item-master-open-flag    pic x value "n".
         05 ws-below-cost-seen-flag     pic x value "n".

       01 ws-file-status-fields.
         05 ws-history-status           pic xx value spaces.
         05 ws-item-master-status       pic xx value spaces.
         05 ws-margin-status            pic xx value spaces.

       01 ws-history-file-fields.
         05 ws-history-file-name        pic x(64) value
             "../../../A2.his".
         05 ws-history-file-override    pic x(64) value spaces.

       01 ws-period-fields.
         05 ws-current-date-alpha       pic x(21) value spaces.
         05 ws-from-date                pic 9(8) value 0.
         05 ws-to-date                  pic 9(8) value 0.

       01 ws-margin-fields.
         05 ws-entry-count              pic 9(4) value 0.
         05 ws-entry-limit              pic 9(4) value 3000.
         05 mg-sub                      pic 9(4) value 0.
         05 mg-move-sub                 pic 9(4) value 0.
         05 ws-search-key               pic x(7) value spaces.
         05 ws-uncosted-count           pic 9(7) value 0.
         05 ws-below-cost-lines         pic 9(7) value 0.
         05 ws-margin-amount            pic s9(9)v99 value 0.
         05 ws-margin-percent           pic s9(5)v9 value 0.
         05 ws-previous-location        pic x(2) value spaces.
         05 ws-previous-class           pic x(1) value spaces.

      *
      *  Running totals for the class and depot breaks and for the
      *  company -- net sales and cost, the margin worked out as
      *  each total line is written.
      *
       01 ws-total-fields.
         05 ws-class-net                pic s9(9)v99 value 0.
         05 ws-class-cost               pic s9(9)v99 value 0.
         05 ws-depot-net                pic s9(9)v99 value 0.
         05 ws-depot-cost               pic s9(9)v99 value 0.
         05 ws-company-net              pic s9(9)v99 value 0.
         05 ws-company-cost             pic s9(9)v99 value 0.
         05 ws-total-net                pic s9(9)v99 value 0.
         05 ws-total-cost               pic s9(9)v99 value 0.

      *
      *  One entry per depot/class/item sold in the period, held in
      *  that key order. Declared one slot past ws-entry-limit so
      *  the ordered scan can run one past a full table, as
      *  SalesHistoryProgram's movement table does.
      *
       01 ws-margin-table.
         05 ws-margin-entry occurs 3001 times.
           10 mg-key.
             15 mg-location            pic x(2).
             15 mg-item-class          pic x(1).
             15 mg-item-number         pic 9(4).
           10 mg-units                 pic s9(7).
           10 mg-net                   pic s9(9)v99.
           10 mg-cost                  pic s9(9)v99.

       01 ws-report-heading.
         05 filler                      pic x(26) value
             "GROSS MARGIN REPORT  FROM ".
         05 rh-from-date                pic 9(8).
         05 filler                      pic x(4) value " TO ".
         05 rh-to-date                  pic 9(8).

       01 ws-column-heading.
         05 filler                      pic x(7) value "DEPOT".
         05 filler                      pic x(7) value "CLASS".
         05 filler                      pic x(6) value "ITEM".
         05 filler                      pic x(14) value "DESCRIPTION".
         05 filler                      pic x(9) value "    UNITS".
         05 filler                      pic x(16) value
             "       NET SALES".
         05 filler                      pic x(16) value
             "            COST".
         05 filler                      pic x(16) value
             "          MARGIN".
         05 filler                      pic x(8) value "  MARGIN".
         05 filler                      pic x(1) value "%".

       01 ws-detail-line.
         05 dl-location                 pic x(2).
         05 filler                      pic x(5) value spaces.
         05 dl-item-class               pic x(1).
         05 filler                      pic x(6) value spaces.
         05 dl-item-number              pic 9(4).
         05 filler                      pic x(2) value spaces.
         05 dl-item-description         pic x(13).
         05 filler                      pic x(1) value spaces.
         05 dl-units                    pic -zzzzzz9.
         05 filler                      pic x(1) value spaces.
         05 dl-net                      pic zzz,zzz,zz9.99-.
         05 filler                      pic x(1) value spaces.
         05 dl-cost                     pic zzz,zzz,zz9.99-.
         05 filler                      pic x(1) value spaces.
         05 dl-margin                   pic zzz,zzz,zz9.99-.
         05 filler                      pic x(2) value spaces.
         05 dl-margin-percent           pic -zzz9.9.
         05 filler                      pic x(2) value spaces.
         05 dl-below-cost-flag          pic x(10).

      *
      *  One layout for the class, depot and company totals -- the
      *  label says which.
      *
       01 ws-total-line.
         05 filler                      pic x(6) value spaces.
         05 tl-label                    pic x(28).
         05 filler                      pic x(9) value spaces.
         05 tl-net                      pic zzz,zzz,zz9.99-.
         05 filler                      pic x(1) value spaces.
         05 tl-cost                     pic zzz,zzz,zz9.99-.
         05 filler                      pic x(1) value spaces.
         05 tl-margin                   pic zzz,zzz,zz9.99-.
         05 filler                      pic x(2) value spaces.
         05 tl-margin-percent           pic -zzz9.9.

       01 ws-below-cost-heading.
         05 filler                      pic x(22) value
             "LINES SOLD BELOW COST ".

       01 ws-below-cost-column-heading.
         05 filler                      pic x(10) value "RUN DATE".
         05 filler                      pic x(7) value "DEPOT".
         05 filler                      pic x(6) value "ITEM".
         05 filler                      pic x(9) value "    UNITS".
         05 filler                      pic x(16) value
             "       NET SALES".
         05 filler                      pic x(16) value
             "            COST".

       01 ws-below-cost-line.
         05 bl-run-date                 pic 9(8).
         05 filler                      pic x(2) value spaces.
         05 bl-location                 pic x(2).
         05 filler                      pic x(5) value spaces.
         05 bl-item-number              pic 9(4).
         05 filler                      pic x(2) value spaces.
         05 bl-units                    pic -zzzzzz9.
         05 filler                      pic x(1) value spaces.
         05 bl-net                      pic zzz,zzz,zz9.99-.
         05 filler                      pic x(1) value spaces.
         05 bl-cost                     pic zzz,zzz,zz9.99-.

       01 ws-no-activity-line.
         05 filler                      pic x(33) value
             "NO ACTIVITY FOR REPORTED PERIOD".

       01 ws-none-below-cost-line.
         05 filler                      pic x(26) value
             "NO LINES SOLD BELOW COST".

       01 ws-uncosted-line.
         05 filler                      pic x(36) value
             "HISTORY LINES WITH NO COST RECORDED ".
         05 ul-uncosted-count           pic zzzzzz9.

       procedure division.
       000-main.

      *
      * Establish the period, sweep the history into the margin
      * table, write the margin listing, then sweep the history a
      * second time for the below-cost lines.
      *
           perform 100-get-report-period.

           open input item-master.
           if ws-item-master-status = "00"
             then
               move "y" to ws-item-master-open-flag
           end-if.

           open output margin-report-file.
           move ws-from-date to rh-from-date.
           move ws-to-date   to rh-to-date.
           write margin-report-line from ws-report-heading.

           perform 200-load-history.
           perform 300-write-margin-listing.
           perform 400-write-below-cost-lines.

           if ws-uncosted-count > 0
             then
               move ws-uncosted-count to ul-uncosted-count
               write margin-report-line from ws-uncosted-line
                 after advancing 2 lines
           end-if.

           close margin-report-file.
           if ws-item-master-open-flag = "y"
             then
               close item-master
           end-if.

           display "MARGIN REPORT WRITTEN - ITEMS: " ws-entry-count
             "  BELOW-COST LINES: " ws-below-cost-lines.

           accept return-code.
           goback.

       100-get-report-period.

           display "FROM RUN DATE (YYYYMMDD, 0 = START OF MONTH): "
             with no advancing.
           accept ws-from-date.
           display "TO RUN DATE (YYYYMMDD, 0 = TODAY): "
             with no advancing.
           accept ws-to-date.

           display "HISTORY FILE (BLANK = CURRENT): "
             with no advancing.
           accept ws-history-file-override.

           if ws-history-file-override not = spaces
             then
               move ws-history-file-override to ws-history-file-name
           end-if.

           move function current-date to ws-current-date-alpha.

           if ws-to-date = 0
             then
               move ws-current-date-alpha(1:8) to ws-to-date
           end-if.
           if ws-from-date = 0
             then
               move ws-to-date to ws-from-date
               move "01" to ws-from-date(7:2)
           end-if.

       200-load-history.

           move "n" to ws-history-eof-flag.
           open input history-file.

           if ws-history-status = "00"
             then
               perform 210-read-history-record
                 until ws-history-eof-flag = "y"
           end-if.

           close history-file.

       210-read-history-record.

           read history-file
               at end
                   move "y" to ws-history-eof-flag
               not at end
                   if hs-run-date >= ws-from-date
                     and hs-run-date <= ws-to-date
                     then
                       if hs-extended-cost is numeric
                         then
                           perform 220-post-history-record
                         else
                           add 1 to ws-uncosted-count
                       end-if
                   end-if
           end-read.

       220-post-history-record.

      *
      *  Find the slot -- the table is kept in depot/class/item
      *  order, so scan to the first entry at or past the key and
      *  either post into it or open a new slot there.
      *
           move hs-location    to ws-search-key(1:2).
           move hs-item-class  to ws-search-key(3:1).
           move hs-item-number to ws-search-key(4:4).

           move 1 to mg-sub.
           perform 230-advance-position
             until mg-sub > ws-entry-count
             or mg-key(mg-sub) >= ws-search-key.

           if mg-sub > ws-entry-count
             or mg-key(mg-sub) not = ws-search-key
             then
               if ws-entry-count >= ws-entry-limit
                 then
                   display "MARGIN TABLE FULL - DEPOT " hs-location
                     " ITEM " hs-item-number " DROPPED"
                   move 0 to mg-sub
                 else
                   move ws-entry-count to mg-move-sub
                   perform 240-shift-entry-up
                     until mg-move-sub < mg-sub
                   move ws-search-key to mg-key(mg-sub)
                   move 0 to mg-units(mg-sub)
                   move 0 to mg-net(mg-sub)
                   move 0 to mg-cost(mg-sub)
                   add 1 to ws-entry-count
               end-if
           end-if.

           if mg-sub > 0
             then
               add hs-quantity      to mg-units(mg-sub)
               add hs-net-price     to mg-net(mg-sub)
               add hs-extended-cost to mg-cost(mg-sub)
           end-if.

       230-advance-position.

           add 1 to mg-sub.

       240-shift-entry-up.

           move ws-margin-entry(mg-move-sub) to
             ws-margin-entry(mg-move-sub + 1).
           subtract 1 from mg-move-sub.

       300-write-margin-listing.

           if ws-entry-count = 0
             then
               write margin-report-line from ws-no-activity-line
                 after advancing 2 lines
             else
               write margin-report-line from ws-column-heading
                 after advancing 2 lines
               perform 310-write-margin-line
                 varying mg-sub from 1 by 1
                 until mg-sub > ws-entry-count
               perform 330-write-class-total
               perform 340-write-depot-total
               move "COMPANY TOTAL" to tl-label
               move ws-company-net  to ws-total-net
               move ws-company-cost to ws-total-cost
               perform 350-write-total-line
           end-if.

       310-write-margin-line.

      *
      *  A change of depot closes the old depot's last class and
      *  the depot itself; a change of class within the depot
      *  closes the class.
      *
           if ws-previous-location not = spaces
             and mg-location(mg-sub) not = ws-previous-location
             then
               perform 330-write-class-total
               perform 340-write-depot-total
               move spaces to ws-previous-class
           end-if.

           if ws-previous-class not = spaces
             and mg-item-class(mg-sub) not = ws-previous-class
             then
               perform 330-write-class-total
           end-if.

           move mg-location(mg-sub)   to ws-previous-location.
           move mg-item-class(mg-sub) to ws-previous-class.

           move spaces to dl-item-description.
           if ws-item-master-open-flag = "y"
             then
               move mg-item-number(mg-sub) to im-item-number
               read item-master
                   key is im-item-number
                   invalid key
                       move "*NOT ON FILE*" to dl-item-description
                   not invalid key
                       move im-item-description to
                         dl-item-description
               end-read
           end-if.

           compute ws-margin-amount =
             mg-net(mg-sub) - mg-cost(mg-sub).
           perform 360-compute-margin-percent-item.

           move spaces to dl-below-cost-flag.
           if ws-margin-amount < 0
             then
               move "BELOW COST" to dl-below-cost-flag
           end-if.

           move mg-location(mg-sub)    to dl-location.
           move mg-item-class(mg-sub)  to dl-item-class.
           move mg-item-number(mg-sub) to dl-item-number.
           move mg-units(mg-sub)       to dl-units.
           move mg-net(mg-sub)         to dl-net.
           move mg-cost(mg-sub)        to dl-cost.
           move ws-margin-amount       to dl-margin.
           move ws-margin-percent      to dl-margin-percent.

           write margin-report-line from ws-detail-line
             after advancing 1 line.

           add mg-net(mg-sub)  to ws-class-net.
           add mg-cost(mg-sub) to ws-class-cost.

       330-write-class-total.

           move spaces to tl-label.
           string "CLASS " ws-previous-class " TOTAL"
             delimited by size into tl-label
           end-string.
           move ws-class-net  to ws-total-net.
           move ws-class-cost to ws-total-cost.
           perform 350-write-total-line.

           add ws-class-net  to ws-depot-net.
           add ws-class-cost to ws-depot-cost.
           move 0 to ws-class-net.
           move 0 to ws-class-cost.

       340-write-depot-total.

           move spaces to tl-label.
           string "DEPOT " ws-previous-location " TOTAL"
             delimited by size into tl-label
           end-string.
           move ws-depot-net  to ws-total-net.
           move ws-depot-cost to ws-total-cost.
           perform 350-write-total-line.

           write margin-report-line from spaces
             after advancing 1 line.

           add ws-depot-net  to ws-company-net.
           add ws-depot-cost to ws-company-cost.
           move 0 to ws-depot-net.
           move 0 to ws-depot-cost.

       350-write-total-line.

      *
      *  The caller leaves the net sales and cost being totalled in
      *  ws-total-net and ws-total-cost and the label in tl-label.
      *
           compute ws-margin-amount = ws-total-net - ws-total-cost.
           move 0 to ws-margin-percent.
           if ws-total-net not = 0
             then
               compute ws-margin-percent rounded =
                 ws-margin-amount * 100 / ws-total-net
                 on size error
                   move 0 to ws-margin-percent
               end-compute
           end-if.

           move ws-total-net      to tl-net.
           move ws-total-cost     to tl-cost.
           move ws-margin-amount  to tl-margin.
           move ws-margin-percent to tl-margin-percent.

           write margin-report-line from ws-total-line
             after advancing 1 line.

       360-compute-margin-percent-item.

           move 0 to ws-margin-percent.
           if mg-net(mg-sub) not = 0
             then
               compute ws-margin-percent rounded =
                 ws-margin-amount * 100 / mg-net(mg-sub)
                 on size error
                   move 0 to ws-margin-percent
               end-compute
           end-if.

       400-write-below-cost-lines.

      *
      *  A second pass over the same period -- any costed sale line
      *  whose net came in under its cost. Returns run the other
      *  way and are not a pricing problem, so only sales count.
      *
           write margin-report-line from ws-below-cost-heading
             after advancing page.
           write margin-report-line from ws-below-cost-column-heading
             after advancing 2 lines.

           move "n" to ws-history-eof-flag.
           open input history-file.

           if ws-history-status = "00"
             then
               perform 410-check-one-line
                 until ws-history-eof-flag = "y"
           end-if.

           close history-file.

           if ws-below-cost-lines = 0
             then
               write margin-report-line from ws-none-below-cost-line
                 after advancing 2 lines
           end-if.

       410-check-one-line.

           read history-file
               at end
                   move "y" to ws-history-eof-flag
               not at end
                   if hs-run-date >= ws-from-date
                     and hs-run-date <= ws-to-date
                     and hs-extended-cost is numeric
                     and hs-quantity > 0
                     and hs-net-price < hs-extended-cost
                     then
                       add 1 to ws-below-cost-lines
                       move hs-run-date      to bl-run-date
                       move hs-location      to bl-location
                       move hs-item-number   to bl-item-number
                       move hs-quantity      to bl-units
                       move hs-net-price     to bl-net
                       move hs-extended-cost to bl-cost
                       write margin-report-line from ws-below-cost-line
                         after advancing 1 line
                   end-if
           end-read.

       end program MarginReportProgram.
