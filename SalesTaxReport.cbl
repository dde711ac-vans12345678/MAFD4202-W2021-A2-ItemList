       identification division.
       program-id. SalesTaxReportProgram.
       author. Andre Agrippa.
       date-written. 2026-10-15.

      **************************************************************
      *Description: Monthly sales tax collected by jurisdiction,
      * over the tax history ItemListProgram appends at the end of
      * every run -- taxable sales, exempt sales and tax collected
      * for each taxing jurisdiction, returns netted in, with a
      * report total, so the returns are filed from one page
      * instead of adding up a month of invoices.
      **************************************************************


       environment division.
       configuration section.

       input-output section.
       file-control.

           select optional tax-history-file
               assign to "../../../A2.txh"
               organization is line sequential
               file status is ws-tax-history-status.
           select optional tax-table-file
               assign to "../../../TAXTAB.dat"
               organization is line sequential
               file status is ws-tax-table-status.
           select tax-report-file
               assign to "../../../A2.txr"
               organization is line sequential
               file status is ws-tax-report-status.

       data division.

       file section.

      *       Tax history records exactly as 294-append-tax-history
      *       of ItemListProgram lays them down.

           fd tax-history-file
               data record is th-tax-record
               record contains 68 characters.

       01 th-tax-record.
         05 th-run-date                pic 9(8).
         05 th-run-date-parts redefines th-run-date.
           10 th-run-year              pic 9(4).
           10 th-run-month             pic 99.
           10 th-run-day               pic 99.
         05 th-location                pic x(2).
         05 th-jurisdiction            pic x(6).
         05 th-tax-rate                pic 99v999.
         05 th-taxable-sales           pic s9(8)v99
                                        sign leading separate.
         05 th-exempt-sales            pic s9(8)v99
                                        sign leading separate.
         05 th-tax-amount              pic s9(8)v99
                                        sign leading separate.
         05 th-run-stamp               pic x(14).

      *       The tax table only furnishes the jurisdiction names --
      *       the history carries the code it was collected under.

           fd tax-table-file
               data record is tt-file-record
               record contains 33 characters.

       01 tt-file-record.
         05 tt-location                pic x(2).
         05 tt-jurisdiction            pic x(6).
         05 tt-jurisdiction-name       pic x(20).
         05 tt-tax-rate                pic 99v999.

           fd tax-report-file
               data record is tax-report-line
               record contains 100 characters.

       01 tax-report-line              pic x(100).

       working-storage section.

       01 ws-flags.
         05 ws-history-eof-flag         pic x value "n".

       01 ws-file-status-fields.
         05 ws-tax-history-status       pic xx value spaces.
         05 ws-tax-table-status         pic xx value spaces.
         05 ws-tax-report-status        pic xx value spaces.

       01 ws-period-fields.
         05 ws-current-date-alpha       pic x(21) value spaces.
         05 ws-report-year              pic 9(4) value 0.
         05 ws-report-month             pic 99 value 0.

       01 ws-jurisdiction-fields.
         05 ws-jurisdiction-count       pic 99 value 0.
         05 ws-jurisdiction-limit       pic 99 value 50.
         05 jr-sub                      pic 99 value 0.
         05 jr-move-sub                 pic 99 value 0.
         05 ws-lookup-jurisdiction      pic x(6) value spaces.
         05 ws-total-taxable            pic s9(9)v99 value 0.
         05 ws-total-exempt             pic s9(9)v99 value 0.
         05 ws-total-tax                pic s9(9)v99 value 0.
         05 ws-gross-sales              pic s9(9)v99 value 0.

      *
      *  One entry per jurisdiction seen in the month, held in
      *  jurisdiction-code order. Declared one slot past the limit
      *  so the ordered scan can run its subscript one past a full
      *  table without referencing storage outside it.
      *
       01 ws-jurisdiction-table.
         05 ws-jurisdiction-entry occurs 51 times.
           10 jr-jurisdiction          pic x(6).
           10 jr-jurisdiction-name     pic x(20).
           10 jr-taxable-sales         pic s9(9)v99.
           10 jr-exempt-sales          pic s9(9)v99.
           10 jr-tax-amount            pic s9(9)v99.

       01 ws-report-heading.
         05 filler                      pic x(44) value
             "SALES TAX COLLECTED BY JURISDICTION  PERIOD ".
         05 rh-report-year              pic 9(4).
         05 filler                      pic x(1) value "/".
         05 rh-report-month             pic 99.

       01 ws-column-heading.
         05 filler                      pic x(8) value "JURIS".
         05 filler                      pic x(22) value "NAME".
         05 filler                      pic x(17) value
             "    TAXABLE SALES".
         05 filler                      pic x(17) value
             "     EXEMPT SALES".
         05 filler                      pic x(17) value
             "      GROSS SALES".
         05 filler                      pic x(17) value
             "    TAX COLLECTED".

       01 ws-tax-detail-line.
         05 td-jurisdiction             pic x(6).
         05 filler                      pic x(2) value spaces.
         05 td-jurisdiction-name        pic x(20).
         05 filler                      pic x(2) value spaces.
         05 td-taxable-sales            pic zzz,zzz,zz9.99-.
         05 filler                      pic x(2) value spaces.
         05 td-exempt-sales             pic zzz,zzz,zz9.99-.
         05 filler                      pic x(2) value spaces.
         05 td-gross-sales              pic zzz,zzz,zz9.99-.
         05 filler                      pic x(2) value spaces.
         05 td-tax-amount               pic zzz,zzz,zz9.99-.

       01 ws-no-activity-line.
         05 filler                      pic x(31) value
             "NO ACTIVITY FOR REPORTED PERIOD".

       procedure division.
       000-main.

      *
      * Establish the report period, sweep the tax history into the
      * jurisdiction table, name the jurisdictions off the tax
      * table and write the report.
      *
           perform 100-get-report-period.
           perform 200-load-tax-history.
           perform 250-load-jurisdiction-names.
           perform 300-write-tax-report.

           accept return-code.
           goback.

       100-get-report-period.

           display "REPORT YEAR (YYYY, 0 = CURRENT): "
             with no advancing.
           accept ws-report-year.
           display "REPORT MONTH (MM, 0 = CURRENT): "
             with no advancing.
           accept ws-report-month.

           move function current-date to ws-current-date-alpha.

           if ws-report-year = 0
             then
               move ws-current-date-alpha(1:4) to ws-report-year
           end-if.
           if ws-report-month = 0 or ws-report-month > 12
             then
               move ws-current-date-alpha(5:2) to ws-report-month
           end-if.

       200-load-tax-history.

           open input tax-history-file.

           if ws-tax-history-status = "00"
             then
               perform 210-read-tax-history-record
                 until ws-history-eof-flag = "y"
           end-if.

           close tax-history-file.

       210-read-tax-history-record.

           read tax-history-file
               at end
                   move "y" to ws-history-eof-flag
               not at end
                   if th-run-year = ws-report-year
                     and th-run-month = ws-report-month
                     then
                       perform 220-post-tax-history-record
                   end-if
           end-read.

       220-post-tax-history-record.

      *
      *  Find the jurisdiction's slot -- the table is kept in code
      *  order, so scan to the first entry at or past the code and
      *  either post into it or open a new slot there.
      *
           move 1 to jr-sub.
           perform 230-advance-jurisdiction-position
             until jr-sub > ws-jurisdiction-count
             or jr-jurisdiction(jr-sub) >= th-jurisdiction.

           if jr-sub > ws-jurisdiction-count
             or jr-jurisdiction(jr-sub) not = th-jurisdiction
             then
               if ws-jurisdiction-count >= ws-jurisdiction-limit
                 then
                   display "JURISDICTION TABLE FULL - "
                     th-jurisdiction " DROPPED"
                   move 0 to jr-sub
                 else
                   move ws-jurisdiction-count to jr-move-sub
                   perform 240-shift-entry-up
                     until jr-move-sub < jr-sub
                   move th-jurisdiction to jr-jurisdiction(jr-sub)
                   move spaces to jr-jurisdiction-name(jr-sub)
                   move 0 to jr-taxable-sales(jr-sub)
                   move 0 to jr-exempt-sales(jr-sub)
                   move 0 to jr-tax-amount(jr-sub)
                   add 1 to ws-jurisdiction-count
               end-if
           end-if.

           if jr-sub > 0
             then
               add th-taxable-sales to jr-taxable-sales(jr-sub)
               add th-exempt-sales  to jr-exempt-sales(jr-sub)
               add th-tax-amount    to jr-tax-amount(jr-sub)
           end-if.

       230-advance-jurisdiction-position.

           add 1 to jr-sub.

       240-shift-entry-up.

           move ws-jurisdiction-entry(jr-move-sub) to
             ws-jurisdiction-entry(jr-move-sub + 1).
           subtract 1 from jr-move-sub.

       250-load-jurisdiction-names.

           open input tax-table-file.

           if ws-tax-table-status = "00"
             then
               perform 260-read-tax-table-row
                 until ws-tax-table-status not = "00"
           end-if.

           close tax-table-file.

       260-read-tax-table-row.

           read tax-table-file
               at end
                   move "10" to ws-tax-table-status
               not at end
                   move tt-jurisdiction to ws-lookup-jurisdiction
                   perform 270-name-one-jurisdiction
                     varying jr-sub from 1 by 1
                     until jr-sub > ws-jurisdiction-count
           end-read.

       270-name-one-jurisdiction.

           if jr-jurisdiction(jr-sub) = ws-lookup-jurisdiction
             then
               move tt-jurisdiction-name to
                 jr-jurisdiction-name(jr-sub)
           end-if.

       300-write-tax-report.

           open output tax-report-file.

           move ws-report-year  to rh-report-year.
           move ws-report-month to rh-report-month.
           write tax-report-line from ws-report-heading.

           if ws-jurisdiction-count = 0
             then
               write tax-report-line from ws-no-activity-line
                 after advancing 2 lines
             else
               write tax-report-line from ws-column-heading
                 after advancing 2 lines

               perform 310-write-jurisdiction-line
                 varying jr-sub from 1 by 1
                 until jr-sub > ws-jurisdiction-count

               move spaces to ws-tax-detail-line
               move "REPORT TOTAL" to td-jurisdiction-name
               move ws-total-taxable to td-taxable-sales
               move ws-total-exempt  to td-exempt-sales
               add ws-total-taxable ws-total-exempt
                 giving ws-gross-sales
               move ws-gross-sales   to td-gross-sales
               move ws-total-tax     to td-tax-amount
               write tax-report-line from ws-tax-detail-line
                 after advancing 2 lines
           end-if.

           close tax-report-file.

           display "SALES TAX REPORT WRITTEN - JURISDICTIONS: "
             ws-jurisdiction-count.

       310-write-jurisdiction-line.

           move jr-jurisdiction(jr-sub)      to td-jurisdiction.
           move jr-jurisdiction-name(jr-sub) to td-jurisdiction-name.
           move jr-taxable-sales(jr-sub)     to td-taxable-sales.
           move jr-exempt-sales(jr-sub)      to td-exempt-sales.
           add jr-taxable-sales(jr-sub) jr-exempt-sales(jr-sub)
             giving ws-gross-sales.
           move ws-gross-sales               to td-gross-sales.
           move jr-tax-amount(jr-sub)        to td-tax-amount.

           write tax-report-line from ws-tax-detail-line
             after advancing 1 line.

           add jr-taxable-sales(jr-sub) to ws-total-taxable.
           add jr-exempt-sales(jr-sub)  to ws-total-exempt.
           add jr-tax-amount(jr-sub)    to ws-total-tax.

       end program SalesTaxReportProgram.
