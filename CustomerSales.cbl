       identification division.
       program-id. CustomerSalesProgram.
       author. Andre Agrippa.
       date-written. 2026-10-15.

      **************************************************************
      *Description: Sales analysis by customer over the sales
      * history ItemListProgram appends every night and the monthly
      * archives HistoryArchiveProgram moves it into -- for each
      * customer the report month and the year to date set against
      * the same period last year, returns as a percent of the
      * year's sales, the date of the last purchase and the
      * customer's top items for the year. An exception page
      * follows listing active customers whose year to date has
      * fallen by more than the percentage keyed at the prompt, or
      * who have not bought within the number of days keyed. Runs
      * backed out by RunReversalProgram are left out altogether,
      * offsets and all. History written before the customer was
      * carried on it cannot be analysed and is counted instead.
      **************************************************************


       environment division.
       configuration section.

       input-output section.
       file-control.

           select optional history-file
               assign to "../../../A2.his"
               organization is line sequential
               file status is ws-history-status.
      *
      *  One dated archive per closed month, A2.arh.YYYYMM, named
      *  the way HistoryArchiveProgram names it -- each month in
      *  the analysis window is opened in turn, and a month never
      *  archived is simply not there.
      *
           select optional archive-file
               assign to ws-archive-file-name
               organization is line sequential
               file status is ws-archive-status.
           select optional run-register-file
               assign to "../../../RUNREG.dat"
               organization is indexed
               access mode is dynamic
               record key is rr-run-stamp
               file status is ws-run-register-status.
           select optional customer-master
               assign to "../../../CUSTMAST.dat"
               organization is indexed
               access mode is dynamic
               record key is cm-customer-number
               file status is ws-customer-master-status.
           select analysis-report-file
               assign to "../../../A2.csa"
               organization is line sequential
               file status is ws-analysis-status.

       data division.

       file section.

      *       History records exactly as 185-write-gl-extract-record
      *       of ItemListProgram lays them down; both the live file
      *       and the archives are read into ws-history-line.

           fd history-file
               data record is hs-history-record
               record contains 76 characters.

       01 hs-history-record            pic x(76).

           fd archive-file
               data record is ah-archive-record
               record contains 76 characters.

       01 ah-archive-record            pic x(76).

           fd run-register-file
               data record is rr-run-record
               record contains 127 characters.

           copy "RUNREG.cpy".

           fd customer-master
               data record is cm-customer-record
               record contains 108 characters.

           copy "CUSTMAST.cpy".

           fd analysis-report-file
               data record is analysis-report-line
               record contains 132 characters.

       01 analysis-report-line         pic x(132).

       working-storage section.

       01 ws-flags.
         05 ws-history-eof-flag         pic x value "n".
         05 ws-register-eof-flag        pic x value "n".
         05 ws-customer-eof-flag        pic x value "n".
         05 ws-items-done-flag          pic x value "n".
         05 ws-reversed-run-flag        pic x value "n".
         05 ws-ytd-down-flag            pic x value "n".
         05 ws-lapsed-flag              pic x value "n".
         05 ws-exception-found-flag     pic x value "n".
         05 ws-customer-open-flag       pic x value "n".

       01 ws-file-status-fields.
         05 ws-history-status           pic xx value spaces.
         05 ws-archive-status           pic xx value spaces.
         05 ws-run-register-status      pic xx value spaces.
         05 ws-customer-master-status   pic xx value spaces.
         05 ws-analysis-status          pic xx value spaces.

       01 ws-completion-code            pic 99 value 0.

      *
      *  The report month, the same month a year earlier, and the
      *  as-of date both years are cut at -- today while the report
      *  month is still running, the month's last day once it has
      *  closed -- so a part month is never set against a whole one.
      *
       01 ws-period-fields.
         05 ws-current-date-alpha       pic x(21) value spaces.
         05 ws-today-date               pic 9(8) value 0.
         05 ws-report-year              pic 9(4) value 0.
         05 ws-report-month             pic 99 value 0.
         05 ws-prior-year               pic 9(4) value 0.
         05 ws-as-of-date               pic 9(8) value 0.
         05 ws-as-of-parts redefines ws-as-of-date.
           10 ws-as-of-year             pic 9(4).
           10 ws-as-of-month            pic 99.
           10 ws-as-of-day              pic 99.
         05 ws-as-of-day-number         pic s9(7) value 0.
         05 ws-next-month-date          pic 9(8) value 0.
         05 ws-next-month-parts redefines ws-next-month-date.
           10 ws-next-month-year        pic 9(4).
           10 ws-next-month-month       pic 99.
           10 ws-next-month-day         pic 99.
         05 ws-window-start-date        pic 9(8) value 0.
         05 ws-lapse-start-date         pic 9(8) value 0.

      *
      *  Exception thresholds, keyed at the prompt.
      *
       01 ws-threshold-fields.
         05 ws-drop-percent             pic 9(3) value 0.
         05 ws-default-drop-percent     pic 9(3) value 25.
         05 ws-lapse-days               pic 9(4) value 0.
         05 ws-default-lapse-days       pic 9(4) value 90.
         05 ws-days-since-sale          pic s9(7) value 0.

      *
      *  The archive months read run from the start of the analysis
      *  window -- January last year, or further back if the lapse
      *  days reach past it -- to the report month.
      *
       01 ws-archive-fields.
         05 ws-archive-base-name        pic x(64) value
             "../../../A2.arh".
         05 ws-archive-file-name        pic x(64) value spaces.
         05 ws-scan-period              pic 9(6) value 0.
         05 ws-scan-period-parts redefines ws-scan-period.
           10 ws-scan-year              pic 9(4).
           10 ws-scan-month             pic 99.
         05 ws-end-period               pic 9(6) value 0.
         05 ws-archive-months-read      pic 9(3) value 0.

      *
      *  One history record, from whichever file it came.
      *
       01 ws-history-line.
         05 hy-run-date                 pic 9(8).
         05 hy-run-date-parts redefines hy-run-date.
           10 hy-run-year               pic 9(4).
           10 hy-run-month              pic 99.
           10 hy-run-day                pic 99.
         05 hy-item-number              pic 9(4).
         05 hy-location                 pic x(2).
         05 hy-item-class               pic x(1).
         05 hy-quantity                 pic s9(7)
                                         sign leading separate.
         05 hy-net-price                pic s9(8)v99
                                         sign leading separate.
         05 hy-trans-charge             pic s9(8)v99
                                         sign leading separate.
         05 hy-extended-cost            pic s9(8)v99
                                         sign leading separate.
         05 hy-run-stamp                pic x(14).
         05 hy-customer                 pic x(6).

      *
      *  The stamps of every run backed out, and of every reversal
      *  that backed one out -- a history record carrying either is
      *  passed over, so a reversed run and its offsets drop out of
      *  the analysis together instead of showing as a sale and a
      *  return.
      *
       01 ws-reversed-run-fields.
         05 ws-reversed-stamp-count     pic 9(4) value 0.
         05 ws-reversed-stamp-limit     pic 9(4) value 1000.
         05 rs-sub                      pic 9(4) value 0.

       01 ws-reversed-stamp-table.
         05 rs-run-stamp occurs 1000 times
                                        pic x(14).

       01 ws-count-fields.
         05 ws-lines-analysed           pic 9(7) value 0.
         05 ws-lines-no-customer        pic 9(7) value 0.
         05 ws-lines-reversed           pic 9(7) value 0.
         05 ws-customers-dropped        pic 9(5) value 0.
         05 ws-items-dropped            pic 9(7) value 0.
         05 ws-exception-count          pic 9(5) value 0.

      *
      *  One entry per customer with history in the window, held in
      *  customer-number order, and one per customer and item bought
      *  in the report year, held in customer-then-item order so
      *  each customer's items sit together behind the customer.
      *  Both tables are declared one slot past their limits so the
      *  ordered scans can run a subscript one past a full table
      *  without referencing storage outside it.
      *
       01 ws-customer-table-fields.
         05 ws-customer-count           pic 9(4) value 0.
         05 ws-customer-limit           pic 9(4) value 2000.
         05 cs-sub                      pic 9(4) value 0.
         05 cs-move-sub                 pic 9(4) value 0.

       01 ws-customer-table.
         05 ws-customer-entry occurs 2001 times.
           10 cs-customer               pic x(6).
           10 cs-month-net              pic s9(9)v99.
           10 cs-prior-month-net        pic s9(9)v99.
           10 cs-ytd-net                pic s9(9)v99.
           10 cs-prior-ytd-net          pic s9(9)v99.
           10 cs-ytd-sales              pic s9(9)v99.
           10 cs-ytd-returns            pic s9(9)v99.
           10 cs-last-sale-date         pic 9(8).

       01 ws-item-table-fields.
         05 ws-item-count               pic 9(5) value 0.
         05 ws-item-limit               pic 9(5) value 10000.
         05 ci-sub                      pic 9(5) value 0.
         05 ci-move-sub                 pic 9(5) value 0.
         05 ci-first-sub                pic 9(5) value 0.
         05 ci-last-sub                 pic 9(5) value 0.
         05 ci-best-sub                 pic 9(5) value 0.
         05 ws-top-item-limit           pic 9 value 5.
         05 ws-top-items-written        pic 9 value 0.

       01 ws-item-key.
         05 ik-customer                 pic x(6).
         05 ik-item-number              pic 9(4).

       01 ws-item-table.
         05 ws-item-entry occurs 10001 times.
           10 ci-key.
             15 ci-customer             pic x(6).
             15 ci-item-number          pic 9(4).
           10 ci-item-class             pic x(1).
           10 ci-ytd-units              pic s9(9).
           10 ci-ytd-net                pic s9(9)v99.
           10 ci-picked-flag            pic x(1).

      *
      *  Report totals and the work fields every line's percentages
      *  are figured in.
      *
       01 ws-total-fields.
         05 ws-total-month-net          pic s9(11)v99 value 0.
         05 ws-total-prior-month-net    pic s9(11)v99 value 0.
         05 ws-total-ytd-net            pic s9(11)v99 value 0.
         05 ws-total-prior-ytd-net      pic s9(11)v99 value 0.
         05 ws-total-ytd-sales          pic s9(11)v99 value 0.
         05 ws-total-ytd-returns        pic s9(11)v99 value 0.

       01 ws-percent-fields.
         05 ws-percent-current          pic s9(11)v99 value 0.
         05 ws-percent-prior            pic s9(11)v99 value 0.
         05 ws-percent-sales            pic s9(11)v99 value 0.
         05 ws-percent-returns          pic s9(11)v99 value 0.
         05 ws-change-percent           pic s9(5)v9 value 0.
         05 ws-returns-percent          pic s9(5)v9 value 0.
         05 ws-change-known-flag        pic x value "n".
         05 ws-returns-known-flag       pic x value "n".

       01 ws-customer-name-fields.
         05 ws-customer-name            pic x(25) value spaces.
         05 ws-customer-active-flag     pic x(1) value spaces.

       01 ws-report-heading.
         05 filler                      pic x(33) value
             "CUSTOMER SALES ANALYSIS  PERIOD ".
         05 rh-report-year              pic 9(4).
         05 filler                      pic x(1) value "/".
         05 rh-report-month             pic 99.
         05 filler                      pic x(9) value "   AS OF ".
         05 rh-as-of-date               pic 9999/99/99.
         05 filler                      pic x(17) value
             "   HISTORY FROM ".
         05 rh-window-start-date        pic 9999/99/99.

       01 ws-column-heading.
         05 filler                      pic x(8) value "CUST".
         05 filler                      pic x(26) value "NAME".
         05 filler                      pic x(16) value
             "     MONTH NET".
         05 filler                      pic x(16) value
             "  LAST YR MONTH".
         05 filler                      pic x(16) value
             "       YTD NET".
         05 filler                      pic x(16) value
             "   LAST YR YTD".
         05 filler                      pic x(9) value " YTD CHG%".
         05 filler                      pic x(9) value " RETURN%".
         05 filler                      pic x(10) value
             "LAST SALE".

       01 ws-customer-detail-line.
         05 cd-customer                 pic x(6).
         05 filler                      pic x(2) value spaces.
         05 cd-customer-name            pic x(25).
         05 filler                      pic x(1) value space.
         05 cd-month-net                pic zz,zzz,zz9.99-.
         05 filler                      pic x(2) value spaces.
         05 cd-prior-month-net          pic zz,zzz,zz9.99-.
         05 filler                      pic x(2) value spaces.
         05 cd-ytd-net                  pic zz,zzz,zz9.99-.
         05 filler                      pic x(2) value spaces.
         05 cd-prior-ytd-net            pic zz,zzz,zz9.99-.
         05 filler                      pic x(2) value spaces.
         05 cd-change-percent           pic zzzz9.9-.
         05 cd-change-alpha redefines cd-change-percent
                                        pic x(8).
         05 filler                      pic x(1) value space.
         05 cd-returns-percent          pic zzzz9.9-.
         05 cd-returns-alpha redefines cd-returns-percent
                                        pic x(8).
         05 filler                      pic x(2) value spaces.
         05 cd-last-sale-date           pic 9999/99/99.
         05 cd-last-sale-alpha redefines cd-last-sale-date
                                        pic x(10).

       01 ws-top-item-line.
         05 filler                      pic x(10) value spaces.
         05 filler                      pic x(10) value "TOP ITEM".
         05 ti-item-number              pic 9(4).
         05 filler                      pic x(9) value "   CLASS ".
         05 ti-item-class               pic x(1).
         05 filler                      pic x(12) value
             "   YTD UNITS".
         05 ti-ytd-units                pic -(8)9.
         05 filler                      pic x(10) value
             "   YTD NET".
         05 filler                      pic x(1) value space.
         05 ti-ytd-net                  pic zz,zzz,zz9.99-.

       01 ws-exception-heading.
         05 filler                      pic x(35) value
             "CUSTOMER SALES EXCEPTIONS  PERIOD ".
         05 eh-report-year              pic 9(4).
         05 filler                      pic x(1) value "/".
         05 eh-report-month             pic 99.
         05 filler                      pic x(9) value "   AS OF ".
         05 eh-as-of-date               pic 9999/99/99.

       01 ws-exception-rule-line.
         05 filler                      pic x(24) value
             "YTD DOWN MORE THAN     ".
         05 er-drop-percent             pic zz9.
         05 filler                      pic x(27) value
             "%   OR NO PURCHASE IN     ".
         05 er-lapse-days               pic zzz9.
         05 filler                      pic x(5) value " DAYS".

       01 ws-exception-column-heading.
         05 filler                      pic x(8) value "CUST".
         05 filler                      pic x(26) value "NAME".
         05 filler                      pic x(16) value
             "       YTD NET".
         05 filler                      pic x(16) value
             "   LAST YR YTD".
         05 filler                      pic x(9) value " YTD CHG%".
         05 filler                      pic x(12) value
             "LAST SALE".
         05 filler                      pic x(6) value "DAYS".
         05 filler                      pic x(26) value "EXCEPTION".

       01 ws-exception-detail-line.
         05 ed-customer                 pic x(6).
         05 filler                      pic x(2) value spaces.
         05 ed-customer-name            pic x(25).
         05 filler                      pic x(1) value space.
         05 ed-ytd-net                  pic zz,zzz,zz9.99-.
         05 filler                      pic x(2) value spaces.
         05 ed-prior-ytd-net            pic zz,zzz,zz9.99-.
         05 filler                      pic x(2) value spaces.
         05 ed-change-percent           pic zzzz9.9-.
         05 ed-change-alpha redefines ed-change-percent
                                        pic x(8).
         05 filler                      pic x(1) value space.
         05 ed-last-sale-date           pic 9999/99/99.
         05 ed-last-sale-alpha redefines ed-last-sale-date
                                        pic x(10).
         05 filler                      pic x(2) value spaces.
         05 ed-days-since-sale          pic zzzz9.
         05 ed-days-alpha redefines ed-days-since-sale
                                        pic x(5).
         05 filler                      pic x(1) value space.
         05 ed-reason                   pic x(26).

       01 ws-no-purchase-heading.
         05 filler                      pic x(44) value
             "ACTIVE CUSTOMERS WITH NO PURCHASE ON FILE SI".
         05 filler                      pic x(3) value "NCE".
         05 filler                      pic x(1) value space.
         05 np-window-start-date        pic 9999/99/99.

       01 ws-total-line.
         05 filler                      pic x(8) value spaces.
         05 filler                      pic x(26) value
             "REPORT TOTAL".
         05 tl-month-net                pic zz,zzz,zz9.99-.
         05 filler                      pic x(2) value spaces.
         05 tl-prior-month-net          pic zz,zzz,zz9.99-.
         05 filler                      pic x(2) value spaces.
         05 tl-ytd-net                  pic zz,zzz,zz9.99-.
         05 filler                      pic x(2) value spaces.
         05 tl-prior-ytd-net            pic zz,zzz,zz9.99-.
         05 filler                      pic x(2) value spaces.
         05 tl-change-percent           pic zzzz9.9-.
         05 tl-change-alpha redefines tl-change-percent
                                        pic x(8).
         05 filler                      pic x(1) value space.
         05 tl-returns-percent          pic zzzz9.9-.
         05 tl-returns-alpha redefines tl-returns-percent
                                        pic x(8).

       01 ws-count-line.
         05 cl-label                    pic x(60).
         05 cl-count                    pic zzzzzz9.

       01 ws-no-activity-line.
         05 filler                      pic x(40) value
             "NO CUSTOMER SALES IN THE ANALYSIS WINDOW".

       01 ws-no-exception-line.
         05 filler                      pic x(30) value
             "NO CUSTOMERS MEET EITHER RULE".

       procedure division.
       000-main.

      *
      * Establish the period and thresholds, note the runs that have
      * been backed out, sweep the live history and every archive
      * month in the window into the customer and item tables, and
      * write the analysis followed by the exception page.
      *
           perform 100-get-report-parameters.
           perform 150-load-reversed-runs.
           perform 200-load-history.

           open input customer-master.
           if ws-customer-master-status = "00"
             then
               move "y" to ws-customer-open-flag
           end-if.
           open output analysis-report-file.

           perform 400-write-analysis.
           perform 500-write-exceptions.

           close customer-master.
           close analysis-report-file.

           display "CUSTOMER SALES ANALYSIS WRITTEN - CUSTOMERS: "
             ws-customer-count " EXCEPTIONS: " ws-exception-count.

           move ws-completion-code to return-code.
           goback.

       100-get-report-parameters.

           display "REPORT YEAR (YYYY, 0 = CURRENT): "
             with no advancing.
           accept ws-report-year.
           display "REPORT MONTH (MM, 0 = CURRENT): "
             with no advancing.
           accept ws-report-month.
           display "YTD DROP PERCENT FOR EXCEPTION (0 = 25): "
             with no advancing.
           accept ws-drop-percent.
           display "DAYS WITHOUT A PURCHASE FOR EXCEPTION (0 = 90): "
             with no advancing.
           accept ws-lapse-days.

           move function current-date to ws-current-date-alpha.
           move ws-current-date-alpha(1:8) to ws-today-date.

           if ws-report-year = 0
             then
               move ws-current-date-alpha(1:4) to ws-report-year
           end-if.
           if ws-report-month = 0 or ws-report-month > 12
             then
               move ws-current-date-alpha(5:2) to ws-report-month
           end-if.
           if ws-drop-percent = 0
             then
               move ws-default-drop-percent to ws-drop-percent
           end-if.
           if ws-lapse-days = 0
             then
               move ws-default-lapse-days to ws-lapse-days
           end-if.

           subtract 1 from ws-report-year giving ws-prior-year.

      *
      *  A closed month is cut at its last day -- the day before the
      *  first of the month after it.
      *
           if ws-report-year = ws-current-date-alpha(1:4)
             and ws-report-month = ws-current-date-alpha(5:2)
             then
               move ws-today-date to ws-as-of-date
             else
               move ws-report-year  to ws-next-month-year
               move ws-report-month to ws-next-month-month
               move 1               to ws-next-month-day
               if ws-next-month-month = 12
                 then
                   add 1 to ws-next-month-year
                   move 1 to ws-next-month-month
                 else
                   add 1 to ws-next-month-month
               end-if
               compute ws-as-of-day-number =
                 function integer-of-date(ws-next-month-date) - 1
               compute ws-as-of-date =
                 function date-of-integer(ws-as-of-day-number)
           end-if.

           compute ws-as-of-day-number =
             function integer-of-date(ws-as-of-date).

      *
      *  The window opens on the first of January last year, or on
      *  the first of the month the lapse days reach back into if
      *  that is earlier -- a customer with nothing since is past
      *  the lapse limit whatever it is.
      *
           move ws-prior-year to ws-window-start-date(1:4).
           move "0101"        to ws-window-start-date(5:4).

           compute ws-lapse-start-date =
             function date-of-integer
               (ws-as-of-day-number - ws-lapse-days).
           move "01" to ws-lapse-start-date(7:2).

           if ws-lapse-start-date < ws-window-start-date
             then
               move ws-lapse-start-date to ws-window-start-date
           end-if.

       150-load-reversed-runs.

      *
      *  A register that is not there means no run has ever been
      *  backed out.
      *
           open input run-register-file.

           if ws-run-register-status = "00"
             then
               move low-values to rr-run-stamp
               start run-register-file
                   key is not less than rr-run-stamp
                   invalid key
                       move "y" to ws-register-eof-flag
               end-start
               perform 160-read-run-register
                 until ws-register-eof-flag = "y"
           end-if.

           close run-register-file.

       160-read-run-register.

           read run-register-file next record
               at end
                   move "y" to ws-register-eof-flag
               not at end
                   if rr-run-status = "R"
                     then
                       perform 170-note-reversed-run
                   end-if
           end-read.

       170-note-reversed-run.

           if ws-reversed-stamp-count + 2 > ws-reversed-stamp-limit
             then
               display "REVERSED RUN TABLE FULL - RUN "
                 rr-run-stamp " LEFT IN"
               move 4 to ws-completion-code
             else
               add 1 to ws-reversed-stamp-count
               move rr-run-stamp to
                 rs-run-stamp(ws-reversed-stamp-count)
               add 1 to ws-reversed-stamp-count
               move rr-reversal-stamp to
                 rs-run-stamp(ws-reversed-stamp-count)
           end-if.

       200-load-history.

      *
      *  The live file first, then each month's archive from the
      *  start of the window up to the report month. The two never
      *  hold the same record -- HistoryArchiveProgram purges what
      *  it has archived.
      *
           open input history-file.

           if ws-history-status = "00"
             then
               move "n" to ws-history-eof-flag
               perform 210-read-history-record
                 until ws-history-eof-flag = "y"
           end-if.

           close history-file.

           move ws-window-start-date(1:6) to ws-scan-period.
           move ws-report-year  to ws-end-period(1:4).
           move ws-report-month to ws-end-period(5:2).

           perform 220-read-archive-month
             until ws-scan-period > ws-end-period.

       210-read-history-record.

           read history-file into ws-history-line
               at end
                   move "y" to ws-history-eof-flag
               not at end
                   perform 300-post-history-line
           end-read.

       220-read-archive-month.

           move spaces to ws-archive-file-name.
           string ws-archive-base-name delimited by space
             "." delimited by size
             ws-scan-period delimited by size
             into ws-archive-file-name
           end-string.

           open input archive-file.

           if ws-archive-status = "00"
             then
               add 1 to ws-archive-months-read
               move "n" to ws-history-eof-flag
               perform 230-read-archive-record
                 until ws-history-eof-flag = "y"
           end-if.

           close archive-file.

           if ws-scan-month = 12
             then
               add 1 to ws-scan-year
               move 1 to ws-scan-month
             else
               add 1 to ws-scan-month
           end-if.

       230-read-archive-record.

           read archive-file into ws-history-line
               at end
                   move "y" to ws-history-eof-flag
               not at end
                   perform 300-post-history-line
           end-read.

       300-post-history-line.

      *
      *  Only history inside the window and on or before the as-of
      *  date counts, and only history that names its customer.
      *
           if hy-run-date >= ws-window-start-date
             and hy-run-date <= ws-as-of-date
             then
               if hy-customer = spaces
                 then
                   add 1 to ws-lines-no-customer
                 else
                   move "n" to ws-reversed-run-flag
                   perform 310-check-reversed-stamp
                     varying rs-sub from 1 by 1
                     until rs-sub > ws-reversed-stamp-count
                     or ws-reversed-run-flag = "y"
                   if ws-reversed-run-flag = "y"
                     then
                       add 1 to ws-lines-reversed
                     else
                       perform 305-accumulate-history-line
                   end-if
               end-if
           end-if.

       305-accumulate-history-line.

           perform 320-find-customer.

           if cs-sub > 0
             then
               add 1 to ws-lines-analysed
               perform 307-post-customer-line
           end-if.

       307-post-customer-line.

           if hy-quantity > 0
             and hy-run-date > cs-last-sale-date(cs-sub)
             then
               move hy-run-date to cs-last-sale-date(cs-sub)
           end-if.

      *
      *  This year runs to the as-of date; last year to the same
      *  month and day, so the two years cover the same stretch.
      *
           if hy-run-year = ws-report-year
             then
               add hy-net-price to cs-ytd-net(cs-sub)
               if hy-quantity < 0
                 then
                   add hy-net-price to cs-ytd-returns(cs-sub)
                 else
                   add hy-net-price to cs-ytd-sales(cs-sub)
               end-if
               if hy-run-month = ws-report-month
                 then
                   add hy-net-price to cs-month-net(cs-sub)
               end-if
               perform 340-find-item
               if ci-sub > 0
                 then
                   add hy-quantity  to ci-ytd-units(ci-sub)
                   add hy-net-price to ci-ytd-net(ci-sub)
               end-if
           end-if.

           if hy-run-year = ws-prior-year
             and (hy-run-month < ws-report-month
               or (hy-run-month = ws-report-month
                 and hy-run-day <= ws-as-of-day))
             then
               add hy-net-price to cs-prior-ytd-net(cs-sub)
               if hy-run-month = ws-report-month
                 then
                   add hy-net-price to cs-prior-month-net(cs-sub)
               end-if
           end-if.

       310-check-reversed-stamp.

           if rs-run-stamp(rs-sub) = hy-run-stamp
             then
               move "y" to ws-reversed-run-flag
           end-if.

       320-find-customer.

      *
      *  Find the customer's slot -- the table is kept in customer
      *  order, so scan to the first entry at or past the customer
      *  and either use it or open a new slot there.
      *
           move 1 to cs-sub.
           perform 325-advance-customer-position
             until cs-sub > ws-customer-count
             or cs-customer(cs-sub) >= hy-customer.

           if cs-sub > ws-customer-count
             or cs-customer(cs-sub) not = hy-customer
             then
               if ws-customer-count >= ws-customer-limit
                 then
                   display "CUSTOMER TABLE FULL - CUSTOMER "
                     hy-customer " DROPPED"
                   add 1 to ws-customers-dropped
                   move 4 to ws-completion-code
                   move 0 to cs-sub
                 else
                   move ws-customer-count to cs-move-sub
                   perform 330-shift-customer-up
                     until cs-move-sub < cs-sub
                   move hy-customer to cs-customer(cs-sub)
                   move 0 to cs-month-net(cs-sub)
                   move 0 to cs-prior-month-net(cs-sub)
                   move 0 to cs-ytd-net(cs-sub)
                   move 0 to cs-prior-ytd-net(cs-sub)
                   move 0 to cs-ytd-sales(cs-sub)
                   move 0 to cs-ytd-returns(cs-sub)
                   move 0 to cs-last-sale-date(cs-sub)
                   add 1 to ws-customer-count
               end-if
           end-if.

       325-advance-customer-position.

           add 1 to cs-sub.

       330-shift-customer-up.

           move ws-customer-entry(cs-move-sub) to
             ws-customer-entry(cs-move-sub + 1).
           subtract 1 from cs-move-sub.

       340-find-item.

           move hy-customer    to ik-customer.
           move hy-item-number to ik-item-number.

           move 1 to ci-sub.
           perform 345-advance-item-position
             until ci-sub > ws-item-count
             or ci-key(ci-sub) >= ws-item-key.

           if ci-sub > ws-item-count
             or ci-key(ci-sub) not = ws-item-key
             then
               if ws-item-count >= ws-item-limit
                 then
                   add 1 to ws-items-dropped
                   move 4 to ws-completion-code
                   move 0 to ci-sub
                 else
                   move ws-item-count to ci-move-sub
                   perform 350-shift-item-up
                     until ci-move-sub < ci-sub
                   move ws-item-key   to ci-key(ci-sub)
                   move hy-item-class to ci-item-class(ci-sub)
                   move 0 to ci-ytd-units(ci-sub)
                   move 0 to ci-ytd-net(ci-sub)
                   move spaces to ci-picked-flag(ci-sub)
                   add 1 to ws-item-count
               end-if
           end-if.

       345-advance-item-position.

           add 1 to ci-sub.

       350-shift-item-up.

           move ws-item-entry(ci-move-sub) to
             ws-item-entry(ci-move-sub + 1).
           subtract 1 from ci-move-sub.

       400-write-analysis.

           move ws-report-year       to rh-report-year.
           move ws-report-month      to rh-report-month.
           move ws-as-of-date        to rh-as-of-date.
           move ws-window-start-date to rh-window-start-date.
           write analysis-report-line from ws-report-heading.

           if ws-customer-count = 0
             then
               write analysis-report-line from ws-no-activity-line
                 after advancing 2 lines
             else
               write analysis-report-line from ws-column-heading
                 after advancing 2 lines
               move 1 to ci-sub
               perform 410-write-customer
                 varying cs-sub from 1 by 1
                 until cs-sub > ws-customer-count
               perform 450-write-report-total
           end-if.

           perform 460-write-counts.

       410-write-customer.

           perform 600-get-customer-name.

           move cs-customer(cs-sub)        to cd-customer.
           move ws-customer-name           to cd-customer-name.
           move cs-month-net(cs-sub)       to cd-month-net.
           move cs-prior-month-net(cs-sub) to cd-prior-month-net.
           move cs-ytd-net(cs-sub)         to cd-ytd-net.
           move cs-prior-ytd-net(cs-sub)   to cd-prior-ytd-net.

           move cs-ytd-net(cs-sub)       to ws-percent-current.
           move cs-prior-ytd-net(cs-sub) to ws-percent-prior.
           move cs-ytd-sales(cs-sub)     to ws-percent-sales.
           move cs-ytd-returns(cs-sub)   to ws-percent-returns.
           perform 700-figure-percentages.

           if ws-change-known-flag = "y"
             then
               move ws-change-percent to cd-change-percent
             else
               move "     NEW" to cd-change-alpha
           end-if.
           if ws-returns-known-flag = "y"
             then
               move ws-returns-percent to cd-returns-percent
             else
               move spaces to cd-returns-alpha
           end-if.
           if cs-last-sale-date(cs-sub) = 0
             then
               move "NONE" to cd-last-sale-alpha
             else
               move cs-last-sale-date(cs-sub) to cd-last-sale-date
           end-if.

           write analysis-report-line from ws-customer-detail-line
             after advancing 2 lines.

           add cs-month-net(cs-sub)       to ws-total-month-net.
           add cs-prior-month-net(cs-sub) to ws-total-prior-month-net.
           add cs-ytd-net(cs-sub)         to ws-total-ytd-net.
           add cs-prior-ytd-net(cs-sub)   to ws-total-prior-ytd-net.
           add cs-ytd-sales(cs-sub)       to ws-total-ytd-sales.
           add cs-ytd-returns(cs-sub)     to ws-total-ytd-returns.

      *
      *  The customer's items are the run of item entries carrying
      *  its number -- both tables are in customer order, so the
      *  item subscript only ever moves forward.
      *
           perform 415-skip-item-entry
             until ci-sub > ws-item-count
             or ci-customer(ci-sub) >= cs-customer(cs-sub).

           move ci-sub to ci-first-sub.
           perform 415-skip-item-entry
             until ci-sub > ws-item-count
             or ci-customer(ci-sub) not = cs-customer(cs-sub).
           subtract 1 from ci-sub giving ci-last-sub.

           if ci-last-sub >= ci-first-sub
             then
               perform 420-write-top-items
           end-if.

       415-skip-item-entry.

           add 1 to ci-sub.

       420-write-top-items.

      *
      *  The customer's biggest items for the year by net sales,
      *  picked largest first without disturbing the item order
      *  the next customer's scan relies on.
      *
           move 0 to ws-top-items-written.
           move "n" to ws-items-done-flag.
           perform 430-pick-one-item
             until ws-top-items-written >= ws-top-item-limit
             or ws-items-done-flag = "y".

       430-pick-one-item.

           move 0 to ci-best-sub.

           perform 440-consider-item
             varying ci-move-sub from ci-first-sub by 1
             until ci-move-sub > ci-last-sub.

           if ci-best-sub > 0
             then
               move ci-item-number(ci-best-sub) to ti-item-number
               move ci-item-class(ci-best-sub)  to ti-item-class
               move ci-ytd-units(ci-best-sub)   to ti-ytd-units
               move ci-ytd-net(ci-best-sub)     to ti-ytd-net
               write analysis-report-line from ws-top-item-line
                 after advancing 1 line
               move "y" to ci-picked-flag(ci-best-sub)
               add 1 to ws-top-items-written
             else
               move "y" to ws-items-done-flag
           end-if.

       440-consider-item.

           if ci-picked-flag(ci-move-sub) not = "y"
             and ci-ytd-net(ci-move-sub) > 0
             then
               if ci-best-sub = 0
                 then
                   move ci-move-sub to ci-best-sub
                 else
                   if ci-ytd-net(ci-move-sub) >
                     ci-ytd-net(ci-best-sub)
                     then
                       move ci-move-sub to ci-best-sub
                   end-if
               end-if
           end-if.

       450-write-report-total.

           move ws-total-month-net       to tl-month-net.
           move ws-total-prior-month-net to tl-prior-month-net.
           move ws-total-ytd-net         to tl-ytd-net.
           move ws-total-prior-ytd-net   to tl-prior-ytd-net.

           move ws-total-ytd-net       to ws-percent-current.
           move ws-total-prior-ytd-net to ws-percent-prior.
           move ws-total-ytd-sales     to ws-percent-sales.
           move ws-total-ytd-returns   to ws-percent-returns.
           perform 700-figure-percentages.

           if ws-change-known-flag = "y"
             then
               move ws-change-percent to tl-change-percent
             else
               move spaces to tl-change-alpha
           end-if.
           if ws-returns-known-flag = "y"
             then
               move ws-returns-percent to tl-returns-percent
             else
               move spaces to tl-returns-alpha
           end-if.

           write analysis-report-line from ws-total-line
             after advancing 3 lines.

       460-write-counts.

           move "HISTORY LINES ANALYSED" to cl-label.
           move ws-lines-analysed to cl-count.
           write analysis-report-line from ws-count-line
             after advancing 2 lines.

           move "ARCHIVE MONTHS READ" to cl-label.
           move ws-archive-months-read to cl-count.
           write analysis-report-line from ws-count-line
             after advancing 1 line.

           if ws-lines-reversed > 0
             then
               move "LINES OF RUNS BACKED OUT, AND THEIR OFFSETS"
                 to cl-label
               move ws-lines-reversed to cl-count
               write analysis-report-line from ws-count-line
                 after advancing 1 line
           end-if.

           if ws-lines-no-customer > 0
             then
               move "LINES WRITTEN BEFORE THE CUSTOMER WAS CARRIED"
                 to cl-label
               move ws-lines-no-customer to cl-count
               write analysis-report-line from ws-count-line
                 after advancing 1 line
           end-if.

           if ws-customers-dropped > 0
             then
               move "LINES DROPPED - CUSTOMER TABLE FULL" to cl-label
               move ws-customers-dropped to cl-count
               write analysis-report-line from ws-count-line
                 after advancing 1 line
           end-if.

           if ws-items-dropped > 0
             then
               move "LINES LEFT OFF TOP ITEMS - ITEM TABLE FULL"
                 to cl-label
               move ws-items-dropped to cl-count
               write analysis-report-line from ws-count-line
                 after advancing 1 line
           end-if.

       500-write-exceptions.

      *
      *  Active customers only -- one deactivated on the customer
      *  master is expected to stop buying. The customers with
      *  history come first from the table; then the customer
      *  master is swept for active customers with no history in
      *  the window at all.
      *
           move ws-report-year  to eh-report-year.
           move ws-report-month to eh-report-month.
           move ws-as-of-date   to eh-as-of-date.
           move ws-drop-percent to er-drop-percent.
           move ws-lapse-days   to er-lapse-days.

           write analysis-report-line from spaces
             after advancing 1 line.
           write analysis-report-line from ws-exception-heading
             after advancing page.
           write analysis-report-line from ws-exception-rule-line
             after advancing 1 line.
           write analysis-report-line from ws-exception-column-heading
             after advancing 2 lines.

           perform 510-check-customer-exception
             varying cs-sub from 1 by 1
             until cs-sub > ws-customer-count.

           if ws-customer-open-flag = "y"
             then
               move ws-window-start-date to np-window-start-date
               write analysis-report-line from ws-no-purchase-heading
                 after advancing 3 lines
               move 1 to cs-sub
               move low-values to cm-customer-number
               start customer-master
                   key is not less than cm-customer-number
                   invalid key
                       move "y" to ws-customer-eof-flag
               end-start
               perform 550-read-customer-master
                 until ws-customer-eof-flag = "y"
           end-if.

           if ws-exception-found-flag = "n"
             then
               write analysis-report-line from ws-no-exception-line
                 after advancing 2 lines
           end-if.

       510-check-customer-exception.

           move cs-ytd-net(cs-sub)       to ws-percent-current.
           move cs-prior-ytd-net(cs-sub) to ws-percent-prior.
           move cs-ytd-sales(cs-sub)     to ws-percent-sales.
           move cs-ytd-returns(cs-sub)   to ws-percent-returns.
           perform 700-figure-percentages.

           move "n" to ws-ytd-down-flag.
           if ws-change-known-flag = "y"
             and ws-change-percent < 0
             and 0 - ws-change-percent > ws-drop-percent
             then
               move "y" to ws-ytd-down-flag
           end-if.

           move "n" to ws-lapsed-flag.
           if cs-last-sale-date(cs-sub) = 0
             then
               move "y" to ws-lapsed-flag
             else
               compute ws-days-since-sale = ws-as-of-day-number
                 - function integer-of-date(cs-last-sale-date(cs-sub))
               if ws-days-since-sale > ws-lapse-days
                 then
                   move "y" to ws-lapsed-flag
               end-if
           end-if.

           if ws-ytd-down-flag = "y"
             or ws-lapsed-flag = "y"
             then
               perform 600-get-customer-name
               if ws-customer-active-flag not = "N"
                 then
                   perform 520-write-customer-exception
               end-if
           end-if.

       520-write-customer-exception.

           move cs-customer(cs-sub)      to ed-customer.
           move ws-customer-name         to ed-customer-name.
           move cs-ytd-net(cs-sub)       to ed-ytd-net.
           move cs-prior-ytd-net(cs-sub) to ed-prior-ytd-net.

           if ws-change-known-flag = "y"
             then
               move ws-change-percent to ed-change-percent
             else
               move "     NEW" to ed-change-alpha
           end-if.

           if cs-last-sale-date(cs-sub) = 0
             then
               move "NONE" to ed-last-sale-alpha
               move spaces to ed-days-alpha
             else
               move cs-last-sale-date(cs-sub) to ed-last-sale-date
               move ws-days-since-sale to ed-days-since-sale
           end-if.

           if ws-ytd-down-flag = "y"
             and ws-lapsed-flag = "y"
             then
               move "YTD DOWN, NO PURCHASE" to ed-reason
             else
               if ws-ytd-down-flag = "y"
                 then
                   move "YTD DOWN" to ed-reason
                 else
                   move "NO PURCHASE" to ed-reason
               end-if
           end-if.

           write analysis-report-line from ws-exception-detail-line
             after advancing 1 line.

           add 1 to ws-exception-count.
           move "y" to ws-exception-found-flag.

       550-read-customer-master.

           read customer-master next record
               at end
                   move "y" to ws-customer-eof-flag
               not at end
                   perform 560-check-no-purchase
           end-read.

       560-check-no-purchase.

      *
      *  The customer master comes back in customer order, the same
      *  order as the table, so the table subscript only ever moves
      *  forward to meet it.
      *
           perform 325-advance-customer-position
             until cs-sub > ws-customer-count
             or cs-customer(cs-sub) >= cm-customer-number.

           if cm-active-flag = "Y"
             and (cs-sub > ws-customer-count
               or cs-customer(cs-sub) not = cm-customer-number)
             then
               move cm-customer-number to ed-customer
               move cm-customer-name   to ed-customer-name
               move 0 to ed-ytd-net
               move 0 to ed-prior-ytd-net
               move spaces to ed-change-alpha
               move "NONE" to ed-last-sale-alpha
               move spaces to ed-days-alpha
               move "NO PURCHASE ON FILE" to ed-reason
               write analysis-report-line
                 from ws-exception-detail-line
                 after advancing 1 line
               add 1 to ws-exception-count
               move "y" to ws-exception-found-flag
           end-if.

       600-get-customer-name.

           move cs-customer(cs-sub) to cm-customer-number.
           move spaces to ws-customer-active-flag.

           read customer-master
               key is cm-customer-number
               invalid key
                   move "NOT ON CUSTOMER MASTER" to ws-customer-name
               not invalid key
                   move cm-customer-name to ws-customer-name
                   move cm-active-flag   to ws-customer-active-flag
           end-read.

       700-figure-percentages.

      *
      *  Year-to-date change against last year's same stretch, and
      *  returns against the year's sales. Neither means anything
      *  with nothing to divide by; a change past the edit picture
      *  shows as its limit.
      *
           move "n" to ws-change-known-flag.
           if ws-percent-prior > 0
             then
               move "y" to ws-change-known-flag
               compute ws-change-percent rounded =
                 (ws-percent-current - ws-percent-prior) * 100
                 / ws-percent-prior
                 on size error
                   move 99999.9 to ws-change-percent
               end-compute
           end-if.

           move "n" to ws-returns-known-flag.
           if ws-percent-sales > 0
             then
               move "y" to ws-returns-known-flag
               compute ws-returns-percent rounded =
                 (0 - ws-percent-returns) * 100 / ws-percent-sales
                 on size error
                   move 99999.9 to ws-returns-percent
               end-compute
           end-if.

       end program CustomerSalesProgram.
