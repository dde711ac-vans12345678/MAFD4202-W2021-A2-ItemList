       identification division.
       program-id. RunReversalProgram.
       author. Andre Agrippa.
       date-written. 2026-10-15.

      **************************************************************
      *Description: Back a posted nightly run out. Given the stamp
      * of an ItemListProgram run -- a prior day's file rerun, a
      * depot's file sent twice -- finds the run on the run
      * register and undoes everything it posted: every depot
      * movement it wrote to the stock ledger goes back onto
      * LOCSTOCK.dat (and, for sales and returns, the item
      * master's on-hand) under a movement of its own; its sales
      * and tax history records are offset by negated copies; its
      * amounts come back out of the month-to-date and
      * year-to-date totals; offsetting records go to the GL
      * interface; the backorders it raised are cancelled; and its
      * receivables items are cancelled where no cash has touched
      * them. The register is marked reversed before anything is
      * posted, so no run can be backed out twice. The reversal
      * register lists every posting undone and balances what was
      * reversed against the control totals the run recorded.
      * Needs the run reversal authority.
      **************************************************************


       environment division.
       configuration section.

       input-output section.
       file-control.

      *
      *  Deliberately NOT optional -- backing out a night's posting
      *  with no security file to check against would be backing
      *  it out by anybody.
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
           select run-register-file
               assign to "../../../RUNREG.dat"
               organization is indexed
               access mode is dynamic
               record key is rr-run-stamp
               file status is ws-run-register-status.
           select item-master
               assign to "../../../ITEMMAST.dat"
               organization is indexed
               access mode is dynamic
               record key is im-item-number
               file status is ws-item-master-status.
           select optional location-stock
               assign to "../../../LOCSTOCK.dat"
               organization is indexed
               access mode is dynamic
               record key is ls-stock-key
               file status is ws-location-stock-status.
           select optional stock-ledger-file
               assign to "../../../STKLEDG.dat"
               organization is line sequential
               file status is ws-ledger-status.
           select optional sales-history-file
               assign to "../../../A2.his"
               organization is line sequential
               file status is ws-history-status.
      *
      *  The dated archive for the run's month -- read only when
      *  HistoryArchiveProgram has already moved some of the run's
      *  history out of the live file.
      *
           select optional archive-file
               assign to ws-archive-file-name
               organization is line sequential
               file status is ws-archive-status.
           select optional tax-history-file
               assign to "../../../A2.txh"
               organization is line sequential
               file status is ws-tax-history-status.
           select optional totals-file
               assign to "../../../A2.tot"
               organization is line sequential
               file status is ws-totals-status.
           select optional backorder-file
               assign to "../../../A2.bko"
               organization is line sequential
               file status is ws-backorder-status.
           select optional ar-open-item-file
               assign to "../../../AROPEN.dat"
               organization is indexed
               access mode is dynamic
               record key is ar-item-key
               file status is ws-ar-status.
      *
      *  The offsetting GL records go to the interface on their own
      *  extract, like CashReceiptsProgram's -- the nightly run
      *  rewrites A2.glx from scratch, so anything appended there
      *  would be gone by morning. Opened EXTEND; the layout and
      *  stamping are A2.glx's. GlReconcileProgram reconciles it
      *  alongside A2.glx and clears the reconciled records out
      *  after a clean match.
      *
           select optional gl-extract-file
               assign to "../../../A2.rvx"
               organization is line sequential
               file status is ws-extract-status.
      *
      *  Run-scoped work files, truncated on every run -- the run's
      *  own records are picked out of each shared file onto one of
      *  these first, so the shared file is read whole before
      *  anything is appended to it.
      *
           select ledger-work-file
               assign to "../../../A2.rlw"
               organization is line sequential
               file status is ws-ledger-work-status.
           select history-work-file
               assign to "../../../A2.rhw"
               organization is line sequential
               file status is ws-history-work-status.
           select tax-work-file
               assign to "../../../A2.rtw"
               organization is line sequential
               file status is ws-tax-work-status.
           select backorder-work-file
               assign to "../../../A2.rbw"
               organization is line sequential
               file status is ws-backorder-work-status.
           select register-file
               assign to "../../../A2.rvr"
               organization is line sequential
               file status is ws-register-status.

       data division.

       file section.

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

           fd run-register-file
               data record is rr-run-record
               record contains 127 characters.

           copy "RUNREG.cpy".

           fd item-master
               data record is im-item-record
               record contains 135 characters.

           copy "ITEMMAST.cpy".

           fd location-stock
               data record is ls-stock-record
               record contains 21 characters.

           copy "LOCSTOCK.cpy".

           fd stock-ledger-file
               data record is lg-ledger-record
               record contains 63 characters.

           copy "STKLEDG.cpy".

      *       History records exactly as 185-write-gl-extract-record
      *       of ItemListProgram lays them down.

           fd sales-history-file
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

           fd archive-file
               data record is ah-archive-record
               record contains 76 characters.

       01 ah-archive-record.
         05 filler                     pic x(56).
         05 ah-run-stamp               pic x(14).
         05 filler                     pic x(6).

      *       Tax history records exactly as 294-append-tax-history
      *       of ItemListProgram lays them down.

           fd tax-history-file
               data record is th-tax-record
               record contains 68 characters.

       01 th-tax-record.
         05 th-run-date                pic 9(8).
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

           fd totals-file
               data record is tf-totals-record
               record contains 50 characters.

       01 tf-totals-record.
         05 tf-period-year             pic 9(4).
         05 tf-period-month            pic 99.
         05 tf-mtd-net-price           pic s9(8)v99
                                        sign leading separate.
         05 tf-mtd-trans-charge        pic s9(8)v99
                                        sign leading separate.
         05 tf-ytd-net-price           pic s9(8)v99
                                        sign leading separate.
         05 tf-ytd-trans-charge        pic s9(8)v99
                                        sign leading separate.

      *       Backorder records exactly as 267-write-one-backorder
      *       of ItemListProgram lays them down.

           fd backorder-file
               data record is bk-backorder-record
               record contains 41 characters.

       01 bk-backorder-record.
         05 bk-run-date                pic 9(8).
         05 bk-item-number             pic 9(4).
         05 bk-location                pic x(2).
         05 bk-customer                pic x(6).
         05 bk-short-qty               pic 9(7).
         05 bk-run-stamp               pic x(14).

           fd ar-open-item-file
               data record is ar-open-item-record
               record contains 82 characters.

           copy "AROPEN.cpy".

      *
      *  The A2.glx layout exactly as 185-write-gl-extract-record of
      *  ItemListProgram lays it down, posting types and all -- the
      *  item class for revenue, 3 sales tax, 4 cost of goods sold,
      *  5 inventory relief -- with every amount the other way
      *  round from the run's own record. Tax is offset by depot
      *  from the tax history, so its records carry item zero.
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

           fd ledger-work-file
               data record is lw-ledger-record
               record contains 63 characters.

       01 lw-ledger-record             pic x(63).

           fd history-work-file
               data record is hw-history-record
               record contains 76 characters.

       01 hw-history-record            pic x(76).

           fd tax-work-file
               data record is tw-tax-record
               record contains 68 characters.

       01 tw-tax-record                pic x(68).

           fd backorder-work-file
               data record is bw-backorder-record
               record contains 41 characters.

       01 bw-backorder-record          pic x(41).

           fd register-file
               data record is register-line
               record contains 100 characters.

       01 register-line                pic x(100).

       working-storage section.

       01 ws-flags.
         05 ws-ledger-eof-flag          pic x value "n".
         05 ws-ledger-open-flag         pic x value "n".
         05 ws-work-eof-flag            pic x value "n".
         05 ws-history-eof-flag         pic x value "n".
         05 ws-tax-eof-flag             pic x value "n".
         05 ws-backorder-eof-flag       pic x value "n".
         05 ws-ar-eof-flag              pic x value "n".
         05 ws-ar-open-flag             pic x value "n".
         05 ws-totals-found-flag        pic x value "n".

       01 ws-file-status-fields.
         05 ws-run-register-status      pic xx value spaces.
         05 ws-item-master-status       pic xx value spaces.
         05 ws-location-stock-status    pic xx value spaces.
         05 ws-ledger-status            pic xx value spaces.
         05 ws-ledger-work-status       pic xx value spaces.
         05 ws-history-status           pic xx value spaces.
         05 ws-history-work-status      pic xx value spaces.
         05 ws-archive-status           pic xx value spaces.
         05 ws-tax-history-status       pic xx value spaces.
         05 ws-tax-work-status          pic xx value spaces.
         05 ws-totals-status            pic xx value spaces.
         05 ws-backorder-status         pic xx value spaces.
         05 ws-backorder-work-status    pic xx value spaces.
         05 ws-ar-status                pic xx value spaces.
         05 ws-extract-status           pic xx value spaces.
         05 ws-register-status          pic xx value spaces.

       01 ws-date-fields.
         05 ws-current-date-alpha       pic x(21) value spaces.
         05 ws-today-date               pic 9(8) value 0.
         05 ws-reversal-stamp           pic x(14) value spaces.

      *
      *  The run being backed out, as keyed and as the register
      *  has it.
      *
       01 ws-run-fields.
         05 ws-reverse-stamp            pic x(14) value spaces.
         05 ws-run-date                 pic 9(8) value 0.
         05 ws-run-date-parts redefines ws-run-date.
           10 ws-run-year               pic 9(4).
           10 ws-run-month              pic 99.
           10 ws-run-day                pic 99.
         05 ws-confirm                  pic x(1) value spaces.
         05 ws-completion-code          pic 9(4) value 0.
         05 ws-extract-sequence         pic 9(7) value 0.

      *
      *  The month's archive is A2.arh.YYYYMM, named the way
      *  HistoryArchiveProgram names it.
      *
       01 ws-archive-fields.
         05 ws-archive-base-name        pic x(64) value
             "../../../A2.arh".
         05 ws-archive-file-name        pic x(64) value spaces.
         05 ws-period-alpha             pic x(6) value spaces.

      *
      *  One ledger movement of the run, read back off the work
      *  file.
      *
       01 ws-run-movement.
         05 rm-item-number              pic 9(4).
         05 rm-location                 pic x(2).
         05 rm-movement-type            pic x(1).
         05 rm-quantity                 pic s9(7)
                                         sign leading separate.
         05 rm-resulting-balance        pic s9(7)
                                         sign leading separate.
         05 rm-reference                pic x(14).
         05 rm-program                  pic x(12).
         05 rm-date                     pic 9(8).
         05 rm-time                     pic 9(6).

      *
      *  One history record of the run, read back off the work
      *  file and negated in place into its offset.
      *
       01 ws-history-line.
         05 hy-run-date                 pic 9(8).
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

       01 ws-tax-history-line.
         05 tx-run-date                 pic 9(8).
         05 tx-location                 pic x(2).
         05 tx-jurisdiction             pic x(6).
         05 tx-tax-rate                 pic 99v999.
         05 tx-taxable-sales            pic s9(8)v99
                                         sign leading separate.
         05 tx-exempt-sales             pic s9(8)v99
                                         sign leading separate.
         05 tx-tax-amount               pic s9(8)v99
                                         sign leading separate.
         05 tx-run-stamp                pic x(14).

      *
      *  The period totals as read, adjusted here and written back
      *  whole.
      *
       01 ws-totals-hold.
         05 ws-period-year              pic 9(4).
         05 ws-period-month             pic 99.
         05 ws-mtd-net-price            pic s9(8)v99
                                         sign leading separate.
         05 ws-mtd-trans-charge         pic s9(8)v99
                                         sign leading separate.
         05 ws-ytd-net-price            pic s9(8)v99
                                         sign leading separate.
         05 ws-ytd-trans-charge         pic s9(8)v99
                                         sign leading separate.

      *
      *  Scratch for one depot balance posting.
      *
       01 ws-stock-fields.
         05 ws-stock-change             pic s9(7) value 0.
         05 ws-master-result            pic x(14) value spaces.

      *
      *  What this reversal actually found and undid, for the
      *  control totals at the foot of the register.
      *
       01 ws-reversed-fields.
         05 ws-reversed-ledger-count    pic 9(7) value 0.
         05 ws-reversed-stock-qty       pic s9(9) value 0.
         05 ws-reversed-history-count   pic 9(7) value 0.
         05 ws-reversed-quantity        pic s9(9) value 0.
         05 ws-reversed-net-price       pic s9(8)v99 value 0.
         05 ws-reversed-trans-charge    pic s9(8)v99 value 0.
         05 ws-reversed-extended-cost   pic s9(8)v99 value 0.
         05 ws-reversed-tax-amount      pic s9(8)v99 value 0.
         05 ws-cancelled-backorder-count pic 9(5) value 0.
         05 ws-found-open-item-count    pic 9(5) value 0.
         05 ws-found-open-item-amount   pic s9(8)v99 value 0.
         05 ws-held-open-item-count     pic 9(5) value 0.
         05 ws-run-billed-amount        pic s9(8)v99 value 0.
         05 ws-run-stock-qty            pic s9(9) value 0.
         05 ws-discrepancy-count        pic 9(3) value 0.

       01 ws-security-fields.
         05 ws-security-status          pic xx value spaces.
         05 ws-security-log-status      pic xx value spaces.
         05 ws-operator-id              pic x(8) value spaces.
         05 ws-signon-ok-flag           pic x value "n".
         05 ws-signon-tries             pic 9 value 0.
         05 ws-signon-limit             pic 9 value 3.
         05 ws-security-function        pic x(1) value spaces.
         05 ws-security-result          pic x(8) value spaces.
         05 ws-auth-reverse             pic x(1) value "N".

       01 ws-display-fields.
         05 ws-display-amount           pic -zz,zzz,zz9.99.
         05 ws-display-count            pic zzzzzz9.

       01 ws-register-heading.
         05 filler                      pic x(24) value
             "RUN REVERSAL REGISTER   ".
         05 rh-reversal-stamp           pic x(14).
         05 filler                      pic x(4) value spaces.
         05 filler                      pic x(13) value
             "REVERSED BY  ".
         05 rh-operator-id              pic x(8).

       01 ws-register-run-line.
         05 filler                      pic x(24) value
             "RUN BACKED OUT          ".
         05 rl-stamp                    pic x(14).
         05 filler                      pic x(4) value spaces.
         05 filler                      pic x(13) value
             "RUN DATE     ".
         05 rl-run-date                 pic 9(8).
         05 filler                      pic x(4) value spaces.
         05 filler                      pic x(17) value
             "COMPLETION CODE  ".
         05 rl-code                     pic zzz9.

       01 ws-section-heading.
         05 sh-section                  pic x(40).

       01 ws-stock-column-heading.
         05 filler                      pic x(6) value "ITEM".
         05 filler                      pic x(7) value "DEPOT".
         05 filler                      pic x(6) value "TYPE".
         05 filler                      pic x(13) value
             "RUN QUANTITY".
         05 filler                      pic x(13) value
             "BACKED OUT".
         05 filler                      pic x(13) value
             "NEW BALANCE".
         05 filler                      pic x(14) value "ITEM MASTER".

       01 ws-stock-detail-line.
         05 sd-item-number              pic 9(4).
         05 filler                      pic x(3) value spaces.
         05 sd-location                 pic x(2).
         05 filler                      pic x(4) value spaces.
         05 sd-movement-type            pic x(1).
         05 filler                      pic x(3) value spaces.
         05 sd-run-quantity             pic -(7)9.
         05 filler                      pic x(5) value spaces.
         05 sd-reversed-quantity        pic -(7)9.
         05 filler                      pic x(5) value spaces.
         05 sd-new-balance              pic -(7)9.
         05 filler                      pic x(5) value spaces.
         05 sd-master-result            pic x(14).

       01 ws-history-column-heading.
         05 filler                      pic x(10) value "RUN DATE".
         05 filler                      pic x(6) value "ITEM".
         05 filler                      pic x(6) value "DEPOT".
         05 filler                      pic x(6) value "CLASS".
         05 filler                      pic x(10) value "QUANTITY".
         05 filler                      pic x(16) value
             "NET PRICE".
         05 filler                      pic x(16) value
             "TRANSPORT".
         05 filler                      pic x(16) value
             "EXTENDED COST".

       01 ws-history-detail-line.
         05 hd-run-date                 pic 9(8).
         05 filler                      pic x(2) value spaces.
         05 hd-item-number              pic 9(4).
         05 filler                      pic x(3) value spaces.
         05 hd-location                 pic x(2).
         05 filler                      pic x(4) value spaces.
         05 hd-item-class               pic x(1).
         05 filler                      pic x(2) value spaces.
         05 hd-quantity                 pic -(7)9.
         05 filler                      pic x(2) value spaces.
         05 hd-net-price                pic -zz,zzz,zz9.99.
         05 filler                      pic x(2) value spaces.
         05 hd-trans-charge             pic -zz,zzz,zz9.99.
         05 filler                      pic x(2) value spaces.
         05 hd-extended-cost            pic -zz,zzz,zz9.99.

       01 ws-tax-column-heading.
         05 filler                      pic x(10) value "RUN DATE".
         05 filler                      pic x(7) value "DEPOT".
         05 filler                      pic x(8) value "JURIS".
         05 filler                      pic x(16) value
             "TAXABLE SALES".
         05 filler                      pic x(16) value
             "EXEMPT SALES".
         05 filler                      pic x(16) value "TAX".

       01 ws-tax-detail-line.
         05 td-run-date                 pic 9(8).
         05 filler                      pic x(2) value spaces.
         05 td-location                 pic x(2).
         05 filler                      pic x(5) value spaces.
         05 td-jurisdiction             pic x(6).
         05 filler                      pic x(2) value spaces.
         05 td-taxable-sales            pic -zz,zzz,zz9.99.
         05 filler                      pic x(2) value spaces.
         05 td-exempt-sales             pic -zz,zzz,zz9.99.
         05 filler                      pic x(2) value spaces.
         05 td-tax-amount               pic -zz,zzz,zz9.99.

       01 ws-totals-column-heading.
         05 filler                      pic x(24) value spaces.
         05 filler                      pic x(16) value
             "BEFORE".
         05 filler                      pic x(16) value
             "BACKED OUT".
         05 filler                      pic x(16) value "AFTER".

       01 ws-totals-detail-line.
         05 ot-label                    pic x(24).
         05 ot-before                   pic -zz,zzz,zz9.99.
         05 filler                      pic x(2) value spaces.
         05 ot-backed-out               pic -zz,zzz,zz9.99.
         05 filler                      pic x(2) value spaces.
         05 ot-after                    pic -zz,zzz,zz9.99.

       01 ws-note-line.
         05 nl-note                     pic x(60).

       01 ws-backorder-column-heading.
         05 filler                      pic x(10) value "RUN DATE".
         05 filler                      pic x(6) value "ITEM".
         05 filler                      pic x(7) value "DEPOT".
         05 filler                      pic x(10) value "CUSTOMER".
         05 filler                      pic x(10) value "SHORT QTY".

       01 ws-backorder-detail-line.
         05 bd-run-date                 pic 9(8).
         05 filler                      pic x(2) value spaces.
         05 bd-item-number              pic 9(4).
         05 filler                      pic x(3) value spaces.
         05 bd-location                 pic x(2).
         05 filler                      pic x(4) value spaces.
         05 bd-customer                 pic x(6).
         05 filler                      pic x(4) value spaces.
         05 bd-short-qty                pic zzzzzz9.

       01 ws-open-item-column-heading.
         05 filler                      pic x(10) value "CUSTOMER".
         05 filler                      pic x(6) value "TYPE".
         05 filler                      pic x(16) value
             "ORIGINAL".
         05 filler                      pic x(16) value
             "APPLIED".
         05 filler                      pic x(16) value
             "WRITTEN OFF".
         05 filler                      pic x(22) value "RESULT".

       01 ws-open-item-detail-line.
         05 od-customer-number          pic x(6).
         05 filler                      pic x(4) value spaces.
         05 od-item-type                pic x(1).
         05 filler                      pic x(3) value spaces.
         05 od-original-amount          pic -zz,zzz,zz9.99.
         05 filler                      pic x(2) value spaces.
         05 od-applied-amount           pic -zz,zzz,zz9.99.
         05 filler                      pic x(2) value spaces.
         05 od-written-off-amount       pic -zz,zzz,zz9.99.
         05 filler                      pic x(2) value spaces.
         05 od-result                   pic x(22).

       01 ws-control-column-heading.
         05 filler                      pic x(24) value
             "CONTROL TOTAL".
         05 filler                      pic x(16) value
             "RUN REGISTER".
         05 filler                      pic x(16) value
             "REVERSED".
         05 filler                      pic x(11) value "STATUS".

       01 ws-control-detail-line.
         05 cl-label                    pic x(24).
         05 cl-run-total                pic -zz,zzz,zz9.99.
         05 filler                      pic x(2) value spaces.
         05 cl-reversed-total           pic -zz,zzz,zz9.99.
         05 filler                      pic x(2) value spaces.
         05 cl-status                   pic x(11).

      *
      *  The same pair of values, whichever control is being
      *  compared -- counts and quantities ride in the amount
      *  fields with nothing after the point.
      *
       01 ws-control-compare-fields.
         05 ws-control-run-total        pic s9(9)v99 value 0.
         05 ws-control-reversed-total   pic s9(9)v99 value 0.

       01 ws-balance-line.
         05 bl-result                   pic x(60).

       procedure division.
       000-main.

      *
      * Sign the operator on, take the run to back out and check it
      * against the run register, then -- once the operator has
      * confirmed it -- open everything the run posted to, mark the
      * run reversed and undo it file by file, printing each
      * posting undone and the control totals it balances to.
      *
           move function current-date to ws-current-date-alpha.
           move ws-current-date-alpha(1:8) to ws-today-date.
           move ws-current-date-alpha(1:14) to ws-reversal-stamp.

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

           if ws-auth-reverse not = "Y"
             then
               move "R" to ws-security-function
               perform 930-refuse-function
               close operator-security
               close security-log-file
               move 8 to return-code
               goback
           end-if.

           close operator-security.
           close security-log-file.

           open i-o run-register-file.

           if ws-run-register-status not = "00"
             then
               display "RUN REGISTER NOT AVAILABLE - "
                 "SEE OPERATIONS"
               move 12 to return-code
               goback
           end-if.

           perform 100-select-run.

           if ws-completion-code > 0
             or ws-confirm not = "Y"
             then
               close run-register-file
               move ws-completion-code to return-code
               goback
           end-if.

           perform 150-open-posting-files.

           if ws-completion-code > 0
             then
               display "NOTHING REVERSED - FILES NOT AVAILABLE"
               perform 190-close-posting-files
               close run-register-file
               move ws-completion-code to return-code
               goback
           end-if.

      *
      *  The run is marked reversed before a single posting is
      *  undone. A reversal that dies part way is put right by
      *  hand from its register -- a second attempt backing out
      *  the part that did post a second time would be worse.
      *
           move "R"               to rr-run-status.
           move ws-reversal-stamp to rr-reversal-stamp.
           move ws-operator-id    to rr-reversed-by.

           rewrite rr-run-record
               invalid key
                   move 12 to ws-completion-code
           end-rewrite.

           if ws-completion-code > 0
             then
               display "NOTHING REVERSED - RUN REGISTER NOT UPDATED"
               perform 190-close-posting-files
               close run-register-file
               move ws-completion-code to return-code
               goback
           end-if.

           perform 180-write-register-heading.

           perform 200-reverse-stock.
           perform 300-reverse-history.
           perform 400-reverse-tax-history.
           perform 500-reverse-totals.
           perform 600-cancel-backorders.
           perform 700-cancel-open-items.
           perform 800-write-control-totals.

           perform 190-close-posting-files.
           close run-register-file.

           display "RUN " ws-reverse-stamp " BACKED OUT - "
             "REGISTER WRITTEN TO A2.RVR".
           if ws-discrepancy-count > 0
             then
               display "REVERSAL OUT OF BALANCE - SEE REGISTER"
           end-if.

           move ws-completion-code to return-code.
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
                       move os-auth-reverse to ws-auth-reverse
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
           move "RUNREVERSAL "        to sl-program.
           move ws-operator-id        to sl-operator.
           move ws-security-function  to sl-function.
           move ws-security-result    to sl-result.

           write security-log-line.

       930-refuse-function.

           display "NOT AUTHORIZED FOR THIS FUNCTION".
           move "DENIED  " to ws-security-result.
           perform 910-write-security-log.

       100-select-run.

      *
      *  Only a run the register knows can be backed out -- its
      *  totals are what the reversal balances to -- and only once.
      *  A refusal ends the program with code 8; an operator who
      *  thinks better of it at the confirmation ends it clean.
      *
           display "RUN STAMP TO BACK OUT (YYYYMMDDHHMMSS): "
             with no advancing.
           accept ws-reverse-stamp.

           move ws-reverse-stamp to rr-run-stamp.
           read run-register-file
               key is rr-run-stamp
               invalid key
                   display "RUN NOT ON RUN REGISTER - "
                     "NOTHING REVERSED"
                   move 8 to ws-completion-code
           end-read.

           if ws-completion-code = 0
             and rr-run-status = "R"
             then
               display "RUN ALREADY REVERSED BY " rr-reversed-by
                 " UNDER " rr-reversal-stamp
               display "NOTHING REVERSED"
               move 8 to ws-completion-code
           end-if.

           if ws-completion-code = 0
             then
               move rr-run-date to ws-run-date
               display "RUN DATE         " rr-run-date
               display "COMPLETION CODE  " rr-completion-code
               move rr-history-count to ws-display-count
               display "LINES POSTED     " ws-display-count
               move rr-net-price to ws-display-amount
               display "NET PRICE        " ws-display-amount
               move rr-trans-charge to ws-display-amount
               display "TRANSPORTATION   " ws-display-amount
               move rr-tax-amount to ws-display-amount
               display "TAX              " ws-display-amount
               display "BACK THIS RUN OUT (Y/N): "
                 with no advancing
               accept ws-confirm
               if ws-confirm = "y"
                 then
                   move "Y" to ws-confirm
               end-if
               if ws-confirm not = "Y"
                 then
                   display "NOTHING REVERSED"
               end-if
           end-if.

       150-open-posting-files.

      *
      *  The item master and the depot balances are what the run's
      *  stock movements go back onto, and the GL extract is where
      *  the money goes back out -- without all three nothing is
      *  touched. A missing receivables file means the run billed
      *  nobody; missing history, tax history, totals and backorder
      *  files are simply empty.
      *
           open i-o item-master.
           if ws-item-master-status not = "00"
             then
               move 12 to ws-completion-code
           end-if.

           open i-o location-stock.
           if ws-location-stock-status = "35"
             then
               open output location-stock
               close location-stock
               open i-o location-stock
           end-if.
           if ws-location-stock-status not = "00"
             and ws-location-stock-status not = "05"
             then
               move 12 to ws-completion-code
           end-if.

           open extend gl-extract-file.
           if ws-extract-status not = "00"
             and ws-extract-status not = "05"
             then
               move 12 to ws-completion-code
           end-if.

           open i-o ar-open-item-file.
           if ws-ar-status = "00"
             then
               move "y" to ws-ar-open-flag
           end-if.

           open output register-file.
           if ws-register-status not = "00"
             then
               move 12 to ws-completion-code
           end-if.

       180-write-register-heading.

           move ws-reversal-stamp to rh-reversal-stamp.
           move ws-operator-id    to rh-operator-id.
           write register-line from ws-register-heading.

           move ws-reverse-stamp   to rl-stamp.
           move rr-run-date        to rl-run-date.
           move rr-completion-code to rl-code.
           write register-line from ws-register-run-line
             after advancing 1 line.

       190-close-posting-files.

           close item-master.
           close location-stock.
           close gl-extract-file.
           if ws-ar-open-flag = "y"
             then
               close ar-open-item-file
           end-if.
           close register-file.

       200-reverse-stock.

      *
      *  Every depot movement the run wrote to the ledger -- its
      *  sales and returns and both legs of its transfers -- is
      *  picked off onto the work file, then posted back the other
      *  way as an X movement referencing the run. Sales and
      *  returns also go back onto the item master's company
      *  on-hand; a transfer never touched it. A ledger that will
      *  not take the X movements does not hold the balances up,
      *  the same as the nightly run's relief.
      *
           move "STOCK MOVEMENTS BACKED OUT" to sh-section.
           write register-line from ws-section-heading
             after advancing 3 lines.
           write register-line from ws-stock-column-heading
             after advancing 2 lines.

           open input stock-ledger-file.
           open output ledger-work-file.

           if ws-ledger-status = "00"
             then
               move "n" to ws-ledger-eof-flag
               perform 210-select-ledger-record
                 until ws-ledger-eof-flag = "y"
           end-if.

           close stock-ledger-file.
           close ledger-work-file.

           open extend stock-ledger-file.
           if ws-ledger-status = "00"
             or ws-ledger-status = "05"
             then
               move "y" to ws-ledger-open-flag
             else
               move 12 to ws-completion-code
           end-if.

           open input ledger-work-file.
           if ws-ledger-work-status = "00"
             then
               move "n" to ws-work-eof-flag
               perform 220-reverse-one-movement
                 until ws-work-eof-flag = "y"
               close ledger-work-file
             else
               move 12 to ws-completion-code
           end-if.

           if ws-ledger-open-flag = "y"
             then
               close stock-ledger-file
               move "n" to ws-ledger-open-flag
           end-if.

       210-select-ledger-record.

           read stock-ledger-file
               at end
                   move "y" to ws-ledger-eof-flag
               not at end
                   if lg-reference = ws-reverse-stamp
                     and lg-program = "ITEMLIST    "
                     then
                       write lw-ledger-record from lg-ledger-record
                   end-if
           end-read.

       220-reverse-one-movement.

           read ledger-work-file into ws-run-movement
               at end
                   move "y" to ws-work-eof-flag
               not at end
                   perform 230-post-one-movement
           end-read.

       230-post-one-movement.

           subtract rm-quantity from 0 giving ws-stock-change.

           move rm-item-number to ls-item-number.
           move rm-location    to ls-location.

           read location-stock
             key is ls-stock-key
             invalid key
               move rm-item-number  to ls-item-number
               move rm-location     to ls-location
               move ws-stock-change to ls-on-hand-qty
               move 0 to ls-reorder-point
               write ls-stock-record
             not invalid key
               add ws-stock-change to ls-on-hand-qty
               rewrite ls-stock-record
           end-read.

           if ws-ledger-open-flag = "y"
             then
               perform 240-write-stock-ledger
           end-if.

           move spaces to ws-master-result.
           if rm-movement-type = "S"
             or rm-movement-type = "R"
             then
               add rm-quantity to ws-reversed-stock-qty
               move rm-item-number to im-item-number
               read item-master
                 key is im-item-number
                 invalid key
                   move "NOT ON MASTER " to ws-master-result
                 not invalid key
                   add ws-stock-change to im-on-hand-qty
                   rewrite im-item-record
                   move "ON-HAND MOVED " to ws-master-result
               end-read
           end-if.

           add 1 to ws-reversed-ledger-count.

           move rm-item-number   to sd-item-number.
           move rm-location      to sd-location.
           move rm-movement-type to sd-movement-type.
           move rm-quantity      to sd-run-quantity.
           move ws-stock-change  to sd-reversed-quantity.
           move ls-on-hand-qty   to sd-new-balance.
           move ws-master-result to sd-master-result.
           write register-line from ws-stock-detail-line
             after advancing 1 line.

       240-write-stock-ledger.

           move function current-date to ws-current-date-alpha.

           move rm-item-number          to lg-item-number.
           move rm-location             to lg-location.
           move "X"                     to lg-movement-type.
           move ws-stock-change         to lg-quantity.
           move ls-on-hand-qty          to lg-resulting-balance.
           move ws-reverse-stamp        to lg-reference.
           move "RUNREVERSAL "          to lg-program.
           move ws-today-date           to lg-date.
           move ws-current-date-alpha(9:6) to lg-time.

           write lg-ledger-record.

       300-reverse-history.

      *
      *  The run's history lines are offset, not removed -- each
      *  gets a negated copy under this reversal's stamp and the
      *  run's own date, so the run's month nets to what it would
      *  have been and the lines still show what happened. Any of
      *  the run's lines already archived are picked up from the
      *  month's archive; their offsets land on the live file and
      *  follow them into the archive at the next period close.
      *  Each line's revenue and cost records go back to the GL
      *  as it is offset.
      *
           move "SALES HISTORY OFFSET" to sh-section.
           write register-line from ws-section-heading
             after advancing 3 lines.
           write register-line from ws-history-column-heading
             after advancing 2 lines.

           open output history-work-file.
           open input sales-history-file.

           if ws-history-status = "00"
             then
               move "n" to ws-history-eof-flag
               perform 310-select-history-record
                 until ws-history-eof-flag = "y"
           end-if.

           close sales-history-file.

           if ws-reversed-history-count < rr-history-count
             then
               move ws-run-date(1:6) to ws-period-alpha
               move spaces to ws-archive-file-name
               string ws-archive-base-name delimited by space
                 "." delimited by size
                 ws-period-alpha delimited by size
                 into ws-archive-file-name
               end-string
               open input archive-file
               if ws-archive-status = "00"
                 then
                   move "n" to ws-history-eof-flag
                   perform 315-select-archive-record
                     until ws-history-eof-flag = "y"
               end-if
               close archive-file
           end-if.

           close history-work-file.

      *
      *  The count above was of lines found; the offsets below
      *  count again as each one is written.
      *
           move 0 to ws-reversed-history-count.

           open input history-work-file.
           open extend sales-history-file.

           if ws-history-work-status not = "00"
             or (ws-history-status not = "00"
               and ws-history-status not = "05")
             then
               move 12 to ws-completion-code
               move "HISTORY NOT OFFSET - FILE WILL NOT OPEN"
                 to nl-note
               write register-line from ws-note-line
                 after advancing 1 line
             else
               move "n" to ws-work-eof-flag
               perform 320-offset-one-history-record
                 until ws-work-eof-flag = "y"
           end-if.

           close history-work-file.
           close sales-history-file.

       310-select-history-record.

           read sales-history-file
               at end
                   move "y" to ws-history-eof-flag
               not at end
                   if hs-run-stamp = ws-reverse-stamp
                     then
                       write hw-history-record from hs-history-record
                       add 1 to ws-reversed-history-count
                   end-if
           end-read.

       315-select-archive-record.

           read archive-file
               at end
                   move "y" to ws-history-eof-flag
               not at end
                   if ah-run-stamp = ws-reverse-stamp
                     then
                       write hw-history-record from ah-archive-record
                       add 1 to ws-reversed-history-count
                   end-if
           end-read.

       320-offset-one-history-record.

           read history-work-file into ws-history-line
               at end
                   move "y" to ws-work-eof-flag
               not at end
                   perform 330-write-history-offset
           end-read.

       330-write-history-offset.

           add 1 to ws-reversed-history-count.
           add hy-quantity      to ws-reversed-quantity.
           add hy-net-price     to ws-reversed-net-price.
           add hy-trans-charge  to ws-reversed-trans-charge.
           add hy-extended-cost to ws-reversed-extended-cost.

           move hy-run-date      to hd-run-date.
           move hy-item-number   to hd-item-number.
           move hy-location      to hd-location.
           move hy-item-class    to hd-item-class.
           move hy-quantity      to hd-quantity.
           move hy-net-price     to hd-net-price.
           move hy-trans-charge  to hd-trans-charge.
           move hy-extended-cost to hd-extended-cost.
           write register-line from ws-history-detail-line
             after advancing 1 line.

           subtract hy-quantity      from 0 giving hy-quantity.
           subtract hy-net-price     from 0 giving hy-net-price.
           subtract hy-trans-charge  from 0 giving hy-trans-charge.
           subtract hy-extended-cost from 0 giving hy-extended-cost.
           move ws-reversal-stamp to hy-run-stamp.

           write hs-history-record from ws-history-line.

      *
      *  The line's revenue record, then -- where it carried a
      *  cost -- the cost of goods sold and inventory relief pair,
      *  all already negated.
      *
           move spaces to ge-extract-record.
           add 1 to ws-extract-sequence.
           move ws-reversal-stamp   to ge-run-stamp.
           move ws-extract-sequence to ge-sequence.
           move hy-item-number      to ge-item-number.
           move hy-item-class       to ge-item-class.
           move hy-net-price        to ge-net-price.
           move hy-trans-charge     to ge-trans-charge.
           write ge-extract-record.

           if hy-extended-cost not = 0
             then
               move spaces to ge-extract-record
               add 1 to ws-extract-sequence
               move ws-reversal-stamp   to ge-run-stamp
               move ws-extract-sequence to ge-sequence
               move hy-item-number      to ge-item-number
               move "4"                 to ge-item-class
               move hy-extended-cost    to ge-net-price
               move 0                   to ge-trans-charge
               write ge-extract-record

               move spaces to ge-extract-record
               add 1 to ws-extract-sequence
               move ws-reversal-stamp   to ge-run-stamp
               move ws-extract-sequence to ge-sequence
               move hy-item-number      to ge-item-number
               move "5"                 to ge-item-class
               subtract hy-extended-cost from 0 giving ge-net-price
               move 0                   to ge-trans-charge
               write ge-extract-record
           end-if.

       400-reverse-tax-history.

      *
      *  Offset the same way as the sales history -- a negated copy
      *  of each of the run's depot records, and the tax back out
      *  of the liability account by depot.
      *
           move "TAX HISTORY OFFSET" to sh-section.
           write register-line from ws-section-heading
             after advancing 3 lines.
           write register-line from ws-tax-column-heading
             after advancing 2 lines.

           open output tax-work-file.
           open input tax-history-file.

           if ws-tax-history-status = "00"
             then
               move "n" to ws-tax-eof-flag
               perform 410-select-tax-record
                 until ws-tax-eof-flag = "y"
           end-if.

           close tax-history-file.
           close tax-work-file.

           open input tax-work-file.
           open extend tax-history-file.

           if ws-tax-work-status not = "00"
             or (ws-tax-history-status not = "00"
               and ws-tax-history-status not = "05")
             then
               move 12 to ws-completion-code
               move "TAX HISTORY NOT OFFSET - FILE WILL NOT OPEN"
                 to nl-note
               write register-line from ws-note-line
                 after advancing 1 line
             else
               move "n" to ws-work-eof-flag
               perform 420-offset-one-tax-record
                 until ws-work-eof-flag = "y"
           end-if.

           close tax-work-file.
           close tax-history-file.

       410-select-tax-record.

           read tax-history-file
               at end
                   move "y" to ws-tax-eof-flag
               not at end
                   if th-run-stamp = ws-reverse-stamp
                     then
                       write tw-tax-record from th-tax-record
                   end-if
           end-read.

       420-offset-one-tax-record.

           read tax-work-file into ws-tax-history-line
               at end
                   move "y" to ws-work-eof-flag
               not at end
                   perform 430-write-tax-offset
           end-read.

       430-write-tax-offset.

           add tx-tax-amount to ws-reversed-tax-amount.

           move tx-run-date      to td-run-date.
           move tx-location      to td-location.
           move tx-jurisdiction  to td-jurisdiction.
           move tx-taxable-sales to td-taxable-sales.
           move tx-exempt-sales  to td-exempt-sales.
           move tx-tax-amount    to td-tax-amount.
           write register-line from ws-tax-detail-line
             after advancing 1 line.

           subtract tx-taxable-sales from 0 giving tx-taxable-sales.
           subtract tx-exempt-sales  from 0 giving tx-exempt-sales.
           subtract tx-tax-amount    from 0 giving tx-tax-amount.
           move ws-reversal-stamp to tx-run-stamp.

           write th-tax-record from ws-tax-history-line.

           move spaces to ge-extract-record.
           add 1 to ws-extract-sequence.
           move ws-reversal-stamp   to ge-run-stamp.
           move ws-extract-sequence to ge-sequence.
           move 0                   to ge-item-number.
           move "3"                 to ge-item-class.
           move tx-tax-amount       to ge-net-price.
           move 0                   to ge-trans-charge.
           write ge-extract-record.

       500-reverse-totals.

      *
      *  The run's net and transportation come back out of the
      *  period totals it went into -- both month-to-date and
      *  year-to-date while the totals are still on the run's
      *  month, year-to-date alone once a later month has opened.
      *  Once the year has rolled over there is nothing left to
      *  back it out of; that is a warning for accounts to carry
      *  by hand.
      *
           move "PERIOD TOTALS" to sh-section.
           write register-line from ws-section-heading
             after advancing 3 lines.

           open input totals-file.
           if ws-totals-status = "00"
             then
               read totals-file into ws-totals-hold
                   at end
                       continue
                   not at end
                       move "y" to ws-totals-found-flag
               end-read
           end-if.
           close totals-file.

           if ws-totals-found-flag not = "y"
             then
               move "NO PERIOD TOTALS ON FILE - NOTHING BACKED OUT"
                 to nl-note
               write register-line from ws-note-line
                 after advancing 2 lines
               if ws-completion-code < 4
                 then
                   move 4 to ws-completion-code
               end-if
             else
               if ws-period-year not = ws-run-year
                 then
                   move "RUN YEAR CLOSED - TOTALS NOT ADJUSTED"
                     to nl-note
                   write register-line from ws-note-line
                     after advancing 2 lines
                   if ws-completion-code < 4
                     then
                       move 4 to ws-completion-code
                   end-if
                 else
                   perform 510-adjust-totals
               end-if
           end-if.

       510-adjust-totals.

           write register-line from ws-totals-column-heading
             after advancing 2 lines.

           if ws-period-month = ws-run-month
             then
               move "MTD NET PRICE" to ot-label
               move ws-mtd-net-price to ot-before
               move rr-net-price to ot-backed-out
               subtract rr-net-price from ws-mtd-net-price
               move ws-mtd-net-price to ot-after
               write register-line from ws-totals-detail-line
                 after advancing 1 line

               move "MTD TRANSPORTATION" to ot-label
               move ws-mtd-trans-charge to ot-before
               move rr-trans-charge to ot-backed-out
               subtract rr-trans-charge from ws-mtd-trans-charge
               move ws-mtd-trans-charge to ot-after
               write register-line from ws-totals-detail-line
                 after advancing 1 line
             else
               move "RUN MONTH CLOSED - MONTH-TO-DATE NOT ADJUSTED"
                 to nl-note
               write register-line from ws-note-line
                 after advancing 1 line
           end-if.

           move "YTD NET PRICE" to ot-label.
           move ws-ytd-net-price to ot-before.
           move rr-net-price to ot-backed-out.
           subtract rr-net-price from ws-ytd-net-price.
           move ws-ytd-net-price to ot-after.
           write register-line from ws-totals-detail-line
             after advancing 1 line.

           move "YTD TRANSPORTATION" to ot-label.
           move ws-ytd-trans-charge to ot-before.
           move rr-trans-charge to ot-backed-out.
           subtract rr-trans-charge from ws-ytd-trans-charge.
           move ws-ytd-trans-charge to ot-after.
           write register-line from ws-totals-detail-line
             after advancing 1 line.

           open output totals-file.
           if ws-totals-status = "00"
             then
               write tf-totals-record from ws-totals-hold
               close totals-file
             else
               move 12 to ws-completion-code
               move "TOTALS FILE WILL NOT OPEN - NOT REWRITTEN"
                 to nl-note
               write register-line from ws-note-line
                 after advancing 1 line
           end-if.

       600-cancel-backorders.

      *
      *  The backorders the run raised come out of the file whole
      *  -- the shortfall they record never happened. Everything
      *  else is copied through in its own order. One already
      *  released is beyond reach here: its resubmission is on the
      *  release file, and the control totals show it short.
      *
           move "BACKORDERS CANCELLED" to sh-section.
           write register-line from ws-section-heading
             after advancing 3 lines.
           write register-line from ws-backorder-column-heading
             after advancing 2 lines.

           open input backorder-file.
           open output backorder-work-file.

           if ws-backorder-status = "00"
             and ws-backorder-work-status = "00"
             then
               move "n" to ws-backorder-eof-flag
               perform 610-select-backorder-record
                 until ws-backorder-eof-flag = "y"
           end-if.

           close backorder-file.
           close backorder-work-file.

      *
      *  The file is only rewritten when something came out of it,
      *  and only from a work file that reads back.
      *
           if ws-cancelled-backorder-count > 0
             then
               open input backorder-work-file
               if ws-backorder-work-status = "00"
                 then
                   open output backorder-file
                   move "n" to ws-work-eof-flag
                   perform 620-copy-one-backorder
                     until ws-work-eof-flag = "y"
                   close backorder-file
                   close backorder-work-file
                 else
                   move 12 to ws-completion-code
                   move "BACKORDER FILE NOT REWRITTEN" to nl-note
                   write register-line from ws-note-line
                     after advancing 1 line
               end-if
           end-if.

       610-select-backorder-record.

           read backorder-file
               at end
                   move "y" to ws-backorder-eof-flag
               not at end
                   if bk-run-stamp = ws-reverse-stamp
                     then
                       add 1 to ws-cancelled-backorder-count
                       move bk-run-date    to bd-run-date
                       move bk-item-number to bd-item-number
                       move bk-location    to bd-location
                       move bk-customer    to bd-customer
                       move bk-short-qty   to bd-short-qty
                       write register-line from
                         ws-backorder-detail-line
                         after advancing 1 line
                     else
                       write bw-backorder-record
                         from bk-backorder-record
                   end-if
           end-read.

       620-copy-one-backorder.

           read backorder-work-file
               at end
                   move "y" to ws-work-eof-flag
               not at end
                   write bk-backorder-record from bw-backorder-record
           end-read.

       700-cancel-open-items.

      *
      *  The run's invoices and credits carry its stamp as their
      *  invoice number. One nobody has touched is cancelled --
      *  open amount to zero, status R. One with cash applied or
      *  written off is left exactly as it is for the cash desk to
      *  unwind, and the reversal ends with a warning.
      *
           move "RECEIVABLES ITEMS" to sh-section.
           write register-line from ws-section-heading
             after advancing 3 lines.
           write register-line from ws-open-item-column-heading
             after advancing 2 lines.

           if ws-ar-open-flag = "y"
             then
               move low-values to ar-item-key
               start ar-open-item-file
                   key is not less than ar-item-key
                   invalid key
                       move "y" to ws-ar-eof-flag
               end-start
               perform 710-check-one-open-item
                 until ws-ar-eof-flag = "y"
           end-if.

       710-check-one-open-item.

           read ar-open-item-file next record
               at end
                   move "y" to ws-ar-eof-flag
               not at end
                   if ar-invoice-number = ws-reverse-stamp
                     and (ar-item-type = "I" or ar-item-type = "C")
                     then
                       perform 720-cancel-one-open-item
                   end-if
           end-read.

       720-cancel-one-open-item.

           add 1 to ws-found-open-item-count.
           add ar-original-amount to ws-found-open-item-amount.

           move ar-customer-number    to od-customer-number.
           move ar-item-type          to od-item-type.
           move ar-original-amount    to od-original-amount.
           move ar-applied-amount     to od-applied-amount.
           move ar-written-off-amount to od-written-off-amount.

           if ar-applied-amount = 0
             and ar-written-off-amount = 0
             then
               move 0             to ar-open-amount
               move ws-today-date to ar-last-activity-date
               move "R"           to ar-status
               rewrite ar-open-item-record
                   invalid key
                       move 12 to ws-completion-code
               end-rewrite
               move "CANCELLED" to od-result
             else
               add 1 to ws-held-open-item-count
               move "ACTIVITY - LEFT OPEN" to od-result
               if ws-completion-code < 4
                 then
                   move 4 to ws-completion-code
               end-if
           end-if.

           write register-line from ws-open-item-detail-line
             after advancing 1 line.

       800-write-control-totals.

      *
      *  Everything found and undone, side by side with what the
      *  run recorded posting. The stock quantity is the run's
      *  sales and returns as the ledger moved them, turned back
      *  into the history's sign; the receivables amount is the
      *  run's net, transportation and tax, which is what its
      *  invoices and credits billed between them.
      *
           move "CONTROL TOTALS" to sh-section.
           write register-line from ws-section-heading
             after advancing 3 lines.
           write register-line from ws-control-column-heading
             after advancing 2 lines.

           move "HISTORY LINES" to cl-label.
           move rr-history-count to ws-control-run-total.
           move ws-reversed-history-count to
             ws-control-reversed-total.
           perform 810-write-control-line.

           move "QUANTITY" to cl-label.
           move rr-quantity to ws-control-run-total.
           move ws-reversed-quantity to ws-control-reversed-total.
           perform 810-write-control-line.

           move "NET PRICE" to cl-label.
           move rr-net-price to ws-control-run-total.
           move ws-reversed-net-price to ws-control-reversed-total.
           perform 810-write-control-line.

           move "TRANSPORTATION" to cl-label.
           move rr-trans-charge to ws-control-run-total.
           move ws-reversed-trans-charge to
             ws-control-reversed-total.
           perform 810-write-control-line.

           move "EXTENDED COST" to cl-label.
           move rr-extended-cost to ws-control-run-total.
           move ws-reversed-extended-cost to
             ws-control-reversed-total.
           perform 810-write-control-line.

           move "TAX" to cl-label.
           move rr-tax-amount to ws-control-run-total.
           move ws-reversed-tax-amount to ws-control-reversed-total.
           perform 810-write-control-line.

           move "STOCK MOVEMENTS" to cl-label.
           move rr-ledger-count to ws-control-run-total.
           move ws-reversed-ledger-count to
             ws-control-reversed-total.
           perform 810-write-control-line.

           move "STOCK QUANTITY" to cl-label.
           move rr-quantity to ws-control-run-total.
           subtract ws-reversed-stock-qty from 0
             giving ws-run-stock-qty.
           move ws-run-stock-qty to ws-control-reversed-total.
           perform 810-write-control-line.

           move "BACKORDERS" to cl-label.
           move rr-backorder-count to ws-control-run-total.
           move ws-cancelled-backorder-count to
             ws-control-reversed-total.
           perform 810-write-control-line.

           move "RECEIVABLES ITEMS" to cl-label.
           move rr-open-item-count to ws-control-run-total.
           move ws-found-open-item-count to
             ws-control-reversed-total.
           perform 810-write-control-line.

           move "RECEIVABLES AMOUNT" to cl-label.
           move rr-net-price to ws-run-billed-amount.
           add rr-trans-charge to ws-run-billed-amount.
           add rr-tax-amount to ws-run-billed-amount.
           move ws-run-billed-amount to ws-control-run-total.
           move ws-found-open-item-amount to
             ws-control-reversed-total.
           perform 810-write-control-line.

           if ws-discrepancy-count = 0
             then
               move "REVERSAL BALANCES TO THE RUN'S CONTROL TOTALS"
                 to bl-result
             else
               move "REVERSAL OUT OF BALANCE - SEE DISCREPANCIES"
                 to bl-result
               if ws-completion-code < 4
                 then
                   move 4 to ws-completion-code
               end-if
           end-if.
           write register-line from ws-balance-line
             after advancing 2 lines.

           if ws-held-open-item-count > 0
             then
               move "RECEIVABLES ITEMS WITH ACTIVITY LEFT OPEN"
                 to nl-note
               write register-line from ws-note-line
                 after advancing 1 line
           end-if.

       810-write-control-line.

           move ws-control-run-total      to cl-run-total.
           move ws-control-reversed-total to cl-reversed-total.

           if ws-control-run-total = ws-control-reversed-total
             then
               move "MATCH      " to cl-status
             else
               move "DISCREPANCY" to cl-status
               add 1 to ws-discrepancy-count
           end-if.

           write register-line from ws-control-detail-line
             after advancing 1 line.

       end program RunReversalProgram.
