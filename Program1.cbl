               record key is cm-customer-number
               file status is ws-customer-master-status.
      *
      *  OPTIONAL -- a site with no negotiated prices has no file,
      *  and every line prices at the standard price exactly as it
      *  always has. Read-only here; ContractMaintenanceProgram
      *  keeps it.
      *
           select optional contract-file
               assign to ws-contract-file-name
               organization is indexed
               access mode is dynamic
               record key is ct-contract-key
               file status is ws-contract-status.
      *
      *  OPTIONAL, unlike the two masters -- a site that has not yet
      *  built depot balances still runs; the file is created empty
      *  on first use and every depot balance starts at zero, which
               access mode is dynamic
               record key is ls-stock-key
               file status is ws-location-stock-status.
      *
      *  OPTIONAL like the depot balances -- the first run at a site
      *  creates the receivables ledger empty and every later run
      *  posts its invoices and credits onto it.
      *
           select optional ar-open-item-file
               assign to ws-ar-file-name
               organization is indexed
               access mode is dynamic
               record key is ar-item-key
               file status is ws-ar-status.
           select invoice-file
               assign to ws-invoice-file-name
               organization is line sequential
               assign to "A2SRT1".
           select sort-priced-file
               assign to "A2SRT2".
      *
      *  Comparison-run work files -- each consolidated line priced
      *  both ways lands on compare-work-file, and sorts onto
      *  compare-seq-file once by class and once by customer for
      *  the two halves of the comparison report. Run-scoped like
      *  the other work files.
      *
           select compare-work-file
               assign to ws-compare-work-name
               organization is line sequential
               file status is ws-compare-work-status.
           select compare-seq-file
               assign to ws-compare-seq-name
               organization is line sequential
               file status is ws-compare-seq-status.
           select sort-compare-file
               assign to "A2SRT7".
           select optional checkpoint-file
               assign to ws-checkpoint-file-name
               organization is line sequential
               assign to ws-location-file-name
               organization is line sequential
               file status is ws-location-status.
      *
      *  The sales tax rate for each depot's taxing jurisdiction --
      *  keyed by the depot's location code, maintained by
      *  operations like the rate and location tables. There are
      *  no built-in rates: a depot with no row charges no tax and
      *  the run ends with a warning so someone adds the row.
      *
           select optional tax-table-file
               assign to ws-tax-file-name
               organization is line sequential
               file status is ws-tax-table-status.
      *
      *  What each depot collected each night, by jurisdiction --
      *  accumulates across runs like the sales history, and
      *  SalesTaxReportProgram files the month's returns from it.
      *
           select optional tax-history-file
               assign to ws-tax-history-name
               organization is line sequential
               file status is ws-tax-history-status.
           select optional totals-file
               assign to ws-totals-file-name
               organization is line sequential
               assign to ws-history-work-name
               organization is line sequential
               file status is ws-history-work-status.
      *
      *  Every depot balance the run moves is also written to the
      *  shared stock ledger, the same as the maintenance programs'
      *  receipts and counts -- see STKLEDG.cpy.
      *
           select optional stock-ledger-file
               assign to ws-ledger-file-name
               organization is line sequential
               file status is ws-ledger-status.
      *
      *  One record per live run, keyed by the run stamp, carrying
      *  the control totals of what the run posted -- see RUNREG.cpy.
      *
           select optional run-register-file
               assign to ws-run-register-name
               organization is indexed
               access mode is dynamic
               record key is rr-run-stamp
               file status is ws-run-register-status.
           select optional run-control-file
               assign to "../../../A2.run"
               organization is line sequential
         05 lf-location                pic x(2).
         05 lf-location-name           pic x(20).

      *
      *  The rate is a percentage to three places -- 07.250 is
      *  seven and a quarter percent.
      *
           fd tax-table-file
               data record is tt-file-record
               record contains 33 characters.

       01 tt-file-record.
         05 tt-location                pic x(2).
         05 tt-jurisdiction            pic x(6).
         05 tt-jurisdiction-name       pic x(20).
         05 tt-tax-rate                pic 99v999.

      *
      *  One record per depot per run that sold anything -- the
      *  layout is ws-tax-history-line below.
      *
           fd tax-history-file
               data record is tax-history-record
               record contains 68 characters.

       01 tax-history-record           pic x(68).

           fd stock-ledger-file
               data record is lg-ledger-record
               record contains 63 characters.

           copy "STKLEDG.cpy".

           fd run-register-file
               data record is rr-run-record
               record contains 127 characters.

           copy "RUNREG.cpy".

           fd item-master
               data record is im-item-record
               record contains 135 characters.

           copy "ITEMMAST.cpy".

           fd customer-master
               data record is cm-customer-record
               record contains 108 characters.

           copy "CUSTMAST.cpy".

           fd contract-file
               data record is ct-contract-record
               record contains 58 characters.

           copy "CONTRACT.cpy".

           fd location-stock
               data record is ls-stock-record
               record contains 21 characters.
      *  line -- the customer's shortfall, held until
      *  BackorderReleaseProgram sees the depot's stock come back
      *  and turns it into a resubmission record. Opened EXTEND so
      *  backorders from earlier nights survive until released. The
      *  run stamp says which run raised it, so a run backed out by
      *  RunReversalProgram takes its own backorders with it.
      *
           fd backorder-file
               data record is bk-backorder-record
               record contains 41 characters.

       01 bk-backorder-record.
         05 bk-run-date                pic 9(8).
         05 bk-location                pic x(2).
         05 bk-customer                pic x(6).
         05 bk-short-qty               pic 9(7).
         05 bk-run-stamp               pic x(14).

      *
      *  One validated transaction per input line, unconsolidated.
      *
           fd txn-work-file
               data record is tw-txn-record
               record contains 51 characters.

       01 tw-txn-record.
         05 tw-sort-key.
         05 tw-item-description        pic x(13).
         05 tw-unit-price              pic 9999v99.
         05 tw-walk-sequence           pic 9(4).
         05 tw-price-basis             pic x(1).
         05 tw-unit-cost               pic 9999v99.

           fd sorted-txn-file
               data record is st-txn-record
               record contains 51 characters.

       01 st-txn-record.
         05 st-sort-key.
         05 st-item-description        pic x(13).
         05 st-unit-price              pic 9999v99.
         05 st-walk-sequence           pic 9(4).
         05 st-price-basis             pic x(1).
         05 st-unit-cost               pic 9999v99.

      *
      *  One record per location/class/item/customer/type after the
      *
           fd consolidated-file
               data record is cw-cons-record
               record contains 51 characters.

       01 cw-cons-record.
         05 cw-sort-key.
         05 cw-item-description        pic x(13).
         05 cw-unit-price              pic 9999v99.
         05 cw-walk-sequence           pic 9(4).
         05 cw-price-basis             pic x(1).
         05 cw-unit-cost               pic 9999v99.

      *
      *  The consolidated line as the report pass priced it -- the
      *
           fd priced-file
               data record is pw-priced-record
               record contains 86 characters.

       01 pw-priced-record.
         05 pw-sort-key.
                                        sign leading separate.
         05 pw-trans-charge            pic s9(8)v99
                                        sign leading separate.
         05 pw-tax-amount              pic s9(8)v99
                                        sign leading separate.
         05 pw-short-qty               pic 9(7).
         05 pw-oversell-flag           pic x(1).
         05 pw-price-basis             pic x(1).

           fd invoice-seq-file
               data record is ix-priced-record
               record contains 86 characters.

       01 ix-priced-record.
         05 ix-location                pic x(2).
                                        sign leading separate.
         05 ix-trans-charge            pic s9(8)v99
                                        sign leading separate.
         05 ix-tax-amount              pic s9(8)v99
                                        sign leading separate.
         05 ix-short-qty               pic 9(7).
         05 ix-oversell-flag           pic x(1).
         05 ix-price-basis             pic x(1).

           fd pick-seq-file
               data record is px-priced-record
               record contains 86 characters.

       01 px-priced-record.
         05 px-location                pic x(2).
                                        sign leading separate.
         05 px-trans-charge            pic s9(8)v99
                                        sign leading separate.
         05 px-tax-amount              pic s9(8)v99
                                        sign leading separate.
         05 px-short-qty               pic 9(7).
         05 px-oversell-flag           pic x(1).
         05 px-price-basis             pic x(1).

           sd sort-txn-file
               data record is sd-txn-record.
         05 sd-item-description        pic x(13).
         05 sd-unit-price              pic 9999v99.
         05 sd-walk-sequence           pic 9(4).
         05 sd-price-basis             pic x(1).
         05 sd-unit-cost               pic 9999v99.

           sd sort-priced-file
               data record is sp-priced-record.
                                        sign leading separate.
         05 sp-trans-charge            pic s9(8)v99
                                        sign leading separate.
         05 sp-tax-amount              pic s9(8)v99
                                        sign leading separate.
         05 sp-short-qty               pic 9(7).
         05 sp-oversell-flag           pic x(1).
         05 sp-price-basis             pic x(1).

      *
      *  One consolidated line priced twice -- as tonight's files
      *  price it and as the proposed rate table and item master
      *  would. Amounts are signed the way the priced record signs
      *  them, so a return's change nets against its customer's
      *  sales.
      *
           fd compare-work-file
               data record is cp-compare-record
               record contains 57 characters.

       01 cp-compare-record.
         05 cp-customer                pic x(6).
         05 cp-item-class              pic x(1).
         05 cp-item-number             pic 9(4).
         05 cp-location                pic x(2).
         05 cp-current-net             pic s9(8)v99
                                        sign leading separate.
         05 cp-current-trans           pic s9(8)v99
                                        sign leading separate.
         05 cp-proposed-net            pic s9(8)v99
                                        sign leading separate.
         05 cp-proposed-trans          pic s9(8)v99
                                        sign leading separate.

           fd compare-seq-file
               data record is cq-compare-record
               record contains 57 characters.

       01 cq-compare-record.
         05 cq-customer                pic x(6).
         05 cq-item-class              pic x(1).
         05 cq-item-number             pic 9(4).
         05 cq-location                pic x(2).
         05 cq-current-net             pic s9(8)v99
                                        sign leading separate.
         05 cq-current-trans           pic s9(8)v99
                                        sign leading separate.
         05 cq-proposed-net            pic s9(8)v99
                                        sign leading separate.
         05 cq-proposed-trans          pic s9(8)v99
                                        sign leading separate.

           sd sort-compare-file
               data record is sx-compare-record.

       01 sx-compare-record.
         05 sx-customer                pic x(6).
         05 sx-item-class              pic x(1).
         05 sx-item-number             pic 9(4).
         05 sx-location                pic x(2).
         05 sx-current-net             pic s9(8)v99
                                        sign leading separate.
         05 sx-current-trans           pic s9(8)v99
                                        sign leading separate.
         05 sx-proposed-net            pic s9(8)v99
                                        sign leading separate.
         05 sx-proposed-trans          pic s9(8)v99
                                        sign leading separate.

      *
      *  The per-customer invoice/statement file -- one section per

       01 invoice-line                 pic x(80).

      *
      *  The receivables ledger -- each customer's invoice (and the
      *  credit for any returns) posts here as an open item when the
      *  invoice file is written, so collections works from what is
      *  actually still owed instead of the printed invoices.
      *
           fd ar-open-item-file
               data record is ar-open-item-record
               record contains 82 characters.

           copy "AROPEN.cpy".

           fd checkpoint-file
               data record is ws-checkpoint-record
               record contains 103 characters.
      *
           fd sales-history-file
               data record is hs-history-record
               record contains 76 characters.

       01 hs-history-record            pic x(76).

           fd history-work-file
               data record is hw-history-record
               record contains 76 characters.

       01 hw-history-record            pic x(76).

           fd run-control-file
               data record is rc-control-record
         05 filler                     pic x(13) value "DESCRIPTION".
         05 filler                     pic x(9) value spaces.
         05 filler                     pic x(5) value "PRICE".
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(1) value "B".
         05 filler                     pic x(6) value spaces.
         05 filler                     pic x(5) value "PRICE".
         05 filler                     pic x(10) value spaces.
         05 filler                     pic x(6) value "AMOUNT".
         05 ws-item-description        pic x(13).
         05 ws-item-quantity           pic ZZZZZZ9.
         05 ws-per-unit-price          pic Z,ZZ9.99.
         05 filler                     pic x(1) value spaces.
         05 ws-price-basis             pic x(1).
         05 filler                     pic x(1) value spaces.
         05 ws-extended-price          pic ZZ,ZZZ,ZZ9.99.
         05 filler                     pic x(3) value spaces.
         05 ws-discount-price          pic ZZZ,ZZ9.99.
         05 ws-calcs-signed-extended   pic s99999999v99 value 0.
         05 ws-calcs-signed-net        pic s99999999v99 value 0.
         05 ws-calcs-signed-trans      pic s99999999v99 value 0.
      *
      *  The line's quantity at standard cost -- relieved from
      *  inventory into cost of goods sold on a sale, and the other
      *  way round on a return.
      *
         05 ws-calcs-extended-cost     pic 99999999v99 value 0.
         05 ws-calcs-signed-cost       pic s99999999v99 value 0.
         05 ws-calcs-total-cost        pic s99999999v99 value 0.
      *
      *  Sales tax is on the net merchandise price only --
      *  transportation is billed as a service and is not taxed.
      *
         05 ws-calcs-tax-amount        pic 99999999v99 value 0.
         05 ws-calcs-signed-tax        pic s99999999v99 value 0.
         05 ws-calcs-total-tax         pic s99999999v99 value 0.
         05 ws-calcs-total-extended-price   pic s999999999v99 value 0.
         05 ws-calcs-total-net-price        pic s99999999v99 value 0.
         05 ws-calcs-total-trans-charge     pic s9(8)v99 value 0.
         05 ws-page-count                   pic 999 value 1.
         05 ws-lines-needed                 pic 99 value 2.

      *
      *  The trial label is blank on a live run -- on a trial or
      *  comparison run it heads every page of the report, so a
      *  trial listing can never be mistaken for the night's.
      *
       01 ws-page-heading-line.
         05 filler                     pic x(20) value spaces.
         05 wp-trial-label             pic x(30) value spaces.
         05 filler                     pic x(5) value spaces.
         05 filler                     pic x(5) value "PAGE ".
         05 wp-page-number             pic zz9.

         05 ws-items-without-discount  pic ZZ9.9.
         05 ws-percent-sign-discount   pic x.

       01 ws-tax-summary-line.
         05 filler                     pic x(22) value
         "SALES TAX CHARGED".
         05 ws-total-tax-display       pic ZZ,ZZZ,ZZ9.99-.

       01 ws-cost-summary-line.
         05 filler                     pic x(22) value
         "COST OF GOODS SOLD".
         05 ws-total-cost-display      pic ZZ,ZZZ,ZZ9.99-.

       01 ws-rejected-summary.
         05 filler                     pic x(22) value
         "ITEMS REJECTED".
         05 filler                     pic x(38) value
             "CR = RETURN CREDITED TO STOCK".

       01 ws-contract-legend.
         05 filler                     pic x(52) value
             "B = PRICE BASIS  S = STANDARD  C = CUSTOMER CONTRACT".

       01 ws-flags.
         05 ws-eof-flag                pic x value "n".
         05 ws-valid-record-flag       pic x value "y".
         05 ws-item-master-open-flag   pic x value "n".
         05 ws-return-seen-flag        pic x value "n".
         05 ws-contract-seen-flag      pic x value "n".

       01 ws-location-stock-fields.
         05 ws-location-stock-status   pic xx value spaces.
         05 ws-stock-location          pic x(2) value spaces.
         05 ws-stock-change            pic s9(7) value 0.
         05 ws-depot-balance           pic s9(7) value 0.
         05 ws-stock-movement-type     pic x(1) value spaces.
         05 ws-ledger-status           pic xx value spaces.
         05 ws-ledger-open-flag        pic x value "n".
         05 ws-short-quantity          pic s9(8) value 0.

      *
       01 ws-transfer-heading.
         05 filler                     pic x(17) value
             "TRANSFER REGISTER".
         05 filler                     pic x(3) value spaces.
         05 xh-trial-label             pic x(30) value spaces.

       01 ws-transfer-column-heading.
         05 filler                     pic x(4) value "ITEM".
         05 filler                     pic x(2) value spaces.
         05 tl-quantity                pic zzzzzz9.

      *
      *  Trial and comparison runs. A trial run prices and prints
      *  the night exactly as a live run would but posts nothing --
      *  no relief, no ledger, history, totals, backorders, GL
      *  extract, invoices or receivables -- and writes its report
      *  and rejects to their own files so the live ones are left
      *  alone. A comparison run is a trial run that then prices
      *  every line a second time under the proposed rate table
      *  and item master and prints what would change, by class
      *  and by customer.
      *
       01 ws-trial-fields.
         05 ws-trial-run-flag          pic x value "n".
         05 ws-compare-run-flag        pic x value "n".
         05 ws-output-name-set-flag    pic x value "n".
         05 ws-reject-name-set-flag    pic x value "n".
         05 ws-trial-label             pic x(30) value spaces.
         05 ws-compare-eof-flag        pic x value "n".
         05 ws-compare-held-flag       pic x value "n".
         05 ws-compare-section         pic x(1) value spaces.
         05 ws-compare-prev-key        pic x(6) value spaces.
         05 ws-compare-key             pic x(6) value spaces.
         05 ws-unchanged-count         pic 9(5) value 0.
         05 ws-group-current-net       pic s9(9)v99 value 0.
         05 ws-group-proposed-net      pic s9(9)v99 value 0.
         05 ws-group-current-trans     pic s9(9)v99 value 0.
         05 ws-group-proposed-trans    pic s9(9)v99 value 0.
         05 ws-grand-current-net       pic s9(9)v99 value 0.
         05 ws-grand-proposed-net      pic s9(9)v99 value 0.
         05 ws-grand-current-trans     pic s9(9)v99 value 0.
         05 ws-grand-proposed-trans    pic s9(9)v99 value 0.
         05 ws-compare-change          pic s9(9)v99 value 0.
         05 ws-compare-ok-flag         pic x value "y".

       01 ws-trial-notice-line.
         05 filler                     pic x(44) value
             "TRIAL RUN - NOTHING POSTED, NO FILES UPDATED".

       01 ws-compare-heading.
         05 filler                     pic x(38) value
             "PRICE COMPARISON  CURRENT AND PROPOSED".
         05 filler                     pic x(2) value spaces.
         05 ch-section                 pic x(11).
         05 filler                     pic x(4) value spaces.
         05 ch-trial-label             pic x(30) value spaces.

       01 ws-compare-error-line.
         05 filler                     pic x(56) value
             "PRICE COMPARISON NOT RUN - A PROPOSED FILE WILL NOT OPEN".

       01 ws-compare-files-line.
         05 cf-label                   pic x(20).
         05 cf-file-name               pic x(64).

       01 ws-compare-column-heading.
         05 cg-key-label               pic x(28).
         05 filler                     pic x(16) value
             "     CURRENT NET".
         05 filler                     pic x(16) value
             "    PROPOSED NET".
         05 filler                     pic x(16) value
             "      NET CHANGE".
         05 filler                     pic x(16) value
             "   CURRENT TRANS".
         05 filler                     pic x(16) value
             "  PROPOSED TRANS".
         05 filler                     pic x(16) value
             "    TRANS CHANGE".

       01 ws-compare-detail-line.
         05 cd-key                     pic x(6).
         05 filler                     pic x(2) value spaces.
         05 cd-name                    pic x(20).
         05 filler                     pic x(2) value spaces.
         05 cd-current-net             pic zz,zzz,zz9.99-.
         05 filler                     pic x(2) value spaces.
         05 cd-proposed-net            pic zz,zzz,zz9.99-.
         05 filler                     pic x(2) value spaces.
         05 cd-net-change              pic zz,zzz,zz9.99-.
         05 filler                     pic x(2) value spaces.
         05 cd-current-trans           pic zz,zzz,zz9.99-.
         05 filler                     pic x(2) value spaces.
         05 cd-proposed-trans          pic zz,zzz,zz9.99-.
         05 filler                     pic x(2) value spaces.
         05 cd-trans-change            pic zz,zzz,zz9.99-.

       01 ws-compare-unchanged-line.
         05 filler                     pic x(28) value
             "CUSTOMERS WITH NO CHANGE".
         05 cu-unchanged-count         pic zzzz9.

       01 ws-item-master-fields.
         05 ws-item-master-status      pic xx value spaces.
         05 ws-description-for-report  pic x(13) value spaces.
         05 ws-master-item-class       pic x(1) value spaces.
         05 ws-master-unit-price       pic 9999v99 value 0.
      *
      *  S when the line priced at the item's standard price, C
      *  when a customer contract price was in force -- it rides
      *  the line through the work files to the report and invoice.
      *
         05 ws-master-price-basis      pic x(1) value "S".
         05 ws-master-unit-cost        pic 9999v99 value 0.
         05 ws-master-walk-sequence    pic 9(4) value 0.
         05 ws-master-found-flag       pic x value "n".
         05 ws-oversell-flag           pic x value "n".
       01 ws-customer-master-fields.
         05 ws-customer-master-status  pic xx value spaces.
         05 ws-customer-open-flag      pic x value "n".
         05 ws-contract-status         pic xx value spaces.
         05 ws-contract-open-flag      pic x value "n".
         05 ws-customer-found-flag     pic x value "n".

      *
         05 ws-invoice-seq-eof-flag    pic x value "n".
         05 ws-invoice-total-net       pic s9(8)v99 value 0.
         05 ws-invoice-total-trans     pic s9(8)v99 value 0.
         05 ws-invoice-total-tax       pic s9(8)v99 value 0.
         05 ws-invoice-amount-due      pic s9(8)v99 value 0.
      *
      *  The customer's sale lines and return lines add up apart --
      *  the sales post to the ledger as the invoice, the returns as
      *  a separate credit item the collector can see and apply.
      *
         05 ws-invoice-sale-amount     pic s9(8)v99 value 0.
         05 ws-invoice-credit-amount   pic s9(8)v99 value 0.
         05 ws-ar-status               pic xx value spaces.
         05 ws-ar-open-flag            pic x value "n".

       01 ws-invoice-heading-line.
         05 filler                     pic x(9) value "CUSTOMER ".
         05 filler                     pic x(12) value spaces.
         05 filler                     pic x(9) value "RUN DATE ".
         05 iv-run-date                pic 9(8).
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(8) value "INVOICE ".
         05 iv-invoice-number          pic x(14).

       01 ws-invoice-exempt-line.
         05 filler                     pic x(25) value
             "TAX EXEMPT  CERTIFICATE ".
         05 iv-exempt-certificate      pic x(15).

       01 ws-invoice-detail-line.
         05 iv-item-number             pic x(4).
         05 iv-trans-charge            pic zz,zzz,zz9.99-.
         05 filler                     pic x(1) value spaces.
         05 iv-credit-marker           pic x(2).
         05 filler                     pic x(2) value spaces.
         05 iv-price-basis             pic x(8).

       01 ws-invoice-total-line.
         05 filler                     pic x(14) value
         05 iv-total-net               pic $$,$$$,$$9.99-.
         05 filler                     pic x(3) value spaces.
         05 iv-total-trans             pic $$,$$$,$$9.99-.
         05 filler                     pic x(3) value spaces.
         05 iv-total-tax               pic $$,$$$,$$9.99-.

      *
      *  The three columns above are merchandise, transportation
      *  and sales tax -- the amount due is all three, and it is
      *  what posts to the receivables ledger.
      *
       01 ws-invoice-due-line.
         05 filler                     pic x(14) value
             "AMOUNT DUE".
         05 filler                     pic x(15) value spaces.
         05 iv-amount-due              pic $$,$$$,$$9.99-.

       01 ws-checkpoint-fields.
         05 ws-checkpoint-status       pic xx value spaces.
           10 lc-total-net-price       pic s99999999v99.
           10 lc-total-trans-charge    pic s9(8)v99.

      *
      *  The sales tax table -- one row per depot, loaded from the
      *  tax table file with no built-in defaults (see the SELECT).
      *  Each row also banks what the depot taxed, exempted and
      *  collected this run, for the tax history append at the end
      *  of the run.
      *
       01 ws-tax-table-fields.
         05 ws-tax-table-status        pic xx value spaces.
         05 ws-tax-history-status      pic xx value spaces.
         05 ws-tax-table-count         pic 99 value 0.
         05 ws-tax-found-flag          pic x value "n".
         05 ws-tax-slot-flag           pic x value "n".
         05 ws-tax-exempt-flag         pic x value "n".
         05 ws-tax-temp-amount         pic 9(10)v9(5) value 0.

       01 ws-tax-table.
         05 ws-tax-table-entry occurs 1 to 20 times
             depending on ws-tax-table-count
             indexed by tj-idx.
           10 tj-location              pic x(2).
           10 tj-jurisdiction          pic x(6).
           10 tj-tax-rate              pic 99v999.
           10 tj-taxable-sales         pic s9(9)v99.
           10 tj-exempt-sales          pic s9(9)v99.
           10 tj-tax-amount            pic s9(9)v99.

      *
      *  Amounts are signed -- a depot whose returns outweighed its
      *  sales for the night credits the tax back, and the monthly
      *  report nets it the same way. The run stamp is the run's
      *  own, as on the sales history.
      *
       01 ws-tax-history-line.
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

       01 ws-location-break-fields.
         05 ws-previous-location       pic x(2) value spaces.
         05 ws-loc-total-extended-price pic s999999999v99 value 0.
       01 ws-recap-heading.
         05 filler                     pic x(13) value
             "COMPANY RECAP".
         05 filler                     pic x(7) value spaces.
         05 rh-trial-label             pic x(30) value spaces.

       01 ws-recap-detail-line.
         05 cr-location                pic x(2).
         05 hc-item-description        pic x(13).
         05 hc-unit-price              pic 9999v99.
         05 hc-walk-sequence           pic 9(4).
         05 hc-price-basis             pic x(1).
         05 hc-unit-cost               pic 9999v99.

       01 ws-pick-fields.
         05 ws-pick-status             pic xx value spaces.
         05 ws-priced-work-status      pic xx value spaces.
         05 ws-invoice-seq-status      pic xx value spaces.
         05 ws-pick-seq-status         pic xx value spaces.
         05 ws-compare-work-status     pic xx value spaces.
         05 ws-compare-seq-status      pic xx value spaces.

      *
      *  Run-control keyword values -- the defaults are the file names
             "../../../ITEMMAST.dat".
         05 ws-customer-file-name      pic x(64) value
             "../../../CUSTMAST.dat".
         05 ws-contract-file-name      pic x(64) value
             "../../../CONTRACT.dat".
         05 ws-invoice-file-name       pic x(64) value
             "../../../A2.inv".
         05 ws-ar-file-name            pic x(64) value
             "../../../AROPEN.dat".
         05 ws-locstock-file-name      pic x(64) value
             "../../../LOCSTOCK.dat".
      *
             "../../../RATETAB.dat".
         05 ws-location-file-name      pic x(64) value
             "../../../LOCTAB.dat".
         05 ws-tax-file-name           pic x(64) value
             "../../../TAXTAB.dat".
         05 ws-tax-history-name        pic x(64) value
             "../../../A2.txh".
         05 ws-totals-file-name        pic x(64) value
             "../../../A2.tot".
         05 ws-checkpoint-file-name    pic x(64) value
             "../../../A2.his".
         05 ws-history-work-name       pic x(64) value
             "../../../A2.hwk".
         05 ws-ledger-file-name        pic x(64) value
             "../../../STKLEDG.dat".
         05 ws-run-register-name       pic x(64) value
             "../../../RUNREG.dat".
      *
      *  A trial run's report and rejects go here unless the
      *  run-control file names them -- never over the live run's.
      *  The proposed rate table and item master are only read by
      *  a comparison run; left blank, that side prices with
      *  tonight's file.
      *
         05 ws-trial-output-name       pic x(64) value
             "../../../A2.tro".
         05 ws-trial-reject-name       pic x(64) value
             "../../../A2.trj".
         05 ws-new-rate-file-name      pic x(64) value spaces.
         05 ws-new-master-file-name    pic x(64) value spaces.
         05 ws-compare-work-name       pic x(64) value
             "../../../A2.dwk".
         05 ws-compare-seq-name        pic x(64) value
             "../../../A2.dsk".

       01 ws-job-log-fields.
         05 ws-job-log-status          pic xx value spaces.
         05 ws-run-stamp               pic x(14) value spaces.
         05 ws-extract-sequence        pic 9(7) value 0.

      *
      *  What the run actually posted, counted as it goes down --
      *  the history and tax history records as written, each
      *  depot movement as it reaches the ledger and each open item
      *  as it reaches the receivables file -- for the run register
      *  record written at the end of a live run.
      *
       01 ws-run-register-fields.
         05 ws-run-register-status     pic xx value spaces.
         05 ws-posted-history-count    pic 9(7) value 0.
         05 ws-posted-quantity         pic s9(9) value 0.
         05 ws-posted-net-price        pic s9(8)v99 value 0.
         05 ws-posted-trans-charge     pic s9(8)v99 value 0.
         05 ws-posted-tax-amount       pic s9(8)v99 value 0.
         05 ws-posted-extended-cost    pic s9(8)v99 value 0.
         05 ws-posted-ledger-count     pic 9(7) value 0.
         05 ws-posted-open-item-count  pic 9(5) value 0.

       01 ws-job-log-start-line.
         05 filler                     pic x(16) value
             "ITEMLIST START".
             "ITEMLIST END".
         05 jl-end-stamp               pic x(14).

       01 ws-job-log-mode-line.
         05 filler                     pic x(16) value
             "RUN MODE".
         05 jl-run-mode                pic x(7).

       01 ws-job-log-count-line.
         05 jl-count-label             pic x(20).
         05 jl-count-value             pic zzzzzz9.
      *  Quantity and amounts are signed -- a return goes down as
      *  the negative movement it is, so SalesHistoryProgram's
      *  month-over-month units and net figures net out without
      *  special-casing the type. The extended cost is the line's
      *  quantity at the standard cost in effect on the run date,
      *  for MarginReportProgram. The run stamp ties each record to
      *  the run that wrote it, so a run backed out by
      *  RunReversalProgram can be found and offset line for line
      *  even when another run shares its run date. The customer
      *  is the one the line was sold to or returned by, for
      *  CustomerSalesProgram.
      *
       01 ws-history-line.
         05 hy-run-date                pic 9(8).
                                        sign leading separate.
         05 hy-trans-charge            pic s9(8)v99
                                        sign leading separate.
         05 hy-extended-cost           pic s9(8)v99
                                        sign leading separate.
         05 hy-run-stamp               pic x(14).
         05 hy-customer                pic x(6).

      *
      *  Every extract record is stamped with the run identifier
      * lines, rejects and GL/AP extract records already written for
      * the records before the abend are lost.
      *
      * A trial run never picks up a live run's checkpoint -- nor
      * writes or clears one -- so a trial between an abend and its
      * restart cannot disturb the restart.
      *
           if ws-trial-run-flag not = "y"
             then
               perform 050-load-checkpoint
           end-if.

           if ws-checkpoint-found-flag = "y"
             then
             else
               open output output-file
               open output reject-file
               if ws-trial-run-flag not = "y"
                 then
                   open output gl-extract-file
               end-if
           end-if.

      *
      * the very end (288-append-history-records), so a failure
      * anywhere in the report pass reruns without double-writing
      * history the way an EXTEND open held across the whole pass
      * would. A trial run writes no history, so it leaves the work
      * file alone too.
      *
           if ws-trial-run-flag not = "y"
             then
               open output history-work-file
           end-if.

      *
      * The unconsolidated transaction work file is run-scoped the

           if ws-output-status not = "00"
             or ws-reject-status not = "00"
             or ws-txn-work-status not = "00"
             or (ws-trial-run-flag not = "y"
               and (ws-extract-status not = "00"
                 or ws-history-work-status not = "00"))
             then
               move 12 to ws-completion-code
               perform 920-write-job-log-trailer
      * the bad path) and fails the run the same as a hard open
      * error -- every night, until the card is fixed.
      *
      * A trial run relieves nothing, so it only reads the master.
      *
           if ws-trial-run-flag = "y"
             then
               open input item-master
             else
               open i-o item-master
           end-if.
           if ws-item-master-status = "00"
             then
               move "y" to ws-item-master-open-flag
      * creates the file empty; the balances build from receipts
      * and the first cycle counts.
      *
      * A trial run only reads the balances for the oversell
      * judgment -- and does not create the file either.
      *
           if ws-trial-run-flag = "y"
             then
               open input location-stock
             else
               open i-o location-stock
               if ws-location-stock-status = "35"
                 then
                   open output location-stock
                   close location-stock
                   open i-o location-stock
               end-if
           end-if.
           if ws-location-stock-status = "00"
             or ws-location-stock-status = "05"
               goback
           end-if.

      *
      * Contract prices are looked up line by line as the input is
      * priced. No file, or one that will not open, leaves every
      * line at the standard price.
      *
           open input contract-file.
           if ws-contract-status = "00"
             then
               move "y" to ws-contract-open-flag
           end-if.

      *
      * Load the discount/transportation rate table -- built-in
      * defaults first, then an operator-maintained rate table file
           perform 066-load-default-locations.
           perform 067-load-location-table-file.

      *
      * Load the sales tax table -- one row per depot, from the
      * operator-maintained file only.
      *
           perform 071-load-tax-table-file.

      *
      * Load the month-to-date/year-to-date totals file, rolling the
      * accumulators over to a fresh period when the calendar has
      * handled by rerunning the whole job, which reopens the output
      * files OUTPUT and rewrites the report from scratch.
      *
           if ws-trial-run-flag not = "y"
             then
               perform 298-clear-checkpoint
           end-if.

      *
      * Sort the night's validated transactions into location/
           write output-line from ws-rejected-summary
             after advancing 1 lines.

           move ws-calcs-total-tax to ws-total-tax-display.
           write output-line from ws-tax-summary-line
             after advancing 1 lines.

           move ws-calcs-total-cost to ws-total-cost-display.
           write output-line from ws-cost-summary-line
             after advancing 1 lines.

           if ws-oversell-seen-flag = "y"
             then
               write output-line from ws-oversell-legend
                 after advancing 1 lines
           end-if.

           if ws-contract-seen-flag = "y"
             then
               write output-line from ws-contract-legend
                 after advancing 1 lines
           end-if.

      *
      * Reconcile the input file against its trailer record, if one
      * was present, instead of trusting ws-calcs-total-records and
           write output-line from ws-ytd-summary-line
             after advancing 1 lines.

      *
      * A trial run shows where the period totals would stand but
      * leaves the totals file as it was.
      *
           if ws-trial-run-flag = "y"
             then
               write output-line from ws-trial-notice-line
                 after advancing 2 lines
             else
               perform 296-write-totals
           end-if.

      *
      * The two non-idempotent side effects -- relieving on-hand and
      * page reads the master after relief so it reflects where
      * stock actually ended.
      *
      * A trial run stops short of all of it -- nothing is relieved,
      * so there is no reorder page to print; the transfer register
      * still lists what the file would move.
      *
           if ws-trial-run-flag not = "y"
             then
               perform 287-apply-on-hand-relief
               perform 280-write-reorder-report
           end-if.

           perform 291-write-transfer-register.

           if ws-compare-run-flag = "y"
             then
               perform 600-write-price-comparison
           end-if.

      *
      * What the warehouse actually works from -- one pick-list
      * file per depot in warehouse-walk order, and the unshippable
      * comes back. Like the relief and history appends above,
      * the backorder append is a short non-idempotent window.
      *
           if ws-trial-run-flag not = "y"
             then
               perform 271-write-pick-lists
               perform 276-write-backorder-records
           end-if.

      *
      * The invoice file is written whole from the priced table in
      * report-pass failure rewrites it from scratch, so it needs no
      * checkpoint handling of its own.
      *
           if ws-trial-run-flag not = "y"
             then
               perform 282-write-invoice-file
               perform 288-append-history-records
           end-if.

      *
      * Tonight's tax by depot goes onto the tax history in the same
      * end-of-run window as the sales history -- it is what the
      * monthly returns are filed from, so it follows the same
      * rerun rules.
      *
           if ws-trial-run-flag not = "y"
             then
               perform 294-append-tax-history
           end-if.

      *
      *  Last of all, the run's entry on the run register -- its
      *  control totals, for RunReversalProgram to balance against
      *  should the run ever have to be backed out. Written even on
      *  a failed run, since whatever it did post may need backing
      *  out all the more.
      *
           if ws-trial-run-flag not = "y"
             then
               perform 265-write-run-register
           end-if.

      *
      *  Close files and end program

           close input-file
             output-file
             reject-file.

           if ws-trial-run-flag not = "y"
             then
               close gl-extract-file
           end-if.

           if ws-item-master-open-flag = "y"
             then
               close customer-master
           end-if.

           if ws-contract-open-flag = "y"
             then
               close contract-file
           end-if.

           if ws-location-stock-open-flag = "y"
             then
               close location-stock
      *
           close run-control-file.

           if ws-trial-run-flag = "y"
             then
               perform 018-set-up-trial-run
           end-if.

       015-read-run-control-record.

           read run-control-file
                   move rc-value to ws-input-file-name
               when "OUTPUT-FILE"
                   move rc-value to ws-output-file-name
                   move "y" to ws-output-name-set-flag
               when "REJECT-FILE"
                   move rc-value to ws-reject-file-name
                   move "y" to ws-reject-name-set-flag
               when "EXTRACT-FILE"
                   move rc-value to ws-extract-file-name
               when "MASTER-FILE"
                   move rc-value to ws-master-file-name
               when "CUST-FILE"
                   move rc-value to ws-customer-file-name
               when "CNTR-FILE"
                   move rc-value to ws-contract-file-name
               when "INV-FILE"
                   move rc-value to ws-invoice-file-name
               when "AR-FILE"
                   move rc-value to ws-ar-file-name
               when "STOCK-FILE"
                   move rc-value to ws-locstock-file-name
               when "PICK-FILE"
                   move rc-value to ws-rate-file-name
               when "LOC-FILE"
                   move rc-value to ws-location-file-name
               when "TAX-FILE"
                   move rc-value to ws-tax-file-name
               when "TAXH-FILE"
                   move rc-value to ws-tax-history-name
               when "TOTALS-FILE"
                   move rc-value to ws-totals-file-name
               when "CKPT-FILE"
                   move rc-value to ws-history-file-name
               when "HWRK-FILE"
                   move rc-value to ws-history-work-name
               when "LEDGER-FILE"
                   move rc-value to ws-ledger-file-name
               when "RUNREG-FILE"
                   move rc-value to ws-run-register-name
      *
      *  RUN-MODE TRIAL prices and prints without posting; COMPARE
      *  is a trial that also prices against NEWRATE-FILE and
      *  NEWMAST-FILE. Anything else is an ordinary live run.
      *
               when "RUN-MODE"
                   if rc-value(1:5) = "TRIAL"
                     then
                       move "y" to ws-trial-run-flag
                   end-if
                   if rc-value(1:7) = "COMPARE"
                     then
                       move "y" to ws-trial-run-flag
                       move "y" to ws-compare-run-flag
                   end-if
               when "NEWRATE-FILE"
                   move rc-value to ws-new-rate-file-name
               when "NEWMAST-FILE"
                   move rc-value to ws-new-master-file-name
               when other
                   continue
           end-evaluate.

       018-set-up-trial-run.

           move "*** TRIAL RUN - NOT POSTED ***" to ws-trial-label.
           move ws-trial-label to wp-trial-label.
           move ws-trial-label to rh-trial-label.
           move ws-trial-label to xh-trial-label.
           move ws-trial-label to ch-trial-label.

           if ws-output-name-set-flag not = "y"
             then
               move ws-trial-output-name to ws-output-file-name
           end-if.

           if ws-reject-name-set-flag not = "y"
             then
               move ws-trial-reject-name to ws-reject-file-name
           end-if.

       020-open-job-log.

      *
           move ws-current-date-alpha(1:14) to ws-run-stamp.
           write job-log-line from ws-job-log-start-line.

           if ws-trial-run-flag = "y"
             then
               if ws-compare-run-flag = "y"
                 then
                   move "COMPARE" to jl-run-mode
                 else
                   move "TRIAL" to jl-run-mode
               end-if
               write job-log-line from ws-job-log-mode-line
           end-if.

       920-write-job-log-trailer.

           move function current-date to ws-current-date-alpha.
                   perform 180-write-reject-record
               end-if

               if ws-trial-run-flag not = "y"
                 then
                   perform 290-checkpoint-if-due
               end-if
           end-if.

      *
               move lf-location-name to lc-location-name(lc-idx)
           end-if.

       071-load-tax-table-file.

           open input tax-table-file.

           if ws-tax-table-status = "00"
             then
               perform 072-read-tax-table-row
                 until ws-tax-table-status not = "00"
               close tax-table-file
           end-if.

       072-read-tax-table-row.

           read tax-table-file
               at end
                   move "10" to ws-tax-table-status
               not at end
                   perform 073-store-tax-table-row
           end-read.

       073-store-tax-table-row.

      *
      *  A depot keyed twice keeps its last row, so a rate change
      *  can be appended to the file rather than edited in place.
      *
           move tt-location to ws-location-lookup.
           perform 217-lookup-tax-table.

           set ws-tax-slot-flag to "y".

           if ws-tax-found-flag = "n"
             then
               if ws-tax-table-count < 20
                 then
                   add 1 to ws-tax-table-count
                   set tj-idx to ws-tax-table-count
                   move 0 to tj-taxable-sales(tj-idx)
                   move 0 to tj-exempt-sales(tj-idx)
                   move 0 to tj-tax-amount(tj-idx)
                 else
                   set ws-tax-slot-flag to "n"
               end-if
           end-if.

           if ws-tax-slot-flag = "y"
             then
               move tt-location     to tj-location(tj-idx)
               move tt-jurisdiction to tj-jurisdiction(tj-idx)
               move tt-tax-rate     to tj-tax-rate(tj-idx)
           end-if.

       217-lookup-tax-table.

      *
      *  The caller puts the depot in ws-location-lookup -- the
      *  incoming row's when loading, the line's when pricing. An
      *  empty table (no tax file) finds nothing without searching
      *  a zero-length table.
      *
           set ws-tax-found-flag to "n".

           if ws-tax-table-count > 0
             then
               set tj-idx to 1
               search ws-tax-table-entry
                   varying tj-idx
                   at end
                       continue
                   when tj-location(tj-idx) = ws-location-lookup
                       set ws-tax-found-flag to "y"
               end-search
           end-if.

       219-lookup-location-table.

           set ws-location-found-flag to "n".
           set lc-idx to 1.

           search ws-location-entry
               varying lc-idx
               at end
                   continue
               when lc-location(lc-idx) = ws-location-lookup
                   set ws-location-found-flag to "y"
           end-search.

       215-lookup-rate-table.

           set ws-rate-found-flag to "n".
           set rt-idx to 1.

           search ws-rate-table-entry
               varying rt-idx
               at end
                   continue
               when rt-item-class(rt-idx) = ws-master-item-class
                   set ws-rate-found-flag to "y"
           end-search.

       150-validate-input-record.

           move ws-description-for-report to tw-item-description.
           move ws-master-unit-price   to tw-unit-price.
           move ws-master-walk-sequence to tw-walk-sequence.
           move ws-master-price-basis  to tw-price-basis.
           move ws-master-unit-cost    to tw-unit-cost.

           write tw-txn-record.

           move cw-item-description    to ws-description-for-report.
           move cw-unit-price          to ws-master-unit-price.
           move cw-walk-sequence       to ws-report-walk-sequence.
           move cw-price-basis         to ws-master-price-basis.
           move cw-unit-cost           to ws-master-unit-cost.

           perform 160-calculate-and-write-detail.

               move "y" to ws-oversize-flag
           end-multiply.

           multiply ws-calcs-quantity by ws-master-unit-cost
             giving ws-calcs-extended-cost rounded
             on size error
               move "y" to ws-oversize-flag
           end-multiply.

           if ws-oversize-flag = "y"
             then
               add 1 to ws-calcs-total-records-rejected
               move 0 to ws-report-item-quantity
               move 0 to ws-calcs-signed-net
               move 0 to ws-calcs-signed-trans
               move 0 to ws-calcs-signed-tax
               move 0 to ws-calcs-signed-cost
               perform 186-write-priced-record
             else
               perform 161-write-priced-line
               move "y" to ws-return-seen-flag
               subtract ws-calcs-extended-price from 0
                 giving ws-calcs-signed-extended
               subtract ws-calcs-extended-cost from 0
                 giving ws-calcs-signed-cost
             else
               move ws-calcs-extended-price to
                 ws-calcs-signed-extended
               move ws-calcs-extended-cost to ws-calcs-signed-cost
           end-if.

           add ws-calcs-signed-cost to ws-calcs-total-cost.

           add ws-calcs-signed-extended to
             ws-calcs-total-extended-price.
           add ws-calcs-signed-extended to
      *
      *  Calculations discounted price
      *
           perform 164-calculate-discount.

           if ws-calcs-discount-price = 0.00 then
               add 1 to ws-calcs-total-records-discount
      *
      *  Calculations transportation charge
      *
           perform 171-calculate-trans-charge.

           if ws-report-trans-type = "R"
             then
           add ws-calcs-signed-trans to
             ws-loc-total-trans-charge.

      *
      *  Sales tax on the net price, at the selling depot's rate
      *  unless the customer is exempt -- a return credits it back.
      *
           perform 162-calculate-sales-tax.


      *
      *  Relieve the item's on-hand by the consolidated quantity --
           move ws-description-for-report to ws-item-description.
           move ws-calcs-quantity      to ws-item-quantity.
           move ws-calcs-per-unit-price     to ws-per-unit-price.
           move ws-master-price-basis  to ws-price-basis.
           if ws-master-price-basis = "C"
             then
               move "y" to ws-contract-seen-flag
           end-if.
           move ws-calcs-extended-price     to ws-extended-price.
           move ws-calcs-discount-price     to ws-discount-price.
           move ws-calcs-net-price          to ws-net-price.

           add 2 to ws-line-count.

           if ws-trial-run-flag not = "y"
             then
               perform 185-write-gl-extract-record
               if ws-calcs-signed-tax not = 0
                 then
                   perform 184-write-tax-extract-record
               end-if
               if ws-calcs-signed-cost not = 0
                 then
                   perform 183-write-cost-extract-records
               end-if
           end-if.

           perform 186-write-priced-record.

       164-calculate-discount.

      *
      *  The class discount on ws-calcs-extended-price, from the
      *  rate row for ws-master-item-class -- the same rule whether
      *  the night is pricing the line or a comparison run is
      *  pricing it again under the proposed rates.
      *
           multiply ws-calcs-discount-price by 0
             giving ws-calcs-discount-price.

           perform 215-lookup-rate-table.

      *
      *  A contract price is already the customer's negotiated net
      *  -- the class discount does not stack on top of it. The
      *  rate row still furnishes the transportation terms below.
      *
           if ws-rate-found-flag = "y"
             and ws-master-price-basis not = "C"
             then
               evaluate rt-discount-basis(rt-idx)
                   when "P"
                       if ws-calcs-extended-price >
                         rt-discount-threshold(rt-idx)
                         then
                           multiply ws-calcs-extended-price by
                             rt-discount-percent(rt-idx)
                             giving ws-rate-temp-amount
                           divide ws-rate-temp-amount by 100
                             giving ws-calcs-discount-price rounded
                       end-if
                   when "Q"
                       if ws-calcs-quantity >
                         rt-discount-threshold(rt-idx)
                         then
                           multiply ws-calcs-extended-price by
                             rt-discount-percent(rt-idx)
                             giving ws-rate-temp-amount
                           divide ws-rate-temp-amount by 100
                             giving ws-calcs-discount-price rounded
                       end-if
                   when other
                       continue
               end-evaluate
           end-if.

       171-calculate-trans-charge.

      *
      *  Works from the rate row 164-calculate-discount just looked
      *  up, so it always runs straight after it.
      *
           move 0 to ws-calcs-trans-percent.
           move 0 to ws-calcs-trans-charge.

           if ws-rate-found-flag = "y"
             then
               evaluate rt-trans-method(rt-idx)
                   when "S"
                       move rt-trans-percent(rt-idx)
                         to ws-calcs-trans-percent
                       multiply ws-calcs-extended-price by
                         rt-trans-percent(rt-idx)
                         giving ws-rate-temp-amount
                       divide ws-rate-temp-amount by 100
                         giving ws-calcs-trans-charge rounded
                   when "T"
                       if ws-report-item-quantity <=
                         rt-trans-qty-break(rt-idx)
                         then
                           move rt-trans-percent(rt-idx)
                             to ws-calcs-trans-percent
                           multiply ws-calcs-extended-price by
                             rt-trans-percent(rt-idx)
                             giving ws-rate-temp-amount
                           divide ws-rate-temp-amount by 100
                             giving ws-calcs-trans-charge rounded
                       else
                           move 0.0 to ws-calcs-trans-percent
                           move rt-trans-flat-charge(rt-idx)
                             to ws-calcs-trans-charge
                       end-if
                   when other
                       continue
               end-evaluate
           end-if.

       162-calculate-sales-tax.

      *
      *  The tax row is the selling depot's; the exemption is the
      *  customer's. A depot with no tax row charges nothing and
      *  flags the run with a warning completion code -- an untaxed
      *  sale is a liability nobody collected, and operations needs
      *  to know the row is missing the morning after, not at
      *  filing time. A depot that really charges no tax carries a
      *  row with a zero rate.
      *
           move 0 to ws-calcs-tax-amount.
           move "n" to ws-tax-exempt-flag.

           if ws-customer-open-flag = "y"
             then
               move ws-report-customer to cm-customer-number
               read customer-master
                 key is cm-customer-number
                 invalid key
                   continue
                 not invalid key
                   if cm-tax-exempt-flag = "Y"
                     then
                       move "y" to ws-tax-exempt-flag
                   end-if
               end-read
           end-if.

           move ws-report-location to ws-location-lookup.
           perform 217-lookup-tax-table.

           if ws-tax-found-flag = "y"
             then
               if ws-tax-exempt-flag = "n"
                 then
                   multiply ws-calcs-net-price by tj-tax-rate(tj-idx)
                     giving ws-tax-temp-amount
                   divide ws-tax-temp-amount by 100
                     giving ws-calcs-tax-amount rounded
               end-if
             else
               if ws-completion-code < 4
                 then
                   move 4 to ws-completion-code
               end-if
           end-if.

           if ws-report-trans-type = "R"
             then
               subtract ws-calcs-tax-amount from 0
                 giving ws-calcs-signed-tax
             else
               move ws-calcs-tax-amount to ws-calcs-signed-tax
           end-if.

           add ws-calcs-signed-tax to ws-calcs-total-tax.

           if ws-tax-found-flag = "y"
             then
               if ws-tax-exempt-flag = "y"
                 then
                   add ws-calcs-signed-net to
                     tj-exempt-sales(tj-idx)
                 else
                   add ws-calcs-signed-net to
                     tj-taxable-sales(tj-idx)
               end-if
               add ws-calcs-signed-tax to tj-tax-amount(tj-idx)
           end-if.

       183-write-cost-extract-records.

      *
      *  The line's cost goes to the GL interface as a pair behind
      *  its revenue record -- posting type 4 (cost of goods sold)
      *  carrying the extended cost, then posting type 5 (inventory
      *  relief) carrying the same amount the other way, so the
      *  pair always nets to zero. Both ride in the net field,
      *  signed like the line: a return puts the cost back into
      *  inventory and takes it out of cost of goods sold.
      *
           move spaces to ws-gl-extract-line.
           add 1 to ws-extract-sequence.
           move ws-run-stamp          to ge-run-stamp.
           move ws-extract-sequence   to ge-sequence.
           move ws-report-item-number to ge-item-number.
           move "4"                   to ge-item-class.
           move ws-calcs-signed-cost  to ge-net-price.
           move 0                     to ge-trans-charge.

           write gl-extract-line from ws-gl-extract-line.

           move spaces to ws-gl-extract-line.
           add 1 to ws-extract-sequence.
           move ws-run-stamp          to ge-run-stamp.
           move ws-extract-sequence   to ge-sequence.
           move ws-report-item-number to ge-item-number.
           move "5"                   to ge-item-class.
           subtract ws-calcs-signed-cost from 0 giving ge-net-price.
           move 0                     to ge-trans-charge.

           write gl-extract-line from ws-gl-extract-line.

       184-write-tax-extract-record.

      *
      *  The line's tax goes to the GL interface as its own record,
      *  right behind the revenue record it belongs to -- same run
      *  stamp, next sequence, the line's item number, and posting
      *  type 3 (sales tax liability) in the class byte where a
      *  revenue record carries the item class. The amount rides in
      *  the net field, signed like the line; transportation is
      *  zero.
      *
           move spaces to ws-gl-extract-line.
           add 1 to ws-extract-sequence.
           move ws-run-stamp          to ge-run-stamp.
           move ws-extract-sequence   to ge-sequence.
           move ws-report-item-number to ge-item-number.
           move "3"                   to ge-item-class.
           move ws-calcs-signed-tax   to ge-net-price.
           move 0                     to ge-trans-charge.

           write gl-extract-line from ws-gl-extract-line.

       186-write-priced-record.

      *
           move ws-report-walk-sequence to pw-walk-sequence.
           move ws-calcs-signed-net     to pw-net-price.
           move ws-calcs-signed-trans   to pw-trans-charge.
           move ws-calcs-signed-tax     to pw-tax-amount.
           move ws-short-quantity       to pw-short-qty.
           move ws-oversell-flag        to pw-oversell-flag.
           move ws-master-price-basis   to pw-price-basis.

           write pw-priced-record.

           move spaces to ws-description-for-report.
           move spaces to ws-master-item-class.
           move 0 to ws-master-unit-price.
           move "S" to ws-master-price-basis.
           move 0 to ws-master-unit-cost.
           move 0 to ws-master-walk-sequence.
           move "n" to ws-master-found-flag.

                       move im-walk-sequence to
                         ws-master-walk-sequence
                       perform 167-select-price-for-run-date
                       perform 169-select-cost-for-run-date
                       move "y" to ws-master-found-flag
                   end-if
               end-read
      *  and everything else takes the standard price. Price changes
      *  can be keyed days ahead without mispricing the runs in
      *  between.
      *
           perform 166-select-standard-price.

      *
      *  A contract in force for this customer and item on the run
      *  date overrides whichever standard price was picked above.
      *  A transfer is never priced, so it never looks.
      *
           if ws-contract-open-flag = "y"
             and il-trans-type not = "T"
             then
               perform 168-apply-contract-price
           end-if.

       166-select-standard-price.

      *
      *  The run-date rule on whichever item master record is in
      *  the record area -- tonight's, or the proposed master's on
      *  a comparison run.
      *
           if im-future-price-date not = 0
             and ws-run-date >= im-future-price-date
             then
               move im-future-price to ws-master-unit-price
             else
               if ws-run-date >= im-price-effective-date
                 or im-prior-price-date = 0
                 then
                   move im-item-standard-price to
                     ws-master-unit-price
                 else
                   move im-prior-price to ws-master-unit-price
               end-if
           end-if.

       168-apply-contract-price.

      *
      *  The same run-date rule as the standard price -- a contract
      *  keyed ahead of its start date, or left on file after its
      *  end date, prices nothing. A zero contract price is a keying
      *  slip, not a free item, and is ignored.
      *
           move il-customer-number to ct-customer-number.
           move il-item-number     to ct-item-number.

           read contract-file
               key is ct-contract-key
               invalid key
                   continue
               not invalid key
                   if ws-run-date >= ct-start-date
                     and ws-run-date <= ct-end-date
                     and ct-contract-price > 0
                     then
                       move ct-contract-price to ws-master-unit-price
                       move "C" to ws-master-price-basis
                   end-if
           end-read.

       169-select-cost-for-run-date.

      *
      *  Cost is effective-dated exactly as price is, so a rerun of
      *  a prior day's file costs its lines at the cost that day
      *  actually had. A contract price changes what the customer
      *  pays, never what the item cost.
      *
           if im-future-cost-date not = 0
             and ws-run-date >= im-future-cost-date
             then
               move im-future-cost to ws-master-unit-cost
             else
               if ws-run-date >= im-cost-effective-date
                 or im-prior-cost-date = 0
                 then
                   move im-standard-cost to ws-master-unit-cost
                 else
                   move im-prior-cost to ws-master-unit-cost
               end-if
           end-if.

               rewrite ls-stock-record
           end-read.

           if ws-ledger-open-flag = "y"
             then
               perform 174-write-stock-ledger
           end-if.

       174-write-stock-ledger.

      *
      *  ws-stock-movement-type is set by whoever asked for the
      *  posting; ls-on-hand-qty is the balance it left behind.
      *
           move function current-date to ws-current-date-alpha.

           move ws-stock-item           to lg-item-number.
           move ws-stock-location       to lg-location.
           move ws-stock-movement-type  to lg-movement-type.
           move ws-stock-change         to lg-quantity.
           move ls-on-hand-qty          to lg-resulting-balance.
           move ws-run-stamp            to lg-reference.
           move "ITEMLIST    "          to lg-program.
           move ws-run-date             to lg-date.
           move ws-current-date-alpha(9:6) to lg-time.

           write lg-ledger-record.

           add 1 to ws-posted-ledger-count.

       180-write-reject-record.

           move spaces to ws-reject-line.
           end-if.
           move ws-calcs-signed-net   to hy-net-price.
           move ws-calcs-signed-trans to hy-trans-charge.
           move ws-calcs-signed-cost  to hy-extended-cost.
           move ws-run-stamp          to hy-run-stamp.
           move ws-report-customer    to hy-customer.

           write hw-history-record from ws-history-line.

           add 1 to ws-posted-history-count.
           add hy-quantity      to ws-posted-quantity.
           add hy-net-price     to ws-posted-net-price.
           add hy-trans-charge  to ws-posted-trans-charge.
           add hy-extended-cost to ws-posted-extended-cost.

       275-write-location-total.

           move ws-previous-location to lt-location.

       287-apply-on-hand-relief.

      *
      *  The stock ledger is held open across the relief and the
      *  transfers. A ledger that will not open fails the run but
      *  does not hold up the relief -- the balances are what the
      *  depots ship from in the morning.
      *
           if ws-location-stock-open-flag = "y"
             then
               open extend stock-ledger-file
               if ws-ledger-status = "00"
                 or ws-ledger-status = "05"
                 then
                   move "y" to ws-ledger-open-flag
                 else
                   move 12 to ws-completion-code
               end-if
           end-if.

           if ws-item-master-open-flag = "y"
             then
               open input priced-file
                 until xf-sub > ws-transfer-count
           end-if.

           if ws-ledger-open-flag = "y"
             then
               close stock-ledger-file
               move "n" to ws-ledger-open-flag
           end-if.

       297-apply-one-transfer.

           move xf-item-number(xf-sub)   to ws-stock-item.
           move xf-from-location(xf-sub) to ws-stock-location.
           subtract xf-quantity(xf-sub) from 0
             giving ws-stock-change.
           move "O" to ws-stock-movement-type.
           perform 173-post-location-stock.

           move xf-to-location(xf-sub)   to ws-stock-location.
           move xf-quantity(xf-sub)      to ws-stock-change.
           move "I" to ws-stock-movement-type.
           perform 173-post-location-stock.

       286-relieve-one-item.
                             then
                               move pw-item-quantity to
                                 ws-stock-change
                               move "R" to ws-stock-movement-type
                             else
                               subtract pw-item-quantity from 0
                                 giving ws-stock-change
                               move "S" to ws-stock-movement-type
                           end-if
                           perform 173-post-location-stock
                       end-if

           close history-work-file.

       294-append-tax-history.

      *
      *  One record per depot that sold or credited anything
      *  tonight. A tax history that will not open fails the run
      *  -- the month's return would be filed short.
      *
           open extend tax-history-file.

           if ws-tax-history-status not = "00"
             and ws-tax-history-status not = "05"
             then
               move 12 to ws-completion-code
             else
               if ws-tax-table-count > 0
                 then
                   perform 299-write-tax-history-record
                     varying tj-idx from 1 by 1
                     until tj-idx > ws-tax-table-count
               end-if
               close tax-history-file
           end-if.

       299-write-tax-history-record.

           if tj-taxable-sales(tj-idx) not = 0
             or tj-exempt-sales(tj-idx) not = 0
             or tj-tax-amount(tj-idx) not = 0
             then
               move ws-run-date               to th-run-date
               move tj-location(tj-idx)       to th-location
               move tj-jurisdiction(tj-idx)   to th-jurisdiction
               move tj-tax-rate(tj-idx)       to th-tax-rate
               move tj-taxable-sales(tj-idx)  to th-taxable-sales
               move tj-exempt-sales(tj-idx)   to th-exempt-sales
               move tj-tax-amount(tj-idx)     to th-tax-amount
               move ws-run-stamp              to th-run-stamp
               write tax-history-record from ws-tax-history-line
               add th-tax-amount to ws-posted-tax-amount
           end-if.

       289-copy-history-record.

           read history-work-file
                       move pw-location    to bk-location
                       move pw-customer    to bk-customer
                       move pw-short-qty   to bk-short-qty
                       move ws-run-stamp   to bk-run-stamp
                       write bk-backorder-record
                       add 1 to ws-backorder-count
                   end-if
           write output-line from ws-transfer-detail-line
             after advancing 1 line.

       600-write-price-comparison.

      *
      *  Load the proposed rate table over the built-in defaults the
      *  way the night loads tonight's, and swap the proposed item
      *  master in for tonight's -- a trial run has nothing left to
      *  post to it. A proposed file that was named but will not
      *  load fails the run: a comparison against the wrong rates
      *  is worse than none.
      *
           move "y" to ws-compare-ok-flag.

           if ws-new-rate-file-name not = spaces
             then
               move ws-new-rate-file-name to ws-rate-file-name
               perform 056-load-default-rates
               perform 057-load-rate-table-file
               if ws-rate-table-status not = "10"
                 then
                   move "n" to ws-compare-ok-flag
               end-if
           end-if.

           if ws-new-master-file-name not = spaces
             and ws-compare-ok-flag = "y"
             then
               if ws-item-master-open-flag = "y"
                 then
                   close item-master
                   move "n" to ws-item-master-open-flag
               end-if
               move ws-new-master-file-name to ws-master-file-name
               open input item-master
               if ws-item-master-status = "00"
                 then
                   move "y" to ws-item-master-open-flag
                 else
                   move "n" to ws-compare-ok-flag
               end-if
           end-if.

           if ws-compare-ok-flag = "y"
             then
               open input consolidated-file
               open input priced-file
               open output compare-work-file
               if ws-cons-work-status not = "00"
                 or ws-priced-work-status not = "00"
                 or ws-compare-work-status not = "00"
                 then
                   move "n" to ws-compare-ok-flag
                 else
                   move "n" to ws-compare-eof-flag
                   perform 610-compare-one-line
                     until ws-compare-eof-flag = "y"
               end-if
               close consolidated-file
               close priced-file
               close compare-work-file
           end-if.

           if ws-compare-ok-flag = "y"
             then
               sort sort-compare-file
                   on ascending key sx-item-class
                                    sx-customer
                   using compare-work-file
                   giving compare-seq-file
               move "L" to ws-compare-section
               perform 640-write-comparison-section

               sort sort-compare-file
                   on ascending key sx-customer
                                    sx-item-class
                   using compare-work-file
                   giving compare-seq-file
               move "C" to ws-compare-section
               perform 640-write-comparison-section
             else
               move 12 to ws-completion-code
               write output-line from spaces
                 after advancing 1 line
               write output-line from ws-compare-error-line
                 after advancing 2 lines
           end-if.

       610-compare-one-line.

      *
      *  The consolidated and priced work files were written one
      *  record for one, in the same order, so reading them side by
      *  side pairs each line with the way tonight priced it. A
      *  line bounced for capacity was never priced and is left out
      *  on both sides.
      *
           read consolidated-file
               at end
                   move "y" to ws-compare-eof-flag
               not at end
                   read priced-file
                       at end
                           move "y" to ws-compare-eof-flag
                   end-read
           end-read.

           if ws-compare-eof-flag not = "y"
             and pw-item-quantity > 0
             then
               perform 620-price-proposed-line
               move cw-customer      to cp-customer
               move cw-item-class    to cp-item-class
               move cw-item-number   to cp-item-number
               move cw-location      to cp-location
               move pw-net-price     to cp-current-net
               move pw-trans-charge  to cp-current-trans
               move ws-calcs-signed-net   to cp-proposed-net
               move ws-calcs-signed-trans to cp-proposed-trans
               write cp-compare-record
           end-if.

       620-price-proposed-line.

      *
      *  The line as the report pass staged it, priced again through
      *  the same discount and transportation paragraphs. A
      *  contract price is the customer's and does not move with the
      *  price file; a standard-priced line takes the master's price
      *  for the run date, and an item the proposed master does not
      *  carry keeps tonight's price.
      *
           move cw-item-class    to ws-master-item-class.
           move cw-price-basis   to ws-master-price-basis.
           move cw-unit-price    to ws-master-unit-price.
           move cw-trans-type    to ws-report-trans-type.
           move cw-item-quantity to ws-report-item-quantity.
           move cw-item-quantity to ws-calcs-quantity.

           if cw-price-basis not = "C"
             and ws-item-master-open-flag = "y"
             then
               move cw-item-number to im-item-number
               read item-master
                 key is im-item-number
                 invalid key
                   continue
                 not invalid key
                   if im-active-flag = "Y"
                     then
                       perform 166-select-standard-price
                   end-if
               end-read
           end-if.

           move ws-master-unit-price to ws-calcs-per-unit-price.
           move "n" to ws-oversize-flag.

           multiply ws-calcs-quantity by ws-calcs-per-unit-price
             giving ws-calcs-extended-price rounded
             on size error
               move "y" to ws-oversize-flag
           end-multiply.

      *
      *  A proposed price too large to extend is shown as no change
      *  rather than as a truncated amount.
      *
           if ws-oversize-flag = "y"
             then
               move pw-net-price    to ws-calcs-signed-net
               move pw-trans-charge to ws-calcs-signed-trans
             else
               perform 164-calculate-discount
               subtract ws-calcs-discount-price
                 from ws-calcs-extended-price
                 giving ws-calcs-net-price
               perform 171-calculate-trans-charge
               if ws-report-trans-type = "R"
                 then
                   subtract ws-calcs-net-price from 0
                     giving ws-calcs-signed-net
                   subtract ws-calcs-trans-charge from 0
                     giving ws-calcs-signed-trans
                 else
                   move ws-calcs-net-price to ws-calcs-signed-net
                   move ws-calcs-trans-charge to ws-calcs-signed-trans
               end-if
           end-if.

       640-write-comparison-section.

      *
      *  One control break over the sorted comparison lines -- by
      *  class (section L) or by customer (section C). Every class
      *  prints; only the customers whose bill would change do,
      *  with a count of the rest.
      *
           open input compare-seq-file.

           if ws-compare-seq-status not = "00"
             then
               move 12 to ws-completion-code
             else
               perform 660-write-comparison-heading
               move 0 to ws-grand-current-net
               move 0 to ws-grand-proposed-net
               move 0 to ws-grand-current-trans
               move 0 to ws-grand-proposed-trans
               move 0 to ws-unchanged-count
               move "n" to ws-compare-held-flag
               move "n" to ws-compare-eof-flag

               perform 650-read-comparison-record
                 until ws-compare-eof-flag = "y"

               if ws-compare-held-flag = "y"
                 then
                   perform 670-write-comparison-group
               end-if

               move "TOTAL" to cd-key
               move spaces to cd-name
               move ws-grand-current-net    to ws-group-current-net
               move ws-grand-proposed-net   to ws-group-proposed-net
               move ws-grand-current-trans  to ws-group-current-trans
               move ws-grand-proposed-trans to ws-group-proposed-trans
               perform 680-write-comparison-line

               if ws-compare-section = "C"
                 then
                   move ws-unchanged-count to cu-unchanged-count
                   write output-line from ws-compare-unchanged-line
                     after advancing 2 lines
               end-if

               close compare-seq-file
           end-if.

       650-read-comparison-record.

           read compare-seq-file
               at end
                   move "y" to ws-compare-eof-flag
               not at end
                   if ws-compare-section = "L"
                     then
                       move cq-item-class to ws-compare-key
                     else
                       move cq-customer to ws-compare-key
                   end-if
                   if ws-compare-held-flag = "y"
                     and ws-compare-key not = ws-compare-prev-key
                     then
                       perform 670-write-comparison-group
                   end-if
                   if ws-compare-held-flag not = "y"
                     then
                       move ws-compare-key to ws-compare-prev-key
                       move 0 to ws-group-current-net
                       move 0 to ws-group-proposed-net
                       move 0 to ws-group-current-trans
                       move 0 to ws-group-proposed-trans
                       move "y" to ws-compare-held-flag
                   end-if
                   add cq-current-net    to ws-group-current-net
                                            ws-grand-current-net
                   add cq-proposed-net   to ws-group-proposed-net
                                            ws-grand-proposed-net
                   add cq-current-trans  to ws-group-current-trans
                                            ws-grand-current-trans
                   add cq-proposed-trans to ws-group-proposed-trans
                                            ws-grand-proposed-trans
           end-read.

       660-write-comparison-heading.

           if ws-compare-section = "L"
             then
               move "BY CLASS" to ch-section
               move "CLASS" to cg-key-label
             else
               move "BY CUSTOMER" to ch-section
               move "CUSTOMER" to cg-key-label
           end-if.

           write output-line from spaces
             after advancing 1 line.
           write output-line from ws-compare-heading
             after advancing page.

           move "PROPOSED RATE FILE" to cf-label.
           if ws-new-rate-file-name = spaces
             then
               move "(TONIGHT'S RATES)" to cf-file-name
             else
               move ws-new-rate-file-name to cf-file-name
           end-if.
           write output-line from ws-compare-files-line
             after advancing 2 lines.

           move "PROPOSED MASTER" to cf-label.
           if ws-new-master-file-name = spaces
             then
               move "(TONIGHT'S PRICES)" to cf-file-name
             else
               move ws-new-master-file-name to cf-file-name
           end-if.
           write output-line from ws-compare-files-line
             after advancing 1 line.

           write output-line from ws-compare-column-heading
             after advancing 2 lines.

           move 6 to ws-line-count.

       670-write-comparison-group.

           if ws-compare-section = "C"
             and ws-group-current-net = ws-group-proposed-net
             and ws-group-current-trans = ws-group-proposed-trans
             then
               add 1 to ws-unchanged-count
             else
               move ws-compare-prev-key to cd-key
               move spaces to cd-name
               if ws-compare-section = "C"
                 and ws-customer-open-flag = "y"
                 then
                   move ws-compare-prev-key to cm-customer-number
                   read customer-master
                     key is cm-customer-number
                     invalid key
                       continue
                     not invalid key
                       move cm-customer-name to cd-name
                   end-read
               end-if
               perform 680-write-comparison-line
           end-if.

           move "n" to ws-compare-held-flag.

       680-write-comparison-line.

           if ws-line-count + 1 > ws-lines-per-page
             then
               perform 660-write-comparison-heading
           end-if.

           move ws-group-current-net   to cd-current-net.
           move ws-group-proposed-net  to cd-proposed-net.
           subtract ws-group-current-net from ws-group-proposed-net
             giving ws-compare-change.
           move ws-compare-change      to cd-net-change.
           move ws-group-current-trans  to cd-current-trans.
           move ws-group-proposed-trans to cd-proposed-trans.
           subtract ws-group-current-trans from ws-group-proposed-trans
             giving ws-compare-change.
           move ws-compare-change      to cd-trans-change.

           write output-line from ws-compare-detail-line
             after advancing 1 line.

           add 1 to ws-line-count.

       282-write-invoice-file.

      *

           open output invoice-file.

      *
      *  The receivables ledger opens alongside -- created empty on
      *  first use, like the depot balances. A ledger that will not
      *  open means tonight's invoices would go out with nothing on
      *  file to collect against, so the run fails, but the invoice
      *  file itself is still written for billing.
      *
           open i-o ar-open-item-file.
           if ws-ar-status = "35"
             then
               open output ar-open-item-file
               close ar-open-item-file
               open i-o ar-open-item-file
           end-if.
           if ws-ar-status = "00"
             or ws-ar-status = "05"
             then
               move "y" to ws-ar-open-flag
             else
               move "n" to ws-ar-open-flag
               move 12 to ws-completion-code
           end-if.

           if ws-invoice-status not = "00"
             then
               move 12 to ws-completion-code
               end-if
           end-if.

           if ws-ar-open-flag = "y"
             then
               close ar-open-item-file
           end-if.

       283-process-invoice-record.

           read invoice-seq-file
                   move spaces to cm-billing-address-1
                   move spaces to cm-billing-address-2
                   move spaces to cm-billing-terms
                   move spaces to cm-tax-exempt-flag
                   move spaces to cm-exempt-certificate
               end-read
               move cm-customer-name to iv-customer-name
           end-if.

           move cm-billing-terms to iv-terms.
           move ws-run-date to iv-run-date.
           move ws-run-stamp to iv-invoice-number.
           write invoice-line from ws-invoice-terms-line
             after advancing 1 line.

           if cm-tax-exempt-flag = "Y"
             then
               move cm-exempt-certificate to iv-exempt-certificate
               write invoice-line from ws-invoice-exempt-line
                 after advancing 1 line
           end-if.

           move 0 to ws-invoice-total-net.
           move 0 to ws-invoice-total-trans.
           move 0 to ws-invoice-total-tax.
           move 0 to ws-invoice-sale-amount.
           move 0 to ws-invoice-credit-amount.

       265-write-run-register.

      *
      *  First use creates the register. A register that will not
      *  take the record leaves the run posted but beyond the
      *  reversal program's reach -- a warning, not a failure, since
      *  everything the run posted is sound.
      *
           open i-o run-register-file.

           if ws-run-register-status = "35"
             then
               open output run-register-file
               close run-register-file
               open i-o run-register-file
           end-if.

           if ws-run-register-status not = "00"
             and ws-run-register-status not = "05"
             then
               if ws-completion-code < 4
                 then
                   move 4 to ws-completion-code
               end-if
             else
               move spaces to rr-run-record
               move ws-run-stamp              to rr-run-stamp
               move ws-run-date               to rr-run-date
               move "P"                       to rr-run-status
               move ws-completion-code        to rr-completion-code
               move ws-posted-history-count   to rr-history-count
               move ws-posted-quantity        to rr-quantity
               move ws-posted-net-price       to rr-net-price
               move ws-posted-trans-charge    to rr-trans-charge
               move ws-posted-tax-amount      to rr-tax-amount
               move ws-posted-extended-cost   to rr-extended-cost
               move ws-posted-ledger-count    to rr-ledger-count
               move ws-backorder-count        to rr-backorder-count
               move ws-posted-open-item-count to rr-open-item-count
               write rr-run-record
                   invalid key
                       if ws-completion-code < 4
                         then
                           move 4 to ws-completion-code
                       end-if
               end-write
               close run-register-file
           end-if.

       266-write-invoice-total.

           move ws-invoice-total-net   to iv-total-net.
           move ws-invoice-total-trans to iv-total-trans.
           move ws-invoice-total-tax   to iv-total-tax.
           write invoice-line from ws-invoice-total-line
             after advancing 2 lines.

           add ws-invoice-total-net ws-invoice-total-trans
             ws-invoice-total-tax giving ws-invoice-amount-due.
           move ws-invoice-amount-due to iv-amount-due.
           write invoice-line from ws-invoice-due-line
             after advancing 1 line.

           if ws-ar-open-flag = "y"
             then
               perform 284-post-open-items
           end-if.

       284-post-open-items.

      *
      *  One open item for the customer's sales and, on a night they
      *  also sent goods back, one credit item for the returns --
      *  both under this run's stamp, which is the invoice number
      *  printed on the terms line. A key already on file means this
      *  run's invoice was somehow posted before; nothing is
      *  overwritten, and the run is failed so someone looks.
      *
           if ws-invoice-sale-amount not = 0
             then
               move "I" to ar-item-type
               move ws-invoice-sale-amount to ar-original-amount
               perform 274-write-open-item
           end-if.

           if ws-invoice-credit-amount not = 0
             then
               move "C" to ar-item-type
               move ws-invoice-credit-amount to ar-original-amount
               perform 274-write-open-item
           end-if.

       274-write-open-item.

           move ws-invoice-prev-customer to ar-customer-number.
           move ws-run-stamp             to ar-invoice-number.
           move ws-run-date              to ar-invoice-date.
           move 0                        to ar-applied-amount.
           move 0                        to ar-written-off-amount.
           move ar-original-amount       to ar-open-amount.
           move ws-run-date              to ar-last-activity-date.
           move "O"                      to ar-status.

           write ar-open-item-record
               invalid key
                   move 12 to ws-completion-code
               not invalid key
                   add 1 to ws-posted-open-item-count
           end-write.

       293-write-invoice-detail.

           move ix-item-number      to iv-item-number.
             else
               move spaces to iv-credit-marker
           end-if.
           if ix-price-basis = "C"
             then
               move "CONTRACT" to iv-price-basis
             else
               move "STANDARD" to iv-price-basis
           end-if.
           write invoice-line from ws-invoice-detail-line
             after advancing 1 line.
           add ix-net-price    to ws-invoice-total-net.
           add ix-trans-charge to ws-invoice-total-trans.
           add ix-tax-amount   to ws-invoice-total-tax.
           if ix-trans-type = "R"
             then
               add ix-net-price    to ws-invoice-credit-amount
               add ix-trans-charge to ws-invoice-credit-amount
               add ix-tax-amount   to ws-invoice-credit-amount
             else
               add ix-net-price    to ws-invoice-sale-amount
               add ix-trans-charge to ws-invoice-sale-amount
               add ix-tax-amount   to ws-invoice-sale-amount
           end-if.

       280-write-reorder-report.

