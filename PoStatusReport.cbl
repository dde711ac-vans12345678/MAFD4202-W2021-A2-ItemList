       identification division.
       program-id. PoStatusReportProgram.
       author. Andre Agrippa.
       date-written. 2026-10-15.

      **************************************************************
      *Description: Open purchase order and overdue report. Lists
      * every PO line still to come in -- suggested lines waiting on
      * a buyer and approved lines waiting on the vendor -- by PO,
      * with the vendor and receiving depot, the quantity ordered,
      * received and still outstanding, and the due date. An
      * approved line past its due date is flagged OVERDUE, so the
      * buyer knows whom to call before the depot backorders a
      * customer, and the report closes with the open and overdue
      * totals.
      **************************************************************


       environment division.
       configuration section.

       input-output section.
       file-control.

           select optional po-open-file
               assign to "../../../POOPEN.dat"
               organization is indexed
               access mode is dynamic
               record key is po-line-key
               file status is ws-po-open-status.
           select optional item-master
               assign to "../../../ITEMMAST.dat"
               organization is indexed
               access mode is dynamic
               record key is im-item-number
               file status is ws-item-master-status.
           select po-report-file
               assign to "../../../A2.por"
               organization is line sequential
               file status is ws-report-status.

       data division.

       file section.

           fd po-open-file
               data record is po-line-record
               record contains 68 characters.

           copy "POOPEN.cpy".

           fd item-master
               data record is im-item-record
               record contains 135 characters.

           copy "ITEMMAST.cpy".

           fd po-report-file
               data record is po-report-line
               record contains 100 characters.

       01 po-report-line               pic x(100).

       working-storage section.

       01 ws-flags.
         05 ws-po-eof-flag              pic x value "n".
         05 ws-item-master-open-flag    pic x value "n".

       01 ws-file-status-fields.
         05 ws-po-open-status           pic xx value spaces.
         05 ws-item-master-status       pic xx value spaces.
         05 ws-report-status            pic xx value spaces.

       01 ws-date-fields.
         05 ws-current-date-alpha       pic x(21) value spaces.
         05 ws-today-date               pic 9(8) value 0.

       01 ws-po-fields.
         05 ws-previous-po-number       pic 9(6) value 0.
         05 ws-outstanding-qty          pic 9(7) value 0.

       01 ws-count-fields.
         05 ws-open-line-count          pic 9(5) value 0.
         05 ws-suggested-line-count     pic 9(5) value 0.
         05 ws-overdue-line-count       pic 9(5) value 0.
         05 ws-total-outstanding        pic 9(9) value 0.
         05 ws-overdue-outstanding      pic 9(9) value 0.

       01 ws-report-heading.
         05 filler                      pic x(34) value
             "OPEN PURCHASE ORDERS  AS OF       ".
         05 rh-run-date                 pic 9(8).

       01 ws-po-heading-line.
         05 filler                      pic x(3) value "PO ".
         05 ph-po-number                pic 9(6).
         05 filler                      pic x(10) value "  VENDOR ".
         05 ph-vendor-number            pic x(6).
         05 filler                      pic x(9) value "  DEPOT ".
         05 ph-location                 pic x(2).
         05 filler                      pic x(11) value
             "  ORDERED  ".
         05 ph-order-date               pic 9(8).

       01 ws-column-heading.
         05 filler                      pic x(6) value "LINE".
         05 filler                      pic x(6) value "ITEM".
         05 filler                      pic x(15) value "DESCRIPTION".
         05 filler                      pic x(11) value "STATUS".
         05 filler                      pic x(10) value "   ORDERED".
         05 filler                      pic x(10) value "  RECEIVED".
         05 filler                      pic x(10) value "  OUTSTAND".
         05 filler                      pic x(10) value "  DUE DATE".

       01 ws-detail-line.
         05 dl-line-number              pic zz9.
         05 filler                      pic x(3) value spaces.
         05 dl-item-number              pic 9(4).
         05 filler                      pic x(2) value spaces.
         05 dl-item-description         pic x(13).
         05 filler                      pic x(2) value spaces.
         05 dl-status                   pic x(9).
         05 filler                      pic x(3) value spaces.
         05 dl-order-qty                pic z,zzz,zz9.
         05 filler                      pic x(1) value spaces.
         05 dl-received-qty             pic z,zzz,zz9.
         05 filler                      pic x(1) value spaces.
         05 dl-outstanding-qty          pic z,zzz,zz9.
         05 filler                      pic x(2) value spaces.
         05 dl-due-date                 pic 9(8).
         05 filler                      pic x(2) value spaces.
         05 dl-overdue-flag             pic x(7).

       01 ws-no-open-line.
         05 filler                      pic x(30) value
             "NO PURCHASE ORDERS OUTSTANDING".

       01 ws-total-line-1.
         05 filler                      pic x(26) value
             "OPEN LINES (APPROVED)     ".
         05 rt-open-line-count          pic zzzz9.

       01 ws-total-line-2.
         05 filler                      pic x(26) value
             "SUGGESTED, NOT APPROVED   ".
         05 rt-suggested-line-count     pic zzzz9.

       01 ws-total-line-3.
         05 filler                      pic x(26) value
             "OVERDUE LINES             ".
         05 rt-overdue-line-count       pic zzzz9.
         05 filler                      pic x(14) value
             "  OUTSTANDING ".
         05 rt-overdue-outstanding      pic zzz,zzz,zz9.

       01 ws-total-line-4.
         05 filler                      pic x(26) value
             "TOTAL QUANTITY OUTSTANDING".
         05 filler                      pic x(19) value spaces.
         05 rt-total-outstanding        pic zzz,zzz,zz9.

       procedure division.
       000-main.

      *
      * One pass of the open-PO file in PO order, a heading at each
      * new PO, one line per line still to come in.
      *
           move function current-date to ws-current-date-alpha.
           move ws-current-date-alpha(1:8) to ws-today-date.

           open input po-open-file.
           open input item-master.

           if ws-item-master-status = "00"
             then
               move "y" to ws-item-master-open-flag
           end-if.

           open output po-report-file.
           move ws-today-date to rh-run-date.
           write po-report-line from ws-report-heading.

           if ws-po-open-status = "00"
             then
               perform 100-read-po-line
               perform 200-report-one-line
                 until ws-po-eof-flag = "y"
           end-if.

           if ws-open-line-count = 0
             and ws-suggested-line-count = 0
             then
               write po-report-line from ws-no-open-line
                 after advancing 2 lines
           end-if.

           perform 300-write-totals.

           close po-open-file.
           if ws-item-master-open-flag = "y"
             then
               close item-master
           end-if.
           close po-report-file.

           accept return-code.
           goback.

       100-read-po-line.

           read po-open-file next record
               at end
                   move "y" to ws-po-eof-flag
           end-read.

       200-report-one-line.

      *
      *  The control record (PO 000000) and closed and cancelled
      *  lines have nothing still to come.
      *
           if po-number not = 0
             and (po-status = "S" or po-status = "O")
             then
               if po-number not = ws-previous-po-number
                 then
                   perform 210-write-po-heading
               end-if
               perform 220-write-detail-line
           end-if.

           perform 100-read-po-line.

       210-write-po-heading.

           move po-number        to ws-previous-po-number.
           move po-number        to ph-po-number.
           move po-vendor-number to ph-vendor-number.
           move po-location      to ph-location.
           move po-order-date    to ph-order-date.
           write po-report-line from ws-po-heading-line
             after advancing 2 lines.
           write po-report-line from ws-column-heading
             after advancing 1 line.

       220-write-detail-line.

           move spaces to dl-item-description.

           if ws-item-master-open-flag = "y"
             then
               move po-item-number to im-item-number
               read item-master
                   key is im-item-number
                   invalid key
                       move "*NOT ON FILE*" to dl-item-description
                   not invalid key
                       move im-item-description to
                         dl-item-description
               end-read
           end-if.

           if po-order-qty > po-received-qty
             then
               compute ws-outstanding-qty =
                 po-order-qty - po-received-qty
             else
               move 0 to ws-outstanding-qty
           end-if.

           move spaces to dl-overdue-flag.

      *
      *  Only an approved line can be overdue -- a suggestion past
      *  its date is the buyer's delay, not the vendor's.
      *
           if po-status = "S"
             then
               move "SUGGESTED" to dl-status
               add 1 to ws-suggested-line-count
             else
               move "OPEN" to dl-status
               add 1 to ws-open-line-count
               if po-due-date < ws-today-date
                 then
                   move "OVERDUE" to dl-overdue-flag
                   add 1 to ws-overdue-line-count
                   add ws-outstanding-qty to ws-overdue-outstanding
               end-if
           end-if.

           add ws-outstanding-qty to ws-total-outstanding.

           move po-line-number     to dl-line-number.
           move po-item-number     to dl-item-number.
           move po-order-qty       to dl-order-qty.
           move po-received-qty    to dl-received-qty.
           move ws-outstanding-qty to dl-outstanding-qty.
           move po-due-date        to dl-due-date.

           write po-report-line from ws-detail-line
             after advancing 1 line.

       300-write-totals.

           move ws-open-line-count to rt-open-line-count.
           write po-report-line from ws-total-line-1
             after advancing 2 lines.
           move ws-suggested-line-count to rt-suggested-line-count.
           write po-report-line from ws-total-line-2
             after advancing 1 line.
           move ws-overdue-line-count to rt-overdue-line-count.
           move ws-overdue-outstanding to rt-overdue-outstanding.
           write po-report-line from ws-total-line-3
             after advancing 1 line.
           move ws-total-outstanding to rt-total-outstanding.
           write po-report-line from ws-total-line-4
             after advancing 1 line.

           display "OPEN PO LINES: " ws-open-line-count
             "  OVERDUE: " ws-overdue-line-count.

       end program PoStatusReportProgram.
