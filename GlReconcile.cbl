      * the run ends with a non-zero return code so the scheduler
      * flags the interface break the same morning it happens --
      * not at month end when the ledgers disagree.
      * Three extracts go to the interface in the one layout --
      * the nightly A2.glx, CashReceiptsProgram's A2.arx and
      * RunReversalProgram's A2.rvx -- and all three are collected
      * and sorted together on stamp and sequence before the match.
      * The two day-time extracts are appended to, never rewritten
      * by their programs, so after a clean reconcile the records
      * just reconciled are cleared out of them and only what was
      * written since carries forward to the next delivery.
      * The acknowledgment file sorts into the same order and the
      * two sides walk side by side in a balanced-line match, so
      * there is no table to fill and no night too big to
      * reconcile -- the consolidation stopped capping the line
      * count, and this watchdog must not reintroduce the cap on
       input-output section.
       file-control.

      *
      *  Each extract the interface is sent, opened in turn by name
      *  -- for collection, and again for the clear-down.
      *
           select optional source-extract-file
               assign to ws-source-extract-name
               organization is line sequential
               file status is ws-source-status.
           select collected-extract-file
               assign to "../../../A2.gxc"
               organization is line sequential
               file status is ws-collected-status.
           select extract-file
               assign to "../../../A2.gxw"
               organization is line sequential
               file status is ws-extract-status.
           select sort-extract-file
               assign to "A2SRT8".
           select keep-extract-file
               assign to "../../../A2.gxk"
               organization is line sequential
               file status is ws-keep-status.
           select optional ack-file
               assign to "../../../A2.ack"
               organization is line sequential

       file section.

           fd source-extract-file
               data record is sx-extract-record
               record contains 52 characters.

       01 sx-extract-record            pic x(52).

           fd collected-extract-file
               data record is cx-extract-record
               record contains 52 characters.

       01 cx-extract-record            pic x(52).

           sd sort-extract-file
               data record is se-extract-record.

       01 se-extract-record.
         05 se-sort-key.
           10 se-run-stamp             pic x(14).
           10 se-sequence              pic 9(7).
         05 filler                     pic x(31).

           fd keep-extract-file
               data record is kx-extract-record
               record contains 52 characters.

       01 kx-extract-record            pic x(52).

      *       Extract records exactly as 185-write-gl-extract-record
      *       of ItemListProgram lays them down, all three extracts
      *       in stamp/sequence order.

           fd extract-file
               data record is ge-extract-record
       01 ws-flags.
         05 ws-extract-eof-flag         pic x value "n".
         05 ws-ack-eof-flag             pic x value "n".
         05 ws-source-eof-flag          pic x value "n".
         05 ws-keep-eof-flag            pic x value "n".

       01 ws-file-status-fields.
         05 ws-source-status            pic xx value spaces.
         05 ws-collected-status         pic xx value spaces.
         05 ws-keep-status              pic xx value spaces.
         05 ws-extract-status           pic xx value spaces.
         05 ws-ack-status               pic xx value spaces.
         05 ws-sorted-ack-status        pic xx value spaces.
         05 ws-current-date-alpha       pic x(21) value spaces.
         05 ws-today-date               pic 9(8) value 0.

      *
      *  How many records of each day-time extract went into this
      *  reconcile -- the clear-down takes exactly that many off the
      *  front of the file, so anything appended since is kept.
      *
       01 ws-source-fields.
         05 ws-source-extract-name      pic x(64) value spaces.
         05 ws-source-record-count      pic 9(7) value 0.
         05 ws-ar-extract-count         pic 9(7) value 0.
         05 ws-reversal-extract-count   pic 9(7) value 0.
         05 ws-skip-count               pic 9(7) value 0.
         05 ws-kept-count               pic 9(7) value 0.

       01 ws-count-fields.
         05 ws-extract-count            pic 9(7) value 0.
         05 ws-exception-count          pic 9(7) value 0.
         05 filler                      pic x(36) value
             "ALL EXTRACT RECORDS ACKNOWLEDGED    ".

       01 ws-clear-down-line.
         05 filler                      pic x(13) value
             "CLEARED DOWN ".
         05 cd-file-label               pic x(8).
         05 filler                      pic x(12) value
             " RECONCILED ".
         05 cd-reconciled-count         pic zzzzzz9.
         05 filler                      pic x(17) value
             " CARRIED FORWARD ".
         05 cd-kept-count               pic zzzzzz9.

       procedure division.
       000-main.

      *
      * Collect and sort the extracts, sort the acknowledgments
      * into the same order, walk the two side by side, and hand
      * the scheduler a return code it can page someone over. Only
      * a clean reconcile clears the day-time extracts down -- on a
      * break they are left whole for the rerun.
      *
           move function current-date to ws-current-date-alpha.
           move ws-current-date-alpha(1:8) to ws-today-date.
             after advancing 2 lines.

           perform 100-sort-ack-file.
           perform 150-collect-extracts.
           perform 200-match-files.

           if ws-exception-count = 0
               write reconcile-report-line from
                 ws-reconcile-clean-line
                 after advancing 2 lines
               perform 300-clear-down-extracts
             else
               move ws-exception-count to rt-exception-count
               write reconcile-report-line from
               close sorted-ack-file
           end-if.

       150-collect-extracts.

      *
      *  A missing extract is an empty one -- a day with no
      *  receipts or no reversal writes none.
      *
           open output collected-extract-file.

           move "../../../A2.glx" to ws-source-extract-name.
           perform 160-collect-one-extract.

           move "../../../A2.arx" to ws-source-extract-name.
           perform 160-collect-one-extract.
           move ws-source-record-count to ws-ar-extract-count.

           move "../../../A2.rvx" to ws-source-extract-name.
           perform 160-collect-one-extract.
           move ws-source-record-count to ws-reversal-extract-count.

           close collected-extract-file.

           sort sort-extract-file
               on ascending key se-sort-key
               using collected-extract-file
               giving extract-file.

       160-collect-one-extract.

           move 0 to ws-source-record-count.
           move "n" to ws-source-eof-flag.

           open input source-extract-file.

           if ws-source-status = "00"
             then
               perform 170-collect-one-record
                 until ws-source-eof-flag = "y"
           end-if.

           close source-extract-file.

       170-collect-one-record.

           read source-extract-file
               at end
                   move "y" to ws-source-eof-flag
               not at end
                   write cx-extract-record from sx-extract-record
                   add 1 to ws-source-record-count
           end-read.

       200-match-files.

           open input extract-file.
           move ge-sequence    to rd-sequence.
           move ge-item-number to rd-item-number.

       300-clear-down-extracts.

      *
      *  A2.glx needs none -- the nightly run writes it afresh.
      *
           if ws-ar-extract-count > 0
             then
               move "../../../A2.arx" to ws-source-extract-name
               move "A2.ARX"            to cd-file-label
               move ws-ar-extract-count to ws-skip-count
               perform 310-clear-down-one-extract
           end-if.

           if ws-reversal-extract-count > 0
             then
               move "../../../A2.rvx" to ws-source-extract-name
               move "A2.RVX"                  to cd-file-label
               move ws-reversal-extract-count to ws-skip-count
               perform 310-clear-down-one-extract
           end-if.

       310-clear-down-one-extract.

      *
      *  The reconciled records are the first ones on the file --
      *  it is only ever appended to -- so they are skipped and
      *  whatever follows them is copied aside and put back.
      *
           move ws-skip-count to cd-reconciled-count.
           move 0 to ws-kept-count.
           move "n" to ws-source-eof-flag.

           open input source-extract-file.
           open output keep-extract-file.

           perform 320-keep-one-record
             until ws-source-eof-flag = "y".

           close source-extract-file.
           close keep-extract-file.

           open output source-extract-file.
           open input keep-extract-file.
           move "n" to ws-keep-eof-flag.

           perform 330-restore-one-record
             until ws-keep-eof-flag = "y".

           close source-extract-file.
           close keep-extract-file.

           move ws-kept-count to cd-kept-count.
           write reconcile-report-line from ws-clear-down-line
             after advancing 1 line.

       320-keep-one-record.

           read source-extract-file
               at end
                   move "y" to ws-source-eof-flag
               not at end
                   if ws-skip-count > 0
                     then
                       subtract 1 from ws-skip-count
                     else
                       write kx-extract-record from sx-extract-record
                       add 1 to ws-kept-count
                   end-if
           end-read.

       330-restore-one-record.

           read keep-extract-file
               at end
                   move "y" to ws-keep-eof-flag
               not at end
                   write sx-extract-record from kx-extract-record
           end-read.

       end program GlReconcileProgram.
