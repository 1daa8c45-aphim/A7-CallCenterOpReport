      *    archive back to a configurable number of retained
      *    generations, and writes out a fresh zero-bucket A7.dat for
      *    the new fiscal year seeded from the active operators on the
      *    HR roster. The billing adjustment history and the
      *    chargeback actuals are archived under the closing year and
      *    cleared, since both are kept by fiscal month with no year
      *    and would otherwise be read into the new year's months, and
      *    the period-status file is marked so the daily posting knows
      *    the closing year's buckets are no longer on A7.dat.
      *
       environment division.
       input-output section.
               organization is line sequential
               file status is ws-manifest-status.
      *
      *Billing adjustments accepted against the closing year, and
      *their dated archive generation
           select adj-history-file
               assign to '../../../../data/A7-BillingAdjHistory.dat'
               organization is line sequential
               file status is ws-adj-history-status.
      *
           select adj-archive-file
               assign using ws-adj-archive-name
               organization is line sequential
               file status is ws-adj-archive-status.
      *
      *Year-to-date chargeback seen at each fiscal month of the
      *closing year, and its dated archive generation
           select actuals-file
               assign to '../../../../data/A7-ChargebackActuals.dat'
               organization is line sequential
               file status is ws-actuals-status.
      *
           select actuals-archive-file
               assign using ws-actuals-archive-name
               organization is line sequential
               file status is ws-actuals-archive-status.
      *
      *Period-status file kept by the month close - the rollover
      *appends a record saying when A7.dat was reseeded
           select period-status-file
               assign to '../../../../data/A7-PeriodStatus.dat'
               organization is line sequential
               file status is ws-period-status.
      *
      *HR roster the new year's zero-bucket master is seeded from
           select roster-file
               assign to '../../../../data/A7-HRRoster.dat'
         05 man-record-count           pic 9(5).
         05 man-total-calls            pic 9(7).
         05 man-total-mins             pic 9(9).
      *
       fd adj-history-file
           data record is adj-history-rec.
      *
       01 adj-history-rec              pic x(39).
      *
       fd adj-archive-file
           data record is adj-archive-rec.
      *
       01 adj-archive-rec              pic x(39).
      *
       fd actuals-file
           data record is actuals-rec.
      *
       01 actuals-rec                  pic x(27).
      *
       fd actuals-archive-file
           data record is actuals-archive-rec.
      *
       01 actuals-archive-rec          pic x(27).
      *
      *Status "R" marks a rollover - the period is the calendar month
      *the rollover ran in
       fd period-status-file
           data record is period-rec.
      *
       01 period-rec.
         05 ps-period                  pic 9(6).
         05 ps-period-x redefines ps-period.
           10 ps-yyyy                  pic 9(4).
           10 ps-mm                    pic 99.
         05 ps-fy-start                pic 9(6).
         05 ps-fiscal-month            pic 9(2).
         05 ps-month-name              pic x(3).
         05 ps-status                  pic x(1).
         05 ps-closed-date             pic 9(8).
         05 ps-closed-time             pic 9(6).
         05 ps-closed-user             pic x(8).
      *
       fd roster-file
           data record is roster-rec.
      *Run-time file name for the dated generation being written,
      *read, or deleted
       77 ws-generation-file-name      pic x(64) value spaces.
       77 ws-adj-archive-name          pic x(64) value spaces.
       77 ws-actuals-archive-name      pic x(64) value spaces.
      *
      *Run date and time stamped onto the rollover mark
       01 ws-run-stamp.
         05 ws-run-date                pic 9(8) value 0.
         05 ws-run-date-x redefines ws-run-date.
           10 ws-run-yyyy              pic 9(4).
           10 ws-run-mm                pic 99.
           10 ws-run-dd                pic 99.
         05 ws-run-time-raw            pic 9(8) value 0.
         05 ws-run-time redefines ws-run-time-raw.
           10 ws-run-hhmmss            pic 9(6).
           10 filler                   pic 99.
      *
      *File titles and headers
       01 ws-name-line.
       77 ws-manifest-status           pic xx value "00".
       77 ws-seeded-count              pic 9(5) value 0.
       77 ws-delete-rc                 pic 9(4) comp value 0.
       77 ws-adj-history-status        pic xx value "00".
       77 ws-adj-archive-status        pic xx value "00".
       77 ws-actuals-status            pic xx value "00".
       77 ws-actuals-archive-status    pic xx value "00".
       77 ws-period-status             pic xx value "00".
       77 ws-archive-eof-flag          pic x value "N".
       77 ws-adj-archived-count        pic 9(5) value 0.
       77 ws-actuals-archived-count    pic 9(5) value 0.
       77 ws-master-seeded             pic x value "N".
      *
       procedure division.
       000-Main.
      *
           accept ws-run-date          from date yyyymmdd.
           accept ws-run-time-raw      from time.
           perform 100-load-parameters.
           if (ws-run-refused = "N") then
               perform 150-load-catalog
               perform 400-trim-generations
               perform 500-rewrite-catalog
               perform 600-seed-new-year
               perform 650-archive-adjustments
               perform 660-archive-actuals
               if (ws-master-seeded = "Y") then
                   perform 680-mark-rollover
               end-if
           end-if.
           perform 700-output-summary.
           perform 1000-close-files.
               perform 240-write-manifest-entry
           end-if.
      *
      *Builds the dated generation file names for the year currently
      *in ws-gen-year - the A7.dat generation and the adjustment
      *history and chargeback actuals archived beside it
       210-build-generation-name.
      *
           move spaces                 to ws-generation-file-name.
                  ".dat"               delimited by size
             into ws-generation-file-name
           end-string.
           move spaces                 to ws-adj-archive-name.
           string "../../../../data/A7-BillingAdjHistory-"
                                       delimited by size
                  ws-gen-year          delimited by size
                  ".dat"               delimited by size
             into ws-adj-archive-name
           end-string.
           move spaces                 to ws-actuals-archive-name.
           string "../../../../data/A7-ChargebackActuals-"
                                       delimited by size
                  ws-gen-year          delimited by size
                  ".dat"               delimited by size
             into ws-actuals-archive-name
           end-string.
      *
       220-read-master-record.
      *
                     using ws-generation-file-name
                     returning ws-delete-rc
                   end-call
                   call "CBL_DELETE_FILE"
                     using ws-adj-archive-name
                     returning ws-delete-rc
                   end-call
                   call "CBL_DELETE_FILE"
                     using ws-actuals-archive-name
                     returning ws-delete-rc
                   end-call
               end-perform
               perform varying ws-catalog-idx from ws-one by ws-one
                 until (ws-catalog-idx + ws-trim-count) >
                   move "Y"            to ws-opmaster-open
               end-if
               open output master-file
               move "Y"                to ws-master-seeded
      *The team history starts the new year collapsed to one record
      *per operator - current team, effective month 01 - so last
      *year's transfer months cannot re-credit this year's calls
           end-if.
           perform 610-read-roster-record.
      *
      *Copies the billing adjustment history to its dated archive
      *under the closing year and empties it - the new year's
      *adjustments start from nothing, as its buckets do. No file
      *means nothing was adjusted
       650-archive-adjustments.
      *
           move ws-close-year          to ws-gen-year.
           perform 210-build-generation-name.
           open input adj-history-file.
           if (ws-adj-history-status = "00") then
               open output adj-archive-file
               move "N"                to ws-archive-eof-flag
               perform 651-read-adjustment
               perform 652-copy-adjustment
                 until ws-archive-eof-flag = ws-file-empty
               close adj-history-file
               close adj-archive-file
               open output adj-history-file
               close adj-history-file
           end-if.
      *
       651-read-adjustment.
      *
           read adj-history-file
               at end
                   move ws-file-empty  to ws-archive-eof-flag.
      *
       652-copy-adjustment.
      *
           move adj-history-rec        to adj-archive-rec.
           write adj-archive-rec.
           add ws-one                  to ws-adj-archived-count.
           perform 651-read-adjustment.
      *
      *Copies the chargeback actuals to their dated archive under the
      *closing year and empties them, so the budget report starts
      *the new year's months from nothing
       660-archive-actuals.
      *
           move ws-close-year          to ws-gen-year.
           perform 210-build-generation-name.
           open input actuals-file.
           if (ws-actuals-status = "00") then
               open output actuals-archive-file
               move "N"                to ws-archive-eof-flag
               perform 661-read-actuals
               perform 662-copy-actuals
                 until ws-archive-eof-flag = ws-file-empty
               close actuals-file
               close actuals-archive-file
               open output actuals-file
               close actuals-file
           end-if.
      *
       661-read-actuals.
      *
           read actuals-file
               at end
                   move ws-file-empty  to ws-archive-eof-flag.
      *
       662-copy-actuals.
      *
           move actuals-rec            to actuals-archive-rec.
           write actuals-archive-rec.
           add ws-one                  to ws-actuals-archived-count.
           perform 661-read-actuals.
      *
      *Appends the rollover mark to the period-status file. Until it
      *is there the daily posting keeps the closing year's last month
      *open, its bucket still being on A7.dat
       680-mark-rollover.
      *
           move ws-run-yyyy            to ps-yyyy.
           move ws-run-mm              to ps-mm.
           move ws-zero                to ps-fy-start.
           move ws-zero                to ps-fiscal-month.
           move spaces                 to ps-month-name.
           move "R"                    to ps-status.
           move ws-run-date            to ps-closed-date.
           move ws-run-hhmmss          to ps-closed-time.
           move "ROLLOVER"             to ps-closed-user.
           open extend period-status-file.
           if (ws-period-status not = "00") then
               open output period-status-file
           end-if.
           write period-rec.
           close period-status-file.
      *
      *Outputs the summary lines of the program
       700-output-summary.
      *
                 ws-cnt-label
               move ws-seeded-count    to ws-cnt-value
               write print-line        from ws-count-line
               move "Billing adjustments archived and cleared:" to
                 ws-cnt-label
               move ws-adj-archived-count to ws-cnt-value
               write print-line        from ws-count-line
               move "Chargeback actuals archived and cleared:" to
                 ws-cnt-label
               move ws-actuals-archived-count to ws-cnt-value
               write print-line        from ws-count-line
               if (ws-msg-text not = spaces) then
                   write print-line    from ws-message-line
               end-if
