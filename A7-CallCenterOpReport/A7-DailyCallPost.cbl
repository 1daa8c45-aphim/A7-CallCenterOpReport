      *    operator report reads are built from auditable daily detail
      *    instead of arriving pre-summed. A feed date that has already
      *    been posted is refused outright, so a re-sent file cannot
      *    double-count a month. Detail dated in a fiscal month that
      *    has been closed, or outside the current fiscal year, does
      *    not post at all - it goes to the prior-period adjustment
      *    file for Finance to post into the open month or write off.
      *
       environment division.
       input-output section.
               organization is line sequential
               file status is ws-suspense-status.
      *
      *Feed records held by the anomaly screening with their
      *supervisor decisions - a held record never posts from the
      *feed: an open or rejected one has not been cleared to post,
      *and an accepted one arrives through the release file instead
           select hold-file
               assign to '../../../../data/A7-AnomalyHolds.dat'
               organization is line sequential
               file status is ws-hold-file-status.
      *
      *Repaired feed records the suspense maintenance has released
      *for posting - posted after the main feed, outside the
      *duplicate-date refusal since each was individually vetted,
               organization is line sequential
               file status is ws-release-status.
      *
      *Period-status file written by the month close - detail dated
      *in a closed fiscal month is not posted. The year-end rollover
      *marks on it when it has reseeded A7.dat for a new year
           select period-status-file
               assign to '../../../../data/A7-PeriodStatus.dat'
               organization is line sequential
               file status is ws-period-status.
      *
      *Prior-period adjustment file - feed records refused for their
      *period, held for Finance to decide, so a month already
      *reported and billed is never changed after the fact
           select adjust-file
               assign to '../../../../data/A7-PriorPeriodAdj.dat'
               organization is line sequential
               file status is ws-adjust-status.
      *
      *Prior-period items Finance released for posting - posted into
      *the current open month whatever their call date, and
      *truncated once taken so nothing posts twice
           select period-release-file
               assign to '../../../../data/A7-PeriodReleases.dat'
               organization is line sequential
               file status is ws-period-release-status.
      *
      *Run summary - what was read, posted, rejected, or refused
           select summary-file
               assign to '../../../../data/A7-DailyCallPost.out'
         05 susp-status                pic x(1).
         05 susp-reason                pic x(40).
         05 susp-image                 pic x(120).
      *
       fd hold-file
           data record is hold-rec.
      *
       01 hold-rec.
         05 hold-status                pic x(1).
         05 hold-date-added            pic 9(8).
         05 hold-date-decided          pic 9(8).
         05 hold-supervisor            pic x(8).
         05 hold-reason                pic x(40).
         05 hold-image                 pic x(20).
      *
       fd release-file
           data record is release-rec.
      *
       01 release-rec                  pic x(20).
      *
       fd period-status-file
           data record is period-rec.
      *
       01 period-rec.
         05 ps-period                  pic 9(6).
         05 ps-period-x redefines ps-period.
           10 ps-yyyy                  pic 9(4).
           10 ps-mm                    pic 99.
         05 ps-fy-start                pic 9(6).
         05 ps-fy-start-x redefines ps-fy-start.
           10 ps-fy-yyyy               pic 9(4).
           10 ps-fy-mm                 pic 99.
         05 ps-fiscal-month            pic 9(2).
         05 ps-month-name              pic x(3).
         05 ps-status                  pic x(1).
         05 ps-closed-date             pic 9(8).
         05 ps-closed-time             pic 9(6).
         05 ps-closed-user             pic x(8).
      *
       fd adjust-file
           data record is adjust-rec.
      *
       01 adjust-rec.
         05 adj-status                 pic x(1).
         05 adj-date-added             pic 9(8).
         05 adj-date-decided           pic 9(8).
         05 adj-decided-by             pic x(8).
         05 adj-reason                 pic x(40).
         05 adj-image                  pic x(20).
      *
       fd period-release-file
           data record is period-release-rec.
      *
       01 period-release-rec           pic x(20).
      *
       fd summary-file
           data record is print-line.
      *stamp written at end of run
       01 ws-run-stamp.
         05 ws-run-date                pic 9(8) value 0.
         05 ws-run-date-x redefines ws-run-date.
           10 ws-run-yyyy              pic 9(4).
           10 ws-run-mm                pic 99.
           10 ws-run-dd                pic 99.
         05 ws-run-time-raw            pic 9(8) value 0.
         05 ws-run-time redefines ws-run-time-raw.
           10 ws-run-hhmmss            pic 9(6).
       01 ws-susp-image-table.
         05 ws-susp-image-entry        pic x(20) occurs 300 times.
      *
      *Images of feed records the anomaly screening held, whatever
      *the supervisor has decided since
       01 ws-hold-image-table.
         05 ws-hold-image-entry        pic x(20) occurs 1000 times.
      *
      *Images already on the prior-period adjustment file, so the
      *same record refused twice is not held for Finance twice
       01 ws-adjust-image-table.
         05 ws-adjust-image-entry      pic x(20) occurs 1000 times.
      *
      *Fiscal months of the current year closed by the month close
       01 ws-closed-table.
         05 ws-closed-flag             pic x(1) occurs 12 times.
      *
      *Distinct feed dates seen in this run's daily file, appended to
      *the posted-batches log once the run posts cleanly
       01 ws-feed-date-table.
      *Calculation variables
       01 ws-calc.
         05 ws-bucket                  pic 99 value 0.
         05 ws-run-bucket              pic 99 value 0.
         05 ws-run-month-num           pic 9(6) value 0.
         05 ws-fy-start-num            pic 9(6) value 0.
         05 ws-record-month-num        pic 9(6) value 0.
         05 ws-closed-fy-num           pic 9(6) value 0.
         05 ws-rollover-month-num      pic 9(6) value 0.
         05 ws-check-date              pic 9(8) value 0.
         05 ws-check-date-x redefines ws-check-date.
           10 ws-check-yyyy            pic 9(4).
           10 ws-check-mm              pic 99.
           10 ws-check-dd              pic 99.
         05 ws-new-bucket-total        pic 9(5) value 0.
         05 ws-new-bucket-mins         pic 9(6) value 0.
      *
       77 ws-susp-image-idx            pic 9(3) value 0.
       77 ws-susp-image-full           pic x value "N".
       77 ws-susp-match                pic x value "N".
       77 ws-hold-file-status          pic xx value "00".
       77 ws-hold-eof-flag             pic x value "N".
       77 ws-hold-image-count          pic 9(4) value 0.
       77 ws-hold-image-idx            pic 9(4) value 0.
       77 ws-hold-image-full           pic x value "N".
       77 ws-hold-match                pic x value "N".
       77 ws-records-held-count        pic 9(5) value 0.
       77 ws-reversal-hold-skips       pic 9(5) value 0.
       77 ws-period-status             pic xx value "00".
       77 ws-period-eof-flag           pic x value "N".
       77 ws-period-open               pic x value "Y".
       77 ws-prior-final-open          pic x value "Y".
       77 ws-adjust-status             pic xx value "00".
       77 ws-adjust-eof-flag           pic x value "N".
       77 ws-adjust-image-count        pic 9(4) value 0.
       77 ws-adjust-image-idx          pic 9(4) value 0.
       77 ws-adjust-image-full         pic x value "N".
       77 ws-adjust-match              pic x value "N".
       77 ws-records-prior-count       pic 9(5) value 0.
       77 ws-prior-already-held        pic 9(5) value 0.
       77 ws-period-release-status     pic xx value "00".
       77 ws-period-release-eof-flag   pic x value "N".
       77 ws-period-release-mode       pic x value "N".
       77 ws-period-releases-blocked   pic x value "N".
       77 ws-period-read-count         pic 9(5) value 0.
       77 ws-period-posted-count       pic 9(5) value 0.
       77 ws-calls-reversed            pic 9(7) value 0.
       77 ws-mins-reversed             pic 9(7) value 0.
       77 ws-daily-eof-flag            pic x value "N".
           perform 120-load-master-table.
           perform 130-load-posted-dates.
           perform 455-load-suspense-images.
           perform 480-load-anomaly-holds.
           perform 160-set-fiscal-year.
           perform 165-load-period-status.
           perform 170-load-adjust-images.
      *A master or posted-dates load that overflowed its table means
      *the run cannot be trusted either to keep every operator on the
      *rewrite or to catch every already-posted date - refuse the
                 "POSTED-DATE TABLE FULL - BATCH REFUSED" to
                 ws-msg-text
           end-if.
      *Likewise a hold file too big for its table could let a held
      *record post, or be backed out of buckets it never reached
           if (ws-hold-image-full = "Y" and
             ws-run-refused = "N") then
               move "Y"                to ws-run-refused
               move
                 "ANOMALY HOLD TABLE FULL - BATCH REFUSED" to
                 ws-msg-text
           end-if.
      *An adjustment file too big for its table could hold the same
      *prior-period record for Finance twice
           if (ws-adjust-image-full = "Y" and
             ws-run-refused = "N") then
               move "Y"                to ws-run-refused
               move
                 "PRIOR-PERIOD TABLE FULL - BATCH REFUSED" to
                 ws-msg-text
           end-if.
      *A reversal run backs one posted date out and posts nothing -
      *the normal posting path is untouched when no reversal
      *parameter file is present
               if (ws-run-refused = "N") then
                   perform 140-check-reversal-date
               end-if
               if (ws-run-refused = "N") then
                   perform 145-check-reversal-period
               end-if
               if (ws-run-refused = "N") then
                   perform 450-reverse-feed-date
               end-if
                   perform 400-post-daily-record
                     until ws-daily-eof-flag = ws-file-empty
                   perform 500-post-released-records
                   perform 540-post-period-releases
                   perform 600-rewrite-master
      *A feed that posted nothing - every record rejected - does not
      *get its dates logged as posted, so the corrected file can be
      *re-sent without being refused as a duplicate. Released
      *suspense and prior-period posts count toward the overall
      *posted figure, so only posts above the released counts prove
      *the feed itself put anything in
                   if (ws-records-posted-count >
                     ws-released-posted-count + ws-period-posted-count)
                     then
                       perform 620-log-posted-dates
                   end-if
                   perform 650-stamp-chain-completion
                 to ws-msg-text
           end-if.
      *
      *Refuses a reversal for a date in a closed fiscal month or
      *outside the current fiscal year - backing it out would change
      *a month already reported and billed
       145-check-reversal-period.
      *
           move ws-reversal-date       to ws-check-date.
           compute ws-record-month-num =
             ws-check-yyyy * 12 + ws-check-mm - 1.
           perform 435-check-period-open.
           if (ws-period-open = "N") then
               move "Y"                to ws-run-refused
               move
                 "REVERSAL DATE IS IN A CLOSED PERIOD - NOT REVERSED"
                 to ws-msg-text
           end-if.
      *
      *Reads the run-parameter file shared with the reports for the
      *fiscal month order, keeping the compiled-in July-June default
      *for anything missing, unknown, or invalid - posting and the
               end-if
           end-perform.
      *
      *Finds the fiscal month the run date falls in and the calendar
      *month the current fiscal year began - months are counted as
      *year * 12 + calendar month - 1 so that moving across a year
      *end is plain arithmetic
       160-set-fiscal-year.
      *
           compute ws-run-month-num =
             ws-run-yyyy * 12 + ws-run-mm - 1.
           move ws-zero                to ws-run-bucket.
           perform varying ws-sub      from ws-one by ws-one
             until ws-sub > ws-number-of-months
               if (ws-month-literals(ws-sub) =
                 ws-calendar-literals(ws-run-mm)) then
                   move ws-sub         to ws-run-bucket
               end-if
               move "N"                to ws-closed-flag(ws-sub)
           end-perform.
           compute ws-fy-start-num =
             ws-run-month-num - ws-run-bucket + 1.
      *
      *Marks the fiscal months of this year the month close has
      *closed - those whose fiscal year began within the last twelve
      *months. No file means no month has been closed. The last month
      *of the year just ended stays open for late feed days until
      *the month close has closed it or the rollover has reseeded
      *A7.dat in this fiscal year - until then its bucket is still
      *on the master
       165-load-period-status.
      *
           open input period-status-file.
           if (ws-period-status = "00") then
               perform 166-read-period-record
               perform 167-note-closed-month
                 until ws-period-eof-flag = ws-file-empty
               close period-status-file
           end-if.
      *
       166-read-period-record.
      *
           read period-status-file
               at end
                   move ws-file-empty  to ws-period-eof-flag.
      *
       167-note-closed-month.
      *
           if (ps-status = "C" and ps-fy-start is numeric and
             ps-fiscal-month is numeric and
             ps-fiscal-month > ws-zero and ps-fiscal-month < 13) then
               compute ws-closed-fy-num =
                 ps-fy-yyyy * 12 + ps-fy-mm - 1
               if (ws-closed-fy-num = ws-fy-start-num) then
                   move "Y"            to
                     ws-closed-flag(ps-fiscal-month)
               end-if
               if (ws-closed-fy-num + ws-number-of-months =
                 ws-fy-start-num and
                 ps-fiscal-month = ws-number-of-months) then
                   move "N"            to ws-prior-final-open
               end-if
           end-if.
           if (ps-status = "R" and ps-period is numeric) then
               compute ws-rollover-month-num =
                 ps-yyyy * 12 + ps-mm - 1
               if (ws-rollover-month-num >= ws-fy-start-num) then
                   move "N"            to ws-prior-final-open
               end-if
           end-if.
           perform 166-read-period-record.
      *
      *Reads the images already on the prior-period adjustment file,
      *whatever Finance has decided since
       170-load-adjust-images.
      *
           open input adjust-file.
           if (ws-adjust-status = "00") then
               perform 171-read-adjust-record
               perform 172-store-adjust-image
                 until ws-adjust-eof-flag = ws-file-empty
               close adjust-file
           end-if.
      *
       171-read-adjust-record.
      *
           read adjust-file
               at end
                   move ws-file-empty  to ws-adjust-eof-flag.
      *
       172-store-adjust-image.
      *
           if (ws-adjust-image-count < 1000) then
               add ws-one              to ws-adjust-image-count
               move adj-image          to
                 ws-adjust-image-entry(ws-adjust-image-count)
           else
               move "Y"                to ws-adjust-image-full
           end-if.
           perform 171-read-adjust-record.
      *
      *Reads the whole A7.dat master into a table so the daily detail
      *can be posted in storage and the file rewritten once at the
      *end of the run. A master that cannot be opened refuses the
       400-post-daily-record.
      *
           add ws-one                  to ws-records-read-count.
           perform 485-check-hold-image.
           if (ws-hold-match = "Y") then
               add ws-one              to ws-records-held-count
           else
               perform 405-post-one-record
           end-if.
           perform 300-read-daily-file.
      *
      *Validates and posts the record currently in daily-rec - the
      *main feed loop and the released-repairs loop both come
      *through here, so a repair faces exactly the screening the
      *original record failed. A record for a closed or prior period
      *goes to the prior-period adjustment file instead, and a
      *prior-period item Finance released posts into the current
      *open month
       405-post-one-record.
      *
           perform 410-validate-daily-record.
           if (ws-record-valid = "Y") then
               if (ws-period-release-mode = "Y") then
                   move ws-run-bucket  to ws-bucket
                   perform 440-post-to-bucket
               else
                   perform 430-derive-fiscal-bucket
                   if (ws-period-open = "Y") then
                       perform 440-post-to-bucket
                   else
                       perform 436-hold-prior-period
                   end-if
               end-if
           end-if.
      *
      *Checks the incoming feed record for a bad operator number, a
      *- the July-June default or a MONTH-ORDER run parameter - so a
      *reordered fiscal calendar moves the postings and the report
      *column labels together. The month is always found, since the
      *table only ever holds a validated full set of twelve. The
      *bucket only stands for this fiscal year's month, so the call
      *date's year is checked as well - a record dated last July
      *must not land in this year's JUL bucket
       430-derive-fiscal-bucket.
      *
           move ws-calendar-literals(daily-rec-mm) to
                   move ws-sub         to ws-bucket
               end-if
           end-perform.
           compute ws-record-month-num =
             daily-rec-yyyy * 12 + daily-rec-mm - 1.
           perform 435-check-period-open.
      *
      *Decides whether the month in ws-record-month-num is open for
      *posting - it must fall in the current fiscal year, and the
      *month close must not have closed it. The last month of the
      *year just ended is open while its bucket is still on A7.dat
       435-check-period-open.
      *
           move "Y"                    to ws-period-open.
           if (ws-record-month-num < ws-fy-start-num or
             ws-record-month-num > ws-fy-start-num + 11) then
               if (ws-record-month-num + ws-one not = ws-fy-start-num
                 or ws-prior-final-open = "N") then
                   move "N"            to ws-period-open
                   move "CALL DATE OUTSIDE CURRENT FISCAL YEAR" to
                     ws-rl-reason
               end-if
           else
               compute ws-sub = ws-record-month-num - ws-fy-start-num
                 + 1
               if (ws-closed-flag(ws-sub) = "Y") then
                   move "N"            to ws-period-open
                   move "CALL DATE IN A CLOSED FISCAL MONTH" to
                     ws-rl-reason
               end-if
           end-if.
      *
      *Holds a record refused for its period on the prior-period
      *adjustment file for Finance to decide. A record whose image is
      *already there is not held again
       436-hold-prior-period.
      *
           move "N"                    to ws-adjust-match.
           perform varying ws-adjust-image-idx from ws-one by ws-one
             until ws-adjust-image-idx > ws-adjust-image-count
               if (ws-adjust-image-entry(ws-adjust-image-idx) =
                 daily-rec) then
                   move "Y"            to ws-adjust-match
               end-if
           end-perform.
           if (ws-adjust-match = "Y") then
               add ws-one              to ws-prior-already-held
           else
               open extend adjust-file
               if (ws-adjust-status not = "00") then
                   open output adjust-file
               end-if
               move "O"                to adj-status
               move ws-run-date        to adj-date-added
               move ws-zero            to adj-date-decided
               move spaces             to adj-decided-by
               move ws-rl-reason       to adj-reason
               move daily-rec          to adj-image
               write adjust-rec
               close adjust-file
               add ws-one              to ws-records-prior-count
               if (ws-adjust-image-count < 1000) then
                   add ws-one          to ws-adjust-image-count
                   move daily-rec      to
                     ws-adjust-image-entry(ws-adjust-image-count)
               end-if
           end-if.
      *
      *Backs the reversal date's detail out of the monthly buckets -
      *the daily feed file must be the file as the switch sent it,
               perform 420-search-master
               if (ws-master-found = "Y") then
                   perform 465-check-suspense-image
                   perform 485-check-hold-image
                   if (ws-susp-match = "Y") then
                       add ws-one      to ws-reversal-susp-skips
                   else
                   if (ws-hold-match = "Y") then
                       add ws-one      to ws-reversal-hold-skips
                   else
                       perform 430-derive-fiscal-bucket
                       perform 470-subtract-from-bucket
                   end-if
                   end-if
               else
                   add ws-one          to ws-reversal-skipped
               end-if
               add ws-one              to ws-reversal-failed
           end-if.
      *
      *Reads the anomaly holds once into a table of images. A held
      *record never posts from the feed, so a posting run passes
      *over it and a reversal run leaves it alone - an accepted one
      *went in through the release file, the way a released suspense
      *repair does. A missing file means nothing has been held
       480-load-anomaly-holds.
      *
           open input hold-file.
           if (ws-hold-file-status = "00") then
               perform 481-read-hold-record
               perform 482-store-hold-image
                 until ws-hold-eof-flag = ws-file-empty
               close hold-file
           end-if.
      *
       481-read-hold-record.
      *
           read hold-file
               at end
                   move ws-file-empty  to ws-hold-eof-flag.
      *
       482-store-hold-image.
      *
           if (ws-hold-image-count < 1000) then
               add ws-one              to ws-hold-image-count
               move hold-image         to
                 ws-hold-image-entry(ws-hold-image-count)
           else
               move "Y"                to ws-hold-image-full
           end-if.
           perform 481-read-hold-record.
      *
      *Checks whether the feed record in hand is held by the anomaly
      *screening - an exact image match means it does not post here
       485-check-hold-image.
      *
           move "N"                    to ws-hold-match.
           perform varying ws-hold-image-idx from ws-one by ws-one
             until ws-hold-image-idx > ws-hold-image-count
               if (ws-hold-image-entry(ws-hold-image-idx) = daily-rec)
                 then
                   move "Y"            to ws-hold-match
               end-if
           end-perform.
      *
      *Rewrites the posted-batches log without the reversed date, so
      *the corrected feed for that date can be posted normally
       630-rewrite-posted-dates.
           perform 405-post-one-record.
           perform 510-read-release-record.
      *
      *Posts the prior-period items Finance released into the
      *current open month, after the main feed and the suspense
      *releases. The month close never closes a month before it
      *ends, but if the run month is closed all the same the file is
      *left untouched for a later run. The file is truncated once
      *taken so nothing can post twice
       540-post-period-releases.
      *
           if (ws-closed-flag(ws-run-bucket) = "Y") then
               move "Y"                to ws-period-releases-blocked
           else
               open input period-release-file
               if (ws-period-release-status = "00") then
                   move "Y"            to ws-period-release-mode
                   perform 541-read-period-release
                   perform 542-post-one-period-release
                     until ws-period-release-eof-flag = ws-file-empty
                   close period-release-file
                   move "N"            to ws-period-release-mode
                   if (ws-period-read-count > ws-zero) then
                       open output period-release-file
                       close period-release-file
                   end-if
               end-if
           end-if.
      *
       541-read-period-release.
      *
           read period-release-file
               at end
                   move ws-file-empty  to ws-period-release-eof-flag.
      *
       542-post-one-period-release.
      *
           add ws-one                  to ws-period-read-count.
           move period-release-rec     to daily-rec.
           perform 405-post-one-record.
           perform 541-read-period-release.
      *
      *Adds the day's call count and talk minutes into the operator's
      *monthly buckets, rejecting a post that would push either
      *bucket past its capacity rather than letting it wrap and
                   if (ws-release-mode = "Y") then
                       add ws-one      to ws-released-posted-count
                   end-if
                   if (ws-period-release-mode = "Y") then
                       add ws-one      to ws-period-posted-count
                   end-if
               end-if
           end-if.
      *
                   move ws-reversal-susp-skips to ws-cnt-value
                   write print-line    from ws-count-line
               end-if
               if (ws-reversal-hold-skips > ws-zero) then
                   move "Records held by screening, not reversed:" to
                     ws-cnt-label
                   move ws-reversal-hold-skips to ws-cnt-value
                   write print-line    from ws-count-line
               end-if
               if (ws-susp-image-full = "Y") then
                   move
                 "*** SUSPENSE TABLE FULL - SKIPS MAY BE MISSED ***"
               move "Feed records rejected:" to ws-cnt-label
               move ws-records-reject-count to ws-cnt-value
               write print-line        from ws-count-line
               move "Feed records held for anomaly review:" to
                 ws-cnt-label
               move ws-records-held-count to ws-cnt-value
               write print-line        from ws-count-line
               move "Calls posted to monthly buckets:" to ws-cnt-label
               move ws-calls-posted-total to ws-cnt-value
               write print-line        from ws-count-line
                   move ws-released-posted-count to ws-cnt-value
                   write print-line    from ws-count-line
               end-if
               move "Feed records for a closed or prior period:" to
                 ws-cnt-label
               move ws-records-prior-count to ws-cnt-value
               write print-line        from ws-count-line
               if (ws-prior-already-held > ws-zero) then
                   move "Prior-period records already held:" to
                     ws-cnt-label
                   move ws-prior-already-held to ws-cnt-value
                   write print-line    from ws-count-line
               end-if
               if (ws-period-read-count > ws-zero) then
                   move "Prior-period items taken:" to ws-cnt-label
                   move ws-period-read-count to ws-cnt-value
                   write print-line    from ws-count-line
                   move "Prior-period items posted to open month:" to
                     ws-cnt-label
                   move ws-period-posted-count to ws-cnt-value
                   write print-line    from ws-count-line
               end-if
               if (ws-period-releases-blocked = "Y") then
                   move
                 "*** RUN MONTH CLOSED - PERIOD RELEASES NOT TAKEN ***"
                     to ws-msg-text
                   write print-line    from ws-message-line
               end-if
               if (ws-susp-image-full = "Y") then
                   move
                 "*** SUSPENSE TABLE FULL - DUPES MAY BE HELD ***"
