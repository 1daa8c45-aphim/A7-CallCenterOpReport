       identification division.
       program-id. A7-PeriodAdjust.
       author. Jacky Yuan.
       date-written. 2026-10-15.
      *Program Description:
      *    Prior-period adjustment report and decisions. The daily
      *    posting refuses call detail dated in a closed fiscal month
      *    or outside the current fiscal year and keeps it on the
      *    prior-period adjustment file instead of changing a month
      *    already reported and billed. Finance decides each item:
      *    POST releases it to the daily posting, which puts it into
      *    the current open month; WRTOFF writes it off so it never
      *    posts. Decisions are applied at the start of each run, and
      *    everything still waiting is listed on the report.
      *
       environment division.
       input-output section.
       file-control.
      *
      *Run parameters - the fiscal month order
           select run-parm-file
               assign to '../../../../data/A7-RunParms.dat'
               organization is line sequential
               file status is ws-run-parm-status.
      *
      *Period-status file - the fiscal months closed so far
           select period-status-file
               assign to '../../../../data/A7-PeriodStatus.dat'
               organization is line sequential
               file status is ws-period-status.
      *
      *Feed records the daily posting refused for their period, with
      *Finance's decision on each once it is made
           select adjust-file
               assign to '../../../../data/A7-PriorPeriodAdj.dat'
               organization is line sequential
               file status is ws-adjust-status.
      *
      *Finance decisions - one per item, POST or WRTOFF
           select decision-file
               assign to '../../../../data/A7-PeriodAdjDecisions.dat'
               organization is line sequential
               file status is ws-decision-status.
      *
      *Items released to the daily posting for the current open month
           select release-file
               assign to '../../../../data/A7-PeriodReleases.dat'
               organization is line sequential
               file status is ws-release-status.
      *
      *Decisions that could not be applied, with the reason
           select reject-file
               assign to
                  '../../../../data/A7-PeriodAdjust-Rejects.out'
               organization is line sequential.
      *
      *Prior-period adjustment report
           select report-file
               assign to '../../../../data/A7-PeriodAdjustReport.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd run-parm-file
           data record is run-parm-rec.
      *
       01 run-parm-rec.
         05 run-parm-keyword            pic x(12).
         05 run-parm-value              pic x(40).
      *
       fd period-status-file
           data record is period-rec.
      *
       01 period-rec.
         05 ps-period                  pic 9(6).
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
      *O open, P posted to the open month, W written off
         05 adj-status                 pic x(1).
         05 adj-date-added             pic 9(8).
         05 adj-date-decided           pic 9(8).
         05 adj-decided-by             pic x(8).
         05 adj-reason                 pic x(40).
         05 adj-image                  pic x(20).
      *
       fd decision-file
           data record is decision-rec.
      *
       01 decision-rec.
         05 dec-action                 pic x(6).
         05 dec-op-num                 pic x(3).
         05 dec-date                   pic 9(8).
         05 dec-interval               pic 9(2).
         05 dec-user                   pic x(8).
      *
       fd release-file
           data record is release-rec.
      *
       01 release-rec                  pic x(20).
      *
       fd reject-file
           data record is reject-rec.
      *
       01 reject-rec                   pic x(63).
      *
       fd report-file
           data record is print-line.
      *
       01 print-line                   pic x(132).
      *
       working-storage section.
      *
      *Run date stamped onto decisions. Months are counted as year *
      *12 + calendar month - 1 so that moving across a year end is
      *plain arithmetic
       01 ws-run-stamp.
         05 ws-run-date                pic 9(8) value 0.
         05 ws-run-date-x redefines ws-run-date.
           10 ws-run-yyyy              pic 9(4).
           10 ws-run-mm                pic 99.
           10 ws-run-dd                pic 99.
         05 ws-keep-decided-from       pic 9(8) value 0.
         05 ws-run-month-num           pic 9(6) value 0.
         05 ws-closed-fy-num           pic 9(6) value 0.
         05 ws-run-bucket              pic 99 value 0.
      *
       01 ws-constants.
         05 ws-number-of-months        pic 99 value 12.
         05 ws-month-names             pic x(36) value
                               "JULAUGSEPOCTNOVDECJANFEBMARAPRMAYJUN".
         05 ws-month-literals redefines ws-month-names pic x(3) occurs
                              12 times.
      *
      *Month names in calendar order, and the scratch fields the
      *month-order check works in
       01 ws-month-check.
         05 ws-calendar-months         pic x(36) value
                               "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
         05 ws-calendar-literals redefines ws-calendar-months
                                       pic x(3) occurs 12 times.
         05 ws-supplied-months         pic x(36) value spaces.
         05 ws-supplied-literals redefines ws-supplied-months
                                       pic x(3) occurs 12 times.
      *
      *An item's feed record image taken apart for its key fields
       01 ws-image-view.
         05 ws-iv-op-num               pic x(3).
         05 ws-iv-date                 pic 9(8).
         05 ws-iv-count                pic 9(3).
         05 ws-iv-interval             pic 9(2).
         05 ws-iv-mins                 pic 9(4).
      *
      *Reject line is built here rather than directly in the file
      *section, so the separator bytes hold their values
       01 ws-reject-line.
         05 ws-rl-action               pic x(6).
         05 filler                     pic x(1) value "|".
         05 ws-rl-op-num               pic x(3).
         05 filler                     pic x(1) value "|".
         05 ws-rl-date                 pic x(8).
         05 filler                     pic x(1) value "|".
         05 ws-rl-interval             pic x(2).
         05 filler                     pic x(1) value "|".
         05 ws-rl-reason               pic x(40).
      *
      *File titles and headers
       01 ws-name-line.
         05 filler                     pic x(85) value spaces.
         05 filler                     pic x(28) value
                                       '  Jacky Yuan, Assignment 7'.
         05 filler                     pic x(18) value spaces.
      *
       01 ws-report-heading.
         05 filler                     pic x(40) value spaces.
         05 filler                     pic x(52) value
                            '  Prior-Period Adjustments'.
         05 filler                     pic x(40) value spaces.
      *
      *The month a POST goes into, and the months closed this year
       01 ws-open-month-line.
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(17) value
                                       "Open month: ".
         05 ws-om-month                pic x(3).
         05 filler                     pic x(22) value
                                       "     Months closed: ".
         05 ws-cm-months-table.
           10 ws-cm-entry occurs 12 times.
             15 ws-cm-month            pic x(3).
             15 ws-cm-filler           pic x(1).
         05 ws-cm-months-x redefines ws-cm-months-table pic x(48).
         05 filler                     pic x(39) value spaces.
      *
       01 ws-section-line.
         05 filler                     pic x(2) value spaces.
         05 ws-sect-title              pic x(50) value spaces.
         05 filler                     pic x(80) value spaces.
      *
       01 ws-decision-heading.
         05 filler                     pic x(40) value
                            '  Action  Op   Date      Int Calls  Mins'.
         05 filler                     pic x(40) value
                            '  By        Result                      '.
         05 filler                     pic x(52) value spaces.
      *
      *One line per Finance decision applied
       01 ws-decision-line.
         05 filler                     pic x(2) value spaces.
         05 ws-dcl-action              pic x(6).
         05 filler                     pic x(2) value spaces.
         05 ws-dcl-op-num              pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-dcl-date                pic 9(8).
         05 filler                     pic x(2) value spaces.
         05 ws-dcl-interval            pic 9(2).
         05 filler                     pic x(2) value spaces.
         05 ws-dcl-calls               pic zzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-dcl-mins                pic zzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-dcl-user                pic x(8).
         05 filler                     pic x(2) value spaces.
         05 ws-dcl-result              pic x(30).
         05 filler                     pic x(50) value spaces.
      *
       01 ws-open-heading.
         05 filler                     pic x(40) value
                            '  Op   Date      Int   Cls  Mins  Held S'.
         05 filler                     pic x(40) value
                            'ince  Reason                            '.
         05 filler                     pic x(52) value spaces.
      *
      *One line per item still waiting for a decision
       01 ws-open-line.
         05 filler                     pic x(2) value spaces.
         05 ws-ol-op-num               pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-ol-date                 pic 9(8).
         05 filler                     pic x(2) value spaces.
         05 ws-ol-interval             pic 9(2).
         05 filler                     pic x(3) value spaces.
         05 ws-ol-count                pic zz9.
         05 filler                     pic x(2) value spaces.
         05 ws-ol-mins                 pic zzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-ol-date-added           pic 9(8).
         05 filler                     pic x(2) value spaces.
         05 ws-ol-reason               pic x(40).
         05 filler                     pic x(49) value spaces.
      *
      *Summary lines
       01 ws-count-line.
         05 filler                     pic x(3) value spaces.
         05 ws-cnt-label               pic x(42) value spaces.
         05 ws-cnt-value               pic zzzzzz9 value 0.
         05 filler                     pic x(80) value spaces.
      *
       01 ws-message-line.
         05 filler                     pic x(3) value spaces.
         05 ws-msg-text                pic x(60) value spaces.
         05 filler                     pic x(69) value spaces.
      *
      *Items loaded from the adjustment file, decided in storage, and
      *written back whole at the end of the run
       01 ws-adjust-table.
         05 ws-adjust-entry occurs 1000 times.
           10 ws-adj-status            pic x(1).
           10 ws-adj-date-added        pic 9(8).
           10 ws-adj-date-decided      pic 9(8).
           10 ws-adj-decided-by        pic x(8).
           10 ws-adj-reason            pic x(40).
           10 ws-adj-image             pic x(20).
      *
      *Constants
       77 ws-zero                      pic 9 value 0.
       77 ws-one                       pic 9 value 1.
       77 ws-sub                       pic 99 value 1.
       77 ws-file-empty                pic x value "e".
       77 ws-run-parm-status           pic xx value "00".
       77 ws-period-status             pic xx value "00".
       77 ws-adjust-status             pic xx value "00".
       77 ws-decision-status           pic xx value "00".
       77 ws-release-status            pic xx value "00".
       77 ws-run-parm-eof-flag         pic x value "N".
       77 ws-period-eof-flag           pic x value "N".
       77 ws-adjust-eof-flag           pic x value "N".
       77 ws-decision-eof-flag         pic x value "N".
       77 ws-month-check-idx           pic 99 value 0.
       77 ws-month-check-jdx           pic 99 value 0.
       77 ws-month-found               pic x value "N".
       77 ws-month-order-good          pic x value "Y".
       77 ws-closed-count              pic 99 value 0.
       77 ws-open-month-closed         pic x value "N".
       77 ws-adjust-count              pic 9(4) value 0.
       77 ws-adjust-idx                pic 9(4) value 0.
       77 ws-adjust-table-full         pic x value "N".
       77 ws-decision-valid            pic x value "Y".
       77 ws-decision-records          pic 9(3) value 0.
       77 ws-decision-calls            pic 9(5) value 0.
       77 ws-decision-mins             pic 9(6) value 0.
       77 ws-run-refused               pic x value "N".
       77 ws-decisions-read            pic 9(5) value 0.
       77 ws-decisions-applied         pic 9(5) value 0.
       77 ws-decision-reject-count     pic 9(5) value 0.
       77 ws-items-posted              pic 9(5) value 0.
       77 ws-calls-posted              pic 9(7) value 0.
       77 ws-mins-posted               pic 9(7) value 0.
       77 ws-items-written-off         pic 9(5) value 0.
       77 ws-calls-written-off         pic 9(7) value 0.
       77 ws-mins-written-off          pic 9(7) value 0.
       77 ws-items-waiting             pic 9(5) value 0.
       77 ws-calls-waiting             pic 9(7) value 0.
       77 ws-mins-waiting              pic 9(7) value 0.
      *
       procedure division.
       000-Main.
      *
           accept ws-run-date          from date yyyymmdd.
           compute ws-keep-decided-from = ws-run-date - 10000.
           open output report-file.
           open output reject-file.
           write print-line            from ws-name-line.
           write print-line            from ws-report-heading.
           perform 100-load-run-parameters.
           perform 110-set-open-month.
           perform 120-load-period-status.
           move ws-month-literals(ws-run-bucket) to ws-om-month.
           write print-line            from ws-open-month-line
           after advancing 1 line.
           perform 130-load-adjustments.
      *An adjustment file larger than the table would lose items on
      *the rewrite - nothing is touched
           if (ws-adjust-table-full = "Y") then
               move "Y"                to ws-run-refused
               move "ADJUSTMENT TABLE FULL - NOTHING DECIDED" to
                 ws-msg-text
           end-if.
           if (ws-run-refused = "N") then
               perform 200-apply-decisions
               perform 600-rewrite-adjustments
               perform 700-output-open-items
           else
               write print-line        from ws-message-line
               after advancing 1 line
           end-if.
           perform 750-output-summary.
           close report-file.
           close reject-file.
           perform 910-set-return-code.
           stop run.
      *
      *Reads the fiscal month order from the shared run-parameter
      *file, keeping the July-June default for anything missing or
      *invalid - the open month must be the posting's open month
       100-load-run-parameters.
      *
           open input run-parm-file.
           if (ws-run-parm-status = "00") then
               perform 101-read-run-parm
               perform 102-apply-run-parm
                 until ws-run-parm-eof-flag = ws-file-empty
               close run-parm-file
           end-if.
      *
       101-read-run-parm.
      *
           read run-parm-file
               at end
                   move ws-file-empty  to ws-run-parm-eof-flag.
      *
       102-apply-run-parm.
      *
           if (run-parm-keyword = "MONTH-ORDER") then
               perform 105-validate-month-order
               if (ws-month-order-good = "Y") then
                   move ws-supplied-months to ws-month-names
               end-if
           end-if.
           perform 101-read-run-parm.
      *
      *Accepts a supplied fiscal month order only when every one of
      *the twelve canonical month names appears in it exactly once
       105-validate-month-order.
      *
           move run-parm-value         to ws-supplied-months.
           move "Y"                    to ws-month-order-good.
           perform varying ws-month-check-idx from ws-one by ws-one
             until ws-month-check-idx > ws-number-of-months
               move "N"                to ws-month-found
               perform varying ws-month-check-jdx from ws-one by
                 ws-one until ws-month-check-jdx > ws-number-of-months
                   if (ws-calendar-literals(ws-month-check-idx) =
                     ws-supplied-literals(ws-month-check-jdx)) then
                       move "Y"        to ws-month-found
                   end-if
               end-perform
               if (ws-month-found = "N") then
                   move "N"            to ws-month-order-good
               end-if
           end-perform.
      *
      *The open month a POST goes into is the fiscal month the run
      *date falls in - the month close only closes a month that has
      *ended
       110-set-open-month.
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
           end-perform.
      *
      *Lists the months of this fiscal year closed so far - those
      *whose fiscal year began within the last twelve months
       120-load-period-status.
      *
           move spaces                 to ws-cm-months-x.
           open input period-status-file.
           if (ws-period-status = "00") then
               perform 121-read-period-record
               perform 122-note-closed-month
                 until ws-period-eof-flag = ws-file-empty
               close period-status-file
           end-if.
           if (ws-closed-count = ws-zero) then
               move "NONE"             to ws-cm-months-x
           end-if.
      *
       121-read-period-record.
      *
           read period-status-file
               at end
                   move ws-file-empty  to ws-period-eof-flag.
      *
       122-note-closed-month.
      *
           if (ps-status = "C" and ps-fy-start is numeric and
             ps-fiscal-month is numeric and
             ps-fiscal-month > ws-zero and ps-fiscal-month < 13) then
               compute ws-closed-fy-num =
                 ps-fy-yyyy * 12 + ps-fy-mm - 1
               if (ws-closed-fy-num <= ws-run-month-num and
                 ws-closed-fy-num + 11 >= ws-run-month-num) then
                   move ps-month-name  to ws-cm-month(ps-fiscal-month)
                   add ws-one          to ws-closed-count
                   if (ps-fiscal-month = ws-run-bucket) then
                       move "Y"        to ws-open-month-closed
                   end-if
               end-if
           end-if.
           perform 121-read-period-record.
      *
      *Reads the adjustment file into a table. Items decided more
      *than a year ago are dropped. A missing file means nothing has
      *been refused for its period yet
       130-load-adjustments.
      *
           open input adjust-file.
           if (ws-adjust-status = "00") then
               perform 131-read-adjust-record
               perform 132-store-adjust-record
                 until ws-adjust-eof-flag = ws-file-empty
               close adjust-file
           end-if.
      *
       131-read-adjust-record.
      *
           read adjust-file
               at end
                   move ws-file-empty  to ws-adjust-eof-flag.
      *
       132-store-adjust-record.
      *
           if (adj-status = "O" or
             adj-date-decided >= ws-keep-decided-from) then
               if (ws-adjust-count < 1000) then
                   add ws-one          to ws-adjust-count
                   move adj-status     to ws-adj-status(ws-adjust-count)
                   move adj-date-added to
                     ws-adj-date-added(ws-adjust-count)
                   move adj-date-decided to
                     ws-adj-date-decided(ws-adjust-count)
                   move adj-decided-by to
                     ws-adj-decided-by(ws-adjust-count)
                   move adj-reason     to ws-adj-reason(ws-adjust-count)
                   move adj-image      to ws-adj-image(ws-adjust-count)
               else
                   move "Y"            to ws-adjust-table-full
               end-if
           end-if.
           perform 131-read-adjust-record.
      *
      *Applies Finance's decisions. A missing decision file means
      *nothing has been decided since the last run
       200-apply-decisions.
      *
           open input decision-file.
           if (ws-decision-status = "00") then
               move "Finance decisions applied" to ws-sect-title
               write print-line        from ws-section-line
               after advancing 1 line
               write print-line        from ws-decision-heading
               perform 201-read-decision-record
               perform 210-apply-one-decision
                 until ws-decision-eof-flag = ws-file-empty
               close decision-file
           end-if.
      *
       201-read-decision-record.
      *
           read decision-file
               at end
                   move ws-file-empty  to ws-decision-eof-flag.
      *
      *Validates one decision and applies it to the open item for
      *that operator, date, and interval
       210-apply-one-decision.
      *
           add ws-one                  to ws-decisions-read.
           move "Y"                    to ws-decision-valid.
           move spaces                 to ws-rl-reason.
           if (dec-action not = "POST" and
             dec-action not = "WRTOFF") then
               move "N"                to ws-decision-valid
               move "ACTION IS NOT POST OR WRTOFF" to ws-rl-reason
           end-if.
           if (ws-decision-valid = "Y" and
             (dec-op-num is not numeric or
              dec-date is not numeric or
              dec-interval is not numeric)) then
               move "N"                to ws-decision-valid
               move "OPERATOR, DATE OR INTERVAL NOT NUMERIC" to
                 ws-rl-reason
           end-if.
           if (ws-decision-valid = "Y" and dec-user = spaces) then
               move "N"                to ws-decision-valid
               move "NO USER ON DECISION" to ws-rl-reason
           end-if.
           if (ws-decision-valid = "Y" and dec-action = "POST" and
             ws-open-month-closed = "Y") then
               move "N"                to ws-decision-valid
               move "CURRENT MONTH IS CLOSED - CANNOT POST" to
                 ws-rl-reason
           end-if.
           if (ws-decision-valid = "Y") then
               perform 220-decide-items
               if (ws-decision-records = ws-zero) then
                   move "N"            to ws-decision-valid
                   move "NO OPEN ITEM FOR OPERATOR/DATE/INTERVAL" to
                     ws-rl-reason
               end-if
           end-if.
           if (ws-decision-valid = "Y") then
               add ws-one              to ws-decisions-applied
               move dec-action         to ws-dcl-action
               move dec-op-num         to ws-dcl-op-num
               move dec-date           to ws-dcl-date
               move dec-interval       to ws-dcl-interval
               move ws-decision-calls  to ws-dcl-calls
               move ws-decision-mins   to ws-dcl-mins
               move dec-user           to ws-dcl-user
               if (dec-action = "POST") then
                   move spaces         to ws-dcl-result
                   string "RELEASED TO POST IN " delimited by size
                          ws-om-month  delimited by size
                     into ws-dcl-result
                   end-string
               else
                   move "WRITTEN OFF"  to ws-dcl-result
               end-if
               write print-line        from ws-decision-line
           else
               perform 212-write-reject-record
           end-if.
           perform 201-read-decision-record.
      *
      *Writes the offending decision and the reason it failed to the
      *reject file
       212-write-reject-record.
      *
           add ws-one                  to ws-decision-reject-count.
           move dec-action             to ws-rl-action.
           move dec-op-num             to ws-rl-op-num.
           move dec-date               to ws-rl-date.
           move dec-interval           to ws-rl-interval.
           write reject-rec            from ws-reject-line.
      *
      *Marks the open item for the decision's operator, date, and
      *interval. A posted item goes to the period release file
       220-decide-items.
      *
           move ws-zero                to ws-decision-records.
           move ws-zero                to ws-decision-calls.
           move ws-zero                to ws-decision-mins.
           perform varying ws-adjust-idx from ws-one by ws-one
             until ws-adjust-idx > ws-adjust-count
               move ws-adj-image(ws-adjust-idx) to ws-image-view
               if (ws-adj-status(ws-adjust-idx) = "O" and
                 ws-iv-op-num = dec-op-num and
                 ws-iv-date = dec-date and
                 ws-iv-interval = dec-interval) then
                   add ws-one          to ws-decision-records
                   add ws-iv-count     to ws-decision-calls
                   add ws-iv-mins      to ws-decision-mins
                   move ws-run-date    to
                     ws-adj-date-decided(ws-adjust-idx)
                   move dec-user       to
                     ws-adj-decided-by(ws-adjust-idx)
                   if (dec-action = "POST") then
                       move "P"        to ws-adj-status(ws-adjust-idx)
                       perform 225-release-item
                   else
                       move "W"        to ws-adj-status(ws-adjust-idx)
                       add ws-one      to ws-items-written-off
                       add ws-iv-count to ws-calls-written-off
                       add ws-iv-mins  to ws-mins-written-off
                   end-if
               end-if
           end-perform.
      *
       225-release-item.
      *
           open extend release-file.
           if (ws-release-status not = "00") then
               open output release-file
           end-if.
           move ws-adj-image(ws-adjust-idx) to release-rec.
           write release-rec.
           close release-file.
           add ws-one                  to ws-items-posted.
           add ws-iv-count             to ws-calls-posted.
           add ws-iv-mins              to ws-mins-posted.
      *
      *Writes the item table back over the adjustment file
       600-rewrite-adjustments.
      *
           open output adjust-file.
           perform varying ws-adjust-idx from ws-one by ws-one
             until ws-adjust-idx > ws-adjust-count
               move ws-adj-status(ws-adjust-idx) to adj-status
               move ws-adj-date-added(ws-adjust-idx) to adj-date-added
               move ws-adj-date-decided(ws-adjust-idx) to
                 adj-date-decided
               move ws-adj-decided-by(ws-adjust-idx) to adj-decided-by
               move ws-adj-reason(ws-adjust-idx) to adj-reason
               move ws-adj-image(ws-adjust-idx) to adj-image
               write adjust-rec
           end-perform.
           close adjust-file.
      *
      *Lists every item still waiting for a decision
       700-output-open-items.
      *
           move "Items awaiting Finance decision" to ws-sect-title.
           write print-line            from ws-section-line
           after advancing 1 line.
           write print-line            from ws-open-heading.
           perform varying ws-adjust-idx from ws-one by ws-one
             until ws-adjust-idx > ws-adjust-count
               if (ws-adj-status(ws-adjust-idx) = "O") then
                   add ws-one          to ws-items-waiting
                   move ws-adj-image(ws-adjust-idx) to ws-image-view
                   add ws-iv-count     to ws-calls-waiting
                   add ws-iv-mins      to ws-mins-waiting
                   move ws-iv-op-num   to ws-ol-op-num
                   move ws-iv-date     to ws-ol-date
                   move ws-iv-interval to ws-ol-interval
                   move ws-iv-count    to ws-ol-count
                   move ws-iv-mins     to ws-ol-mins
                   move ws-adj-date-added(ws-adjust-idx) to
                     ws-ol-date-added
                   move ws-adj-reason(ws-adjust-idx) to ws-ol-reason
                   write print-line    from ws-open-line
               end-if
           end-perform.
           if (ws-items-waiting = ws-zero) then
               move "Nothing is waiting for a decision." to ws-msg-text
               write print-line        from ws-message-line
           end-if.
      *
      *Prints the run counts
       750-output-summary.
      *
           move "Decisions read:"      to ws-cnt-label.
           move ws-decisions-read      to ws-cnt-value.
           write print-line            from ws-count-line
           after advancing 1 line.
           move "Decisions applied:"   to ws-cnt-label.
           move ws-decisions-applied   to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Decisions rejected:"  to ws-cnt-label.
           move ws-decision-reject-count to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Items released to the open month:" to ws-cnt-label.
           move ws-items-posted        to ws-cnt-value.
           write print-line            from ws-count-line.
           move "  calls:"             to ws-cnt-label.
           move ws-calls-posted        to ws-cnt-value.
           write print-line            from ws-count-line.
           move "  talk minutes:"      to ws-cnt-label.
           move ws-mins-posted         to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Items written off:"   to ws-cnt-label.
           move ws-items-written-off   to ws-cnt-value.
           write print-line            from ws-count-line.
           move "  calls:"             to ws-cnt-label.
           move ws-calls-written-off   to ws-cnt-value.
           write print-line            from ws-count-line.
           move "  talk minutes:"      to ws-cnt-label.
           move ws-mins-written-off    to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Items awaiting decision:" to ws-cnt-label.
           move ws-items-waiting       to ws-cnt-value.
           write print-line            from ws-count-line.
           move "  calls:"             to ws-cnt-label.
           move ws-calls-waiting       to ws-cnt-value.
           write print-line            from ws-count-line.
           move "  talk minutes:"      to ws-cnt-label.
           move ws-mins-waiting        to ws-cnt-value.
           write print-line            from ws-count-line.
      *
      *Ends the run with a nonzero return code when it was refused or
      *a decision could not be applied
       910-set-return-code.
      *
           if (ws-run-refused = "Y" or
             ws-decision-reject-count > ws-zero) then
               move 8                  to return-code
           end-if.
      *
       end program A7-PeriodAdjust.
