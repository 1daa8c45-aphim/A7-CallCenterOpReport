       identification division.
       program-id. A7-ScheduleAdherence.
       author. Jacky Yuan.
       date-written. 2026-10-15.
      *Program Description:
      *    Schedule-adherence report. The schedulers give each operator
      *    a shift for a day as a start and end half-hour interval, and
      *    this program lays those shifts over the half-hour intervals
      *    the switch's daily call feed shows each operator actually
      *    handling calls in. Per operator and per team it reports the
      *    scheduled intervals with no calls handled, the calls handled
      *    outside the scheduled shift, and an adherence percentage,
      *    and it flags operators with absence recorded on the absence
      *    calendar for the month of a shift, so supervisors do not
      *    chase people who were on approved leave. Operators are
      *    mapped to their site and team through A7.dat, the same way
      *    the staffing profile maps them.
      *
       environment division.
       input-output section.
       file-control.
      *
      *Shift schedule - one record per operator per scheduled day,
      *carrying the first and last half-hour interval of the shift
           select schedule-file
               assign to '../../../../data/A7-ShiftSchedule.dat'
               organization is line sequential
               file status is ws-schedule-status.
      *
      *Daily call detail from the switch - one record per operator per
      *day per half-hour block, carrying the arrival interval
           select daily-file
               assign to '../../../../data/A7-DailyCalls.dat'
               organization is line sequential
               file status is ws-daily-status.
      *
      *Combined billing master, read only to map each operator onto
      *the site and team the report is broken down by
           select master-file
               assign to '../../../../data/A7.dat'
               organization is line sequential
               file status is ws-master-status.
      *
      *Absence calendar - one record per operator per fiscal month
      *with recorded days absent
           select absence-file
               assign to '../../../../data/A7-AbsenceCalendar.dat'
               organization is line sequential
               file status is ws-absence-status.
      *
      *Shared run parameters - only MONTH-ORDER is used here, to turn
      *a shift's calendar month into the fiscal month the absence
      *calendar is kept by
           select run-parm-file
               assign to '../../../../data/A7-RunParms.dat'
               organization is line sequential
               file status is ws-run-parm-status.
      *
      *Schedule and feed records the report could not use, with the
      *reason
           select reject-file
               assign to
                  '../../../../data/A7-ScheduleAdherence-Rejects.out'
               organization is line sequential.
      *
      *Adherence report, one block per team
           select report-file
               assign to '../../../../data/A7-ScheduleAdherence.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd schedule-file
           data record is schedule-rec.
      *
       01 schedule-rec.
         05 sched-op-num               pic x(3).
         05 sched-date                 pic 9(8).
         05 sched-date-x redefines sched-date.
           10 sched-yyyy               pic 9(4).
           10 sched-mm                 pic 99.
           10 sched-dd                 pic 99.
      *First and last half-hour interval of the shift, 00-47 from
      *midnight, both worked
         05 sched-start-int            pic 9(2).
         05 sched-end-int              pic 9(2).
      *
       fd daily-file
           data record is daily-rec.
      *
       01 daily-rec.
         05 daily-rec-op-num           pic x(3).
         05 daily-rec-date             pic 9(8).
         05 daily-rec-date-x redefines daily-rec-date.
           10 daily-rec-yyyy           pic 9(4).
           10 daily-rec-mm             pic 99.
           10 daily-rec-dd             pic 99.
         05 daily-rec-count            pic 9(3).
      *Half-hour arrival interval of the call block, 00-47 from
      *midnight
         05 daily-rec-interval         pic 9(2).
      *Talk minutes of the call block - not used by the report,
      *declared so the record parses whole
         05 daily-rec-mins             pic 9(4).
      *
       fd master-file
           data record is emp-rec.
      *
       01 emp-rec.
         05 emp-rec-num                pic x(3).
         05 emp-rec-name               pic x(12).
         05 emp-rec-team               pic x(4).
         05 emp-rec-site               pic x(1).
         05 emp-rec-calls              pic 9(3) occurs 12 times.
         05 emp-rec-mins               pic 9(5) occurs 12 times.
      *
       fd absence-file
           data record is absence-rec.
      *
       01 absence-rec.
         05 abs-op-num                  pic x(3).
         05 abs-fiscal-month            pic 9(2).
         05 abs-days                    pic 9(2).
         05 abs-reason                  pic x(3).
      *
       fd run-parm-file
           data record is run-parm-rec.
      *
       01 run-parm-rec.
         05 run-parm-keyword            pic x(12).
         05 run-parm-value              pic x(40).
      *
       fd reject-file
           data record is reject-rec.
      *
       01 reject-rec                   pic x(64).
      *
       fd report-file
           data record is print-line.
      *
       01 print-line                   pic x(132).
      *
       working-storage section.
      *
      *Reject line is built here rather than directly in the file
      *section, so the separator bytes hold their values. The source
      *says which file the rejected record came from
       01 ws-reject-line.
         05 ws-rl-source               pic x(5).
         05 filler                     pic x(1) value "|".
         05 ws-rl-op-num               pic x(3).
         05 filler                     pic x(1) value "|".
         05 ws-rl-date                 pic x(8).
         05 filler                     pic x(1) value "|".
         05 ws-rl-interval             pic x(4).
         05 ws-rl-interval-x redefines ws-rl-interval.
           10 ws-rl-start-int          pic 99.
           10 ws-rl-end-int            pic 99.
         05 filler                     pic x(1) value "|".
         05 ws-rl-reason               pic x(40).
      *
       01 ws-constants.
         05 ws-number-of-months        pic 99 value 12.
         05 ws-month-names             pic x(36) value
                               "JULAUGSEPOCTNOVDECJANFEBMARAPRMAYJUN".
         05 ws-month-literals redefines ws-month-names pic x(3) occurs
                              12 times.
      *
      *Month names in calendar order, used to turn a shift date's
      *calendar month into a name that can be found in the fiscal
      *month table, plus the scratch fields the month-order check
      *works in
       01 ws-month-check.
         05 ws-calendar-months         pic x(36) value
                               "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
         05 ws-calendar-literals redefines ws-calendar-months
                                       pic x(3) occurs 12 times.
         05 ws-supplied-months         pic x(36) value spaces.
         05 ws-supplied-literals redefines ws-supplied-months
                                       pic x(3) occurs 12 times.
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
                            '  Schedule Adherence by Team and Operator'.
         05 filler                     pic x(40) value spaces.
      *
      *Title line opening each team block
       01 ws-block-title-line.
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(6) value "Site  ".
         05 ws-bt-site-code            pic x(1) value spaces.
         05 filler                     pic x(8) value "  Team  ".
         05 ws-bt-team-code            pic x(4) value spaces.
         05 filler                     pic x(111) value spaces.
      *
       01 ws-heading-line1.
         05 filler                     pic x(40) value
                            '  Op   Name         Shifts  Scheduled   '.
         05 filler                     pic x(40) value
                            'Worked   Missed  Outside  Outside Adhere'.
         05 filler                     pic x(52) value
                            'nce  Leave'.
       01 ws-heading-line2.
         05 filler                     pic x(40) value
                            '                            Intervals   '.
         05 filler                     pic x(40) value
                            '  Ints     Ints     Ints    Calls       '.
         05 filler                     pic x(52) value
                            '  %'.
      *
      *Operator line, and the same layout reused for the team and
      *grand totals with a label in place of the operator
       01 ws-detail-line.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-label.
           10 ws-dl-op-num             pic x(3).
           10 filler                   pic x(2).
           10 ws-dl-op-name            pic x(12).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-shifts               pic zzzz9.
         05 filler                     pic x(4) value spaces.
         05 ws-dl-scheduled            pic zzzzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-worked               pic zzzzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-missed               pic zzzzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-outside-int          pic zzzzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-outside-calls        pic zzzzzz9.
         05 filler                     pic x(5) value spaces.
         05 ws-dl-adherence            pic zz9.9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-leave                pic x(5).
         05 filler                     pic x(42) value spaces.
      *
      *Shift exception section - each shift with a missed interval or
      *calls outside it, with an interval map of the day
       01 ws-exception-heading.
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(40) value
                            'Shift Exceptions  (S = scheduled, no cal'.
         05 filler                     pic x(40) value
                            'ls   W = worked   O = calls outside shif'.
         05 filler                     pic x(50) value 't)'.
      *
       01 ws-exception-col-heading.
         05 filler                     pic x(40) value
                            '  Op   Date      Shift Missed Outside  I'.
         05 filler                     pic x(40) value
                            'nterval map 00-47                       '.
         05 filler                     pic x(52) value spaces.
      *
       01 ws-exception-line.
         05 filler                     pic x(2) value spaces.
         05 ws-el-op-num               pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-el-date                 pic 9(8).
         05 filler                     pic x(2) value spaces.
         05 ws-el-start                pic 99.
         05 filler                     pic x(1) value "-".
         05 ws-el-end                  pic 99.
         05 filler                     pic x(4) value spaces.
         05 ws-el-missed               pic zz9.
         05 filler                     pic x(5) value spaces.
         05 ws-el-outside              pic zz9.
         05 filler                     pic x(2) value spaces.
         05 ws-el-map                  pic x(48).
         05 filler                     pic x(1) value spaces.
         05 ws-el-leave                pic x(5).
         05 filler                     pic x(39) value spaces.
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
      *Operators loaded once from A7.dat, each carrying its adherence
      *counts as the shifts and feed are laid over it
       01 ws-master-table.
         05 ws-master-entry occurs 1000 times.
           10 ws-master-op-num         pic x(3).
           10 ws-master-name           pic x(12).
           10 ws-master-team           pic x(4).
           10 ws-master-site           pic x(1).
           10 ws-master-seen           pic x(1).
           10 ws-master-leave          pic x(1).
           10 ws-master-shifts         pic 9(5).
           10 ws-master-scheduled      pic 9(7).
           10 ws-master-worked         pic 9(7).
           10 ws-master-outside-int    pic 9(7).
           10 ws-master-outside-calls  pic 9(7).
      *
       01 ws-master-temp               pic x(55).
      *
      *Sort keys built so team outranks operator in one compare
       01 ws-sort-key-j.
         05 ws-key-j-site              pic x(1).
         05 ws-key-j-team              pic x(4).
         05 ws-key-j-op                pic x(3).
       01 ws-sort-key-j-next.
         05 ws-key-jn-site             pic x(1).
         05 ws-key-jn-team             pic x(4).
         05 ws-key-jn-op               pic x(3).
      *
      *Scheduled shifts held in storage while the feed is laid over
      *them. Each slot of the map is "." off shift, "S" scheduled with
      *no calls yet, "W" scheduled and worked, "O" calls outside shift
       01 ws-schedule-table.
         05 ws-schedule-entry occurs 2000 times.
           10 ws-sch-op-num            pic x(3).
           10 ws-sch-date              pic 9(8).
           10 ws-sch-start             pic 99.
           10 ws-sch-end               pic 99.
           10 ws-sch-master-idx        pic 9(4).
           10 ws-sch-outside           pic 9(3).
           10 ws-sch-leave             pic x(1).
           10 ws-sch-map               pic x(48).
           10 ws-sch-slot redefines ws-sch-map
                                       pic x(1) occurs 48 times.
      *
      *Operator and date being looked up in the master and schedule
      *tables
       01 ws-search-key.
         05 ws-search-op-num           pic x(3).
         05 ws-search-date             pic 9(8).
         05 ws-search-date-x redefines ws-search-date.
           10 ws-search-yyyy           pic 9(4).
           10 ws-search-mm             pic 99.
           10 ws-search-dd             pic 99.
      *
      *Absence calendar held in storage
       01 ws-absence-table.
         05 ws-absence-entry occurs 500 times.
           10 ws-abs-op-num            pic x(3).
           10 ws-abs-month             pic 9(2).
           10 ws-abs-days              pic 9(2).
      *
      *Team and grand totals built while the report is printed
       01 ws-totals.
         05 ws-tot-entry occurs 2 times.
           10 ws-tot-shifts            pic 9(5).
           10 ws-tot-scheduled         pic 9(7).
           10 ws-tot-worked            pic 9(7).
           10 ws-tot-outside-int       pic 9(7).
           10 ws-tot-outside-calls     pic 9(7).
           10 ws-tot-leave             pic 9(5).
      *
       01 ws-calc-fields.
         05 ws-calc-scheduled          pic 9(7) value 0.
         05 ws-calc-worked             pic 9(7) value 0.
         05 ws-calc-adherence          pic 9(3)v9 value 0.
      *
      *Constants
       77 ws-zero                      pic 9 value 0.
       77 ws-one                       pic 9 value 1.
       77 ws-file-empty                pic x value "e".
       77 ws-schedule-status           pic xx value "00".
       77 ws-daily-status              pic xx value "00".
       77 ws-master-status             pic xx value "00".
       77 ws-absence-status            pic xx value "00".
       77 ws-run-parm-status           pic xx value "00".
       77 ws-schedule-eof-flag         pic x value "N".
       77 ws-daily-eof-flag            pic x value "N".
       77 ws-master-eof-flag           pic x value "N".
       77 ws-absence-eof-flag          pic x value "N".
       77 ws-run-parm-eof-flag         pic x value "N".
       77 ws-month-order-good          pic x value "Y".
       77 ws-month-found               pic x value "N".
       77 ws-month-check-idx           pic 99 value 0.
       77 ws-month-check-jdx           pic 99 value 0.
       77 ws-sub                       pic 99 value 0.
       77 ws-fiscal-month              pic 99 value 0.
       77 ws-bucket-month-name         pic x(3) value spaces.
       77 ws-master-count              pic 9(4) value 0.
       77 ws-master-idx                pic 9(4) value 0.
       77 ws-master-found              pic x value "N".
       77 ws-master-table-full         pic x value "N".
       77 ws-master-i                  pic 9(4) value 0.
       77 ws-master-j                  pic 9(4) value 0.
       77 ws-master-j-next             pic 9(4) value 0.
       77 ws-schedule-count            pic 9(4) value 0.
       77 ws-schedule-idx              pic 9(4) value 0.
       77 ws-schedule-found            pic x value "N".
       77 ws-schedule-table-full       pic x value "N".
       77 ws-absence-count             pic 9(3) value 0.
       77 ws-absence-idx               pic 9(3) value 0.
       77 ws-absence-table-full        pic x value "N".
       77 ws-slot-idx                  pic 99 value 0.
       77 ws-shift-missed              pic 9(3) value 0.
       77 ws-record-valid              pic x value "Y".
       77 ws-run-refused               pic x value "N".
       77 ws-hold-site                 pic x(1) value spaces.
       77 ws-hold-team                 pic x(4) value spaces.
       77 ws-team-open                 pic x value "N".
       77 ws-tot-idx                   pic 9 value 0.
       77 ws-leave-edit                pic zzzz9 value zero.
       77 ws-exceptions-count          pic 9(5) value 0.
       77 ws-schedule-read-count       pic 9(5) value 0.
       77 ws-schedule-reject-count     pic 9(5) value 0.
       77 ws-daily-read-count          pic 9(5) value 0.
       77 ws-daily-used-count          pic 9(5) value 0.
       77 ws-daily-reject-count        pic 9(5) value 0.
      *
       procedure division.
       000-Main.
      *
           open output reject-file.
           open output report-file.
           perform 115-load-run-parameters.
           perform 120-load-master-table.
           if (ws-run-refused = "N") then
               perform 130-load-absence-calendar
               perform 200-load-schedule
           end-if.
           if (ws-run-refused = "N") then
               open input daily-file
               if (ws-daily-status not = "00") then
                   move "Y"            to ws-run-refused
                   move "NO DAILY FEED FILE - NOTHING TO COMPARE" to
                     ws-msg-text
               end-if
           end-if.
           write print-line            from ws-name-line.
           write print-line            from ws-report-heading.
           if (ws-run-refused = "N") then
               perform 300-read-daily-file
               perform 400-apply-feed-record
                 until ws-daily-eof-flag = ws-file-empty
               close daily-file
               perform 500-score-shifts
               perform 550-sort-master-table
               perform 600-output-adherence
               perform 650-output-exceptions
               perform 700-output-summary
           else
               write print-line        from ws-message-line
               after advancing 1 line
           end-if.
           close reject-file.
           close report-file.
           stop run.
      *
      *Reads the shared run parameters for the fiscal month order the
      *absence calendar is kept by
       115-load-run-parameters.
      *
           open input run-parm-file.
           if (ws-run-parm-status = "00") then
               perform 116-read-run-parm
               perform 117-apply-run-parm
                 until ws-run-parm-eof-flag = ws-file-empty
               close run-parm-file
           end-if.
      *
       116-read-run-parm.
      *
           read run-parm-file
               at end
                   move ws-file-empty  to ws-run-parm-eof-flag.
      *
       117-apply-run-parm.
      *
           if (run-parm-keyword = "MONTH-ORDER") then
               perform 118-validate-month-order
               if (ws-month-order-good = "Y") then
                   move ws-supplied-months to ws-month-names
               end-if
           end-if.
           perform 116-read-run-parm.
      *
      *Accepts a supplied fiscal month order only when every one of
      *the twelve canonical month names appears in it exactly once
       118-validate-month-order.
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
      *Reads A7.dat once into a table so each operator can be mapped
      *to a site and team. No master means no way to place anyone -
      *the run is refused
       120-load-master-table.
      *
           open input master-file.
           if (ws-master-status = "00") then
               perform 121-read-master-record
               perform 122-store-master-record
                 until ws-master-eof-flag = ws-file-empty
               close master-file
           else
               move "Y"                to ws-run-refused
               move "NO A7.DAT MASTER - RUN REFUSED" to ws-msg-text
           end-if.
      *
       121-read-master-record.
      *
           read master-file
               at end
                   move ws-file-empty  to ws-master-eof-flag.
      *
       122-store-master-record.
      *
           if (ws-master-count < 1000) then
               add ws-one              to ws-master-count
               move emp-rec-num        to
                 ws-master-op-num(ws-master-count)
               move emp-rec-name       to
                 ws-master-name(ws-master-count)
               move emp-rec-team       to
                 ws-master-team(ws-master-count)
               move emp-rec-site       to
                 ws-master-site(ws-master-count)
               move "N"                to
                 ws-master-seen(ws-master-count)
               move "N"                to
                 ws-master-leave(ws-master-count)
               move ws-zero            to
                 ws-master-shifts(ws-master-count)
               move ws-zero            to
                 ws-master-scheduled(ws-master-count)
               move ws-zero            to
                 ws-master-worked(ws-master-count)
               move ws-zero            to
                 ws-master-outside-int(ws-master-count)
               move ws-zero            to
                 ws-master-outside-calls(ws-master-count)
           else
               move "Y"                to ws-master-table-full
           end-if.
           perform 121-read-master-record.
      *
      *Reads the absence calendar once into a table. A site with no
      *calendar simply flags nobody as on leave
       130-load-absence-calendar.
      *
           open input absence-file.
           if (ws-absence-status = "00") then
               perform 131-read-absence-record
               perform 132-store-absence-record
                 until ws-absence-eof-flag = ws-file-empty
               close absence-file
           end-if.
      *
       131-read-absence-record.
      *
           read absence-file
               at end
                   move ws-file-empty  to ws-absence-eof-flag.
      *
       132-store-absence-record.
      *
           if (abs-op-num is numeric and
             abs-fiscal-month is numeric and
             abs-fiscal-month > ws-zero and
             abs-fiscal-month < 13 and
             abs-days is numeric and
             abs-days > ws-zero) then
               if (ws-absence-count < 500) then
                   add ws-one          to ws-absence-count
                   move abs-op-num     to
                     ws-abs-op-num(ws-absence-count)
                   move abs-fiscal-month to
                     ws-abs-month(ws-absence-count)
                   move abs-days       to
                     ws-abs-days(ws-absence-count)
               else
                   move "Y"            to ws-absence-table-full
               end-if
           end-if.
           perform 131-read-absence-record.
      *
      *Loads the shift schedule into a table, one entry per operator
      *per day, with every interval of the shift marked scheduled.
      *No schedule means nothing to measure adherence against - the
      *run is refused
       200-load-schedule.
      *
           open input schedule-file.
           if (ws-schedule-status not = "00") then
               move "Y"                to ws-run-refused
               move "NO SHIFT SCHEDULE FILE - RUN REFUSED" to
                 ws-msg-text
           else
               perform 210-read-schedule-record
               perform 220-store-schedule-record
                 until ws-schedule-eof-flag = ws-file-empty
               close schedule-file
           end-if.
      *
       210-read-schedule-record.
      *
           read schedule-file
               at end
                   move ws-file-empty  to ws-schedule-eof-flag.
      *
       220-store-schedule-record.
      *
           add ws-one                  to ws-schedule-read-count.
           perform 230-validate-schedule-record.
           if (ws-record-valid = "Y") then
               if (ws-schedule-count < 2000) then
                   add ws-one          to ws-schedule-count
                   move ws-schedule-count to ws-schedule-idx
                   move sched-op-num   to ws-sch-op-num(ws-schedule-idx)
                   move sched-date     to ws-sch-date(ws-schedule-idx)
                   move sched-start-int to ws-sch-start(ws-schedule-idx)
                   move sched-end-int  to ws-sch-end(ws-schedule-idx)
                   move ws-master-idx  to
                     ws-sch-master-idx(ws-schedule-idx)
                   move ws-zero        to
                     ws-sch-outside(ws-schedule-idx)
                   move "N"            to ws-sch-leave(ws-schedule-idx)
                   move all "."        to ws-sch-map(ws-schedule-idx)
                   perform varying ws-slot-idx from sched-start-int
                     by ws-one until ws-slot-idx > sched-end-int
                       move "S"        to
                         ws-sch-slot(ws-schedule-idx, ws-slot-idx + 1)
                   end-perform
               else
                   move "Y"            to ws-schedule-table-full
               end-if
           end-if.
           perform 210-read-schedule-record.
      *
      *Checks a shift for a bad operator number, an unusable date,
      *intervals outside 00-47 or ending before they start, an
      *operator not on the master, or a second shift for the same
      *operator and day
       230-validate-schedule-record.
      *
           move "Y"                    to ws-record-valid.
           move spaces                 to ws-rl-reason.
           if (sched-op-num is not numeric) then
               move "N"                to ws-record-valid
               move "OPERATOR NUMBER IS NOT NUMERIC" to ws-rl-reason
           end-if.
           if (ws-record-valid = "Y" and
             sched-date is not numeric) then
               move "N"                to ws-record-valid
               move "SHIFT DATE IS NOT NUMERIC" to ws-rl-reason
           end-if.
           if (ws-record-valid = "Y" and
             (sched-mm < 01 or sched-mm > 12 or
              sched-dd < 01 or sched-dd > 31)) then
               move "N"                to ws-record-valid
               move "SHIFT DATE IS NOT A CALENDAR DATE" to
                 ws-rl-reason
           end-if.
           if (ws-record-valid = "Y" and
             (sched-start-int is not numeric or
              sched-end-int is not numeric or
              sched-start-int > 47 or sched-end-int > 47)) then
               move "N"                to ws-record-valid
               move "SHIFT INTERVALS ARE NOT 00-47" to ws-rl-reason
           end-if.
           if (ws-record-valid = "Y" and
             sched-end-int < sched-start-int) then
               move "N"                to ws-record-valid
               move "SHIFT ENDS BEFORE IT STARTS" to ws-rl-reason
           end-if.
           if (ws-record-valid = "Y") then
               move sched-op-num       to ws-search-op-num
               perform 420-search-master
               if (ws-master-found = "N") then
                   move "N"            to ws-record-valid
                   move "OPERATOR NOT ON A7 MASTER FILE" to
                     ws-rl-reason
               end-if
           end-if.
           if (ws-record-valid = "Y") then
               move sched-date         to ws-search-date
               perform 430-find-shift
               if (ws-schedule-found = "Y") then
                   move "N"            to ws-record-valid
                   move "SECOND SHIFT FOR OPERATOR AND DATE" to
                     ws-rl-reason
               end-if
           end-if.
           if (ws-record-valid = "N") then
               add ws-one              to ws-schedule-reject-count
               move "SCHED"            to ws-rl-source
               move sched-op-num       to ws-rl-op-num
               move sched-date         to ws-rl-date
               move spaces             to ws-rl-interval
               move sched-start-int    to ws-rl-start-int
               move sched-end-int      to ws-rl-end-int
               write reject-rec        from ws-reject-line
           end-if.
      *
      *Reads through the daily feed file
       300-read-daily-file.
      *
           read daily-file
               at end
                   move ws-file-empty  to ws-daily-eof-flag.
      *
      *Lays one feed call block over the operator's shift for that
      *day - inside the shift it marks the interval worked, outside
      *the shift, or on a day with no shift at all, it counts as
      *calls handled outside the schedule
       400-apply-feed-record.
      *
           add ws-one                  to ws-daily-read-count.
           perform 410-validate-feed-record.
           if (ws-record-valid = "Y" and daily-rec-count > ws-zero)
             then
               add ws-one              to ws-daily-used-count
               move "Y"                to ws-master-seen(ws-master-idx)
               perform 430-find-shift
               if (ws-schedule-found = "Y" and
                 daily-rec-interval >= ws-sch-start(ws-schedule-idx)
                 and
                 daily-rec-interval <= ws-sch-end(ws-schedule-idx))
                 then
                   move "W"            to
                     ws-sch-slot(ws-schedule-idx,
                                 daily-rec-interval + 1)
               else
                   add ws-one          to
                     ws-master-outside-int(ws-master-idx)
                   add daily-rec-count to
                     ws-master-outside-calls(ws-master-idx)
                   if (ws-schedule-found = "Y") then
                       move "O"        to
                         ws-sch-slot(ws-schedule-idx,
                                     daily-rec-interval + 1)
                       add ws-one      to
                         ws-sch-outside(ws-schedule-idx)
                   end-if
               end-if
           end-if.
           perform 300-read-daily-file.
      *
      *Checks the feed record the same way the staffing profile does
      *and writes what cannot be used to the reject file
       410-validate-feed-record.
      *
           move "Y"                    to ws-record-valid.
           move spaces                 to ws-rl-reason.
           if (daily-rec-op-num is not numeric) then
               move "N"                to ws-record-valid
               move "OPERATOR NUMBER IS NOT NUMERIC" to ws-rl-reason
           end-if.
           if (ws-record-valid = "Y" and
             daily-rec-date is not numeric) then
               move "N"                to ws-record-valid
               move "CALL DATE IS NOT NUMERIC" to ws-rl-reason
           end-if.
           if (ws-record-valid = "Y" and
             (daily-rec-mm < 01 or daily-rec-mm > 12 or
              daily-rec-dd < 01 or daily-rec-dd > 31)) then
               move "N"                to ws-record-valid
               move "CALL DATE IS NOT A CALENDAR DATE" to ws-rl-reason
           end-if.
           if (ws-record-valid = "Y" and
             (daily-rec-interval is not numeric or
              daily-rec-interval > 47)) then
               move "N"                to ws-record-valid
               move "ARRIVAL INTERVAL IS NOT 00-47" to ws-rl-reason
           end-if.
           if (ws-record-valid = "Y" and
             daily-rec-count is not numeric) then
               move "N"                to ws-record-valid
               move "CALL COUNT IS NOT NUMERIC" to ws-rl-reason
           end-if.
           if (ws-record-valid = "Y") then
               move daily-rec-op-num   to ws-search-op-num
               move daily-rec-date     to ws-search-date
               perform 420-search-master
               if (ws-master-found = "N") then
                   move "N"            to ws-record-valid
                   move "OPERATOR NOT ON A7 MASTER FILE" to
                     ws-rl-reason
               end-if
           end-if.
           if (ws-record-valid = "N") then
               add ws-one              to ws-daily-reject-count
               move "FEED "            to ws-rl-source
               move daily-rec-op-num   to ws-rl-op-num
               move daily-rec-date     to ws-rl-date
               move daily-rec-interval to ws-rl-interval
               write reject-rec        from ws-reject-line
           end-if.
      *
      *Searches the master table for the operator number currently in
      *ws-search-op-num
       420-search-master.
      *
           move "N"                    to ws-master-found.
           move ws-zero                to ws-master-idx.
           perform 421-search-master-entry
             until (ws-master-found = "Y") or
                   (ws-master-idx >= ws-master-count).
      *
       421-search-master-entry.
      *
           add ws-one                  to ws-master-idx.
           if (ws-master-op-num(ws-master-idx) = ws-search-op-num) then
               move "Y"                to ws-master-found
           end-if.
      *
      *Finds the shift for the operator and date currently in the
      *search key
       430-find-shift.
      *
           move "N"                    to ws-schedule-found.
           move ws-zero                to ws-schedule-idx.
           perform 431-search-shift-entry
             until (ws-schedule-found = "Y") or
                   (ws-schedule-idx >= ws-schedule-count).
      *
       431-search-shift-entry.
      *
           add ws-one                  to ws-schedule-idx.
           if (ws-sch-op-num(ws-schedule-idx) = ws-search-op-num and
             ws-sch-date(ws-schedule-idx) = ws-search-date) then
               move "Y"                to ws-schedule-found
           end-if.
      *
      *Scores every shift once the feed has been laid over them - the
      *scheduled and worked interval counts go to the operator, and
      *an absence recorded for the shift's fiscal month flags both
      *the shift and the operator as on leave
       500-score-shifts.
      *
           perform 510-score-one-shift
             varying ws-schedule-idx from ws-one by ws-one
             until ws-schedule-idx > ws-schedule-count.
      *
       510-score-one-shift.
      *
           move ws-sch-master-idx(ws-schedule-idx) to ws-master-idx.
           move "Y"                    to ws-master-seen(ws-master-idx).
           add ws-one                  to
             ws-master-shifts(ws-master-idx).
           compute ws-calc-scheduled =
             ws-sch-end(ws-schedule-idx) -
             ws-sch-start(ws-schedule-idx) + 1.
           add ws-calc-scheduled       to
             ws-master-scheduled(ws-master-idx).
           move ws-zero                to ws-calc-worked.
           perform varying ws-slot-idx from ws-one by ws-one
             until ws-slot-idx > 48
               if (ws-sch-slot(ws-schedule-idx, ws-slot-idx) = "W")
                 then
                   add ws-one          to ws-calc-worked
               end-if
           end-perform.
           add ws-calc-worked          to
             ws-master-worked(ws-master-idx).
           move ws-sch-date(ws-schedule-idx) to ws-search-date.
           perform 520-derive-fiscal-month.
           perform varying ws-absence-idx from ws-one by ws-one
             until ws-absence-idx > ws-absence-count
               if (ws-abs-op-num(ws-absence-idx) =
                     ws-sch-op-num(ws-schedule-idx) and
                   ws-abs-month(ws-absence-idx) = ws-fiscal-month) then
                   move "Y"            to ws-sch-leave(ws-schedule-idx)
                   move "Y"            to
                     ws-master-leave(ws-master-idx)
               end-if
           end-perform.
      *
      *Maps the calendar month of the shift date onto its fiscal
      *month number in the order ws-month-literals carries, the same
      *way the daily posting finds a call date's bucket
       520-derive-fiscal-month.
      *
           move ws-calendar-literals(ws-search-mm) to
             ws-bucket-month-name.
           move ws-zero                to ws-fiscal-month.
           perform varying ws-sub      from ws-one by ws-one
             until ws-sub > ws-number-of-months
               if (ws-month-literals(ws-sub) = ws-bucket-month-name)
                 then
                   move ws-sub         to ws-fiscal-month
               end-if
           end-perform.
      *
      *Sorts the operator table into site, team, and operator order
      *with the same adjacent-swap approach the staffing profile uses
       550-sort-master-table.
      *
           perform varying ws-master-i from ws-one by ws-one
             until ws-master-i > ws-master-count
               perform varying ws-master-j from ws-one by ws-one
                 until ws-master-j > (ws-master-count - ws-master-i)
                   add ws-one          to ws-master-j
                     giving ws-master-j-next
                   move ws-master-site(ws-master-j) to ws-key-j-site
                   move ws-master-team(ws-master-j) to ws-key-j-team
                   move ws-master-op-num(ws-master-j) to ws-key-j-op
                   move ws-master-site(ws-master-j-next) to
                     ws-key-jn-site
                   move ws-master-team(ws-master-j-next) to
                     ws-key-jn-team
                   move ws-master-op-num(ws-master-j-next) to
                     ws-key-jn-op
                   if (ws-sort-key-j > ws-sort-key-j-next) then
                       perform 560-swap-master-entries
                   end-if
               end-perform
           end-perform.
      *
      *Swaps the two adjacent operator entries found out of order
       560-swap-master-entries.
      *
           move ws-master-entry(ws-master-j) to ws-master-temp.
           move ws-master-entry(ws-master-j-next) to
             ws-master-entry(ws-master-j).
           move ws-master-temp         to
             ws-master-entry(ws-master-j-next).
      *
      *Prints one block per site and team with a line for every
      *operator who was scheduled or handled calls, a team total, and
      *the grand total
       600-output-adherence.
      *
           move ws-one                 to ws-tot-idx.
           perform 640-clear-totals.
           move 2                      to ws-tot-idx.
           perform 640-clear-totals.
           perform 610-write-one-operator
             varying ws-master-idx from ws-one by ws-one
             until ws-master-idx > ws-master-count.
           if (ws-team-open = "Y") then
               perform 620-write-team-total
           end-if.
           move spaces                 to ws-dl-label.
           move "GRAND TOTAL"          to ws-dl-label.
           move 2                      to ws-tot-idx.
           perform 630-write-total-line.
      *
       610-write-one-operator.
      *
           if (ws-master-seen(ws-master-idx) = "Y") then
               if (ws-team-open = "Y" and
                 (ws-master-site(ws-master-idx) not = ws-hold-site or
                  ws-master-team(ws-master-idx) not = ws-hold-team))
                 then
                   perform 620-write-team-total
               end-if
               if (ws-team-open = "N") then
                   move ws-master-site(ws-master-idx) to ws-hold-site
                   move ws-master-team(ws-master-idx) to ws-hold-team
                   move ws-hold-site   to ws-bt-site-code
                   move ws-hold-team   to ws-bt-team-code
                   write print-line    from ws-block-title-line
                   after advancing 2 lines
                   write print-line    from ws-heading-line1
                   write print-line    from ws-heading-line2
                   move "Y"            to ws-team-open
               end-if
               move spaces             to ws-dl-label
               move ws-master-op-num(ws-master-idx) to ws-dl-op-num
               move ws-master-name(ws-master-idx) to ws-dl-op-name
               move ws-master-shifts(ws-master-idx) to ws-dl-shifts
               move ws-master-scheduled(ws-master-idx) to
                 ws-calc-scheduled
               move ws-master-worked(ws-master-idx) to ws-calc-worked
               move ws-master-outside-int(ws-master-idx) to
                 ws-dl-outside-int
               move ws-master-outside-calls(ws-master-idx) to
                 ws-dl-outside-calls
               if (ws-master-leave(ws-master-idx) = "Y") then
                   move "LEAVE"        to ws-dl-leave
               else
                   move spaces         to ws-dl-leave
               end-if
               perform 635-fill-adherence-figures
               write print-line        from ws-detail-line
               add ws-master-shifts(ws-master-idx) to
                 ws-tot-shifts(1)
               add ws-master-scheduled(ws-master-idx) to
                 ws-tot-scheduled(1)
               add ws-master-worked(ws-master-idx) to
                 ws-tot-worked(1)
               add ws-master-outside-int(ws-master-idx) to
                 ws-tot-outside-int(1)
               add ws-master-outside-calls(ws-master-idx) to
                 ws-tot-outside-calls(1)
               if (ws-master-leave(ws-master-idx) = "Y") then
                   add ws-one          to ws-tot-leave(1)
               end-if
           end-if.
      *
      *Prints the team total, rolls it into the grand total, and
      *clears it for the next team
       620-write-team-total.
      *
           move spaces                 to ws-dl-label.
           string "TEAM " ws-hold-team " TOTAL" delimited by size
             into ws-dl-label
           end-string.
           move ws-one                 to ws-tot-idx.
           perform 630-write-total-line.
           add ws-tot-shifts(1)        to ws-tot-shifts(2).
           add ws-tot-scheduled(1)     to ws-tot-scheduled(2).
           add ws-tot-worked(1)        to ws-tot-worked(2).
           add ws-tot-outside-int(1)   to ws-tot-outside-int(2).
           add ws-tot-outside-calls(1) to ws-tot-outside-calls(2).
           add ws-tot-leave(1)         to ws-tot-leave(2).
           perform 640-clear-totals.
           move "N"                    to ws-team-open.
      *
      *Prints the totals at level ws-tot-idx under the label already
      *placed in ws-dl-label - the leave column carries the number of
      *operators flagged on leave
       630-write-total-line.
      *
           move ws-tot-shifts(ws-tot-idx) to ws-dl-shifts.
           move ws-tot-scheduled(ws-tot-idx) to ws-calc-scheduled.
           move ws-tot-worked(ws-tot-idx) to ws-calc-worked.
           move ws-tot-outside-int(ws-tot-idx) to ws-dl-outside-int.
           move ws-tot-outside-calls(ws-tot-idx) to
             ws-dl-outside-calls.
           move ws-tot-leave(ws-tot-idx) to ws-leave-edit.
           move ws-leave-edit          to ws-dl-leave.
           perform 635-fill-adherence-figures.
           write print-line            from ws-detail-line
           after advancing 1 line.
      *
      *Fills the scheduled, worked, and missed columns and works out
      *adherence as the share of scheduled intervals with calls
      *handled. An operator with no scheduled intervals shows zero
       635-fill-adherence-figures.
      *
           move ws-calc-scheduled      to ws-dl-scheduled.
           move ws-calc-worked         to ws-dl-worked.
           compute ws-dl-missed = ws-calc-scheduled - ws-calc-worked.
           if (ws-calc-scheduled > ws-zero) then
               compute ws-calc-adherence rounded =
                 ws-calc-worked * 100 / ws-calc-scheduled
           else
               move ws-zero            to ws-calc-adherence
           end-if.
           move ws-calc-adherence      to ws-dl-adherence.
      *
       640-clear-totals.
      *
           move ws-zero                to ws-tot-shifts(ws-tot-idx).
           move ws-zero                to ws-tot-scheduled(ws-tot-idx).
           move ws-zero                to ws-tot-worked(ws-tot-idx).
           move ws-zero                to
             ws-tot-outside-int(ws-tot-idx).
           move ws-zero                to
             ws-tot-outside-calls(ws-tot-idx).
           move ws-zero                to ws-tot-leave(ws-tot-idx).
      *
      *Lists every shift with an interval missed or calls outside it,
      *with the day's interval map, so a supervisor can see exactly
      *which half-hours were off schedule
       650-output-exceptions.
      *
           write print-line            from ws-exception-heading
           after advancing 2 lines.
           write print-line            from ws-exception-col-heading.
           perform 660-write-one-exception
             varying ws-schedule-idx from ws-one by ws-one
             until ws-schedule-idx > ws-schedule-count.
      *
       660-write-one-exception.
      *
           move ws-zero                to ws-shift-missed.
           perform varying ws-slot-idx from ws-one by ws-one
             until ws-slot-idx > 48
               if (ws-sch-slot(ws-schedule-idx, ws-slot-idx) = "S")
                 then
                   add ws-one          to ws-shift-missed
               end-if
           end-perform.
           if (ws-shift-missed > ws-zero or
             ws-sch-outside(ws-schedule-idx) > ws-zero) then
               add ws-one              to ws-exceptions-count
               move ws-sch-op-num(ws-schedule-idx) to ws-el-op-num
               move ws-sch-date(ws-schedule-idx) to ws-el-date
               move ws-sch-start(ws-schedule-idx) to ws-el-start
               move ws-sch-end(ws-schedule-idx) to ws-el-end
               move ws-shift-missed    to ws-el-missed
               move ws-sch-outside(ws-schedule-idx) to ws-el-outside
               move ws-sch-map(ws-schedule-idx) to ws-el-map
               if (ws-sch-leave(ws-schedule-idx) = "Y") then
                   move "LEAVE"        to ws-el-leave
               else
                   move spaces         to ws-el-leave
               end-if
               write print-line        from ws-exception-line
           end-if.
      *
      *Outputs the summary lines of the program
       700-output-summary.
      *
           move "Shift records read:"  to ws-cnt-label.
           move ws-schedule-read-count to ws-cnt-value.
           write print-line            from ws-count-line
           after advancing 2 lines.
           move "Shift records rejected:" to ws-cnt-label.
           move ws-schedule-reject-count to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Feed records read:"   to ws-cnt-label.
           move ws-daily-read-count    to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Feed records compared:" to ws-cnt-label.
           move ws-daily-used-count    to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Feed records rejected:" to ws-cnt-label.
           move ws-daily-reject-count  to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Shifts with exceptions:" to ws-cnt-label.
           move ws-exceptions-count    to ws-cnt-value.
           write print-line            from ws-count-line.
           if (ws-master-table-full = "Y") then
               move
                 "*** MASTER TABLE FULL - SOME OPERATORS UNPLACED ***"
                 to ws-msg-text
               write print-line        from ws-message-line
           end-if.
           if (ws-schedule-table-full = "Y") then
               move
                 "*** SCHEDULE TABLE FULL - SOME SHIFTS NOT SCORED ***"
                 to ws-msg-text
               write print-line        from ws-message-line
           end-if.
           if (ws-absence-table-full = "Y") then
               move
                 "*** ABSENCE TABLE FULL - SOME LEAVE NOT FLAGGED ***"
                 to ws-msg-text
               write print-line        from ws-message-line
           end-if.
      *
       end program A7-ScheduleAdherence.
