       identification division.
       program-id. A7-MonthClose.
       author. Jacky Yuan.
       date-written. 2026-10-15.
      *Program Description:
      *    Closes one fiscal month of the current fiscal year once it
      *    has been reported and billed. The month and the user
      *    closing it are read from the month-close parameter file,
      *    and the close is recorded with the date, time, and user on
      *    the period-status file. From then on the daily posting
      *    refuses detail dated in that month and sends it to the
      *    prior-period adjustment file instead, and the operator
      *    report, billing extract, and quota generator show it as
      *    closed on their headings. Months close in fiscal order,
      *    only once they have ended, and are never reopened here.
      *    A run in the first month of a fiscal year closes the months
      *    of the year just ended that are still open instead - its
      *    last month cannot be closed until that year is over.
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
      *Month-close parameters - the fiscal month to close and the
      *user closing it
           select close-parm-file
               assign to '../../../../data/A7-MonthCloseParms.dat'
               organization is line sequential
               file status is ws-close-parm-status.
      *
      *Period-status file - one record per fiscal month closed
           select period-status-file
               assign to '../../../../data/A7-PeriodStatus.dat'
               organization is line sequential
               file status is ws-period-status.
      *
      *Month-close report - what was closed, and where the year stands
           select report-file
               assign to '../../../../data/A7-MonthClose.out'
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
       fd close-parm-file
           data record is close-parm-rec.
      *
       01 close-parm-rec.
         05 close-parm-month           pic x(3).
         05 close-parm-user            pic x(8).
      *
       fd period-status-file
           data record is period-rec.
      *
      *The calendar month closed, the fiscal year it belongs to by
      *its first calendar month, and its place in that year
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
      *C closed
         05 ps-status                  pic x(1).
         05 ps-closed-date             pic 9(8).
         05 ps-closed-time             pic 9(6).
         05 ps-closed-user             pic x(8).
      *
       fd report-file
           data record is print-line.
      *
       01 print-line                   pic x(132).
      *
       working-storage section.
      *
      *Run date and time stamped onto the close. Months are counted
      *as year * 12 + calendar month - 1 so that moving across a
      *year end is plain arithmetic
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
         05 ws-run-month-num           pic 9(6) value 0.
         05 ws-fy-start-num            pic 9(6) value 0.
         05 ws-close-fy-num            pic 9(6) value 0.
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
      *The months of the fiscal year being closed, in fiscal order,
      *with how each stands on the period-status file
       01 ws-year-table.
         05 ws-year-entry occurs 12 times.
           10 ws-yr-period             pic 9(6).
           10 ws-yr-period-x redefines ws-yr-period.
             15 ws-yr-yyyy             pic 9(4).
             15 ws-yr-mm               pic 99.
           10 ws-yr-closed             pic x(1).
           10 ws-yr-closed-date        pic 9(8).
           10 ws-yr-closed-user        pic x(8).
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
                            '  Fiscal Month Close'.
         05 filler                     pic x(40) value spaces.
      *
       01 ws-closed-now-line.
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(14) value
                                       "Month closed: ".
         05 ws-cn-month                pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-cn-period               pic 9(6).
         05 filler                     pic x(4) value " by ".
         05 ws-cn-user                 pic x(8).
         05 filler                     pic x(4) value " on ".
         05 ws-cn-date                 pic 9(8).
         05 filler                     pic x(1) value spaces.
         05 ws-cn-time                 pic 9(6).
         05 filler                     pic x(73) value spaces.
      *
       01 ws-section-line.
         05 filler                     pic x(2) value spaces.
         05 ws-sect-title              pic x(50) value spaces.
         05 filler                     pic x(80) value spaces.
      *
       01 ws-year-heading.
         05 filler                     pic x(40) value
                            '  Mon  Period  Status  Closed    By     '.
         05 filler                     pic x(40) value spaces.
         05 filler                     pic x(52) value spaces.
      *
      *One line per fiscal month of the current year
       01 ws-year-line.
         05 filler                     pic x(2) value spaces.
         05 ws-yl-month                pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-yl-period               pic 9(6).
         05 filler                     pic x(2) value spaces.
         05 ws-yl-status               pic x(6).
         05 filler                     pic x(2) value spaces.
         05 ws-yl-closed-date          pic 9(8).
         05 ws-yl-closed-date-x redefines ws-yl-closed-date pic x(8).
         05 filler                     pic x(2) value spaces.
         05 ws-yl-closed-user          pic x(8).
         05 filler                     pic x(91) value spaces.
      *
       01 ws-message-line.
         05 filler                     pic x(3) value spaces.
         05 ws-msg-text                pic x(60) value spaces.
         05 filler                     pic x(69) value spaces.
      *
      *Calculation variables
       01 ws-calc.
         05 ws-period-num              pic 9(6) value 0.
         05 ws-period-yyyy             pic 9(4) value 0.
         05 ws-period-mm0              pic 99 value 0.
      *
      *Constants
       77 ws-zero                      pic 9 value 0.
       77 ws-one                       pic 9 value 1.
       77 ws-sub                       pic 99 value 1.
       77 ws-file-empty                pic x value "e".
       77 ws-run-parm-status           pic xx value "00".
       77 ws-close-parm-status         pic xx value "00".
       77 ws-period-status             pic xx value "00".
       77 ws-run-parm-eof-flag         pic x value "N".
       77 ws-period-eof-flag           pic x value "N".
       77 ws-month-check-idx           pic 99 value 0.
       77 ws-month-check-jdx           pic 99 value 0.
       77 ws-month-found               pic x value "N".
       77 ws-month-order-good          pic x value "Y".
       77 ws-close-bucket              pic 99 value 0.
       77 ws-close-user                pic x(8) value spaces.
       77 ws-run-refused               pic x value "N".
       77 ws-close-prior-year          pic x value "N".
      *
       procedure division.
       000-Main.
      *
           accept ws-run-date          from date yyyymmdd.
           accept ws-run-time-raw      from time.
           open output report-file.
           write print-line            from ws-name-line.
           write print-line            from ws-report-heading.
           perform 100-load-run-parameters.
           perform 110-set-fiscal-year.
           perform 120-load-period-status.
           perform 130-load-close-parameters.
           if (ws-run-refused = "N") then
               perform 140-check-close
           end-if.
           if (ws-run-refused = "N") then
               perform 200-record-close
               move ws-month-literals(ws-close-bucket) to ws-cn-month
               move ws-yr-period(ws-close-bucket) to ws-cn-period
               move ws-close-user      to ws-cn-user
               move ws-run-date        to ws-cn-date
               move ws-run-hhmmss      to ws-cn-time
               write print-line        from ws-closed-now-line
               after advancing 1 line
           else
               write print-line        from ws-message-line
               after advancing 1 line
           end-if.
           perform 700-output-year.
           close report-file.
           perform 910-set-return-code.
           stop run.
      *
      *Reads the fiscal month order from the shared run-parameter
      *file, keeping the July-June default for anything missing or
      *invalid - months must be closed by the posting's own order
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
      *Finds the fiscal month the run date falls in and the calendar
      *month the fiscal year began, and lays out the calendar month
      *each fiscal month of the year being closed stands for. In the
      *first fiscal month no month of the new year has ended, so the
      *year being closed is the one just ended - the only run that
      *can close its last month
       110-set-fiscal-year.
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
           compute ws-fy-start-num =
             ws-run-month-num - ws-run-bucket + 1.
           move ws-fy-start-num        to ws-close-fy-num.
           if (ws-run-bucket = ws-one) then
               move "Y"                to ws-close-prior-year
               compute ws-close-fy-num =
                 ws-fy-start-num - ws-number-of-months
           end-if.
           perform varying ws-sub      from ws-one by ws-one
             until ws-sub > ws-number-of-months
               compute ws-period-num = ws-close-fy-num + ws-sub - 1
               divide ws-period-num by 12 giving ws-period-yyyy
                 remainder ws-period-mm0
               move ws-period-yyyy     to ws-yr-yyyy(ws-sub)
               compute ws-yr-mm(ws-sub) = ws-period-mm0 + 1
               move "N"                to ws-yr-closed(ws-sub)
               move ws-zero            to ws-yr-closed-date(ws-sub)
               move spaces             to ws-yr-closed-user(ws-sub)
           end-perform.
      *
      *Marks the months of the year being closed already closed.
      *Closes from other years are left on the file as their record
       120-load-period-status.
      *
           open input period-status-file.
           if (ws-period-status = "00") then
               perform 121-read-period-record
               perform 122-note-closed-month
                 until ws-period-eof-flag = ws-file-empty
               close period-status-file
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
           if (ps-status = "C" and ps-period is numeric) then
               perform varying ws-sub  from ws-one by ws-one
                 until ws-sub > ws-number-of-months
                   if (ws-yr-period(ws-sub) = ps-period) then
                       move "Y"        to ws-yr-closed(ws-sub)
                       move ps-closed-date to
                         ws-yr-closed-date(ws-sub)
                       move ps-closed-user to
                         ws-yr-closed-user(ws-sub)
                   end-if
               end-perform
           end-if.
           perform 121-read-period-record.
      *
      *Reads the month to close and who is closing it. There must be
      *both - a close cannot be undone by this program
       130-load-close-parameters.
      *
           open input close-parm-file.
           if (ws-close-parm-status not = "00") then
               move "Y"                to ws-run-refused
               move "NO MONTH-CLOSE PARAMETERS - NOTHING CLOSED" to
                 ws-msg-text
           else
               read close-parm-file
                   at end
                       move "Y"        to ws-run-refused
                       move "MONTH-CLOSE PARAMETERS EMPTY - NOT CLOSED"
                         to ws-msg-text
                   not at end
                       move close-parm-user to ws-close-user
                       move ws-zero    to ws-close-bucket
                       perform varying ws-sub from ws-one by ws-one
                         until ws-sub > ws-number-of-months
                           if (ws-month-literals(ws-sub) =
                             close-parm-month) then
                               move ws-sub to ws-close-bucket
                           end-if
                       end-perform
               end-read
               close close-parm-file
           end-if.
           if (ws-run-refused = "N" and ws-close-bucket = ws-zero) then
               move "Y"                to ws-run-refused
               move "MONTH TO CLOSE IS NOT A MONTH NAME - NOT CLOSED" to
                 ws-msg-text
           end-if.
           if (ws-run-refused = "N" and ws-close-user = spaces) then
               move "Y"                to ws-run-refused
               move "NO USER ON MONTH-CLOSE PARAMETERS - NOT CLOSED" to
                 ws-msg-text
           end-if.
      *
      *A month is closed only once it has ended, only once, and only
      *after every month before it in the fiscal year. Every month of
      *the year just ended has ended
       140-check-close.
      *
           if (ws-close-prior-year = "N" and
             ws-close-bucket >= ws-run-bucket) then
               move "Y"                to ws-run-refused
               move "MONTH HAS NOT ENDED - NOT CLOSED" to ws-msg-text
           end-if.
           if (ws-run-refused = "N" and
             ws-yr-closed(ws-close-bucket) = "Y") then
               move "Y"                to ws-run-refused
               move "MONTH IS ALREADY CLOSED" to ws-msg-text
           end-if.
           if (ws-run-refused = "N") then
               perform varying ws-sub  from ws-one by ws-one
                 until ws-sub >= ws-close-bucket
                   if (ws-yr-closed(ws-sub) = "N") then
                       move "Y"        to ws-run-refused
                       move "EARLIER MONTH STILL OPEN - NOT CLOSED"
                         to ws-msg-text
                   end-if
               end-perform
           end-if.
      *
      *Appends the close to the period-status file, under the start
      *of the fiscal year the month belongs to
       200-record-close.
      *
           move ws-yr-period(ws-close-bucket) to ps-period.
           move ws-yr-period(ws-one)   to ps-fy-start.
           move ws-close-bucket        to ps-fiscal-month.
           move ws-month-literals(ws-close-bucket) to ps-month-name.
           move "C"                    to ps-status.
           move ws-run-date            to ps-closed-date.
           move ws-run-hhmmss          to ps-closed-time.
           move ws-close-user          to ps-closed-user.
           open extend period-status-file.
           if (ws-period-status not = "00") then
               open output period-status-file
           end-if.
           write period-rec.
           close period-status-file.
           move "Y"                    to ws-yr-closed(ws-close-bucket).
           move ws-run-date            to
             ws-yr-closed-date(ws-close-bucket).
           move ws-close-user          to
             ws-yr-closed-user(ws-close-bucket).
      *
      *Lists every month of the fiscal year and how it stands
       700-output-year.
      *
           if (ws-close-prior-year = "Y") then
               move "Fiscal year just ended as it stands" to
                 ws-sect-title
           else
               move "Fiscal year as it stands" to ws-sect-title
           end-if.
           write print-line            from ws-section-line
           after advancing 1 line.
           write print-line            from ws-year-heading.
           perform varying ws-sub      from ws-one by ws-one
             until ws-sub > ws-number-of-months
               move ws-month-literals(ws-sub) to ws-yl-month
               move ws-yr-period(ws-sub) to ws-yl-period
               if (ws-yr-closed(ws-sub) = "Y") then
                   move "CLOSED"       to ws-yl-status
                   move ws-yr-closed-date(ws-sub) to ws-yl-closed-date
                   move ws-yr-closed-user(ws-sub) to ws-yl-closed-user
               else
                   move "OPEN"         to ws-yl-status
                   move spaces         to ws-yl-closed-date-x
                   move spaces         to ws-yl-closed-user
               end-if
               write print-line        from ws-year-line
           end-perform.
      *
      *Ends the run with a nonzero return code when nothing was
      *closed, so the scheduler does not carry on as if it had been
       910-set-return-code.
      *
           if (ws-run-refused = "Y") then
               move 8                  to return-code
           end-if.
      *
       end program A7-MonthClose.
