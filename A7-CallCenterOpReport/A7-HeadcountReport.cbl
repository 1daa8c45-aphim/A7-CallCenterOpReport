       identification division.
       program-id. A7-HeadcountReport.
       author. Jacky Yuan.
       date-written. 2026-10-15.
      *Program Description:
      *    Workforce view of the operator maintenance audit trail. For
      *    every team, month by month through the current fiscal
      *    year, shows the opening headcount, the operators hired
      *    (ADD), transferred in and out (XFER), and terminated
      *    (TERM), and the closing headcount, with a rolling twelve-
      *    month attrition rate per team, per site, and overall. A
      *    transfer counts in the fiscal month it took effect, taken
      *    from the team assignment history, so a transfer keyed late
      *    is not reported a month or two after the move. The report
      *    ends by proving the closing headcount of every team against
      *    the active operators on the operator master.
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
      *Before/after audit trail - every hire, transfer, and
      *termination, in the order they were applied
           select audit-file
               assign to '../../../../data/A7-OperatorAudit.out'
               organization is line sequential
               file status is ws-audit-status.
      *
      *Effective-dated team assignment history for the current
      *fiscal year - the month each transfer took effect
           select history-file
               assign to '../../../../data/A7-TeamHistory.dat'
               organization is line sequential
               file status is ws-history-status.
      *
      *Combined call file - read only for the site each team sits at
           select input-file
               assign to '../../../../data/A7.dat'
               organization is line sequential
               file status is ws-input-status.
      *
      *Keyed operator master - the active operators the closing
      *headcounts are proved against
           select opmaster-file
               assign to '../../../../data/A7-OperatorMaster.dat'
               organization is indexed
               access mode is sequential
               record key is om-op-num
               file status is ws-opmaster-status.
      *
      *Headcount and attrition report
           select report-file
               assign to '../../../../data/A7-HeadcountReport.out'
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
       fd audit-file
           data record is audit-rec.
      *
       01 audit-rec.
         05 au-date                    pic 9(8).
         05 au-date-x redefines au-date.
           10 au-yyyy                  pic 9(4).
           10 au-mm                    pic 99.
           10 au-dd                    pic 99.
         05 filler                     pic x(1).
         05 au-time                    pic 9(6).
         05 filler                     pic x(1).
         05 au-action                  pic x(6).
         05 filler                     pic x(1).
         05 au-op-num                  pic x(3).
         05 filler                     pic x(1).
         05 au-before                  pic x(20).
         05 filler                     pic x(1).
         05 au-after                   pic x(20).
         05 filler                     pic x(12).
      *
       fd history-file
           data record is history-rec.
      *
       01 history-rec.
         05 hist-op-num                pic x(3).
         05 hist-eff-month             pic 9(2).
         05 hist-team                  pic x(4).
      *
       fd input-file
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
       fd opmaster-file
           data record is master-rec.
      *
       01 master-rec.
         05 om-op-num                  pic x(3).
         05 om-op-name                 pic x(12).
         05 om-team                    pic x(4).
         05 om-quota                   pic 9(3).
         05 om-status                  pic x(1).
           88 om-active                value "A".
           88 om-terminated            value "T".
      *
       fd report-file
           data record is print-line.
      *
       01 print-line                   pic x(132).
      *
       working-storage section.
      *
      *Run date, and the calendar this report is laid out on. Months
      *are counted as year * 12 + calendar month - 1 so that moving
      *across a year end is plain arithmetic
       01 ws-run-stamp.
         05 ws-run-date                pic 9(8) value 0.
         05 ws-run-date-x redefines ws-run-date.
           10 ws-run-yyyy              pic 9(4).
           10 ws-run-mm                pic 99.
           10 ws-run-dd                pic 99.
         05 ws-run-month-num           pic 9(6) value 0.
         05 ws-fy-start-num            pic 9(6) value 0.
         05 ws-first-month-num         pic 9(6) value 0.
         05 ws-run-bucket              pic 99 value 0.
         05 ws-run-slot                pic 99 value 0.
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
      *A master-record image as the audit trail carries it
       01 ws-audit-image.
         05 ws-ai-op-name              pic x(12).
         05 ws-ai-team                 pic x(4).
         05 ws-ai-quota                pic x(3).
         05 ws-ai-status               pic x(1).
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
                            '  Headcount and Attrition by Team'.
         05 filler                     pic x(40) value spaces.
      *
       01 ws-period-line.
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(27) value
                                       "Fiscal year to date as at: ".
         05 ws-pl-run-date             pic 9(8).
         05 filler                     pic x(94) value spaces.
      *
      *Heading over each team, site, and overall block
       01 ws-block-heading.
         05 filler                     pic x(2) value spaces.
         05 ws-bh-text                 pic x(50) value spaces.
         05 filler                     pic x(80) value spaces.
      *
       01 ws-heading-line1.
         05 filler                     pic x(40) value
                            '    Mon   Opening   Hired      In      O'.
         05 filler                     pic x(40) value
                            'ut    Termed   Closing     Attr%        '.
         05 filler                     pic x(52) value spaces.
      *
      *One line per fiscal month of a block, and its year-to-date line
       01 ws-detail-line.
         05 filler                     pic x(4) value spaces.
         05 ws-dl-month                pic x(3).
         05 filler                     pic x(3) value spaces.
         05 ws-dl-opening              pic -----9.
         05 filler                     pic x(3) value spaces.
         05 ws-dl-hired                pic zzz9.
         05 filler                     pic x(4) value spaces.
         05 ws-dl-xfer-in              pic zzz9.
         05 filler                     pic x(5) value spaces.
         05 ws-dl-xfer-out             pic zzz9.
         05 filler                     pic x(4) value spaces.
         05 ws-dl-termed               pic zzz9.
         05 filler                     pic x(3) value spaces.
         05 ws-dl-closing              pic -----9.
         05 filler                     pic x(5) value spaces.
         05 ws-dl-attrition            pic zz9.9.
         05 ws-dl-attrition-x redefines ws-dl-attrition pic x(5).
         05 filler                     pic x(61) value spaces.
      *
       01 ws-check-heading.
         05 filler                     pic x(40) value
                            '  Site  Team   Report   Later   Master  '.
         05 filler                     pic x(40) value
                            ' Result                                 '.
         05 filler                     pic x(52) value spaces.
      *
      *One line per team in the closing headcount check - the later
      *column is transfers keyed to take effect after this month
       01 ws-check-line.
         05 filler                     pic x(2) value spaces.
         05 ws-cl-site                 pic x(4).
         05 filler                     pic x(2) value spaces.
         05 ws-cl-team                 pic x(4).
         05 filler                     pic x(3) value spaces.
         05 ws-cl-closing              pic -----9.
         05 filler                     pic x(3) value spaces.
         05 ws-cl-later                pic ----9.
         05 filler                     pic x(3) value spaces.
         05 ws-cl-master               pic zzzzz9.
         05 filler                     pic x(3) value spaces.
         05 ws-cl-result               pic x(20).
         05 filler                     pic x(71) value spaces.
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
      *Team assignment history rows in file order - after an
      *operator's first row, each row is one transfer
       01 ws-history-table.
         05 ws-hist-entry occurs 2000 times.
           10 ws-hist-op-num           pic x(3).
           10 ws-hist-eff-month        pic 9(2).
           10 ws-hist-team             pic x(4).
      *
      *Transfers already matched to history rows, per operator, so
      *each transfer on the trail takes the next row along
       01 ws-xfer-op-table.
         05 ws-xfer-op-entry occurs 500 times.
           10 ws-xfer-op-num           pic x(3).
           10 ws-xfer-op-used          pic 99.
      *
      *Movements per team. Slots are the calendar months from eleven
      *months before the fiscal year began through the end of it -
      *enough for a twelve-month attrition window ending at any
      *month of the year. Movements before the first slot only set
      *the opening headcount; transfers effective after this month
      *are held aside for the check against the master
       01 ws-team-table.
         05 ws-team-entry occurs 100 times.
           10 ws-tm-team               pic x(4).
           10 ws-tm-site               pic x(1).
           10 ws-tm-baseline           pic s9(5).
           10 ws-tm-later              pic s9(4).
           10 ws-tm-master-active      pic 9(5).
           10 ws-tm-slot occurs 23 times.
             15 ws-tm-hired            pic 9(4).
             15 ws-tm-xfer-in          pic 9(4).
             15 ws-tm-xfer-out         pic 9(4).
             15 ws-tm-termed           pic 9(4).
      *
      *One team entry, or a site or overall total of them, being
      *printed - laid out exactly as a team entry
       01 ws-block.
         05 ws-bk-team                 pic x(4).
         05 ws-bk-site                 pic x(1).
         05 ws-bk-baseline             pic s9(5).
         05 ws-bk-later                pic s9(4).
         05 ws-bk-master-active        pic 9(5).
         05 ws-bk-slot occurs 23 times.
           10 ws-bk-hired              pic 9(4).
           10 ws-bk-xfer-in            pic 9(4).
           10 ws-bk-xfer-out           pic 9(4).
           10 ws-bk-termed             pic 9(4).
      *
      *Month-end headcount of the block being printed, by slot
       01 ws-block-closing.
         05 ws-bc-closing              pic s9(6) occurs 23 times.
      *
      *Swap area for putting the team table in site and team order
       01 ws-team-swap                 pic x(387).
      *
      *Calculation variables
       01 ws-calc.
         05 ws-event-month-num         pic 9(6) value 0.
         05 ws-event-slot              pic 99 value 0.
         05 ws-event-class             pic x(1) value spaces.
         05 ws-window-termed           pic 9(6) value 0.
         05 ws-window-headcount        pic s9(8) value 0.
         05 ws-window-average          pic s9(6)v99 value 0.
         05 ws-attrition-rate          pic 9(5)v9 value 0.
         05 ws-ytd-hired               pic 9(6) value 0.
         05 ws-ytd-xfer-in             pic 9(6) value 0.
         05 ws-ytd-xfer-out            pic 9(6) value 0.
         05 ws-ytd-termed              pic 9(6) value 0.
         05 ws-expected-active         pic s9(6) value 0.
      *
      *Constants
       77 ws-zero                      pic 9 value 0.
       77 ws-one                       pic 9 value 1.
       77 ws-sub                       pic 99 value 1.
       77 ws-slot                      pic 99 value 0.
       77 ws-slot-count                pic 99 value 23.
       77 ws-window-first              pic 99 value 0.
       77 ws-window-idx                pic 99 value 0.
       77 ws-file-empty                pic x value "e".
       77 ws-run-parm-status           pic xx value "00".
       77 ws-audit-status              pic xx value "00".
       77 ws-history-status            pic xx value "00".
       77 ws-input-status              pic xx value "00".
       77 ws-opmaster-status           pic xx value "00".
       77 ws-run-parm-eof-flag         pic x value "N".
       77 ws-audit-eof-flag            pic x value "N".
       77 ws-history-eof-flag          pic x value "N".
       77 ws-input-eof-flag            pic x value "N".
       77 ws-opmaster-eof-flag         pic x value "N".
       77 ws-month-check-idx           pic 99 value 0.
       77 ws-month-check-jdx           pic 99 value 0.
       77 ws-month-found               pic x value "N".
       77 ws-month-order-good          pic x value "Y".
       77 ws-hist-count                pic 9(4) value 0.
       77 ws-hist-idx                  pic 9(4) value 0.
       77 ws-hist-table-full           pic x value "N".
       77 ws-hist-rows-seen            pic 99 value 0.
       77 ws-hist-match                pic x value "N".
       77 ws-xfer-op-count             pic 9(3) value 0.
       77 ws-xfer-op-idx               pic 9(3) value 0.
       77 ws-xfer-op-found             pic x value "N".
       77 ws-team-count                pic 9(3) value 0.
       77 ws-team-idx                  pic 9(3) value 0.
       77 ws-team-jdx                  pic 9(3) value 0.
       77 ws-team-found                pic x value "N".
       77 ws-team-table-full           pic x value "N".
       77 ws-team-search               pic x(4) value spaces.
       77 ws-prev-site                 pic x(1) value spaces.
       77 ws-run-refused               pic x value "N".
       77 ws-master-checked            pic x value "N".
       77 ws-audit-read                pic 9(5) value 0.
       77 ws-audit-skipped             pic 9(5) value 0.
       77 ws-hires-read                pic 9(5) value 0.
       77 ws-transfers-read            pic 9(5) value 0.
       77 ws-transfers-dated           pic 9(5) value 0.
       77 ws-terms-read                pic 9(5) value 0.
       77 ws-other-events              pic 9(5) value 0.
       77 ws-master-active-count       pic 9(5) value 0.
       77 ws-check-failures            pic 9(5) value 0.
      *
       procedure division.
       000-Main.
      *
           accept ws-run-date          from date yyyymmdd.
           open output report-file.
           write print-line            from ws-name-line.
           write print-line            from ws-report-heading.
           perform 100-load-run-parameters.
           perform 110-set-fiscal-calendar.
           perform 120-load-team-history.
           perform 130-load-team-sites.
           perform 200-read-audit-trail.
           if (ws-run-refused = "N") then
               perform 300-count-master-actives
               perform 400-order-teams
               move ws-run-date        to ws-pl-run-date
               write print-line        from ws-period-line
               after advancing 1 line
               move
                 "Attr% - leavers in the 12 months to the month over"
                 to ws-msg-text
               write print-line        from ws-message-line
               move "        their average month-end headcount"
                 to ws-msg-text
               write print-line        from ws-message-line
               perform 500-output-report
               perform 700-output-check
           else
               write print-line        from ws-message-line
               after advancing 1 line
           end-if.
           perform 750-output-summary.
           close report-file.
           perform 910-set-return-code.
           stop run.
      *
      *Reads the fiscal month order from the shared run-parameter
      *file, keeping the July-June default for anything missing or
      *invalid - the report's months must be the posting's months
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
      *Finds the fiscal month the run date falls in, the month the
      *fiscal year began, and the first month of history the
      *attrition windows reach back to
       110-set-fiscal-calendar.
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
           compute ws-first-month-num = ws-fy-start-num - 11.
           compute ws-run-slot = ws-run-bucket + 11.
      *
      *Loads the team assignment history rows in file order
       120-load-team-history.
      *
           open input history-file.
           if (ws-history-status = "00") then
               perform 121-read-history-record
               perform 122-store-history-record
                 until ws-history-eof-flag = ws-file-empty
               close history-file
           end-if.
      *
       121-read-history-record.
      *
           read history-file
               at end
                   move ws-file-empty  to ws-history-eof-flag.
      *
       122-store-history-record.
      *
           if (ws-hist-count < 2000) then
               add ws-one              to ws-hist-count
               move hist-op-num        to ws-hist-op-num(ws-hist-count)
               move hist-eff-month     to
                 ws-hist-eff-month(ws-hist-count)
               move hist-team          to ws-hist-team(ws-hist-count)
           else
               move "Y"                to ws-hist-table-full
           end-if.
           perform 121-read-history-record.
      *
      *Reads A7.dat for the site each team works at - the file is
      *sequenced by site then team, so a team sits at one site. A
      *team seen nowhere on A7.dat is reported under site "?"
       130-load-team-sites.
      *
           open input input-file.
           if (ws-input-status = "00") then
               perform 131-read-input-record
               perform 132-note-team-site
                 until ws-input-eof-flag = ws-file-empty
               close input-file
           end-if.
      *
       131-read-input-record.
      *
           read input-file
               at end
                   move ws-file-empty  to ws-input-eof-flag.
      *
       132-note-team-site.
      *
           move emp-rec-team           to ws-team-search.
           perform 220-find-team.
           if (ws-team-found = "Y" and
             ws-tm-site(ws-team-idx) = "?") then
               move emp-rec-site       to ws-tm-site(ws-team-idx)
           end-if.
           perform 131-read-input-record.
      *
      *Reads the audit trail and files each hire, transfer, and
      *termination against its team and month. Without the trail
      *there is nothing to report
       200-read-audit-trail.
      *
           open input audit-file.
           if (ws-audit-status not = "00") then
               move "Y"                to ws-run-refused
               move "NO OPERATOR AUDIT TRAIL - REPORT REFUSED" to
                 ws-msg-text
           else
               perform 201-read-audit-record
               perform 210-file-audit-event
                 until ws-audit-eof-flag = ws-file-empty
               close audit-file
           end-if.
      *
       201-read-audit-record.
      *
           read audit-file
               at end
                   move ws-file-empty  to ws-audit-eof-flag.
      *
      *Only a change of headcount is filed: a hire onto its team, a
      *transfer of an active operator between two teams, and the
      *termination of an active operator from the team they were on
       210-file-audit-event.
      *
           add ws-one                  to ws-audit-read.
           if (au-date is not numeric or
             au-mm < 01 or au-mm > 12) then
               add ws-one              to ws-audit-skipped
           else
               compute ws-event-month-num =
                 au-yyyy * 12 + au-mm - 1
               evaluate au-action
                   when "ADD"
                       move au-after   to ws-audit-image
                       add ws-one      to ws-hires-read
                       perform 230-slot-for-month
                       move ws-ai-team to ws-team-search
                       perform 220-find-team
                       if (ws-team-found = "Y") then
                           perform 240-file-hire
                       end-if
                   when "TERM"
                       move au-before  to ws-audit-image
                       if (ws-ai-status = "A") then
                           add ws-one  to ws-terms-read
                           perform 230-slot-for-month
                           move ws-ai-team to ws-team-search
                           perform 220-find-team
                           if (ws-team-found = "Y") then
                               perform 245-file-termination
                           end-if
                       else
                           add ws-one  to ws-other-events
                       end-if
                   when "XFER"
                       perform 250-file-transfer
                   when other
                       add ws-one      to ws-other-events
               end-evaluate
           end-if.
           perform 201-read-audit-record.
      *
      *Looks the team in ws-team-search up in the team table, adding
      *it when it is new, and leaves ws-team-idx on it
       220-find-team.
      *
           move "N"                    to ws-team-found.
           perform varying ws-team-idx from ws-one by ws-one
             until (ws-team-idx > ws-team-count) or
                   (ws-team-found = "Y")
               if (ws-tm-team(ws-team-idx) = ws-team-search) then
                   move "Y"            to ws-team-found
               end-if
           end-perform.
      *The loop leaves the index one past the match
           if (ws-team-found = "Y") then
               subtract ws-one         from ws-team-idx
           else
               if (ws-team-count < 100) then
                   add ws-one          to ws-team-count
                   move ws-team-count  to ws-team-idx
                   initialize ws-team-entry(ws-team-idx)
                   move ws-team-search to ws-tm-team(ws-team-idx)
                   move "?"            to ws-tm-site(ws-team-idx)
                   move "Y"            to ws-team-found
               else
                   move "Y"            to ws-team-table-full
               end-if
           end-if.
      *
      *Places ws-event-month-num: "B" before the first slot, so it
      *only moves the opening headcount; "L" after this month, so
      *it is held aside for the master check; otherwise "S" with
      *ws-event-slot set
       230-slot-for-month.
      *
           if (ws-event-month-num < ws-first-month-num) then
               move "B"                to ws-event-class
           else
               if (ws-event-month-num > ws-run-month-num) then
                   move "L"            to ws-event-class
               else
                   move "S"            to ws-event-class
                   compute ws-event-slot =
                     ws-event-month-num - ws-first-month-num + 1
               end-if
           end-if.
      *
       240-file-hire.
      *
           evaluate ws-event-class
               when "B"
                   add ws-one          to ws-tm-baseline(ws-team-idx)
               when "L"
                   add ws-one          to ws-tm-later(ws-team-idx)
               when other
                   add ws-one          to
                     ws-tm-hired(ws-team-idx, ws-event-slot)
           end-evaluate.
      *
       245-file-termination.
      *
           evaluate ws-event-class
               when "B"
                   subtract ws-one     from ws-tm-baseline(ws-team-idx)
               when "L"
                   subtract ws-one     from ws-tm-later(ws-team-idx)
               when other
                   add ws-one          to
                     ws-tm-termed(ws-team-idx, ws-event-slot)
           end-evaluate.
      *
      *Files a transfer out of the before team and into the after
      *team. A transfer keyed this fiscal year is dated from its row
      *on the team assignment history, which carries the fiscal
      *month it took effect; an older one, or one whose row cannot
      *be found, is dated by the day it was keyed
       250-file-transfer.
      *
           move au-before              to ws-audit-image.
           if (ws-ai-status not = "A") then
               add ws-one              to ws-other-events
           else
               move au-after           to ws-audit-image
               move ws-ai-team         to ws-team-search
               move au-before          to ws-audit-image
               if (ws-ai-team = ws-team-search) then
                   add ws-one          to ws-other-events
               else
                   add ws-one          to ws-transfers-read
                   if (ws-event-month-num >= ws-fy-start-num) then
                       perform 260-match-history-row
                   end-if
                   perform 230-slot-for-month
                   move ws-ai-team     to ws-team-search
                   perform 220-find-team
                   if (ws-team-found = "Y") then
                       perform 255-file-transfer-out
                   end-if
                   move au-after       to ws-audit-image
                   move ws-ai-team     to ws-team-search
                   perform 220-find-team
                   if (ws-team-found = "Y") then
                       perform 256-file-transfer-in
                   end-if
               end-if
           end-if.
      *
       255-file-transfer-out.
      *
           evaluate ws-event-class
               when "B"
                   subtract ws-one     from ws-tm-baseline(ws-team-idx)
               when "L"
                   subtract ws-one     from ws-tm-later(ws-team-idx)
               when other
                   add ws-one          to
                     ws-tm-xfer-out(ws-team-idx, ws-event-slot)
           end-evaluate.
      *
       256-file-transfer-in.
      *
           evaluate ws-event-class
               when "B"
                   add ws-one          to ws-tm-baseline(ws-team-idx)
               when "L"
                   add ws-one          to ws-tm-later(ws-team-idx)
               when other
                   add ws-one          to
                     ws-tm-xfer-in(ws-team-idx, ws-event-slot)
           end-evaluate.
      *
      *Finds the history row for this transfer - the operator's
      *first row is their starting team, and each row after it is
      *one transfer in the order they were keyed - and dates the
      *transfer from its effective fiscal month. ws-team-search
      *holds the team transferred to
       260-match-history-row.
      *
           move "N"                    to ws-xfer-op-found.
           perform varying ws-xfer-op-idx from ws-one by ws-one
             until (ws-xfer-op-idx > ws-xfer-op-count) or
                   (ws-xfer-op-found = "Y")
               if (ws-xfer-op-num(ws-xfer-op-idx) = au-op-num) then
                   move "Y"            to ws-xfer-op-found
               end-if
           end-perform.
           if (ws-xfer-op-found = "Y") then
               subtract ws-one         from ws-xfer-op-idx
           else
               if (ws-xfer-op-count < 500) then
                   add ws-one          to ws-xfer-op-count
                   move ws-xfer-op-count to ws-xfer-op-idx
                   move au-op-num      to ws-xfer-op-num(ws-xfer-op-idx)
                   move ws-zero        to
                     ws-xfer-op-used(ws-xfer-op-idx)
                   move "Y"            to ws-xfer-op-found
               end-if
           end-if.
           if (ws-xfer-op-found = "Y") then
               add ws-one              to
                 ws-xfer-op-used(ws-xfer-op-idx)
               move ws-zero            to ws-hist-rows-seen
               move "N"                to ws-hist-match
               perform varying ws-hist-idx from ws-one by ws-one
                 until (ws-hist-idx > ws-hist-count) or
                       (ws-hist-match = "Y")
                   if (ws-hist-op-num(ws-hist-idx) = au-op-num) then
                       if (ws-hist-rows-seen =
                         ws-xfer-op-used(ws-xfer-op-idx)) then
                           move "Y"    to ws-hist-match
                       else
                           add ws-one  to ws-hist-rows-seen
                       end-if
                   end-if
               end-perform
               if (ws-hist-match = "Y") then
                   subtract ws-one     from ws-hist-idx
                   if (ws-hist-team(ws-hist-idx) = ws-team-search and
                     ws-hist-eff-month(ws-hist-idx) > ws-zero and
                     ws-hist-eff-month(ws-hist-idx) < 13) then
                       compute ws-event-month-num =
                         ws-fy-start-num +
                         ws-hist-eff-month(ws-hist-idx) - 1
                       add ws-one      to ws-transfers-dated
                   end-if
               end-if
           end-if.
      *
      *Counts the active operators on the master by team, for the
      *closing headcount check. A missing master leaves the check
      *undone and says so
       300-count-master-actives.
      *
           open input opmaster-file.
           if (ws-opmaster-status = "00") then
               move "Y"                to ws-master-checked
               perform 301-read-master-record
               perform 302-count-master-record
                 until ws-opmaster-eof-flag = ws-file-empty
               close opmaster-file
           end-if.
      *
       301-read-master-record.
      *
           read opmaster-file next
               at end
                   move ws-file-empty  to ws-opmaster-eof-flag.
      *
       302-count-master-record.
      *
           if (om-active) then
               add ws-one              to ws-master-active-count
               move om-team            to ws-team-search
               perform 220-find-team
               if (ws-team-found = "Y") then
                   add ws-one          to
                     ws-tm-master-active(ws-team-idx)
               end-if
           end-if.
           perform 301-read-master-record.
      *
      *Puts the team table in site then team order, the order the
      *operator report breaks on
       400-order-teams.
      *
           perform varying ws-team-idx from ws-one by ws-one
             until ws-team-idx >= ws-team-count
               perform varying ws-team-jdx from ws-team-idx by ws-one
                 until ws-team-jdx > ws-team-count
                   if (ws-tm-site(ws-team-jdx) <
                         ws-tm-site(ws-team-idx) or
                       (ws-tm-site(ws-team-jdx) =
                         ws-tm-site(ws-team-idx) and
                        ws-tm-team(ws-team-jdx) <
                         ws-tm-team(ws-team-idx))) then
                       move ws-team-entry(ws-team-idx) to ws-team-swap
                       move ws-team-entry(ws-team-jdx) to
                         ws-team-entry(ws-team-idx)
                       move ws-team-swap to ws-team-entry(ws-team-jdx)
                   end-if
               end-perform
           end-perform.
      *
      *Prints a block per team, a site block after each site's
      *teams, and one block for every team together
       500-output-report.
      *
           move spaces                 to ws-prev-site.
           perform varying ws-team-idx from ws-one by ws-one
             until ws-team-idx > ws-team-count
               if (ws-team-idx > ws-one and
                 ws-tm-site(ws-team-idx) not = ws-prev-site) then
                   perform 520-print-site-block
               end-if
               move ws-tm-site(ws-team-idx) to ws-prev-site
               move ws-team-entry(ws-team-idx) to ws-block
               move spaces             to ws-bh-text
               string "Site "          delimited by size
                      ws-bk-site       delimited by size
                      "   Team "       delimited by size
                      ws-bk-team       delimited by size
                 into ws-bh-text
               end-string
               perform 600-print-block
           end-perform.
           if (ws-team-count > ws-zero) then
               perform 520-print-site-block
           end-if.
           initialize ws-block.
           perform varying ws-team-jdx from ws-one by ws-one
             until ws-team-jdx > ws-team-count
               perform 530-add-team-to-block
           end-perform.
           move "All sites and teams"  to ws-bh-text.
           perform 600-print-block.
      *
      *Totals the teams of the site just finished into one block
       520-print-site-block.
      *
           initialize ws-block.
           perform varying ws-team-jdx from ws-one by ws-one
             until ws-team-jdx > ws-team-count
               if (ws-tm-site(ws-team-jdx) = ws-prev-site) then
                   perform 530-add-team-to-block
               end-if
           end-perform.
           move spaces                 to ws-bh-text.
           string "Site "              delimited by size
                  ws-prev-site         delimited by size
                  "   All teams"       delimited by size
             into ws-bh-text
           end-string.
           perform 600-print-block.
      *
       530-add-team-to-block.
      *
           add ws-tm-baseline(ws-team-jdx) to ws-bk-baseline.
           add ws-tm-later(ws-team-jdx) to ws-bk-later.
           add ws-tm-master-active(ws-team-jdx) to ws-bk-master-active.
           perform varying ws-slot from ws-one by ws-one
             until ws-slot > ws-slot-count
               add ws-tm-hired(ws-team-jdx, ws-slot) to
                 ws-bk-hired(ws-slot)
               add ws-tm-xfer-in(ws-team-jdx, ws-slot) to
                 ws-bk-xfer-in(ws-slot)
               add ws-tm-xfer-out(ws-team-jdx, ws-slot) to
                 ws-bk-xfer-out(ws-slot)
               add ws-tm-termed(ws-team-jdx, ws-slot) to
                 ws-bk-termed(ws-slot)
           end-perform.
      *
      *Prints the block in ws-block: one line per fiscal month to
      *date, then the year-to-date line
       600-print-block.
      *
           perform 610-month-end-headcounts.
           write print-line            from ws-block-heading
           after advancing 1 line.
           write print-line            from ws-heading-line1.
           move ws-zero                to ws-ytd-hired.
           move ws-zero                to ws-ytd-xfer-in.
           move ws-zero                to ws-ytd-xfer-out.
           move ws-zero                to ws-ytd-termed.
           perform varying ws-sub      from ws-one by ws-one
             until ws-sub > ws-run-bucket
               compute ws-slot = ws-sub + 11
               move ws-month-literals(ws-sub) to ws-dl-month
               move ws-bc-closing(ws-slot - 1) to ws-dl-opening
               move ws-bk-hired(ws-slot) to ws-dl-hired
               move ws-bk-xfer-in(ws-slot) to ws-dl-xfer-in
               move ws-bk-xfer-out(ws-slot) to ws-dl-xfer-out
               move ws-bk-termed(ws-slot) to ws-dl-termed
               move ws-bc-closing(ws-slot) to ws-dl-closing
               add ws-bk-hired(ws-slot) to ws-ytd-hired
               add ws-bk-xfer-in(ws-slot) to ws-ytd-xfer-in
               add ws-bk-xfer-out(ws-slot) to ws-ytd-xfer-out
               add ws-bk-termed(ws-slot) to ws-ytd-termed
               perform 620-attrition-rate
               write print-line        from ws-detail-line
           end-perform.
           move "YTD"                  to ws-dl-month.
           move ws-bc-closing(11)      to ws-dl-opening.
           move ws-ytd-hired           to ws-dl-hired.
           move ws-ytd-xfer-in         to ws-dl-xfer-in.
           move ws-ytd-xfer-out        to ws-dl-xfer-out.
           move ws-ytd-termed          to ws-dl-termed.
           move ws-bc-closing(ws-run-slot) to ws-dl-closing.
           move ws-run-slot            to ws-slot.
           perform 620-attrition-rate.
           write print-line            from ws-detail-line.
      *
      *Works the month-end headcount of every slot forward from the
      *opening headcount the older movements leave
       610-month-end-headcounts.
      *
           compute ws-bc-closing(1) = ws-bk-baseline +
             ws-bk-hired(1) + ws-bk-xfer-in(1) -
             ws-bk-xfer-out(1) - ws-bk-termed(1).
           perform varying ws-slot from 2 by ws-one
             until ws-slot > ws-slot-count
               compute ws-bc-closing(ws-slot) =
                 ws-bc-closing(ws-slot - 1) +
                 ws-bk-hired(ws-slot) + ws-bk-xfer-in(ws-slot) -
                 ws-bk-xfer-out(ws-slot) - ws-bk-termed(ws-slot)
           end-perform.
      *
      *Rolling twelve-month attrition to the month in ws-slot -
      *leavers in the twelve months over their average month-end
      *headcount, blank when that average is nothing
       620-attrition-rate.
      *
           move ws-zero                to ws-window-termed.
           move ws-zero                to ws-window-headcount.
           compute ws-window-first = ws-slot - 11.
           perform varying ws-window-idx from ws-window-first
             by ws-one until ws-window-idx > ws-slot
               add ws-bk-termed(ws-window-idx) to ws-window-termed
               add ws-bc-closing(ws-window-idx) to
                 ws-window-headcount
           end-perform.
           compute ws-window-average rounded =
             ws-window-headcount / 12.
           if (ws-window-average > ws-zero) then
               compute ws-attrition-rate rounded =
                 ws-window-termed * 100 / ws-window-average
               move ws-attrition-rate  to ws-dl-attrition
           else
               move spaces             to ws-dl-attrition-x
           end-if.
      *
      *Proves each team's closing headcount, with any transfers that
      *take effect after this month, against the active operators
      *on the master
       700-output-check.
      *
           move "Closing headcount against the operator master" to
             ws-bh-text.
           write print-line            from ws-block-heading
           after advancing 1 line.
           if (ws-master-checked = "N") then
               move "*** NO OPERATOR MASTER - CHECK NOT DONE ***" to
                 ws-msg-text
               write print-line        from ws-message-line
           else
               write print-line        from ws-check-heading
               perform varying ws-team-idx from ws-one by ws-one
                 until ws-team-idx > ws-team-count
                   perform 710-check-one-team
               end-perform
           end-if.
      *
       710-check-one-team.
      *
           move ws-team-entry(ws-team-idx) to ws-block.
           perform 610-month-end-headcounts.
           compute ws-expected-active =
             ws-bc-closing(ws-run-slot) + ws-bk-later.
           move ws-bk-site             to ws-cl-site.
           move ws-bk-team             to ws-cl-team.
           move ws-bc-closing(ws-run-slot) to ws-cl-closing.
           move ws-bk-later            to ws-cl-later.
           move ws-bk-master-active    to ws-cl-master.
           if (ws-expected-active = ws-bk-master-active) then
               move "AGREES"           to ws-cl-result
           else
               move "*** DIFFERS ***"  to ws-cl-result
               add ws-one              to ws-check-failures
           end-if.
           write print-line            from ws-check-line.
      *
      *Prints the run counts
       750-output-summary.
      *
           move "Audit records read:"  to ws-cnt-label.
           move ws-audit-read          to ws-cnt-value.
           write print-line            from ws-count-line
           after advancing 1 line.
           move "Audit records with no usable date:" to ws-cnt-label.
           move ws-audit-skipped       to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Hires filed:"         to ws-cnt-label.
           move ws-hires-read          to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Transfers filed:"     to ws-cnt-label.
           move ws-transfers-read      to ws-cnt-value.
           write print-line            from ws-count-line.
           move "  dated from team assignment history:" to
             ws-cnt-label.
           move ws-transfers-dated     to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Terminations filed:"  to ws-cnt-label.
           move ws-terms-read          to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Changes with no headcount effect:" to ws-cnt-label.
           move ws-other-events        to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Active operators on the master:" to ws-cnt-label.
           move ws-master-active-count to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Teams failing the headcount check:" to ws-cnt-label.
           move ws-check-failures      to ws-cnt-value.
           write print-line            from ws-count-line.
           if (ws-team-table-full = "Y") then
               move "*** TEAM TABLE FULL - SOME TEAMS NOT REPORTED ***"
                 to ws-msg-text
               write print-line        from ws-message-line
           end-if.
           if (ws-hist-table-full = "Y") then
               move "*** HISTORY TABLE FULL - TRANSFERS UNDATED ***"
                 to ws-msg-text
               write print-line        from ws-message-line
           end-if.
      *
      *Ends the run with a nonzero return code when it was refused or
      *the headcounts do not prove against the master
       910-set-return-code.
      *
           if (ws-run-refused = "Y" or ws-check-failures > ws-zero or
             ws-master-checked = "N") then
               move 8                  to return-code
           end-if.
      *
       end program A7-HeadcountReport.
