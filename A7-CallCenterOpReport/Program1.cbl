               assign using ws-team-file-name
               organization is line sequential
               file status is ws-team-file-status.
      *
      *Period-status file written by the month close - the fiscal
      *months already closed when this run was made are shown on the
      *heading, so a reader can see which months can still change
           select period-status-file
               assign to '../../../../data/A7-PeriodStatus.dat'
               organization is line sequential
               file status is ws-period-status.
      *
       data division.
       file section.
         05 run-parm-value-num redefines run-parm-value.
           10 run-parm-num              pic 9(5).
           10 filler                    pic x(35).
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
       working-storage section.
      *
         05 ws-rh-page-num             pic zz9.
         05 filler                     pic x(3) value spaces.
      *
      *Fiscal months closed when the run was made, each under its
      *place in the fiscal year
       01 ws-closed-line.
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(34) value
                                   "Fiscal months closed at this run: ".
         05 ws-cm-months-table.
           10 ws-cm-entry occurs 12 times.
             15 ws-cm-month            pic x(3).
             15 ws-cm-filler           pic x(1).
         05 ws-cm-months-x redefines ws-cm-months-table pic x(48).
         05 filler                     pic x(47) value spaces.
      *
      *Month column labels are filled in from ws-month-literals at
      *startup, so a run-parameter month order relabels the columns
      *it reorders
      *record written at end of run
       01 ws-run-stamp.
         05 ws-run-date                pic 9(8) value 0.
         05 ws-run-date-x redefines ws-run-date.
           10 ws-run-yyyy              pic 9(4).
           10 ws-run-mm                pic 99.
           10 ws-run-dd                pic 99.
         05 ws-run-time-raw            pic 9(8) value 0.
         05 ws-run-time redefines ws-run-time-raw.
           10 ws-run-hhmmss            pic 9(6).
       77 ws-eof-flag                  pic x value "N".
       77 ws-sub                       pic 99 value 1.
       77 ws-file-empty                pic x value "e".
       77 ws-period-status             pic xx value "00".
       77 ws-period-eof-flag           pic x value "N".
       77 ws-closed-count              pic 99 value 0.
       77 ws-run-month-num             pic 9(6) value 0.
       77 ws-closed-fy-num             pic 9(6) value 0.
       77 ws-csv-ptr                   pic 9(4) value 1.
       77 ws-record-valid              pic x value "Y".
       77 ws-max-reasonable-calls      pic 999 value 500.
           perform 141-load-suspense-images.
           perform 135-load-supervisor-map.
           perform 140-load-control-totals.
           perform 145-load-closed-months.
      *On a restarted run the heading block for the current page was
      *already written by the aborted prior run - the checkpointed
      *page number and line count carry forward instead, and the
               move "N"                to ws-replay-mode
           end-if.
      *
      *Lists the fiscal months the month close has closed in the
      *current fiscal year - those whose fiscal year began within the
      *twelve months to the run date. Months are counted as year *
      *12 + calendar month - 1 so that a year end is plain arithmetic
       145-load-closed-months.
      *
           move spaces                 to ws-cm-months-x.
           compute ws-run-month-num =
             ws-run-yyyy * 12 + ws-run-mm - 1.
           open input period-status-file.
           if (ws-period-status = "00") then
               perform 146-read-period-record
               perform 147-note-closed-month
                 until ws-period-eof-flag = ws-file-empty
               close period-status-file
           end-if.
           if (ws-closed-count = ws-zero) then
               move "NONE"             to ws-cm-months-x
           end-if.
      *
       146-read-period-record.
      *
           read period-status-file
               at end
                   move ws-file-empty  to ws-period-eof-flag.
      *
       147-note-closed-month.
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
               end-if
           end-if.
           perform 146-read-period-record.
      *
      * output heading
       200-heading-output.
           move ws-page-number         to ws-rh-page-num.
           write print-line            from ws-name-line.
           write print-line            from ws-report-heading.
           write print-line            from ws-closed-line.
           write print-line            from ws-heading-line1.
           write print-line            from ws-heading-line2.
           move ws-zero                to ws-lines-this-page.
