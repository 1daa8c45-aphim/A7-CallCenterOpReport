               assign to '../../../../data/A7-ChainStatus.dat'
               organization is line sequential
               file status is ws-chain-status.
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
           data record is chain-rec.
      *
       01 chain-rec                    pic x(65).
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
         05 filler                     pic x(52) value
                            '  Interdepartmental Billing Register'.
         05 filler                     pic x(40) value spaces.
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
       01 ws-heading-line1.
         05 filler                     pic x(40) value
       77 ws-sub                       pic 99 value 1.
       77 ws-number-of-months          pic 99 value 12.
       77 ws-file-empty                pic x value "e".
       77 ws-period-status             pic xx value "00".
       77 ws-period-eof-flag           pic x value "N".
       77 ws-closed-count              pic 99 value 0.
       77 ws-run-month-num             pic 9(6) value 0.
       77 ws-closed-fy-num             pic 9(6) value 0.
       77 ws-input-status              pic xx value "00".
       77 ws-rate-status               pic xx value "00".
       77 ws-history-status            pic xx value "00".
               perform 115-load-run-parameters
               perform 120-load-rate-table
               perform 130-load-team-history
               perform 150-load-closed-months
           end-if.
      *An input that cannot be opened is refused outright - with the
      *file status declared, pressing on would spin on a record area
           end-if.
           perform 131-read-history-record.
      *
      *Lists the fiscal months the month close has closed in the
      *current fiscal year - those whose fiscal year began within the
      *twelve months to the run date. Months are counted as year *
      *12 + calendar month - 1 so that a year end is plain arithmetic
       150-load-closed-months.
      *
           move spaces                 to ws-cm-months-x.
           compute ws-run-month-num =
             ws-run-yyyy * 12 + ws-run-mm - 1.
           open input period-status-file.
           if (ws-period-status = "00") then
               perform 151-read-period-record
               perform 152-note-closed-month
                 until ws-period-eof-flag = ws-file-empty
               close period-status-file
           end-if.
           if (ws-closed-count = ws-zero) then
               move "NONE"             to ws-cm-months-x
           end-if.
      *
       151-read-period-record.
      *
           read period-status-file
               at end
                   move ws-file-empty  to ws-period-eof-flag.
      *
       152-note-closed-month.
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
           perform 151-read-period-record.
      *
      * output heading
       200-heading-output.
      *
           write print-line            from ws-name-line.
           write print-line            from ws-report-heading.
           write print-line            from ws-closed-line.
           write print-line            from ws-heading-line1.
      *
      *Reads through the input file
