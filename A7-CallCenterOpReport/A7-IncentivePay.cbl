       identification division.
       program-id. A7-IncentivePay.
       author. Jacky Yuan.
       date-written. 2026-10-15.
      *Program Description:
      *    Operator incentive pay calculation. Reads the same A7.dat
      *    records as the operator report, screens them the same way,
      *    and works out each active operator's quota attainment with
      *    the operator report's absence pro-rated quota - the same
      *    period-to-date average, the same effective quota, and so
      *    the same variance and LOW flag the report prints. The
      *    attainment percentage is banded against a tiered bonus
      *    table to a flat bonus amount or a rate per call, and the
      *    result is written as a fixed-format payroll interface file
      *    plus a sign-off register totalled by team that HR approves
      *    before the file is released to payroll. Operators marked
      *    terminated on the operator master are excluded.
      *
       environment division.
       input-output section.
       file-control.
      *
           select input-file
               assign to '../../../../data/A7.dat'
               organization is line sequential
               file status is ws-input-status.
      *
      *Keyed operator master - the quota and the employment status
      *each operator is paid, or excluded, on
           select opmaster-file
               assign to '../../../../data/A7-OperatorMaster.dat'
               organization is indexed
               access mode is random
               record key is om-op-num
               file status is ws-opmaster-status.
      *
      *Absence calendar the quota is pro-rated by, exactly as the
      *operator report pro-rates it
           select absence-file
               assign to '../../../../data/A7-AbsenceCalendar.dat'
               organization is line sequential
               file status is ws-absence-status.
      *
      *Run parameters shared with the operator report - the same
      *validation ceiling, elapsed months, and working days, so the
      *attainment here is the attainment on the report, plus the pay
      *period and earning code the payroll interface carries
           select run-parm-file
               assign to '../../../../data/A7-RunParms.dat'
               organization is line sequential
               file status is ws-run-parm-status.
      *
      *Tiered bonus table - one record per attainment band
           select tier-file
               assign to '../../../../data/A7-BonusTiers.dat'
               organization is line sequential
               file status is ws-tier-status.
      *
      *Work file the evaluated operators are sorted through into team
      *and operator order for the register
           select sort-file
               assign to '../../../../data/A7-IncentiveSort.wrk'.
      *
      *Fixed-format payroll interface file
           select payroll-file
               assign to '../../../../data/A7-PayrollIncentive.dat'
               organization is line sequential.
      *
      *Sign-off register HR approves before the payroll file is sent
           select register-file
               assign to '../../../../data/A7-IncentiveRegister.out'
               organization is line sequential.
      *
      *Job-chain completion log - incentives are only worked out on an
      *A7.dat the operator report has already reported on, so the
      *register always ties to a report that actually exists
           select chain-file
               assign to '../../../../data/A7-ChainStatus.dat'
               organization is line sequential
               file status is ws-chain-status.
      *
       data division.
       file section.
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
           88 om-terminated            value "T".
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
         05 run-parm-value-num redefines run-parm-value.
           10 run-parm-num              pic 9(5).
         05 run-parm-value-period redefines run-parm-value.
           10 run-parm-period           pic 9(6).
           10 run-parm-period-x redefines run-parm-period.
             15 run-parm-period-yyyy    pic 9(4).
             15 run-parm-period-mm      pic 99.
         05 run-parm-value-code redefines run-parm-value.
           10 run-parm-code             pic x(4).
      *
       fd tier-file
           data record is tier-rec.
      *
      *An attainment band in whole percent, low and high both
      *included, paying either a flat amount ("A") or a rate per
      *call handled in the pay month ("R")
       01 tier-rec.
         05 tier-low-pct               pic 9(3).
         05 tier-high-pct              pic 9(3).
         05 tier-basis                 pic x(1).
         05 tier-value                 pic 9(5)v99.
      *
       sd sort-file
           data record is sort-rec.
      *
       01 sort-rec.
         05 sr-team                    pic x(4).
         05 sr-op-num                  pic x(3).
         05 sr-op-name                 pic x(12).
         05 sr-status                  pic x(1).
         05 sr-quota                   pic 9(3).
         05 sr-eff-quota               pic 9(3).
         05 sr-avg                     pic 9(3).
         05 sr-variance                pic s9(4).
         05 sr-low-flag                pic x(3).
         05 sr-attain                  pic 9(3)v9.
         05 sr-tier                    pic 99.
         05 sr-month-calls             pic 9(3).
         05 sr-amount                  pic 9(7)v99.
      *
       fd payroll-file
           data record is payroll-rec.
      *
       01 payroll-rec.
         05 pay-op-num                 pic x(3).
         05 pay-period                 pic 9(6).
         05 pay-earn-code              pic x(4).
         05 pay-amount                 pic 9(7)v99.
      *
       fd register-file
           data record is print-line.
      *
       01 print-line                   pic x(132).
      *
       fd chain-file
           data record is chain-rec.
      *
       01 chain-rec                    pic x(65).
      *
       working-storage section.
      *
      *Completion stamp parsed from and appended to the job-chain
      *log - built here so the separator bytes hold their values
       01 ws-chain-line.
         05 ws-ch-step                 pic x(12).
         05 filler                     pic x(1) value "|".
         05 ws-ch-date                 pic 9(8).
         05 filler                     pic x(1) value "|".
         05 ws-ch-time                 pic 9(6).
         05 filler                     pic x(1) value "|".
         05 ws-ch-records              pic 9(7).
         05 filler                     pic x(1) value "|".
         05 ws-ch-input-step           pic x(12).
         05 filler                     pic x(1) value "|".
         05 ws-ch-input-date           pic 9(8).
         05 filler                     pic x(1) value "|".
         05 ws-ch-input-time           pic 9(6).
      *
      *Run date and time stamped once at startup onto the completion
      *stamp written at end of run
       01 ws-run-stamp.
         05 ws-run-date                pic 9(8) value 0.
         05 ws-run-date-x redefines ws-run-date.
           10 ws-run-yyyymm            pic 9(6).
           10 filler                   pic 99.
         05 ws-run-time-raw            pic 9(8) value 0.
         05 ws-run-time redefines ws-run-time-raw.
           10 ws-run-hhmmss            pic 9(6).
           10 filler                   pic 99.
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
                            '  Incentive Pay Sign-Off Register'.
         05 filler                     pic x(40) value spaces.
      *
      *Settings the incentives were worked out under, echoed so the
      *register records what produced it
       01 ws-settings-line.
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(12) value "Pay period: ".
         05 ws-sl-period               pic 9(6).
         05 filler                     pic x(17) value
                                       "   Earning code: ".
         05 ws-sl-earn-code            pic x(4).
         05 filler                     pic x(19) value
                                       "   Months elapsed: ".
         05 ws-sl-elapsed              pic z9.
         05 filler                     pic x(22) value
                                       "   Work days a month: ".
         05 ws-sl-work-days            pic z9.
         05 filler                     pic x(45) value spaces.
      *
       01 ws-heading-line1.
         05 filler                     pic x(40) value
                            '  Team  Op   Name         Quota Eff Q  A'.
         05 filler                     pic x(40) value
                            'vg   Var  Flag  Attn%  Tier         Bonu'.
         05 filler                     pic x(52) value
                            's  Note'.
      *
      *Data record entries
       01 ws-detail-line.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-team                 pic x(4).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-op-num               pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-op-name              pic x(12).
         05 filler                     pic x(3) value spaces.
         05 ws-dl-quota                pic zz9.
         05 filler                     pic x(3) value spaces.
         05 ws-dl-eff-quota            pic zz9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-avg                  pic zz9.
         05 filler                     pic x(1) value spaces.
         05 ws-dl-variance             pic ----9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-low-flag             pic x(3).
         05 filler                     pic x(3) value spaces.
         05 ws-dl-attain               pic zz9.9.
         05 filler                     pic x(4) value spaces.
         05 ws-dl-tier                 pic z9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-amount               pic z,zzz,zz9.99.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-note                 pic x(24).
         05 filler                     pic x(25) value spaces.
      *
      *Team and grand total lines
       01 ws-total-line.
         05 filler                     pic x(2) value spaces.
         05 ws-tl-label                pic x(30) value spaces.
         05 filler                     pic x(11) value "Operators: ".
         05 ws-tl-operators            pic zzzz9.
         05 filler                     pic x(8) value "   Paid:".
         05 ws-tl-paid                 pic zzzz9.
         05 filler                     pic x(7) value "   LOW:".
         05 ws-tl-low                  pic zzzz9.
         05 filler                     pic x(4) value spaces.
         05 ws-tl-amount               pic zz,zzz,zz9.99.
         05 filler                     pic x(42) value spaces.
      *
      *Summary lines
       01 ws-count-line.
         05 filler                     pic x(3) value spaces.
         05 ws-cnt-label               pic x(42) value spaces.
         05 ws-cnt-value               pic zzzzzz9 value 0.
         05 filler                     pic x(80) value spaces.
      *
       01 ws-amount-line.
         05 filler                     pic x(3) value spaces.
         05 ws-amt-label               pic x(42) value spaces.
         05 ws-amt-value               pic zz,zzz,zz9.99.
         05 filler                     pic x(74) value spaces.
      *
       01 ws-message-line.
         05 filler                     pic x(3) value spaces.
         05 ws-msg-text                pic x(60) value spaces.
         05 filler                     pic x(69) value spaces.
      *
      *Sign-off block closing the register
       01 ws-signoff-line1.
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(60) value
           "Prepared by: ____________________   Date: ____________".
         05 filler                     pic x(69) value spaces.
       01 ws-signoff-line2.
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(60) value
           "HR approval: ____________________   Date: ____________".
         05 filler                     pic x(69) value spaces.
      *
      *Bonus tiers loaded once at startup
       01 ws-tier-table.
         05 ws-tier-entry occurs 20 times.
           10 ws-tier-low              pic 9(3).
           10 ws-tier-high             pic 9(3).
           10 ws-tier-basis            pic x(1).
           10 ws-tier-value            pic 9(5)v99.
      *
      *Absence calendar loaded once, scanned per operator
       01 ws-absence-table.
         05 ws-absence-entry occurs 500 times.
           10 ws-abs-op-num            pic x(3).
           10 ws-abs-month             pic 9(2).
           10 ws-abs-days              pic 9(2).
      *
      *Calculation variables - the average, quota, and variance
      *fields carry the operator report's own pictures so the
      *figures round and truncate exactly as they do there
       01 ws-calc.
         05 ws-operator-sum            pic 9(5) value 0.
         05 ws-operator-call-count     pic 99 value 0.
         05 ws-operator-avg-calc       pic 999 value 0.
         05 ws-avg-remainder           pic 999 value 0.
         05 ws-quota-variance          pic s9(4) value 0.
         05 ws-attain-pct              pic 9(3)v9 value 0.
         05 ws-attain-whole            pic 9(3) value 0.
         05 ws-bonus-amount            pic 9(7)v99 value 0.
         05 ws-pay-month-calls         pic 9(3) value 0.
      *
      *Team and grand totals accumulated as the register prints -
      *1 the team in progress, 2 the whole run
       01 ws-totals.
         05 ws-tot-entry occurs 2 times.
           10 ws-tot-operators         pic 9(5).
           10 ws-tot-paid              pic 9(5).
           10 ws-tot-low               pic 9(5).
           10 ws-tot-amount            pic 9(9)v99.
      *
      *Run settings, defaulted here and overridden by run parameters
       01 ws-run-settings.
         05 ws-max-reasonable-calls    pic 999 value 500.
         05 ws-elapsed-months          pic 99 value 12.
         05 ws-work-days-month         pic 99 value 22.
         05 ws-pay-period              pic 9(6) value 0.
         05 ws-earn-code               pic x(4) value "VBON".
      *
      *Constants
       77 ws-zero                      pic 9 value 0.
       77 ws-one                       pic 9 value 1.
       77 ws-sub                       pic 99 value 1.
       77 ws-number-of-months          pic 99 value 12.
       77 ws-file-empty                pic x value "e".
       77 ws-input-status              pic xx value "00".
       77 ws-opmaster-status           pic xx value "00".
       77 ws-absence-status            pic xx value "00".
       77 ws-run-parm-status           pic xx value "00".
       77 ws-tier-status               pic xx value "00".
       77 ws-chain-status              pic xx value "00".
       77 ws-eof-flag                  pic x value "N".
       77 ws-absence-eof-flag          pic x value "N".
       77 ws-run-parm-eof-flag         pic x value "N".
       77 ws-tier-eof-flag             pic x value "N".
       77 ws-chain-eof-flag            pic x value "N".
       77 ws-sort-eof-flag             pic x value "N".
       77 ws-absence-loaded            pic x value "N".
       77 ws-absence-count             pic 9(3) value 0.
       77 ws-absence-idx               pic 9(3) value 0.
       77 ws-absence-table-full        pic x value "N".
       77 ws-total-work-days           pic 9(3) value 0.
       77 ws-op-absent-days            pic 9(3) value 0.
       77 ws-op-avail-days             pic s9(3) value 0.
       77 ws-effective-quota           pic 9(3) value 0.
       77 ws-op-quota                  pic 9(3) value 0.
       77 ws-tier-count                pic 99 value 0.
       77 ws-tier-idx                  pic 99 value 0.
       77 ws-tier-jdx                  pic 99 value 0.
       77 ws-tier-found                pic 99 value 0.
       77 ws-tot-idx                   pic 9 value 0.
       77 ws-hold-team                 pic x(4) value spaces.
       77 ws-record-valid              pic x value "Y".
       77 ws-records-skipped           pic 9(5) value 0.
       77 ws-records-read              pic 9(5) value 0.
       77 ws-terminated-count          pic 9(5) value 0.
       77 ws-not-on-master-count       pic 9(5) value 0.
       77 ws-payroll-written           pic 9(5) value 0.
       77 ws-payroll-amount            pic 9(9)v99 value 0.
       77 ws-run-refused               pic x value "N".
       77 ws-chain-refused             pic x value "N".
       77 ws-prod-found                pic x value "N".
       77 ws-prod-step                 pic x(12) value spaces.
       77 ws-prod-date                 pic 9(8) value 0.
       77 ws-prod-time                 pic 9(6) value 0.
       77 ws-prod-records              pic 9(7) value 0.
       77 ws-gate-record-count         pic 9(7) value 0.
       77 ws-gate-eof-flag             pic x value "N".
       77 ws-rep-found                 pic x value "N".
       77 ws-rep-input-step            pic x(12) value spaces.
       77 ws-rep-input-date            pic 9(8) value 0.
       77 ws-rep-input-time            pic 9(6) value 0.
      *
       procedure division.
       000-Main.
      *
           accept ws-run-date          from date yyyymmdd.
           accept ws-run-time-raw      from time.
           move ws-run-yyyymm          to ws-pay-period.
           open output register-file.
           perform 112-verify-chain-gate.
           if (ws-run-refused = "N") then
               perform 115-load-run-parameters
               perform 120-load-tier-table
           end-if.
           if (ws-run-refused = "N") then
               perform 130-load-absence-calendar
               open input opmaster-file
               if (ws-opmaster-status not = "00") then
                   move "Y"            to ws-run-refused
                   move
                     "NO OPERATOR MASTER - TERMINATIONS UNKNOWN" to
                     ws-msg-text
               end-if
           end-if.
      *An input that cannot be opened is refused outright - with the
      *file status declared, pressing on would spin on a record area
      *the failed reads never fill
           if (ws-run-refused = "N") then
               open input input-file
               if (ws-input-status not = "00") then
                   move "Y"            to ws-run-refused
                   move "NO A7.DAT INPUT - RUN REFUSED" to ws-msg-text
                   close opmaster-file
               end-if
           end-if.
           if (ws-run-refused = "N") then
               perform 200-heading-output
               open output payroll-file
               sort sort-file
                 on ascending key sr-team
                 on ascending key sr-op-num
                 input procedure is 400-evaluate-operators
                 output procedure is 600-output-register
               close payroll-file
               close input-file
               close opmaster-file
               perform 800-stamp-chain-completion
           else
      *A refused run leaves payroll an empty file rather than last
      *period's, which payroll would otherwise pick up again
               open output payroll-file
               close payroll-file
               write print-line        from ws-name-line
               write print-line        from ws-report-heading
               write print-line        from ws-message-line
               after advancing 1 line
           end-if.
           close register-file.
           perform 910-set-return-code.
           stop run.
      *
      *Walks the job-chain log for the latest A7.dat producer stamp
      *and the latest operator report stamp, and refuses the run
      *when the chain is out of order - a report that consumed a
      *different producer stamp means the register would not tie to
      *the report HR is holding
       112-verify-chain-gate.
      *
           open input chain-file.
           if (ws-chain-status = "00") then
               perform 113-read-chain-record
               perform 114-scan-chain-record
                 until ws-chain-eof-flag = ws-file-empty
               close chain-file
           end-if.
           if (ws-prod-found = "N") then
               move "Y"                to ws-run-refused
               move "Y"                to ws-chain-refused
               move
                 "A7.DAT HAS NO COMPLETION STAMP - RUN REFUSED" to
                 ws-msg-text
           else
               if (ws-rep-found = "N") then
                   move "Y"            to ws-run-refused
                   move "Y"            to ws-chain-refused
                   move
                     "OPERATOR REPORT HAS NOT RUN - CHAIN OUT OF ORDER"
                     to ws-msg-text
               else
                   if (ws-rep-input-step not = ws-prod-step or
                     ws-rep-input-date not = ws-prod-date or
                     ws-rep-input-time not = ws-prod-time) then
                       move "Y"        to ws-run-refused
                       move "Y"        to ws-chain-refused
                       move
                     "REPORT RAN ON OLDER A7.DAT - CHAIN OUT OF ORDER"
                         to ws-msg-text
                   end-if
               end-if
           end-if.
           if (ws-run-refused = "N") then
               perform 140-count-input-records
           end-if.
      *
       113-read-chain-record.
      *
           read chain-file
               at end
                   move ws-file-empty  to ws-chain-eof-flag.
      *
      *The log is append-ordered, so the last stamp of each step
      *seen is the most recent one
       114-scan-chain-record.
      *
           move chain-rec              to ws-chain-line.
           if (ws-ch-step = "SITECONSOL" or ws-ch-step = "DAILYPOST")
             then
               move "Y"                to ws-prod-found
               move ws-ch-step         to ws-prod-step
               move ws-ch-date         to ws-prod-date
               move ws-ch-time         to ws-prod-time
               move ws-ch-records      to ws-prod-records
           end-if.
           if (ws-ch-step = "OPREPORT") then
               move "Y"                to ws-rep-found
               move ws-ch-input-step   to ws-rep-input-step
               move ws-ch-input-date   to ws-rep-input-date
               move ws-ch-input-time   to ws-rep-input-time
           end-if.
           perform 113-read-chain-record.
      *
      *Counts the records on A7.dat as it stands, for the comparison
      *against the producer stamp's records-written
       140-count-input-records.
      *
           move ws-zero                to ws-gate-record-count.
           move "N"                    to ws-gate-eof-flag.
           open input input-file.
           if (ws-input-status = "00") then
               perform 141-read-count-record
               perform 142-tally-count-record
                 until ws-gate-eof-flag = ws-file-empty
               close input-file
               if (ws-gate-record-count not = ws-prod-records) then
                   move "Y"            to ws-run-refused
                   move "Y"            to ws-chain-refused
                   move
                 "A7.DAT DOES NOT MATCH ITS COMPLETION STAMP" to
                     ws-msg-text
               end-if
           end-if.
      *
       141-read-count-record.
      *
           read input-file
               at end
                   move ws-file-empty  to ws-gate-eof-flag.
      *
       142-tally-count-record.
      *
           add ws-one                  to ws-gate-record-count.
           perform 141-read-count-record.
      *
      *Reads the shared run-parameter file. MAX-CALLS, ELAPSED-MOS,
      *and WORK-DAYS are taken exactly as the operator report takes
      *them; PAY-PERIOD (yyyymm, default the run month) and EARN-CODE
      *are the payroll interface's own
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
           evaluate run-parm-keyword
               when "MAX-CALLS"
                   if (run-parm-num is numeric and
                     run-parm-num > ws-zero and
                     run-parm-num < 1000) then
                       move run-parm-num to ws-max-reasonable-calls
                   end-if
               when "ELAPSED-MOS"
                   if (run-parm-num is numeric and
                     run-parm-num > ws-zero and
                     run-parm-num < 13) then
                       move run-parm-num to ws-elapsed-months
                   end-if
               when "WORK-DAYS"
                   if (run-parm-num is numeric and
                     run-parm-num > ws-zero and
                     run-parm-num < 29) then
                       move run-parm-num to ws-work-days-month
                   end-if
               when "PAY-PERIOD"
                   if (run-parm-period is numeric and
                     run-parm-period-yyyy > 1999 and
                     run-parm-period-yyyy < 2100 and
                     run-parm-period-mm > ws-zero and
                     run-parm-period-mm < 13) then
                       move run-parm-period to ws-pay-period
                   end-if
               when "EARN-CODE"
                   if (run-parm-code not = spaces) then
                       move run-parm-code to ws-earn-code
                   end-if
           end-evaluate.
           perform 116-read-run-parm.
      *
      *Reads the bonus tier table once into a table. Money is not
      *guessed at - no table, an unusable band, or two bands that
      *overlap refuses the run
       120-load-tier-table.
      *
           open input tier-file.
           if (ws-tier-status not = "00") then
               move "Y"                to ws-run-refused
               move "NO BONUS TIER TABLE - RUN REFUSED" to ws-msg-text
           else
               perform 121-read-tier-record
               perform 122-store-tier-record
                 until ws-tier-eof-flag = ws-file-empty
               close tier-file
               if (ws-run-refused = "N" and ws-tier-count = ws-zero)
                 then
                   move "Y"            to ws-run-refused
                   move "BONUS TIER TABLE IS EMPTY - RUN REFUSED" to
                     ws-msg-text
               end-if
           end-if.
      *
       121-read-tier-record.
      *
           read tier-file
               at end
                   move ws-file-empty  to ws-tier-eof-flag.
      *
       122-store-tier-record.
      *
           if (tier-low-pct is not numeric or
             tier-high-pct is not numeric or
             tier-value is not numeric or
             tier-low-pct > tier-high-pct or
             (tier-basis not = "A" and tier-basis not = "R")) then
               move "Y"                to ws-run-refused
               move "BONUS TIER RECORD IS INVALID - RUN REFUSED" to
                 ws-msg-text
           else
               perform varying ws-tier-jdx from ws-one by ws-one
                 until ws-tier-jdx > ws-tier-count
                   if (tier-low-pct <= ws-tier-high(ws-tier-jdx) and
                     tier-high-pct >= ws-tier-low(ws-tier-jdx)) then
                       move "Y"        to ws-run-refused
                       move
                         "BONUS TIER BANDS OVERLAP - RUN REFUSED" to
                         ws-msg-text
                   end-if
               end-perform
               if (ws-tier-count < 20) then
                   add ws-one          to ws-tier-count
                   move tier-low-pct   to ws-tier-low(ws-tier-count)
                   move tier-high-pct  to ws-tier-high(ws-tier-count)
                   move tier-basis     to ws-tier-basis(ws-tier-count)
                   move tier-value     to ws-tier-value(ws-tier-count)
               else
                   move "Y"            to ws-run-refused
                   move "MORE THAN 20 BONUS TIERS - RUN REFUSED" to
                     ws-msg-text
               end-if
           end-if.
           perform 121-read-tier-record.
      *
      *Reads the absence calendar once into a table, keeping the same
      *rows the operator report keeps. A site with no calendar
      *pro-rates nothing, exactly as the report does
       130-load-absence-calendar.
      *
           open input absence-file.
           if (ws-absence-status = "00") then
               perform 131-read-absence-record
               perform 132-store-absence-record
                 until ws-absence-eof-flag = ws-file-empty
               close absence-file
               move "Y"                to ws-absence-loaded
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
             abs-days is numeric) then
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
      * output heading
       200-heading-output.
      *
           write print-line            from ws-name-line.
           write print-line            from ws-report-heading.
           move ws-pay-period          to ws-sl-period.
           move ws-earn-code           to ws-sl-earn-code.
           move ws-elapsed-months      to ws-sl-elapsed.
           move ws-work-days-month     to ws-sl-work-days.
           write print-line            from ws-settings-line
           after advancing 1 line.
           write print-line            from ws-heading-line1
           after advancing 1 line.
      *
      *Reads through the input file
       300-read-file.
      *
           read input-file
               at end
                   move ws-file-empty  to ws-eof-flag.
      *
      *Sort input procedure - screens each A7.dat record the way the
      *operator report does, works out the operator's attainment and
      *bonus, and releases one register entry per operator
       400-evaluate-operators.
      *
           perform 300-read-file.
           perform 405-evaluate-one-operator
             until ws-eof-flag = ws-file-empty.
      *
       405-evaluate-one-operator.
      *
           add ws-one                  to ws-records-read.
           perform 410-validate-record.
           if (ws-record-valid = "Y") then
               move emp-rec-team       to sr-team
               move emp-rec-num        to sr-op-num
               move emp-rec-name       to sr-op-name
               move ws-zero            to sr-quota
               move ws-zero            to sr-eff-quota
               move ws-zero            to sr-variance
               move spaces             to sr-low-flag
               move ws-zero            to sr-attain
               move ws-zero            to sr-tier
               move ws-zero            to sr-amount
               perform 420-period-average
               move ws-operator-avg-calc to sr-avg
               move ws-pay-month-calls to sr-month-calls
               move emp-rec-num        to om-op-num
               read opmaster-file
                   invalid key
                       move "N"        to sr-status
                       add ws-one      to ws-not-on-master-count
                   not invalid key
                       perform 430-evaluate-master-operator
               end-read
               release sort-rec
           else
               add ws-one              to ws-records-skipped
           end-if.
           perform 300-read-file.
      *
      *Applies the same screening as the operator report's
      *410-validate-record, so a record the report rejects is not
      *paid on here either
       410-validate-record.
      *
           move "Y"                    to ws-record-valid.
           if (emp-rec-num is not numeric) then
               move "N"                to ws-record-valid
           end-if.
           if (ws-record-valid = "Y" and emp-rec-name = spaces) then
               move "N"                to ws-record-valid
           end-if.
           if (ws-record-valid = "Y") then
               perform varying ws-sub  from ws-one by ws-one
                 until ws-sub > ws-number-of-months
                   if (emp-rec-calls(ws-sub) > ws-max-reasonable-calls)
                     then
                       move "N"        to ws-record-valid
                   end-if
               end-perform
           end-if.
      *
      *Works out the operator's period-to-date average the way the
      *operator report's 500-process-records does - the posted
      *months with calls, summed and divided with the remainder
      *dropped - and picks up the pay month's calls, the latest
      *posted month, for a rate-per-call tier
       420-period-average.
      *
           move ws-zero                to ws-operator-sum.
           move ws-zero                to ws-operator-call-count.
           move ws-zero                to ws-operator-avg-calc.
           move ws-zero                to ws-avg-remainder.
           perform varying ws-sub      from ws-one by ws-one
             until ws-sub > ws-elapsed-months
               if not (emp-rec-calls(ws-sub) = ws-zero) then
                   add emp-rec-calls(ws-sub) to ws-operator-sum
                   add ws-one          to ws-operator-call-count
                   divide ws-operator-sum by ws-operator-call-count
                     giving ws-operator-avg-calc
                     remainder ws-avg-remainder
               end-if
           end-perform.
           move emp-rec-calls(ws-elapsed-months) to
             ws-pay-month-calls.
      *
      *Evaluates an operator found on the master. A terminated
      *operator is listed but never paid - the variance and LOW flag
      *are still worked out, as the operator report prints them for
      *every operator on the master, so the LOW count ties - and an
      *active operator with no quota set has no target to attain
       430-evaluate-master-operator.
      *
           move om-quota               to ws-op-quota.
           move om-quota               to sr-quota.
           if (om-terminated) then
               move "T"                to sr-status
               add ws-one              to ws-terminated-count
               if (ws-op-quota > ws-zero) then
                   perform 440-quota-attainment
                   move ws-zero        to sr-tier
                   move ws-zero        to sr-amount
               end-if
           else
               if (ws-op-quota = ws-zero) then
                   move "Q"            to sr-status
               else
                   move "A"            to sr-status
                   perform 440-quota-attainment
               end-if
           end-if.
      *
      *The operator report's 545-quota-check, carried through to an
      *attainment percentage - average over effective quota - and a
      *bonus from the tier the whole-number attainment falls in. An
      *operator absent for the whole period has no effective quota
      *and so no attainment and no bonus
       440-quota-attainment.
      *
           perform 446-prorate-quota.
           move ws-effective-quota     to sr-eff-quota.
           if (ws-effective-quota > ws-zero) then
               compute ws-quota-variance =
                 ws-operator-avg-calc - ws-effective-quota
               move ws-quota-variance  to sr-variance
               if (ws-quota-variance < ws-zero) then
                   move "LOW"          to sr-low-flag
               end-if
               compute ws-attain-pct rounded =
                 (ws-operator-avg-calc * 100) / ws-effective-quota
                 on size error
                   move 999.9          to ws-attain-pct
               end-compute
               move ws-attain-pct      to sr-attain
               move ws-attain-pct      to ws-attain-whole
               perform 450-find-bonus-tier
           end-if.
      *
      *Scales the operator's monthly quota by the share of working
      *days the absence calendar leaves them available - the
      *operator report's 546-prorate-quota line for line
       446-prorate-quota.
      *
           move ws-op-quota            to ws-effective-quota.
           if (ws-absence-loaded = "Y") then
               compute ws-total-work-days =
                 ws-work-days-month * ws-elapsed-months
               move ws-zero            to ws-op-absent-days
               perform varying ws-absence-idx from ws-one by ws-one
                 until ws-absence-idx > ws-absence-count
                   if (ws-abs-op-num(ws-absence-idx) = emp-rec-num and
                     ws-abs-month(ws-absence-idx) <=
                       ws-elapsed-months) then
                       add ws-abs-days(ws-absence-idx) to
                         ws-op-absent-days
                   end-if
               end-perform
               if (ws-op-absent-days > ws-zero) then
                   compute ws-op-avail-days =
                     ws-total-work-days - ws-op-absent-days
                   if (ws-op-avail-days <= ws-zero) then
                       move ws-zero    to ws-effective-quota
                   else
                       compute ws-effective-quota rounded =
                         (ws-op-quota * ws-op-avail-days) /
                           ws-total-work-days
                   end-if
               end-if
           end-if.
      *
      *Finds the tier the whole-number attainment falls in and prices
      *the bonus - a flat amount, or the rate times the pay month's
      *calls. Attainment below every band earns nothing
       450-find-bonus-tier.
      *
           move ws-zero                to ws-tier-found.
           perform varying ws-tier-idx from ws-one by ws-one
             until ws-tier-idx > ws-tier-count
               if (ws-attain-whole >= ws-tier-low(ws-tier-idx) and
                 ws-attain-whole <= ws-tier-high(ws-tier-idx)) then
                   move ws-tier-idx    to ws-tier-found
               end-if
           end-perform.
           if (ws-tier-found > ws-zero) then
               move ws-tier-found      to sr-tier
               if (ws-tier-basis(ws-tier-found) = "R") then
                   compute ws-bonus-amount rounded =
                     ws-tier-value(ws-tier-found) * ws-pay-month-calls
               else
                   move ws-tier-value(ws-tier-found) to
                     ws-bonus-amount
               end-if
               move ws-bonus-amount    to sr-amount
           end-if.
      *
      *Sort output procedure - prints the register in team order,
      *writes the payroll record for every operator with a bonus,
      *and closes with the grand totals and the sign-off block
       600-output-register.
      *
           move ws-one                 to ws-tot-idx.
           perform 660-clear-totals.
           move 2                      to ws-tot-idx.
           perform 660-clear-totals.
           move "N"                    to ws-sort-eof-flag.
           perform 601-return-register-record.
           if (ws-sort-eof-flag not = ws-file-empty) then
               move sr-team            to ws-hold-team
           end-if.
           perform 610-print-register-line
             until ws-sort-eof-flag = ws-file-empty.
           if (ws-tot-operators(1) > ws-zero) then
               perform 650-write-team-total
           end-if.
           move "GRAND TOTAL"          to ws-tl-label.
           move 2                      to ws-tot-idx.
           perform 655-write-total-line.
           perform 700-output-summary.
      *
       601-return-register-record.
      *
           return sort-file
               at end
                   move ws-file-empty  to ws-sort-eof-flag.
      *
       610-print-register-line.
      *
           if (sr-team not = ws-hold-team) then
               perform 650-write-team-total
               move sr-team            to ws-hold-team
           end-if.
           move sr-team                to ws-dl-team.
           move sr-op-num              to ws-dl-op-num.
           move sr-op-name             to ws-dl-op-name.
           move sr-quota               to ws-dl-quota.
           move sr-eff-quota           to ws-dl-eff-quota.
           move sr-avg                 to ws-dl-avg.
           move sr-variance            to ws-dl-variance.
           move sr-low-flag            to ws-dl-low-flag.
           move sr-attain              to ws-dl-attain.
           move sr-tier                to ws-dl-tier.
           move sr-amount              to ws-dl-amount.
           add ws-one                  to ws-tot-operators(1).
           if (sr-low-flag = "LOW") then
               add ws-one              to ws-tot-low(1)
           end-if.
           evaluate sr-status
               when "T"
                   move "TERMINATED - EXCLUDED" to ws-dl-note
               when "N"
                   move "NOT ON OPERATOR MASTER" to ws-dl-note
               when "Q"
                   move "NO QUOTA SET"  to ws-dl-note
               when other
                   if (sr-eff-quota = ws-zero) then
                       move "ABSENT WHOLE PERIOD" to ws-dl-note
                   else
                       if (sr-tier = ws-zero) then
                           move "BELOW LOWEST TIER" to ws-dl-note
                       else
                           move spaces  to ws-dl-note
                       end-if
                   end-if
           end-evaluate.
           if (sr-status = "A" and sr-amount > ws-zero) then
               perform 620-write-payroll-record
           end-if.
           write print-line            from ws-detail-line.
           perform 601-return-register-record.
      *
      *Writes one payroll interface record and counts it into the
      *team's paid total and the file's control amount
       620-write-payroll-record.
      *
           move sr-op-num              to pay-op-num.
           move ws-pay-period          to pay-period.
           move ws-earn-code           to pay-earn-code.
           move sr-amount              to pay-amount.
           write payroll-rec.
           add ws-one                  to ws-payroll-written.
           add sr-amount               to ws-payroll-amount.
           add ws-one                  to ws-tot-paid(1).
           add sr-amount               to ws-tot-amount(1).
      *
      *Prints the team total, rolls it into the grand total, and
      *clears it for the next team
       650-write-team-total.
      *
           move spaces                 to ws-tl-label.
           string "TEAM " ws-hold-team " TOTAL" delimited by size
             into ws-tl-label
           end-string.
           move ws-one                 to ws-tot-idx.
           perform 655-write-total-line.
           add ws-tot-operators(1)     to ws-tot-operators(2).
           add ws-tot-paid(1)          to ws-tot-paid(2).
           add ws-tot-low(1)           to ws-tot-low(2).
           add ws-tot-amount(1)        to ws-tot-amount(2).
           perform 660-clear-totals.
      *
       655-write-total-line.
      *
           move ws-tot-operators(ws-tot-idx) to ws-tl-operators.
           move ws-tot-paid(ws-tot-idx) to ws-tl-paid.
           move ws-tot-low(ws-tot-idx) to ws-tl-low.
           move ws-tot-amount(ws-tot-idx) to ws-tl-amount.
           write print-line            from ws-total-line.
           move spaces                 to print-line.
           write print-line.
      *
       660-clear-totals.
      *
           move ws-zero                to ws-tot-operators(ws-tot-idx).
           move ws-zero                to ws-tot-paid(ws-tot-idx).
           move ws-zero                to ws-tot-low(ws-tot-idx).
           move ws-zero                to ws-tot-amount(ws-tot-idx).
      *
      *Outputs the summary lines, the payroll file control totals,
      *and the sign-off block. The LOW count is the figure that must
      *equal the LOW flags on the operator report for the same A7.dat
       700-output-summary.
      *
           move "A7.dat records read:" to ws-cnt-label.
           move ws-records-read        to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Records failing report screening:" to ws-cnt-label.
           move ws-records-skipped     to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Terminated operators excluded:" to ws-cnt-label.
           move ws-terminated-count    to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Operators not on operator master:" to ws-cnt-label.
           move ws-not-on-master-count to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Payroll interface records written:" to ws-cnt-label.
           move ws-payroll-written     to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Payroll interface control amount:" to ws-amt-label.
           move ws-payroll-amount      to ws-amt-value.
           write print-line            from ws-amount-line.
           if (ws-absence-table-full = "Y") then
               move
                 "*** ABSENCE TABLE FULL - QUOTAS PART PRO-RATED ***"
                 to ws-msg-text
               write print-line        from ws-message-line
           end-if.
           write print-line            from ws-signoff-line1
           after advancing 2 lines.
           move spaces                 to print-line.
           write print-line.
           write print-line            from ws-signoff-line2.
      *
      *Appends this run's completion stamp to the job-chain log,
      *naming the producer stamp whose A7.dat incentives were paid on
       800-stamp-chain-completion.
      *
           move "INCENTIVE"            to ws-ch-step.
           move ws-run-date            to ws-ch-date.
           move ws-run-hhmmss          to ws-ch-time.
           move ws-payroll-written     to ws-ch-records.
           move ws-prod-step           to ws-ch-input-step.
           move ws-prod-date           to ws-ch-input-date.
           move ws-prod-time           to ws-ch-input-time.
           open extend chain-file.
           if (ws-chain-status not = "00") then
               open output chain-file
           end-if.
           write chain-rec             from ws-chain-line.
           close chain-file.
      *
      *Ends the run with a nonzero return code when the job chain or
      *the bonus table refused it, so no payroll file is picked up
      *from a run that did not happen
       910-set-return-code.
      *
           if (ws-run-refused = "Y") then
               move 8                  to return-code
           end-if.
      *
       end program A7-IncentivePay.
