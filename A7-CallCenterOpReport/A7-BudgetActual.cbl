       identification division.
       program-id. A7-BudgetActual.
       author. Jacky Yuan.
       date-written. 2026-10-15.
      *Program Description:
      *    Cost-centre budget versus actual chargeback report. The
      *    billing extract restates each cost centre's charge for the
      *    year to date on every run, so this program keeps the
      *    year-to-date charge seen at each fiscal month on a history
      *    file and takes each month's actual as the growth since the
      *    month before, plus the billing adjustments made to that
      *    month. Each cost centre's months, year to date, and year
      *    end projected at its current run rate are reported against
      *    its budget, with the variance and percent consumed, and a
      *    cost centre heading past its annual budget is flagged while
      *    there is still time to act on it.
      *
       environment division.
       input-output section.
       file-control.
      *
      *Annual call-centre budget per cost centre, by fiscal month
           select budget-file
               assign to '../../../../data/A7-CostCentreBudget.dat'
               organization is line sequential
               file status is ws-budget-status.
      *
      *Journal lines the billing extract sent to Finance this period
           select gl-file
               assign to '../../../../data/A7-GLInterface.dat'
               organization is line sequential
               file status is ws-gl-status.
      *
      *Every billing adjustment accepted, by cost centre and the
      *fiscal month it corrects
           select adj-history-file
               assign to '../../../../data/A7-BillingAdjHistory.dat'
               organization is line sequential
               file status is ws-adj-history-status.
      *
      *Year-to-date charge per cost centre as billed at each fiscal
      *month, rewritten by every run
           select actuals-file
               assign to '../../../../data/A7-ChargebackActuals.dat'
               organization is line sequential
               file status is ws-actuals-status.
      *
      *Run parameters - fiscal months elapsed and month order
           select run-parm-file
               assign to '../../../../data/A7-RunParms.dat'
               organization is line sequential
               file status is ws-run-parm-status.
      *
           select report-file
               assign to '../../../../data/A7-BudgetActual.out'
               organization is line sequential.
      *
      *Budget records rejected by validation, with the reason
           select reject-file
               assign to '../../../../data/A7-BudgetActual-Rejects.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd budget-file
           data record is budget-rec.
      *
       01 budget-rec.
         05 bud-cost-centre            pic x(6).
         05 bud-fiscal-month           pic 9(2).
         05 bud-amount                 pic 9(7)v99.
      *
       fd gl-file
           data record is gl-rec.
      *
       01 gl-rec.
         05 gl-cost-centre             pic x(6).
         05 gl-dr-cr                   pic x(1).
         05 gl-amount                  pic 9(9)v99.
         05 gl-description             pic x(24).
      *
       fd adj-history-file
           data record is adj-history-rec.
      *
       01 adj-history-rec.
         05 ah-cost-centre             pic x(6).
         05 ah-fiscal-month            pic 9(2).
         05 ah-action                  pic x(1).
         05 ah-amount                  pic 9(9)v99.
         05 ah-date                    pic 9(8).
         05 ah-reason                  pic x(3).
         05 ah-approver                pic x(8).
      *
       fd actuals-file
           data record is actuals-rec.
      *
       01 actuals-rec.
         05 act-cost-centre            pic x(6).
         05 act-fiscal-month           pic 9(2).
         05 act-billed-ytd             pic 9(9)v99.
         05 act-run-date               pic 9(8).
      *
       fd run-parm-file
           data record is run-parm-rec.
      *
       01 run-parm-rec.
         05 run-parm-keyword            pic x(12).
         05 run-parm-value              pic x(40).
         05 run-parm-value-num redefines run-parm-value.
           10 run-parm-num              pic 9(5).
           10 filler                    pic x(35).
      *
       fd report-file
           data record is print-line.
      *
       01 print-line                   pic x(132).
      *
       fd reject-file
           data record is reject-rec.
      *
       01 reject-rec                   pic x(60).
      *
       working-storage section.
      *
       01 ws-constants.
         05 ws-number-of-months        pic 99 value 12.
         05 ws-month-names             pic x(36) value
                               "JULAUGSEPOCTNOVDECJANFEBMARAPRMAYJUN".
         05 ws-month-literals redefines ws-month-names pic x(3) occurs
                              12 times.
      *
      *Default month order kept aside so a supplied order can be
      *checked against it
       01 ws-month-order-check.
         05 ws-canonical-months        pic x(36) value
                               "JULAUGSEPOCTNOVDECJANFEBMARAPRMAYJUN".
         05 ws-canonical-literals redefines ws-canonical-months
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
                            '  Cost Centre Budget versus Actual'.
         05 filler                     pic x(40) value spaces.
      *
       01 ws-period-line.
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(30) value
                                       'Fiscal months to date:'.
         05 ws-pl-elapsed              pic z9.
         05 filler                     pic x(3) value spaces.
         05 ws-pl-month                pic x(3).
         05 filler                     pic x(91) value spaces.
      *
       01 ws-heading-line1.
         05 filler                     pic x(40) value
                            '  Centre  Mth           Budget          '.
         05 filler                     pic x(40) value
                            ' Actual         Variance    %Used  Flag '.
         05 filler                     pic x(52) value spaces.
      *
       01 ws-legend-line.
         05 filler                     pic x(3) value spaces.
         05 ws-lg-text                 pic x(90).
         05 filler                     pic x(39) value spaces.
      *
      *One line per cost centre month, then its year to date and its
      *projected year end
       01 ws-detail-line.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-cost-centre          pic x(6).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-month                pic x(4).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-budget               pic zzz,zzz,zz9.99.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-actual               pic ----,---,--9.99.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-variance             pic ----,---,--9.99.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-pct                  pic zzz9.9.
         05 ws-dl-pct-x redefines ws-dl-pct pic x(6).
         05 ws-dl-pct-sign             pic x(1).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-flag                 pic x(20).
         05 filler                     pic x(37) value spaces.
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
         05 ws-amt-value               pic ----,---,--9.99.
         05 filler                     pic x(72) value spaces.
      *
       01 ws-message-line.
         05 filler                     pic x(3) value spaces.
         05 ws-msg-text                pic x(60) value spaces.
         05 filler                     pic x(69) value spaces.
      *
      *Reject line - built here so the separator bytes hold their
      *values
       01 ws-reject-line.
         05 ws-rl-record               pic x(17).
         05 filler                     pic x(1) value "|".
         05 ws-rl-reason               pic x(40).
         05 filler                     pic x(2) value spaces.
      *
      *Cost centres budgeted or charged, each month's budget, the
      *year-to-date charge recorded at that month, the adjustments
      *made to it, and the actual worked out from them
       01 ws-cc-table.
         05 ws-cc-entry occurs 100 times.
           10 ws-cc-code               pic x(6).
           10 ws-cc-budgeted           pic x(1).
           10 ws-cc-billed-ytd         pic 9(9)v99.
           10 ws-cc-month occurs 12 times.
             15 ws-cc-budget           pic 9(9)v99.
             15 ws-cc-budget-found     pic x(1).
             15 ws-cc-recorded         pic x(1).
             15 ws-cc-recorded-ytd     pic 9(9)v99.
             15 ws-cc-adjusted         pic s9(9)v99.
             15 ws-cc-actual           pic s9(9)v99.
      *
      *Calculation variables
       01 ws-calc.
         05 ws-prior-ytd               pic 9(9)v99 value 0.
         05 ws-adj-signed              pic s9(9)v99 value 0.
         05 ws-line-budget             pic 9(9)v99 value 0.
         05 ws-line-actual             pic s9(9)v99 value 0.
         05 ws-line-variance           pic s9(9)v99 value 0.
         05 ws-line-pct                pic 9(4)v9 value 0.
         05 ws-ytd-budget              pic 9(9)v99 value 0.
         05 ws-ytd-actual              pic s9(9)v99 value 0.
         05 ws-annual-budget           pic 9(9)v99 value 0.
         05 ws-annual-budget-hold      pic 9(9)v99 value 0.
         05 ws-projected               pic s9(9)v99 value 0.
         05 ws-tot-ytd-budget          pic 9(9)v99 value 0.
         05 ws-tot-ytd-actual          pic s9(9)v99 value 0.
         05 ws-tot-annual-budget       pic 9(9)v99 value 0.
         05 ws-tot-projected           pic s9(9)v99 value 0.
      *
      *Run date stamped once at startup onto the actuals history
       01 ws-run-stamp.
         05 ws-run-date                pic 9(8) value 0.
      *
      *Constants
       77 ws-zero                      pic 9 value 0.
       77 ws-one                       pic 9 value 1.
       77 ws-sub                       pic 99 value 1.
       77 ws-file-empty                pic x value "e".
       77 ws-budget-status             pic xx value "00".
       77 ws-gl-status                 pic xx value "00".
       77 ws-adj-history-status        pic xx value "00".
       77 ws-actuals-status            pic xx value "00".
       77 ws-run-parm-status           pic xx value "00".
       77 ws-budget-eof-flag           pic x value "N".
       77 ws-gl-eof-flag               pic x value "N".
       77 ws-adj-history-eof-flag      pic x value "N".
       77 ws-actuals-eof-flag          pic x value "N".
       77 ws-run-parm-eof-flag         pic x value "N".
       77 ws-elapsed-months            pic 99 value 12.
       77 ws-cc-count                  pic 9(3) value 0.
       77 ws-cc-idx                    pic 9(3) value 0.
       77 ws-cc-found                  pic x value "N".
       77 ws-cc-search                 pic x(6) value spaces.
       77 ws-cc-table-full             pic x value "N".
       77 ws-budget-valid              pic x value "Y".
       77 ws-budget-read               pic 9(5) value 0.
       77 ws-budget-rejected           pic 9(5) value 0.
       77 ws-gl-debits-read            pic 9(5) value 0.
       77 ws-adjustments-read          pic 9(5) value 0.
       77 ws-overrun-count             pic 9(5) value 0.
       77 ws-unbudgeted-count          pic 9(5) value 0.
       77 ws-month-order-good          pic x value "Y".
       77 ws-month-found               pic x value "N".
       77 ws-month-check-idx           pic 99 value 0.
       77 ws-month-check-jdx           pic 99 value 0.
       77 ws-run-refused               pic x value "N".
      *
       procedure division.
       000-Main.
      *
           accept ws-run-date          from date yyyymmdd.
           open output report-file.
           perform 115-load-run-parameters.
           perform 130-load-gl-debits.
           if (ws-run-refused = "N") then
               open output reject-file
               perform 120-load-budget
               close reject-file
               perform 140-load-actuals-history
               perform 150-load-adjustments
               perform 400-derive-monthly-actuals
               perform 500-rewrite-actuals-history
               perform 200-heading-output
               perform 600-output-cost-centres
               perform 700-output-summary
           else
               write print-line        from ws-name-line
               write print-line        from ws-report-heading
               write print-line        from ws-message-line
               after advancing 1 line
           end-if.
           close report-file.
           perform 910-set-return-code.
           stop run.
      *
      *Reads the shared run-parameter file for the fiscal months
      *elapsed - the month this run's charges are recorded against -
      *and the fiscal month order
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
               when "ELAPSED-MOS"
                   if (run-parm-num is numeric and
                     run-parm-num > ws-zero and
                     run-parm-num < 13) then
                       move run-parm-num to ws-elapsed-months
                   end-if
               when "MONTH-ORDER"
                   perform 118-validate-month-order
                   if (ws-month-order-good = "Y") then
                       move ws-supplied-months to ws-month-names
                   end-if
           end-evaluate.
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
                   if (ws-canonical-literals(ws-month-check-idx) =
                     ws-supplied-literals(ws-month-check-jdx)) then
                       move "Y"        to ws-month-found
                   end-if
               end-perform
               if (ws-month-found = "N") then
                   move "N"            to ws-month-order-good
               end-if
           end-perform.
      *
      *Reads the budget file - one amount per cost centre per fiscal
      *month. A record that does not validate is rejected with the
      *reason, and a second budget for the same month is rejected
      *rather than added, so a re-keyed file cannot double a budget
       120-load-budget.
      *
           open input budget-file.
           if (ws-budget-status = "00") then
               perform 121-read-budget-record
               perform 122-store-budget-record
                 until ws-budget-eof-flag = ws-file-empty
               close budget-file
           else
               move "NO BUDGET FILE - ACTUALS SHOWN AGAINST ZERO BUDGET"
                 to ws-msg-text
           end-if.
      *
       121-read-budget-record.
      *
           read budget-file
               at end
                   move ws-file-empty  to ws-budget-eof-flag.
      *
       122-store-budget-record.
      *
           add ws-one                  to ws-budget-read.
           move "Y"                    to ws-budget-valid.
           if (bud-cost-centre = spaces) then
               move "N"                to ws-budget-valid
               move "NO COST CENTRE" to ws-rl-reason
           end-if.
           if (ws-budget-valid = "Y" and
             (bud-fiscal-month is not numeric or
             bud-fiscal-month < 1 or bud-fiscal-month > 12)) then
               move "N"                to ws-budget-valid
               move "FISCAL MONTH NOT 01-12" to ws-rl-reason
           end-if.
           if (ws-budget-valid = "Y" and bud-amount is not numeric)
             then
               move "N"                to ws-budget-valid
               move "BUDGET AMOUNT NOT NUMERIC" to ws-rl-reason
           end-if.
           if (ws-budget-valid = "Y") then
               move bud-cost-centre    to ws-cc-search
               perform 125-find-or-add-cost-centre
               if (ws-cc-found = "N") then
                   move "N"            to ws-budget-valid
                   move "COST CENTRE TABLE FULL" to ws-rl-reason
               end-if
           end-if.
           if (ws-budget-valid = "Y") then
               move bud-fiscal-month   to ws-sub
               if (ws-cc-budget-found(ws-cc-idx, ws-sub) = "Y") then
                   move "N"            to ws-budget-valid
                   move "DUPLICATE BUDGET FOR MONTH" to ws-rl-reason
               end-if
           end-if.
           if (ws-budget-valid = "Y") then
               move bud-amount         to
                 ws-cc-budget(ws-cc-idx, ws-sub)
               move "Y"                to
                 ws-cc-budget-found(ws-cc-idx, ws-sub)
               move "Y"                to ws-cc-budgeted(ws-cc-idx)
           else
               add ws-one              to ws-budget-rejected
               move budget-rec         to ws-rl-record
               write reject-rec        from ws-reject-line
           end-if.
           perform 121-read-budget-record.
      *
      *Finds the cost centre in ws-cc-search on the table, adding it
      *the first time it is seen. ws-cc-found stays "N" only when
      *the table is full
       125-find-or-add-cost-centre.
      *
           move "N"                    to ws-cc-found.
           move ws-zero                to ws-cc-idx.
           perform 126-search-one-cost-centre
             until (ws-cc-found = "Y") or
                   (ws-cc-idx >= ws-cc-count).
           if (ws-cc-found = "N") then
               if (ws-cc-count < 100) then
                   add ws-one          to ws-cc-count
                   move ws-cc-count    to ws-cc-idx
                   move ws-cc-search   to ws-cc-code(ws-cc-idx)
                   move "N"            to ws-cc-budgeted(ws-cc-idx)
                   move ws-zero        to ws-cc-billed-ytd(ws-cc-idx)
                   perform varying ws-sub from ws-one by ws-one
                     until ws-sub > ws-number-of-months
                       move ws-zero    to
                         ws-cc-budget(ws-cc-idx, ws-sub)
                       move "N"        to
                         ws-cc-budget-found(ws-cc-idx, ws-sub)
                       move "N"        to
                         ws-cc-recorded(ws-cc-idx, ws-sub)
                       move ws-zero    to
                         ws-cc-recorded-ytd(ws-cc-idx, ws-sub)
                       move ws-zero    to
                         ws-cc-adjusted(ws-cc-idx, ws-sub)
                       move ws-zero    to
                         ws-cc-actual(ws-cc-idx, ws-sub)
                   end-perform
                   move "Y"            to ws-cc-found
               else
                   move "Y"            to ws-cc-table-full
               end-if
           end-if.
      *
       126-search-one-cost-centre.
      *
           add ws-one                  to ws-cc-idx.
           if (ws-cc-code(ws-cc-idx) = ws-cc-search) then
               move "Y"                to ws-cc-found
           end-if.
      *
      *Totals this run's debit lines by cost centre - the charge for
      *the year to date as the billing extract now states it. The
      *credit line is the call centre's own recovery, not a charge.
      *Without the interface file there is nothing to measure
       130-load-gl-debits.
      *
           open input gl-file.
           if (ws-gl-status = "00") then
               perform 131-read-gl-line
               perform 132-store-gl-debit
                 until ws-gl-eof-flag = ws-file-empty
               close gl-file
           else
               move "Y"                to ws-run-refused
               move "NO GL INTERFACE FILE - RUN REFUSED" to ws-msg-text
           end-if.
      *
       131-read-gl-line.
      *
           read gl-file
               at end
                   move ws-file-empty  to ws-gl-eof-flag.
      *
       132-store-gl-debit.
      *
           if (gl-dr-cr = "D" and gl-amount is numeric) then
               move gl-cost-centre     to ws-cc-search
               perform 125-find-or-add-cost-centre
               if (ws-cc-found = "Y") then
                   add ws-one          to ws-gl-debits-read
                   add gl-amount       to ws-cc-billed-ytd(ws-cc-idx)
               end-if
           end-if.
           perform 131-read-gl-line.
      *
      *Reads the year-to-date charge recorded at each earlier fiscal
      *month. A month after this run's is left over from last year
      *or from a period since restated, and is dropped
       140-load-actuals-history.
      *
           open input actuals-file.
           if (ws-actuals-status = "00") then
               perform 141-read-actuals-record
               perform 142-store-actuals-record
                 until ws-actuals-eof-flag = ws-file-empty
               close actuals-file
           end-if.
      *
       141-read-actuals-record.
      *
           read actuals-file
               at end
                   move ws-file-empty  to ws-actuals-eof-flag.
      *
       142-store-actuals-record.
      *
           if (act-fiscal-month is numeric and
             act-fiscal-month > ws-zero and
             act-fiscal-month < ws-elapsed-months and
             act-billed-ytd is numeric) then
               move act-cost-centre    to ws-cc-search
               perform 125-find-or-add-cost-centre
               if (ws-cc-found = "Y") then
                   move act-fiscal-month to ws-sub
                   move "Y"            to
                     ws-cc-recorded(ws-cc-idx, ws-sub)
                   move act-billed-ytd to
                     ws-cc-recorded-ytd(ws-cc-idx, ws-sub)
               end-if
           end-if.
           perform 141-read-actuals-record.
      *
      *Reads every billing adjustment into the month it corrects
       150-load-adjustments.
      *
           open input adj-history-file.
           if (ws-adj-history-status = "00") then
               perform 151-read-adjustment
               perform 152-store-adjustment
                 until ws-adj-history-eof-flag = ws-file-empty
               close adj-history-file
           end-if.
      *
       151-read-adjustment.
      *
           read adj-history-file
               at end
                   move ws-file-empty  to ws-adj-history-eof-flag.
      *
       152-store-adjustment.
      *
           if (ah-fiscal-month is numeric and
             ah-fiscal-month > ws-zero and
             ah-fiscal-month < 13 and
             ah-amount is numeric) then
               move ah-cost-centre     to ws-cc-search
               perform 125-find-or-add-cost-centre
               if (ws-cc-found = "Y") then
                   add ws-one          to ws-adjustments-read
                   move ah-fiscal-month to ws-sub
                   if (ah-action = "R") then
                       compute ws-adj-signed = ws-zero - ah-amount
                   else
                       move ah-amount  to ws-adj-signed
                   end-if
                   add ws-adj-signed   to
                     ws-cc-adjusted(ws-cc-idx, ws-sub)
               end-if
           end-if.
           perform 151-read-adjustment.
      *
      *Records this run's year-to-date charge against the current
      *month and works out each month's actual as the growth in the
      *recorded charge since the last month recorded before it, plus
      *that month's adjustments. A month with nothing recorded shows
      *only its adjustments - its charge falls in the next month run
       400-derive-monthly-actuals.
      *
           perform varying ws-cc-idx from ws-one by ws-one
             until ws-cc-idx > ws-cc-count
               move "Y"                to
                 ws-cc-recorded(ws-cc-idx, ws-elapsed-months)
               move ws-cc-billed-ytd(ws-cc-idx) to
                 ws-cc-recorded-ytd(ws-cc-idx, ws-elapsed-months)
               move ws-zero            to ws-prior-ytd
               perform varying ws-sub  from ws-one by ws-one
                 until ws-sub > ws-elapsed-months
                   if (ws-cc-recorded(ws-cc-idx, ws-sub) = "Y") then
                       compute ws-cc-actual(ws-cc-idx, ws-sub) =
                         ws-cc-recorded-ytd(ws-cc-idx, ws-sub) -
                         ws-prior-ytd +
                         ws-cc-adjusted(ws-cc-idx, ws-sub)
                       move ws-cc-recorded-ytd(ws-cc-idx, ws-sub) to
                         ws-prior-ytd
                   else
                       move ws-cc-adjusted(ws-cc-idx, ws-sub) to
                         ws-cc-actual(ws-cc-idx, ws-sub)
                   end-if
               end-perform
           end-perform.
      *
      *Rewrites the actuals history with every month recorded up to
      *and including this run's
       500-rewrite-actuals-history.
      *
           open output actuals-file.
           perform varying ws-cc-idx from ws-one by ws-one
             until ws-cc-idx > ws-cc-count
               perform varying ws-sub  from ws-one by ws-one
                 until ws-sub > ws-elapsed-months
                   if (ws-cc-recorded(ws-cc-idx, ws-sub) = "Y") then
                       move ws-cc-code(ws-cc-idx) to act-cost-centre
                       move ws-sub     to act-fiscal-month
                       move ws-cc-recorded-ytd(ws-cc-idx, ws-sub) to
                         act-billed-ytd
                       move ws-run-date to act-run-date
                       write actuals-rec
                   end-if
               end-perform
           end-perform.
           close actuals-file.
      *
      * output heading
       200-heading-output.
      *
           write print-line            from ws-name-line.
           write print-line            from ws-report-heading.
           move ws-elapsed-months      to ws-pl-elapsed.
           move ws-month-literals(ws-elapsed-months) to ws-pl-month.
           write print-line            from ws-period-line.
           move
             "Variance is budget less actual - negative is over budget."
             to ws-lg-text.
           write print-line            from ws-legend-line.
           move
             "YTD %Used is of the annual budget."
             to ws-lg-text.
           write print-line            from ws-legend-line.
           move
             "PROJ is the year end at the year-to-date run rate."
             to ws-lg-text.
           write print-line            from ws-legend-line.
           if (ws-msg-text not = spaces) then
               write print-line        from ws-message-line
           end-if.
           write print-line            from ws-heading-line1
           after advancing 1 line.
      *
      *Prints each cost centre's months to date, year to date, and
      *projected year end
       600-output-cost-centres.
      *
           perform varying ws-cc-idx from ws-one by ws-one
             until ws-cc-idx > ws-cc-count
               perform 610-print-cost-centre
           end-perform.
      *
       610-print-cost-centre.
      *
           move ws-zero                to ws-ytd-budget.
           move ws-zero                to ws-ytd-actual.
           move ws-zero                to ws-annual-budget.
           perform varying ws-sub      from ws-one by ws-one
             until ws-sub > ws-number-of-months
               add ws-cc-budget(ws-cc-idx, ws-sub) to ws-annual-budget
           end-perform.
           perform varying ws-sub      from ws-one by ws-one
             until ws-sub > ws-elapsed-months
               add ws-cc-budget(ws-cc-idx, ws-sub) to ws-ytd-budget
               add ws-cc-actual(ws-cc-idx, ws-sub) to ws-ytd-actual
               move ws-month-literals(ws-sub) to ws-dl-month
               move ws-cc-budget(ws-cc-idx, ws-sub) to ws-line-budget
               move ws-cc-actual(ws-cc-idx, ws-sub) to ws-line-actual
               move ws-line-budget     to ws-annual-budget-hold
               perform 620-write-detail-line
           end-perform.
      *Year to date - variance against the budget to date, percent
      *consumed of the whole year's budget
           move "YTD"                  to ws-dl-month.
           move ws-ytd-budget          to ws-line-budget.
           move ws-ytd-actual          to ws-line-actual.
           move ws-annual-budget       to ws-annual-budget-hold.
           perform 620-write-detail-line.
      *Year end projected at the run rate to date
           compute ws-projected rounded =
             ws-ytd-actual * ws-number-of-months / ws-elapsed-months.
           move "PROJ"                 to ws-dl-month.
           move ws-annual-budget       to ws-line-budget.
           move ws-projected           to ws-line-actual.
           move ws-annual-budget       to ws-annual-budget-hold.
           perform 620-write-detail-line.
           if (ws-cc-budgeted(ws-cc-idx) = "N") then
               add ws-one              to ws-unbudgeted-count
           else
               if (ws-projected > ws-annual-budget) then
                   add ws-one          to ws-overrun-count
               end-if
           end-if.
           add ws-ytd-budget           to ws-tot-ytd-budget.
           add ws-ytd-actual           to ws-tot-ytd-actual.
           add ws-annual-budget        to ws-tot-annual-budget.
           add ws-projected            to ws-tot-projected.
           move spaces                 to print-line.
           write print-line.
      *
      *Prints one line - budget, actual, variance, and the actual as
      *a percent of ws-annual-budget-hold, flagging an actual over
      *its budget. The flag on the projection line is the warning
      *the report exists for
       620-write-detail-line.
      *
           move ws-cc-code(ws-cc-idx)  to ws-dl-cost-centre.
           compute ws-line-variance = ws-line-budget - ws-line-actual.
           move ws-line-budget         to ws-dl-budget.
           move ws-line-actual         to ws-dl-actual.
           move ws-line-variance       to ws-dl-variance.
           move spaces                 to ws-dl-flag.
           if (ws-annual-budget-hold > ws-zero and
             ws-line-actual > ws-zero) then
               compute ws-line-pct rounded =
                 ws-line-actual * 100 / ws-annual-budget-hold
                 on size error
                   move 9999.9         to ws-line-pct
               end-compute
               move ws-line-pct        to ws-dl-pct
               move "%"                to ws-dl-pct-sign
           else
               if (ws-annual-budget-hold > ws-zero) then
                   move ws-zero        to ws-dl-pct
                   move "%"            to ws-dl-pct-sign
               else
                   move spaces         to ws-dl-pct-x
                   move space          to ws-dl-pct-sign
               end-if
           end-if.
           if (ws-cc-budgeted(ws-cc-idx) = "N") then
               if (ws-dl-month = "PROJ") then
                   move "NO BUDGET"    to ws-dl-flag
               end-if
           else
               if (ws-line-actual > ws-line-budget) then
                   if (ws-dl-month = "PROJ") then
                       move "PROJECTED OVERRUN" to ws-dl-flag
                   else
                       move "OVER"     to ws-dl-flag
                   end-if
               end-if
           end-if.
           write print-line            from ws-detail-line.
      *
      *Prints the totals across every cost centre and the run counts
       700-output-summary.
      *
           move "Budget to date, all cost centres:" to ws-amt-label.
           move ws-tot-ytd-budget      to ws-amt-value.
           write print-line            from ws-amount-line.
           move "Actual to date, all cost centres:" to ws-amt-label.
           move ws-tot-ytd-actual      to ws-amt-value.
           write print-line            from ws-amount-line.
           move "Annual budget, all cost centres:" to ws-amt-label.
           move ws-tot-annual-budget   to ws-amt-value.
           write print-line            from ws-amount-line.
           move "Projected year end, all cost centres:" to
             ws-amt-label.
           move ws-tot-projected       to ws-amt-value.
           write print-line            from ws-amount-line.
           move "Cost centres reported:" to ws-cnt-label.
           move ws-cc-count            to ws-cnt-value.
           write print-line            from ws-count-line
           after advancing 1 line.
           move "Cost centres projected to overrun:" to ws-cnt-label.
           move ws-overrun-count       to ws-cnt-value.
           write print-line            from ws-count-line.
           if (ws-unbudgeted-count > ws-zero) then
               move "Cost centres charged with no budget:" to
                 ws-cnt-label
               move ws-unbudgeted-count to ws-cnt-value
               write print-line        from ws-count-line
           end-if.
           move "GL debit lines read:" to ws-cnt-label.
           move ws-gl-debits-read      to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Billing adjustments applied:" to ws-cnt-label.
           move ws-adjustments-read    to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Budget records read:" to ws-cnt-label.
           move ws-budget-read         to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Budget records rejected:" to ws-cnt-label.
           move ws-budget-rejected     to ws-cnt-value.
           write print-line            from ws-count-line.
           if (ws-cc-table-full = "Y") then
               move
                 "*** COST CENTRE TABLE FULL - SOME NOT REPORTED ***"
                 to ws-msg-text
               write print-line        from ws-message-line
           end-if.
      *
      *Ends the run with a nonzero return code when it was refused
       910-set-return-code.
      *
           if (ws-run-refused = "Y") then
               move 8                  to return-code
           end-if.
      *
       end program A7-BudgetActual.
