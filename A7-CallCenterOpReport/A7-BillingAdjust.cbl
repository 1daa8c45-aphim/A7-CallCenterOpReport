       identification division.
       program-id. A7-BillingAdjust.
       author. Jacky Yuan.
       date-written. 2026-10-15.
      *Program Description:
      *    Billing dispute and credit-memo adjustment run. Rebuilds
      *    what the billing extract charged each cost centre in each
      *    fiscal month from the same A7.dat, rates, and team history,
      *    then validates each approved adjustment transaction against
      *    that month's charge net of every adjustment already made,
      *    so a cost centre can never be credited more than it was
      *    billed. Accepted adjustments are written as correcting
      *    debit and credit lines in the general-ledger interface
      *    layout with one balancing line to the call centre's own
      *    cost centre, for the GL reconciliation to carry as open
      *    items like any other journal line, and are appended to the
      *    adjustment history. A dispute register lists every
      *    adjustment by cost centre with the original charge, the
      *    adjustment, and the net charge, for the audit file.
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
      *Per-team billing rate and cost centre, as billed - "*CR*"
      *names the call centre's own cost centre
           select rate-file
               assign to '../../../../data/A7-BillingRates.dat'
               organization is line sequential
               file status is ws-rate-status.
      *
      *Run parameters - the validation ceiling the billing extract
      *screened with, and the fiscal month order for the register
           select run-parm-file
               assign to '../../../../data/A7-RunParms.dat'
               organization is line sequential
               file status is ws-run-parm-status.
      *
      *Effective-dated team assignment history - each month's calls
      *are charged where the billing extract charged them
           select history-file
               assign to '../../../../data/A7-TeamHistory.dat'
               organization is line sequential
               file status is ws-history-status.
      *
      *Approved billing adjustment transactions
           select trans-file
               assign to '../../../../data/A7-BillingAdjTrans.dat'
               organization is line sequential
               file status is ws-trans-status.
      *
      *Every adjustment accepted by earlier runs, appended to by
      *this one - a month's net charge is its billing plus all of
      *these
           select adj-history-file
               assign to '../../../../data/A7-BillingAdjHistory.dat'
               organization is line sequential
               file status is ws-adj-history-status.
      *
      *Correcting journal lines in the GL interface layout, read by
      *the GL reconciliation beside the billing extract's own lines.
      *Appended to until the reconciliation has taken them, so a
      *second run before then cannot overwrite the first run's lines
           select gl-adj-file
               assign to '../../../../data/A7-GLAdjustments.dat'
               organization is line sequential
               file status is ws-gl-adj-status.
      *
      *Dispute register for the audit file
           select register-file
               assign to '../../../../data/A7-DisputeRegister.out'
               organization is line sequential.
      *
      *Adjustment transactions rejected by validation, with the reason
           select reject-file
               assign to '../../../../data/A7-BillingAdjust-Rejects.out'
               organization is line sequential.
      *
      *Job-chain completion log - adjustments are only validated
      *against a billing run made on the A7.dat now on disk
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
       fd rate-file
           data record is rate-rec.
      *
       01 rate-rec.
         05 rate-team                  pic x(4).
         05 rate-cost-centre           pic x(6).
         05 rate-per-call              pic 9(3)v99.
         05 rate-basis                 pic x(1).
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
       fd history-file
           data record is history-rec.
      *
       01 history-rec.
         05 hist-op-num                pic x(3).
         05 hist-eff-month             pic 9(2).
         05 hist-team                  pic x(4).
      *
      *One adjustment - "R" reduces the cost centre's charge (a
      *credit memo), "I" increases it. Type "C" gives the calls to
      *adjust (talk minutes for a minutes-billed cost centre), priced
      *at the billed rate; type "A" gives the amount outright
       fd trans-file
           data record is adj-trans-rec.
      *
       01 adj-trans-rec.
         05 adj-cost-centre            pic x(6).
         05 adj-fiscal-month           pic 9(2).
         05 adj-fiscal-month-x redefines adj-fiscal-month pic x(2).
         05 adj-action                 pic x(1).
         05 adj-type                   pic x(1).
         05 adj-units                  pic 9(7).
         05 adj-amount                 pic 9(7)v99.
         05 adj-reason                 pic x(3).
         05 adj-approver               pic x(8).
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
       fd gl-adj-file
           data record is gl-rec.
      *
       01 gl-rec.
         05 gl-cost-centre             pic x(6).
         05 gl-dr-cr                   pic x(1).
         05 gl-amount                  pic 9(9)v99.
         05 gl-description             pic x(24).
      *
       fd register-file
           data record is print-line.
      *
       01 print-line                   pic x(132).
      *
       fd reject-file
           data record is reject-rec.
      *
       01 reject-rec                   pic x(80).
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
      *Run date and time stamped once at startup
       01 ws-run-stamp.
         05 ws-run-date                pic 9(8) value 0.
         05 ws-run-time-raw            pic 9(8) value 0.
         05 ws-run-time redefines ws-run-time-raw.
           10 ws-run-hhmmss            pic 9(6).
           10 filler                   pic 99.
      *
       01 ws-constants.
         05 ws-number-of-months        pic 99 value 12.
         05 ws-month-names             pic x(36) value
                               "JULAUGSEPOCTNOVDECJANFEBMARAPRMAYJUN".
         05 ws-month-literals redefines ws-month-names pic x(3) occurs
                              12 times.
      *Reason codes an adjustment may carry - duplicate calls,
      *misrouted calls, rate error, service failure, goodwill, other
         05 ws-reason-codes            pic x(18) value
                                       "DUPMISRATSLAGDWOTH".
         05 ws-reason-literals redefines ws-reason-codes pic x(3)
                              occurs 6 times.
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
                            '  Billing Dispute and Adjustment Register'.
         05 filler                     pic x(40) value spaces.
      *
       01 ws-heading-line1.
         05 filler                     pic x(40) value
                            '  Centre  Team  Mth  Date      Run    Rs'.
         05 filler                     pic x(40) value
                            'n  Approver        Original       Adjust'.
         05 filler                     pic x(52) value
                            'ment       Net Charge'.
      *
      *Data record entries - one per adjustment, prior runs' first
       01 ws-detail-line.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-cost-centre          pic x(6).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-team                 pic x(4).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-month                pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-date                 pic 9(8).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-source               pic x(5).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-reason               pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-approver             pic x(8).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-original             pic zzz,zzz,zz9.99.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-adjustment           pic ----,---,--9.99.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-net                  pic ----,---,--9.99.
         05 filler                     pic x(29) value spaces.
      *
      *Cost centre closing line - the year as billed, the
      *adjustments, and what the cost centre now owes
       01 ws-cc-total-line.
         05 filler                     pic x(2) value spaces.
         05 ws-ct-label                pic x(51) value spaces.
         05 ws-ct-original             pic zzz,zzz,zz9.99.
         05 filler                     pic x(2) value spaces.
         05 ws-ct-adjustment           pic ----,---,--9.99.
         05 filler                     pic x(2) value spaces.
         05 ws-ct-net                  pic ----,---,--9.99.
         05 filler                     pic x(31) value spaces.
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
         05 ws-amt-value               pic zzz,zzz,zz9.99.
         05 filler                     pic x(73) value spaces.
      *
       01 ws-message-line.
         05 filler                     pic x(3) value spaces.
         05 ws-msg-text                pic x(60) value spaces.
         05 filler                     pic x(69) value spaces.
      *
      *Reject line - built here so the separator bytes hold their
      *values
       01 ws-reject-line.
         05 ws-rl-cost-centre          pic x(6).
         05 filler                     pic x(1) value "|".
         05 ws-rl-month                pic x(2).
         05 filler                     pic x(1) value "|".
         05 ws-rl-action               pic x(1).
         05 filler                     pic x(1) value "|".
         05 ws-rl-type                 pic x(1).
         05 filler                     pic x(1) value "|".
         05 ws-rl-reason-code          pic x(3).
         05 filler                     pic x(1) value "|".
         05 ws-rl-approver             pic x(8).
         05 filler                     pic x(1) value "|".
         05 ws-rl-reason               pic x(40).
         05 filler                     pic x(13) value spaces.
      *
      *Per-team rates loaded once, each pointing at its cost centre
       01 ws-rate-table.
         05 ws-rate-entry occurs 100 times.
           10 ws-rate-team             pic x(4).
           10 ws-rate-cost-centre      pic x(6).
           10 ws-rate-per-call         pic 9(3)v99.
           10 ws-rate-basis            pic x(1).
           10 ws-rate-cc-idx           pic 9(3).
      *
      *Cost centres billed, with each fiscal month's charge as the
      *billing extract priced it and the adjustments made since. A
      *cost centre shared by teams on different rates or bases is
      *marked mixed - a calls adjustment cannot be priced for it
       01 ws-cc-table.
         05 ws-cc-entry occurs 100 times.
           10 ws-cc-code               pic x(6).
           10 ws-cc-team               pic x(4).
           10 ws-cc-rate               pic 9(3)v99.
           10 ws-cc-basis              pic x(1).
           10 ws-cc-mixed              pic x(1).
           10 ws-cc-this-run           pic x(1).
           10 ws-cc-month occurs 12 times.
             15 ws-cc-charge           pic 9(9)v99.
             15 ws-cc-adjusted         pic s9(9)v99.
      *
      *Every adjustment on the register - prior runs' from the
      *history file, then this run's accepted transactions - with
      *the month's charge and the net charge after it
       01 ws-adj-table.
         05 ws-adj-entry occurs 700 times.
           10 ws-at-source             pic x(1).
           10 ws-at-cc-idx             pic 9(3).
           10 ws-at-month              pic 9(2).
           10 ws-at-date               pic 9(8).
           10 ws-at-reason             pic x(3).
           10 ws-at-approver           pic x(8).
           10 ws-at-original           pic 9(9)v99.
           10 ws-at-amount             pic s9(9)v99.
           10 ws-at-net                pic s9(9)v99.
      *
      *Team assignment history loaded once
       01 ws-history-table.
         05 ws-history-entry occurs 500 times.
           10 ws-hist-op-num           pic x(3).
           10 ws-hist-eff-month        pic 9(2).
           10 ws-hist-team             pic x(4).
      *
      *Calculation variables
       01 ws-calc.
         05 ws-month-calls             pic 9(3) value 0.
         05 ws-month-mins              pic 9(5) value 0.
         05 ws-month-charge            pic 9(9)v99 value 0.
         05 ws-eff-team                pic x(4) value spaces.
         05 ws-hist-best-month         pic 99 value 0.
         05 ws-adj-value               pic 9(9)v99 value 0.
         05 ws-adj-signed              pic s9(9)v99 value 0.
         05 ws-month-net               pic s9(9)v99 value 0.
         05 ws-cc-original-total       pic 9(9)v99 value 0.
         05 ws-cc-adjusted-total       pic s9(9)v99 value 0.
         05 ws-cc-net-total            pic s9(9)v99 value 0.
         05 ws-run-debits              pic 9(9)v99 value 0.
         05 ws-run-credits             pic 9(9)v99 value 0.
         05 ws-balancing-amount        pic 9(9)v99 value 0.
         05 ws-credit-cost-centre      pic x(6) value spaces.
      *
      *Constants
       77 ws-zero                      pic 9 value 0.
       77 ws-one                       pic 9 value 1.
       77 ws-sub                       pic 99 value 1.
       77 ws-file-empty                pic x value "e".
       77 ws-input-status              pic xx value "00".
       77 ws-rate-status               pic xx value "00".
       77 ws-run-parm-status           pic xx value "00".
       77 ws-history-status            pic xx value "00".
       77 ws-trans-status              pic xx value "00".
       77 ws-adj-history-status        pic xx value "00".
       77 ws-gl-adj-status             pic xx value "00".
       77 ws-chain-status              pic xx value "00".
       77 ws-eof-flag                  pic x value "N".
       77 ws-rate-eof-flag             pic x value "N".
       77 ws-run-parm-eof-flag         pic x value "N".
       77 ws-history-eof-flag          pic x value "N".
       77 ws-trans-eof-flag            pic x value "N".
       77 ws-adj-history-eof-flag      pic x value "N".
       77 ws-chain-eof-flag            pic x value "N".
       77 ws-history-loaded            pic x value "N".
       77 ws-history-count             pic 9(3) value 0.
       77 ws-history-idx               pic 9(3) value 0.
       77 ws-history-table-full        pic x value "N".
       77 ws-rate-count                pic 9(3) value 0.
       77 ws-rate-idx                  pic 9(3) value 0.
       77 ws-rate-found                pic x value "N".
       77 ws-rate-table-full           pic x value "N".
       77 ws-cc-count                  pic 9(3) value 0.
       77 ws-cc-idx                    pic 9(3) value 0.
       77 ws-cc-found                  pic x value "N".
       77 ws-cc-search                 pic x(6) value spaces.
       77 ws-adj-count                 pic 9(3) value 0.
       77 ws-adj-idx                   pic 9(3) value 0.
       77 ws-adj-table-full            pic x value "N".
       77 ws-reason-idx                pic 9 value 0.
       77 ws-reason-found              pic x value "N".
       77 ws-trans-valid               pic x value "Y".
       77 ws-record-valid              pic x value "Y".
       77 ws-records-skipped           pic 9(5) value 0.
       77 ws-max-reasonable-calls      pic 999 value 500.
       77 ws-trans-read                pic 9(5) value 0.
       77 ws-trans-accepted            pic 9(5) value 0.
       77 ws-trans-rejected            pic 9(5) value 0.
       77 ws-prior-loaded              pic 9(5) value 0.
       77 ws-prior-unmatched           pic 9(5) value 0.
       77 ws-gl-lines-written          pic 9(5) value 0.
       77 ws-month-order-good          pic x value "Y".
       77 ws-month-found               pic x value "N".
       77 ws-month-check-idx           pic 99 value 0.
       77 ws-month-check-jdx           pic 99 value 0.
       77 ws-run-refused               pic x value "N".
       77 ws-chain-refused             pic x value "N".
       77 ws-prod-found                pic x value "N".
       77 ws-prod-step                 pic x(12) value spaces.
       77 ws-prod-date                 pic 9(8) value 0.
       77 ws-prod-time                 pic 9(6) value 0.
       77 ws-prod-records              pic 9(7) value 0.
       77 ws-gate-record-count         pic 9(7) value 0.
       77 ws-gate-eof-flag             pic x value "N".
       77 ws-bill-found                pic x value "N".
       77 ws-bill-input-step           pic x(12) value spaces.
       77 ws-bill-input-date           pic 9(8) value 0.
       77 ws-bill-input-time           pic 9(6) value 0.
      *
       procedure division.
       000-Main.
      *
           accept ws-run-date          from date yyyymmdd.
           accept ws-run-time-raw      from time.
           open output register-file.
           perform 112-verify-chain-gate.
           if (ws-run-refused = "N") then
               perform 115-load-run-parameters
               perform 120-load-rate-table
               perform 130-load-team-history
           end-if.
           if (ws-run-refused = "N") then
               open input input-file
               if (ws-input-status not = "00") then
                   move "Y"            to ws-run-refused
                   move "NO A7.DAT INPUT - RUN REFUSED" to ws-msg-text
               end-if
           end-if.
           if (ws-run-refused = "N") then
               perform 200-heading-output
               perform 300-read-file
               perform 400-price-operator
                 until ws-eof-flag = ws-file-empty
               close input-file
               perform 450-load-prior-adjustments
               open output reject-file
               open extend gl-adj-file
               if (ws-gl-adj-status not = "00") then
                   open output gl-adj-file
               end-if
               perform 500-process-adjustments
               perform 600-write-balancing-line
               close gl-adj-file
               close reject-file
               perform 650-append-adjustment-history
               perform 700-output-register
               perform 800-stamp-chain-completion
           else
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
      *and the latest billing stamp, and refuses the run unless the
      *billing was made on the A7.dat now on disk - adjusting
      *against a different billing would validate against charges
      *that were never sent
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
               if (ws-bill-found = "N") then
                   move "Y"            to ws-run-refused
                   move "Y"            to ws-chain-refused
                   move
                     "BILLING HAS NOT RUN - NOTHING TO ADJUST"
                     to ws-msg-text
               else
                   if (ws-bill-input-step not = ws-prod-step or
                     ws-bill-input-date not = ws-prod-date or
                     ws-bill-input-time not = ws-prod-time) then
                       move "Y"        to ws-run-refused
                       move "Y"        to ws-chain-refused
                       move
                     "BILLING RAN ON OLDER A7.DAT - CHAIN OUT OF ORDER"
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
           if (ws-ch-step = "BILLING") then
               move "Y"                to ws-bill-found
               move ws-ch-input-step   to ws-bill-input-step
               move ws-ch-input-date   to ws-bill-input-date
               move ws-ch-input-time   to ws-bill-input-time
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
      *Reads the shared run-parameter file for the validation ceiling
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
               when "MAX-CALLS"
                   if (run-parm-num is numeric and
                     run-parm-num > ws-zero and
                     run-parm-num < 1000) then
                       move run-parm-num to ws-max-reasonable-calls
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
      *Reads the rate file once into a table and builds the cost
      *centre table beside it. No rate file or no "*CR*" cost centre
      *refuses the run, exactly as it refuses the billing
       120-load-rate-table.
      *
           open input rate-file.
           if (ws-rate-status not = "00") then
               move "Y"                to ws-run-refused
               move "NO BILLING RATE FILE - RUN REFUSED" to
                 ws-msg-text
           else
               perform 121-read-rate-record
               perform 122-store-rate-record
                 until ws-rate-eof-flag = ws-file-empty
               close rate-file
               if (ws-credit-cost-centre = spaces) then
                   move "Y"            to ws-run-refused
                   move "NO *CR* CREDIT COST CENTRE ON RATE FILE" to
                     ws-msg-text
               end-if
           end-if.
      *
       121-read-rate-record.
      *
           read rate-file
               at end
                   move ws-file-empty  to ws-rate-eof-flag.
      *
       122-store-rate-record.
      *
           if (rate-team = "*CR*") then
               move rate-cost-centre   to ws-credit-cost-centre
           else
               if (ws-rate-count < 100) then
                   add ws-one          to ws-rate-count
                   move rate-team      to ws-rate-team(ws-rate-count)
                   move rate-cost-centre to
                     ws-rate-cost-centre(ws-rate-count)
                   move rate-per-call  to
                     ws-rate-per-call(ws-rate-count)
                   move rate-basis     to
                     ws-rate-basis(ws-rate-count)
                   perform 123-attach-cost-centre
               else
                   move "Y"            to ws-rate-table-full
               end-if
           end-if.
           perform 121-read-rate-record.
      *
      *Points the new rate entry at its cost centre, adding the cost
      *centre the first time it is seen
       123-attach-cost-centre.
      *
           move rate-cost-centre       to ws-cc-search.
           perform 125-find-cost-centre.
           if (ws-cc-found = "N") then
               add ws-one              to ws-cc-count
               move ws-cc-count        to ws-cc-idx
               move rate-cost-centre   to ws-cc-code(ws-cc-idx)
               move rate-team          to ws-cc-team(ws-cc-idx)
               move rate-per-call      to ws-cc-rate(ws-cc-idx)
               move rate-basis         to ws-cc-basis(ws-cc-idx)
               move "N"                to ws-cc-mixed(ws-cc-idx)
               move "N"                to ws-cc-this-run(ws-cc-idx)
               perform varying ws-sub  from ws-one by ws-one
                 until ws-sub > ws-number-of-months
                   move ws-zero        to
                     ws-cc-charge(ws-cc-idx, ws-sub)
                   move ws-zero        to
                     ws-cc-adjusted(ws-cc-idx, ws-sub)
               end-perform
           else
               if (ws-cc-rate(ws-cc-idx) not = rate-per-call or
                 ws-cc-basis(ws-cc-idx) not = rate-basis) then
                   move "Y"            to ws-cc-mixed(ws-cc-idx)
               end-if
           end-if.
           move ws-cc-idx              to ws-rate-cc-idx(ws-rate-count).
      *
      *Finds the cost centre named in ws-cc-search on the cost centre
      *table
       125-find-cost-centre.
      *
           move "N"                    to ws-cc-found.
           move ws-zero                to ws-cc-idx.
           perform 126-search-one-cost-centre
             until (ws-cc-found = "Y") or
                   (ws-cc-idx >= ws-cc-count).
      *
       126-search-one-cost-centre.
      *
           add ws-one                  to ws-cc-idx.
           if (ws-cc-code(ws-cc-idx) = ws-cc-search) then
               move "Y"                to ws-cc-found
           end-if.
      *
      *Reads the team assignment history once into a table
       130-load-team-history.
      *
           open input history-file.
           if (ws-history-status = "00") then
               perform 131-read-history-record
               perform 132-store-history-record
                 until ws-history-eof-flag = ws-file-empty
               close history-file
               move "Y"                to ws-history-loaded
           end-if.
      *
       131-read-history-record.
      *
           read history-file
               at end
                   move ws-file-empty  to ws-history-eof-flag.
      *
       132-store-history-record.
      *
           if (hist-op-num is numeric and
             hist-eff-month is numeric and
             hist-eff-month > ws-zero and
             hist-eff-month < 13) then
               if (ws-history-count < 500) then
                   add ws-one          to ws-history-count
                   move hist-op-num    to
                     ws-hist-op-num(ws-history-count)
                   move hist-eff-month to
                     ws-hist-eff-month(ws-history-count)
                   move hist-team      to
                     ws-hist-team(ws-history-count)
               else
                   move "Y"            to ws-history-table-full
               end-if
           end-if.
           perform 131-read-history-record.
      *
      * output heading
       200-heading-output.
      *
           write print-line            from ws-name-line.
           write print-line            from ws-report-heading.
           write print-line            from ws-heading-line1.
      *
      *Reads through the input file
       300-read-file.
      *
           read input-file
               at end
                   move ws-file-empty  to ws-eof-flag.
      *
      *Screens one record the way the billing extract does and prices
      *each month against the rate of the team the operator was on in
      *that month, into that team's cost centre
       400-price-operator.
      *
           perform 410-validate-record.
           if (ws-record-valid = "Y") then
               perform varying ws-sub  from ws-one by ws-one
                 until ws-sub > ws-number-of-months
                   move emp-rec-calls(ws-sub) to ws-month-calls
                   if (emp-rec-mins(ws-sub) is numeric) then
                       move emp-rec-mins(ws-sub) to ws-month-mins
                   else
                       move ws-zero    to ws-month-mins
                   end-if
                   if (ws-month-calls > ws-zero or
                     ws-month-mins > ws-zero) then
                       perform 427-derive-effective-team
                       perform 430-accumulate-month-charge
                   end-if
               end-perform
           else
               add ws-one              to ws-records-skipped
           end-if.
           perform 300-read-file.
      *
      *Applies the same screening as the operator report's
      *410-validate-record, so only the records billed are priced
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
      *The billing extract's 427-derive-effective-team - the latest
      *history assignment effective on or before the month wins
       427-derive-effective-team.
      *
           move emp-rec-team           to ws-eff-team.
           if (ws-history-loaded = "Y") then
               move ws-zero            to ws-hist-best-month
               perform varying ws-history-idx from ws-one by ws-one
                 until ws-history-idx > ws-history-count
                   if (ws-hist-op-num(ws-history-idx) = emp-rec-num)
                     then
                       if (ws-hist-eff-month(ws-history-idx) <= ws-sub
                         and ws-hist-eff-month(ws-history-idx) >=
                         ws-hist-best-month) then
                           move ws-hist-eff-month(ws-history-idx) to
                             ws-hist-best-month
                           move ws-hist-team(ws-history-idx) to
                             ws-eff-team
                       end-if
                   end-if
               end-perform
           end-if.
      *
      *Prices one month's calls, or talk minutes for an "M" team, and
      *adds the charge to the cost centre's month. A team with no
      *rate was never journalled and so has nothing to adjust
       430-accumulate-month-charge.
      *
           move "N"                    to ws-rate-found.
           move ws-zero                to ws-rate-idx.
           perform 431-search-one-rate-entry
             until (ws-rate-found = "Y") or
                   (ws-rate-idx >= ws-rate-count).
           if (ws-rate-found = "Y") then
               if (ws-rate-basis(ws-rate-idx) = "M") then
                   compute ws-month-charge rounded =
                     ws-month-mins * ws-rate-per-call(ws-rate-idx)
               else
                   compute ws-month-charge rounded =
                     ws-month-calls * ws-rate-per-call(ws-rate-idx)
               end-if
               move ws-rate-cc-idx(ws-rate-idx) to ws-cc-idx
               add ws-month-charge     to
                 ws-cc-charge(ws-cc-idx, ws-sub)
           end-if.
      *
       431-search-one-rate-entry.
      *
           add ws-one                  to ws-rate-idx.
           if (ws-rate-team(ws-rate-idx) = ws-eff-team) then
               move "Y"                to ws-rate-found
           end-if.
      *
      *Reads the adjustment history into the register table and into
      *each cost centre month's running adjustment, so this run's
      *credits are validated against the charge net of all of them
       450-load-prior-adjustments.
      *
           open input adj-history-file.
           if (ws-adj-history-status = "00") then
               perform 451-read-prior-adjustment
               perform 452-store-prior-adjustment
                 until ws-adj-history-eof-flag = ws-file-empty
               close adj-history-file
           end-if.
      *
       451-read-prior-adjustment.
      *
           read adj-history-file
               at end
                   move ws-file-empty  to ws-adj-history-eof-flag.
      *
       452-store-prior-adjustment.
      *
           move ah-cost-centre         to ws-cc-search.
           perform 125-find-cost-centre.
           if (ws-cc-found = "N" or
             ah-fiscal-month is not numeric or
             ah-fiscal-month < 1 or ah-fiscal-month > 12 or
             ah-amount is not numeric) then
               add ws-one              to ws-prior-unmatched
           else
               add ws-one              to ws-prior-loaded
               move ah-amount          to ws-adj-value
               if (ah-action = "R") then
                   compute ws-adj-signed = ws-zero - ws-adj-value
               else
                   move ws-adj-value   to ws-adj-signed
               end-if
               move ah-fiscal-month    to ws-sub
               perform 460-record-adjustment
               if (ws-adj-table-full = "N") then
                   move "P"            to ws-at-source(ws-adj-count)
                   move ah-date        to ws-at-date(ws-adj-count)
                   move ah-reason      to ws-at-reason(ws-adj-count)
                   move ah-approver    to
                     ws-at-approver(ws-adj-count)
               end-if
           end-if.
           perform 451-read-prior-adjustment.
      *
      *Applies a signed adjustment to cost centre ws-cc-idx month
      *ws-sub and adds it to the register table with the month's
      *charge and the net charge it leaves
       460-record-adjustment.
      *
           add ws-adj-signed           to
             ws-cc-adjusted(ws-cc-idx, ws-sub).
           if (ws-adj-count < 700) then
               add ws-one              to ws-adj-count
               move ws-cc-idx          to ws-at-cc-idx(ws-adj-count)
               move ws-sub             to ws-at-month(ws-adj-count)
               move ws-cc-charge(ws-cc-idx, ws-sub) to
                 ws-at-original(ws-adj-count)
               move ws-adj-signed      to ws-at-amount(ws-adj-count)
               compute ws-at-net(ws-adj-count) =
                 ws-cc-charge(ws-cc-idx, ws-sub) +
                 ws-cc-adjusted(ws-cc-idx, ws-sub)
           else
               move "Y"                to ws-adj-table-full
           end-if.
      *
      *Reads the adjustment transactions and applies each that
      *passes validation
       500-process-adjustments.
      *
           open input trans-file.
           if (ws-trans-status = "00") then
               perform 501-read-transaction
               perform 510-apply-one-adjustment
                 until ws-trans-eof-flag = ws-file-empty
               close trans-file
           end-if.
      *
       501-read-transaction.
      *
           read trans-file
               at end
                   move ws-file-empty  to ws-trans-eof-flag.
      *
       510-apply-one-adjustment.
      *
           add ws-one                  to ws-trans-read.
           perform 520-validate-adjustment.
           if (ws-trans-valid = "Y") then
               perform 530-post-adjustment
           else
               add ws-one              to ws-trans-rejected
               move adj-cost-centre    to ws-rl-cost-centre
               move adj-fiscal-month-x to ws-rl-month
               move adj-action         to ws-rl-action
               move adj-type           to ws-rl-type
               move adj-reason         to ws-rl-reason-code
               move adj-approver       to ws-rl-approver
               write reject-rec        from ws-reject-line
           end-if.
           perform 501-read-transaction.
      *
      *Validates one adjustment - a billed cost centre and month, a
      *known action, type, and reason, a named approver, and a value
      *that prices. A reduction may not take the month's charge below
      *zero once every earlier adjustment is counted
       520-validate-adjustment.
      *
           move "Y"                    to ws-trans-valid.
           move spaces                 to ws-rl-reason.
           move adj-cost-centre        to ws-cc-search.
           perform 125-find-cost-centre.
           if (ws-cc-found = "N") then
               move "N"                to ws-trans-valid
               move "COST CENTRE NOT BILLED" to ws-rl-reason
           end-if.
           if (ws-trans-valid = "Y") then
               if (adj-fiscal-month is not numeric or
                 adj-fiscal-month < 1 or adj-fiscal-month > 12) then
                   move "N"            to ws-trans-valid
                   move "FISCAL MONTH NOT 01-12" to ws-rl-reason
               end-if
           end-if.
           if (ws-trans-valid = "Y" and
             adj-action not = "R" and adj-action not = "I") then
               move "N"                to ws-trans-valid
               move "ACTION NOT R OR I" to ws-rl-reason
           end-if.
           if (ws-trans-valid = "Y") then
               perform 525-price-adjustment
           end-if.
           if (ws-trans-valid = "Y") then
               move "N"                to ws-reason-found
               perform varying ws-reason-idx from ws-one by ws-one
                 until ws-reason-idx > 6
                   if (ws-reason-literals(ws-reason-idx) = adj-reason)
                     then
                       move "Y"        to ws-reason-found
                   end-if
               end-perform
               if (ws-reason-found = "N") then
                   move "N"            to ws-trans-valid
                   move "UNKNOWN REASON CODE" to ws-rl-reason
               end-if
           end-if.
           if (ws-trans-valid = "Y" and adj-approver = spaces) then
               move "N"                to ws-trans-valid
               move "NO APPROVER" to ws-rl-reason
           end-if.
           if (ws-trans-valid = "Y" and ws-adj-count >= 700) then
               move "N"                to ws-trans-valid
               move "ADJUSTMENT TABLE FULL - RE-KEY NEXT RUN" to
                 ws-rl-reason
           end-if.
           if (ws-trans-valid = "Y" and adj-action = "R") then
               move adj-fiscal-month   to ws-sub
               compute ws-month-net =
                 ws-cc-charge(ws-cc-idx, ws-sub) +
                 ws-cc-adjusted(ws-cc-idx, ws-sub)
               if (ws-adj-value > ws-month-net) then
                   move "N"            to ws-trans-valid
                   move "CREDIT EXCEEDS NET BILLED FOR MONTH" to
                     ws-rl-reason
               end-if
           end-if.
      *
      *Works out the adjustment's value - the amount as given, or
      *the calls (minutes for a minutes-billed cost centre) at the
      *rate they were billed at
       525-price-adjustment.
      *
           evaluate adj-type
               when "A"
                   if (adj-amount is not numeric or
                     adj-amount = ws-zero) then
                       move "N"        to ws-trans-valid
                       move "AMOUNT NOT NUMERIC OR ZERO" to
                         ws-rl-reason
                   else
                       move adj-amount to ws-adj-value
                   end-if
               when "C"
                   if (adj-units is not numeric or
                     adj-units = ws-zero) then
                       move "N"        to ws-trans-valid
                       move "CALLS NOT NUMERIC OR ZERO" to
                         ws-rl-reason
                   else
                       if (ws-cc-mixed(ws-cc-idx) = "Y") then
                           move "N"    to ws-trans-valid
                           move
                             "COST CENTRE HAS MIXED RATES - USE AMOUNT"
                             to ws-rl-reason
                       else
                           compute ws-adj-value rounded =
                             adj-units * ws-cc-rate(ws-cc-idx)
                       end-if
                   end-if
               when other
                   move "N"            to ws-trans-valid
                   move "TYPE NOT C OR A" to ws-rl-reason
           end-evaluate.
      *
      *Posts an accepted adjustment - the correcting journal line to
      *the cost centre, the running month net, and the register row
       530-post-adjustment.
      *
           add ws-one                  to ws-trans-accepted.
           move "Y"                    to ws-cc-this-run(ws-cc-idx).
           move adj-fiscal-month       to ws-sub.
           move adj-cost-centre        to gl-cost-centre.
           move ws-adj-value           to gl-amount.
           if (adj-action = "R") then
               move "C"                to gl-dr-cr
               add ws-adj-value        to ws-run-credits
               compute ws-adj-signed = ws-zero - ws-adj-value
           else
               move "D"                to gl-dr-cr
               add ws-adj-value        to ws-run-debits
               move ws-adj-value       to ws-adj-signed
           end-if.
           move spaces                 to gl-description.
           string "ADJ " delimited by size
                  adj-reason delimited by size
                  " " delimited by size
                  ws-month-literals(ws-sub) delimited by size
                  " " delimited by size
                  adj-approver delimited by size
             into gl-description
           end-string.
           write gl-rec.
           add ws-one                  to ws-gl-lines-written.
           perform 460-record-adjustment.
           if (ws-adj-table-full = "N") then
               move "N"                to ws-at-source(ws-adj-count)
               move ws-run-date        to ws-at-date(ws-adj-count)
               move adj-reason         to ws-at-reason(ws-adj-count)
               move adj-approver       to ws-at-approver(ws-adj-count)
           end-if.
      *
      *Balances the run's adjustments against the call centre's own
      *cost centre - a run that credits more than it debits takes the
      *difference as a debit there, and the other way about, so the
      *adjustment journal nets to zero like the billing journal does
       600-write-balancing-line.
      *
           if (ws-run-credits not = ws-run-debits) then
               move ws-credit-cost-centre to gl-cost-centre
               if (ws-run-credits > ws-run-debits) then
                   move "D"            to gl-dr-cr
                   compute ws-balancing-amount =
                     ws-run-credits - ws-run-debits
               else
                   move "C"            to gl-dr-cr
                   compute ws-balancing-amount =
                     ws-run-debits - ws-run-credits
               end-if
               move ws-balancing-amount to gl-amount
               move "BILLING ADJ BALANCING" to gl-description
               write gl-rec
               add ws-one              to ws-gl-lines-written
           end-if.
      *
      *Appends this run's accepted adjustments to the history, so the
      *next run validates against them
       650-append-adjustment-history.
      *
           if (ws-trans-accepted > ws-zero) then
               open extend adj-history-file
               if (ws-adj-history-status not = "00") then
                   open output adj-history-file
               end-if
               perform varying ws-adj-idx from ws-one by ws-one
                 until ws-adj-idx > ws-adj-count
                   if (ws-at-source(ws-adj-idx) = "N") then
                       move ws-cc-code(ws-at-cc-idx(ws-adj-idx)) to
                         ah-cost-centre
                       move ws-at-month(ws-adj-idx) to
                         ah-fiscal-month
                       if (ws-at-amount(ws-adj-idx) < ws-zero) then
                           move "R"    to ah-action
                           compute ah-amount =
                             ws-zero - ws-at-amount(ws-adj-idx)
                       else
                           move "I"    to ah-action
                           move ws-at-amount(ws-adj-idx) to ah-amount
                       end-if
                       move ws-at-date(ws-adj-idx) to ah-date
                       move ws-at-reason(ws-adj-idx) to ah-reason
                       move ws-at-approver(ws-adj-idx) to ah-approver
                       write adj-history-rec
                   end-if
               end-perform
               close adj-history-file
           end-if.
      *
      *Prints the dispute register - every cost centre with any
      *adjustment to date, from earlier runs or this one, with all
      *its adjustments and its year as billed, adjusted, and net -
      *then the run totals. The register is rewritten every run, so
      *it is always the whole year for the audit file
       700-output-register.
      *
           perform varying ws-cc-idx from ws-one by ws-one
             until ws-cc-idx > ws-cc-count
               move "N"                to ws-cc-found
               perform varying ws-adj-idx from ws-one by ws-one
                 until ws-adj-idx > ws-adj-count
                   if (ws-at-cc-idx(ws-adj-idx) = ws-cc-idx) then
                       move "Y"        to ws-cc-found
                   end-if
               end-perform
               if (ws-cc-found = "Y") then
                   perform 710-print-cost-centre
               end-if
           end-perform.
           if (ws-trans-accepted = ws-zero) then
               move "No adjustments accepted this run." to
                 ws-msg-text
               write print-line        from ws-message-line
           end-if.
           move spaces                 to print-line.
           write print-line.
           move "Adjustment transactions read:" to ws-cnt-label.
           move ws-trans-read          to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Adjustments accepted:" to ws-cnt-label.
           move ws-trans-accepted      to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Adjustments rejected:" to ws-cnt-label.
           move ws-trans-rejected      to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Credits to cost centres this run:" to ws-amt-label.
           move ws-run-credits         to ws-amt-value.
           write print-line            from ws-amount-line.
           move "Debits to cost centres this run:" to ws-amt-label.
           move ws-run-debits          to ws-amt-value.
           write print-line            from ws-amount-line.
           move "Balancing line to call centre:" to ws-amt-label.
           move ws-balancing-amount    to ws-amt-value.
           write print-line            from ws-amount-line.
           move "GL adjustment lines written:" to ws-cnt-label.
           move ws-gl-lines-written    to ws-cnt-value.
           write print-line            from ws-count-line.
           if (ws-prior-unmatched > ws-zero) then
               move "Prior adjustments not matched:" to
                 ws-cnt-label
               move ws-prior-unmatched to ws-cnt-value
               write print-line        from ws-count-line
           end-if.
           if (ws-records-skipped > ws-zero) then
               move
                 "Some records failed screening - see report rejects."
                 to ws-msg-text
               write print-line        from ws-message-line
           end-if.
           if (ws-rate-table-full = "Y") then
               move
                 "*** RATE TABLE FULL - SOME TEAMS NOT PRICED ***"
                 to ws-msg-text
               write print-line        from ws-message-line
           end-if.
           if (ws-history-table-full = "Y") then
               move
                 "*** TEAM HISTORY FULL - SOME MONTHS MISCREDITED ***"
                 to ws-msg-text
               write print-line        from ws-message-line
           end-if.
           if (ws-adj-table-full = "Y") then
               move
                 "*** ADJUSTMENT TABLE FULL - REGISTER INCOMPLETE ***"
                 to ws-msg-text
               write print-line        from ws-message-line
           end-if.
      *
      *Prints one cost centre's adjustments in the order made, then
      *its closing line
       710-print-cost-centre.
      *
           perform varying ws-adj-idx from ws-one by ws-one
             until ws-adj-idx > ws-adj-count
               if (ws-at-cc-idx(ws-adj-idx) = ws-cc-idx) then
                   move ws-cc-code(ws-cc-idx) to ws-dl-cost-centre
                   move ws-cc-team(ws-cc-idx) to ws-dl-team
                   move ws-month-literals(ws-at-month(ws-adj-idx)) to
                     ws-dl-month
                   move ws-at-date(ws-adj-idx) to ws-dl-date
                   if (ws-at-source(ws-adj-idx) = "P") then
                       move "PRIOR"    to ws-dl-source
                   else
                       move "THIS"     to ws-dl-source
                   end-if
                   move ws-at-reason(ws-adj-idx) to ws-dl-reason
                   move ws-at-approver(ws-adj-idx) to ws-dl-approver
                   move ws-at-original(ws-adj-idx) to ws-dl-original
                   move ws-at-amount(ws-adj-idx) to ws-dl-adjustment
                   move ws-at-net(ws-adj-idx) to ws-dl-net
                   write print-line    from ws-detail-line
               end-if
           end-perform.
           move ws-zero                to ws-cc-original-total.
           move ws-zero                to ws-cc-adjusted-total.
           perform varying ws-sub      from ws-one by ws-one
             until ws-sub > ws-number-of-months
               add ws-cc-charge(ws-cc-idx, ws-sub) to
                 ws-cc-original-total
               add ws-cc-adjusted(ws-cc-idx, ws-sub) to
                 ws-cc-adjusted-total
           end-perform.
           compute ws-cc-net-total =
             ws-cc-original-total + ws-cc-adjusted-total.
           move spaces                 to ws-ct-label.
           string "COST CENTRE " delimited by size
                  ws-cc-code(ws-cc-idx) delimited by size
                  " YEAR - BILLED, ADJUSTED, NET"
                                       delimited by size
             into ws-ct-label
           end-string.
           move ws-cc-original-total   to ws-ct-original.
           move ws-cc-adjusted-total   to ws-ct-adjustment.
           move ws-cc-net-total        to ws-ct-net.
           write print-line            from ws-cc-total-line.
           move spaces                 to print-line.
           write print-line.
      *
      *Appends this run's completion stamp to the job-chain log
       800-stamp-chain-completion.
      *
           move "BILLADJ"              to ws-ch-step.
           move ws-run-date            to ws-ch-date.
           move ws-run-hhmmss          to ws-ch-time.
           move ws-gl-lines-written    to ws-ch-records.
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
      *Ends the run with a nonzero return code when it was refused,
      *or when any adjustment was rejected and must be re-keyed
       910-set-return-code.
      *
           if (ws-run-refused = "Y" or ws-trans-rejected > ws-zero)
             then
               move 8                  to return-code
           end-if.
      *
       end program A7-BillingAdjust.
