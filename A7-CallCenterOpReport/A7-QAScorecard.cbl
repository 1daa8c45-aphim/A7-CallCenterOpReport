       identification division.
       program-id. A7-QAScorecard.
       author. Jacky Yuan.
       date-written. 2026-10-15.
      *Program Description:
      *    Balanced operator scorecard. Joins the supervisors' QA
      *    evaluation file to the volume figures on A7.dat and the
      *    quotas on the operator master, and scores every active
      *    operator on four measures - call volume, absence pro-rated
      *    quota attainment, average handle time from the minute
      *    buckets, and average QA score - each on a 0 to 100 scale.
      *    The weighted overall score, with the weights taken from
      *    the run parameters, ranks operators within their team.
      *    Operators with fewer QA evaluations in the scoring window
      *    than the run parameters require, or with no quota to
      *    attain, are listed as not rateable rather than ranked.
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
      *QA evaluations keyed by supervisors from the call recordings
           select qa-file
               assign to '../../../../data/A7-QAEvaluations.dat'
               organization is line sequential
               file status is ws-qa-status.
      *
      *Keyed operator master - quota and employment status
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
      *Run parameters - the operator report's settings plus the
      *scorecard weights, evaluation minimum, handle-time target,
      *and scoring window
           select run-parm-file
               assign to '../../../../data/A7-RunParms.dat'
               organization is line sequential
               file status is ws-run-parm-status.
      *
      *Work file the scored operators are sorted through into team
      *and rank order
           select sort-file
               assign to '../../../../data/A7-ScorecardSort.wrk'.
      *
           select report-file
               assign to '../../../../data/A7-QAScorecard.out'
               organization is line sequential.
      *
      *QA evaluation records that could not be used, with the reason
           select reject-file
               assign to '../../../../data/A7-QAScorecard-Rejects.out'
               organization is line sequential.
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
      *One scored call - the critical-fail flag is "Y" when the call
      *breached a must-pass item, which scores the call as zero
       fd qa-file
           data record is qa-rec.
      *
       01 qa-rec.
         05 qa-op-num                  pic x(3).
         05 qa-eval-date               pic 9(8).
         05 qa-eval-date-x redefines qa-eval-date.
           10 qa-eval-yyyy             pic 9(4).
           10 qa-eval-mm               pic 99.
           10 qa-eval-dd               pic 99.
         05 qa-evaluator               pic x(8).
         05 qa-score                   pic 9(3).
         05 qa-score-x redefines qa-score pic x(3).
         05 qa-critical-fail           pic x(1).
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
         05 run-parm-value-date redefines run-parm-value.
           10 run-parm-date             pic 9(8).
      *
       sd sort-file
           data record is sort-rec.
      *
       01 sort-rec.
         05 sr-team                    pic x(4).
         05 sr-rate-seq                pic x(1).
         05 sr-overall                 pic 9(3)v9.
         05 sr-op-num                  pic x(3).
         05 sr-op-name                 pic x(12).
         05 sr-calls                   pic 9(5).
         05 sr-attain                  pic 9(3)v9.
         05 sr-aht                     pic 9(3)v9.
         05 sr-evals                   pic 9(3).
         05 sr-qa-avg                  pic 9(3)v9.
         05 sr-critical                pic 9(3).
         05 sr-vol-score               pic 9(3)v9.
         05 sr-att-score               pic 9(3)v9.
         05 sr-aht-score               pic 9(3)v9.
         05 sr-qa-score                pic 9(3)v9.
         05 sr-note                    pic x(16).
      *
       fd report-file
           data record is print-line.
      *
       01 print-line                   pic x(132).
      *
       fd reject-file
           data record is reject-rec.
      *
       01 reject-rec                   pic x(70).
      *
       working-storage section.
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
                            '    Balanced Operator Scorecard'.
         05 filler                     pic x(40) value spaces.
      *
      *Weights and thresholds the scores were worked out under
       01 ws-settings-line1.
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(18) value
                                       "Weights - Volume: ".
         05 ws-sl-wt-volume            pic zz9.
         05 filler                     pic x(15) value
                                       "   Attainment: ".
         05 ws-sl-wt-attain            pic zz9.
         05 filler                     pic x(16) value
                                       "   Handle time: ".
         05 ws-sl-wt-aht               pic zz9.
         05 filler                     pic x(7) value "   QA: ".
         05 ws-sl-wt-qa                pic zz9.
         05 filler                     pic x(61) value spaces.
      *
       01 ws-settings-line2.
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(29) value
                                       "Minimum evaluations to rate: ".
         05 ws-sl-min-evals            pic zz9.
         05 filler                     pic x(28) value
                                       "   Handle-time target secs: ".
         05 ws-sl-aht-secs             pic zzz9.
         05 filler                     pic x(19) value
                                       "   Scoring window: ".
         05 ws-sl-from                 pic 9(8).
         05 filler                     pic x(4) value " to ".
         05 ws-sl-to                   pic 9(8).
         05 filler                     pic x(26) value spaces.
      *
       01 ws-team-heading.
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(6) value "Team: ".
         05 ws-th-team                 pic x(4).
         05 filler                     pic x(120) value spaces.
      *
       01 ws-heading-line1.
         05 filler                     pic x(40) value
                            '  Rank  Op   Name          Calls  Attn% '.
         05 filler                     pic x(40) value
                            '   AHT Evals  QA Avg   CF    Vol    Att '.
         05 filler                     pic x(52) value
                            '   AHT     QA  Overall  Note'.
      *
      *Data record entries
       01 ws-detail-line.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-rank                 pic zzz9.
         05 ws-dl-rank-x redefines ws-dl-rank pic x(4).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-op-num               pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-op-name              pic x(12).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-calls                pic zzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-attain               pic zz9.9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-aht                  pic zz9.9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-evals                pic zzz9.
         05 filler                     pic x(3) value spaces.
         05 ws-dl-qa-avg               pic zz9.9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-critical             pic zz9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-vol-score            pic zz9.9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-att-score            pic zz9.9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-aht-score            pic zz9.9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-qa-score             pic zz9.9.
         05 filler                     pic x(4) value spaces.
         05 ws-dl-overall              pic zz9.9.
         05 ws-dl-overall-x redefines ws-dl-overall pic x(5).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-note                 pic x(16).
         05 filler                     pic x(12) value spaces.
      *
      *Team closing line
       01 ws-team-total-line.
         05 filler                     pic x(2) value spaces.
         05 filler                     pic x(5) value "Team ".
         05 ws-tt-team                 pic x(4).
         05 filler                     pic x(10) value "   Rated: ".
         05 ws-tt-rated                pic zzzz9.
         05 filler                     pic x(17) value
                                       "   Not rateable: ".
         05 ws-tt-unrated              pic zzzz9.
         05 filler                     pic x(22) value
                                       "   Average overall: ".
         05 ws-tt-average              pic zz9.9.
         05 filler                     pic x(59) value spaces.
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
      *Reject line - built here so the separator bytes hold their
      *values
       01 ws-reject-line.
         05 ws-rl-op-num               pic x(3).
         05 filler                     pic x(1) value "|".
         05 ws-rl-date                 pic x(8).
         05 filler                     pic x(1) value "|".
         05 ws-rl-evaluator            pic x(8).
         05 filler                     pic x(1) value "|".
         05 ws-rl-score                pic x(3).
         05 filler                     pic x(1) value "|".
         05 ws-rl-critical             pic x(1).
         05 filler                     pic x(1) value "|".
         05 ws-rl-reason               pic x(40).
      *
      *QA evaluations accumulated per operator as the file is read
       01 ws-qa-table.
         05 ws-qa-entry occurs 500 times.
           10 ws-qa-op-num             pic x(3).
           10 ws-qa-evals              pic 9(3).
           10 ws-qa-score-sum          pic 9(6).
           10 ws-qa-critical           pic 9(3).
           10 ws-qa-matched            pic x(1).
      *
      *Absence calendar loaded once, scanned per operator
       01 ws-absence-table.
         05 ws-absence-entry occurs 500 times.
           10 ws-abs-op-num            pic x(3).
           10 ws-abs-month             pic 9(2).
           10 ws-abs-days              pic 9(2).
      *
      *Operators carried from the A7.dat pass to the scoring pass -
      *volume is scored against the busiest operator, which is only
      *known once every record has been read
       01 ws-card-table.
         05 ws-card-entry occurs 500 times.
           10 ws-cd-team               pic x(4).
           10 ws-cd-op-num             pic x(3).
           10 ws-cd-op-name            pic x(12).
           10 ws-cd-calls              pic 9(5).
           10 ws-cd-attain             pic 9(3)v9.
           10 ws-cd-aht                pic 9(3)v9.
           10 ws-cd-evals              pic 9(3).
           10 ws-cd-qa-avg             pic 9(3)v9.
           10 ws-cd-critical           pic 9(3).
           10 ws-cd-status             pic x(1).
      *
      *Calculation variables - the average, quota, and handle-time
      *fields carry the operator report's own pictures so the
      *figures round and truncate exactly as they do there
       01 ws-calc.
         05 ws-operator-sum            pic 9(5) value 0.
         05 ws-operator-mins-sum       pic 9(7) value 0.
         05 ws-operator-call-count     pic 99 value 0.
         05 ws-operator-avg-calc       pic 999 value 0.
         05 ws-avg-remainder           pic 999 value 0.
         05 ws-operator-aht            pic 9(3)v9 value 0.
         05 ws-attain-pct              pic 9(3)v9 value 0.
         05 ws-aht-secs                pic 9(6) value 0.
         05 ws-overall-sum             pic 9(7)v9 value 0.
         05 ws-team-average            pic 9(3)v9 value 0.
      *
      *Run settings, defaulted here and overridden by run parameters
       01 ws-run-settings.
         05 ws-max-reasonable-calls    pic 999 value 500.
         05 ws-elapsed-months          pic 99 value 12.
         05 ws-work-days-month         pic 99 value 22.
         05 ws-wt-volume               pic 9(3) value 25.
         05 ws-wt-attain               pic 9(3) value 25.
         05 ws-wt-aht                  pic 9(3) value 20.
         05 ws-wt-qa                   pic 9(3) value 30.
         05 ws-min-evals               pic 9(3) value 3.
         05 ws-aht-target-secs         pic 9(4) value 360.
         05 ws-qa-from-date            pic 9(8) value 0.
         05 ws-qa-to-date              pic 9(8) value 99999999.
      *
      *Constants
       77 ws-zero                      pic 9 value 0.
       77 ws-one                       pic 9 value 1.
       77 ws-hundred                   pic 9(3) value 100.
       77 ws-sub                       pic 99 value 1.
       77 ws-number-of-months          pic 99 value 12.
       77 ws-file-empty                pic x value "e".
       77 ws-input-status              pic xx value "00".
       77 ws-qa-status                 pic xx value "00".
       77 ws-opmaster-status           pic xx value "00".
       77 ws-absence-status            pic xx value "00".
       77 ws-run-parm-status           pic xx value "00".
       77 ws-eof-flag                  pic x value "N".
       77 ws-qa-eof-flag               pic x value "N".
       77 ws-absence-eof-flag          pic x value "N".
       77 ws-run-parm-eof-flag         pic x value "N".
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
       77 ws-weight-total              pic 9(4) value 0.
       77 ws-weights-defaulted         pic x value "N".
       77 ws-qa-count                  pic 9(3) value 0.
       77 ws-qa-idx                    pic 9(3) value 0.
       77 ws-qa-found                  pic x value "N".
       77 ws-qa-table-full             pic x value "N".
       77 ws-qa-valid                  pic x value "Y".
       77 ws-card-count                pic 9(3) value 0.
       77 ws-card-idx                  pic 9(3) value 0.
       77 ws-card-table-full           pic x value "N".
       77 ws-max-calls                 pic 9(5) value 0.
       77 ws-hold-team                 pic x(4) value spaces.
       77 ws-team-rank                 pic 9(4) value 0.
       77 ws-team-unrated              pic 9(4) value 0.
       77 ws-record-valid              pic x value "Y".
       77 ws-records-read              pic 9(5) value 0.
       77 ws-records-skipped           pic 9(5) value 0.
       77 ws-terminated-count          pic 9(5) value 0.
       77 ws-qa-read                   pic 9(5) value 0.
       77 ws-qa-reject-count           pic 9(5) value 0.
       77 ws-qa-outside-count          pic 9(5) value 0.
       77 ws-qa-unmatched-count        pic 9(5) value 0.
       77 ws-rated-count               pic 9(5) value 0.
       77 ws-unrated-count             pic 9(5) value 0.
       77 ws-run-refused               pic x value "N".
      *
       procedure division.
       000-Main.
      *
           open output report-file.
           open output reject-file.
           perform 115-load-run-parameters.
           perform 118-validate-weights.
           perform 130-load-absence-calendar.
           perform 140-load-qa-evaluations.
           open input opmaster-file.
           if (ws-opmaster-status not = "00") then
               move "Y"                to ws-run-refused
               move "NO OPERATOR MASTER - QUOTAS UNKNOWN" to
                 ws-msg-text
           end-if.
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
               perform 300-read-file
               perform 400-build-operator-card
                 until ws-eof-flag = ws-file-empty
               close input-file
               close opmaster-file
               sort sort-file
                 on ascending key sr-team
                 on ascending key sr-rate-seq
                 on descending key sr-overall
                 on ascending key sr-op-num
                 input procedure is 500-score-operators
                 output procedure is 600-output-scorecard
               perform 700-output-summary
           else
               write print-line        from ws-name-line
               write print-line        from ws-report-heading
               write print-line        from ws-message-line
               after advancing 1 line
           end-if.
           close report-file.
           close reject-file.
           perform 910-set-return-code.
           stop run.
      *
      *Reads the shared run-parameter file. MAX-CALLS, ELAPSED-MOS,
      *and WORK-DAYS are taken exactly as the operator report takes
      *them. WT-VOLUME, WT-ATTAIN, WT-AHT, and WT-QA weight the four
      *scores in whole percent; QA-MIN-EVALS is the evaluations an
      *operator needs to be ranked; AHT-SECS is the handle-time
      *target in seconds; QA-FROM and QA-TO (yyyymmdd) bound the
      *evaluation dates counted
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
               when "WT-VOLUME"
                   if (run-parm-num is numeric and
                     run-parm-num <= ws-hundred) then
                       move run-parm-num to ws-wt-volume
                   end-if
               when "WT-ATTAIN"
                   if (run-parm-num is numeric and
                     run-parm-num <= ws-hundred) then
                       move run-parm-num to ws-wt-attain
                   end-if
               when "WT-AHT"
                   if (run-parm-num is numeric and
                     run-parm-num <= ws-hundred) then
                       move run-parm-num to ws-wt-aht
                   end-if
               when "WT-QA"
                   if (run-parm-num is numeric and
                     run-parm-num <= ws-hundred) then
                       move run-parm-num to ws-wt-qa
                   end-if
               when "QA-MIN-EVALS"
                   if (run-parm-num is numeric and
                     run-parm-num > ws-zero and
                     run-parm-num < 1000) then
                       move run-parm-num to ws-min-evals
                   end-if
               when "AHT-SECS"
                   if (run-parm-num is numeric and
                     run-parm-num > ws-zero and
                     run-parm-num < 10000) then
                       move run-parm-num to ws-aht-target-secs
                   end-if
               when "QA-FROM"
                   if (run-parm-date is numeric) then
                       move run-parm-date to ws-qa-from-date
                   end-if
               when "QA-TO"
                   if (run-parm-date is numeric) then
                       move run-parm-date to ws-qa-to-date
                   end-if
           end-evaluate.
           perform 116-read-run-parm.
      *
      *The four weights must share out exactly 100 percent - a set
      *that does not is put back to the standard weights and the
      *report says so, rather than scoring on a lopsided total
       118-validate-weights.
      *
           compute ws-weight-total =
             ws-wt-volume + ws-wt-attain + ws-wt-aht + ws-wt-qa.
           if (ws-weight-total not = ws-hundred) then
               move 25                 to ws-wt-volume
               move 25                 to ws-wt-attain
               move 20                 to ws-wt-aht
               move 30                 to ws-wt-qa
               move "Y"                to ws-weights-defaulted
           end-if.
      *
      *Reads the absence calendar once into a table, keeping the same
      *rows the operator report keeps
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
      *Reads the QA evaluations once, validating each and adding the
      *ones dated inside the scoring window to the operator's running
      *totals. A critical fail counts the call as scoring zero
       140-load-qa-evaluations.
      *
           open input qa-file.
           if (ws-qa-status = "00") then
               perform 141-read-qa-record
               perform 142-apply-qa-record
                 until ws-qa-eof-flag = ws-file-empty
               close qa-file
           end-if.
      *
       141-read-qa-record.
      *
           read qa-file
               at end
                   move ws-file-empty  to ws-qa-eof-flag.
      *
       142-apply-qa-record.
      *
           add ws-one                  to ws-qa-read.
           perform 143-validate-qa-record.
           if (ws-qa-valid = "Y") then
               if (qa-eval-date < ws-qa-from-date or
                 qa-eval-date > ws-qa-to-date) then
                   add ws-one          to ws-qa-outside-count
               else
                   perform 145-find-qa-entry
                   if (ws-qa-found = "Y") then
                       add ws-one      to ws-qa-evals(ws-qa-idx)
                       if (qa-critical-fail = "Y") then
                           add ws-one  to ws-qa-critical(ws-qa-idx)
                       else
                           add qa-score to ws-qa-score-sum(ws-qa-idx)
                       end-if
                   end-if
               end-if
           end-if.
           perform 141-read-qa-record.
      *
      *An evaluation is usable when it names a numeric operator and
      *evaluator, carries a real date, scores no more than 100, and
      *says yes or no to a critical fail
       143-validate-qa-record.
      *
           move "Y"                    to ws-qa-valid.
           move spaces                 to ws-rl-reason.
           if (qa-op-num is not numeric) then
               move "N"                to ws-qa-valid
               move "OPERATOR NUMBER NOT NUMERIC" to ws-rl-reason
           end-if.
           if (ws-qa-valid = "Y") then
               if (qa-eval-date is not numeric) then
                   move "N"            to ws-qa-valid
                   move "EVALUATION DATE NOT NUMERIC" to ws-rl-reason
               else
                   if (qa-eval-mm < 1 or qa-eval-mm > 12 or
                     qa-eval-dd < 1 or qa-eval-dd > 31) then
                       move "N"        to ws-qa-valid
                       move "EVALUATION DATE INVALID" to ws-rl-reason
                   end-if
               end-if
           end-if.
           if (ws-qa-valid = "Y" and qa-evaluator = spaces) then
               move "N"                to ws-qa-valid
               move "EVALUATOR MISSING" to ws-rl-reason
           end-if.
           if (ws-qa-valid = "Y") then
               if (qa-score is not numeric) then
                   move "N"            to ws-qa-valid
                   move "SCORE NOT NUMERIC" to ws-rl-reason
               else
                   if (qa-score > ws-hundred) then
                       move "N"        to ws-qa-valid
                       move "SCORE OVER 100" to ws-rl-reason
                   end-if
               end-if
           end-if.
           if (ws-qa-valid = "Y" and
             qa-critical-fail not = "Y" and
             qa-critical-fail not = "N") then
               move "N"                to ws-qa-valid
               move "CRITICAL-FAIL FLAG NOT Y OR N" to ws-rl-reason
           end-if.
           if (ws-qa-valid = "N") then
               add ws-one              to ws-qa-reject-count
               move qa-op-num          to ws-rl-op-num
               move qa-eval-date-x     to ws-rl-date
               move qa-evaluator       to ws-rl-evaluator
               move qa-score-x         to ws-rl-score
               move qa-critical-fail   to ws-rl-critical
               write reject-rec        from ws-reject-line
           end-if.
      *
      *Finds the operator's row in the QA table, adding it the first
      *time the operator is seen
       145-find-qa-entry.
      *
           move "N"                    to ws-qa-found.
           move ws-zero                to ws-qa-idx.
           perform 146-search-one-qa-entry
             until (ws-qa-found = "Y") or
                   (ws-qa-idx >= ws-qa-count).
           if (ws-qa-found = "N") then
               if (ws-qa-count < 500) then
                   add ws-one          to ws-qa-count
                   move ws-qa-count    to ws-qa-idx
                   move qa-op-num      to ws-qa-op-num(ws-qa-idx)
                   move ws-zero        to ws-qa-evals(ws-qa-idx)
                   move ws-zero        to ws-qa-score-sum(ws-qa-idx)
                   move ws-zero        to ws-qa-critical(ws-qa-idx)
                   move "N"            to ws-qa-matched(ws-qa-idx)
                   move "Y"            to ws-qa-found
               else
                   move "Y"            to ws-qa-table-full
               end-if
           end-if.
      *
       146-search-one-qa-entry.
      *
           add ws-one                  to ws-qa-idx.
           if (ws-qa-op-num(ws-qa-idx) = qa-op-num) then
               move "Y"                to ws-qa-found
           end-if.
      *
      * output heading
       200-heading-output.
      *
           write print-line            from ws-name-line.
           write print-line            from ws-report-heading.
           move ws-wt-volume           to ws-sl-wt-volume.
           move ws-wt-attain           to ws-sl-wt-attain.
           move ws-wt-aht              to ws-sl-wt-aht.
           move ws-wt-qa               to ws-sl-wt-qa.
           write print-line            from ws-settings-line1
           after advancing 1 line.
           move ws-min-evals           to ws-sl-min-evals.
           move ws-aht-target-secs     to ws-sl-aht-secs.
           move ws-qa-from-date        to ws-sl-from.
           move ws-qa-to-date          to ws-sl-to.
           write print-line            from ws-settings-line2.
           if (ws-weights-defaulted = "Y") then
               move
                 "*** WEIGHTS DO NOT TOTAL 100 - STANDARD USED ***"
                 to ws-msg-text
               write print-line        from ws-message-line
           end-if.
      *
      *Reads through the input file
       300-read-file.
      *
           read input-file
               at end
                   move ws-file-empty  to ws-eof-flag.
      *
      *Screens an A7.dat record the way the operator report does and
      *carries the active operator's volume, attainment, handle time,
      *and QA totals into the card table. Terminated operators are
      *not scored
       400-build-operator-card.
      *
           add ws-one                  to ws-records-read.
           perform 410-validate-record.
           if (ws-record-valid = "Y") then
               move emp-rec-num        to om-op-num
               read opmaster-file
                   invalid key
                       move ws-zero    to ws-op-quota
                       perform 420-store-operator-card
                   not invalid key
                       if (om-terminated) then
                           add ws-one  to ws-terminated-count
                       else
                           move om-quota to ws-op-quota
                           perform 420-store-operator-card
                       end-if
               end-read
           else
               add ws-one              to ws-records-skipped
           end-if.
           perform 300-read-file.
      *
      *Applies the same screening as the operator report's
      *410-validate-record
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
       420-store-operator-card.
      *
           if (ws-card-count >= 500) then
               move "Y"                to ws-card-table-full
           else
               add ws-one              to ws-card-count
               move ws-card-count      to ws-card-idx
               move emp-rec-team       to ws-cd-team(ws-card-idx)
               move emp-rec-num        to ws-cd-op-num(ws-card-idx)
               move emp-rec-name       to ws-cd-op-name(ws-card-idx)
               perform 430-volume-and-handle-time
               move ws-operator-sum    to ws-cd-calls(ws-card-idx)
               move ws-operator-aht    to ws-cd-aht(ws-card-idx)
               if (ws-operator-sum > ws-max-calls) then
                   move ws-operator-sum to ws-max-calls
               end-if
               perform 440-quota-attainment
               perform 450-attach-qa-totals
           end-if.
      *
      *The operator report's 500-process-records and
      *542-average-handle-time over the posted months - total calls,
      *the period average of the months with calls, and minutes per
      *call
       430-volume-and-handle-time.
      *
           move ws-zero                to ws-operator-sum.
           move ws-zero                to ws-operator-mins-sum.
           move ws-zero                to ws-operator-call-count.
           move ws-zero                to ws-operator-avg-calc.
           move ws-zero                to ws-avg-remainder.
           move ws-zero                to ws-operator-aht.
           perform varying ws-sub      from ws-one by ws-one
             until ws-sub > ws-elapsed-months
               if (emp-rec-mins(ws-sub) is numeric) then
                   add emp-rec-mins(ws-sub) to ws-operator-mins-sum
               end-if
               if not (emp-rec-calls(ws-sub) = ws-zero) then
                   add emp-rec-calls(ws-sub) to ws-operator-sum
                   add ws-one          to ws-operator-call-count
                   divide ws-operator-sum by ws-operator-call-count
                     giving ws-operator-avg-calc
                     remainder ws-avg-remainder
               end-if
           end-perform.
           if (ws-operator-sum > ws-zero) then
               compute ws-operator-aht rounded =
                 ws-operator-mins-sum / ws-operator-sum
                 on size error
                   move 999.9          to ws-operator-aht
               end-compute
           end-if.
      *
      *Attainment is the period average over the absence pro-rated
      *quota. No quota, or no working days left after absence,
      *leaves nothing to attain and the operator cannot be rated
       440-quota-attainment.
      *
           move ws-zero                to ws-cd-attain(ws-card-idx).
           move "Q"                    to ws-cd-status(ws-card-idx).
           if (ws-op-quota > ws-zero) then
               perform 446-prorate-quota
               if (ws-effective-quota > ws-zero) then
                   compute ws-attain-pct rounded =
                     (ws-operator-avg-calc * 100) / ws-effective-quota
                     on size error
                       move 999.9      to ws-attain-pct
                   end-compute
                   move ws-attain-pct  to ws-cd-attain(ws-card-idx)
                   move "A"            to ws-cd-status(ws-card-idx)
               end-if
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
      *Picks up the operator's QA totals and marks the QA row as
      *matched to an A7.dat operator
       450-attach-qa-totals.
      *
           move ws-zero                to ws-cd-evals(ws-card-idx).
           move ws-zero                to ws-cd-qa-avg(ws-card-idx).
           move ws-zero                to ws-cd-critical(ws-card-idx).
           perform varying ws-qa-idx from ws-one by ws-one
             until ws-qa-idx > ws-qa-count
               if (ws-qa-op-num(ws-qa-idx) = emp-rec-num) then
                   move "Y"            to ws-qa-matched(ws-qa-idx)
                   move ws-qa-evals(ws-qa-idx) to
                     ws-cd-evals(ws-card-idx)
                   move ws-qa-critical(ws-qa-idx) to
                     ws-cd-critical(ws-card-idx)
                   compute ws-cd-qa-avg(ws-card-idx) rounded =
                     ws-qa-score-sum(ws-qa-idx) /
                       ws-qa-evals(ws-qa-idx)
               end-if
           end-perform.
      *
      *Sort input procedure - scores each carried operator on the
      *four measures, weights them into the overall score, and
      *releases the operator for ranking within the team
       500-score-operators.
      *
           perform varying ws-card-idx from ws-one by ws-one
             until ws-card-idx > ws-card-count
               perform 510-score-one-operator
               release sort-rec
           end-perform.
      *
      *Volume scores against the busiest operator on the file,
      *attainment is the attainment percent capped at 100, handle
      *time scores 100 at or under the target and falls in proportion
      *above it, and QA is the average evaluation score
       510-score-one-operator.
      *
           move ws-cd-team(ws-card-idx) to sr-team.
           move ws-cd-op-num(ws-card-idx) to sr-op-num.
           move ws-cd-op-name(ws-card-idx) to sr-op-name.
           move ws-cd-calls(ws-card-idx) to sr-calls.
           move ws-cd-attain(ws-card-idx) to sr-attain.
           move ws-cd-aht(ws-card-idx) to sr-aht.
           move ws-cd-evals(ws-card-idx) to sr-evals.
           move ws-cd-qa-avg(ws-card-idx) to sr-qa-avg.
           move ws-cd-critical(ws-card-idx) to sr-critical.
           move ws-cd-qa-avg(ws-card-idx) to sr-qa-score.
           move ws-zero                to sr-vol-score.
           if (ws-max-calls > ws-zero) then
               compute sr-vol-score rounded =
                 (ws-cd-calls(ws-card-idx) * 100) / ws-max-calls
           end-if.
           if (ws-cd-attain(ws-card-idx) > ws-hundred) then
               move ws-hundred         to sr-att-score
           else
               move ws-cd-attain(ws-card-idx) to sr-att-score
           end-if.
           move ws-zero                to sr-aht-score.
           if (ws-cd-aht(ws-card-idx) > ws-zero) then
               compute ws-aht-secs rounded =
                 ws-cd-aht(ws-card-idx) * 60
               if (ws-aht-secs <= ws-aht-target-secs) then
                   move ws-hundred     to sr-aht-score
               else
                   compute sr-aht-score rounded =
                     (ws-aht-target-secs * 100) / ws-aht-secs
               end-if
           end-if.
           compute sr-overall rounded =
             (sr-vol-score * ws-wt-volume +
              sr-att-score * ws-wt-attain +
              sr-aht-score * ws-wt-aht +
              sr-qa-score * ws-wt-qa) / 100.
           move "1"                    to sr-rate-seq.
           move spaces                 to sr-note.
           if (ws-cd-status(ws-card-idx) not = "A") then
               move "2"                to sr-rate-seq
               move "NO QUOTA"         to sr-note
           end-if.
           if (ws-cd-evals(ws-card-idx) < ws-min-evals) then
               move "2"                to sr-rate-seq
               move "TOO FEW EVALS"    to sr-note
           end-if.
           if (sr-rate-seq = "2") then
               move ws-zero            to sr-overall
           end-if.
      *
      *Sort output procedure - prints each team's rated operators in
      *rank order followed by the operators who cannot be rated
       600-output-scorecard.
      *
           move "N"                    to ws-sort-eof-flag.
           perform 601-return-scorecard-record.
           if (ws-sort-eof-flag not = ws-file-empty) then
               perform 620-start-team
           end-if.
           perform 610-print-scorecard-line
             until ws-sort-eof-flag = ws-file-empty.
           if (ws-hold-team not = spaces) then
               perform 630-write-team-total
           end-if.
      *
       601-return-scorecard-record.
      *
           return sort-file
               at end
                   move ws-file-empty  to ws-sort-eof-flag.
      *
       610-print-scorecard-line.
      *
           if (sr-team not = ws-hold-team) then
               perform 630-write-team-total
               perform 620-start-team
           end-if.
           move sr-op-num              to ws-dl-op-num.
           move sr-op-name             to ws-dl-op-name.
           move sr-calls               to ws-dl-calls.
           move sr-attain              to ws-dl-attain.
           move sr-aht                 to ws-dl-aht.
           move sr-evals               to ws-dl-evals.
           move sr-qa-avg              to ws-dl-qa-avg.
           move sr-critical            to ws-dl-critical.
           move sr-vol-score           to ws-dl-vol-score.
           move sr-att-score           to ws-dl-att-score.
           move sr-aht-score           to ws-dl-aht-score.
           move sr-qa-score            to ws-dl-qa-score.
           move sr-note                to ws-dl-note.
           if (sr-rate-seq = "1") then
               add ws-one              to ws-team-rank
               add ws-one              to ws-rated-count
               add sr-overall          to ws-overall-sum
               move ws-team-rank       to ws-dl-rank
               move sr-overall         to ws-dl-overall
           else
               add ws-one              to ws-team-unrated
               add ws-one              to ws-unrated-count
               move spaces             to ws-dl-rank-x
               move spaces             to ws-dl-overall-x
           end-if.
           write print-line            from ws-detail-line.
           perform 601-return-scorecard-record.
      *
       620-start-team.
      *
           move sr-team                to ws-hold-team.
           move ws-zero                to ws-team-rank.
           move ws-zero                to ws-team-unrated.
           move ws-zero                to ws-overall-sum.
           move sr-team                to ws-th-team.
           write print-line            from ws-team-heading
           after advancing 1 line.
           write print-line            from ws-heading-line1.
      *
       630-write-team-total.
      *
           move ws-zero                to ws-team-average.
           if (ws-team-rank > ws-zero) then
               compute ws-team-average rounded =
                 ws-overall-sum / ws-team-rank
           end-if.
           move ws-hold-team           to ws-tt-team.
           move ws-team-rank           to ws-tt-rated.
           move ws-team-unrated        to ws-tt-unrated.
           move ws-team-average        to ws-tt-average.
           write print-line            from ws-team-total-line.
      *
      *Outputs the summary lines
       700-output-summary.
      *
           perform varying ws-qa-idx from ws-one by ws-one
             until ws-qa-idx > ws-qa-count
               if (ws-qa-matched(ws-qa-idx) = "N") then
                   add ws-one          to ws-qa-unmatched-count
               end-if
           end-perform.
           move spaces                 to print-line.
           write print-line.
           move "A7.dat records read:" to ws-cnt-label.
           move ws-records-read        to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Records failing report screening:" to ws-cnt-label.
           move ws-records-skipped     to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Terminated operators not scored:" to ws-cnt-label.
           move ws-terminated-count    to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Operators ranked:"    to ws-cnt-label.
           move ws-rated-count         to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Operators not rateable:" to ws-cnt-label.
           move ws-unrated-count       to ws-cnt-value.
           write print-line            from ws-count-line.
           move "QA evaluations read:" to ws-cnt-label.
           move ws-qa-read             to ws-cnt-value.
           write print-line            from ws-count-line.
           move "QA evaluations rejected:" to ws-cnt-label.
           move ws-qa-reject-count     to ws-cnt-value.
           write print-line            from ws-count-line.
           move "QA evaluations outside scoring window:" to
             ws-cnt-label.
           move ws-qa-outside-count    to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Evaluated operators not on A7.dat:" to ws-cnt-label.
           move ws-qa-unmatched-count  to ws-cnt-value.
           write print-line            from ws-count-line.
           if (ws-qa-table-full = "Y") then
               move
                 "*** QA TABLE FULL - SOME EVALUATIONS NOT COUNTED ***"
                 to ws-msg-text
               write print-line        from ws-message-line
           end-if.
           if (ws-card-table-full = "Y") then
               move
                 "*** SCORECARD TABLE FULL - OPERATORS NOT SCORED ***"
                 to ws-msg-text
               write print-line        from ws-message-line
           end-if.
           if (ws-absence-table-full = "Y") then
               move
                 "*** ABSENCE TABLE FULL - QUOTAS PART PRO-RATED ***"
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
       end program A7-QAScorecard.
