       identification division.
       program-id. A7-QueueServiceLevel.
       author. Jacky Yuan.
       date-written. 2026-10-15.
      *Program Description:
      *    Queue service-level report built from the switch's queue
      *    statistics feed. The per-operator daily feed only sees the
      *    calls an operator actually answered, so it cannot show the
      *    calls that waited and hung up. This feed carries calls
      *    offered, answered, abandoned, answered within the service
      *    level threshold, and total answer-wait seconds per team
      *    queue per half-hour interval, and the report works out the
      *    service level, abandonment rate, and average speed of
      *    answer by site, team, day, and interval. The intervals are
      *    the same 00-47 half-hours from midnight the staffing
      *    profile uses, and each team block closes with an hour-of-
      *    day grid laid out column for column like the staffing
      *    profile's, so the two reports can be read side by side.
      *
       environment division.
       input-output section.
       file-control.
      *
      *Queue statistics from the switch - one record per team queue
      *per day per half-hour interval
           select queue-file
               assign to '../../../../data/A7-QueueStats.dat'
               organization is line sequential
               file status is ws-queue-status.
      *
      *Shared run parameters - the service level threshold the switch
      *counts against and the service level target are taken from
      *here; keywords this report does not use are ignored
           select run-parm-file
               assign to '../../../../data/A7-RunParms.dat'
               organization is line sequential
               file status is ws-run-parm-status.
      *
      *Work file the validated queue records are sorted through into
      *site, team, day, and interval order
           select sort-file
               assign to '../../../../data/A7-QueueSort.wrk'.
      *
      *Queue records the report could not use, with the reason
           select reject-file
               assign to
                  '../../../../data/A7-QueueServiceLevel-Rejects.out'
               organization is line sequential.
      *
      *Service level report, one block per site and team
           select report-file
               assign to '../../../../data/A7-QueueServiceLevel.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd queue-file
           data record is queue-rec.
      *
       01 queue-rec.
         05 queue-rec-site             pic x(1).
         05 queue-rec-team             pic x(4).
         05 queue-rec-date             pic 9(8).
         05 queue-rec-date-x redefines queue-rec-date.
           10 queue-rec-yyyy           pic 9(4).
           10 queue-rec-mm             pic 99.
           10 queue-rec-dd             pic 99.
      *Half-hour interval of the queue statistics, 00-47 from
      *midnight - the same intervals the daily call feed carries
         05 queue-rec-interval         pic 9(2).
         05 queue-rec-offered          pic 9(4).
         05 queue-rec-answered         pic 9(4).
         05 queue-rec-abandoned        pic 9(4).
      *Calls answered within the threshold the switch counted against
         05 queue-rec-in-sl            pic 9(4).
      *Total seconds the answered calls waited before being answered
         05 queue-rec-wait-secs        pic 9(7).
      *Service level threshold in seconds the switch counted against
         05 queue-rec-sl-secs          pic 9(3).
      *
       fd run-parm-file
           data record is run-parm-rec.
      *
       01 run-parm-rec.
         05 run-parm-keyword            pic x(12).
         05 run-parm-value              pic x(40).
         05 run-parm-value-num redefines run-parm-value.
           10 run-parm-num              pic 9(5).
      *
       sd sort-file
           data record is sort-rec.
      *
       01 sort-rec.
         05 sq-site                    pic x(1).
         05 sq-team                    pic x(4).
         05 sq-date                    pic 9(8).
         05 sq-interval                pic 9(2).
         05 sq-offered                 pic 9(4).
         05 sq-answered                pic 9(4).
         05 sq-abandoned               pic 9(4).
         05 sq-in-sl                   pic 9(4).
         05 sq-wait-secs               pic 9(7).
      *
       fd reject-file
           data record is reject-rec.
      *
       01 reject-rec                   pic x(60).
      *
       fd report-file
           data record is print-line.
      *
       01 print-line                   pic x(132).
      *
       working-storage section.
      *
      *Reject line is built here rather than directly in the file
      *section, so the separator bytes hold their values
       01 ws-reject-line.
         05 ws-rl-site                 pic x(1).
         05 filler                     pic x(1) value "|".
         05 ws-rl-team                 pic x(4).
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
                            '  Queue Service Level by Site and Team'.
         05 filler                     pic x(40) value spaces.
      *
      *Threshold and target the service level was measured against
       01 ws-settings-line.
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(28) value
                                       "Service level threshold:".
         05 ws-sl-threshold            pic zz9.
         05 filler                     pic x(12) value " seconds".
         05 filler                     pic x(20) value
                                       "Target service level".
         05 filler                     pic x(2) value ": ".
         05 ws-sl-target               pic zz9.
         05 filler                     pic x(61) value
                         "%   (* marks an interval under target)".
      *
      *Title line opening each site/team block
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
                            '  Date      Int  Time   Offered Answered'.
         05 filler                     pic x(40) value
                            ' Abandoned    In SL   SL %   Abn %   ASA'.
         05 filler                     pic x(52) value spaces.
      *
      *Interval detail line, and the same layout reused for the day,
      *team, site, and grand totals with a label in place of the date
       01 ws-detail-line.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-label.
           10 ws-dl-date               pic 9(8).
           10 filler                   pic x(2).
           10 ws-dl-interval           pic 99.
           10 filler                   pic x(3).
           10 ws-dl-time-hh            pic 99.
           10 ws-dl-time-colon         pic x(1).
           10 ws-dl-time-mm            pic 99.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-offered              pic zzzzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-answered             pic zzzzzz9.
         05 filler                     pic x(3) value spaces.
         05 ws-dl-abandoned            pic zzzzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-in-sl                pic zzzzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-sl-pct               pic zz9.9.
         05 ws-dl-flag                 pic x(1).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-abn-pct              pic zz9.9.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-asa                  pic zzz9.
         05 filler                     pic x(52) value spaces.
      *
      *Hour-of-day grid - the hour numbers are filled in once at
      *startup so the labels always sit over their columns, in the
      *same columns the staffing profile prints its arrival curve
       01 ws-hour-heading.
         05 filler                     pic x(7) value "  Hour ".
         05 ws-hh-cell occurs 24 times.
           10 ws-hh-fill               pic x(3).
           10 ws-hh-num                pic 99.
         05 filler                     pic x(5) value spaces.
      *
       01 ws-hour-line.
         05 ws-hl-label                pic x(7) value spaces.
         05 ws-hl-cell occurs 24 times.
           10 ws-hl-value              pic zzzz9.
         05 filler                     pic x(5) value spaces.
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
      *Running queue totals at each control level - 1 interval, 2
      *day, 3 team, 4 site, 5 grand total. A level is printed and
      *rolled into the level above when its key changes
       01 ws-level-totals.
         05 ws-lv-entry occurs 5 times.
           10 ws-lv-offered            pic 9(7).
           10 ws-lv-answered           pic 9(7).
           10 ws-lv-abandoned          pic 9(7).
           10 ws-lv-in-sl              pic 9(7).
           10 ws-lv-wait-secs          pic 9(9).
      *
      *Team totals by hour of day across every day in the feed, for
      *the hour grid closing each team block
       01 ws-team-hour-table.
         05 ws-th-entry occurs 24 times.
           10 ws-th-offered            pic 9(7).
           10 ws-th-answered           pic 9(7).
           10 ws-th-abandoned          pic 9(7).
           10 ws-th-in-sl              pic 9(7).
           10 ws-th-wait-secs          pic 9(9).
      *
      *Control-break keys of the group currently being accumulated
       01 ws-hold-keys.
         05 ws-hold-site               pic x(1).
         05 ws-hold-team               pic x(4).
         05 ws-hold-date               pic 9(8).
         05 ws-hold-interval           pic 9(2).
      *
      *Rates worked out for whichever level is being printed
       01 ws-rate-calc.
         05 ws-calc-offered            pic 9(7) value 0.
         05 ws-calc-answered           pic 9(7) value 0.
         05 ws-calc-abandoned          pic 9(7) value 0.
         05 ws-calc-in-sl              pic 9(7) value 0.
         05 ws-calc-wait-secs          pic 9(9) value 0.
         05 ws-calc-sl-pct             pic 9(3)v9 value 0.
         05 ws-calc-abn-pct            pic 9(3)v9 value 0.
         05 ws-calc-asa                pic 9(4) value 0.
      *
      *Run settings, defaulted here and overridden by run parameters
       01 ws-run-settings.
         05 ws-sl-seconds              pic 9(3) value 20.
         05 ws-sl-target-pct           pic 9(3) value 80.
      *
      *Constants
       77 ws-zero                      pic 9 value 0.
       77 ws-one                       pic 9 value 1.
       77 ws-file-empty                pic x value "e".
       77 ws-queue-status              pic xx value "00".
       77 ws-run-parm-status           pic xx value "00".
       77 ws-queue-eof-flag            pic x value "N".
       77 ws-run-parm-eof-flag         pic x value "N".
       77 ws-sort-eof-flag             pic x value "N".
       77 ws-record-valid              pic x value "Y".
       77 ws-run-refused               pic x value "N".
       77 ws-lv-idx                    pic 9 value 0.
       77 ws-lv-next                   pic 9 value 0.
       77 ws-hour-idx                  pic 99 value 0.
       77 ws-half-hour                 pic 9 value 0.
       77 ws-hour-work                 pic 99 value 0.
       77 ws-records-read-count        pic 9(5) value 0.
       77 ws-records-used-count        pic 9(5) value 0.
       77 ws-records-reject-count      pic 9(5) value 0.
       77 ws-intervals-count           pic 9(5) value 0.
       77 ws-under-target-count        pic 9(5) value 0.
       77 ws-teams-count               pic 9(5) value 0.
      *
       procedure division.
       000-Main.
      *
           open output reject-file.
           open output report-file.
           perform 110-build-hour-heading.
           perform 115-load-run-parameters.
           open input queue-file.
           if (ws-queue-status not = "00") then
               move "Y"                to ws-run-refused
               move "NO QUEUE STATISTICS FILE - NOTHING REPORTED" to
                 ws-msg-text
           end-if.
           write print-line            from ws-name-line.
           write print-line            from ws-report-heading.
           if (ws-run-refused = "N") then
               move ws-sl-seconds      to ws-sl-threshold
               move ws-sl-target-pct   to ws-sl-target
               write print-line        from ws-settings-line
               after advancing 1 line
               sort sort-file
                 on ascending key sq-site
                 on ascending key sq-team
                 on ascending key sq-date
                 on ascending key sq-interval
                 input procedure is 300-screen-queue-records
                 output procedure is 600-output-service-levels
               close queue-file
           else
               write print-line        from ws-message-line
               after advancing 1 line
           end-if.
           close reject-file.
           close report-file.
           stop run.
      *
      *Fills the hour-of-day column labels 00-23 once at startup
       110-build-hour-heading.
      *
           perform varying ws-hour-idx from ws-one by ws-one
             until ws-hour-idx > 24
               move spaces             to ws-hh-fill(ws-hour-idx)
               subtract ws-one         from ws-hour-idx
                 giving ws-hour-work
               move ws-hour-work       to ws-hh-num(ws-hour-idx)
           end-perform.
      *
      *Reads the shared run parameters. SL-SECONDS is the threshold
      *the switch is set to count "answered within" against, and
      *SL-TARGET the percentage an interval must reach to be on
      *target. A missing parameter file leaves the defaults in force
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
               when "SL-SECONDS"
                   if (run-parm-num is numeric and
                     run-parm-num > ws-zero and
                     run-parm-num < 1000) then
                       move run-parm-num to ws-sl-seconds
                   end-if
               when "SL-TARGET"
                   if (run-parm-num is numeric and
                     run-parm-num > ws-zero and
                     run-parm-num < 101) then
                       move run-parm-num to ws-sl-target-pct
                   end-if
           end-evaluate.
           perform 116-read-run-parm.
      *
      *Sort input procedure - reads the queue feed, rejects what
      *cannot be reported, and releases the rest to be sorted
       300-screen-queue-records.
      *
           perform 310-read-queue-file.
           perform 320-screen-one-record
             until ws-queue-eof-flag = ws-file-empty.
      *
      *Reads through the queue statistics file
       310-read-queue-file.
      *
           read queue-file
               at end
                   move ws-file-empty  to ws-queue-eof-flag.
      *
       320-screen-one-record.
      *
           add ws-one                  to ws-records-read-count.
           perform 330-validate-record.
           if (ws-record-valid = "Y") then
               move queue-rec-site     to sq-site
               move queue-rec-team     to sq-team
               move queue-rec-date     to sq-date
               move queue-rec-interval to sq-interval
               move queue-rec-offered  to sq-offered
               move queue-rec-answered to sq-answered
               move queue-rec-abandoned to sq-abandoned
               move queue-rec-in-sl    to sq-in-sl
               move queue-rec-wait-secs to sq-wait-secs
               release sort-rec
               add ws-one              to ws-records-used-count
           end-if.
           perform 310-read-queue-file.
      *
      *Checks the queue record for a missing site or team, an
      *unusable date, an interval outside 00-47, bad counts, counts
      *that do not add up, or a threshold other than the one this
      *run is measuring against, and writes it to the reject file
      *instead of reporting it
       330-validate-record.
      *
           move "Y"                    to ws-record-valid.
           move spaces                 to ws-rl-reason.
           if (queue-rec-site = spaces or queue-rec-team = spaces) then
               move "N"                to ws-record-valid
               move "SITE OR TEAM CODE IS MISSING" to ws-rl-reason
           end-if.
           if (ws-record-valid = "Y" and
             queue-rec-date is not numeric) then
               move "N"                to ws-record-valid
               move "QUEUE DATE IS NOT NUMERIC" to ws-rl-reason
           end-if.
           if (ws-record-valid = "Y" and
             (queue-rec-mm < 01 or queue-rec-mm > 12)) then
               move "N"                to ws-record-valid
               move "QUEUE DATE MONTH IS NOT 01-12" to ws-rl-reason
           end-if.
           if (ws-record-valid = "Y" and
             (queue-rec-dd < 01 or queue-rec-dd > 31)) then
               move "N"                to ws-record-valid
               move "QUEUE DATE DAY IS NOT 01-31" to ws-rl-reason
           end-if.
           if (ws-record-valid = "Y" and
             (queue-rec-interval is not numeric or
              queue-rec-interval > 47)) then
               move "N"                to ws-record-valid
               move "QUEUE INTERVAL IS NOT 00-47" to ws-rl-reason
           end-if.
           if (ws-record-valid = "Y" and
             (queue-rec-offered is not numeric or
              queue-rec-answered is not numeric or
              queue-rec-abandoned is not numeric or
              queue-rec-in-sl is not numeric or
              queue-rec-wait-secs is not numeric)) then
               move "N"                to ws-record-valid
               move "QUEUE COUNTS ARE NOT NUMERIC" to ws-rl-reason
           end-if.
           if (ws-record-valid = "Y" and
             (queue-rec-answered + queue-rec-abandoned) >
              queue-rec-offered) then
               move "N"                to ws-record-valid
               move "ANSWERED PLUS ABANDONED EXCEEDS OFFERED" to
                 ws-rl-reason
           end-if.
           if (ws-record-valid = "Y" and
             queue-rec-in-sl > queue-rec-answered) then
               move "N"                to ws-record-valid
               move "ANSWERED IN SERVICE LEVEL EXCEEDS ANSWERED" to
                 ws-rl-reason
           end-if.
      *An interval counted against some other threshold cannot be
      *added into this run's service level without misstating it
           if (ws-record-valid = "Y" and
             (queue-rec-sl-secs is not numeric or
              queue-rec-sl-secs not = ws-sl-seconds)) then
               move "N"                to ws-record-valid
               move "SWITCH THRESHOLD DIFFERS FROM SL-SECONDS" to
                 ws-rl-reason
           end-if.
           if (ws-record-valid = "N") then
               perform 340-write-reject-record
           end-if.
      *
      *Writes the offending queue record and the reason it failed
      *validation to the reject file
       340-write-reject-record.
      *
           add ws-one                  to ws-records-reject-count.
           move queue-rec-site         to ws-rl-site.
           move queue-rec-team         to ws-rl-team.
           move queue-rec-date         to ws-rl-date.
           move queue-rec-interval     to ws-rl-interval.
           write reject-rec            from ws-reject-line.
      *
      *Sort output procedure - prints the sorted queue records as
      *site, team, day, and interval control breaks, then the grand
      *total and run counts
       600-output-service-levels.
      *
           perform varying ws-lv-idx from ws-one by ws-one
             until ws-lv-idx > 5
               move ws-zero            to ws-lv-offered(ws-lv-idx)
               move ws-zero            to ws-lv-answered(ws-lv-idx)
               move ws-zero            to ws-lv-abandoned(ws-lv-idx)
               move ws-zero            to ws-lv-in-sl(ws-lv-idx)
               move ws-zero            to ws-lv-wait-secs(ws-lv-idx)
           end-perform.
           move "N"                    to ws-sort-eof-flag.
           perform 601-return-queue-record.
           if (ws-sort-eof-flag = ws-file-empty) then
               move "NO USABLE QUEUE RECORDS IN THE FEED" to
                 ws-msg-text
               write print-line        from ws-message-line
               after advancing 1 line
           else
               perform 610-process-site
                 until ws-sort-eof-flag = ws-file-empty
               move spaces             to ws-dl-label
               move "GRAND TOTAL"      to ws-dl-label
               move 5                  to ws-lv-idx
               perform 680-write-level-line
           end-if.
           perform 700-output-summary.
      *
       601-return-queue-record.
      *
           return sort-file
               at end
                   move ws-file-empty  to ws-sort-eof-flag.
      *
      *One site - every team queue under it, then the site total
       610-process-site.
      *
           move sq-site                to ws-hold-site.
           perform 620-process-team
             until (ws-sort-eof-flag = ws-file-empty) or
                   (sq-site not = ws-hold-site).
           move spaces                 to ws-dl-label.
           string "SITE " ws-hold-site " TOTAL" delimited by size
             into ws-dl-label
           end-string.
           move 4                      to ws-lv-idx.
           perform 680-write-level-line.
           perform 690-roll-level-up.
      *
      *One team queue - its block title, a line per interval, a total
      *per day, the team total, and the hour-of-day grid
       620-process-team.
      *
           move sq-team                to ws-hold-team.
           add ws-one                  to ws-teams-count.
           perform varying ws-hour-idx from ws-one by ws-one
             until ws-hour-idx > 24
               move ws-zero            to ws-th-offered(ws-hour-idx)
               move ws-zero            to ws-th-answered(ws-hour-idx)
               move ws-zero            to ws-th-abandoned(ws-hour-idx)
               move ws-zero            to ws-th-in-sl(ws-hour-idx)
               move ws-zero            to ws-th-wait-secs(ws-hour-idx)
           end-perform.
           move ws-hold-site           to ws-bt-site-code.
           move ws-hold-team           to ws-bt-team-code.
           write print-line            from ws-block-title-line
           after advancing 2 lines.
           write print-line            from ws-heading-line1.
           perform 630-process-day
             until (ws-sort-eof-flag = ws-file-empty) or
                   (sq-site not = ws-hold-site) or
                   (sq-team not = ws-hold-team).
           move spaces                 to ws-dl-label.
           string "TEAM " ws-hold-team " TOTAL" delimited by size
             into ws-dl-label
           end-string.
           move 3                      to ws-lv-idx.
           perform 680-write-level-line.
           perform 690-roll-level-up.
           perform 660-write-hour-grid.
      *
      *One day of one team queue - its intervals, then the day total
       630-process-day.
      *
           move sq-date                to ws-hold-date.
           perform 640-process-interval
             until (ws-sort-eof-flag = ws-file-empty) or
                   (sq-site not = ws-hold-site) or
                   (sq-team not = ws-hold-team) or
                   (sq-date not = ws-hold-date).
           move spaces                 to ws-dl-label.
           string "DAY TOTAL" delimited by size
             into ws-dl-label
           end-string.
           move 2                      to ws-lv-idx.
           perform 680-write-level-line.
           perform 690-roll-level-up.
      *
      *One half-hour interval - a feed sent twice for the same
      *interval is added together rather than printed twice
       640-process-interval.
      *
           move sq-interval            to ws-hold-interval.
           perform 650-add-queue-record
             until (ws-sort-eof-flag = ws-file-empty) or
                   (sq-site not = ws-hold-site) or
                   (sq-team not = ws-hold-team) or
                   (sq-date not = ws-hold-date) or
                   (sq-interval not = ws-hold-interval).
           add ws-one                  to ws-intervals-count.
           perform 645-add-to-hour-grid.
           move spaces                 to ws-dl-label.
           move ws-hold-date           to ws-dl-date.
           move ws-hold-interval       to ws-dl-interval.
           divide ws-hold-interval by 2 giving ws-dl-time-hh
             remainder ws-half-hour.
           multiply ws-half-hour by 30 giving ws-dl-time-mm.
           move ":"                    to ws-dl-time-colon.
           move ws-one                 to ws-lv-idx.
           perform 680-write-level-line.
           if (ws-dl-flag = "*") then
               add ws-one              to ws-under-target-count
           end-if.
           perform 690-roll-level-up.
      *
      *Adds the interval just finished into its hour of the team's
      *hour-of-day grid - two half-hours make one hour column, the
      *same way the staffing profile folds its intervals
       645-add-to-hour-grid.
      *
           divide ws-hold-interval by 2 giving ws-hour-idx.
           add ws-one                  to ws-hour-idx.
           add ws-lv-offered(1)        to ws-th-offered(ws-hour-idx).
           add ws-lv-answered(1)       to ws-th-answered(ws-hour-idx).
           add ws-lv-abandoned(1)      to
             ws-th-abandoned(ws-hour-idx).
           add ws-lv-in-sl(1)          to ws-th-in-sl(ws-hour-idx).
           add ws-lv-wait-secs(1)      to
             ws-th-wait-secs(ws-hour-idx).
      *
       650-add-queue-record.
      *
           add sq-offered              to ws-lv-offered(1).
           add sq-answered             to ws-lv-answered(1).
           add sq-abandoned            to ws-lv-abandoned(1).
           add sq-in-sl                to ws-lv-in-sl(1).
           add sq-wait-secs            to ws-lv-wait-secs(1).
           perform 601-return-queue-record.
      *
      *Prints the hour-of-day grid closing a team block - offered,
      *answered, and abandoned calls, then the whole-number service
      *level, abandonment rate, and speed of answer for each hour
       660-write-hour-grid.
      *
           write print-line            from ws-hour-heading.
           move "  Offrd"              to ws-hl-label.
           perform varying ws-hour-idx from ws-one by ws-one
             until ws-hour-idx > 24
               move ws-th-offered(ws-hour-idx) to
                 ws-hl-value(ws-hour-idx)
           end-perform.
           write print-line            from ws-hour-line.
           move "  Answd"              to ws-hl-label.
           perform varying ws-hour-idx from ws-one by ws-one
             until ws-hour-idx > 24
               move ws-th-answered(ws-hour-idx) to
                 ws-hl-value(ws-hour-idx)
           end-perform.
           write print-line            from ws-hour-line.
           move "  Aband"              to ws-hl-label.
           perform varying ws-hour-idx from ws-one by ws-one
             until ws-hour-idx > 24
               move ws-th-abandoned(ws-hour-idx) to
                 ws-hl-value(ws-hour-idx)
           end-perform.
           write print-line            from ws-hour-line.
           move "  SL % "              to ws-hl-label.
           perform 665-compute-hour-rates
             varying ws-hour-idx from ws-one by ws-one
             until ws-hour-idx > 24.
           write print-line            from ws-hour-line.
           move "  Abn %"              to ws-hl-label.
           perform varying ws-hour-idx from ws-one by ws-one
             until ws-hour-idx > 24
               move ws-th-offered(ws-hour-idx) to ws-calc-offered
               move ws-th-answered(ws-hour-idx) to ws-calc-answered
               move ws-th-abandoned(ws-hour-idx) to ws-calc-abandoned
               move ws-th-in-sl(ws-hour-idx) to ws-calc-in-sl
               move ws-th-wait-secs(ws-hour-idx) to ws-calc-wait-secs
               perform 670-compute-rates
               move ws-calc-abn-pct    to ws-hl-value(ws-hour-idx)
           end-perform.
           write print-line            from ws-hour-line.
           move "  ASA  "              to ws-hl-label.
           perform varying ws-hour-idx from ws-one by ws-one
             until ws-hour-idx > 24
               move ws-th-offered(ws-hour-idx) to ws-calc-offered
               move ws-th-answered(ws-hour-idx) to ws-calc-answered
               move ws-th-abandoned(ws-hour-idx) to ws-calc-abandoned
               move ws-th-in-sl(ws-hour-idx) to ws-calc-in-sl
               move ws-th-wait-secs(ws-hour-idx) to ws-calc-wait-secs
               perform 670-compute-rates
               move ws-calc-asa        to ws-hl-value(ws-hour-idx)
           end-perform.
           write print-line            from ws-hour-line.
      *
       665-compute-hour-rates.
      *
           move ws-th-offered(ws-hour-idx) to ws-calc-offered.
           move ws-th-answered(ws-hour-idx) to ws-calc-answered.
           move ws-th-abandoned(ws-hour-idx) to ws-calc-abandoned.
           move ws-th-in-sl(ws-hour-idx) to ws-calc-in-sl.
           move ws-th-wait-secs(ws-hour-idx) to ws-calc-wait-secs.
           perform 670-compute-rates.
           move ws-calc-sl-pct         to ws-hl-value(ws-hour-idx).
      *
      *Works out the three measures from the counts in ws-rate-calc.
      *Service level and abandonment are taken over calls offered;
      *speed of answer is the average wait of the calls answered.
      *A level with nothing offered or answered reports zero rather
      *than dividing by zero
       670-compute-rates.
      *
           if (ws-calc-offered > ws-zero) then
               compute ws-calc-sl-pct rounded =
                 ws-calc-in-sl * 100 / ws-calc-offered
               compute ws-calc-abn-pct rounded =
                 ws-calc-abandoned * 100 / ws-calc-offered
           else
               move ws-zero            to ws-calc-sl-pct
               move ws-zero            to ws-calc-abn-pct
           end-if.
           if (ws-calc-answered > ws-zero) then
               compute ws-calc-asa rounded =
                 ws-calc-wait-secs / ws-calc-answered
           else
               move ws-zero            to ws-calc-asa
           end-if.
      *
      *Prints the totals held at level ws-lv-idx under whatever label
      *the caller has already placed in ws-dl-label, starring a line
      *whose service level is under target
       680-write-level-line.
      *
           move ws-lv-offered(ws-lv-idx) to ws-calc-offered.
           move ws-lv-answered(ws-lv-idx) to ws-calc-answered.
           move ws-lv-abandoned(ws-lv-idx) to ws-calc-abandoned.
           move ws-lv-in-sl(ws-lv-idx) to ws-calc-in-sl.
           move ws-lv-wait-secs(ws-lv-idx) to ws-calc-wait-secs.
           perform 670-compute-rates.
           move ws-calc-offered        to ws-dl-offered.
           move ws-calc-answered       to ws-dl-answered.
           move ws-calc-abandoned      to ws-dl-abandoned.
           move ws-calc-in-sl          to ws-dl-in-sl.
           move ws-calc-sl-pct         to ws-dl-sl-pct.
           move ws-calc-abn-pct        to ws-dl-abn-pct.
           move ws-calc-asa            to ws-dl-asa.
           if (ws-calc-offered > ws-zero and
             ws-calc-sl-pct < ws-sl-target-pct) then
               move "*"                to ws-dl-flag
           else
               move space              to ws-dl-flag
           end-if.
           write print-line            from ws-detail-line.
      *
      *Adds the level just printed into the level above and clears
      *it for the next group
       690-roll-level-up.
      *
           add ws-one to ws-lv-idx     giving ws-lv-next.
           add ws-lv-offered(ws-lv-idx) to ws-lv-offered(ws-lv-next).
           add ws-lv-answered(ws-lv-idx) to
             ws-lv-answered(ws-lv-next).
           add ws-lv-abandoned(ws-lv-idx) to
             ws-lv-abandoned(ws-lv-next).
           add ws-lv-in-sl(ws-lv-idx)  to ws-lv-in-sl(ws-lv-next).
           add ws-lv-wait-secs(ws-lv-idx) to
             ws-lv-wait-secs(ws-lv-next).
           move ws-zero                to ws-lv-offered(ws-lv-idx).
           move ws-zero                to ws-lv-answered(ws-lv-idx).
           move ws-zero                to ws-lv-abandoned(ws-lv-idx).
           move ws-zero                to ws-lv-in-sl(ws-lv-idx).
           move ws-zero                to ws-lv-wait-secs(ws-lv-idx).
      *
      *Outputs the summary lines of the program
       700-output-summary.
      *
           move "Queue records read:"  to ws-cnt-label.
           move ws-records-read-count  to ws-cnt-value.
           write print-line            from ws-count-line
           after advancing 2 lines.
           move "Queue records reported:" to ws-cnt-label.
           move ws-records-used-count  to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Queue records rejected:" to ws-cnt-label.
           move ws-records-reject-count to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Team queues reported:" to ws-cnt-label.
           move ws-teams-count         to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Intervals reported:"  to ws-cnt-label.
           move ws-intervals-count     to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Intervals under service level target:" to
             ws-cnt-label.
           move ws-under-target-count  to ws-cnt-value.
           write print-line            from ws-count-line.
      *
       end program A7-QueueServiceLevel.
