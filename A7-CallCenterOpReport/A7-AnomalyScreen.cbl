       identification division.
       program-id. A7-AnomalyScreen.
       author. Jacky Yuan.
       date-written. 2026-10-15.
      *Program Description:
      *    Screens the daily call-detail feed from the switch before
      *    it is posted. Each operator's day in the feed - calls, talk
      *    minutes, and minutes per call - is held against that
      *    operator's own trailing daily history, and a day that falls
      *    outside the configured number of standard deviations on any
      *    of the three is held for review instead of posting. Feed
      *    records for operators terminated on the operator master
      *    are held as well. The daily posting passes over every held
      *    record in the feed, and a supervisor decides each held day:
      *    an accepted day is released into the posting through the
      *    daily release file, a rejected day never posts. Decisions
      *    are applied at the start of each run, and everything still
      *    waiting is listed on the anomaly review report.
      *
       environment division.
       input-output section.
       file-control.
      *
      *Run parameters - the deviation limit and the history window
           select run-parm-file
               assign to '../../../../data/A7-RunParms.dat'
               organization is line sequential
               file status is ws-run-parm-status.
      *
      *Daily call detail from the switch, screened as it stands - the
      *posting reads the same file and passes over what is held here
           select daily-file
               assign to '../../../../data/A7-DailyCalls.dat'
               organization is line sequential
               file status is ws-daily-status.
      *
      *Keyed operator master - a terminated operator's feed is held
           select opmaster-file
               assign to '../../../../data/A7-OperatorMaster.dat'
               organization is indexed
               access mode is random
               record key is om-op-num
               file status is ws-opmaster-status.
      *
      *Held feed records with their supervisor decisions - shared with
      *the daily posting, which passes over every record held here
           select hold-file
               assign to '../../../../data/A7-AnomalyHolds.dat'
               organization is line sequential
               file status is ws-hold-file-status.
      *
      *Supervisor decisions - ACCEPT or REJECT an operator's held day
           select decision-file
               assign to '../../../../data/A7-AnomalyDecisions.dat'
               organization is line sequential
               file status is ws-decision-status.
      *
      *Accepted records released for posting, taken by the daily
      *posting the same way as released suspense repairs
           select release-file
               assign to '../../../../data/A7-DailyReleases.dat'
               organization is line sequential
               file status is ws-release-status.
      *
      *Daily totals per operator of every day passed or accepted - the
      *trailing history each new day is held against
           select history-file
               assign to '../../../../data/A7-ScreenHistory.dat'
               organization is line sequential
               file status is ws-history-status.
      *
      *Decisions rejected by validation, with the reason
           select reject-file
               assign to
                  '../../../../data/A7-AnomalyScreen-Rejects.out'
               organization is line sequential.
      *
      *Anomaly review report
           select report-file
               assign to '../../../../data/A7-AnomalyReview.out'
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
         05 run-parm-value-num redefines run-parm-value.
           10 run-parm-num              pic 9(5).
           10 filler                    pic x(35).
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
         05 daily-rec-interval         pic 9(2).
         05 daily-rec-mins             pic 9(4).
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
       fd hold-file
           data record is hold-rec.
      *
       01 hold-rec.
      *O open, A accepted and released, R rejected
         05 hold-status                pic x(1).
         05 hold-date-added            pic 9(8).
         05 hold-date-decided          pic 9(8).
         05 hold-supervisor            pic x(8).
         05 hold-reason                pic x(40).
         05 hold-image                 pic x(20).
      *
       fd decision-file
           data record is decision-rec.
      *
       01 decision-rec.
         05 dec-action                 pic x(6).
         05 dec-op-num                 pic x(3).
         05 dec-date                   pic 9(8).
         05 dec-supervisor             pic x(8).
      *
       fd release-file
           data record is release-rec.
      *
       01 release-rec                  pic x(20).
      *
       fd history-file
           data record is history-rec.
      *
       01 history-rec.
         05 hist-op-num                pic x(3).
         05 hist-date                  pic 9(8).
         05 hist-calls                 pic 9(5).
         05 hist-mins                  pic 9(6).
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
      *Run date stamped once at startup onto new holds and decisions
       01 ws-run-stamp.
         05 ws-run-date                pic 9(8) value 0.
         05 ws-keep-decided-from       pic 9(8) value 0.
      *
      *Screening settings - standard deviations a day may stray from
      *the operator's average, the trailing days averaged, and the
      *fewest days of history an operator needs to be screened
       01 ws-run-settings.
         05 ws-sd-limit                pic 9 value 3.
         05 ws-history-days            pic 99 value 20.
         05 ws-min-history-days        pic 99 value 5.
      *
      *A held or feed record image taken apart for its key fields
       01 ws-image-view.
         05 ws-iv-op-num               pic x(3).
         05 ws-iv-date                 pic 9(8).
         05 ws-iv-count                pic 9(3).
         05 ws-iv-interval             pic 9(2).
         05 ws-iv-mins                 pic 9(4).
      *
      *Reject line is built here rather than directly in the file
      *section, so the separator bytes hold their values
       01 ws-reject-line.
         05 ws-rl-action               pic x(6).
         05 filler                     pic x(1) value "|".
         05 ws-rl-op-num               pic x(3).
         05 filler                     pic x(1) value "|".
         05 ws-rl-date                 pic x(8).
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
                            '  Daily Feed Anomaly Review'.
         05 filler                     pic x(40) value spaces.
      *
       01 ws-settings-line.
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(17) value
                                       "Hold beyond SDs: ".
         05 ws-sl-sd-limit             pic 9.
         05 filler                     pic x(18) value
                                       "   Trailing days: ".
         05 ws-sl-history-days         pic z9.
         05 filler                     pic x(27) value
                                       "   Fewest days to screen: ".
         05 ws-sl-min-days             pic z9.
         05 filler                     pic x(62) value spaces.
      *
       01 ws-section-line.
         05 filler                     pic x(2) value spaces.
         05 ws-sect-title              pic x(50) value spaces.
         05 filler                     pic x(80) value spaces.
      *
       01 ws-decision-heading.
         05 filler                     pic x(40) value
                            '  Action  Op   Date      Decided   Rec  '.
         05 filler                     pic x(40) value
                            'Result                                  '.
         05 filler                     pic x(52) value spaces.
      *
      *One line per supervisor decision applied
       01 ws-decision-line.
         05 filler                     pic x(2) value spaces.
         05 ws-dcl-action              pic x(6).
         05 filler                     pic x(2) value spaces.
         05 ws-dcl-op-num              pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-dcl-date                pic 9(8).
         05 filler                     pic x(2) value spaces.
         05 ws-dcl-supervisor          pic x(8).
         05 filler                     pic x(2) value spaces.
         05 ws-dcl-records             pic zz9.
         05 filler                     pic x(2) value spaces.
         05 ws-dcl-result              pic x(40).
         05 filler                     pic x(52) value spaces.
      *
       01 ws-held-heading.
         05 filler                     pic x(40) value
                            '  Op   Date      Calls      Avg      SD '.
         05 filler                     pic x(40) value
                            '   Mins       Avg       SD  Min/Cl     A'.
         05 filler                     pic x(52) value
                            'vg     SD  Reason'.
      *
      *One line per operator day held this run - the day's figures
      *beside the history they were held against
       01 ws-held-line.
         05 filler                     pic x(2) value spaces.
         05 ws-hl-op-num               pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-hl-date                 pic 9(8).
         05 filler                     pic x(2) value spaces.
         05 ws-hl-calls                pic zzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-hl-calls-avg            pic zzzz9.9.
         05 ws-hl-calls-avg-x redefines ws-hl-calls-avg pic x(7).
         05 filler                     pic x(1) value spaces.
         05 ws-hl-calls-sd             pic zzzz9.9.
         05 ws-hl-calls-sd-x redefines ws-hl-calls-sd pic x(7).
         05 filler                     pic x(2) value spaces.
         05 ws-hl-mins                 pic zzzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-hl-mins-avg             pic zzzzz9.9.
         05 ws-hl-mins-avg-x redefines ws-hl-mins-avg pic x(8).
         05 filler                     pic x(1) value spaces.
         05 ws-hl-mins-sd              pic zzzzz9.9.
         05 ws-hl-mins-sd-x redefines ws-hl-mins-sd pic x(8).
         05 filler                     pic x(2) value spaces.
         05 ws-hl-mpc                  pic zz9.99.
         05 filler                     pic x(2) value spaces.
         05 ws-hl-mpc-avg              pic zz9.99.
         05 ws-hl-mpc-avg-x redefines ws-hl-mpc-avg pic x(6).
         05 filler                     pic x(1) value spaces.
         05 ws-hl-mpc-sd               pic zz9.99.
         05 ws-hl-mpc-sd-x redefines ws-hl-mpc-sd pic x(6).
         05 filler                     pic x(2) value spaces.
         05 ws-hl-reason               pic x(40).
         05 filler                     pic x(1) value spaces.
      *
       01 ws-open-heading.
         05 filler                     pic x(40) value
                            '  Op   Date      Int   Cls  Mins  Held S'.
         05 filler                     pic x(40) value
                            'ince  Reason                            '.
         05 filler                     pic x(52) value spaces.
      *
      *One line per held record still waiting for a decision
       01 ws-open-line.
         05 filler                     pic x(2) value spaces.
         05 ws-ol-op-num               pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-ol-date                 pic 9(8).
         05 filler                     pic x(2) value spaces.
         05 ws-ol-interval             pic 9(2).
         05 filler                     pic x(3) value spaces.
         05 ws-ol-count                pic zz9.
         05 filler                     pic x(2) value spaces.
         05 ws-ol-mins                 pic zzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-ol-date-added           pic 9(8).
         05 filler                     pic x(2) value spaces.
         05 ws-ol-reason               pic x(40).
         05 filler                     pic x(49) value spaces.
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
      *Held records loaded from the hold file, decided and added to
      *in storage, and written back whole at the end of the run
       01 ws-hold-table.
         05 ws-hold-entry occurs 1000 times.
           10 ws-hold-status           pic x(1).
           10 ws-hold-date-added       pic 9(8).
           10 ws-hold-date-decided     pic 9(8).
           10 ws-hold-supervisor       pic x(8).
           10 ws-hold-reason           pic x(40).
           10 ws-hold-image            pic x(20).
      *
      *Trailing daily history per operator - the latest days, oldest
      *first, up to the widest window the parameters allow
       01 ws-history-table.
         05 ws-hist-op-entry occurs 500 times.
           10 ws-hist-op-num           pic x(3).
           10 ws-hist-day-count        pic 99.
           10 ws-hist-day occurs 30 times.
             15 ws-hist-day-date       pic 9(8).
             15 ws-hist-day-calls      pic 9(5).
             15 ws-hist-day-mins       pic 9(6).
      *
      *Operator days found in today's feed, totalled over the day's
      *call blocks, with whether and why each is held
       01 ws-day-table.
         05 ws-day-entry occurs 2000 times.
           10 ws-day-op-num            pic x(3).
           10 ws-day-date              pic 9(8).
           10 ws-day-calls             pic 9(5).
           10 ws-day-mins              pic 9(6).
           10 ws-day-held              pic x(1).
           10 ws-day-reason            pic x(40).
      *
      *Working figures for one operator day against its history
       01 ws-stats.
         05 ws-stat-days               pic 99 value 0.
         05 ws-stat-mpc-days           pic 99 value 0.
         05 ws-sum-calls               pic 9(7) value 0.
         05 ws-sumsq-calls             pic 9(12) value 0.
         05 ws-sum-mins                pic 9(8) value 0.
         05 ws-sumsq-mins              pic 9(14) value 0.
         05 ws-sum-mpc                 pic 9(6)v9999 value 0.
         05 ws-sumsq-mpc               pic 9(8)v9999 value 0.
         05 ws-day-mpc                 pic 9(4)v9999 value 0.
         05 ws-calls-avg               pic 9(5)v9999 value 0.
         05 ws-calls-var               pic s9(12)v9999 value 0.
         05 ws-calls-sd                pic 9(7)v9999 value 0.
         05 ws-mins-avg                pic 9(6)v9999 value 0.
         05 ws-mins-var                pic s9(14)v9999 value 0.
         05 ws-mins-sd                 pic 9(7)v9999 value 0.
         05 ws-mpc-avg                 pic 9(4)v9999 value 0.
         05 ws-mpc-var                 pic s9(8)v9999 value 0.
         05 ws-mpc-sd                  pic 9(7)v9999 value 0.
         05 ws-diff                    pic s9(7)v9999 value 0.
         05 ws-diff-sq                 pic 9(14)v9999 value 0.
         05 ws-limit-sq                pic 9(14)v9999 value 0.
         05 ws-root-of                 pic 9(14)v9999 value 0.
         05 ws-root                    pic 9(14)v9999 value 0.
      *
      *Operator day being added to the history
       01 ws-new-history.
         05 ws-nh-op-num               pic x(3) value spaces.
         05 ws-nh-date                 pic 9(8) value 0.
         05 ws-nh-calls                pic 9(5) value 0.
         05 ws-nh-mins                 pic 9(6) value 0.
      *
      *Constants
       77 ws-zero                      pic 9 value 0.
       77 ws-one                       pic 9 value 1.
       77 ws-file-empty                pic x value "e".
       77 ws-max-history-days          pic 99 value 30.
       77 ws-run-parm-status           pic xx value "00".
       77 ws-daily-status              pic xx value "00".
       77 ws-opmaster-status           pic xx value "00".
       77 ws-hold-file-status          pic xx value "00".
       77 ws-decision-status           pic xx value "00".
       77 ws-release-status            pic xx value "00".
       77 ws-history-status            pic xx value "00".
       77 ws-run-parm-eof-flag         pic x value "N".
       77 ws-daily-eof-flag            pic x value "N".
       77 ws-hold-eof-flag             pic x value "N".
       77 ws-decision-eof-flag         pic x value "N".
       77 ws-history-eof-flag          pic x value "N".
       77 ws-hold-count                pic 9(4) value 0.
       77 ws-hold-idx                  pic 9(4) value 0.
       77 ws-hold-found                pic x value "N".
       77 ws-hold-table-full           pic x value "N".
       77 ws-hist-op-count             pic 9(3) value 0.
       77 ws-hist-idx                  pic 9(3) value 0.
       77 ws-hist-found                pic x value "N".
       77 ws-hist-table-full           pic x value "N".
       77 ws-hist-day-idx              pic 99 value 0.
       77 ws-op-search                 pic x(3) value spaces.
       77 ws-day-count                 pic 9(4) value 0.
       77 ws-day-idx                   pic 9(4) value 0.
       77 ws-day-found                 pic x value "N".
       77 ws-day-table-full            pic x value "N".
       77 ws-reason-work               pic x(40) value spaces.
       77 ws-record-valid              pic x value "Y".
       77 ws-decision-valid            pic x value "Y".
       77 ws-decision-records          pic 9(3) value 0.
       77 ws-newton-steps              pic 99 value 40.
       77 ws-run-refused               pic x value "N".
       77 ws-feed-present              pic x value "N".
       77 ws-feed-read-count           pic 9(5) value 0.
       77 ws-feed-invalid-count        pic 9(5) value 0.
       77 ws-days-screened             pic 9(5) value 0.
       77 ws-days-short-history        pic 9(5) value 0.
       77 ws-days-held-anomaly         pic 9(5) value 0.
       77 ws-days-held-terminated      pic 9(5) value 0.
       77 ws-records-held              pic 9(5) value 0.
       77 ws-records-already-held      pic 9(5) value 0.
       77 ws-history-added             pic 9(5) value 0.
       77 ws-decisions-read            pic 9(5) value 0.
       77 ws-decisions-applied         pic 9(5) value 0.
       77 ws-decision-reject-count     pic 9(5) value 0.
       77 ws-records-released          pic 9(5) value 0.
       77 ws-records-rejected          pic 9(5) value 0.
       77 ws-holds-waiting             pic 9(5) value 0.
      *
       procedure division.
       000-Main.
      *
           accept ws-run-date          from date yyyymmdd.
           compute ws-keep-decided-from = ws-run-date - 10000.
           open output report-file.
           open output reject-file.
           write print-line            from ws-name-line.
           write print-line            from ws-report-heading.
           perform 100-load-run-parameters.
           move ws-sd-limit            to ws-sl-sd-limit.
           move ws-history-days        to ws-sl-history-days.
           move ws-min-history-days    to ws-sl-min-days.
           write print-line            from ws-settings-line
           after advancing 1 line.
           perform 110-load-holds.
           perform 120-load-history.
      *A hold file larger than the table would lose holds on the
      *rewrite and let held records post - nothing is touched
           if (ws-hold-table-full = "Y") then
               move "Y"                to ws-run-refused
               move "HOLD TABLE FULL - SCREENING REFUSED" to
                 ws-msg-text
           end-if.
           if (ws-run-refused = "N") then
               perform 200-apply-decisions
               perform 300-screen-feed
               perform 600-rewrite-holds
               perform 700-output-open-holds
           end-if.
           if (ws-run-refused = "Y") then
               write print-line        from ws-message-line
               after advancing 1 line
           end-if.
           perform 750-output-summary.
           close report-file.
           close reject-file.
           perform 910-set-return-code.
           stop run.
      *
      *Reads the shared run-parameter file. ANOM-SD is the standard
      *deviations a day may stray before it is held (1-9, default
      *3); ANOM-DAYS is the trailing days of history averaged (5-30,
      *default 20); ANOM-MINDAYS is the fewest days of history an
      *operator needs before their days are screened (default 5)
       100-load-run-parameters.
      *
           open input run-parm-file.
           if (ws-run-parm-status = "00") then
               perform 101-read-run-parm
               perform 102-apply-run-parm
                 until ws-run-parm-eof-flag = ws-file-empty
               close run-parm-file
           end-if.
           if (ws-min-history-days > ws-history-days) then
               move ws-history-days    to ws-min-history-days
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
           evaluate run-parm-keyword
               when "ANOM-SD"
                   if (run-parm-num is numeric and
                     run-parm-num > ws-zero and
                     run-parm-num < 10) then
                       move run-parm-num to ws-sd-limit
                   end-if
               when "ANOM-DAYS"
                   if (run-parm-num is numeric and
                     run-parm-num > 4 and
                     run-parm-num <= ws-max-history-days) then
                       move run-parm-num to ws-history-days
                   end-if
               when "ANOM-MINDAYS"
                   if (run-parm-num is numeric and
                     run-parm-num > 1 and
                     run-parm-num <= ws-max-history-days) then
                       move run-parm-num to ws-min-history-days
                   end-if
           end-evaluate.
           perform 101-read-run-parm.
      *
      *Reads the hold file into a table. Holds decided more than a
      *year ago are dropped - the posting only needs a decided hold
      *to recognise its record if that feed date is reversed. A
      *missing file means nothing has been held yet
       110-load-holds.
      *
           open input hold-file.
           if (ws-hold-file-status = "00") then
               perform 111-read-hold-record
               perform 112-store-hold-record
                 until ws-hold-eof-flag = ws-file-empty
               close hold-file
           end-if.
      *
       111-read-hold-record.
      *
           read hold-file
               at end
                   move ws-file-empty  to ws-hold-eof-flag.
      *
       112-store-hold-record.
      *
           if (hold-status = "O" or
             hold-date-decided >= ws-keep-decided-from) then
               if (ws-hold-count < 1000) then
                   add ws-one          to ws-hold-count
                   move hold-status    to ws-hold-status(ws-hold-count)
                   move hold-date-added to
                     ws-hold-date-added(ws-hold-count)
                   move hold-date-decided to
                     ws-hold-date-decided(ws-hold-count)
                   move hold-supervisor to
                     ws-hold-supervisor(ws-hold-count)
                   move hold-reason    to ws-hold-reason(ws-hold-count)
                   move hold-image     to ws-hold-image(ws-hold-count)
               else
                   move "Y"            to ws-hold-table-full
               end-if
           end-if.
           perform 111-read-hold-record.
      *
      *Loads the daily history, keeping the latest days per operator
       120-load-history.
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
           move hist-op-num            to ws-nh-op-num.
           move hist-date              to ws-nh-date.
           move hist-calls             to ws-nh-calls.
           move hist-mins              to ws-nh-mins.
           perform 125-add-history-day.
           perform 121-read-history-record.
      *
      *Adds the day in ws-new-history to its operator's history in
      *storage, dropping the operator's oldest day when the window
      *is already full
       125-add-history-day.
      *
           move ws-nh-op-num           to ws-op-search.
           perform 126-find-history-operator.
           if (ws-hist-found = "N") then
               if (ws-hist-op-count < 500) then
                   add ws-one          to ws-hist-op-count
                   move ws-hist-op-count to ws-hist-idx
                   move ws-nh-op-num   to ws-hist-op-num(ws-hist-idx)
                   move ws-zero        to ws-hist-day-count(ws-hist-idx)
                   move "Y"            to ws-hist-found
               else
                   move "Y"            to ws-hist-table-full
               end-if
           end-if.
           if (ws-hist-found = "Y") then
               if (ws-hist-day-count(ws-hist-idx) >=
                 ws-max-history-days) then
                   perform varying ws-hist-day-idx from ws-one by ws-one
                     until ws-hist-day-idx >= ws-max-history-days
                       move ws-hist-day(ws-hist-idx,
                         ws-hist-day-idx + 1) to
                         ws-hist-day(ws-hist-idx, ws-hist-day-idx)
                   end-perform
               else
                   add ws-one          to ws-hist-day-count(ws-hist-idx)
               end-if
               move ws-hist-day-count(ws-hist-idx) to ws-hist-day-idx
               move ws-nh-date         to
                 ws-hist-day-date(ws-hist-idx, ws-hist-day-idx)
               move ws-nh-calls        to
                 ws-hist-day-calls(ws-hist-idx, ws-hist-day-idx)
               move ws-nh-mins         to
                 ws-hist-day-mins(ws-hist-idx, ws-hist-day-idx)
           end-if.
      *
      *Looks the operator in ws-op-search up in the history table,
      *leaving ws-hist-idx on the match
       126-find-history-operator.
      *
           move "N"                    to ws-hist-found.
           move ws-zero                to ws-hist-idx.
           perform 127-search-one-history-operator
             until (ws-hist-found = "Y") or
                   (ws-hist-idx >= ws-hist-op-count).
      *
       127-search-one-history-operator.
      *
           add ws-one                  to ws-hist-idx.
           if (ws-hist-op-num(ws-hist-idx) = ws-op-search) then
               move "Y"                to ws-hist-found
           end-if.
      *
      *Applies the supervisor decisions. A missing decision file is a
      *run with nothing decided
       200-apply-decisions.
      *
           open input decision-file.
           if (ws-decision-status = "00") then
               move "Supervisor decisions applied" to ws-sect-title
               write print-line        from ws-section-line
               after advancing 1 line
               write print-line        from ws-decision-heading
               perform 201-read-decision-record
               perform 210-apply-one-decision
                 until ws-decision-eof-flag = ws-file-empty
               close decision-file
           end-if.
      *
       201-read-decision-record.
      *
           read decision-file
               at end
                   move ws-file-empty  to ws-decision-eof-flag.
      *
      *Validates one decision and applies it to every open hold for
      *that operator and date - a day is held, and decided, whole
       210-apply-one-decision.
      *
           add ws-one                  to ws-decisions-read.
           move "Y"                    to ws-decision-valid.
           move spaces                 to ws-rl-reason.
           if (dec-action not = "ACCEPT" and
             dec-action not = "REJECT") then
               move "N"                to ws-decision-valid
               move "ACTION IS NOT ACCEPT OR REJECT" to ws-rl-reason
           end-if.
           if (ws-decision-valid = "Y" and
             (dec-op-num is not numeric or
              dec-date is not numeric)) then
               move "N"                to ws-decision-valid
               move "OPERATOR OR DATE IS NOT NUMERIC" to ws-rl-reason
           end-if.
           if (ws-decision-valid = "Y" and
             dec-supervisor = spaces) then
               move "N"                to ws-decision-valid
               move "NO SUPERVISOR ON DECISION" to ws-rl-reason
           end-if.
           if (ws-decision-valid = "Y") then
               perform 220-decide-holds
               if (ws-decision-records = ws-zero) then
                   move "N"            to ws-decision-valid
                   move "NO OPEN HOLD FOR OPERATOR AND DATE" to
                     ws-rl-reason
               end-if
           end-if.
           if (ws-decision-valid = "Y") then
               add ws-one              to ws-decisions-applied
               move dec-action         to ws-dcl-action
               move dec-op-num         to ws-dcl-op-num
               move dec-date           to ws-dcl-date
               move dec-supervisor     to ws-dcl-supervisor
               move ws-decision-records to ws-dcl-records
               if (dec-action = "ACCEPT") then
                   move "RELEASED FOR POSTING" to ws-dcl-result
               else
                   move "WILL NOT POST" to ws-dcl-result
               end-if
               write print-line        from ws-decision-line
           else
               perform 212-write-reject-record
           end-if.
           perform 201-read-decision-record.
      *
      *Writes the offending decision and the reason it failed to the
      *reject file
       212-write-reject-record.
      *
           add ws-one                  to ws-decision-reject-count.
           move dec-action             to ws-rl-action.
           move dec-op-num             to ws-rl-op-num.
           move dec-date               to ws-rl-date.
           write reject-rec            from ws-reject-line.
      *
      *Marks the open holds for the decision's operator and date.
      *Accepted records go to the daily release file, and the day's
      *totals join the operator's history as a normal day would
       220-decide-holds.
      *
           move ws-zero                to ws-decision-records.
           move ws-zero                to ws-nh-calls.
           move ws-zero                to ws-nh-mins.
           perform varying ws-hold-idx from ws-one by ws-one
             until ws-hold-idx > ws-hold-count
               move ws-hold-image(ws-hold-idx) to ws-image-view
               if (ws-hold-status(ws-hold-idx) = "O" and
                 ws-iv-op-num = dec-op-num and
                 ws-iv-date = dec-date) then
                   add ws-one          to ws-decision-records
                   move ws-run-date    to
                     ws-hold-date-decided(ws-hold-idx)
                   move dec-supervisor to
                     ws-hold-supervisor(ws-hold-idx)
                   if (dec-action = "ACCEPT") then
                       move "A"        to ws-hold-status(ws-hold-idx)
                       perform 225-release-held-record
                   else
                       move "R"        to ws-hold-status(ws-hold-idx)
                       add ws-one      to ws-records-rejected
                   end-if
               end-if
           end-perform.
           if (dec-action = "ACCEPT" and
             ws-decision-records > ws-zero) then
               move dec-op-num         to ws-nh-op-num
               move dec-date           to ws-nh-date
               perform 560-record-history-day
           end-if.
      *
       225-release-held-record.
      *
           open extend release-file.
           if (ws-release-status not = "00") then
               open output release-file
           end-if.
           move ws-hold-image(ws-hold-idx) to release-rec.
           write release-rec.
           close release-file.
           add ws-one                  to ws-records-released.
           add ws-iv-count             to ws-nh-calls.
           add ws-iv-mins              to ws-nh-mins.
      *
      *Screens today's feed: totals each operator's day, decides
      *which days are held, then holds every record of those days.
      *Without the operator master terminated operators cannot be
      *recognised, so nothing is screened and the run is refused
       300-screen-feed.
      *
           open input daily-file.
           if (ws-daily-status = "00") then
               move "Y"                to ws-feed-present
               perform 301-read-daily-record
               perform 310-total-feed-record
                 until ws-daily-eof-flag = ws-file-empty
               close daily-file
           end-if.
           if (ws-day-table-full = "Y") then
               move "Y"                to ws-run-refused
               move "FEED DAY TABLE FULL - SCREENING REFUSED" to
                 ws-msg-text
           end-if.
           if (ws-feed-present = "Y" and ws-run-refused = "N") then
               open input opmaster-file
               if (ws-opmaster-status not = "00") then
                   move "Y"            to ws-run-refused
                   move "NO OPERATOR MASTER - SCREENING REFUSED" to
                     ws-msg-text
               end-if
           end-if.
           if (ws-feed-present = "Y" and ws-run-refused = "N") then
               move "Operator days held this run" to ws-sect-title
               write print-line        from ws-section-line
               after advancing 1 line
               write print-line        from ws-held-heading
               perform 400-evaluate-operator-day
                 varying ws-day-idx from ws-one by ws-one
                 until ws-day-idx > ws-day-count
               close opmaster-file
               if (ws-days-held-anomaly = ws-zero and
                 ws-days-held-terminated = ws-zero) then
                   move "No operator days held." to ws-msg-text
                   write print-line    from ws-message-line
               end-if
               open input daily-file
               move "N"                to ws-daily-eof-flag
               perform 301-read-daily-record
               perform 500-hold-feed-record
                 until ws-daily-eof-flag = ws-file-empty
               close daily-file
               perform 550-record-passed-days
           end-if.
      *
       301-read-daily-record.
      *
           read daily-file
               at end
                   move ws-file-empty  to ws-daily-eof-flag.
      *
      *Adds one feed record into its operator day. A record that will
      *not parse is left for the posting's own validation to reject
       310-total-feed-record.
      *
           add ws-one                  to ws-feed-read-count.
           perform 320-check-feed-record.
           if (ws-record-valid = "Y") then
               perform 330-find-operator-day
               if (ws-day-found = "N") then
                   if (ws-day-count < 2000) then
                       add ws-one      to ws-day-count
                       move ws-day-count to ws-day-idx
                       move daily-rec-op-num to
                         ws-day-op-num(ws-day-idx)
                       move daily-rec-date to ws-day-date(ws-day-idx)
                       move ws-zero    to ws-day-calls(ws-day-idx)
                       move ws-zero    to ws-day-mins(ws-day-idx)
                       move "N"        to ws-day-held(ws-day-idx)
                       move spaces     to ws-day-reason(ws-day-idx)
                       move "Y"        to ws-day-found
                   else
                       move "Y"        to ws-day-table-full
                   end-if
               end-if
               if (ws-day-found = "Y") then
                   add daily-rec-count to ws-day-calls(ws-day-idx)
                   add daily-rec-mins  to ws-day-mins(ws-day-idx)
               end-if
           else
               add ws-one              to ws-feed-invalid-count
           end-if.
           perform 301-read-daily-record.
      *
      *The same field checks the posting makes before it will post
       320-check-feed-record.
      *
           move "Y"                    to ws-record-valid.
           if (daily-rec-op-num is not numeric or
             daily-rec-date is not numeric or
             daily-rec-count is not numeric or
             daily-rec-mins is not numeric) then
               move "N"                to ws-record-valid
           end-if.
           if (ws-record-valid = "Y") then
               if (daily-rec-mm < 01 or daily-rec-mm > 12 or
                 daily-rec-dd < 01 or daily-rec-dd > 31) then
                   move "N"            to ws-record-valid
               end-if
           end-if.
      *
      *Looks the feed record's operator and date up among the
      *operator days, leaving ws-day-idx on the match
       330-find-operator-day.
      *
           move "N"                    to ws-day-found.
           move ws-zero                to ws-day-idx.
           perform 331-search-one-operator-day
             until (ws-day-found = "Y") or
                   (ws-day-idx >= ws-day-count).
      *
       331-search-one-operator-day.
      *
           add ws-one                  to ws-day-idx.
           if (ws-day-op-num(ws-day-idx) = daily-rec-op-num and
             ws-day-date(ws-day-idx) = daily-rec-date) then
               move "Y"                to ws-day-found
           end-if.
      *
      *Decides whether one operator day is held - terminated on the
      *master, or calls, minutes, or minutes per call outside the
      *limit of the operator's trailing history
       400-evaluate-operator-day.
      *
           add ws-one                  to ws-days-screened.
           perform 420-history-statistics.
           move ws-day-op-num(ws-day-idx) to om-op-num.
           read opmaster-file
               invalid key
                   continue
               not invalid key
                   if (om-terminated) then
                       move "Y"        to ws-day-held(ws-day-idx)
                       move "OPERATOR TERMINATED ON MASTER" to
                         ws-day-reason(ws-day-idx)
                   end-if
           end-read.
           if (ws-day-held(ws-day-idx) = "Y") then
               add ws-one              to ws-days-held-terminated
           else
               if (ws-stat-days < ws-min-history-days) then
                   add ws-one          to ws-days-short-history
               else
                   perform 430-test-against-history
               end-if
           end-if.
           if (ws-day-held(ws-day-idx) = "Y") then
               perform 440-print-held-day
           end-if.
      *
      *Averages and standard deviations of the operator's trailing
      *days before the day being screened. A deviation smaller than
      *one call, one minute, or a tenth of a minute per call is taken
      *as that floor, so a very steady history does not hold a day
      *for a difference of a single call
       420-history-statistics.
      *
           move ws-zero                to ws-stat-days.
           move ws-zero                to ws-stat-mpc-days.
           move ws-zero                to ws-sum-calls.
           move ws-zero                to ws-sumsq-calls.
           move ws-zero                to ws-sum-mins.
           move ws-zero                to ws-sumsq-mins.
           move ws-zero                to ws-sum-mpc.
           move ws-zero                to ws-sumsq-mpc.
           move ws-day-op-num(ws-day-idx) to ws-op-search.
           perform 126-find-history-operator.
           if (ws-hist-found = "Y") then
               perform varying ws-hist-day-idx
                 from ws-hist-day-count(ws-hist-idx) by -1
                 until (ws-hist-day-idx < ws-one) or
                       (ws-stat-days >= ws-history-days)
                   if (ws-hist-day-date(ws-hist-idx, ws-hist-day-idx)
                     < ws-day-date(ws-day-idx)) then
                       perform 425-add-history-day-to-sums
                   end-if
               end-perform
           end-if.
           if (ws-stat-days > ws-zero) then
               compute ws-calls-avg rounded =
                 ws-sum-calls / ws-stat-days
               compute ws-calls-var rounded =
                 ws-sumsq-calls / ws-stat-days -
                 ws-calls-avg * ws-calls-avg
               if (ws-calls-var < 1) then
                   move 1              to ws-calls-var
               end-if
               compute ws-mins-avg rounded =
                 ws-sum-mins / ws-stat-days
               compute ws-mins-var rounded =
                 ws-sumsq-mins / ws-stat-days -
                 ws-mins-avg * ws-mins-avg
               if (ws-mins-var < 1) then
                   move 1              to ws-mins-var
               end-if
               move ws-calls-var       to ws-root-of
               perform 480-square-root
               move ws-root            to ws-calls-sd
               move ws-mins-var        to ws-root-of
               perform 480-square-root
               move ws-root            to ws-mins-sd
           end-if.
           if (ws-stat-mpc-days > ws-zero) then
               compute ws-mpc-avg rounded =
                 ws-sum-mpc / ws-stat-mpc-days
               compute ws-mpc-var rounded =
                 ws-sumsq-mpc / ws-stat-mpc-days -
                 ws-mpc-avg * ws-mpc-avg
               if (ws-mpc-var < 0.01) then
                   move 0.01           to ws-mpc-var
               end-if
               move ws-mpc-var         to ws-root-of
               perform 480-square-root
               move ws-root            to ws-mpc-sd
           end-if.
      *
       425-add-history-day-to-sums.
      *
           add ws-one                  to ws-stat-days.
           add ws-hist-day-calls(ws-hist-idx, ws-hist-day-idx) to
             ws-sum-calls.
           compute ws-sumsq-calls = ws-sumsq-calls +
             ws-hist-day-calls(ws-hist-idx, ws-hist-day-idx) *
             ws-hist-day-calls(ws-hist-idx, ws-hist-day-idx).
           add ws-hist-day-mins(ws-hist-idx, ws-hist-day-idx) to
             ws-sum-mins.
           compute ws-sumsq-mins = ws-sumsq-mins +
             ws-hist-day-mins(ws-hist-idx, ws-hist-day-idx) *
             ws-hist-day-mins(ws-hist-idx, ws-hist-day-idx).
           if (ws-hist-day-calls(ws-hist-idx, ws-hist-day-idx) >
             ws-zero) then
               add ws-one              to ws-stat-mpc-days
               compute ws-day-mpc rounded =
                 ws-hist-day-mins(ws-hist-idx, ws-hist-day-idx) /
                 ws-hist-day-calls(ws-hist-idx, ws-hist-day-idx)
               add ws-day-mpc          to ws-sum-mpc
               compute ws-sumsq-mpc rounded = ws-sumsq-mpc +
                 ws-day-mpc * ws-day-mpc
           end-if.
      *
      *Holds the day when any of the three figures is further from
      *its average than the limit - squared on both sides, so the
      *test itself needs no square root
       430-test-against-history.
      *
           compute ws-diff = ws-day-calls(ws-day-idx) - ws-calls-avg.
           compute ws-diff-sq = ws-diff * ws-diff.
           compute ws-limit-sq =
             ws-sd-limit * ws-sd-limit * ws-calls-var.
           if (ws-diff-sq > ws-limit-sq) then
               move "Y"                to ws-day-held(ws-day-idx)
               move " CALLS"           to ws-day-reason(ws-day-idx)
           end-if.
           compute ws-diff = ws-day-mins(ws-day-idx) - ws-mins-avg.
           compute ws-diff-sq = ws-diff * ws-diff.
           compute ws-limit-sq =
             ws-sd-limit * ws-sd-limit * ws-mins-var.
           if (ws-diff-sq > ws-limit-sq) then
               move "Y"                to ws-day-held(ws-day-idx)
               move ws-day-reason(ws-day-idx) to ws-reason-work
               move spaces             to ws-day-reason(ws-day-idx)
               string ws-reason-work   delimited by "  "
                      " MINUTES"       delimited by size
                 into ws-day-reason(ws-day-idx)
               end-string
           end-if.
           if (ws-day-calls(ws-day-idx) > ws-zero and
             ws-stat-mpc-days >= ws-min-history-days) then
               compute ws-day-mpc rounded =
                 ws-day-mins(ws-day-idx) / ws-day-calls(ws-day-idx)
               compute ws-diff = ws-day-mpc - ws-mpc-avg
               compute ws-diff-sq = ws-diff * ws-diff
               compute ws-limit-sq =
                 ws-sd-limit * ws-sd-limit * ws-mpc-var
               if (ws-diff-sq > ws-limit-sq) then
                   move "Y"            to ws-day-held(ws-day-idx)
                   move ws-day-reason(ws-day-idx) to ws-reason-work
                   move spaces         to ws-day-reason(ws-day-idx)
                   string ws-reason-work delimited by "  "
                          " MINS/CALL" delimited by size
                     into ws-day-reason(ws-day-idx)
                   end-string
               end-if
           end-if.
           if (ws-day-held(ws-day-idx) = "Y") then
               add ws-one              to ws-days-held-anomaly
               move ws-day-reason(ws-day-idx) to ws-reason-work
               move spaces             to ws-day-reason(ws-day-idx)
               string "OUTSIDE HISTORY:" delimited by size
                      ws-reason-work   delimited by size
                 into ws-day-reason(ws-day-idx)
               end-string
           end-if.
      *
      *Prints the held day beside the history it was held against -
      *blank where the operator has too little history to average
       440-print-held-day.
      *
           move ws-day-op-num(ws-day-idx) to ws-hl-op-num.
           move ws-day-date(ws-day-idx) to ws-hl-date.
           move ws-day-calls(ws-day-idx) to ws-hl-calls.
           move ws-day-mins(ws-day-idx) to ws-hl-mins.
           move ws-zero                to ws-hl-mpc.
           if (ws-day-calls(ws-day-idx) > ws-zero) then
               compute ws-day-mpc rounded =
                 ws-day-mins(ws-day-idx) / ws-day-calls(ws-day-idx)
               move ws-day-mpc         to ws-hl-mpc
           end-if.
           if (ws-stat-days > ws-zero) then
               move ws-calls-avg       to ws-hl-calls-avg
               move ws-calls-sd        to ws-hl-calls-sd
               move ws-mins-avg        to ws-hl-mins-avg
               move ws-mins-sd         to ws-hl-mins-sd
           else
               move spaces             to ws-hl-calls-avg-x
               move spaces             to ws-hl-calls-sd-x
               move spaces             to ws-hl-mins-avg-x
               move spaces             to ws-hl-mins-sd-x
           end-if.
           if (ws-stat-mpc-days > ws-zero) then
               move ws-mpc-avg         to ws-hl-mpc-avg
               move ws-mpc-sd          to ws-hl-mpc-sd
           else
               move spaces             to ws-hl-mpc-avg-x
               move spaces             to ws-hl-mpc-sd-x
           end-if.
           move ws-day-reason(ws-day-idx) to ws-hl-reason.
           write print-line            from ws-held-line.
      *
      *Square root of ws-root-of into ws-root by Newton's method -
      *only the printed deviations need it
       480-square-root.
      *
           if (ws-root-of = ws-zero) then
               move ws-zero            to ws-root
           else
               compute ws-root = ws-root-of / 2 + 1
               perform 481-newton-step ws-newton-steps times
           end-if.
      *
       481-newton-step.
      *
           compute ws-root rounded =
             (ws-root + ws-root-of / ws-root) / 2.
      *
      *Holds each feed record of a held operator day. A record whose
      *image is already held, from an earlier screening of the same
      *feed, is not held twice
       500-hold-feed-record.
      *
           perform 320-check-feed-record.
           if (ws-record-valid = "Y") then
               perform 330-find-operator-day
               if (ws-day-found = "Y" and
                 ws-day-held(ws-day-idx) = "Y") then
                   perform 510-hold-one-record
               end-if
           end-if.
           perform 301-read-daily-record.
      *
       510-hold-one-record.
      *
           move "N"                    to ws-hold-found.
           perform varying ws-hold-idx from ws-one by ws-one
             until ws-hold-idx > ws-hold-count
               if (ws-hold-image(ws-hold-idx) = daily-rec) then
                   move "Y"            to ws-hold-found
               end-if
           end-perform.
           if (ws-hold-found = "Y") then
               add ws-one              to ws-records-already-held
           else
               if (ws-hold-count < 1000) then
                   add ws-one          to ws-hold-count
                   move "O"            to ws-hold-status(ws-hold-count)
                   move ws-run-date    to
                     ws-hold-date-added(ws-hold-count)
                   move ws-zero        to
                     ws-hold-date-decided(ws-hold-count)
                   move spaces         to
                     ws-hold-supervisor(ws-hold-count)
                   move ws-day-reason(ws-day-idx) to
                     ws-hold-reason(ws-hold-count)
                   move daily-rec      to ws-hold-image(ws-hold-count)
                   add ws-one          to ws-records-held
               else
                   move "Y"            to ws-hold-table-full
               end-if
           end-if.
      *
      *Adds every operator day that was not held to the history the
      *next feed is screened against
       550-record-passed-days.
      *
           perform varying ws-day-idx from ws-one by ws-one
             until ws-day-idx > ws-day-count
               if (ws-day-held(ws-day-idx) = "N") then
                   move ws-day-op-num(ws-day-idx) to ws-nh-op-num
                   move ws-day-date(ws-day-idx) to ws-nh-date
                   move ws-day-calls(ws-day-idx) to ws-nh-calls
                   move ws-day-mins(ws-day-idx) to ws-nh-mins
                   perform 560-record-history-day
               end-if
           end-perform.
      *
      *Appends the day in ws-new-history to the history file and
      *table, unless that operator's date is already recorded - the
      *same feed screened twice must not count its days twice
       560-record-history-day.
      *
           move ws-nh-op-num           to ws-op-search.
           perform 126-find-history-operator.
           move "N"                    to ws-day-found.
           if (ws-hist-found = "Y") then
               perform varying ws-hist-day-idx from ws-one by ws-one
                 until ws-hist-day-idx > ws-hist-day-count(ws-hist-idx)
                   if (ws-hist-day-date(ws-hist-idx, ws-hist-day-idx)
                     = ws-nh-date) then
                       move "Y"        to ws-day-found
                   end-if
               end-perform
           end-if.
           if (ws-day-found = "N") then
               perform 125-add-history-day
               open extend history-file
               if (ws-history-status not = "00") then
                   open output history-file
               end-if
               move ws-nh-op-num       to hist-op-num
               move ws-nh-date         to hist-date
               move ws-nh-calls        to hist-calls
               move ws-nh-mins         to hist-mins
               write history-rec
               close history-file
               add ws-one              to ws-history-added
           end-if.
      *
      *Rewrites the hold file from the table, decisions and new holds
      *included
       600-rewrite-holds.
      *
           open output hold-file.
           perform varying ws-hold-idx from ws-one by ws-one
             until ws-hold-idx > ws-hold-count
               move ws-hold-status(ws-hold-idx) to hold-status
               move ws-hold-date-added(ws-hold-idx) to hold-date-added
               move ws-hold-date-decided(ws-hold-idx) to
                 hold-date-decided
               move ws-hold-supervisor(ws-hold-idx) to hold-supervisor
               move ws-hold-reason(ws-hold-idx) to hold-reason
               move ws-hold-image(ws-hold-idx) to hold-image
               write hold-rec
           end-perform.
           close hold-file.
      *
      *Lists every held record still waiting for a decision
       700-output-open-holds.
      *
           move "Held records awaiting supervisor decision" to
             ws-sect-title.
           write print-line            from ws-section-line
           after advancing 1 line.
           write print-line            from ws-open-heading.
           perform varying ws-hold-idx from ws-one by ws-one
             until ws-hold-idx > ws-hold-count
               if (ws-hold-status(ws-hold-idx) = "O") then
                   add ws-one          to ws-holds-waiting
                   move ws-hold-image(ws-hold-idx) to ws-image-view
                   move ws-iv-op-num   to ws-ol-op-num
                   move ws-iv-date     to ws-ol-date
                   move ws-iv-interval to ws-ol-interval
                   move ws-iv-count    to ws-ol-count
                   move ws-iv-mins     to ws-ol-mins
                   move ws-hold-date-added(ws-hold-idx) to
                     ws-ol-date-added
                   move ws-hold-reason(ws-hold-idx) to ws-ol-reason
                   write print-line    from ws-open-line
               end-if
           end-perform.
           if (ws-holds-waiting = ws-zero) then
               move "Nothing is waiting for a decision." to ws-msg-text
               write print-line        from ws-message-line
           end-if.
      *
      *Prints the run counts
       750-output-summary.
      *
           move "Feed records read:"   to ws-cnt-label.
           move ws-feed-read-count     to ws-cnt-value.
           write print-line            from ws-count-line
           after advancing 1 line.
           move "Feed records left to posting validation:" to
             ws-cnt-label.
           move ws-feed-invalid-count  to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Operator days screened:" to ws-cnt-label.
           move ws-days-screened       to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Operator days with too little history:" to
             ws-cnt-label.
           move ws-days-short-history  to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Operator days held outside history:" to
             ws-cnt-label.
           move ws-days-held-anomaly   to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Operator days held as terminated:" to ws-cnt-label.
           move ws-days-held-terminated to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Feed records held this run:" to ws-cnt-label.
           move ws-records-held        to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Feed records already held:" to ws-cnt-label.
           move ws-records-already-held to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Days added to screening history:" to ws-cnt-label.
           move ws-history-added       to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Decisions read:"      to ws-cnt-label.
           move ws-decisions-read      to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Decisions applied:"   to ws-cnt-label.
           move ws-decisions-applied   to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Decisions rejected:"  to ws-cnt-label.
           move ws-decision-reject-count to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Held records released for posting:" to ws-cnt-label.
           move ws-records-released    to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Held records rejected:" to ws-cnt-label.
           move ws-records-rejected    to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Held records awaiting decision:" to ws-cnt-label.
           move ws-holds-waiting       to ws-cnt-value.
           write print-line            from ws-count-line.
           if (ws-feed-present = "N" and ws-run-refused = "N") then
               move "No daily feed present - decisions only." to
                 ws-msg-text
               write print-line        from ws-message-line
           end-if.
           if (ws-hold-table-full = "Y" and ws-run-refused = "N") then
               move "*** HOLD TABLE FULL - DO NOT POST THIS FEED ***"
                 to ws-msg-text
               write print-line        from ws-message-line
           end-if.
           if (ws-hist-table-full = "Y") then
               move "*** HISTORY TABLE FULL - SOME NOT SCREENED ***"
                 to ws-msg-text
               write print-line        from ws-message-line
           end-if.
      *
      *Ends the run with a nonzero return code when it was refused or
      *a held record could not be kept, so the posting step is not
      *run against a feed that was not fully screened
       910-set-return-code.
      *
           if (ws-run-refused = "Y" or ws-hold-table-full = "Y") then
               move 8                  to return-code
           end-if.
      *
       end program A7-AnomalyScreen.
