       identification division.
       program-id. A7-RetentionPurge.
       author. Jacky Yuan.
       date-written. 2026-10-15.
      *Program Description:
      *    Retention purge for operators who left long ago. Finds each
      *    operator whose termination on the audit trail is older than
      *    the retention period in the run parameters and who is still
      *    terminated on the master, and replaces their name with a
      *    masked placeholder on the operator master, the HR roster,
      *    the audit trail, the suspense file, the prior-year snapshot,
      *    and every archived year generation. The operator number and
      *    every call and minute figure are left exactly as they were,
      *    so no total moves. A generation is only rewritten when it
      *    still agrees with its manifest entry, and a fresh manifest
      *    entry re-derived from the rewritten generation is appended
      *    after it, so the quarterly integrity check keeps passing
      *    and a damaged archive is never laundered by the purge. The
      *    purge register lists what was masked, and where, as the
      *    evidence the privacy officer keeps.
      *
       environment division.
       input-output section.
       file-control.
      *
      *Run parameters - the retention period in years
           select run-parm-file
               assign to '../../../../data/A7-RunParms.dat'
               organization is line sequential
               file status is ws-run-parm-status.
      *
      *Before/after audit trail - the TERM records date each
      *termination, and the before/after images carry the name
           select audit-file
               assign to '../../../../data/A7-OperatorAudit.out'
               organization is line sequential
               file status is ws-audit-status.
      *
      *Keyed operator master - the single home of operator identity
           select opmaster-file
               assign to '../../../../data/A7-OperatorMaster.dat'
               organization is indexed
               access mode is random
               record key is om-op-num
               file status is ws-opmaster-status.
      *
      *HR roster extract regenerated from the master
           select roster-file
               assign to '../../../../data/A7-HRRoster.dat'
               organization is line sequential
               file status is ws-roster-status.
      *
      *Suspense file - the operator report holds whole A7.dat records
           select suspense-file
               assign to '../../../../data/A7-Suspense.dat'
               organization is line sequential
               file status is ws-suspense-status.
      *
      *Prior-year snapshot the trend and forecast reports read
           select prior-year-file
               assign to '../../../../data/A7-PriorYear.dat'
               organization is line sequential
               file status is ws-prior-year-status.
      *
      *Catalog of the fiscal years archived
           select catalog-file
               assign to '../../../../data/A7-Generations.dat'
               organization is line sequential
               file status is ws-catalog-status.
      *
      *Archive manifest - read to check each generation before it is
      *rewritten, and appended to after
           select manifest-file
               assign to '../../../../data/A7-GenManifest.dat'
               organization is line sequential
               file status is ws-manifest-status.
      *
      *Dated generation currently being masked - the file name is
      *built at run time from the catalogued year
           select generation-file
               assign using ws-generation-file-name
               organization is line sequential
               file status is ws-generation-status.
      *
      *Masked copy of the file being purged, copied back over it once
      *the whole file has been read
           select work-file
               assign to '../../../../data/A7-PurgeWork.wrk'
               organization is line sequential
               file status is ws-work-status.
      *
      *Purge register - evidence of what was masked, and where
           select report-file
               assign to '../../../../data/A7-PurgeRegister.out'
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
       fd audit-file
           data record is audit-rec.
      *
       01 audit-rec.
         05 au-date                    pic 9(8).
         05 filler                     pic x(1).
         05 au-time                    pic 9(6).
         05 filler                     pic x(1).
         05 au-action                  pic x(6).
         05 filler                     pic x(1).
         05 au-op-num                  pic x(3).
         05 filler                     pic x(1).
         05 au-before                  pic x(20).
         05 au-before-image redefines au-before.
           10 au-before-name           pic x(12).
           10 filler                   pic x(8).
         05 filler                     pic x(1).
         05 au-after                   pic x(20).
         05 au-after-image redefines au-after.
           10 au-after-name            pic x(12).
           10 filler                   pic x(8).
         05 filler                     pic x(12).
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
       fd roster-file
           data record is roster-rec.
      *
       01 roster-rec.
         05 roster-rec-num             pic x(3).
         05 roster-rec-name            pic x(12).
         05 roster-rec-status          pic x(1).
      *
       fd suspense-file
           data record is suspense-rec.
      *
       01 suspense-rec.
         05 susp-source                pic x(9).
         05 susp-date-added            pic 9(8).
         05 susp-runs-held             pic 9(2).
         05 susp-status                pic x(1).
         05 susp-reason                pic x(40).
         05 susp-image                 pic x(120).
         05 susp-emp-image redefines susp-image.
           10 susp-emp-num             pic x(3).
           10 susp-emp-name            pic x(12).
           10 filler                   pic x(105).
      *
       fd prior-year-file
           data record is pri-rec.
      *
       01 pri-rec.
         05 pri-rec-num                pic x(3).
         05 pri-rec-name               pic x(12).
         05 pri-rec-team               pic x(4).
         05 pri-rec-site               pic x(1).
         05 pri-rec-calls              pic 9(3) occurs 12 times.
         05 pri-rec-mins               pic 9(5) occurs 12 times.
      *
       fd catalog-file
           data record is catalog-rec.
      *
       01 catalog-rec.
         05 catalog-year               pic 9(4).
      *
       fd manifest-file
           data record is manifest-rec.
      *
       01 manifest-rec.
         05 man-year                   pic 9(4).
         05 man-record-count           pic 9(5).
         05 man-total-calls            pic 9(7).
         05 man-total-mins             pic 9(9).
      *
       fd generation-file
           data record is gen-rec.
      *
       01 gen-rec.
         05 gen-rec-num                pic x(3).
         05 gen-rec-name               pic x(12).
         05 gen-rec-team               pic x(4).
         05 gen-rec-site               pic x(1).
         05 gen-rec-calls              pic 9(3) occurs 12 times.
         05 gen-rec-mins               pic 9(5) occurs 12 times.
      *
       fd work-file
           data record is work-rec.
      *
       01 work-rec                     pic x(180).
      *
       fd report-file
           data record is print-line.
      *
       01 print-line                   pic x(132).
      *
       working-storage section.
      *
      *Run-time file name for the dated generation being masked
       77 ws-generation-file-name      pic x(64) value spaces.
      *
      *Placeholder written over a purged operator's name
       77 ws-masked-name               pic x(12) value "**PURGED**".
      *
      *Run date stamped once at startup, and the termination date an
      *operator must be older than to be purged
       01 ws-run-stamp.
         05 ws-run-date                pic 9(8) value 0.
         05 ws-cutoff-date             pic 9(8) value 0.
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
                            '  Operator Retention Purge Register'.
         05 filler                     pic x(40) value spaces.
      *
       01 ws-policy-line.
         05 filler                     pic x(3) value spaces.
         05 filler                     pic x(18) value
                                       'Retention years: '.
         05 ws-pl-years                pic z9.
         05 filler                     pic x(5) value spaces.
         05 filler                     pic x(30) value
                                       'Purging terminations before: '.
         05 ws-pl-cutoff               pic 9(8).
         05 filler                     pic x(66) value spaces.
      *
       01 ws-heading-line1.
         05 filler                     pic x(40) value
                            '  Op   Terminated  Master  Roster   Audi'.
         05 filler                     pic x(40) value
                            't  Suspense  Prior Yr  Archive          '.
         05 filler                     pic x(52) value spaces.
      *
      *One line per operator purged - records masked in each file
       01 ws-detail-line.
         05 filler                     pic x(2) value spaces.
         05 ws-dl-op-num               pic x(3).
         05 filler                     pic x(2) value spaces.
         05 ws-dl-term-date            pic 9(8).
         05 filler                     pic x(4) value spaces.
         05 ws-dl-master               pic zzzz9.
         05 filler                     pic x(3) value spaces.
         05 ws-dl-roster               pic zzzz9.
         05 filler                     pic x(3) value spaces.
         05 ws-dl-audit                pic zzzz9.
         05 filler                     pic x(5) value spaces.
         05 ws-dl-suspense             pic zzzz9.
         05 filler                     pic x(5) value spaces.
         05 ws-dl-prior-year           pic zzzz9.
         05 filler                     pic x(4) value spaces.
         05 ws-dl-archive              pic zzzz9.
         05 filler                     pic x(63) value spaces.
      *
       01 ws-file-heading.
         05 filler                     pic x(40) value
                            '  File                      Records  Mas'.
         05 filler                     pic x(40) value
                            'ked Result                              '.
         05 filler                     pic x(52) value spaces.
      *
      *One line per file purged - what was read, masked, and done
       01 ws-file-line.
         05 filler                     pic x(2) value spaces.
         05 ws-fl-file                 pic x(24).
         05 filler                     pic x(2) value spaces.
         05 ws-fl-records              pic zzzzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-fl-masked               pic zzzz9.
         05 filler                     pic x(2) value spaces.
         05 ws-fl-result               pic x(40).
         05 filler                     pic x(48) value spaces.
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
      *Operators with a termination on the audit trail - the latest
      *termination date for each, whether they are purged this run,
      *and how many records were masked in each file
       01 ws-cand-table.
         05 ws-cand-entry occurs 500 times.
           10 ws-cand-op-num           pic x(3).
           10 ws-cand-term-date        pic 9(8).
           10 ws-cand-eligible         pic x(1).
           10 ws-cand-master           pic 9(5).
           10 ws-cand-roster           pic 9(5).
           10 ws-cand-audit            pic 9(5).
           10 ws-cand-suspense         pic 9(5).
           10 ws-cand-prior-year       pic 9(5).
           10 ws-cand-archive          pic 9(5).
           10 ws-cand-pending          pic 9(5).
      *
      *Catalog of archived years
       01 ws-catalog-table.
         05 ws-catalog-entry occurs 20 times.
           10 ws-catalog-year          pic 9(4).
      *
      *Manifest entries loaded once - the later entry for a year wins,
      *the same rule the integrity check applies
       01 ws-manifest-table.
         05 ws-manifest-entry occurs 20 times.
           10 ws-man-year              pic 9(4).
           10 ws-man-record-count      pic 9(5).
           10 ws-man-total-calls       pic 9(7).
           10 ws-man-total-mins        pic 9(9).
      *
      *Totals derived from a generation before and after it is masked
       01 ws-derived.
         05 ws-gen-records             pic 9(5) value 0.
         05 ws-gen-calls               pic 9(7) value 0.
         05 ws-gen-mins                pic 9(9) value 0.
         05 ws-new-records             pic 9(5) value 0.
         05 ws-new-calls               pic 9(7) value 0.
         05 ws-new-mins                pic 9(9) value 0.
      *
      *Constants
       77 ws-zero                      pic 9 value 0.
       77 ws-one                       pic 9 value 1.
       77 ws-sub                       pic 99 value 1.
       77 ws-number-of-months          pic 99 value 12.
       77 ws-file-empty                pic x value "e".
       77 ws-run-parm-status           pic xx value "00".
       77 ws-audit-status              pic xx value "00".
       77 ws-opmaster-status           pic xx value "00".
       77 ws-roster-status             pic xx value "00".
       77 ws-suspense-status           pic xx value "00".
       77 ws-prior-year-status         pic xx value "00".
       77 ws-catalog-status            pic xx value "00".
       77 ws-manifest-status           pic xx value "00".
       77 ws-generation-status         pic xx value "00".
       77 ws-work-status               pic xx value "00".
       77 ws-run-parm-eof-flag         pic x value "N".
       77 ws-eof-flag                  pic x value "N".
       77 ws-work-eof-flag             pic x value "N".
       77 ws-retain-years              pic 99 value 0.
       77 ws-cand-count                pic 9(3) value 0.
       77 ws-cand-idx                  pic 9(3) value 0.
       77 ws-cand-found                pic x value "N".
       77 ws-cand-table-full           pic x value "N".
       77 ws-op-search                 pic x(3) value spaces.
       77 ws-catalog-count             pic 99 value 0.
       77 ws-catalog-idx               pic 99 value 0.
       77 ws-manifest-count            pic 99 value 0.
       77 ws-manifest-idx              pic 99 value 0.
       77 ws-manifest-found            pic x value "N".
       77 ws-gen-year                  pic 9(4) value 0.
       77 ws-file-records              pic 9(7) value 0.
       77 ws-file-masked               pic 9(5) value 0.
       77 ws-eligible-count            pic 9(5) value 0.
       77 ws-purged-count              pic 9(5) value 0.
       77 ws-already-count             pic 9(5) value 0.
       77 ws-reinstated-count          pic 9(5) value 0.
       77 ws-retained-count            pic 9(5) value 0.
       77 ws-generations-bad           pic 99 value 0.
       77 ws-record-masked             pic x value "N".
       77 ws-run-refused               pic x value "N".
      *
       procedure division.
       000-Main.
      *
           accept ws-run-date          from date yyyymmdd.
           open output report-file.
           write print-line            from ws-name-line.
           write print-line            from ws-report-heading.
           perform 100-load-run-parameters.
           if (ws-run-refused = "N") then
               perform 110-find-terminations
           end-if.
           if (ws-run-refused = "N") then
               perform 130-confirm-on-master
           end-if.
           if (ws-run-refused = "N") then
               move ws-retain-years    to ws-pl-years
               move ws-cutoff-date     to ws-pl-cutoff
               write print-line        from ws-policy-line
               after advancing 1 line
               write print-line        from ws-file-heading
               after advancing 1 line
               perform 220-report-master
               if (ws-eligible-count > ws-zero) then
                   perform 300-mask-audit-trail
                   perform 400-mask-roster
                   perform 450-mask-suspense
                   perform 500-mask-prior-year
                   perform 600-mask-generations
               end-if
               perform 700-output-register
           else
               write print-line        from ws-message-line
               after advancing 1 line
           end-if.
           close report-file.
           perform 910-set-return-code.
           stop run.
      *
      *Reads the retention period from the shared run-parameter file.
      *A purge cannot be undone, so without a plausible period the
      *run is refused rather than defaulted
       100-load-run-parameters.
      *
           open input run-parm-file.
           if (ws-run-parm-status = "00") then
               perform 101-read-run-parm
               perform 102-apply-run-parm
                 until ws-run-parm-eof-flag = ws-file-empty
               close run-parm-file
           end-if.
           if (ws-retain-years = ws-zero) then
               move "Y"                to ws-run-refused
               move "NO RETAIN-YEARS PARAMETER - RUN REFUSED" to
                 ws-msg-text
           else
               compute ws-cutoff-date =
                 ws-run-date - (ws-retain-years * 10000)
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
           if (run-parm-keyword = "RETAIN-YEARS") then
               if (run-parm-num is numeric and
                 run-parm-num > ws-zero and
                 run-parm-num < 100) then
                   move run-parm-num   to ws-retain-years
               end-if
           end-if.
           perform 101-read-run-parm.
      *
      *Reads the audit trail for every TERM, keeping the latest
      *termination date for each operator
       110-find-terminations.
      *
           open input audit-file.
           if (ws-audit-status not = "00") then
               move "Y"                to ws-run-refused
               move "NO OPERATOR AUDIT TRAIL - RUN REFUSED" to
                 ws-msg-text
           else
               move "N"                to ws-eof-flag
               perform 111-read-audit-record
               perform 112-note-termination
                 until ws-eof-flag = ws-file-empty
               close audit-file
           end-if.
      *
       111-read-audit-record.
      *
           read audit-file
               at end
                   move ws-file-empty  to ws-eof-flag.
      *
       112-note-termination.
      *
           if (au-action = "TERM" and au-date is numeric) then
               move au-op-num          to ws-op-search
               move "N"                to ws-cand-found
               perform varying ws-cand-idx from ws-one by ws-one
                 until (ws-cand-idx > ws-cand-count) or
                       (ws-cand-found = "Y")
                   if (ws-cand-op-num(ws-cand-idx) = ws-op-search)
                     then
                       move "Y"        to ws-cand-found
                   end-if
               end-perform
      *The loop leaves the index one past the match
               if (ws-cand-found = "Y") then
                   subtract ws-one     from ws-cand-idx
                   if (au-date > ws-cand-term-date(ws-cand-idx)) then
                       move au-date    to
                         ws-cand-term-date(ws-cand-idx)
                   end-if
               else
                   if (ws-cand-count < 500) then
                       add ws-one      to ws-cand-count
                       move ws-cand-count to ws-cand-idx
                       move au-op-num  to ws-cand-op-num(ws-cand-idx)
                       move au-date    to
                         ws-cand-term-date(ws-cand-idx)
                       move "N"        to ws-cand-eligible(ws-cand-idx)
                       move ws-zero    to ws-cand-master(ws-cand-idx)
                       move ws-zero    to ws-cand-roster(ws-cand-idx)
                       move ws-zero    to ws-cand-audit(ws-cand-idx)
                       move ws-zero    to
                         ws-cand-suspense(ws-cand-idx)
                       move ws-zero    to
                         ws-cand-prior-year(ws-cand-idx)
                       move ws-zero    to ws-cand-archive(ws-cand-idx)
                       move ws-zero    to ws-cand-pending(ws-cand-idx)
                   else
                       move "Y"        to ws-cand-table-full
                   end-if
               end-if
           end-if.
           perform 111-read-audit-record.
      *
      *Marks eligible each operator terminated before the cutoff who
      *is still terminated on the master, and masks the master name.
      *An operator back to active status is left alone whatever the
      *audit trail says. Without the master nothing is purged
       130-confirm-on-master.
      *
           open i-o opmaster-file.
           if (ws-opmaster-status not = "00") then
               move "Y"                to ws-run-refused
               move "OPERATOR MASTER NOT AVAILABLE - RUN REFUSED" to
                 ws-msg-text
           else
               perform varying ws-cand-idx from ws-one by ws-one
                 until ws-cand-idx > ws-cand-count
                   if (ws-cand-term-date(ws-cand-idx) < ws-cutoff-date)
                     then
                       perform 135-check-one-operator
                   else
                       add ws-one      to ws-retained-count
                   end-if
               end-perform
               close opmaster-file
           end-if.
      *
       135-check-one-operator.
      *
           move ws-cand-op-num(ws-cand-idx) to om-op-num.
           read opmaster-file
               invalid key
                   move "Y"            to ws-cand-eligible(ws-cand-idx)
               not invalid key
                   if (om-terminated) then
                       move "Y"        to ws-cand-eligible(ws-cand-idx)
                       if (om-op-name not = ws-masked-name) then
                           move ws-masked-name to om-op-name
                           rewrite master-rec
                           add ws-one  to ws-cand-master(ws-cand-idx)
                       end-if
                   else
                       add ws-one      to ws-reinstated-count
                   end-if
           end-read.
           if (ws-cand-eligible(ws-cand-idx) = "Y") then
               add ws-one              to ws-eligible-count
           end-if.
      *
      *Looks the operator in ws-op-search up among those being
      *purged, leaving ws-cand-idx on the match
       150-find-eligible.
      *
           move "N"                    to ws-cand-found.
           move ws-zero                to ws-cand-idx.
           perform 151-search-one-candidate
             until (ws-cand-found = "Y") or
                   (ws-cand-idx >= ws-cand-count).
      *
       151-search-one-candidate.
      *
           add ws-one                  to ws-cand-idx.
           if (ws-cand-op-num(ws-cand-idx) = ws-op-search and
             ws-cand-eligible(ws-cand-idx) = "Y") then
               move "Y"                to ws-cand-found
           end-if.
      *
      *Puts the master's line on the file section of the register
       220-report-master.
      *
           move ws-zero                to ws-file-masked.
           perform varying ws-cand-idx from ws-one by ws-one
             until ws-cand-idx > ws-cand-count
               add ws-cand-master(ws-cand-idx) to ws-file-masked
           end-perform.
           move "A7-OperatorMaster.dat" to ws-fl-file.
           move ws-cand-count          to ws-fl-records.
           move ws-file-masked         to ws-fl-masked.
           if (ws-file-masked > ws-zero) then
               move "MASKED IN PLACE"  to ws-fl-result
           else
               move "NOTHING TO MASK"  to ws-fl-result
           end-if.
           write print-line            from ws-file-line.
      *
      *Masks the name in the before and after images of every audit
      *record for a purged operator. The dates and actions stay, so
      *the trail still dates every change and every termination
       300-mask-audit-trail.
      *
           move ws-zero                to ws-file-records.
           move ws-zero                to ws-file-masked.
           move "A7-OperatorAudit.out" to ws-fl-file.
           open input audit-file.
           if (ws-audit-status = "00") then
               open output work-file
               move "N"                to ws-eof-flag
               perform 111-read-audit-record
               perform 310-mask-audit-record
                 until ws-eof-flag = ws-file-empty
               close audit-file
               close work-file
               if (ws-file-masked > ws-zero) then
                   open output audit-file
                   perform 800-start-copy-back
                   perform 320-copy-back-audit
                     until ws-work-eof-flag = ws-file-empty
                   close work-file
                   close audit-file
               end-if
           end-if.
           perform 810-report-file.
      *
       310-mask-audit-record.
      *
           add ws-one                  to ws-file-records.
           move au-op-num              to ws-op-search.
           perform 150-find-eligible.
           if (ws-cand-found = "Y") then
               move "N"                to ws-record-masked
               if (au-before-name not = spaces and
                 au-before-name not = ws-masked-name) then
                   move ws-masked-name to au-before-name
                   move "Y"            to ws-record-masked
               end-if
               if (au-after-name not = spaces and
                 au-after-name not = ws-masked-name) then
                   move ws-masked-name to au-after-name
                   move "Y"            to ws-record-masked
               end-if
               if (ws-record-masked = "Y") then
                   add ws-one          to ws-file-masked
                   add ws-one          to ws-cand-audit(ws-cand-idx)
               end-if
           end-if.
           write work-rec              from audit-rec.
           perform 111-read-audit-record.
      *
       320-copy-back-audit.
      *
           move work-rec               to audit-rec.
           write audit-rec.
           perform 801-read-work-record.
      *
      *Masks purged operators on the HR roster extract
       400-mask-roster.
      *
           move ws-zero                to ws-file-records.
           move ws-zero                to ws-file-masked.
           move "A7-HRRoster.dat"      to ws-fl-file.
           open input roster-file.
           if (ws-roster-status = "00") then
               open output work-file
               move "N"                to ws-eof-flag
               perform 401-read-roster-record
               perform 410-mask-roster-record
                 until ws-eof-flag = ws-file-empty
               close roster-file
               close work-file
               if (ws-file-masked > ws-zero) then
                   open output roster-file
                   perform 800-start-copy-back
                   perform 420-copy-back-roster
                     until ws-work-eof-flag = ws-file-empty
                   close work-file
                   close roster-file
               end-if
           end-if.
           perform 810-report-file.
      *
       401-read-roster-record.
      *
           read roster-file
               at end
                   move ws-file-empty  to ws-eof-flag.
      *
       410-mask-roster-record.
      *
           add ws-one                  to ws-file-records.
           move roster-rec-num         to ws-op-search.
           perform 150-find-eligible.
           if (ws-cand-found = "Y" and
             roster-rec-name not = ws-masked-name) then
               move ws-masked-name     to roster-rec-name
               add ws-one              to ws-file-masked
               add ws-one              to ws-cand-roster(ws-cand-idx)
           end-if.
           write work-rec              from roster-rec.
           perform 401-read-roster-record.
      *
       420-copy-back-roster.
      *
           move work-rec               to roster-rec.
           write roster-rec.
           perform 801-read-work-record.
      *
      *Masks purged operators in held suspense images. Only the
      *operator report holds whole A7.dat records with a name in
      *them - the daily posting's images carry none
       450-mask-suspense.
      *
           move ws-zero                to ws-file-records.
           move ws-zero                to ws-file-masked.
           move "A7-Suspense.dat"      to ws-fl-file.
           open input suspense-file.
           if (ws-suspense-status = "00") then
               open output work-file
               move "N"                to ws-eof-flag
               perform 451-read-suspense-record
               perform 460-mask-suspense-record
                 until ws-eof-flag = ws-file-empty
               close suspense-file
               close work-file
               if (ws-file-masked > ws-zero) then
                   open output suspense-file
                   perform 800-start-copy-back
                   perform 470-copy-back-suspense
                     until ws-work-eof-flag = ws-file-empty
                   close work-file
                   close suspense-file
               end-if
           end-if.
           perform 810-report-file.
      *
       451-read-suspense-record.
      *
           read suspense-file
               at end
                   move ws-file-empty  to ws-eof-flag.
      *
       460-mask-suspense-record.
      *
           add ws-one                  to ws-file-records.
           if (susp-source = "OPREPORT") then
               move susp-emp-num       to ws-op-search
               perform 150-find-eligible
               if (ws-cand-found = "Y" and
                 susp-emp-name not = ws-masked-name) then
                   move ws-masked-name to susp-emp-name
                   add ws-one          to ws-file-masked
                   add ws-one          to
                     ws-cand-suspense(ws-cand-idx)
               end-if
           end-if.
           write work-rec              from suspense-rec.
           perform 451-read-suspense-record.
      *
       470-copy-back-suspense.
      *
           move work-rec               to suspense-rec.
           write suspense-rec.
           perform 801-read-work-record.
      *
      *Masks purged operators on the prior-year snapshot
       500-mask-prior-year.
      *
           move ws-zero                to ws-file-records.
           move ws-zero                to ws-file-masked.
           move "A7-PriorYear.dat"     to ws-fl-file.
           open input prior-year-file.
           if (ws-prior-year-status = "00") then
               open output work-file
               move "N"                to ws-eof-flag
               perform 501-read-prior-year-record
               perform 510-mask-prior-year-record
                 until ws-eof-flag = ws-file-empty
               close prior-year-file
               close work-file
               if (ws-file-masked > ws-zero) then
                   open output prior-year-file
                   perform 800-start-copy-back
                   perform 520-copy-back-prior-year
                     until ws-work-eof-flag = ws-file-empty
                   close work-file
                   close prior-year-file
               end-if
           end-if.
           perform 810-report-file.
      *
       501-read-prior-year-record.
      *
           read prior-year-file
               at end
                   move ws-file-empty  to ws-eof-flag.
      *
       510-mask-prior-year-record.
      *
           add ws-one                  to ws-file-records.
           move pri-rec-num            to ws-op-search.
           perform 150-find-eligible.
           if (ws-cand-found = "Y" and
             pri-rec-name not = ws-masked-name) then
               move ws-masked-name     to pri-rec-name
               add ws-one              to ws-file-masked
               add ws-one              to
                 ws-cand-prior-year(ws-cand-idx)
           end-if.
           write work-rec              from pri-rec.
           perform 501-read-prior-year-record.
      *
       520-copy-back-prior-year.
      *
           move work-rec               to pri-rec.
           write pri-rec.
           perform 801-read-work-record.
      *
      *Masks purged operators in every catalogued generation
       600-mask-generations.
      *
           open input catalog-file.
           if (ws-catalog-status = "00") then
               move "N"                to ws-eof-flag
               perform 601-read-catalog-record
               perform 602-store-catalog-record
                 until ws-eof-flag = ws-file-empty
               close catalog-file
           end-if.
           open input manifest-file.
           if (ws-manifest-status = "00") then
               move "N"                to ws-eof-flag
               perform 605-read-manifest-record
               perform 606-store-manifest-record
                 until ws-eof-flag = ws-file-empty
               close manifest-file
           end-if.
           perform 610-mask-one-generation
             varying ws-catalog-idx from ws-one by ws-one
             until ws-catalog-idx > ws-catalog-count.
      *
       601-read-catalog-record.
      *
           read catalog-file
               at end
                   move ws-file-empty  to ws-eof-flag.
      *
       602-store-catalog-record.
      *
           if (ws-catalog-count < 20) then
               add ws-one              to ws-catalog-count
               move catalog-year       to
                 ws-catalog-year(ws-catalog-count)
           end-if.
           perform 601-read-catalog-record.
      *
       605-read-manifest-record.
      *
           read manifest-file
               at end
                   move ws-file-empty  to ws-eof-flag.
      *
       606-store-manifest-record.
      *
           move man-year               to ws-gen-year.
           perform 640-find-manifest-entry.
           if (ws-manifest-found = "N" and ws-manifest-count < 20) then
               add ws-one              to ws-manifest-count
               move ws-manifest-count  to ws-manifest-idx
               move man-year           to ws-man-year(ws-manifest-idx)
               move "Y"                to ws-manifest-found
           end-if.
           if (ws-manifest-found = "Y") then
               move man-record-count   to
                 ws-man-record-count(ws-manifest-idx)
               move man-total-calls    to
                 ws-man-total-calls(ws-manifest-idx)
               move man-total-mins     to
                 ws-man-total-mins(ws-manifest-idx)
           end-if.
           perform 605-read-manifest-record.
      *
      *Masks one generation into the work file, totalling it on the
      *way. Only a generation that still matches its manifest is
      *copied back; the copy is then re-read and its totals appended
      *to the manifest as the generation's current entry
       610-mask-one-generation.
      *
           move ws-catalog-year(ws-catalog-idx) to ws-gen-year.
           perform 650-build-generation-name.
           move spaces                 to ws-fl-file.
           string "A7-"                delimited by size
                  ws-gen-year          delimited by size
                  ".dat"               delimited by size
             into ws-fl-file
           end-string.
           move ws-zero                to ws-file-records.
           move ws-zero                to ws-file-masked.
           move ws-zero                to ws-gen-records.
           move ws-zero                to ws-gen-calls.
           move ws-zero                to ws-gen-mins.
           perform varying ws-cand-idx from ws-one by ws-one
             until ws-cand-idx > ws-cand-count
               move ws-zero            to ws-cand-pending(ws-cand-idx)
           end-perform.
           perform 640-find-manifest-entry.
           open input generation-file.
           if (ws-generation-status not = "00") then
               move "MISSING - NOT MASKED" to ws-fl-result
               add ws-one              to ws-generations-bad
           else
               open output work-file
               move "N"                to ws-eof-flag
               perform 611-read-generation-record
               perform 620-mask-generation-record
                 until ws-eof-flag = ws-file-empty
               close generation-file
               close work-file
               move ws-gen-records     to ws-file-records
               if (ws-manifest-found = "N") then
                   move "NO MANIFEST ENTRY - NOT MASKED" to
                     ws-fl-result
                   add ws-one          to ws-generations-bad
               else
                   if (ws-gen-records not =
                         ws-man-record-count(ws-manifest-idx) or
                       ws-gen-calls not =
                         ws-man-total-calls(ws-manifest-idx) or
                       ws-gen-mins not =
                         ws-man-total-mins(ws-manifest-idx)) then
                       move "FAILS MANIFEST CHECK - NOT MASKED" to
                         ws-fl-result
                       add ws-one      to ws-generations-bad
                   else
                       if (ws-file-masked > ws-zero) then
                           perform 630-rewrite-generation
                       else
                           move "NOTHING TO MASK" to ws-fl-result
                       end-if
                   end-if
               end-if
           end-if.
      *A generation left as it was masked nothing after all
           if (ws-fl-result not = "MASKED - MANIFEST UPDATED") then
               move ws-zero            to ws-file-masked
           end-if.
           move ws-file-records        to ws-fl-records.
           move ws-file-masked         to ws-fl-masked.
           write print-line            from ws-file-line.
      *
       611-read-generation-record.
      *
           read generation-file
               at end
                   move ws-file-empty  to ws-eof-flag.
      *
       620-mask-generation-record.
      *
           add ws-one                  to ws-gen-records.
           perform varying ws-sub      from ws-one by ws-one
             until ws-sub > ws-number-of-months
               if (gen-rec-calls(ws-sub) is numeric) then
                   add gen-rec-calls(ws-sub) to ws-gen-calls
               end-if
               if (gen-rec-mins(ws-sub) is numeric) then
                   add gen-rec-mins(ws-sub) to ws-gen-mins
               end-if
           end-perform.
           move gen-rec-num            to ws-op-search.
           perform 150-find-eligible.
           if (ws-cand-found = "Y" and
             gen-rec-name not = ws-masked-name) then
               move ws-masked-name     to gen-rec-name
               add ws-one              to ws-file-masked
               add ws-one              to ws-cand-pending(ws-cand-idx)
           end-if.
           write work-rec              from gen-rec.
           perform 611-read-generation-record.
      *
      *Copies the masked generation back, re-derives its totals from
      *what is now on disk, and appends them to the manifest
       630-rewrite-generation.
      *
           open output generation-file.
           perform 800-start-copy-back.
           perform 631-copy-back-generation
             until ws-work-eof-flag = ws-file-empty.
           close work-file.
           close generation-file.
           move ws-zero                to ws-new-records.
           move ws-zero                to ws-new-calls.
           move ws-zero                to ws-new-mins.
           open input generation-file.
           move "N"                    to ws-eof-flag.
           perform 611-read-generation-record.
           perform 635-recount-generation-record
             until ws-eof-flag = ws-file-empty.
           close generation-file.
           if (ws-new-records = ws-gen-records and
             ws-new-calls = ws-gen-calls and
             ws-new-mins = ws-gen-mins) then
               open extend manifest-file
               if (ws-manifest-status not = "00") then
                   open output manifest-file
               end-if
               move ws-gen-year        to man-year
               move ws-new-records     to man-record-count
               move ws-new-calls       to man-total-calls
               move ws-new-mins        to man-total-mins
               write manifest-rec
               close manifest-file
               move "MASKED - MANIFEST UPDATED" to ws-fl-result
               perform varying ws-cand-idx from ws-one by ws-one
                 until ws-cand-idx > ws-cand-count
                   add ws-cand-pending(ws-cand-idx) to
                     ws-cand-archive(ws-cand-idx)
               end-perform
           else
               move "*** REWRITE DID NOT RE-TOTAL ***" to ws-fl-result
               add ws-one              to ws-generations-bad
           end-if.
      *
       631-copy-back-generation.
      *
           move work-rec               to gen-rec.
           write gen-rec.
           perform 801-read-work-record.
      *
       635-recount-generation-record.
      *
           add ws-one                  to ws-new-records.
           perform varying ws-sub      from ws-one by ws-one
             until ws-sub > ws-number-of-months
               if (gen-rec-calls(ws-sub) is numeric) then
                   add gen-rec-calls(ws-sub) to ws-new-calls
               end-if
               if (gen-rec-mins(ws-sub) is numeric) then
                   add gen-rec-mins(ws-sub) to ws-new-mins
               end-if
           end-perform.
           perform 611-read-generation-record.
      *
      *Looks the year in ws-gen-year up in the manifest table,
      *leaving ws-manifest-idx on the match
       640-find-manifest-entry.
      *
           move "N"                    to ws-manifest-found.
           move ws-zero                to ws-manifest-idx.
           perform 641-search-one-manifest-entry
             until (ws-manifest-found = "Y") or
                   (ws-manifest-idx >= ws-manifest-count).
      *
       641-search-one-manifest-entry.
      *
           add ws-one                  to ws-manifest-idx.
           if (ws-man-year(ws-manifest-idx) = ws-gen-year) then
               move "Y"                to ws-manifest-found
           end-if.
      *
      *Builds the dated generation file name for the year being
      *masked, the same way the rollover builds it
       650-build-generation-name.
      *
           move spaces                 to ws-generation-file-name.
           string "../../../../data/A7-" delimited by size
                  ws-gen-year          delimited by size
                  ".dat"               delimited by size
             into ws-generation-file-name
           end-string.
      *
      *Prints one line per operator purged, then the run counts
       700-output-register.
      *
           write print-line            from ws-heading-line1
           after advancing 1 line.
           perform varying ws-cand-idx from ws-one by ws-one
             until ws-cand-idx > ws-cand-count
               if (ws-cand-eligible(ws-cand-idx) = "Y") then
                   perform 710-print-operator
               end-if
           end-perform.
           if (ws-purged-count = ws-zero) then
               move "No operator names masked this run." to
                 ws-msg-text
               write print-line        from ws-message-line
           end-if.
           move "Terminations on the audit trail:" to ws-cnt-label.
           move ws-cand-count          to ws-cnt-value.
           write print-line            from ws-count-line
           after advancing 1 line.
           move "Still inside the retention period:" to ws-cnt-label.
           move ws-retained-count      to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Past retention but active again:" to ws-cnt-label.
           move ws-reinstated-count    to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Operators masked this run:" to ws-cnt-label.
           move ws-purged-count        to ws-cnt-value.
           write print-line            from ws-count-line.
           move "Operators already fully masked:" to ws-cnt-label.
           move ws-already-count       to ws-cnt-value.
           write print-line            from ws-count-line.
           if (ws-generations-bad > ws-zero) then
               move "*** SOME GENERATIONS NOT MASKED ***"
                 to ws-msg-text
               write print-line        from ws-message-line
           end-if.
           if (ws-cand-table-full = "Y") then
               move
                 "*** TERMINATION TABLE FULL - SOME NOT PURGED ***"
                 to ws-msg-text
               write print-line        from ws-message-line
           end-if.
      *
      *Prints one purged operator - by number only, the register is
      *evidence that the name is gone and must not carry it
       710-print-operator.
      *
           if (ws-cand-master(ws-cand-idx) = ws-zero and
             ws-cand-roster(ws-cand-idx) = ws-zero and
             ws-cand-audit(ws-cand-idx) = ws-zero and
             ws-cand-suspense(ws-cand-idx) = ws-zero and
             ws-cand-prior-year(ws-cand-idx) = ws-zero and
             ws-cand-archive(ws-cand-idx) = ws-zero) then
               add ws-one              to ws-already-count
           else
               add ws-one              to ws-purged-count
               move ws-cand-op-num(ws-cand-idx) to ws-dl-op-num
               move ws-cand-term-date(ws-cand-idx) to ws-dl-term-date
               move ws-cand-master(ws-cand-idx) to ws-dl-master
               move ws-cand-roster(ws-cand-idx) to ws-dl-roster
               move ws-cand-audit(ws-cand-idx) to ws-dl-audit
               move ws-cand-suspense(ws-cand-idx) to ws-dl-suspense
               move ws-cand-prior-year(ws-cand-idx) to
                 ws-dl-prior-year
               move ws-cand-archive(ws-cand-idx) to ws-dl-archive
               write print-line        from ws-detail-line
           end-if.
      *
      *Opens the masked work copy to be copied back and reads the
      *first record
       800-start-copy-back.
      *
           open input work-file.
           move "N"                    to ws-work-eof-flag.
           perform 801-read-work-record.
      *
       801-read-work-record.
      *
           read work-file
               at end
                   move ws-file-empty  to ws-work-eof-flag.
      *
      *Puts one flat file's line on the file section of the register
       810-report-file.
      *
           move ws-file-records        to ws-fl-records.
           move ws-file-masked         to ws-fl-masked.
           if (ws-file-records = ws-zero) then
               move "NOT PRESENT OR EMPTY" to ws-fl-result
           else
               if (ws-file-masked > ws-zero) then
                   move "MASKED AND REWRITTEN" to ws-fl-result
               else
                   move "NOTHING TO MASK" to ws-fl-result
               end-if
           end-if.
           write print-line            from ws-file-line.
      *
      *Ends the run with a nonzero return code when it was refused or
      *any generation could not be masked
       910-set-return-code.
      *
           if (ws-run-refused = "Y" or ws-generations-bad > ws-zero)
             then
               move 8                  to return-code
           end-if.
      *
       end program A7-RetentionPurge.
