       identification division.
       program-id. A7-OperatorInquiry.
       author. Jacky Yuan.
       date-written. 2026-10-15.
      *Program Description:
      *    Online operator inquiry. The supervisor keys an operator
      *    number and sees on one screen the operator master record,
      *    the twelve monthly call and minute buckets from A7.dat with
      *    the year-to-date total and average handle time, the team
      *    assignment history, absence days by fiscal month, and the
      *    suspense items still held for the operator. The page keys
      *    step to the previous or next operator in master key order.
      *    Nothing is changed from here - corrections still go through
      *    the operator maintenance transactions.
      *
       environment division.
       configuration section.
       special-names.
           crt status is ws-crt-status.
       input-output section.
       file-control.
      *
      *Keyed operator master - read by key and browsed in key order
           select opmaster-file
               assign to '../../../../data/A7-OperatorMaster.dat'
               organization is indexed
               access mode is dynamic
               record key is om-op-num
               file status is ws-opmaster-status.
      *
           select input-file
               assign to '../../../../data/A7.dat'
               organization is line sequential
               file status is ws-input-status.
      *
      *Effective-dated team assignment history
           select history-file
               assign to '../../../../data/A7-TeamHistory.dat'
               organization is line sequential
               file status is ws-history-status.
      *
           select absence-file
               assign to '../../../../data/A7-AbsenceCalendar.dat'
               organization is line sequential
               file status is ws-absence-status.
      *
      *Suspense file shared with the programs that reject records
           select suspense-file
               assign to '../../../../data/A7-Suspense.dat'
               organization is line sequential
               file status is ws-suspense-status.
      *
      *Run parameters - only the fiscal month order is used here, to
      *label the bucket columns the way the operator report does
           select run-parm-file
               assign to '../../../../data/A7-RunParms.dat'
               organization is line sequential
               file status is ws-run-parm-status.
      *
       data division.
       file section.
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
       fd history-file
           data record is history-rec.
      *
       01 history-rec.
         05 hist-op-num                pic x(3).
         05 hist-eff-month             pic 9(2).
         05 hist-team                  pic x(4).
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
       fd suspense-file
           data record is suspense-rec.
      *
      *Every held image, operator report or daily posting, starts
      *with the operator number
       01 suspense-rec.
         05 susp-source                pic x(9).
         05 susp-date-added            pic 9(8).
         05 susp-runs-held             pic 9(2).
         05 susp-status                pic x(1).
         05 susp-reason                pic x(40).
         05 susp-image                 pic x(120).
         05 susp-image-x redefines susp-image.
           10 susp-image-op-num        pic x(3).
           10 filler                   pic x(117).
      *
       fd run-parm-file
           data record is run-parm-rec.
      *
       01 run-parm-rec.
         05 run-parm-keyword            pic x(12).
         05 run-parm-value              pic x(40).
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
      *Team assignment history loaded once at startup
       01 ws-history-table.
         05 ws-history-entry occurs 500 times.
           10 ws-hist-op-num           pic x(3).
           10 ws-hist-eff-month        pic 9(2).
           10 ws-hist-team             pic x(4).
      *
      *Absence calendar loaded once at startup
       01 ws-absence-table.
         05 ws-absence-entry occurs 500 times.
           10 ws-abs-op-num            pic x(3).
           10 ws-abs-month             pic 9(2).
           10 ws-abs-days              pic 9(2).
      *
      *Suspense items still held, loaded once at startup
       01 ws-susp-table.
         05 ws-susp-entry occurs 300 times.
           10 ws-susp-op-num           pic x(3).
           10 ws-susp-source           pic x(9).
           10 ws-susp-date-added       pic 9(8).
           10 ws-susp-runs-held        pic 9(2).
           10 ws-susp-reason           pic x(40).
      *
      *Operator being shown - the key field is what the supervisor
      *types; everything else is filled from the files
       01 ws-inquiry.
         05 ws-key-op-num              pic x(3) value spaces.
         05 ws-in-op-name              pic x(12) value spaces.
         05 ws-in-team                 pic x(4) value spaces.
         05 ws-in-quota                pic zz9.
         05 ws-in-quota-x redefines ws-in-quota pic x(3).
         05 ws-in-status               pic x(13) value spaces.
         05 ws-in-ytd-calls            pic zzzzz9.
         05 ws-in-ytd-calls-x redefines ws-in-ytd-calls pic x(6).
         05 ws-in-ytd-mins             pic zzzzzz9.
         05 ws-in-ytd-mins-x redefines ws-in-ytd-mins pic x(7).
         05 ws-in-aht                  pic zz9.9.
         05 ws-in-aht-x redefines ws-in-aht pic x(5).
         05 ws-in-susp-count           pic zz9.
         05 ws-in-susp-count-x redefines ws-in-susp-count pic x(3).
         05 ws-in-message              pic x(79) value spaces.
      *
      *Bucket rows - twelve six-byte cells each, one per fiscal month
       01 ws-in-month-row.
         05 ws-in-month-cell occurs 12 times.
           10 ws-in-month-pad          pic x(3).
           10 ws-in-month-lit          pic x(3).
       01 ws-in-calls-row.
         05 ws-in-calls                pic zzzzz9 occurs 12 times.
       01 ws-in-mins-row.
         05 ws-in-mins                 pic zzzzz9 occurs 12 times.
       01 ws-in-abs-row.
         05 ws-in-abs                  pic zzzzz9 occurs 12 times.
      *
      *Team history row - the latest four assignments, oldest first
       01 ws-in-hist-row.
         05 ws-in-hist-cell occurs 4 times.
           10 ws-in-hist-from          pic x(5).
           10 ws-in-hist-lit           pic x(3).
           10 ws-in-hist-sep           pic x(1).
           10 ws-in-hist-team          pic x(4).
           10 ws-in-hist-pad           pic x(3).
      *
      *Suspense lines - the first four items held for the operator
       01 ws-in-susp-lines.
         05 ws-in-susp-line occurs 4 times.
           10 ws-in-susp-source        pic x(9).
           10 filler                   pic x(1).
           10 ws-in-susp-date          pic x(8).
           10 filler                   pic x(3).
           10 ws-in-susp-runs          pic x(2).
           10 filler                   pic x(3).
           10 ws-in-susp-reason        pic x(40).
      *
      *Accumulators for the operator being shown
       01 ws-calc.
         05 ws-ytd-calls               pic 9(5) value 0.
         05 ws-ytd-mins                pic 9(7) value 0.
         05 ws-operator-aht            pic 9(3)v9 value 0.
         05 ws-abs-month-days          pic 9(3) occurs 12 times.
         05 ws-susp-runs-edit          pic z9.
      *
      *Function keys returned through the CRT status
       01 ws-crt-status                pic 9(4) value 0.
         88 ws-key-enter               value 0.
         88 ws-key-exit                value 1003 2005.
         88 ws-key-previous            value 1007 2001.
         88 ws-key-next                value 1008 2002.
      *
      *Constants
       77 ws-zero                      pic 9 value 0.
       77 ws-one                       pic 9 value 1.
       77 ws-sub                       pic 99 value 1.
       77 ws-file-empty                pic x value "e".
       77 ws-run-date                  pic 9(8) value 0.
       77 ws-opmaster-status           pic xx value "00".
       77 ws-input-status              pic xx value "00".
       77 ws-history-status            pic xx value "00".
       77 ws-absence-status            pic xx value "00".
       77 ws-suspense-status           pic xx value "00".
       77 ws-run-parm-status           pic xx value "00".
       77 ws-eof-flag                  pic x value "N".
       77 ws-history-eof-flag          pic x value "N".
       77 ws-absence-eof-flag          pic x value "N".
       77 ws-suspense-eof-flag         pic x value "N".
       77 ws-run-parm-eof-flag         pic x value "N".
       77 ws-history-count             pic 9(3) value 0.
       77 ws-history-idx               pic 9(3) value 0.
       77 ws-hist-shown                pic 9 value 0.
       77 ws-hist-total                pic 9(3) value 0.
       77 ws-absence-count             pic 9(3) value 0.
       77 ws-absence-idx               pic 9(3) value 0.
       77 ws-susp-count                pic 9(3) value 0.
       77 ws-susp-idx                  pic 9(3) value 0.
       77 ws-susp-shown                pic 9 value 0.
       77 ws-susp-total                pic 9(3) value 0.
       77 ws-tables-full               pic x value "N".
       77 ws-op-on-master              pic x value "N".
       77 ws-op-on-file                pic x value "N".
       77 ws-inquiry-done              pic x value "N".
       77 ws-month-order-good          pic x value "Y".
       77 ws-month-found               pic x value "N".
       77 ws-month-check-idx           pic 99 value 0.
       77 ws-month-check-jdx           pic 99 value 0.
      *
       screen section.
      *
       01 inquiry-screen.
         05 blank screen.
         05 line 1 col 1  value "A7-OperatorInquiry".
         05 line 1 col 31 value "OPERATOR INQUIRY".
         05 line 1 col 62 value "Run date:".
         05 line 1 col 72 pic 9(8) from ws-run-date.
         05 line 3 col 1  value "Operator:".
         05 line 3 col 11 pic x(3) using ws-key-op-num underline.
         05 line 3 col 16 value "Name:".
         05 line 3 col 22 pic x(12) from ws-in-op-name.
         05 line 3 col 36 value "Team:".
         05 line 3 col 42 pic x(4) from ws-in-team.
         05 line 3 col 48 value "Quota:".
         05 line 3 col 55 pic x(3) from ws-in-quota-x.
         05 line 3 col 60 value "Status:".
         05 line 3 col 68 pic x(13) from ws-in-status.
         05 line 5 col 1  value "Month".
         05 line 5 col 8  pic x(72) from ws-in-month-row.
         05 line 6 col 1  value "Calls".
         05 line 6 col 8  pic x(72) from ws-in-calls-row.
         05 line 7 col 1  value "Minutes".
         05 line 7 col 8  pic x(72) from ws-in-mins-row.
         05 line 8 col 1  value "Absent".
         05 line 8 col 8  pic x(72) from ws-in-abs-row.
         05 line 10 col 1  value "YTD calls:".
         05 line 10 col 12 pic x(6) from ws-in-ytd-calls-x.
         05 line 10 col 22 value "YTD minutes:".
         05 line 10 col 35 pic x(7) from ws-in-ytd-mins-x.
         05 line 10 col 46 value "AHT:".
         05 line 10 col 51 pic x(5) from ws-in-aht-x.
         05 line 12 col 1  value "Team history:".
         05 line 12 col 15 pic x(64) from ws-in-hist-row.
         05 line 14 col 1  value "Suspense items held:".
         05 line 14 col 22 pic x(3) from ws-in-susp-count-x.
         05 line 15 col 3  value
            "Source    Held since Runs Reason".
         05 line 16 col 3  pic x(66) from ws-in-susp-line(1).
         05 line 17 col 3  pic x(66) from ws-in-susp-line(2).
         05 line 18 col 3  pic x(66) from ws-in-susp-line(3).
         05 line 19 col 3  pic x(66) from ws-in-susp-line(4).
         05 line 22 col 1  pic x(79) from ws-in-message highlight.
         05 line 24 col 1  value
            "Enter=Inquire  F7/PgUp=Previous  F8/PgDn=Next  F3=Exit".
      *
       procedure division.
       000-Main.
      *
           accept ws-run-date          from date yyyymmdd.
           perform 115-load-run-parameters.
           perform 120-load-team-history.
           perform 130-load-absence-calendar.
           perform 140-load-suspense-items.
           perform 400-clear-operator.
           open input opmaster-file.
           if (ws-opmaster-status not = "00") then
               move "OPERATOR MASTER CANNOT BE OPENED - INQUIRY ENDED"
                 to ws-in-message
               display inquiry-screen
               move 8                  to return-code
           else
               if (ws-tables-full = "Y") then
                   move
                 "*** LOOKUP TABLE FULL - SOME HISTORY MAY NOT SHOW ***"
                     to ws-in-message
               else
                   move "KEY AN OPERATOR NUMBER AND PRESS ENTER" to
                     ws-in-message
               end-if
               perform 200-inquiry-cycle
                 until ws-inquiry-done = "Y"
               close opmaster-file
           end-if.
           stop run.
      *
      *Reads the shared run-parameter file for the fiscal month order
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
           if (run-parm-keyword = "MONTH-ORDER") then
               perform 118-validate-month-order
               if (ws-month-order-good = "Y") then
                   move ws-supplied-months to ws-month-names
               end-if
           end-if.
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
      *Reads the team assignment history once into a table
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
                   move "Y"            to ws-tables-full
               end-if
           end-if.
           perform 121-read-history-record.
      *
      *Reads the absence calendar once into a table
       130-load-absence-calendar.
      *
           open input absence-file.
           if (ws-absence-status = "00") then
               perform 131-read-absence-record
               perform 132-store-absence-record
                 until ws-absence-eof-flag = ws-file-empty
               close absence-file
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
                   move "Y"            to ws-tables-full
               end-if
           end-if.
           perform 131-read-absence-record.
      *
      *Reads the items still held on the suspense file once into a
      *table - the maintenance run drops released and deleted items,
      *so every open item on the file is one still waiting
       140-load-suspense-items.
      *
           open input suspense-file.
           if (ws-suspense-status = "00") then
               perform 141-read-suspense-record
               perform 142-store-suspense-item
                 until ws-suspense-eof-flag = ws-file-empty
               close suspense-file
           end-if.
      *
       141-read-suspense-record.
      *
           read suspense-file
               at end
                   move ws-file-empty  to ws-suspense-eof-flag.
      *
       142-store-suspense-item.
      *
           if (susp-status = "O") then
               if (ws-susp-count < 300) then
                   add ws-one          to ws-susp-count
                   move susp-image-op-num to
                     ws-susp-op-num(ws-susp-count)
                   move susp-source    to
                     ws-susp-source(ws-susp-count)
                   move susp-date-added to
                     ws-susp-date-added(ws-susp-count)
                   move susp-runs-held to
                     ws-susp-runs-held(ws-susp-count)
                   move susp-reason    to
                     ws-susp-reason(ws-susp-count)
               else
                   move "Y"            to ws-tables-full
               end-if
           end-if.
           perform 141-read-suspense-record.
      *
      *Shows the screen, takes the operator number and the key
      *pressed, and acts on the key
       200-inquiry-cycle.
      *
           display inquiry-screen.
           accept inquiry-screen.
           evaluate true
               when ws-key-exit
                   move "Y"            to ws-inquiry-done
               when ws-key-next
                   perform 220-browse-next
               when ws-key-previous
                   perform 230-browse-previous
               when ws-key-enter
                   perform 210-inquire-by-key
               when other
                   move "KEY NOT IN USE ON THIS SCREEN" to
                     ws-in-message
           end-evaluate.
      *
      *Looks the keyed operator up on the master, then gathers the
      *rest of the picture whether or not the master has them - an
      *operator missing from the master can still have calls held
       210-inquire-by-key.
      *
           perform 400-clear-operator.
           if (ws-key-op-num = spaces) then
               move "KEY AN OPERATOR NUMBER AND PRESS ENTER" to
                 ws-in-message
           else
               move ws-key-op-num      to om-op-num
               read opmaster-file
                   invalid key
                       move "N"        to ws-op-on-master
                   not invalid key
                       move "Y"        to ws-op-on-master
               end-read
               perform 300-gather-operator
           end-if.
      *
      *Steps to the first operator after the one on the screen - a
      *blank key starts from the top of the master
       220-browse-next.
      *
           move ws-key-op-num          to om-op-num.
           if (ws-key-op-num = spaces) then
               move low-values         to om-op-num
           end-if.
           start opmaster-file key is greater than om-op-num
               invalid key
                   move "NO MORE OPERATORS - END OF MASTER" to
                     ws-in-message
               not invalid key
                   read opmaster-file next record
                       at end
                           move "NO MORE OPERATORS - END OF MASTER"
                             to ws-in-message
                       not at end
                           perform 240-show-browsed-operator
                   end-read
           end-start.
      *
      *Steps to the last operator before the one on the screen - a
      *blank key starts from the bottom of the master
       230-browse-previous.
      *
           move ws-key-op-num          to om-op-num.
           if (ws-key-op-num = spaces) then
               move high-values        to om-op-num
           end-if.
           start opmaster-file key is less than om-op-num
               invalid key
                   move "NO EARLIER OPERATORS - START OF MASTER" to
                     ws-in-message
               not invalid key
                   read opmaster-file previous record
                       at end
                           move
                             "NO EARLIER OPERATORS - START OF MASTER"
                             to ws-in-message
                       not at end
                           perform 240-show-browsed-operator
                   end-read
           end-start.
      *
       240-show-browsed-operator.
      *
           perform 400-clear-operator.
           move om-op-num              to ws-key-op-num.
           move "Y"                    to ws-op-on-master.
           perform 300-gather-operator.
      *
      *Fills the screen for the operator in ws-key-op-num from the
      *master record just read and the other files
       300-gather-operator.
      *
           if (ws-op-on-master = "Y") then
               move om-op-name         to ws-in-op-name
               move om-team            to ws-in-team
               move om-quota           to ws-in-quota
               evaluate true
                   when om-active
                       move "ACTIVE"   to ws-in-status
                   when om-terminated
                       move "TERMINATED" to ws-in-status
                   when other
                       move om-status  to ws-in-status
               end-evaluate
           else
               move "NOT ON MASTER"    to ws-in-status
           end-if.
           perform 310-find-call-buckets.
           perform 320-collect-team-history.
           perform 330-collect-absence.
           perform 340-collect-suspense.
           if (ws-op-on-master = "N" and ws-op-on-file = "N") then
               move "OPERATOR NOT ON MASTER OR A7.DAT" to ws-in-message
           else
               if (ws-op-on-file = "N") then
                   move "NO CALL BUCKETS ON A7.DAT FOR THIS OPERATOR"
                     to ws-in-message
               else
                   move spaces         to ws-in-message
               end-if
           end-if.
      *
      *Scans A7.dat for the operator's record - the file is read
      *afresh for each inquiry so the buckets are as last posted
       310-find-call-buckets.
      *
           move "N"                    to ws-eof-flag.
           open input input-file.
           if (ws-input-status = "00") then
               perform 311-read-input-record
               perform 312-check-input-record
                 until ws-eof-flag = ws-file-empty
               close input-file
           end-if.
           if (ws-op-on-file = "Y") then
               move ws-ytd-calls       to ws-in-ytd-calls
               move ws-ytd-mins        to ws-in-ytd-mins
               if (ws-ytd-calls > ws-zero) then
                   compute ws-operator-aht rounded =
                     ws-ytd-mins / ws-ytd-calls
                     on size error
                       move 999.9      to ws-operator-aht
                   end-compute
                   move ws-operator-aht to ws-in-aht
               else
                   move " ZERO"        to ws-in-aht-x
               end-if
           end-if.
      *
       311-read-input-record.
      *
           read input-file
               at end
                   move ws-file-empty  to ws-eof-flag.
      *
       312-check-input-record.
      *
           if (emp-rec-num = ws-key-op-num) then
               move "Y"                to ws-op-on-file
               move ws-file-empty      to ws-eof-flag
               if (ws-op-on-master = "N") then
                   move emp-rec-name   to ws-in-op-name
                   move emp-rec-team   to ws-in-team
               end-if
               perform varying ws-sub  from ws-one by ws-one
                 until ws-sub > ws-number-of-months
                   move emp-rec-calls(ws-sub) to ws-in-calls(ws-sub)
                   add emp-rec-calls(ws-sub) to ws-ytd-calls
      *An A7.dat written before the minute buckets existed carries
      *spaces there - shown and counted as zero
                   if (emp-rec-mins(ws-sub) is numeric) then
                       move emp-rec-mins(ws-sub) to ws-in-mins(ws-sub)
                       add emp-rec-mins(ws-sub) to ws-ytd-mins
                   else
                       move ws-zero    to ws-in-mins(ws-sub)
                   end-if
               end-perform
           else
               perform 311-read-input-record
           end-if.
      *
      *Shows the operator's latest four team assignments, oldest
      *first, sliding earlier ones off the left of the row
       320-collect-team-history.
      *
           move ws-zero                to ws-hist-shown.
           move ws-zero                to ws-hist-total.
           perform varying ws-history-idx from ws-one by ws-one
             until ws-history-idx > ws-history-count
               if (ws-hist-op-num(ws-history-idx) = ws-key-op-num)
                 then
                   add ws-one          to ws-hist-total
                   if (ws-hist-shown < 4) then
                       add ws-one      to ws-hist-shown
                   else
                       move ws-in-hist-cell(2) to ws-in-hist-cell(1)
                       move ws-in-hist-cell(3) to ws-in-hist-cell(2)
                       move ws-in-hist-cell(4) to ws-in-hist-cell(3)
                   end-if
                   move "From "        to ws-in-hist-from(ws-hist-shown)
                   move ws-month-literals(
                     ws-hist-eff-month(ws-history-idx)) to
                     ws-in-hist-lit(ws-hist-shown)
                   move ":"            to ws-in-hist-sep(ws-hist-shown)
                   move ws-hist-team(ws-history-idx) to
                     ws-in-hist-team(ws-hist-shown)
               end-if
           end-perform.
           if (ws-hist-total = ws-zero) then
               move "No transfers"     to ws-in-hist-row
           end-if.
      *
      *Totals the operator's absence days into each fiscal month
       330-collect-absence.
      *
           perform varying ws-absence-idx from ws-one by ws-one
             until ws-absence-idx > ws-absence-count
               if (ws-abs-op-num(ws-absence-idx) = ws-key-op-num) then
                   add ws-abs-days(ws-absence-idx) to
                     ws-abs-month-days(ws-abs-month(ws-absence-idx))
               end-if
           end-perform.
           perform varying ws-sub      from ws-one by ws-one
             until ws-sub > ws-number-of-months
               move ws-abs-month-days(ws-sub) to ws-in-abs(ws-sub)
           end-perform.
      *
      *Counts the suspense items held for the operator and lists the
      *first four of them
       340-collect-suspense.
      *
           move ws-zero                to ws-susp-shown.
           move ws-zero                to ws-susp-total.
           perform varying ws-susp-idx from ws-one by ws-one
             until ws-susp-idx > ws-susp-count
               if (ws-susp-op-num(ws-susp-idx) = ws-key-op-num) then
                   add ws-one          to ws-susp-total
                   if (ws-susp-shown < 4) then
                       add ws-one      to ws-susp-shown
                       move ws-susp-source(ws-susp-idx) to
                         ws-in-susp-source(ws-susp-shown)
                       move ws-susp-date-added(ws-susp-idx) to
                         ws-in-susp-date(ws-susp-shown)
                       move ws-susp-runs-held(ws-susp-idx) to
                         ws-susp-runs-edit
                       move ws-susp-runs-edit to
                         ws-in-susp-runs(ws-susp-shown)
                       move ws-susp-reason(ws-susp-idx) to
                         ws-in-susp-reason(ws-susp-shown)
                   end-if
               end-if
           end-perform.
           move ws-susp-total          to ws-in-susp-count.
      *
      *Blanks every operator field before the next one is shown
       400-clear-operator.
      *
           move "N"                    to ws-op-on-master.
           move "N"                    to ws-op-on-file.
           move spaces                 to ws-in-op-name.
           move spaces                 to ws-in-team.
           move spaces                 to ws-in-quota-x.
           move spaces                 to ws-in-status.
           move spaces                 to ws-in-ytd-calls-x.
           move spaces                 to ws-in-ytd-mins-x.
           move spaces                 to ws-in-aht-x.
           move spaces                 to ws-in-susp-count-x.
           move spaces                 to ws-in-hist-row.
           move spaces                 to ws-in-susp-lines.
           move spaces                 to ws-in-calls-row.
           move spaces                 to ws-in-mins-row.
           move ws-zero                to ws-ytd-calls.
           move ws-zero                to ws-ytd-mins.
           perform varying ws-sub      from ws-one by ws-one
             until ws-sub > ws-number-of-months
               move spaces             to ws-in-month-pad(ws-sub)
               move ws-month-literals(ws-sub) to
                 ws-in-month-lit(ws-sub)
               move ws-zero            to ws-abs-month-days(ws-sub)
               move ws-zero            to ws-in-abs(ws-sub)
           end-perform.
      *
       end program A7-OperatorInquiry.
