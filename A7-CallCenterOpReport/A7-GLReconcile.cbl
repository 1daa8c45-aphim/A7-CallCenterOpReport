      *    acknowledgment are carried on an open-items file across
      *    months, an acknowledgment arriving late clears the open
      *    item it belongs to, and an aging listing shows everything
      *    still unconfirmed and for how long. Correcting lines from
      *    the billing adjustment run are reconciled the same way.
      *    The run ends with a nonzero return code while any open
      *    item remains.
      *
       environment division.
       input-output section.
               organization is line sequential
               file status is ws-gl-status.
      *
      *Correcting journal lines from the billing adjustment run, in
      *the same layout - absent in a period with no adjustments. The
      *adjustment run appends to it, and it is emptied once read
           select gl-adj-file
               assign to '../../../../data/A7-GLAdjustments.dat'
               organization is line sequential
               file status is ws-gl-adj-status.
      *
      *Posting acknowledgments from the GL system - cost centre,
      *amount, and whether the line actually posted
           select ack-file
         05 gl-dr-cr                   pic x(1).
         05 gl-amount                  pic 9(9)v99.
         05 gl-description             pic x(24).
      *
       fd gl-adj-file
           data record is gl-adj-rec.
      *
       01 gl-adj-rec                   pic x(42).
      *
       fd ack-file
           data record is ack-rec.
           10 ws-ack-status            pic x(1).
           10 ws-ack-used              pic x(1).
      *
      *Journal line being reconciled, from either interface file
       01 ws-gl-line.
         05 ws-gl-cost-centre          pic x(6).
         05 ws-gl-dr-cr                pic x(1).
         05 ws-gl-amount               pic 9(9)v99.
         05 ws-gl-description          pic x(24).
      *
      *Run date stamped once at startup onto new open items
       01 ws-run-stamp.
         05 ws-run-date                pic 9(8) value 0.
       77 ws-one                       pic 9 value 1.
       77 ws-file-empty                pic x value "e".
       77 ws-gl-status                 pic xx value "00".
       77 ws-gl-adj-status             pic xx value "00".
       77 ws-ack-status-fs             pic xx value "00".
       77 ws-open-status               pic xx value "00".
       77 ws-gl-eof-flag               pic x value "N".
       77 ws-ack-table-full            pic x value "N".
       77 ws-ack-found                 pic x value "N".
       77 ws-gl-lines-read             pic 9(5) value 0.
       77 ws-adj-lines-read            pic 9(5) value 0.
       77 ws-gl-source                 pic x value "G".
       77 ws-gl-lines-confirmed        pic 9(5) value 0.
       77 ws-gl-lines-unmatched        pic 9(5) value 0.
       77 ws-gl-lines-already-open     pic 9(5) value 0.
           perform 120-load-acknowledgments.
           perform 150-clear-old-open-items.
           perform 300-reconcile-gl-lines.
           perform 305-reconcile-adjustment-lines.
           perform 500-rewrite-open-items.
           perform 700-output-listing.
           close report-file.
               after advancing 1 line
           end-if.
      *
      *Reads the billing adjustment run's correcting lines through the
      *same matching as the billing extract's own - a missing file
      *only means nothing was adjusted. Every line read is now either
      *confirmed or carried as an open item, so the file is emptied
      *for the adjustment runs to append to afresh - unless the
      *open-items table overflowed and a line could not be carried
       305-reconcile-adjustment-lines.
      *
           open input gl-adj-file.
           if (ws-gl-adj-status = "00") then
               move "A"                to ws-gl-source
               move "N"                to ws-gl-eof-flag
               perform 301-read-gl-line
               perform 310-match-one-gl-line
                 until ws-gl-eof-flag = ws-file-empty
               close gl-adj-file
               if (ws-open-table-full = "N") then
                   open output gl-adj-file
                   close gl-adj-file
               end-if
           end-if.
      *
      *Reads the next journal line of whichever file is being
      *reconciled into ws-gl-line
       301-read-gl-line.
      *
           if (ws-gl-source = "A") then
               read gl-adj-file        into ws-gl-line
                   at end
                       move ws-file-empty to ws-gl-eof-flag
               end-read
           else
               read gl-file            into ws-gl-line
                   at end
                       move ws-file-empty to ws-gl-eof-flag
               end-read
           end-if.
      *
       310-match-one-gl-line.
      *
           add ws-one                  to ws-gl-lines-read.
           if (ws-gl-source = "A") then
               add ws-one              to ws-adj-lines-read
           end-if.
           move "N"                    to ws-ack-found.
           perform varying ws-ack-idx  from ws-one by ws-one
             until ws-ack-idx > ws-ack-count
               if (ws-ack-found = "N" and
                 ws-ack-used(ws-ack-idx) = "N" and
                 ws-ack-status(ws-ack-idx) = "P" and
                 ws-ack-cost-centre(ws-ack-idx) = ws-gl-cost-centre and
                 ws-ack-amount(ws-ack-idx) = ws-gl-amount) then
                   move "Y"            to ws-ack-found
                   move "Y"            to ws-ack-used(ws-ack-idx)
               end-if
           perform varying ws-open-scan-idx from ws-one by ws-one
             until ws-open-scan-idx > ws-open-count
               if (ws-open-cost-centre(ws-open-scan-idx) =
                     ws-gl-cost-centre and
                   ws-open-dr-cr(ws-open-scan-idx) = ws-gl-dr-cr and
                   ws-open-amount(ws-open-scan-idx) = ws-gl-amount and
                   ws-open-description(ws-open-scan-idx) =
                     ws-gl-description) then
                   move "Y"            to ws-carried-found
               end-if
           end-perform.
      *
           if (ws-open-count < 500) then
               add ws-one              to ws-open-count
               move ws-gl-cost-centre  to
                 ws-open-cost-centre(ws-open-count)
               move ws-gl-dr-cr        to
                 ws-open-dr-cr(ws-open-count)
               move ws-gl-amount       to
                 ws-open-amount(ws-open-count)
               move ws-gl-description  to
                 ws-open-description(ws-open-count)
               move ws-run-date        to
                 ws-open-first-date(ws-open-count)
           move ws-gl-lines-read       to ws-cnt-value.
           write print-line            from ws-count-line
           after advancing 1 line.
           if (ws-adj-lines-read > ws-zero) then
               move "  of which billing adjustment lines:" to
                 ws-cnt-label
               move ws-adj-lines-read  to ws-cnt-value
               write print-line        from ws-count-line
           end-if.
           move "Journal lines confirmed posted:" to ws-cnt-label.
           move ws-gl-lines-confirmed  to ws-cnt-value.
           write print-line            from ws-count-line.
