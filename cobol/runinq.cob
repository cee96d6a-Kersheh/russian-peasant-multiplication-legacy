*> Run dossier inquiry screen. The operator keys a run ID - or a
*> batch dataset name with its business date and cycle, in which
*> case the latest run of that cycle on the run-control ledger is
*> taken - and sees everything about the run on one page: its
*> opening and closing RUNCTL entries (timestamps, record,
*> rejected and held counts, condition code, or NO CLOSING ENTRY
*> when the run abended, and the override authorization's change
*> ticket, requester and approver when the run reprocessed a
*> closed cycle under OVERRIDE), whether it was backed out, every
*> XMITLOG entry for its extract with the transmission and
*> acknowledgment status (pending, confirmed, mismatched or
*> voided; original or resend), and each source's STATLOG line
*> (details, rejects, overflows, results-master hits, elapsed
*> seconds). From there the operator can page through the run's
*> AUDITLOG entries (extract sequence, source, M, N, P, and the
*> original a reversal took back) and the suspense items (SUSPIN)
*> rejected for the run's business date. Like INQUIRY this
*> program only answers questions - nothing is written anywhere.
identification division.
  program-id. runinq.

environment division.
  input-output section.
    file-control.
      select run-control assign to "RUNCTL"
        organization line sequential
        file status is ws-runctl-status.
      select transmission-log assign to "XMITLOG"
        organization line sequential
        file status is ws-xmit-status.
      select statistics-log assign to "STATLOG"
        organization line sequential
        file status is ws-stat-status.
      select audit-log assign to "AUDITLOG"
        organization line sequential
        file status is ws-audit-status.
      select suspense-input assign to "SUSPIN"
        organization line sequential
        file status is ws-suspense-status.

data division.
  file section.
    fd run-control.
      01 run-control-buffer pic x(280).
    fd transmission-log.
      01 transmission-log-buffer pic x(99).
    fd statistics-log.
      01 statistics-log-buffer pic x(91).
    fd audit-log.
      01 audit-log-buffer pic x(154).
    fd suspense-input.
      01 suspense-in-buffer pic x(191).
  working-storage section.
    copy runctl.
    copy xmitrec.
    copy statrec.
    copy auditrec.
    copy susprec.

    77 ws-runctl-status   pic x(2).
    77 ws-xmit-status     pic x(2).
    77 ws-stat-status     pic x(2).
    77 ws-audit-status    pic x(2).
    77 ws-suspense-status pic x(2).
    77 ws-eof-flag        pic x value 'N'.
      88 end-of-file      value 'Y'.

    77 ws-exit-flag       pic x value 'N'.
      88 operator-exit    value 'Y'.
    77 ws-have-run-flag   pic x value 'N'.
      88 have-run         value 'Y'.
    77 ws-run-id          pic x(14) value spaces.
    77 ws-match-count     pic 9(4) value 0.

    77 ws-open-flag       pic x.
      88 run-opened       value 'Y'.
    77 ws-close-flag      pic x.
      88 run-closed       value 'Y'.
    77 ws-backout-flag    pic x.
      88 run-backed-out   value 'Y'.
    77 ws-run-filename    pic x(100).
    77 ws-run-busdate     pic x(8).
    77 ws-run-cycle       pic x(2).
    77 ws-open-ts         pic x(21).
    77 ws-close-ts        pic x(21).
    77 ws-backout-ts      pic x(21).
    77 ws-record-count    pic 9(8).
    77 ws-rejected-count  pic 9(8).
    77 ws-held-count      pic 9(8).
    77 ws-held-p          pic 9(36).
    77 ws-condition-code  pic 9(4).
    77 ws-ovr-ticket      pic x(12).
    77 ws-ovr-requester   pic x(8).
    77 ws-ovr-approver    pic x(8).

    77 ws-scr-run-id      pic x(14) value spaces.
    77 ws-scr-dataset     pic x(30) value spaces.
    77 ws-scr-busdate     pic x(8) value spaces.
    77 ws-scr-cycle       pic x(2) value spaces.
    77 ws-scr-message     pic x(75) value spaces.
    77 ws-scr-action      pic x value space.

    01 dossier-lines.
      05 dos-line occurs 13 pic x(75).
    77 ws-dos-count       pic 9(4) value 0.
    77 ws-dos-limit       pic 9(4) value 13.
    77 ws-dos-text        pic x(75).
    77 ws-dos-extra       pic 9(4) value 0.

    01 list-lines.
      05 list-line occurs 14 pic x(75).
    77 ws-list-title      pic x(60) value spaces.
    77 ws-list-summary    pic x(75) value spaces.
    77 ws-list-action     pic x value space.
    77 ws-list-done-flag  pic x.
      88 list-done        value 'Y'.
    77 ws-list-kind       pic x.
      88 list-audit       value "A".
      88 list-suspense    value "S".
    77 ws-page-size       pic 9(4).
    77 ws-page-start      pic 9(4).
    77 ws-page-end        pic 9(4).
    77 ws-list-count      pic 9(8).
    77 ws-list-index      pic 9(4).
    77 ws-page-note       pic x(12).

    77 ws-count-edit      pic z(7)9.
    77 ws-rej-edit        pic z(7)9.
    77 ws-held-edit       pic z(7)9.
    77 ws-cc-edit         pic z(3)9.
    77 ws-from-edit       pic z(7)9.
    77 ws-to-edit         pic z(7)9.
    77 ws-m-edit          pic z(17)9.
    77 ws-n-edit          pic z(17)9.
    77 ws-p-edit          pic z(35)9.
    77 ws-sum-edit        pic -(36)9.
    77 ws-secs-edit       pic z(7)9.
    77 ws-hits-edit       pic z(7)9.
    77 ws-ovf-edit        pic z(7)9.
    77 ws-xmit-type-disp  pic x(8).
    77 ws-xmit-status-disp pic x(24).

  screen section.
    01 dossier-screen.
      05 blank screen.
      05 line 1 column 10
        value "RUSSIAN PEASANT MULTIPLICATION - RUN DOSSIER".
      05 line 3 column 5 value "RUN ID  . :".
      05 line 3 column 18 pic x(14) using ws-scr-run-id.
      05 line 3 column 36 value "OR DATASET:".
      05 line 3 column 48 pic x(30) using ws-scr-dataset.
      05 line 4 column 36 value "BUS DATE  :".
      05 line 4 column 48 pic x(8) using ws-scr-busdate.
      05 line 4 column 60 value "CYCLE:".
      05 line 4 column 67 pic x(2) using ws-scr-cycle.
      05 line 6 column 5 pic x(75) from dos-line(1).
      05 line 7 column 5 pic x(75) from dos-line(2).
      05 line 8 column 5 pic x(75) from dos-line(3).
      05 line 9 column 5 pic x(75) from dos-line(4).
      05 line 10 column 5 pic x(75) from dos-line(5).
      05 line 11 column 5 pic x(75) from dos-line(6).
      05 line 12 column 5 pic x(75) from dos-line(7).
      05 line 13 column 5 pic x(75) from dos-line(8).
      05 line 14 column 5 pic x(75) from dos-line(9).
      05 line 15 column 5 pic x(75) from dos-line(10).
      05 line 16 column 5 pic x(75) from dos-line(11).
      05 line 17 column 5 pic x(75) from dos-line(12).
      05 line 18 column 5 pic x(75) from dos-line(13).
      05 line 20 column 5 pic x(75) from ws-scr-message.
      05 line 22 column 5
        value "ACTION (ENTER=LOOK UP, A=AUDIT ENTRIES, S=SUSPENSE,".
      05 line 23 column 5
        value "        X=EXIT):".
      05 line 23 column 22 pic x(1) using ws-scr-action.

    01 list-screen.
      05 blank screen.
      05 line 1 column 10 pic x(60) from ws-list-title.
      05 line 3 column 5 value "RUN ID  . :".
      05 line 3 column 18 pic x(14) from ws-run-id.
      05 line 3 column 36 value "BUS DATE  :".
      05 line 3 column 48 pic x(8) from ws-run-busdate.
      05 line 5 column 5 pic x(75) from list-line(1).
      05 line 6 column 5 pic x(75) from list-line(2).
      05 line 7 column 5 pic x(75) from list-line(3).
      05 line 8 column 5 pic x(75) from list-line(4).
      05 line 9 column 5 pic x(75) from list-line(5).
      05 line 10 column 5 pic x(75) from list-line(6).
      05 line 11 column 5 pic x(75) from list-line(7).
      05 line 12 column 5 pic x(75) from list-line(8).
      05 line 13 column 5 pic x(75) from list-line(9).
      05 line 14 column 5 pic x(75) from list-line(10).
      05 line 15 column 5 pic x(75) from list-line(11).
      05 line 16 column 5 pic x(75) from list-line(12).
      05 line 17 column 5 pic x(75) from list-line(13).
      05 line 18 column 5 pic x(75) from list-line(14).
      05 line 20 column 5 pic x(75) from ws-list-summary.
      05 line 22 column 5
        value "ACTION (N=NEXT PAGE, ENTER=RETURN):".
      05 line 22 column 41 pic x(1) using ws-list-action.

procedure division.
  perform until operator-exit
    display dossier-screen
    accept dossier-screen
    evaluate ws-scr-action
      when "X"
        move 'Y' to ws-exit-flag
      when "A"
        move "A" to ws-list-kind
        perform show-run-list
      when "S"
        move "S" to ws-list-kind
        perform show-run-list
      when other
        perform look-up-run
    end-evaluate
    move space to ws-scr-action
  end-perform.
  stop run.

  look-up-run.
    move spaces to ws-scr-message.
    move spaces to dossier-lines.
    move 0 to ws-dos-count.
    move 0 to ws-dos-extra.
    move 'N' to ws-have-run-flag.
    evaluate true
      when ws-scr-dataset not = spaces
        if ws-scr-busdate = spaces or ws-scr-cycle = spaces
          move "KEY THE BUSINESS DATE AND CYCLE WITH THE DATASET"
            to ws-scr-message
        else
          perform find-run-by-cycle
        end-if
      when ws-scr-run-id not = spaces
        move ws-scr-run-id to ws-run-id
        perform gather-run-control
      when other
        move "KEY A RUN ID, OR A DATASET WITH BUSINESS DATE AND CYCLE"
          to ws-scr-message
    end-evaluate.
    if have-run
      move ws-run-id to ws-scr-run-id
      move spaces to ws-scr-dataset
      move spaces to ws-scr-busdate
      move spaces to ws-scr-cycle
      perform show-run-control
      perform show-transmissions
      perform show-source-stats
      if ws-dos-extra > 0
        move ws-dos-extra to ws-count-edit
        string "MORE ON FILE THAN FITS (" delimited by size
          function trim(ws-count-edit) delimited by size
          " LINE(S)) - SEE RUNSTAT/INTFACK/STATRPT" delimited by size
          into ws-scr-message
        end-string
      end-if
    end-if.

  find-run-by-cycle.
    move 0 to ws-match-count.
    move spaces to ws-run-id.
    open input run-control.
    if ws-runctl-status not = "00"
      string "RUNCTL NOT AVAILABLE (STATUS " delimited by size
        ws-runctl-status delimited by size
        ")" delimited by size
        into ws-scr-message
      end-string
    else
      move 'N' to ws-eof-flag
      perform until end-of-file
        read run-control into run-control-record
          at end
            move 'Y' to ws-eof-flag
          not at end
            if rc-opening
              and rc-filename = ws-scr-dataset
              and rc-busdate = ws-scr-busdate
              and rc-cycle = ws-scr-cycle
              add 1 to ws-match-count
              move rc-run-id to ws-run-id
            end-if
        end-read
      end-perform
      close run-control
      if ws-match-count = 0
        move "NO RUN OF THAT DATASET, BUSINESS DATE AND CYCLE ON RUNCTL"
          to ws-scr-message
      else
        perform gather-run-control
        if ws-match-count > 1 and ws-scr-message = spaces
          move ws-match-count to ws-cc-edit
          string function trim(ws-cc-edit) delimited by size
            " RUNS OF THAT CYCLE ON RUNCTL - LATEST SHOWN"
            delimited by size
            into ws-scr-message
          end-string
        end-if
      end-if
    end-if.

  gather-run-control.
    move 'N' to ws-open-flag.
    move 'N' to ws-close-flag.
    move 'N' to ws-backout-flag.
    move spaces to ws-run-filename.
    move spaces to ws-run-busdate.
    move spaces to ws-run-cycle.
    move spaces to ws-ovr-ticket.
    move spaces to ws-ovr-requester.
    move spaces to ws-ovr-approver.
    open input run-control.
    if ws-runctl-status not = "00"
      string "RUNCTL NOT AVAILABLE (STATUS " delimited by size
        ws-runctl-status delimited by size
        ")" delimited by size
        into ws-scr-message
      end-string
    else
      move 'N' to ws-eof-flag
      perform until end-of-file
        read run-control into run-control-record
          at end
            move 'Y' to ws-eof-flag
          not at end
            if rc-run-id = ws-run-id
              perform note-run-entry
            end-if
        end-read
      end-perform
      close run-control
      if run-opened or run-closed
        move 'Y' to ws-have-run-flag
      else
        move "RUN ID NOT ON THE RUN-CONTROL LEDGER" to ws-scr-message
      end-if
    end-if.

  note-run-entry.
    evaluate true
      when rc-opening
        move 'Y' to ws-open-flag
        move rc-timestamp to ws-open-ts
        move rc-filename to ws-run-filename
        move rc-busdate to ws-run-busdate
        move rc-cycle to ws-run-cycle
        move rc-ovr-ticket to ws-ovr-ticket
        move rc-ovr-requester to ws-ovr-requester
        move rc-ovr-approver to ws-ovr-approver
      when rc-closing
        move 'Y' to ws-close-flag
        move rc-timestamp to ws-close-ts
        move rc-record-count to ws-record-count
        move rc-rejected-count to ws-rejected-count
        move rc-held-count to ws-held-count
        move rc-held-p to ws-held-p
        move rc-condition-code to ws-condition-code
        if not run-opened
          move rc-filename to ws-run-filename
          move rc-busdate to ws-run-busdate
          move rc-cycle to ws-run-cycle
        end-if
      when rc-backout
        move 'Y' to ws-backout-flag
        move rc-timestamp to ws-backout-ts
    end-evaluate.

  add-dossier-line.
    if ws-dos-count < ws-dos-limit
      add 1 to ws-dos-count
      move ws-dos-text to dos-line(ws-dos-count)
    else
      add 1 to ws-dos-extra
    end-if.

  show-run-control.
    move spaces to ws-dos-text.
    string "DATASET: " delimited by size
      function trim(ws-run-filename) delimited by size
      "   BUSINESS DATE: " delimited by size
      ws-run-busdate delimited by size
      "  CYCLE: " delimited by size
      ws-run-cycle delimited by size
      into ws-dos-text
    end-string.
    perform add-dossier-line.

    move spaces to ws-dos-text.
    evaluate true
      when run-opened and ws-ovr-approver not = spaces
        string "OPENED : " delimited by size
          ws-open-ts(1:8) delimited by size
          " " delimited by size
          ws-open-ts(9:6) delimited by size
          "  OVERRIDE " delimited by size
          function trim(ws-ovr-ticket) delimited by size
          " REQ " delimited by size
          function trim(ws-ovr-requester) delimited by size
          " APPR " delimited by size
          function trim(ws-ovr-approver) delimited by size
          into ws-dos-text
        end-string
      when run-opened
        string "OPENED : " delimited by size
          ws-open-ts(1:8) delimited by size
          " " delimited by size
          ws-open-ts(9:6) delimited by size
          into ws-dos-text
        end-string
      when other
        move "OPENED : NO OPENING ENTRY" to ws-dos-text
    end-evaluate.
    perform add-dossier-line.

    move spaces to ws-dos-text.
    if run-closed
      move ws-condition-code to ws-cc-edit
      move ws-record-count to ws-count-edit
      move ws-rejected-count to ws-rej-edit
      move ws-held-count to ws-held-edit
      string "CLOSED : " delimited by size
        ws-close-ts(1:8) delimited by size
        " " delimited by size
        ws-close-ts(9:6) delimited by size
        "  RECORDS " delimited by size
        function trim(ws-count-edit) delimited by size
        "  REJECTED " delimited by size
        function trim(ws-rej-edit) delimited by size
        "  HELD " delimited by size
        function trim(ws-held-edit) delimited by size
        "  CC " delimited by size
        function trim(ws-cc-edit) delimited by size
        into ws-dos-text
      end-string
    else
      move "CLOSED : NO CLOSING ENTRY - POSSIBLE ABEND" to ws-dos-text
    end-if.
    perform add-dossier-line.

    if run-backed-out
      move spaces to ws-dos-text
      string "BACKED OUT: " delimited by size
        ws-backout-ts(1:8) delimited by size
        " " delimited by size
        ws-backout-ts(9:6) delimited by size
        into ws-dos-text
      end-string
      perform add-dossier-line
    end-if.

  show-transmissions.
    move spaces to ws-dos-text.
    perform add-dossier-line.
    move "TRANSMISSION LEDGER:" to ws-dos-text.
    perform add-dossier-line.
    move 0 to ws-match-count.
    open input transmission-log.
    if ws-xmit-status not = "00"
      move spaces to ws-dos-text
      string "  XMITLOG NOT AVAILABLE (STATUS " delimited by size
        ws-xmit-status delimited by size
        ")" delimited by size
        into ws-dos-text
      end-string
      perform add-dossier-line
    else
      move 'N' to ws-eof-flag
      perform until end-of-file
        read transmission-log into xmit-record
          at end
            move 'Y' to ws-eof-flag
          not at end
            if xmit-run-id = ws-run-id
              add 1 to ws-match-count
              perform show-transmission-entry
            end-if
        end-read
      end-perform
      close transmission-log
      if ws-match-count = 0
        move "  NO EXTRACT TRANSMITTED FOR THIS RUN" to ws-dos-text
        perform add-dossier-line
      end-if
    end-if.

  show-transmission-entry.
    if xmit-resend
      move "RESEND" to ws-xmit-type-disp
    else
      move "ORIGINAL" to ws-xmit-type-disp
    end-if.
    evaluate true
      when xmit-pending
        move "AWAITING ACKNOWLEDGMENT" to ws-xmit-status-disp
      when xmit-confirmed
        move "CONFIRMED BY BILLING" to ws-xmit-status-disp
      when xmit-mismatched
        move "ACK TOTALS MISMATCHED" to ws-xmit-status-disp
      when xmit-void
        move "VOIDED BY BACKOUT" to ws-xmit-status-disp
      when other
        move "STATUS UNKNOWN" to ws-xmit-status-disp
    end-evaluate.
    move xmit-details to ws-count-edit.
    move xmit-sum-p to ws-sum-edit.
    move spaces to ws-dos-text.
    string "  " delimited by size
      ws-xmit-type-disp delimited by size
      " " delimited by size
      xmit-timestamp(1:8) delimited by size
      " " delimited by size
      xmit-timestamp(9:6) delimited by size
      "  DETAILS " delimited by size
      function trim(ws-count-edit) delimited by size
      "  " delimited by size
      function trim(ws-xmit-status-disp) delimited by size
      "  SUM P " delimited by size
      function trim(ws-sum-edit) delimited by size
      into ws-dos-text
    end-string.
    perform add-dossier-line.

  show-source-stats.
    move spaces to ws-dos-text.
    perform add-dossier-line.
    move "SOURCE   BUSDATE   DETAILS  REJECTS OVERFLOW  MF HITS     SECS"
      to ws-dos-text.
    perform add-dossier-line.
    move 0 to ws-match-count.
    open input statistics-log.
    if ws-stat-status not = "00"
      move spaces to ws-dos-text
      string "  STATLOG NOT AVAILABLE (STATUS " delimited by size
        ws-stat-status delimited by size
        ")" delimited by size
        into ws-dos-text
      end-string
      perform add-dossier-line
    else
      move 'N' to ws-eof-flag
      perform until end-of-file
        read statistics-log into stat-record
          at end
            move 'Y' to ws-eof-flag
          not at end
            if stat-run-id = ws-run-id
              add 1 to ws-match-count
              move stat-details to ws-count-edit
              move stat-rejects to ws-rej-edit
              move stat-overflow to ws-ovf-edit
              move stat-master-hits to ws-hits-edit
              move stat-elapsed-secs to ws-secs-edit
              move spaces to ws-dos-text
              string stat-source delimited by size
                " " delimited by size
                stat-busdate delimited by size
                " " delimited by size
                ws-count-edit delimited by size
                " " delimited by size
                ws-rej-edit delimited by size
                " " delimited by size
                ws-ovf-edit delimited by size
                " " delimited by size
                ws-hits-edit delimited by size
                " " delimited by size
                ws-secs-edit delimited by size
                into ws-dos-text
              end-string
              perform add-dossier-line
            end-if
        end-read
      end-perform
      close statistics-log
      if ws-match-count = 0
        move "  NO SOURCE STATISTICS FOR THIS RUN" to ws-dos-text
        perform add-dossier-line
      end-if
    end-if.

  show-run-list.
    if not have-run
      move "LOOK UP A RUN FIRST" to ws-scr-message
    else
      if list-audit
        move "RUSSIAN PEASANT MULTIPLICATION - RUN AUDIT ENTRIES"
          to ws-list-title
        move 7 to ws-page-size
      else
        move "RUSSIAN PEASANT MULTIPLICATION - RUN SUSPENSE ITEMS"
          to ws-list-title
        move 14 to ws-page-size
      end-if
      move 1 to ws-page-start
      move 'N' to ws-list-done-flag
      perform until list-done
        perform fill-list-page
        move space to ws-list-action
        display list-screen
        accept list-screen
        if ws-list-action = "N"
          if ws-page-start + ws-page-size <= ws-list-count
            add ws-page-size to ws-page-start
          end-if
        else
          move 'Y' to ws-list-done-flag
        end-if
      end-perform
    end-if.

  fill-list-page.
    move spaces to list-lines.
    move spaces to ws-list-summary.
    move 0 to ws-list-count.
    compute ws-page-end = ws-page-start + ws-page-size - 1.
    if list-audit
      perform scan-run-audit
    else
      perform scan-run-suspense
    end-if.
    if ws-list-summary = spaces
      if ws-list-count = 0
        move "NOTHING ON FILE FOR THIS RUN" to ws-list-summary
      else
        move ws-page-start to ws-from-edit
        if ws-page-end > ws-list-count
          move ws-list-count to ws-to-edit
        else
          move ws-page-end to ws-to-edit
        end-if
        move ws-list-count to ws-count-edit
        if ws-page-end >= ws-list-count
          move " - LAST PAGE" to ws-page-note
        else
          move spaces to ws-page-note
        end-if
        string function trim(ws-from-edit) delimited by size
          " TO " delimited by size
          function trim(ws-to-edit) delimited by size
          " OF " delimited by size
          function trim(ws-count-edit) delimited by size
          ws-page-note delimited by size
          into ws-list-summary
        end-string
      end-if
    end-if.

  scan-run-audit.
    open input audit-log.
    if ws-audit-status not = "00"
      string "AUDITLOG NOT AVAILABLE (STATUS " delimited by size
        ws-audit-status delimited by size
        ")" delimited by size
        into ws-list-summary
      end-string
    else
      move 'N' to ws-eof-flag
      perform until end-of-file
        read audit-log into audit-record
          at end
            move 'Y' to ws-eof-flag
          not at end
            if audit-run-id = ws-run-id
              add 1 to ws-list-count
              if ws-list-count >= ws-page-start
                and ws-list-count <= ws-page-end
                perform show-audit-entry
              end-if
            end-if
        end-read
      end-perform
      close audit-log
    end-if.

  show-audit-entry.
    compute ws-list-index = (ws-list-count - ws-page-start) * 2 + 1.
    move audit-m to ws-m-edit.
    move audit-n to ws-n-edit.
    move audit-p to ws-p-edit.
    string "SEQ " delimited by size
      audit-seq delimited by size
      "  " delimited by size
      audit-source delimited by size
      " " delimited by size
      audit-busdate delimited by size
      "  M " delimited by size
      function trim(ws-m-edit) delimited by size
      "  N " delimited by size
      function trim(ws-n-edit) delimited by size
      into list-line(ws-list-index)
    end-string.
    add 1 to ws-list-index.
    if audit-reversal
      string "    REVERSAL  P " delimited by size
        function trim(ws-p-edit) delimited by size
        "  OF RUN " delimited by size
        audit-ref-run-id delimited by size
        " SEQ " delimited by size
        audit-ref-seq delimited by size
        into list-line(ws-list-index)
      end-string
    else
      string "    COMPUTED  P " delimited by size
        function trim(ws-p-edit) delimited by size
        "  AT " delimited by size
        audit-timestamp(1:8) delimited by size
        " " delimited by size
        audit-timestamp(9:6) delimited by size
        into list-line(ws-list-index)
      end-string
    end-if.

  scan-run-suspense.
    open input suspense-input.
    if ws-suspense-status not = "00"
      string "SUSPENSE NOT AVAILABLE (STATUS " delimited by size
        ws-suspense-status delimited by size
        ")" delimited by size
        into ws-list-summary
      end-string
    else
      move 'N' to ws-eof-flag
      perform until end-of-file
        read suspense-input into suspense-record
          at end
            move 'Y' to ws-eof-flag
          not at end
            if susp-busdate = ws-run-busdate
              add 1 to ws-list-count
              if ws-list-count >= ws-page-start
                and ws-list-count <= ws-page-end
                compute ws-list-index = ws-list-count - ws-page-start + 1
                perform show-suspense-item
              end-if
            end-if
        end-read
      end-perform
      close suspense-input
    end-if.

  show-suspense-item.
    string susp-hdr-source delimited by size
      " REC " delimited by size
      susp-recnum delimited by size
      "  M " delimited by size
      susp-m delimited by size
      " N " delimited by size
      susp-n delimited by size
      " " delimited by size
      susp-m-reason delimited by size
      " " delimited by size
      susp-n-reason delimited by size
      into list-line(ws-list-index)
    end-string.
