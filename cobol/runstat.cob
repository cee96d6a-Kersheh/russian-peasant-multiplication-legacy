*> runs with an opening entry but NO closing entry (a likely
*> abend) and runs that closed with RC-CONDITION-CODE 8 or above,
*> so operations sees overnight trouble before billing calls.
*> Runs unwound by BACKOUT (a backout entry on the ledger) are
*> marked BACKED OUT on their detail line and are not flagged,
*> since the unwind has already dealt with them. Each run line
*> also shows how many details the run put on high-value hold
*> (RC-HELD-COUNT), and a HOLD QUEUE section off the hold log
*> (HOLDLOG) totals the items and P still sitting in hold:
*> awaiting a supervisor's decision, and released but not yet
*> billed by a release run.
*> Ends with CC 4 when any run is flagged, CC 0 otherwise.
identification division.
  program-id. runstat.
      select run-control assign to "RUNCTL"
        organization line sequential
        file status is ws-runctl-status.
      select hold-log assign to "HOLDLOG"
        organization line sequential
        file status is ws-hold-status.
      select report-out assign to "RUNRPT"
        organization line sequential.

data division.
  file section.
    fd run-control.
      01 run-control-buffer pic x(280).
    fd hold-log.
      01 hold-log-buffer pic x(217).
    fd report-out.
      01 report-line pic x(132).
  working-storage section.
    copy runctl.
    copy holdrec.

    77 ws-runctl-status pic x(2).
    77 ws-hold-status   pic x(2).
    77 ws-hold-eof-flag pic x value 'N'.
      88 end-of-holds   value 'Y'.
    77 ws-eof-flag      pic x value 'N'.
      88 end-of-runctl  value 'Y'.
    77 ws-run-date      pic x(21).
        10 rt-close-ts       pic x(21).
        10 rt-record-count   pic 9(8).
        10 rt-rejected-count pic 9(8).
        10 rt-held-count     pic 9(8).
        10 rt-condition-code pic 9(4).
        10 rt-open-flag      pic x.
        10 rt-close-flag     pic x.
        10 rt-backout-flag   pic x.
    77 ws-run-count     pic 9(4) value 0.
    77 ws-run-limit     pic 9(4) value 500.
    77 ws-dropped-count pic 9(4) value 0.
    77 ws-run-index     pic 9(4).
    77 ws-match-index   pic 9(4).
    77 ws-flagged-count pic 9(4) value 0.
    77 ws-backout-count pic 9(4) value 0.
    77 ws-backout-disp  pic x(12).

    77 ws-pending-count  pic 9(8) value 0.
    77 ws-pending-p      pic 9(38) value 0.
    77 ws-awaiting-count pic 9(8) value 0.
    77 ws-awaiting-p     pic 9(38) value 0.
    77 ws-oldest-hold    pic x(8) value spaces.
    77 ws-queue-edit     pic z(7)9.
    77 ws-queue-p-edit   pic z(37)9.

    77 ws-start-days    pic 9(9).
    77 ws-end-days      pic 9(9).
    77 ws-rej-edit      pic z(7)9.
    77 ws-rec-disp      pic x(8).
    77 ws-rej-disp      pic x(8).
    77 ws-held-edit     pic z(7)9.
    77 ws-held-disp     pic x(8).
    77 ws-cc-edit       pic z(3)9.
    77 ws-cc-disp       pic x(4).
    77 ws-count-edit    pic z(3)9.
    perform print-report-headers
    perform print-flagged-section
    perform print-run-detail
    perform print-hold-queue
    perform print-report-footer
    if ws-flagged-count > 0
      move 4 to return-code
        move spaces to rt-close-ts(ws-match-index)
        move 0 to rt-record-count(ws-match-index)
        move 0 to rt-rejected-count(ws-match-index)
        move 0 to rt-held-count(ws-match-index)
        move 0 to rt-condition-code(ws-match-index)
        move 'N' to rt-open-flag(ws-match-index)
        move 'N' to rt-close-flag(ws-match-index)
        move 'N' to rt-backout-flag(ws-match-index)
      end-if
    end-if.
    if ws-match-index > 0
      evaluate true
        when rc-opening
          move rc-timestamp to rt-open-ts(ws-match-index)
          move 'Y' to rt-open-flag(ws-match-index)
        when rc-backout
          if rt-backout-flag(ws-match-index) not = 'Y'
            add 1 to ws-backout-count
          end-if
          move 'Y' to rt-backout-flag(ws-match-index)
        when other
          move rc-timestamp to rt-close-ts(ws-match-index)
          move rc-record-count to rt-record-count(ws-match-index)
          move rc-rejected-count to rt-rejected-count(ws-match-index)
          move rc-held-count to rt-held-count(ws-match-index)
          move rc-condition-code to rt-condition-code(ws-match-index)
          move 'Y' to rt-close-flag(ws-match-index)
      end-evaluate
    end-if.

  find-run-entry.
    perform until ws-run-index > ws-run-count
      if rt-open-flag(ws-run-index) = 'Y'
        and rt-close-flag(ws-run-index) = 'N'
        and rt-backout-flag(ws-run-index) not = 'Y'
        add 1 to ws-flagged-count
        move spaces to report-line
        string "  " delimited by size
      end-if
      if rt-close-flag(ws-run-index) = 'Y'
        and rt-condition-code(ws-run-index) >= 8
        and rt-backout-flag(ws-run-index) not = 'Y'
        add 1 to ws-flagged-count
        move rt-condition-code(ws-run-index) to ws-cc-edit
        move spaces to report-line
    move spaces to report-line.
    string "RUN ID          BUSDATE  CY" delimited by size
      "  START     END       ELAPSED " delimited by size
      "   RECORDS  REJECTED      HELD    CC  DATASET" delimited by size
      into report-line
    end-string.
    write report-line.
      move rt-condition-code(ws-run-index) to ws-cc-edit
      move ws-rec-edit to ws-rec-disp
      move ws-rej-edit to ws-rej-disp
      move rt-held-count(ws-run-index) to ws-held-edit
      move ws-held-edit to ws-held-disp
      move ws-cc-edit to ws-cc-disp
    else
      move spaces to ws-rec-disp
      move spaces to ws-rej-disp
      move spaces to ws-held-disp
      move spaces to ws-cc-disp
    end-if.
    if rt-backout-flag(ws-run-index) = 'Y'
      move "BACKED OUT: " to ws-backout-disp
    else
      move spaces to ws-backout-disp
    end-if.
    move spaces to report-line.
    string rt-run-id(ws-run-index) delimited by size
      "  " delimited by size
      "  " delimited by size
      ws-rej-disp delimited by size
      "  " delimited by size
      ws-held-disp delimited by size
      "  " delimited by size
      ws-cc-disp delimited by size
      "  " delimited by size
      ws-backout-disp delimited by "  "
      function trim(rt-filename(ws-run-index)) delimited by size
      into report-line
    end-string.
      end-if
    end-if.

  print-hold-queue.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    string "HOLD QUEUE" delimited by size into report-line
    end-string.
    write report-line.

    open input hold-log.
    if ws-hold-status not = "00"
      move spaces to report-line
      string "  HOLD LOG NOT AVAILABLE (STATUS " delimited by size
        ws-hold-status delimited by size
        ") - HOLD QUEUE NOT REPORTED" delimited by size
        into report-line
      end-string
      write report-line
      display "WARNING: HOLDLOG not available (status "
        ws-hold-status "), hold queue not reported"
    else
      perform until end-of-holds
        read hold-log into hold-record
          at end
            move 'Y' to ws-hold-eof-flag
          not at end
            perform tally-hold-entry
        end-read
      end-perform
      close hold-log

      move ws-pending-count to ws-queue-edit
      move ws-pending-p to ws-queue-p-edit
      move spaces to report-line
      string "  AWAITING DECISION:       " delimited by size
        ws-queue-edit delimited by size
        "  P " delimited by size
        ws-queue-p-edit delimited by size
        into report-line
      end-string
      write report-line
      if ws-pending-count > 0
        move spaces to report-line
        string "  OLDEST HELD SINCE:       " delimited by size
          ws-oldest-hold delimited by size
          into report-line
        end-string
        write report-line
      end-if

      move ws-awaiting-count to ws-queue-edit
      move ws-awaiting-p to ws-queue-p-edit
      move spaces to report-line
      string "  RELEASED, NOT YET BILLED:" delimited by size
        ws-queue-edit delimited by size
        "  P " delimited by size
        ws-queue-p-edit delimited by size
        into report-line
      end-string
      write report-line
    end-if.

  tally-hold-entry.
    evaluate true
      when hold-pending
        add 1 to ws-pending-count
        add hold-p to ws-pending-p
        if ws-oldest-hold = spaces
          or hold-timestamp(1:8) < ws-oldest-hold
          move hold-timestamp(1:8) to ws-oldest-hold
        end-if
      when hold-released
        add 1 to ws-awaiting-count
        add hold-p to ws-awaiting-p
    end-evaluate.

  print-report-footer.
    move spaces to report-line.
    write report-line.
    end-string.
    write report-line.

    if ws-backout-count > 0
      move ws-backout-count to ws-count-edit
      move spaces to report-line
      string function trim(ws-count-edit) delimited by size
        " RUN(S) BACKED OUT" delimited by size
        into report-line
      end-string
      write report-line
    end-if.

    if ws-dropped-count > 0
      move ws-dropped-count to ws-count-edit
      move spaces to report-line
