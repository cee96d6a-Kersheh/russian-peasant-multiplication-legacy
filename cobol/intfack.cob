*> updated ledger is rewritten to XMITNEW for the copy-back step.
*> Ends CC 12 when any acknowledgment's totals disagree with what
*> was transmitted, CC 4 for unacknowledged runs or acks that
*> match no transmission, CC 0 when everything balances. Ledger
*> entries voided by BACKOUT are carried through untouched and
*> never listed as unacknowledged; an acknowledgment that arrives
*> for a voided run is reported as a warning (CC 4) so billing
*> can be told to unload it. Once INTFRSND has resent a run's
*> extract the acknowledgment is balanced against the run's
*> latest ledger entry only; the earlier entries it superseded
*> are carried through unchanged.
identification division.
  program-id. intfack.

    fd ack-input.
      copy ackrec.
    fd transmission-log.
      01 transmission-log-buffer pic x(99).
    fd xmit-new.
      01 xmit-new-buffer pic x(99).
    fd run-control.
      01 run-control-buffer pic x(280).
    fd report-out.
      01 report-line pic x(132).
  working-storage section.
      05 ack-entry occurs 500.
        10 at-run-id  pic x(14).
        10 at-details pic 9(8).
        10 at-sum-p   pic s9(36).
        10 at-used    pic x.
    77 ws-ack-count     pic 9(4) value 0.
    77 ws-ack-limit     pic 9(4) value 500.
    77 ws-mismatch-count pic 9(8) value 0.
    77 ws-unacked-count  pic 9(8) value 0.
    77 ws-orphan-count   pic 9(8) value 0.
    77 ws-void-count     pic 9(8) value 0.
    77 ws-void-acked     pic 9(8) value 0.
    77 ws-superseded-count pic 9(8) value 0.

    01 resend-table.
      05 resend-entry occurs 500.
        10 rt-run-id   pic x(14).
        10 rt-last-pos pic 9(8).
    77 ws-resend-count  pic 9(4) value 0.
    77 ws-resend-limit  pic 9(4) value 500.
    77 ws-resend-index  pic 9(4).
    77 ws-resend-match  pic 9(4).
    77 ws-ledger-pos    pic 9(8) value 0.

    77 ws-read-edit      pic z(7)9.
    77 ws-conf-edit      pic z(7)9.
    77 ws-days-edit      pic z(3)9.
    77 ws-our-det-edit   pic z(7)9.
    77 ws-ack-det-edit   pic z(7)9.
    77 ws-our-sum-edit   pic -(36)9.
    77 ws-ack-sum-edit   pic -(36)9.

procedure division.
  accept ws-days-buffer from argument-value.

  perform load-acknowledgments.
  perform load-runctl-closings.
  perform load-resent-runs.

  open input transmission-log.
  if ws-xmit-status not = "00"
      move 12 to return-code
    else
      if ws-unacked-count > 0 or ws-orphan-count > 0
        or ws-void-acked > 0
        move 4 to return-code
      end-if
    end-if
    end-if.

  match-ledger-entry.
    perform find-resent-run.
    if xmit-void
      perform check-void-entry
    else
    if ws-resend-match > 0
      and ws-xmit-read < rt-last-pos(ws-resend-match)
      add 1 to ws-superseded-count
    else
    if xmit-confirmed
      add 1 to ws-already-count
    else
          perform print-unacked-line
        end-if
      end-if
    end-if
    end-if
    end-if.

  load-resent-runs.
    open input transmission-log.
    if ws-xmit-status = "00"
      perform until end-of-xmit
        read transmission-log into xmit-record
          at end
            move 'Y' to ws-xmit-eof-flag
          not at end
            add 1 to ws-ledger-pos
            if xmit-resend
              perform note-resent-run
            end-if
        end-read
      end-perform
      close transmission-log
      move 'N' to ws-xmit-eof-flag
    end-if.

  note-resent-run.
    perform find-resent-run.
    if ws-resend-match = 0
      if ws-resend-count >= ws-resend-limit
        display "WARNING: resend table full, earlier entries for run "
          xmit-run-id " still chased"
      else
        add 1 to ws-resend-count
        move ws-resend-count to ws-resend-match
        move xmit-run-id to rt-run-id(ws-resend-match)
      end-if
    end-if.
    if ws-resend-match > 0
      move ws-ledger-pos to rt-last-pos(ws-resend-match)
    end-if.

  find-resent-run.
    move 0 to ws-resend-match.
    move 1 to ws-resend-index.
    perform until ws-resend-index > ws-resend-count
      or ws-resend-match > 0
      if rt-run-id(ws-resend-index) = xmit-run-id
        move ws-resend-index to ws-resend-match
      else
        add 1 to ws-resend-index
      end-if
    end-perform.

  check-void-entry.
    add 1 to ws-void-count.
    perform find-acknowledgment.
    if ws-ack-match > 0
      move 'Y' to at-used(ws-ack-match)
      add 1 to ws-void-acked
      move spaces to report-line
      string "  WARNING: ACKNOWLEDGMENT RECEIVED FOR RUN " delimited by size
        xmit-run-id delimited by size
        " WHICH WAS BACKED OUT - BILLING MUST UNLOAD IT"
          delimited by size
        into report-line
      end-string
      write report-line
    end-if.

  find-acknowledgment.
      into report-line
    end-string.
    write report-line.

    move ws-void-count to ws-read-edit.
    move spaces to report-line.
    string "VOIDED BY BACKOUT:     " delimited by size
      ws-read-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-superseded-count to ws-read-edit.
    move spaces to report-line.
    string "SUPERSEDED BY RESEND:  " delimited by size
      ws-read-edit delimited by size
      into report-line
    end-string.
    write report-line.
