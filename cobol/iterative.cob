      select statistics-log assign to "STATLOG"
        organization line sequential
        file status is ws-stat-status.
      select source-registry assign to "SRCREG"
        organization indexed
        access random
        record key sr-source
        file status is ws-registry-status.
      select audit-history assign to "AUDITLOG"
        organization line sequential
        file status is ws-history-status.
      select intf-history assign to "INTFHIST"
        organization line sequential
        file status is ws-intfhist-status.
      select hold-log assign to "HOLDLOG"
        organization line sequential
        file status is ws-hold-status.
      select hold-input assign to "HOLDIN"
        organization line sequential
        file status is ws-holdin-status.
      select hold-new assign to "HOLDNEW"
        organization line sequential
        file status is ws-holdnew-status.
      select split-control assign to "SPLITCTL"
        organization line sequential
        file status is ws-split-status.
      select audit-reference assign to "AUDITREF"
        organization line sequential
        file status is ws-auditref-status.
      select hold-history assign to "HOLDLOG"
        organization line sequential
        file status is ws-holdhist-status.
      select hold-reference assign to "HOLDREF"
        organization line sequential
        file status is ws-holdref-status.
      select override-register assign to "OVRREG"
        organization indexed
        access dynamic
        record key ovr-key
        file status is ws-ovrreg-status.
      select override-log assign to "OVRLOG"
        organization line sequential
        file status is ws-ovrlog-status.

data division.
  file section.
        05 checkpoint-recnum       pic 9(8).
        05 checkpoint-filename     pic x(100).
    fd suspense-file.
      01 suspense-out-buffer pic x(191).
    fd suspense-input.
      01 suspense-in-buffer pic x(191).
    fd suspense-new.
      01 suspense-new-buffer pic x(191).
    fd results-master.
      copy mastrec.
    fd run-control.
      01 run-control-buffer pic x(280).
    fd interface-file.
      01 interface-out-buffer pic x(220).
    fd transmission-log.
      01 transmission-log-buffer pic x(99).
    fd carryover-file.
      01 carryover-buffer pic x(60).
    fd statistics-log.
      01 statistics-log-buffer pic x(91).
    fd source-registry.
      copy srcreg.
    fd audit-history.
      01 audit-history-buffer pic x(154).
    fd intf-history.
      01 intf-history-buffer pic x(234).
    fd hold-log.
      01 hold-log-buffer pic x(217).
    fd hold-input.
      01 hold-in-buffer pic x(217).
    fd hold-new.
      01 hold-new-buffer pic x(217).
    fd split-control.
      01 split-control-buffer pic x(146).
    fd audit-reference.
      01 audit-reference-buffer pic x(154).
    fd hold-history.
      01 hold-history-buffer pic x(217).
    fd hold-reference.
      01 hold-reference-buffer pic x(217).
    fd override-register.
      copy ovrreg.
    fd override-log.
      01 override-log-buffer pic x(174).
  working-storage section.
    copy multrec.
    copy susprec.
    copy intfrec.
    copy xmitrec.
    copy statrec.
    copy auditrec replacing leading ==audit== by ==prior==.
    copy intfhist.
    copy holdrec.
    copy splitctl.
    copy ovrlog.

    77 ws-m-buffer       pic x(32).
    77 ws-n-buffer       pic x(32).
    77 ws-prior-complete-flag pic x value 'N'.
      88 prior-run-complete   value 'Y'.
    77 ws-prior-run-id     pic x(14).
    01 closed-runs.
      05 cr-entry occurs 100.
        10 cr-run-id       pic x(14).
        10 cr-backout-flag pic x.
          88 cr-backed-out value 'Y'.
    77 ws-closed-count     pic 9(4) value 0.
    77 ws-closed-limit     pic 9(4) value 100.
    77 ws-closed-index     pic 9(4).
    77 ws-closed-full-flag pic x value 'N'.
      88 closed-runs-full  value 'Y'.
    77 ws-override-buffer  pic x(32).
    77 ws-ovrreg-status    pic x(2).
    77 ws-ovrlog-status    pic x(2).
    77 ws-ovr-dataset      pic x(100).
    77 ws-ovr-busdate      pic x(8).
    77 ws-ovr-cycle        pic x(2).
    77 ws-ovr-mode         pic x(8).
    77 ws-ovr-granted-flag pic x value 'N'.
      88 override-granted  value 'Y'.
    77 ws-ovr-eof-flag     pic x value 'N'.
      88 end-of-overrides  value 'Y'.
    77 ws-ovr-reason-code  pic x(4).
    77 ws-ovr-seq          pic 9(2).
    77 ws-ovr-requester    pic x(8).
    77 ws-ovr-approver     pic x(8).
    77 ws-ovr-ticket       pic x(12).
    77 ws-ovr-reason       pic x(40).
    77 ws-closing-cc       pic 9(4).
    77 ws-header-seen-flag pic x value 'N'.
      88 header-seen       value 'Y'.
    77 ws-run-accepted     pic 9(8) value 0.
    77 ws-run-rejected     pic 9(8) value 0.
    77 ws-run-overflow     pic 9(8) value 0.
    77 ws-run-sum-p        pic s9(36) value 0.
    77 ws-run-reversed     pic 9(8) value 0.
    77 ws-run-extract-details pic 9(8) value 0.
    77 ws-run-carry-count  pic 9(8) value 0.
    77 ws-arg-buffer       pic x(32).
    01 deferred-details.
      05 deferred-entry occurs 20000.
        10 de-seq    pic 9(8).
        10 de-record pic x(60).
    77 ws-deferred-count   pic 9(5) value 0.
    77 ws-deferred-limit   pic 9(5) value 20000.
    77 ws-deferred-index   pic 9(5).
    77 ws-intf-accepted    pic 9(8) value 0.
    77 ws-intf-rejected    pic 9(8) value 0.
    77 ws-intf-overflow    pic 9(8) value 0.
    77 ws-intf-reversed    pic 9(8) value 0.
    77 ws-intf-sum-p       pic s9(36) value 0.
    77 ws-intf-sum-wide    pic s9(38).
    77 ws-batch-source     pic x(8) value spaces.
    77 ws-batch-busdate    pic x(8) value spaces.
    77 ws-batch-cycle      pic x(2) value spaces.
    77 ws-n-wide         pic 9(37).
    77 ws-overflow-note  pic x(50) value spaces.
    77 ws-tbl-flag       pic x(8)  value spaces.
    77 ws-registry-status  pic x(2).
    77 ws-registry-open-flag pic x value 'N'.
      88 registry-open     value 'Y'.
    77 ws-source-status    pic x(3) value "OK".
      88 source-ok         value "OK".
      88 source-refused    value "BAD".
    77 ws-source-reason    pic x(4).
    77 ws-source-message   pic x(75).
    77 ws-env-max-details  pic 9(8) value 0.
    77 ws-env-hold-threshold pic 9(36) value 0.
    77 ws-hold-status      pic x(2).
    77 ws-holdin-status    pic x(2).
    77 ws-holdnew-status   pic x(2).
    77 ws-hold-open-flag   pic x value 'N'.
      88 hold-log-open     value 'Y'.
    77 ws-hold-eof-flag    pic x value 'N'.
      88 end-of-holds      value 'Y'.
    77 ws-intf-held        pic 9(8) value 0.
    77 ws-intf-held-p      pic 9(36) value 0.
    77 ws-run-held         pic 9(8) value 0.
    77 ws-run-held-p       pic 9(36) value 0.
    77 ws-held-wide        pic 9(38).
    77 ws-released-count   pic 9(8) value 0.
    77 ws-env-express-flag pic x value 'N'.
      88 env-express-allowed value 'Y'.
    77 ws-env-refused-flag pic x value 'N'.
      88 envelope-refused  value 'Y'.
    77 ws-audit-seq        pic 9(8) value 0.
    77 ws-history-status   pic x(2).
    77 ws-history-eof-flag pic x value 'N'.
      88 end-of-history    value 'Y'.
    77 ws-rev-seq          pic 9(8) value 0.
    77 ws-rev-p            pic 9(36) value 0.
    77 ws-original-found-flag pic x value 'N'.
      88 original-found    value 'Y'.
    77 ws-original-differs-flag pic x value 'N'.
      88 original-differs  value 'Y'.
    77 ws-reversal-reason  pic x(4) value spaces.
      88 reversal-matched  value spaces.
    77 ws-reversal-message pic x(75).
    77 ws-intfhist-status  pic x(2).
    77 ws-intfhist-open-flag pic x value 'N'.
      88 intf-history-open value 'Y'.
    77 ws-correction-flag  pic x value 'N'.
      88 correction-run    value 'Y'.
    77 ws-release-flag     pic x value 'N'.
      88 release-run       value 'Y'.
    77 ws-stream-flag      pic x value 'N'.
      88 stream-run        value 'Y'.
    77 ws-stream-empty-flag pic x value 'N'.
      88 stream-empty      value 'Y'.
    77 ws-split-status     pic x(2).
    77 ws-auditref-status  pic x(2).
    77 ws-holdhist-status  pic x(2).
    77 ws-holdref-status   pic x(2).
    77 ws-holdhist-eof-flag pic x value 'N'.
      88 end-of-hold-history value 'Y'.
    77 ws-hold-reopen-flag pic x value 'N'.
      88 hold-log-reopen   value 'Y'.
    01 correction-subtotals.
      05 correction-entry occurs 500.
        10 cs-source   pic x(8).
        10 cs-busdate  pic x(8).
        10 cs-accepted pic 9(8).
        10 cs-overflow pic 9(8).
        10 cs-reversed pic 9(8).
        10 cs-details  pic 9(8).
        10 cs-sum-p    pic s9(36).
        10 cs-held     pic 9(8).
        10 cs-held-p   pic 9(36).
    77 ws-corr-count       pic 9(4) value 0.
    77 ws-corr-limit       pic 9(4) value 500.
    77 ws-corr-index       pic 9(4).
    77 ws-corr-match       pic 9(4).

procedure division.
  open output standard-output.

  if ws-m-buffer = "BATCH"
    perform run-batch
  else if ws-m-buffer = "STREAM"
    perform run-stream
  else if ws-m-buffer = "RESUBMIT"
    perform run-resubmit
  else if ws-m-buffer = "RELEASE"
    perform run-release
  else if ws-m-buffer = "TABLE"
    perform run-table
  else
    move 0 to ws-run-rejected.
    move 0 to ws-run-overflow.
    move 0 to ws-run-sum-p.
    move 0 to ws-run-reversed.
    move 0 to ws-run-held.
    move 0 to ws-run-held-p.
    move 0 to ws-run-extract-details.
    move 0 to ws-run-carry-count.
    move 0 to ws-deferred-count.
      perform read-batch-cycle
      close batch-input
      perform check-run-control
      if prior-run-complete and ws-override-buffer = "OVERRIDE"
        move "BATCH" to ws-ovr-mode
        perform authorize-override
      end-if
      evaluate true
        when prior-run-complete and ws-override-buffer not = "OVERRIDE"
          display "ERROR: batch input file "
            function trim(ws-batch-filename)
            " business date " ws-batch-busdate
            " cycle " ws-batch-cycle
            " already processed by run " ws-prior-run-id
            " - resubmit with OVERRIDE to reprocess"
          move 12 to return-code
        when prior-run-complete and not override-granted
          display "ERROR: OVERRIDE refused for batch input file "
            function trim(ws-batch-filename)
            " - raise and approve an override authorization (OVRMNT)"
            " and resubmit"
          move 12 to return-code
        when other
          perform run-batch-body
      end-evaluate
    end-if.

  run-stream.
    accept ws-batch-filename from argument-value.
    accept ws-arg-buffer from argument-value.
    perform classify-run-option.
    move ws-batch-filename to ws-runctl-name.
    open input split-control.
    if ws-split-status not = "00"
      display "ERROR: unable to open split control (status "
        ws-split-status ")"
      move 16 to return-code
    else
      move spaces to split-control-record
      read split-control into split-control-record
        at end
          continue
      end-read
      close split-control
      if not split-header-rec
        display "ERROR: split control has no header record"
          " - BATSPLIT has not run"
        move 16 to return-code
      else
        move split-run-id to ws-run-id
        move 'Y' to ws-stream-flag
        perform run-stream-body
      end-if
    end-if.

  run-stream-body.
    open input batch-input.
    if ws-batch-status not = "00"
      display "ERROR: unable to open batch input file "
        function trim(ws-batch-filename) " (status " ws-batch-status ")"
      move 16 to return-code
    else
      read batch-input
        at end
          move 'Y' to ws-stream-empty-flag
      end-read
      close batch-input
      if stream-empty
        display "STREAM " function trim(ws-batch-filename)
          " HAS NO ENVELOPES FOR RUN " ws-run-id
          " - NOTHING TO PROCESS"
      else
        perform run-batch-body
        display "STREAM " function trim(ws-batch-filename)
          " PROCESSED FOR RUN " ws-run-id " - AWAITING BATMERGE"
      end-if
    end-if.

        function trim(ws-batch-filename) " (status " ws-batch-status ")"
      move 16 to return-code
    else
      if not stream-run
        perform write-run-opening
      end-if
      perform open-suspense-log
      perform open-results-master
      perform open-source-registry
      open output interface-file
      if not stream-run
        perform open-intf-history
      end-if
      perform open-hold-log
      open output carryover-file
      if ws-checkpoint-recnum > 0
        display "PRIOR RUN OF " function trim(ws-batch-filename)
                perform process-batch-header
              when batch-detail-rec
                perform process-batch-detail
              when batch-reversal-rec
                perform process-batch-reversal
              when batch-trailer-rec
                perform process-batch-trailer
              when other
      close batch-input
      close suspense-file
      perform close-results-master
      perform close-source-registry
      perform close-hold-log
      close carryover-file
      display "BATCH COMPLETE: " ws-record-count " READ, "
        ws-rejected-count " REJECTED, " ws-run-reversed
        " REVERSED, " ws-run-held " HELD, " ws-envelope-count
        " SOURCE ENVELOPE(S), " ws-run-carry-count
        " DEFERRED TO CARRYOVER"
      perform clear-checkpoint
        perform write-intf-trailer
      end-if
      close interface-file
      perform close-intf-history
      if not stream-run
        perform write-run-closing
      end-if
    end-if.

  process-batch-header.
      display "BATCH HEADER: SOURCE " batch-hdr-source
        " BUSINESS DATE " batch-hdr-busdate
        " CYCLE " batch-hdr-cycle
      perform check-source-registry
      if source-refused
        display function trim(ws-source-message)
          " - envelope refused"
        move 'Y' to ws-env-refused-flag
        move 'Y' to ws-control-bad-flag
      end-if
    end-if.

  process-batch-detail.
    end-if.
    add 1 to ws-detail-count.
    move ws-detail-count to ws-current-seq.
    perform check-envelope-volume.
    perform validate-batch-record.
    if envelope-refused
      if batch-record-ok
        perform accumulate-hash-totals
      end-if
    else
      if batch-record-bad
        display "REJECTED: bad M/N in batch record "
          ws-record-count
        add 1 to ws-rejected-count
        perform write-suspense
        perform write-intf-reject
      else
        perform accumulate-hash-totals
        if express-detail and env-express-allowed
          perform compute-batch-detail
        else
          if express-detail
            display "WARNING: source " ws-batch-source
              " is not registered for express - batch record "
              ws-record-count " processed as routine"
          end-if
          perform defer-routine-detail
        end-if
      end-if
    end-if.

  check-envelope-volume.
    if ws-env-max-details > 0
      and ws-detail-count > ws-env-max-details
      and not envelope-refused
      display "ERROR: source " ws-batch-source
        " envelope exceeds its registered limit of "
        ws-env-max-details " details - envelope refused"
      move 'Y' to ws-env-refused-flag
      move 'Y' to ws-control-bad-flag
    end-if.

  compute-batch-detail.
    move m to ws-orig-m.
    move n to ws-orig-n.
    perform lookup-or-compute.
    display p ws-overflow-note.
    compute ws-audit-seq = ws-run-details + ws-current-seq.
    perform write-audit.
    if ws-env-hold-threshold > 0 and not overflow-detected
      and p > ws-env-hold-threshold
      perform write-intf-held
      perform write-hold-record
    else
      perform write-intf-result
    end-if.

  process-batch-reversal.
    if not header-seen
      display "ERROR: reversal outside an envelope in batch record "
        ws-record-count
      move 'Y' to ws-structure-bad-flag
    end-if.
    add 1 to ws-detail-count.
    move ws-detail-count to ws-current-seq.
    perform check-envelope-volume.
    perform load-reversal-reference.
    perform validate-batch-record.
    if envelope-refused
      if batch-record-ok
        perform net-reversal-hash-totals
      end-if
    else
      if batch-record-bad
        display "REJECTED: bad M/N in reversal batch record "
          ws-record-count
        add 1 to ws-rejected-count
        perform write-suspense
        perform write-intf-reject
      else
        perform net-reversal-hash-totals
        perform match-reversal
        if reversal-matched
          perform post-batch-reversal
        else
          display "REJECTED: reversal in batch record "
            ws-record-count " - " function trim(ws-reversal-message)
          add 1 to ws-rejected-count
          move ws-reversal-reason to ws-batch-m-reason
          move spaces to ws-batch-n-reason
          perform write-suspense
          perform write-intf-reject
        end-if
      end-if
    end-if.

  post-batch-reversal.
    move m to ws-orig-m.
    move n to ws-orig-n.
    move ws-rev-p to p.
    compute ws-audit-seq = ws-run-details + ws-current-seq.
    perform write-reversal-audit.
    perform write-intf-reversal.
    display "REVERSED: RUN " batch-rev-run-id " SEQUENCE " ws-rev-seq
      " P " p.

  load-reversal-reference.
    if batch-rev-seq numeric
      move batch-rev-seq to ws-rev-seq
    else
      move 0 to ws-rev-seq
    end-if.

  match-reversal.
    move spaces to ws-reversal-reason.
    move spaces to ws-reversal-message.
    move 0 to ws-rev-p.
    move 'N' to ws-original-found-flag.
    move 'N' to ws-original-differs-flag.
    perform load-reversal-reference.
    if batch-rev-run-id not numeric or ws-rev-seq = 0
      move "RVNF" to ws-reversal-reason
      string "reversal names no valid original run ID/sequence '"
        batch-rev-run-id "' '" batch-rev-seq "'"
        delimited by size into ws-reversal-message
      end-string
    else
      perform scan-audit-history
      evaluate true
        when ws-reversal-reason not = spaces
          continue
        when not original-found and original-differs
          move "RVNF" to ws-reversal-reason
          string "M/N do not match original run " batch-rev-run-id
            " sequence " ws-rev-seq
            delimited by size into ws-reversal-message
          end-string
        when not original-found
          move "RVNF" to ws-reversal-reason
          string "original run " batch-rev-run-id
            " sequence " ws-rev-seq " not found on the audit log"
            delimited by size into ws-reversal-message
          end-string
      end-evaluate
      if reversal-matched
        perform scan-hold-history
      end-if
    end-if.

  scan-audit-history.
    move 'N' to ws-history-eof-flag.
    close audit-log.
    open input audit-history.
    if ws-history-status not = "00"
      move "RVNF" to ws-reversal-reason
      string "audit log not readable (status " ws-history-status
        "), original cannot be verified"
        delimited by size into ws-reversal-message
      end-string
    else
      perform until end-of-history
        read audit-history into prior-record
          at end
            move 'Y' to ws-history-eof-flag
          not at end
            perform check-prior-entry
        end-read
      end-perform
      close audit-history
      if stream-run
        perform scan-audit-reference
      end-if
      if ws-reversal-reason = "RVDP"
        string "original run " batch-rev-run-id
          " sequence " ws-rev-seq " has already been reversed"
          delimited by size into ws-reversal-message
        end-string
      end-if
    end-if.
    perform open-audit-log.

  scan-audit-reference.
    move 'N' to ws-history-eof-flag.
    open input audit-reference.
    if ws-auditref-status not = "00"
      move "RVNF" to ws-reversal-reason
      move spaces to ws-reversal-message
      string "audit log not readable (status " ws-auditref-status
        "), original cannot be verified"
        delimited by size into ws-reversal-message
      end-string
    else
      perform until end-of-history
        read audit-reference into prior-record
          at end
            move 'Y' to ws-history-eof-flag
          not at end
            perform check-prior-entry
        end-read
      end-perform
      close audit-reference
    end-if.

  scan-hold-history.
    move ws-hold-open-flag to ws-hold-reopen-flag.
    perform close-hold-log.
    move 'N' to ws-holdhist-eof-flag.
    open input hold-history.
    evaluate ws-holdhist-status
      when "00"
        perform until end-of-hold-history
          read hold-history into hold-record
            at end
              move 'Y' to ws-holdhist-eof-flag
            not at end
              perform check-prior-hold
          end-read
        end-perform
        close hold-history
      when "35"
        continue
      when other
        move "RVHD" to ws-reversal-reason
        string "hold log not readable (status " ws-holdhist-status
          "), original cannot be verified"
          delimited by size into ws-reversal-message
        end-string
    end-evaluate.
    if stream-run and reversal-matched
      perform scan-hold-reference
    end-if.
    if hold-log-reopen
      perform open-hold-log
    end-if.

  scan-hold-reference.
    move 'N' to ws-holdhist-eof-flag.
    open input hold-reference.
    evaluate ws-holdref-status
      when "00"
        perform until end-of-hold-history
          read hold-reference into hold-record
            at end
              move 'Y' to ws-holdhist-eof-flag
            not at end
              perform check-prior-hold
          end-read
        end-perform
        close hold-reference
      when "35"
        continue
      when other
        move "RVHD" to ws-reversal-reason
        string "hold log not readable (status " ws-holdref-status
          "), original cannot be verified"
          delimited by size into ws-reversal-message
        end-string
    end-evaluate.

  check-prior-hold.
    if hold-run-id = batch-rev-run-id
      and hold-seq = ws-rev-seq
      evaluate true
        when hold-pending
          move "RVHD" to ws-reversal-reason
          string "original run " batch-rev-run-id
            " sequence " ws-rev-seq " held, awaiting decision"
            delimited by size into ws-reversal-message
          end-string
        when hold-released
          move "RVHD" to ws-reversal-reason
          string "original run " batch-rev-run-id
            " sequence " ws-rev-seq " released, not yet billed"
            delimited by size into ws-reversal-message
          end-string
        when hold-declined
          move "RVHD" to ws-reversal-reason
          string "original run " batch-rev-run-id
            " sequence " ws-rev-seq " hold declined, never billed"
            delimited by size into ws-reversal-message
          end-string
      end-evaluate
    end-if.

  check-prior-entry.
    if prior-reversal
      if prior-ref-run-id = batch-rev-run-id
        and prior-ref-seq = ws-rev-seq
        move "RVDP" to ws-reversal-reason
      end-if
    else
      if prior-run-id = batch-rev-run-id
        and prior-seq numeric
        and prior-seq = ws-rev-seq
        if prior-m = m and prior-n = n
          move 'Y' to ws-original-found-flag
          move prior-p to ws-rev-p
        else
          move 'Y' to ws-original-differs-flag
        end-if
      end-if
    end-if.

  defer-routine-detail.
    if ws-deferred-count >= ws-deferred-limit
    compute ws-hash-wide = ws-hash-n + n.
    move ws-hash-wide to ws-hash-n.

  net-reversal-hash-totals.
    compute ws-hash-wide = ws-hash-m + 1000000000000000000 - m.
    move ws-hash-wide to ws-hash-m.
    compute ws-hash-wide = ws-hash-n + 1000000000000000000 - n.
    move ws-hash-wide to ws-hash-n.

  process-batch-trailer.
    if not header-seen
      display "ERROR: trailer without header in batch record "
    end-if.

  close-envelope.
    if envelope-refused
      move 0 to ws-deferred-count
      display "SOURCE " ws-batch-source " REFUSED: "
        ws-detail-count " DETAIL(S), REMAINING DETAILS NOT PROCESSED"
    else
      perform process-deferred-details
      if ws-carry-count > 0
        perform write-carryover-trailer
      end-if
      display "SOURCE " ws-batch-source " COMPLETE: "
        ws-detail-count " DETAIL(S), " ws-intf-rejected
        " REJECTED, " ws-intf-overflow " OVERFLOW, "
        ws-intf-reversed " REVERSED, " ws-intf-held " HELD, "
        ws-carry-count " CARRIED OVER"
      perform write-statistics-record
      perform write-intf-subtotal
    end-if.
    add ws-detail-count to ws-run-details.
    compute ws-run-extract-details =
      ws-run-extract-details + ws-detail-count - ws-carry-count.
    add ws-intf-accepted to ws-run-accepted.
    add ws-intf-rejected to ws-run-rejected.
    add ws-intf-overflow to ws-run-overflow.
    add ws-intf-reversed to ws-run-reversed.
    add ws-intf-held to ws-run-held.
    compute ws-held-wide = ws-run-held-p + ws-intf-held-p.
    move ws-held-wide to ws-run-held-p.
    compute ws-intf-sum-wide = ws-run-sum-p + ws-intf-sum-p.
    if ws-intf-sum-wide > 999999999999999999999999999999999999
      or ws-intf-sum-wide < -999999999999999999999999999999999999
      display "WARNING: run sum of P overflowed, "
        "control total truncated"
    end-if.
    move 0 to ws-intf-accepted.
    move 0 to ws-intf-rejected.
    move 0 to ws-intf-overflow.
    move 0 to ws-intf-reversed.
    move 0 to ws-intf-held.
    move 0 to ws-intf-held-p.
    move 0 to ws-intf-sum-p.
    move 0 to ws-carry-count.
    move 0 to ws-carry-hash-m.
    move 0 to ws-carry-hash-n.
    move 'N' to ws-carry-hdr-flag.
    move 0 to ws-env-master-hits.
    move 'N' to ws-env-refused-flag.

  mark-envelope-start.
    compute ws-env-start-days = function integer-of-date(
      move ws-batch-source to ws-intf-hdr-source
      move ws-batch-busdate to ws-intf-hdr-busdate
      move ws-batch-cycle to ws-intf-hdr-cycle
      perform write-intf-record
      move 'Y' to ws-intf-header-flag
    end-if.

  write-intf-record.
    write interface-out-buffer from interface-record.
    if intf-history-open
      move ws-run-id to hist-run-id
      move interface-record to hist-interface
      write intf-history-buffer from intf-history-record
    end-if.

  open-intf-history.
    open extend intf-history.
    if ws-intfhist-status = "35"
      open output intf-history
    end-if.
    if ws-intfhist-status = "00"
      move 'Y' to ws-intfhist-open-flag
    else
      display "WARNING: extract history not available (status "
        ws-intfhist-status "), this run's extract cannot be resent"
    end-if.

  close-intf-history.
    if intf-history-open
      close intf-history
      move 'N' to ws-intfhist-open-flag
    end-if.

  write-intf-reject.
    perform ensure-intf-header.
    move spaces to interface-record.
    move batch-n to intf-n.
    move 0 to intf-p.
    move "R" to intf-disposition.
    perform set-intf-reference.
    add 1 to ws-intf-rejected.
    perform write-intf-record.

  write-intf-result.
    perform ensure-intf-header.
      move "A" to intf-disposition
      add 1 to ws-intf-accepted
    end-if.
    perform set-intf-reference.
    compute ws-intf-sum-wide = ws-intf-sum-p + p.
    if ws-intf-sum-wide > 999999999999999999999999999999999999
      display "WARNING: interface sum of P overflowed, "
        "control total truncated"
    end-if.
    move ws-intf-sum-wide to ws-intf-sum-p.
    perform write-intf-record.

  write-intf-reversal.
    perform ensure-intf-header.
    move spaces to interface-record.
    move "D" to intf-rec-type.
    compute intf-seq = ws-run-details + ws-current-seq.
    move batch-m to intf-m.
    move batch-n to intf-n.
    move p to intf-p.
    move "V" to intf-disposition.
    perform set-intf-reference.
    add 1 to ws-intf-reversed.
    compute ws-intf-sum-wide = ws-intf-sum-p - p.
    if ws-intf-sum-wide < -999999999999999999999999999999999999
      display "WARNING: interface sum of P overflowed, "
        "control total truncated"
    end-if.
    move ws-intf-sum-wide to ws-intf-sum-p.
    perform write-intf-record.

  write-intf-held.
    perform ensure-intf-header.
    move spaces to interface-record.
    move "D" to intf-rec-type.
    compute intf-seq = ws-run-details + ws-current-seq.
    move batch-m to intf-m.
    move batch-n to intf-n.
    move p to intf-p.
    move "H" to intf-disposition.
    perform set-intf-reference.
    add 1 to ws-intf-held.
    compute ws-held-wide = ws-intf-held-p + p.
    if ws-held-wide > 999999999999999999999999999999999999
      display "WARNING: held sum of P overflowed, "
        "control total truncated"
    end-if.
    move ws-held-wide to ws-intf-held-p.
    perform write-intf-record.
    display "HELD: P ABOVE THE " ws-batch-source
      " HOLD THRESHOLD - SEQUENCE " intf-seq
      " AWAITS SUPERVISOR RELEASE".

  open-hold-log.
    move 'N' to ws-hold-open-flag.
    open extend hold-log.
    if ws-hold-status = "35"
      open output hold-log
    end-if.
    if ws-hold-status = "00"
      move 'Y' to ws-hold-open-flag
    else
      display "WARNING: hold log not available (status "
        ws-hold-status "), held details cannot be released"
    end-if.

  close-hold-log.
    if hold-log-open
      close hold-log
      move 'N' to ws-hold-open-flag
    end-if.

  write-hold-record.
    if hold-log-open
      move spaces to hold-record
      move ws-run-id to hold-run-id
      move intf-seq to hold-seq
      move ws-batch-source to hold-source
      move ws-batch-busdate to hold-busdate
      move ws-batch-cycle to hold-cycle
      move ws-orig-m to hold-m
      move ws-orig-n to hold-n
      move p to hold-p
      move function current-date to hold-timestamp
      move "H" to hold-status
      write hold-log-buffer from hold-record
    end-if.

  set-intf-reference.
    evaluate true
      when batch-reversal-rec
        move batch-rev-run-id to intf-ref-run-id
        move ws-rev-seq to intf-ref-seq
      when release-run
        move hold-run-id to intf-ref-run-id
        move hold-seq to intf-ref-seq
      when other
        move spaces to intf-ref-run-id
        move 0 to intf-ref-seq
    end-evaluate.
    evaluate true
      when correction-run
        move susp-source to intf-orig-source
        move susp-recnum to intf-orig-recnum
        move susp-busdate to intf-orig-busdate
      when release-run
        move spaces to intf-orig-source
        move 0 to intf-orig-recnum
        move hold-busdate to intf-orig-busdate
      when other
        move spaces to intf-orig-source
        move 0 to intf-orig-recnum
        move spaces to intf-orig-busdate
    end-evaluate.

  write-intf-subtotal.
    move spaces to interface-record.
    move "S" to intf-rec-type.
    move ws-batch-source to intf-sub-source.
    move ws-batch-busdate to intf-sub-busdate.
    move ws-intf-accepted to intf-sub-accepted.
    move ws-intf-rejected to intf-sub-rejected.
    move ws-intf-overflow to intf-sub-overflow.
    compute intf-sub-details = ws-detail-count - ws-carry-count.
    move ws-intf-sum-p to intf-sub-sum-p.
    move ws-intf-reversed to intf-sub-reversed.
    move ws-intf-held to intf-sub-held.
    move ws-intf-held-p to intf-sub-held-p.
    perform write-intf-record.

  write-intf-trailer.
    perform ensure-intf-header.
    move ws-run-overflow to intf-trl-overflow.
    move ws-run-extract-details to intf-trl-details.
    move ws-run-sum-p to intf-trl-sum-p.
    move ws-run-reversed to intf-trl-reversed.
    move ws-run-held to intf-trl-held.
    move ws-run-held-p to intf-trl-held-p.
    perform write-intf-record.
    if not stream-run
      perform write-transmission-log
    end-if.

  write-transmission-log.
    open extend transmission-log.
      move intf-trl-sum-p to xmit-sum-p
      move function current-date to xmit-timestamp
      move "P" to xmit-status
      move "O" to xmit-type
      write transmission-log-buffer from xmit-record
      close transmission-log
    end-if.

  copy susplog.

  copy srcchk.

  run-resubmit.
    accept ws-resub-filename from argument-value.
    accept ws-override-buffer from argument-value.
    move ws-batch-busdate to ws-runctl-busdate.
    move ws-batch-cycle to ws-runctl-cycle.
    perform check-run-control.
    if prior-run-complete and ws-override-buffer = "OVERRIDE"
      move "RESUBMIT" to ws-ovr-mode
      perform authorize-override
    end-if.
    evaluate true
      when prior-run-complete and ws-override-buffer not = "OVERRIDE"
        display "ERROR: suspense input file "
          function trim(ws-resub-filename)
          " already processed today by run " ws-prior-run-id
          " - resubmit with OVERRIDE to reprocess"
        move 12 to return-code
      when prior-run-complete and not override-granted
        display "ERROR: OVERRIDE refused for suspense input file "
          function trim(ws-resub-filename)
          " - raise and approve an override authorization (OVRMNT)"
          " and resubmit"
        move 12 to return-code
      when other
        perform run-resubmit-body
    end-evaluate.

  authorize-override.
    move ws-runctl-name to ws-ovr-dataset.
    move ws-runctl-busdate to ws-ovr-busdate.
    move ws-runctl-cycle to ws-ovr-cycle.
    perform check-override-authorization.

  copy ovrchk.

  run-resubmit-body.
    open input suspense-input.
    if ws-resub-status = "00"
      perform open-source-registry
    end-if.
    evaluate true
      when ws-resub-status not = "00"
        display "ERROR: unable to open suspense input file "
          function trim(ws-resub-filename) " (status " ws-resub-status ")"
        move 16 to return-code
      when not registry-open
        display "ERROR: corrections cannot be checked against their"
          " sources' hold thresholds - resubmit not run"
        close suspense-input
        move 16 to return-code
      when other
        perform write-run-opening
        open output suspense-new
        perform open-results-master
        perform open-hold-log
        move 'Y' to ws-correction-flag
        move "RESUBMIT" to ws-batch-source
        perform open-correction-extract
        perform until end-of-resubmit
          read suspense-input into suspense-record
            at end
              move 'Y' to ws-resub-eof-flag
            not at end
              add 1 to ws-record-count
              perform load-suspense-item
              perform validate-batch-record
              if batch-record-bad
                display "STILL REJECTED: " function trim(susp-source)
                  " record " susp-recnum
                add 1 to ws-rejected-count
                move ws-batch-m-reason to susp-m-reason
                move ws-batch-n-reason to susp-n-reason
                write suspense-new-buffer from suspense-record
              else
                if batch-reversal-rec
                  perform resubmit-reversal
                else
                  perform resubmit-detail
                end-if
              end-if
          end-read
        end-perform
        close suspense-input
        close suspense-new
        perform close-results-master
        perform close-source-registry
        perform close-hold-log
        perform close-correction-extract
        display "RESUBMIT COMPLETE: " ws-record-count " READ, "
          ws-matched-count " MATCHED OFF, " ws-rejected-count
          " STILL REJECTED, " ws-run-extract-details
          " BILLED ON THE CORRECTION EXTRACT, " ws-run-held " HELD"
        if ws-rejected-count > 0
          move 8 to return-code
          move 8 to ws-closing-cc
        else
          move 0 to ws-closing-cc
        end-if
        perform write-run-closing
    end-evaluate.

  open-correction-extract.
    move 0 to ws-current-seq.
    move 0 to ws-run-details.
    move 0 to ws-corr-count.
    move 0 to ws-intf-accepted.
    move 0 to ws-intf-rejected.
    move 0 to ws-intf-overflow.
    move 0 to ws-intf-reversed.
    move 0 to ws-intf-held.
    move 0 to ws-intf-held-p.
    move 0 to ws-intf-sum-p.
    open output interface-file.
    perform open-intf-history.
    perform ensure-intf-header.

  set-correction-sequence.
    add 1 to ws-current-seq.
    move ws-current-seq to ws-audit-seq.

  post-correction-subtotal.
    move 0 to ws-corr-match.
    move 1 to ws-corr-index.
    perform until ws-corr-index > ws-corr-count
      or ws-corr-match > 0
      if cs-source(ws-corr-index) = ws-batch-source
        and cs-busdate(ws-corr-index) = ws-batch-busdate
        move ws-corr-index to ws-corr-match
      else
        add 1 to ws-corr-index
      end-if
    end-perform.
    if ws-corr-match = 0
      if ws-corr-count >= ws-corr-limit
        display "WARNING: subtotal table full, source "
          ws-batch-source " business date " ws-batch-busdate
          " not subtotaled"
      else
        add 1 to ws-corr-count
        move ws-corr-count to ws-corr-match
        move ws-batch-source to cs-source(ws-corr-match)
        move ws-batch-busdate to cs-busdate(ws-corr-match)
        move 0 to cs-accepted(ws-corr-match)
        move 0 to cs-overflow(ws-corr-match)
        move 0 to cs-reversed(ws-corr-match)
        move 0 to cs-details(ws-corr-match)
        move 0 to cs-sum-p(ws-corr-match)
        move 0 to cs-held(ws-corr-match)
        move 0 to cs-held-p(ws-corr-match)
      end-if
    end-if.
    if ws-corr-match > 0
      add 1 to cs-details(ws-corr-match)
      move cs-sum-p(ws-corr-match) to ws-intf-sum-wide
      evaluate true
        when intf-held
          add 1 to cs-held(ws-corr-match)
          compute ws-held-wide = cs-held-p(ws-corr-match) + p
          move ws-held-wide to cs-held-p(ws-corr-match)
        when intf-reversed
          add 1 to cs-reversed(ws-corr-match)
          compute ws-intf-sum-wide = cs-sum-p(ws-corr-match) - p
        when intf-overflowed
          add 1 to cs-overflow(ws-corr-match)
          compute ws-intf-sum-wide = cs-sum-p(ws-corr-match) + p
        when other
          add 1 to cs-accepted(ws-corr-match)
          compute ws-intf-sum-wide = cs-sum-p(ws-corr-match) + p
      end-evaluate
      move ws-intf-sum-wide to cs-sum-p(ws-corr-match)
    end-if.

  close-correction-extract.
    move 1 to ws-corr-index.
    perform until ws-corr-index > ws-corr-count
      move spaces to interface-record
      move "S" to intf-rec-type
      move cs-source(ws-corr-index) to intf-sub-source
      move cs-busdate(ws-corr-index) to intf-sub-busdate
      move cs-accepted(ws-corr-index) to intf-sub-accepted
      move 0 to intf-sub-rejected
      move cs-overflow(ws-corr-index) to intf-sub-overflow
      move cs-details(ws-corr-index) to intf-sub-details
      move cs-sum-p(ws-corr-index) to intf-sub-sum-p
      move cs-reversed(ws-corr-index) to intf-sub-reversed
      move cs-held(ws-corr-index) to intf-sub-held
      move cs-held-p(ws-corr-index) to intf-sub-held-p
      perform write-intf-record
      add 1 to ws-corr-index
    end-perform.
    move ws-intf-accepted to ws-run-accepted.
    move 0 to ws-run-rejected.
    move ws-intf-overflow to ws-run-overflow.
    move ws-intf-reversed to ws-run-reversed.
    move ws-intf-sum-p to ws-run-sum-p.
    move ws-intf-held to ws-run-held.
    move ws-intf-held-p to ws-run-held-p.
    move ws-current-seq to ws-run-extract-details.
    perform write-intf-trailer.
    close interface-file.
    perform close-intf-history.

  run-release.
    move 0 to ws-record-count.
    move 0 to ws-rejected-count.
    move 0 to ws-released-count.
    move "HOLDIN" to ws-runctl-name.
    move function current-date(1:8) to ws-batch-busdate.
    move "RL" to ws-batch-cycle.
    move ws-batch-busdate to ws-runctl-busdate.
    move ws-batch-cycle to ws-runctl-cycle.
    open input hold-input.
    if ws-holdin-status not = "00"
      display "ERROR: unable to open hold input (status "
        ws-holdin-status ")"
      move 16 to return-code
    else
      perform write-run-opening
      open output hold-new
      move 'Y' to ws-release-flag
      move "RELEASE" to ws-batch-source
      perform open-correction-extract
      perform until end-of-holds
        read hold-input into hold-record
          at end
            move 'Y' to ws-hold-eof-flag
          not at end
            add 1 to ws-record-count
            if hold-released
              perform bill-released-hold
            end-if
            write hold-new-buffer from hold-record
        end-read
      end-perform
      close hold-input
      close hold-new
      perform close-correction-extract
      display "RELEASE COMPLETE: " ws-record-count
        " HOLD RECORD(S) READ, " ws-released-count
        " RELEASED TO BILLING"
      move 0 to ws-closing-cc
      perform write-run-closing
    end-if.

  bill-released-hold.
    move hold-source to ws-batch-source.
    move hold-busdate to ws-batch-busdate.
    move spaces to batch-record.
    move "D" to batch-rec-type.
    move hold-m to batch-m.
    move hold-n to batch-n.
    move hold-p to p.
    move 'N' to ws-overflow-flag.
    perform set-correction-sequence.
    perform write-intf-result.
    perform post-correction-subtotal.
    move "B" to hold-status.
    move ws-run-id to hold-release-run-id.
    add 1 to ws-released-count.
    display "RELEASED: RUN " hold-run-id " SEQUENCE " hold-seq
      " BILLED".

  load-suspense-item.
    move spaces to batch-record.
    if susp-reversal
      move "R" to batch-rec-type
      move susp-rev-run-id to batch-rev-run-id
      move susp-rev-seq to batch-rev-seq
    else
      move "D" to batch-rec-type
    end-if.
    move susp-m to batch-m.
    move susp-n to batch-n.
    move susp-hdr-source to ws-batch-source.
    move susp-busdate to ws-batch-busdate.

  resubmit-detail.
    move m to ws-orig-m.
    move n to ws-orig-n.
    perform lookup-or-compute.
    display p ws-overflow-note.
    perform check-source-registry.
    perform set-correction-sequence.
    perform write-audit.
    if ws-env-hold-threshold > 0 and not overflow-detected
      and p > ws-env-hold-threshold
      perform write-intf-held
      perform write-hold-record
    else
      perform write-intf-result
    end-if.
    perform post-correction-subtotal.
    add 1 to ws-matched-count.
    display "MATCHED OFF: " function trim(susp-source)
      " record " susp-recnum.

  resubmit-reversal.
    perform match-reversal.
    if reversal-matched
      move m to ws-orig-m
      move n to ws-orig-n
      move ws-rev-p to p
      perform set-correction-sequence
      perform write-reversal-audit
      perform write-intf-reversal
      perform post-correction-subtotal
      add 1 to ws-matched-count
      display "REVERSAL MATCHED OFF: " function trim(susp-source)
        " record " susp-recnum
    else
      display "STILL REJECTED: " function trim(susp-source)
        " record " susp-recnum " - " function trim(ws-reversal-message)
      add 1 to ws-rejected-count
      move ws-reversal-reason to susp-m-reason
      move spaces to susp-n-reason
      write suspense-new-buffer from suspense-record
    end-if.

  read-checkpoint.
    move 0 to ws-checkpoint-recnum.
    move spaces to ws-checkpoint-filename.
    move p to audit-p.
    move function current-date to audit-timestamp.
    move ws-run-id to audit-run-id.
    move ws-batch-source to audit-source.
    move ws-batch-busdate to audit-busdate.
    move ws-audit-seq to audit-seq.
    move "C" to audit-entry-type.
    move spaces to audit-ref-run-id.
    move 0 to audit-ref-seq.
    write audit-record.

  write-reversal-audit.
    move ws-orig-m to audit-m.
    move ws-orig-n to audit-n.
    move p to audit-p.
    move function current-date to audit-timestamp.
    move ws-run-id to audit-run-id.
    move ws-batch-source to audit-source.
    move ws-batch-busdate to audit-busdate.
    move ws-audit-seq to audit-seq.
    move "V" to audit-entry-type.
    move batch-rev-run-id to audit-ref-run-id.
    move ws-rev-seq to audit-ref-seq.
    write audit-record.

  copy runchk.

  open-run-control.
    open extend run-control.
    move 0 to rc-record-count.
    move 0 to rc-rejected-count.
    move 0 to rc-condition-code.
    move 0 to rc-held-count.
    move 0 to rc-held-p.
    perform stamp-override-details.
    write run-control-buffer from run-control-record.
    close run-control.

    move ws-record-count to rc-record-count.
    move ws-rejected-count to rc-rejected-count.
    move ws-closing-cc to rc-condition-code.
    move ws-run-held to rc-held-count.
    move ws-run-held-p to rc-held-p.
    move spaces to rc-override.
    write run-control-buffer from run-control-record.
    close run-control.

        move ws-orig-n to master-n
        move p to master-p
        move function current-date to master-timestamp
        move ws-run-id to master-run-id
        write master-record
          invalid key
            continue
