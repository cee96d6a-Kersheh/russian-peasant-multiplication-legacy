*> Billing extract regeneration/resend. Rebuilds a past run's
*> interface extract (INTFOUT) on demand from the extract history
*> ledger (INTFHIST), where ITERATIVE keeps a copy of every
*> interface record it writes: the run named in the PARM (the
*> 14-digit run ID) gets back exactly the header, sequence
*> numbers, dispositions, per-source subtotals and trailer it was
*> transmitted with. Before anything is released the rebuilt
*> extract is verified: one header, one trailer at the end, the
*> detail count and signed sum of P recomputed from the details
*> must agree with the trailer, and the trailer must agree with
*> the control values on the run's original transmission ledger
*> entry (XMITLOG). A verified extract is written to INTFOUT and a
*> resend entry (XMIT-TYPE "R") is appended to XMITLOG under the
*> original run ID and control values, so billing's
*> acknowledgment matches back to the original run. A run with no
*> original ledger entry, a voided (backed out) run, or one whose
*> rebuilt extract fails verification is refused and INTFOUT is
*> left empty; a run billing has already confirmed is refused
*> unless the PARM carries FORCE. Ends CC 16 for a bad PARM or a
*> missing ledger, CC 12 when refused, CC 4 when forced past a
*> confirmed extract, CC 0 for a clean resend.
identification division.
  program-id. intfrsnd.

environment division.
  input-output section.
    file-control.
      select intf-history assign to "INTFHIST"
        organization line sequential
        file status is ws-intfhist-status.
      select transmission-log assign to "XMITLOG"
        organization line sequential
        file status is ws-xmit-status.
      select interface-file assign to "INTFOUT"
        organization line sequential
        file status is ws-intf-status.
      select report-out assign to "RSNDRPT"
        organization line sequential.

data division.
  file section.
    fd intf-history.
      01 intf-history-buffer pic x(234).
    fd transmission-log.
      01 transmission-log-buffer pic x(99).
    fd interface-file.
      01 interface-out-buffer pic x(220).
    fd report-out.
      01 report-line pic x(132).
  working-storage section.
    copy intfhist.
    copy intfrec.
    copy xmitrec.

    77 ws-intfhist-status pic x(2).
    77 ws-xmit-status   pic x(2).
    77 ws-intf-status   pic x(2).
    77 ws-eof-flag      pic x value 'N'.
      88 end-of-file    value 'Y'.
    77 ws-run-date      pic x(21).

    77 ws-parm-buffer   pic x(32).
    77 ws-force-buffer  pic x(32) value spaces.
    77 ws-force-flag    pic x value 'N'.
      88 force-requested value 'Y'.
    77 ws-resend-run-id pic x(14).
    77 ws-refusal-message pic x(80) value spaces.
    77 ws-resend-cc     pic 9(4) value 0.

    77 ws-original-flag pic x value 'N'.
      88 original-found value 'Y'.
    77 ws-orig-source   pic x(8).
    77 ws-orig-busdate  pic x(8).
    77 ws-orig-cycle    pic x(2).
    77 ws-orig-details  pic 9(8) value 0.
    77 ws-orig-sum-p    pic s9(36) value 0.
    77 ws-orig-timestamp pic x(21).
    77 ws-latest-status pic x value space.
      88 latest-confirmed value "C".
    77 ws-void-flag     pic x value 'N'.
      88 run-voided     value 'Y'.
    77 ws-resend-count  pic 9(4) value 0.

    77 ws-hist-records  pic 9(8) value 0.
    77 ws-header-count  pic 9(8) value 0.
    77 ws-detail-count  pic 9(8) value 0.
    77 ws-subtotal-count pic 9(8) value 0.
    77 ws-trailer-count pic 9(8) value 0.
    77 ws-after-trailer pic 9(8) value 0.
    77 ws-rebuilt-sum-p pic s9(36) value 0.
    77 ws-sum-wide      pic s9(38).
    77 ws-trl-details   pic 9(8) value 0.
    77 ws-trl-sum-p     pic s9(36) value 0.
    77 ws-written-count pic 9(8) value 0.

    77 ws-count-edit    pic z(7)9.
    77 ws-other-edit    pic z(7)9.
    77 ws-sum-edit      pic -(36)9.
    77 ws-other-sum-edit pic -(36)9.

procedure division.
  move function current-date to ws-run-date.

  accept ws-parm-buffer from argument-value.
  if function length(function trim(ws-parm-buffer)) not = 14
    or function trim(ws-parm-buffer) not numeric
    display "ERROR: INTFRSND run ID must be the 14-digit run ID, got: "
      function trim(ws-parm-buffer)
    move 16 to return-code
    stop run
  end-if.
  move ws-parm-buffer(1:14) to ws-resend-run-id.

  accept ws-force-buffer from argument-value.
  evaluate true
    when ws-force-buffer = spaces
      continue
    when ws-force-buffer = "FORCE"
      move 'Y' to ws-force-flag
    when other
      display "ERROR: INTFRSND option must be FORCE, got: "
        function trim(ws-force-buffer)
      move 16 to return-code
      stop run
  end-evaluate.

  perform scan-transmission-log.
  perform scan-extract-history.

  open output interface-file.
  if ws-intf-status not = "00"
    display "ERROR: unable to open INTFOUT (status "
      ws-intf-status ")"
    move 16 to return-code
    stop run
  end-if.
  open output report-out.
  perform print-report-headers.

  perform verify-rebuilt-extract.

  if ws-refusal-message not = spaces
    move spaces to report-line
    string "RESEND REFUSED: " delimited by size
      ws-refusal-message delimited by size
      into report-line
    end-string
    write report-line
    close interface-file
    close report-out
    display "RESEND REFUSED FOR RUN " ws-resend-run-id ": "
      function trim(ws-refusal-message)
    move 12 to return-code
    stop run
  end-if.

  if latest-confirmed
    move 4 to ws-resend-cc
    move spaces to report-line
    string "  WARNING: FORCED PAST AN EXTRACT BILLING HAS CONFIRMED"
      delimited by size
      " - BILLING MUST NOT LOAD IT TWICE" delimited by size
      into report-line
    end-string
    write report-line
  end-if.

  perform release-extract.
  close interface-file.
  perform write-resend-entry.
  perform print-summary.
  close report-out.

  display "RESEND COMPLETE: RUN " ws-resend-run-id ", "
    ws-written-count " RECORD(S) REBUILT, " ws-trl-details
    " DETAIL(S)".
  move ws-resend-cc to return-code.
  stop run.

  scan-transmission-log.
    open input transmission-log.
    if ws-xmit-status not = "00"
      display "ERROR: unable to open XMITLOG (status "
        ws-xmit-status ")"
      move 16 to return-code
      stop run
    end-if.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read transmission-log into xmit-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          if xmit-run-id = ws-resend-run-id
            perform note-ledger-entry
          end-if
      end-read
    end-perform.
    close transmission-log.

  note-ledger-entry.
    if xmit-original and not original-found
      move 'Y' to ws-original-flag
      move xmit-source to ws-orig-source
      move xmit-busdate to ws-orig-busdate
      move xmit-cycle to ws-orig-cycle
      move xmit-details to ws-orig-details
      move xmit-sum-p to ws-orig-sum-p
      move xmit-timestamp to ws-orig-timestamp
    end-if.
    if xmit-resend
      add 1 to ws-resend-count
    end-if.
    if xmit-void
      move 'Y' to ws-void-flag
    end-if.
    move xmit-status to ws-latest-status.

  scan-extract-history.
    open input intf-history.
    if ws-intfhist-status not = "00"
      display "ERROR: unable to open INTFHIST (status "
        ws-intfhist-status ")"
      move 16 to return-code
      stop run
    end-if.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read intf-history into intf-history-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          if hist-run-id = ws-resend-run-id
            perform tally-history-record
          end-if
      end-read
    end-perform.
    close intf-history.

  tally-history-record.
    add 1 to ws-hist-records.
    move hist-interface to interface-record.
    if ws-trailer-count > 0
      add 1 to ws-after-trailer
    end-if.
    evaluate true
      when intf-header-rec
        add 1 to ws-header-count
      when intf-detail-rec
        add 1 to ws-detail-count
        evaluate true
          when intf-reversed
            compute ws-sum-wide = ws-rebuilt-sum-p - intf-p
          when intf-accepted or intf-overflowed
            compute ws-sum-wide = ws-rebuilt-sum-p + intf-p
          when other
            move ws-rebuilt-sum-p to ws-sum-wide
        end-evaluate
        move ws-sum-wide to ws-rebuilt-sum-p
      when intf-subtotal-rec
        add 1 to ws-subtotal-count
      when intf-trailer-rec
        add 1 to ws-trailer-count
        move intf-trl-details to ws-trl-details
        move intf-trl-sum-p to ws-trl-sum-p
    end-evaluate.

  verify-rebuilt-extract.
    evaluate true
      when not original-found
        move "RUN HAS NO ORIGINAL TRANSMISSION LEDGER ENTRY"
          to ws-refusal-message
      when run-voided
        move "RUN WAS BACKED OUT - ITS EXTRACT IS VOID"
          to ws-refusal-message
      when latest-confirmed and not force-requested
        move "BILLING HAS CONFIRMED THE RUN'S EXTRACT - RERUN WITH FORCE"
          to ws-refusal-message
      when ws-hist-records = 0
        move "RUN HAS NO EXTRACT HISTORY - CANNOT BE REBUILT"
          to ws-refusal-message
      when ws-header-count not = 1
        move "REBUILT EXTRACT DOES NOT HAVE EXACTLY ONE HEADER"
          to ws-refusal-message
      when ws-trailer-count not = 1 or ws-after-trailer > 0
        move "REBUILT EXTRACT DOES NOT END WITH ONE TRAILER"
          to ws-refusal-message
      when ws-detail-count not = ws-trl-details
        or ws-rebuilt-sum-p not = ws-trl-sum-p
        move "REBUILT DETAILS DO NOT AGREE WITH THE REBUILT TRAILER"
          to ws-refusal-message
        perform print-detail-mismatch
      when ws-trl-details not = ws-orig-details
        or ws-trl-sum-p not = ws-orig-sum-p
        move "REBUILT TRAILER DOES NOT AGREE WITH THE TRANSMISSION LEDGER"
          to ws-refusal-message
        perform print-ledger-mismatch
    end-evaluate.

  print-detail-mismatch.
    move ws-detail-count to ws-count-edit.
    move ws-trl-details to ws-other-edit.
    move ws-rebuilt-sum-p to ws-sum-edit.
    move ws-trl-sum-p to ws-other-sum-edit.
    move spaces to report-line.
    string "  DETAILS REBUILT " delimited by size
      ws-count-edit delimited by size
      " SUM " delimited by size
      ws-sum-edit delimited by size
      into report-line
    end-string.
    write report-line.
    move spaces to report-line.
    string "  TRAILER         " delimited by size
      ws-other-edit delimited by size
      " SUM " delimited by size
      ws-other-sum-edit delimited by size
      into report-line
    end-string.
    write report-line.

  print-ledger-mismatch.
    move ws-trl-details to ws-count-edit.
    move ws-orig-details to ws-other-edit.
    move ws-trl-sum-p to ws-sum-edit.
    move ws-orig-sum-p to ws-other-sum-edit.
    move spaces to report-line.
    string "  TRAILER         " delimited by size
      ws-count-edit delimited by size
      " SUM " delimited by size
      ws-sum-edit delimited by size
      into report-line
    end-string.
    write report-line.
    move spaces to report-line.
    string "  LEDGER          " delimited by size
      ws-other-edit delimited by size
      " SUM " delimited by size
      ws-other-sum-edit delimited by size
      into report-line
    end-string.
    write report-line.

  release-extract.
    open input intf-history.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read intf-history into intf-history-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          if hist-run-id = ws-resend-run-id
            write interface-out-buffer from hist-interface
            add 1 to ws-written-count
          end-if
      end-read
    end-perform.
    close intf-history.

  write-resend-entry.
    open extend transmission-log.
    if ws-xmit-status not = "00"
      display "WARNING: transmission log not available (status "
        ws-xmit-status "), resend cannot be acknowledged"
      move 4 to ws-resend-cc
    else
      move ws-resend-run-id to xmit-run-id
      move ws-orig-source to xmit-source
      move ws-orig-busdate to xmit-busdate
      move ws-orig-cycle to xmit-cycle
      move ws-orig-details to xmit-details
      move ws-orig-sum-p to xmit-sum-p
      move function current-date to xmit-timestamp
      move "P" to xmit-status
      move "R" to xmit-type
      write transmission-log-buffer from xmit-record
      close transmission-log
    end-if.

  print-report-headers.
    move spaces to report-line.
    string "RUSSIAN PEASANT MULTIPLICATION - EXTRACT RESEND REPORT"
      delimited by size into report-line
    end-string.
    write report-line.

    move spaces to report-line.
    string "RUN DATE: " delimited by size
      ws-run-date(1:8) delimited by size
      "          RUN RESENT: " delimited by size
      ws-resend-run-id delimited by size
      into report-line
    end-string.
    write report-line.

    if original-found
      move ws-orig-details to ws-count-edit
      move ws-orig-sum-p to ws-sum-edit
      move spaces to report-line
      string "ORIGINAL TRANSMISSION: " delimited by size
        ws-orig-source delimited by size
        " " delimited by size
        ws-orig-busdate delimited by size
        " CYCLE " delimited by size
        ws-orig-cycle delimited by size
        " SENT " delimited by size
        ws-orig-timestamp(1:8) delimited by size
        " DETAILS " delimited by size
        ws-count-edit delimited by size
        " SUM " delimited by size
        ws-sum-edit delimited by size
        into report-line
      end-string
      write report-line
    end-if.

    move spaces to report-line.
    write report-line.

  print-summary.
    move ws-written-count to ws-count-edit.
    move spaces to report-line.
    string "RECORDS REBUILT:    " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-detail-count to ws-count-edit.
    move spaces to report-line.
    string "DETAILS:            " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-subtotal-count to ws-count-edit.
    move spaces to report-line.
    string "SUBTOTALS:          " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-trl-sum-p to ws-sum-edit.
    move spaces to report-line.
    string "TRAILER SUM OF P:   " delimited by size
      ws-sum-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-resend-count to ws-count-edit.
    move spaces to report-line.
    string "PRIOR RESENDS:      " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move "VERDICT: VERIFIED AGAINST THE TRANSMISSION LEDGER - RELEASED"
      to report-line.
    write report-line.
