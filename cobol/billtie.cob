*> Month-end per-source billing tie-out statement. For the report
*> month (PARM, YYYYMM, default current month) every source and
*> business date gets one statement line tying three figures:
*> the products certified on the audit log (AUDITLOG - computed
*> entries less reversals), what left the shop on the billing
*> extract (the per-source subtotals kept on the extract history
*> ledger, INTFHIST, for every run whose extract was released to
*> the transmission ledger and not voided by a backout) and what
*> billing acknowledged loading (each of those runs' latest
*> XMITLOG status: confirmed, pending or mismatched, shown
*> separately). Details put on high-value hold were certified
*> but are only billed when a release run bills them, under
*> their original source and business date, so P still sitting
*> on the hold log (HOLDLOG - awaiting a decision, released but
*> not yet billed, or declined) is shown as HELD and taken off
*> the certified figure before it is tied to the extract. A line
*> ties when certified less held equals extracted and all of the
*> extracted P is confirmed. Every line that does not tie is
*> marked on the statement and listed again in the EXCEPTIONS
*> section with the difference. Ends CC 12 when any certified
*> figure disagrees with the extract or an acknowledgment
*> mismatched, CC 4 when the only exceptions are extracts
*> billing has not yet acknowledged, CC 0 when every line ties,
*> so the month is not signed off on a number that does not tie.
identification division.
  program-id. billtie.

environment division.
  input-output section.
    file-control.
      select audit-log assign to "AUDITLOG"
        organization line sequential
        file status is ws-audit-status.
      select intf-history assign to "INTFHIST"
        organization line sequential
        file status is ws-intfhist-status.
      select transmission-log assign to "XMITLOG"
        organization line sequential
        file status is ws-xmit-status.
      select hold-log assign to "HOLDLOG"
        organization line sequential
        file status is ws-hold-status.
      select report-out assign to "TIERPT"
        organization line sequential.

data division.
  file section.
    fd audit-log.
      01 audit-log-buffer pic x(154).
    fd intf-history.
      01 intf-history-buffer pic x(234).
    fd transmission-log.
      01 transmission-log-buffer pic x(99).
    fd hold-log.
      01 hold-log-buffer pic x(217).
    fd report-out.
      01 report-line pic x(132).
  working-storage section.
    copy auditrec.
    copy intfhist.
    copy intfrec.
    copy xmitrec.
    copy holdrec.

    77 ws-audit-status    pic x(2).
    77 ws-intfhist-status pic x(2).
    77 ws-xmit-status     pic x(2).
    77 ws-hold-status     pic x(2).
    77 ws-eof-flag        pic x value 'N'.
      88 end-of-file      value 'Y'.
    77 ws-run-date        pic x(21).

    77 ws-month-buffer    pic x(32) value spaces.
    77 ws-report-month    pic x(6).

    01 source-ties.
      05 src-entry occurs 20.
        10 tv-source      pic x(8).
        10 tv-certified   pic s9(38).
        10 tv-held        pic s9(38).
        10 tv-extracted   pic s9(38).
        10 tv-confirmed   pic s9(38).
        10 tv-pending     pic s9(38).
        10 tv-mismatched  pic s9(38).
        10 tv-day-entry occurs 31.
          15 td-active     pic x.
          15 td-certified  pic s9(38).
          15 td-held       pic s9(38).
          15 td-extracted  pic s9(38).
          15 td-confirmed  pic s9(38).
          15 td-pending    pic s9(38).
          15 td-mismatched pic s9(38).
    77 ws-source-count    pic 9(4) value 0.
    77 ws-source-limit    pic 9(4) value 20.
    77 ws-source-index    pic 9(4).
    77 ws-source-match    pic 9(4).
    77 ws-day-index       pic 9(4).
    77 ws-day-number      pic 9(2).
    77 ws-key-source      pic x(8).
    77 ws-key-busdate     pic x(8).

    01 extract-runs.
      05 run-entry occurs 1000.
        10 xr-run-id      pic x(14).
        10 xr-status      pic x.
          88 xr-untransmitted value space.
          88 xr-pending       value "P".
          88 xr-confirmed     value "C".
          88 xr-mismatched    value "M".
          88 xr-void          value "V".
    77 ws-run-count       pic 9(4) value 0.
    77 ws-run-limit       pic 9(4) value 1000.
    77 ws-run-index       pic 9(4).
    77 ws-run-match       pic 9(4).

    77 ws-audit-read      pic 9(8) value 0.
    77 ws-subtotal-read   pic 9(8) value 0.
    77 ws-untransmitted-count pic 9(4) value 0.
    77 ws-void-count      pic 9(4) value 0.
    77 ws-line-count      pic 9(4) value 0.
    77 ws-tie-fail-count  pic 9(4) value 0.
    77 ws-unacked-count   pic 9(4) value 0.

    77 ws-billable        pic s9(38).
    77 ws-difference      pic s9(38).
    77 ws-line-flag       pic x.
      88 line-ties        value 'Y'.
    77 ws-all-certified   pic s9(38) value 0.
    77 ws-all-held        pic s9(38) value 0.
    77 ws-all-extracted   pic s9(38) value 0.
    77 ws-all-confirmed   pic s9(38) value 0.
    77 ws-all-pending     pic s9(38) value 0.
    77 ws-all-mismatched  pic s9(38) value 0.

    77 ws-fig-certified   pic s9(38).
    77 ws-fig-held        pic s9(38).
    77 ws-fig-extracted   pic s9(38).
    77 ws-fig-confirmed   pic s9(38).
    77 ws-fig-pending     pic s9(38).
    77 ws-fig-mismatched  pic s9(38).
    77 ws-fig-label       pic x(8).

    77 ws-edit-1          pic -(37)9.
    77 ws-edit-2          pic -(37)9.
    77 ws-edit-3          pic -(37)9.
    77 ws-count-edit      pic z(7)9.
    77 ws-day-edit        pic 9(2).

procedure division.
  move function current-date to ws-run-date.

  accept ws-month-buffer from argument-value.
  if ws-month-buffer = spaces
    move ws-run-date(1:6) to ws-report-month
  else
    if function trim(ws-month-buffer) numeric
      and function length(function trim(ws-month-buffer)) = 6
      move ws-month-buffer(1:6) to ws-report-month
    else
      display "ERROR: report month must be YYYYMM, got: "
        function trim(ws-month-buffer)
      move 16 to return-code
      stop run
    end-if
  end-if.

  open input audit-log.
  if ws-audit-status not = "00"
    display "ERROR: unable to open audit log (status "
      ws-audit-status ")"
    move 16 to return-code
    stop run
  end-if.
  close audit-log.
  open input intf-history.
  if ws-intfhist-status not = "00"
    display "ERROR: unable to open extract history (status "
      ws-intfhist-status ")"
    move 16 to return-code
    stop run
  end-if.
  close intf-history.
  open input transmission-log.
  if ws-xmit-status not = "00"
    display "ERROR: unable to open transmission log (status "
      ws-xmit-status ")"
    move 16 to return-code
    stop run
  end-if.
  close transmission-log.

  perform collect-extract-runs.
  perform mark-run-status.
  perform tally-extract-subtotals.
  perform tally-audit-log.
  perform tally-hold-log.

  open output report-out.
  perform print-report-headers.
  perform print-source-statements.
  perform print-exceptions.
  perform print-month-totals.
  close report-out.

  evaluate true
    when ws-tie-fail-count > 0
      move 12 to return-code
    when ws-unacked-count > 0
      move 4 to return-code
  end-evaluate.
  display "BILLTIE COMPLETE: " ws-report-month ", " ws-source-count
    " SOURCE(S), " ws-line-count " STATEMENT LINE(S), "
    ws-tie-fail-count " TIE EXCEPTION(S), " ws-unacked-count
    " AWAITING ACKNOWLEDGMENT".
  stop run.

  collect-extract-runs.
    open input intf-history.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read intf-history into intf-history-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          move hist-interface to interface-record
          if intf-subtotal-rec
            and intf-sub-busdate(1:6) = ws-report-month
            perform find-extract-run
            if ws-run-match = 0
              if ws-run-count >= ws-run-limit
                display "WARNING: extract run table full, run "
                  hist-run-id " not tied"
              else
                add 1 to ws-run-count
                move hist-run-id to xr-run-id(ws-run-count)
                move space to xr-status(ws-run-count)
              end-if
            end-if
          end-if
      end-read
    end-perform.
    close intf-history.

  find-extract-run.
    move 0 to ws-run-match.
    move ws-run-count to ws-run-index.
    perform until ws-run-index = 0 or ws-run-match > 0
      if xr-run-id(ws-run-index) = hist-run-id
        move ws-run-index to ws-run-match
      else
        subtract 1 from ws-run-index
      end-if
    end-perform.

  mark-run-status.
    open input transmission-log.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read transmission-log into xmit-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          move xmit-run-id to hist-run-id
          perform find-extract-run
          if ws-run-match > 0
            move xmit-status to xr-status(ws-run-match)
          end-if
      end-read
    end-perform.
    close transmission-log.
    move 1 to ws-run-index.
    perform until ws-run-index > ws-run-count
      if xr-untransmitted(ws-run-index)
        add 1 to ws-untransmitted-count
      end-if
      if xr-void(ws-run-index)
        add 1 to ws-void-count
      end-if
      add 1 to ws-run-index
    end-perform.

  tally-extract-subtotals.
    open input intf-history.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read intf-history into intf-history-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          move hist-interface to interface-record
          if intf-subtotal-rec
            and intf-sub-busdate(1:6) = ws-report-month
            perform find-extract-run
            if ws-run-match > 0
              perform tally-one-subtotal
            end-if
          end-if
      end-read
    end-perform.
    close intf-history.

  tally-one-subtotal.
    if not xr-untransmitted(ws-run-match)
      and not xr-void(ws-run-match)
      move intf-sub-source to ws-key-source
      move intf-sub-busdate to ws-key-busdate
      perform find-source-day
      if ws-source-match > 0 and ws-day-number > 0
        add 1 to ws-subtotal-read
        add intf-sub-sum-p to tv-extracted(ws-source-match)
        add intf-sub-sum-p
          to td-extracted(ws-source-match, ws-day-number)
        evaluate true
          when xr-confirmed(ws-run-match)
            add intf-sub-sum-p to tv-confirmed(ws-source-match)
            add intf-sub-sum-p
              to td-confirmed(ws-source-match, ws-day-number)
          when xr-mismatched(ws-run-match)
            add intf-sub-sum-p to tv-mismatched(ws-source-match)
            add intf-sub-sum-p
              to td-mismatched(ws-source-match, ws-day-number)
          when other
            add intf-sub-sum-p to tv-pending(ws-source-match)
            add intf-sub-sum-p
              to td-pending(ws-source-match, ws-day-number)
        end-evaluate
      end-if
    end-if.

  tally-audit-log.
    open input audit-log.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read audit-log into audit-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          if audit-busdate(1:6) = ws-report-month
            move audit-source to ws-key-source
            move audit-busdate to ws-key-busdate
            perform find-source-day
            if ws-source-match > 0 and ws-day-number > 0
              add 1 to ws-audit-read
              if audit-reversal
                subtract audit-p from tv-certified(ws-source-match)
                subtract audit-p
                  from td-certified(ws-source-match, ws-day-number)
              else
                add audit-p to tv-certified(ws-source-match)
                add audit-p
                  to td-certified(ws-source-match, ws-day-number)
              end-if
            end-if
          end-if
      end-read
    end-perform.
    close audit-log.

  tally-hold-log.
    open input hold-log.
    if ws-hold-status not = "00"
      display "WARNING: hold log not available (status "
        ws-hold-status "), held P not taken off the certified figure"
    else
      move 'N' to ws-eof-flag
      perform until end-of-file
        read hold-log into hold-record
          at end
            move 'Y' to ws-eof-flag
          not at end
            if hold-busdate(1:6) = ws-report-month
              and (hold-pending or hold-released or hold-declined)
              move hold-source to ws-key-source
              move hold-busdate to ws-key-busdate
              perform find-source-day
              if ws-source-match > 0 and ws-day-number > 0
                add hold-p to tv-held(ws-source-match)
                add hold-p to td-held(ws-source-match, ws-day-number)
              end-if
            end-if
        end-read
      end-perform
      close hold-log
    end-if.

  find-source-day.
    move 0 to ws-day-number.
    if ws-key-busdate(7:2) numeric
      compute ws-day-number = function numval(ws-key-busdate(7:2))
      if ws-day-number > 31
        move 0 to ws-day-number
      end-if
    end-if.
    move 0 to ws-source-match.
    move 1 to ws-source-index.
    perform until ws-source-index > ws-source-count
      or ws-source-match > 0
      if tv-source(ws-source-index) = ws-key-source
        move ws-source-index to ws-source-match
      else
        add 1 to ws-source-index
      end-if
    end-perform.
    if ws-source-match = 0
      if ws-source-count >= ws-source-limit
        display "WARNING: source table full, entries for "
          ws-key-source " not tied"
      else
        add 1 to ws-source-count
        move ws-source-count to ws-source-match
        initialize src-entry(ws-source-match)
        move ws-key-source to tv-source(ws-source-match)
      end-if
    end-if.
    if ws-source-match > 0 and ws-day-number > 0
      move 'Y' to td-active(ws-source-match, ws-day-number)
    end-if.

  print-source-statements.
    move 1 to ws-source-index.
    perform until ws-source-index > ws-source-count
      perform print-one-source
      add 1 to ws-source-index
    end-perform.
    if ws-source-count = 0
      move spaces to report-line
      string "NOTHING CERTIFIED OR BILLED FOR " delimited by size
        ws-report-month delimited by size
        into report-line
      end-string
      write report-line
    end-if.

  print-one-source.
    move spaces to report-line.
    write report-line.

    move spaces to report-line.
    string "SOURCE " delimited by size
      tv-source(ws-source-index) delimited by size
      into report-line
    end-string.
    write report-line.

    perform print-column-headings.

    move 1 to ws-day-index.
    perform until ws-day-index > 31
      if td-active(ws-source-index, ws-day-index) = 'Y'
        move td-certified(ws-source-index, ws-day-index)
          to ws-fig-certified
        move td-held(ws-source-index, ws-day-index) to ws-fig-held
        move td-extracted(ws-source-index, ws-day-index)
          to ws-fig-extracted
        move td-confirmed(ws-source-index, ws-day-index)
          to ws-fig-confirmed
        move td-pending(ws-source-index, ws-day-index)
          to ws-fig-pending
        move td-mismatched(ws-source-index, ws-day-index)
          to ws-fig-mismatched
        move ws-day-index to ws-day-edit
        move spaces to ws-fig-label
        string ws-report-month delimited by size
          ws-day-edit delimited by size
          into ws-fig-label
        end-string
        add 1 to ws-line-count
        perform judge-figures
        perform print-figure-lines
      end-if
      add 1 to ws-day-index
    end-perform.

    move tv-certified(ws-source-index) to ws-fig-certified.
    move tv-held(ws-source-index) to ws-fig-held.
    move tv-extracted(ws-source-index) to ws-fig-extracted.
    move tv-confirmed(ws-source-index) to ws-fig-confirmed.
    move tv-pending(ws-source-index) to ws-fig-pending.
    move tv-mismatched(ws-source-index) to ws-fig-mismatched.
    move "MONTH" to ws-fig-label.
    perform judge-figures.
    perform print-figure-lines.

    add tv-certified(ws-source-index) to ws-all-certified.
    add tv-held(ws-source-index) to ws-all-held.
    add tv-extracted(ws-source-index) to ws-all-extracted.
    add tv-confirmed(ws-source-index) to ws-all-confirmed.
    add tv-pending(ws-source-index) to ws-all-pending.
    add tv-mismatched(ws-source-index) to ws-all-mismatched.

  print-column-headings.
    move spaces to report-line.
    move "  BUSDATE" to report-line.
    move "CERTIFIED (AUDITLOG)" to report-line(31:20).
    move "HELD (HOLDLOG)" to report-line(77:14).
    move "EXTRACTED (INTFHIST)" to report-line(111:20).
    write report-line.
    move spaces to report-line.
    move "ACKNOWLEDGED: CONFIRMED" to report-line(28:23).
    move "PENDING" to report-line(84:7).
    move "MISMATCHED" to report-line(121:10).
    write report-line.

  judge-figures.
    move 'Y' to ws-line-flag.
    compute ws-billable = ws-fig-certified - ws-fig-held.
    if ws-billable not = ws-fig-extracted
      or ws-fig-mismatched not = 0
      or ws-fig-pending not = 0
      move 'N' to ws-line-flag
    end-if.

  print-figure-lines.
    move ws-fig-certified to ws-edit-1.
    move ws-fig-held to ws-edit-2.
    move ws-fig-extracted to ws-edit-3.
    move spaces to report-line.
    string "  " delimited by size
      ws-fig-label delimited by size
      "  " delimited by size
      ws-edit-1 delimited by size
      "  " delimited by size
      ws-edit-2 delimited by size
      "  " delimited by size
      ws-edit-3 delimited by size
      into report-line
    end-string.
    if not line-ties
      move "**" to report-line(131:2)
    end-if.
    write report-line.
    move ws-fig-confirmed to ws-edit-1.
    move ws-fig-pending to ws-edit-2.
    move ws-fig-mismatched to ws-edit-3.
    move spaces to report-line.
    string "            " delimited by size
      ws-edit-1 delimited by size
      "  " delimited by size
      ws-edit-2 delimited by size
      "  " delimited by size
      ws-edit-3 delimited by size
      into report-line
    end-string.
    write report-line.

  print-exceptions.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    string "EXCEPTIONS (LINES MARKED ** ABOVE)" delimited by size
      into report-line
    end-string.
    write report-line.
    move 1 to ws-source-index.
    perform until ws-source-index > ws-source-count
      move 1 to ws-day-index
      perform until ws-day-index > 31
        if td-active(ws-source-index, ws-day-index) = 'Y'
          perform list-day-exceptions
        end-if
        add 1 to ws-day-index
      end-perform
      add 1 to ws-source-index
    end-perform.
    if ws-tie-fail-count = 0 and ws-unacked-count = 0
      move spaces to report-line
      string "  NONE - EVERY SOURCE AND BUSINESS DATE TIES"
        delimited by size into report-line
      end-string
      write report-line
    end-if.
    if ws-untransmitted-count > 0
      move ws-untransmitted-count to ws-count-edit
      move spaces to report-line
      string "  NOTE: " delimited by size
        function trim(ws-count-edit) delimited by size
        " RUN(S) ON THE EXTRACT HISTORY NEVER REACHED THE"
        delimited by size
        " TRANSMISSION LEDGER - NOT COUNTED AS EXTRACTED"
        delimited by size
        into report-line
      end-string
      write report-line
    end-if.
    if ws-void-count > 0
      move ws-void-count to ws-count-edit
      move spaces to report-line
      string "  NOTE: " delimited by size
        function trim(ws-count-edit) delimited by size
        " RUN(S) VOIDED BY BACKOUT - NOT COUNTED AS EXTRACTED"
        delimited by size
        into report-line
      end-string
      write report-line
    end-if.

  list-day-exceptions.
    move ws-day-index to ws-day-edit.
    compute ws-difference =
      td-certified(ws-source-index, ws-day-index)
      - td-held(ws-source-index, ws-day-index)
      - td-extracted(ws-source-index, ws-day-index).
    if ws-difference not = 0
      add 1 to ws-tie-fail-count
      move ws-difference to ws-edit-1
      move spaces to report-line
      string "  " delimited by size
        tv-source(ws-source-index) delimited by size
        "  " delimited by size
        ws-report-month delimited by size
        ws-day-edit delimited by size
        "  CERTIFIED LESS HELD DOES NOT TIE TO EXTRACT, DIFFERENCE "
        delimited by size
        function trim(ws-edit-1) delimited by size
        into report-line
      end-string
      write report-line
    end-if.
    if td-mismatched(ws-source-index, ws-day-index) not = 0
      add 1 to ws-tie-fail-count
      move td-mismatched(ws-source-index, ws-day-index) to ws-edit-1
      move spaces to report-line
      string "  " delimited by size
        tv-source(ws-source-index) delimited by size
        "  " delimited by size
        ws-report-month delimited by size
        ws-day-edit delimited by size
        "  BILLING ACKNOWLEDGMENT MISMATCHED, P " delimited by size
        function trim(ws-edit-1) delimited by size
        into report-line
      end-string
      write report-line
    end-if.
    if td-pending(ws-source-index, ws-day-index) not = 0
      add 1 to ws-unacked-count
      move td-pending(ws-source-index, ws-day-index) to ws-edit-1
      move spaces to report-line
      string "  " delimited by size
        tv-source(ws-source-index) delimited by size
        "  " delimited by size
        ws-report-month delimited by size
        ws-day-edit delimited by size
        "  NOT YET ACKNOWLEDGED BY BILLING, P " delimited by size
        function trim(ws-edit-1) delimited by size
        into report-line
      end-string
      write report-line
    end-if.

  print-month-totals.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    string "ALL SOURCES" delimited by size into report-line
    end-string.
    write report-line.
    perform print-column-headings.
    move ws-all-certified to ws-fig-certified.
    move ws-all-held to ws-fig-held.
    move ws-all-extracted to ws-fig-extracted.
    move ws-all-confirmed to ws-fig-confirmed.
    move ws-all-pending to ws-fig-pending.
    move ws-all-mismatched to ws-fig-mismatched.
    move "MONTH" to ws-fig-label.
    perform judge-figures.
    perform print-figure-lines.

    move spaces to report-line.
    write report-line.
    move ws-line-count to ws-count-edit.
    move spaces to report-line.
    string "STATEMENT LINES:          " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.
    move ws-tie-fail-count to ws-count-edit.
    move spaces to report-line.
    string "TIE EXCEPTIONS:           " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.
    move ws-unacked-count to ws-count-edit.
    move spaces to report-line.
    string "ACK EXCEPTIONS:           " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

  print-report-headers.
    move spaces to report-line.
    string "RUSSIAN PEASANT MULTIPLICATION - BILLING TIE-OUT STATEMENT"
      delimited by size into report-line
    end-string.
    write report-line.

    move spaces to report-line.
    string "RUN DATE: " delimited by size
      ws-run-date(1:8) delimited by size
      "   REPORT MONTH: " delimited by size
      ws-report-month delimited by size
      into report-line
    end-string.
    write report-line.

    move spaces to report-line.
    string "A LINE TIES WHEN CERTIFIED LESS HELD EQUALS EXTRACTED"
      delimited by size
      " AND ALL EXTRACTED P IS CONFIRMED BY BILLING" delimited by size
      into report-line
    end-string.
    write report-line.
