*> Batch split for the consolidated nightly run. Splits the
*> consolidated M/N batch dataset (the BATCHIN concatenation of
*> every source's envelopes) by source envelope into up to four
*> stream datasets (STREAM1-STREAM4), so ITERATIVE can run the
*> streams concurrently in stream mode, each with its own
*> checkpoint, suspense and ledger outputs, and BATMERGE can put
*> the night back together as one run. PARM is the batch DD name,
*> the number of streams wanted (1-4) and optionally OVERRIDE,
*> e.g. PARM='BATCHIN 4'. Envelopes are never split: the largest
*> envelopes are dealt out first, each to the stream with the
*> fewest details so far, so the streams finish close together;
*> each stream keeps its envelopes in input order. No more
*> streams are used than there are envelopes, and unused stream
*> datasets are left empty. The run ID every stream posts under is
*> assigned here: the split control dataset (SPLITCTL) carries it
*> with one entry per envelope saying where it went, and the
*> run's opening entry is written to RUNCTL now - BATMERGE writes
*> the single closing entry. The same reprocess guard as a single
*> batch run applies: a cycle already closed on RUNCTL is refused
*> unless the PARM carries OVERRIDE and the override register
*> (OVRREG) holds an approved, unused, unexpired authorization for
*> the cycle, which the split consumes and records on the RUNCTL
*> opening entry; every OVERRIDE attempt, honored or refused, is
*> logged to OVRLOG. A dataset whose envelope
*> structure is broken (BATCHEDT should already have stopped it)
*> is refused without splitting. The report (SPLTRPT) lists every
*> envelope and its stream, and each stream's totals. Ends CC 16
*> for a bad PARM or unreadable input, CC 12 when refused, CC 0
*> when split.
identification division.
  program-id. batsplit.

environment division.
  input-output section.
    file-control.
      select batch-input assign to dynamic ws-batch-filename
        organization line sequential
        file status is ws-batch-status.
      select stream-one assign to "STREAM1"
        organization line sequential.
      select stream-two assign to "STREAM2"
        organization line sequential.
      select stream-three assign to "STREAM3"
        organization line sequential.
      select stream-four assign to "STREAM4"
        organization line sequential.
      select split-control assign to "SPLITCTL"
        organization line sequential.
      select run-control assign to "RUNCTL"
        organization line sequential
        file status is ws-runctl-status.
      select report-out assign to "SPLTRPT"
        organization line sequential.
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
    fd batch-input.
      copy batchrec.
    fd stream-one.
      01 stream-one-buffer pic x(60).
    fd stream-two.
      01 stream-two-buffer pic x(60).
    fd stream-three.
      01 stream-three-buffer pic x(60).
    fd stream-four.
      01 stream-four-buffer pic x(60).
    fd split-control.
      01 split-control-buffer pic x(146).
    fd run-control.
      01 run-control-buffer pic x(280).
    fd report-out.
      01 report-line pic x(132).
    fd override-register.
      copy ovrreg.
    fd override-log.
      01 override-log-buffer pic x(174).
  working-storage section.
    copy splitctl.
    copy runctl.
    copy ovrlog.

    77 ws-batch-filename pic x(100).
    77 ws-batch-status   pic x(2).
    77 ws-runctl-status  pic x(2).
    77 ws-eof-flag       pic x value 'N'.
      88 end-of-batch    value 'Y'.
    77 ws-runctl-eof-flag pic x value 'N'.
      88 end-of-runctl   value 'Y'.
    77 ws-run-date       pic x(21).
    77 ws-run-id         pic x(14).

    77 ws-streams-buffer pic x(32) value spaces.
    77 ws-override-buffer pic x(32) value spaces.
    77 ws-streams-wanted pic 9 value 0.
    77 ws-streams-used   pic 9 value 0.
    77 ws-refusal-message pic x(80) value spaces.

    77 ws-header-seen-flag pic x value 'N'.
      88 header-seen       value 'Y'.
    77 ws-structure-bad-flag pic x value 'N'.
      88 batch-structure-bad value 'Y'.
    77 ws-record-count   pic 9(8) value 0.
    77 ws-total-details  pic 9(8) value 0.
    77 ws-prior-complete-flag pic x value 'N'.
      88 prior-run-complete   value 'Y'.
    77 ws-prior-run-id   pic x(14).
    77 ws-runctl-name    pic x(100).
    77 ws-runctl-busdate pic x(8).
    77 ws-runctl-cycle   pic x(2).
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

    77 ws-ovrreg-status  pic x(2).
    77 ws-ovrlog-status  pic x(2).
    77 ws-ovr-dataset    pic x(100).
    77 ws-ovr-busdate    pic x(8).
    77 ws-ovr-cycle      pic x(2).
    77 ws-ovr-mode       pic x(8) value "SPLIT".
    77 ws-ovr-granted-flag pic x value 'N'.
      88 override-granted  value 'Y'.
    77 ws-ovr-eof-flag   pic x value 'N'.
      88 end-of-overrides value 'Y'.
    77 ws-ovr-reason-code pic x(4).
    77 ws-ovr-seq        pic 9(2).
    77 ws-ovr-requester  pic x(8).
    77 ws-ovr-approver   pic x(8).
    77 ws-ovr-ticket     pic x(12).
    77 ws-ovr-reason     pic x(40).

    01 envelope-table.
      05 envelope-entry occurs 500.
        10 et-source     pic x(8).
        10 et-busdate    pic x(8).
        10 et-cycle      pic x(2).
        10 et-orig-rec   pic 9(8).
        10 et-records    pic 9(8).
        10 et-details    pic 9(8).
        10 et-stream     pic 9.
        10 et-stream-rec pic 9(8).
        10 et-run-base   pic 9(8).
        10 et-stream-base pic 9(8).
    77 ws-env-count      pic 9(4) value 0.
    77 ws-env-limit      pic 9(4) value 500.
    77 ws-env-index      pic 9(4).
    77 ws-env-pick       pic 9(4).
    77 ws-deal-count     pic 9(4).

    01 stream-table.
      05 stream-entry occurs 4.
        10 st-envelopes  pic 9(4).
        10 st-records    pic 9(8).
        10 st-details    pic 9(8).
    77 ws-stream-index   pic 9.
    77 ws-stream-pick    pic 9.
    77 ws-run-base       pic 9(8).

    77 ws-count-edit     pic z(7)9.
    77 ws-rec-edit       pic z(7)9.
    77 ws-det-edit       pic z(7)9.
    77 ws-env-edit       pic z(3)9.

procedure division.
  move function current-date to ws-run-date.
  move function current-date(1:14) to ws-run-id.

  accept ws-batch-filename from argument-value.
  accept ws-streams-buffer from argument-value.
  accept ws-override-buffer from argument-value.
  if ws-batch-filename = spaces
    or function trim(ws-streams-buffer) not numeric
    or function length(function trim(ws-streams-buffer)) not = 1
    display "ERROR: BATSPLIT PARM must be the batch DD name and a"
      " stream count of 1 to 4, got: " function trim(ws-batch-filename)
      " " function trim(ws-streams-buffer)
    move 16 to return-code
    stop run
  end-if.
  move ws-streams-buffer(1:1) to ws-streams-wanted.
  if ws-streams-wanted < 1 or ws-streams-wanted > 4
    display "ERROR: BATSPLIT stream count must be 1 to 4, got: "
      ws-streams-wanted
    move 16 to return-code
    stop run
  end-if.
  if ws-override-buffer not = spaces
    and ws-override-buffer not = "OVERRIDE"
    display "ERROR: BATSPLIT option must be OVERRIDE, got: "
      function trim(ws-override-buffer)
    move 16 to return-code
    stop run
  end-if.

  perform scan-batch-envelopes.
  if ws-env-count > 0
    move ws-batch-filename to ws-runctl-name
    move et-busdate(1) to ws-runctl-busdate
    move et-cycle(1) to ws-runctl-cycle
    perform check-run-control
  end-if.
  if prior-run-complete and ws-override-buffer = "OVERRIDE"
    and not batch-structure-bad
    move ws-batch-filename to ws-ovr-dataset
    move et-busdate(1) to ws-ovr-busdate
    move et-cycle(1) to ws-ovr-cycle
    perform check-override-authorization
  end-if.

  evaluate true
    when batch-structure-bad
      move "ENVELOPE STRUCTURE IS BROKEN - RUN BATCHEDT FOR DETAIL"
        to ws-refusal-message
    when ws-env-count = 0
      move "BATCH FILE HAS NO HEADER RECORD" to ws-refusal-message
    when prior-run-complete and ws-override-buffer not = "OVERRIDE"
      string "CYCLE ALREADY PROCESSED BY RUN " delimited by size
        ws-prior-run-id delimited by size
        " - RESUBMIT WITH OVERRIDE" delimited by size
        into ws-refusal-message
      end-string
    when prior-run-complete and not override-granted
      string "OVERRIDE NOT AUTHORIZED ON OVRREG - CYCLE CLOSED BY RUN "
        delimited by size
        ws-prior-run-id delimited by size
        into ws-refusal-message
      end-string
  end-evaluate.

  open output report-out.
  perform print-report-headers.

  if ws-refusal-message not = spaces
    move spaces to report-line
    string "SPLIT REFUSED: " delimited by size
      ws-refusal-message delimited by size
      into report-line
    end-string
    write report-line
    close report-out
    display "SPLIT REFUSED FOR " function trim(ws-batch-filename)
      ": " function trim(ws-refusal-message)
    move 12 to return-code
    stop run
  end-if.

  perform deal-envelopes.
  perform place-envelopes.
  perform write-stream-datasets.
  perform write-split-control.
  perform write-run-opening.
  perform print-envelope-detail.
  perform print-stream-summary.
  close report-out.

  display "BATSPLIT COMPLETE: RUN " ws-run-id ", " ws-record-count
    " RECORD(S), " ws-env-count " ENVELOPE(S) SPLIT ACROSS "
    ws-streams-used " STREAM(S)".
  stop run.

  scan-batch-envelopes.
    open input batch-input.
    if ws-batch-status not = "00"
      display "ERROR: unable to open batch input file "
        function trim(ws-batch-filename) " (status " ws-batch-status ")"
      move 16 to return-code
      stop run
    end-if.
    move 'N' to ws-eof-flag.
    perform until end-of-batch
      read batch-input
        at end
          move 'Y' to ws-eof-flag
        not at end
          add 1 to ws-record-count
          evaluate true
            when batch-header-rec
              perform note-envelope-header
            when batch-detail-rec or batch-reversal-rec
              perform note-envelope-detail
            when batch-trailer-rec
              perform note-envelope-trailer
            when other
              display "ERROR: unknown record type '" batch-rec-type
                "' in batch record " ws-record-count
              move 'Y' to ws-structure-bad-flag
          end-evaluate
      end-read
    end-perform.
    close batch-input.
    if header-seen
      display "ERROR: last envelope has no trailer record"
      move 'Y' to ws-structure-bad-flag
    end-if.

  note-envelope-header.
    if header-seen
      display "ERROR: duplicate header in batch record "
        ws-record-count " - prior envelope has no trailer"
      move 'Y' to ws-structure-bad-flag
    else
      if ws-env-count >= ws-env-limit
        display "ERROR: more than " ws-env-limit
          " envelopes on the batch file - cannot split"
        move 'Y' to ws-structure-bad-flag
      else
        move 'Y' to ws-header-seen-flag
        add 1 to ws-env-count
        move batch-hdr-source to et-source(ws-env-count)
        move batch-hdr-busdate to et-busdate(ws-env-count)
        move batch-hdr-cycle to et-cycle(ws-env-count)
        move ws-record-count to et-orig-rec(ws-env-count)
        move 1 to et-records(ws-env-count)
        move 0 to et-details(ws-env-count)
        move 0 to et-stream(ws-env-count)
      end-if
    end-if.

  note-envelope-detail.
    if not header-seen
      display "ERROR: detail outside an envelope in batch record "
        ws-record-count
      move 'Y' to ws-structure-bad-flag
    else
      add 1 to et-records(ws-env-count)
      add 1 to et-details(ws-env-count)
      add 1 to ws-total-details
    end-if.

  note-envelope-trailer.
    if not header-seen
      display "ERROR: trailer without header in batch record "
        ws-record-count
      move 'Y' to ws-structure-bad-flag
    else
      add 1 to et-records(ws-env-count)
      move 'N' to ws-header-seen-flag
    end-if.

  copy runchk.

  deal-envelopes.
    if ws-env-count < ws-streams-wanted
      move ws-env-count to ws-streams-used
    else
      move ws-streams-wanted to ws-streams-used
    end-if.
    move 1 to ws-stream-index.
    perform until ws-stream-index > 4
      move 0 to st-envelopes(ws-stream-index)
      move 0 to st-records(ws-stream-index)
      move 0 to st-details(ws-stream-index)
      add 1 to ws-stream-index
    end-perform.
    move 0 to ws-deal-count.
    perform until ws-deal-count >= ws-env-count
      perform pick-largest-envelope
      perform pick-lightest-stream
      move ws-stream-pick to et-stream(ws-env-pick)
      add et-details(ws-env-pick) to st-details(ws-stream-pick)
      add 1 to st-envelopes(ws-stream-pick)
      add 1 to ws-deal-count
    end-perform.

  pick-largest-envelope.
    move 0 to ws-env-pick.
    move 1 to ws-env-index.
    perform until ws-env-index > ws-env-count
      if et-stream(ws-env-index) = 0
        if ws-env-pick = 0
          move ws-env-index to ws-env-pick
        else
          if et-details(ws-env-index) > et-details(ws-env-pick)
            move ws-env-index to ws-env-pick
          end-if
        end-if
      end-if
      add 1 to ws-env-index
    end-perform.

  pick-lightest-stream.
    move 1 to ws-stream-pick.
    move 2 to ws-stream-index.
    perform until ws-stream-index > ws-streams-used
      if st-details(ws-stream-index) < st-details(ws-stream-pick)
        or (st-details(ws-stream-index) = st-details(ws-stream-pick)
        and st-envelopes(ws-stream-index) < st-envelopes(ws-stream-pick))
        move ws-stream-index to ws-stream-pick
      end-if
      add 1 to ws-stream-index
    end-perform.

  place-envelopes.
    move 1 to ws-stream-index.
    perform until ws-stream-index > 4
      move 0 to st-details(ws-stream-index)
      add 1 to ws-stream-index
    end-perform.
    move 0 to ws-run-base.
    move 1 to ws-env-index.
    perform until ws-env-index > ws-env-count
      move et-stream(ws-env-index) to ws-stream-index
      move ws-run-base to et-run-base(ws-env-index)
      compute et-stream-rec(ws-env-index) =
        st-records(ws-stream-index) + 1
      move st-details(ws-stream-index) to et-stream-base(ws-env-index)
      add et-records(ws-env-index) to st-records(ws-stream-index)
      add et-details(ws-env-index) to st-details(ws-stream-index)
      add et-details(ws-env-index) to ws-run-base
      add 1 to ws-env-index
    end-perform.

  write-stream-datasets.
    open output stream-one.
    open output stream-two.
    open output stream-three.
    open output stream-four.
    open input batch-input.
    move 'N' to ws-eof-flag.
    move 0 to ws-env-index.
    perform until end-of-batch
      read batch-input
        at end
          move 'Y' to ws-eof-flag
        not at end
          if batch-header-rec
            add 1 to ws-env-index
          end-if
          evaluate et-stream(ws-env-index)
            when 1
              write stream-one-buffer from batch-record
            when 2
              write stream-two-buffer from batch-record
            when 3
              write stream-three-buffer from batch-record
            when 4
              write stream-four-buffer from batch-record
          end-evaluate
      end-read
    end-perform.
    close batch-input.
    close stream-one.
    close stream-two.
    close stream-three.
    close stream-four.

  write-split-control.
    open output split-control.
    move spaces to split-control-record.
    move "H" to split-rec-type.
    move ws-run-id to split-run-id.
    move ws-batch-filename to split-input-name.
    move et-busdate(1) to split-busdate.
    move et-cycle(1) to split-cycle.
    move ws-streams-used to split-streams.
    move ws-env-count to split-envelopes.
    move ws-record-count to split-records.
    move ws-total-details to split-details.
    write split-control-buffer from split-control-record.
    move 1 to ws-env-index.
    perform until ws-env-index > ws-env-count
      move spaces to split-control-record
      move "E" to split-rec-type
      move ws-run-id to split-run-id
      move ws-env-index to split-env-number
      move et-stream(ws-env-index) to split-env-stream
      move et-source(ws-env-index) to split-env-source
      move et-busdate(ws-env-index) to split-env-busdate
      move et-cycle(ws-env-index) to split-env-cycle
      move et-orig-rec(ws-env-index) to split-env-orig-rec
      move et-stream-rec(ws-env-index) to split-env-stream-rec
      move et-records(ws-env-index) to split-env-records
      move et-details(ws-env-index) to split-env-details
      move et-run-base(ws-env-index) to split-env-run-base
      move et-stream-base(ws-env-index) to split-env-stream-base
      write split-control-buffer from split-control-record
      add 1 to ws-env-index
    end-perform.
    close split-control.

  write-run-opening.
    open extend run-control.
    if ws-runctl-status = "35"
      open output run-control
    end-if.
    move ws-run-id to rc-run-id.
    move "O" to rc-entry-type.
    move ws-batch-filename to rc-filename.
    move et-busdate(1) to rc-busdate.
    move et-cycle(1) to rc-cycle.
    move function current-date to rc-timestamp.
    move 0 to rc-record-count.
    move 0 to rc-rejected-count.
    move 0 to rc-condition-code.
    move 0 to rc-held-count.
    move 0 to rc-held-p.
    perform stamp-override-details.
    write run-control-buffer from run-control-record.
    close run-control.

  print-report-headers.
    move spaces to report-line.
    string "RUSSIAN PEASANT MULTIPLICATION - BATCH SPLIT REPORT"
      delimited by size into report-line
    end-string.
    write report-line.

    move spaces to report-line.
    string "RUN DATE: " delimited by size
      ws-run-date(1:8) delimited by size
      "          RUN ID: " delimited by size
      ws-run-id delimited by size
      "          DATASET: " delimited by size
      function trim(ws-batch-filename) delimited by size
      into report-line
    end-string.
    write report-line.

    if override-granted
      move spaces to report-line
      string "OVERRIDE AUTHORIZATION: " delimited by size
        ws-ovr-seq delimited by size
        "  TICKET " delimited by size
        ws-ovr-ticket delimited by size
        "  REQUESTED BY " delimited by size
        ws-ovr-requester delimited by size
        "  APPROVED BY " delimited by size
        ws-ovr-approver delimited by size
        "  REASON " delimited by size
        ws-ovr-reason delimited by size
        into report-line
      end-string
      write report-line
    end-if.

    move spaces to report-line.
    write report-line.

  print-envelope-detail.
    move spaces to report-line.
    string "ENV  SOURCE    BUSDATE  CY  FIRSTREC   RECORDS"
      delimited by size
      "   DETAILS  STREAM" delimited by size
      into report-line
    end-string.
    write report-line.

    move spaces to report-line.
    write report-line.

    move 1 to ws-env-index.
    perform until ws-env-index > ws-env-count
      move ws-env-index to ws-env-edit
      move et-orig-rec(ws-env-index) to ws-rec-edit
      move et-records(ws-env-index) to ws-count-edit
      move et-details(ws-env-index) to ws-det-edit
      move spaces to report-line
      string ws-env-edit delimited by size
        " " delimited by size
        et-source(ws-env-index) delimited by size
        "  " delimited by size
        et-busdate(ws-env-index) delimited by size
        " " delimited by size
        et-cycle(ws-env-index) delimited by size
        "  " delimited by size
        ws-rec-edit delimited by size
        "  " delimited by size
        ws-count-edit delimited by size
        "  " delimited by size
        ws-det-edit delimited by size
        "  " delimited by size
        et-stream(ws-env-index) delimited by size
        into report-line
      end-string
      write report-line
      add 1 to ws-env-index
    end-perform.

  print-stream-summary.
    move spaces to report-line.
    write report-line.

    move 1 to ws-stream-index.
    perform until ws-stream-index > ws-streams-used
      move st-envelopes(ws-stream-index) to ws-env-edit
      move st-records(ws-stream-index) to ws-rec-edit
      move st-details(ws-stream-index) to ws-count-edit
      move spaces to report-line
      string "STREAM " delimited by size
        ws-stream-index delimited by size
        ":  ENVELOPES " delimited by size
        ws-env-edit delimited by size
        "  RECORDS " delimited by size
        ws-rec-edit delimited by size
        "  DETAILS " delimited by size
        ws-count-edit delimited by size
        into report-line
      end-string
      write report-line
      add 1 to ws-stream-index
    end-perform.

    move ws-record-count to ws-rec-edit.
    move ws-total-details to ws-count-edit.
    move ws-env-count to ws-env-edit.
    move spaces to report-line.
    string "TOTAL:     ENVELOPES " delimited by size
      ws-env-edit delimited by size
      "  RECORDS " delimited by size
      ws-rec-edit delimited by size
      "  DETAILS " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

  copy ovrchk.
