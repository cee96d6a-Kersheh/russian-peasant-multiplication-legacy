*> Stream merge for the split nightly run. Puts the streams BATSPLIT
*> dealt out (and ITERATIVE processed concurrently in stream mode)
*> back together as the one run named on the split control dataset
*> (SPLITCTL). Every stream in use is verified first: its extract
*> (INTFS1-INTFS4) must carry this run's ID, end in a trailer that
*> balances against its details, and hold a subtotal for each of
*> its envelopes, and its audit, hold, suspense and statistics
*> outputs (AUDITS1-4, HOLDS1-4, SUSPS1-4, STATS1-4) must be there.
*> If any stream fails - abended, refused an envelope, failed its
*> controls, or left a stale extract from another night - the whole
*> merge is held: INTFOUT is emptied so billing never gets a
*> partial night, nothing is posted to the live ledgers, and the
*> run is closed on RUNCTL with CC 12, so the cycle can be rerun
*> once the failed stream has been rerun. Otherwise one INTFOUT is
*> built: one header for the run, every stream's details with the
*> stream sequence renumbered run-wide (stream sequence - stream
*> base + run base from SPLITCTL, so each detail gets the number a
*> single consolidated run would have given it), every per-source
*> subtotal as the streams wrote it, and one trailer balancing
*> across all sources, with the extract history (INTFHIST) and one
*> transmission ledger entry (XMITLOG) as a single run writes them.
*> The stream audit and hold entries are appended to the live audit
*> log and hold log with their sequences renumbered the same way,
*> the stream suspense items to the live suspense file with their
*> source dataset and record number restored to the consolidated
*> input's, and the stream statistics to the statistics ledger.
*> The run's one closing entry goes to RUNCTL. A run already
*> merged, or backed out, is refused. The report (MRGRPT) shows
*> each stream's verification and the merged totals. Ends CC 16
*> when SPLITCTL is missing, CC 12 when refused or held, CC 8 when
*> any detail was rejected, CC 0 for a clean merge.
identification division.
  program-id. batmerge.

environment division.
  input-output section.
    file-control.
      select split-control assign to "SPLITCTL"
        organization line sequential
        file status is ws-split-status.
      select stream-extract assign to dynamic ws-stream-ddname
        organization line sequential
        file status is ws-stream-status.
      select stream-audit assign to dynamic ws-stream-ddname
        organization line sequential
        file status is ws-stream-status.
      select stream-hold assign to dynamic ws-stream-ddname
        organization line sequential
        file status is ws-stream-status.
      select stream-suspense assign to dynamic ws-stream-ddname
        organization line sequential
        file status is ws-stream-status.
      select stream-stats assign to dynamic ws-stream-ddname
        organization line sequential
        file status is ws-stream-status.
      select interface-file assign to "INTFOUT"
        organization line sequential
        file status is ws-intf-status.
      select intf-history assign to "INTFHIST"
        organization line sequential
        file status is ws-intfhist-status.
      select transmission-log assign to "XMITLOG"
        organization line sequential
        file status is ws-xmit-status.
      select run-control assign to "RUNCTL"
        organization line sequential
        file status is ws-runctl-status.
      select audit-log assign to "AUDITLOG"
        organization line sequential
        file status is ws-audit-status.
      select hold-log assign to "HOLDLOG"
        organization line sequential
        file status is ws-hold-status.
      select suspense-file assign to "SUSPOUT"
        organization line sequential
        file status is ws-suspense-status.
      select statistics-log assign to "STATLOG"
        organization line sequential
        file status is ws-stat-status.
      select report-out assign to "MRGRPT"
        organization line sequential.

data division.
  file section.
    fd split-control.
      01 split-control-buffer pic x(146).
    fd stream-extract.
      01 stream-extract-buffer pic x(220).
    fd stream-audit.
      01 stream-audit-buffer pic x(154).
    fd stream-hold.
      01 stream-hold-buffer pic x(217).
    fd stream-suspense.
      01 stream-suspense-buffer pic x(191).
    fd stream-stats.
      01 stream-stats-buffer pic x(91).
    fd interface-file.
      01 interface-out-buffer pic x(220).
    fd intf-history.
      01 intf-history-buffer pic x(234).
    fd transmission-log.
      01 transmission-log-buffer pic x(99).
    fd run-control.
      01 run-control-buffer pic x(280).
    fd audit-log.
      01 audit-log-buffer pic x(154).
    fd hold-log.
      01 hold-log-buffer pic x(217).
    fd suspense-file.
      01 suspense-out-buffer pic x(191).
    fd statistics-log.
      01 statistics-log-buffer pic x(91).
    fd report-out.
      01 report-line pic x(132).
  working-storage section.
    copy splitctl.
    copy intfrec.
    copy intfhist.
    copy xmitrec.
    copy runctl.
    copy auditrec.
    copy holdrec.
    copy susprec.
    copy statrec.

    77 ws-split-status    pic x(2).
    77 ws-stream-status   pic x(2).
    77 ws-intf-status     pic x(2).
    77 ws-intfhist-status pic x(2).
    77 ws-xmit-status     pic x(2).
    77 ws-runctl-status   pic x(2).
    77 ws-audit-status    pic x(2).
    77 ws-hold-status     pic x(2).
    77 ws-suspense-status pic x(2).
    77 ws-stat-status     pic x(2).
    77 ws-eof-flag        pic x value 'N'.
      88 end-of-file     value 'Y'.
    77 ws-intfhist-open-flag pic x value 'N'.
      88 intf-history-open value 'Y'.
    77 ws-run-date        pic x(21).
    77 ws-stream-ddname   pic x(8).

    77 ws-run-id          pic x(14).
    77 ws-input-name      pic x(100).
    77 ws-run-busdate     pic x(8).
    77 ws-run-cycle       pic x(2).
    77 ws-split-records   pic 9(8) value 0.
    77 ws-split-details   pic 9(8) value 0.
    77 ws-streams-used    pic 9 value 0.
    77 ws-refusal-message pic x(80) value spaces.
    77 ws-merged-flag     pic x value 'N'.
      88 already-merged   value 'Y'.
    77 ws-backed-out-flag pic x value 'N'.
      88 already-backed-out value 'Y'.
    77 ws-held-flag       pic x value 'N'.
      88 merge-held       value 'Y'.

    01 envelope-table.
      05 envelope-entry occurs 500.
        10 et-source      pic x(8).
        10 et-stream      pic 9.
        10 et-orig-rec    pic 9(8).
        10 et-stream-rec  pic 9(8).
        10 et-records     pic 9(8).
        10 et-details     pic 9(8).
        10 et-run-base    pic 9(8).
        10 et-stream-base pic 9(8).
        10 et-ordinal     pic 9(4).
    77 ws-env-count       pic 9(4) value 0.
    77 ws-env-limit       pic 9(4) value 500.
    77 ws-env-index       pic 9(4).
    77 ws-env-match       pic 9(4).
    77 ws-env-current     pic 9(4).
    77 ws-sub-seen        pic 9(4).

    01 stream-table.
      05 stream-entry occurs 4.
        10 sm-envelopes   pic 9(4).
        10 sm-details     pic 9(8).
        10 sm-accepted    pic 9(8).
        10 sm-rejected    pic 9(8).
        10 sm-overflow    pic 9(8).
        10 sm-reversed    pic 9(8).
        10 sm-extract-details pic 9(8).
        10 sm-sum-p       pic s9(36).
        10 sm-held        pic 9(8).
        10 sm-held-p      pic 9(36).
        10 sm-problem     pic x(60).
    77 ws-stream-index    pic 9.

    77 ws-local-seq       pic 9(8).
    77 ws-run-seq         pic 9(8).
    77 ws-local-recnum    pic 9(8).
    77 ws-chk-details     pic 9(8).
    77 ws-chk-subtotals   pic 9(4).
    77 ws-chk-sum-wide    pic s9(38).
    77 ws-chk-held-wide   pic 9(38).
    77 ws-chk-header-flag pic x.
      88 chk-header-ok    value 'Y'.
    77 ws-chk-trailer-flag pic x.
      88 chk-trailer-found value 'Y'.
    77 ws-chk-range-flag  pic x.
      88 chk-out-of-range value 'Y'.

    77 ws-mrg-accepted    pic 9(8) value 0.
    77 ws-mrg-rejected    pic 9(8) value 0.
    77 ws-mrg-overflow    pic 9(8) value 0.
    77 ws-mrg-reversed    pic 9(8) value 0.
    77 ws-mrg-details     pic 9(8) value 0.
    77 ws-mrg-sum-p       pic s9(36) value 0.
    77 ws-mrg-held        pic 9(8) value 0.
    77 ws-mrg-held-p      pic 9(36) value 0.
    77 ws-sum-wide        pic s9(38).
    77 ws-held-wide       pic 9(38).
    77 ws-carried-count   pic 9(8) value 0.
    77 ws-audit-posted    pic 9(8) value 0.
    77 ws-hold-posted     pic 9(8) value 0.
    77 ws-susp-posted     pic 9(8) value 0.
    77 ws-stat-posted     pic 9(8) value 0.
    77 ws-unmapped-count  pic 9(8) value 0.
    77 ws-merge-cc        pic 9(4) value 0.

    77 ws-count-edit      pic z(7)9.
    77 ws-det-edit        pic z(7)9.
    77 ws-rej-edit        pic z(7)9.
    77 ws-held-edit       pic z(7)9.
    77 ws-env-edit        pic z(3)9.
    77 ws-sum-edit        pic -(36)9.
    77 ws-p-edit          pic z(35)9.

procedure division.
  move function current-date to ws-run-date.

  perform load-split-control.
  perform scan-run-control.

  evaluate true
    when already-backed-out
      move "RUN HAS BEEN BACKED OUT" to ws-refusal-message
    when already-merged
      move "RUN HAS ALREADY BEEN MERGED" to ws-refusal-message
  end-evaluate.

  open output report-out.
  perform print-report-headers.

  if ws-refusal-message not = spaces
    move spaces to report-line
    string "MERGE REFUSED: " delimited by size
      ws-refusal-message delimited by size
      into report-line
    end-string
    write report-line
    close report-out
    display "MERGE REFUSED FOR RUN " ws-run-id ": "
      function trim(ws-refusal-message)
    move 12 to return-code
    stop run
  end-if.

  move 1 to ws-stream-index.
  perform until ws-stream-index > ws-streams-used
    if sm-envelopes(ws-stream-index) > 0
      perform verify-stream
    end-if
    add 1 to ws-stream-index
  end-perform.
  perform print-stream-lines.

  if merge-held
    perform hold-merge
  else
    perform build-merged-extract
    perform post-stream-ledgers
    if ws-mrg-rejected > 0
      move 8 to ws-merge-cc
    end-if
    perform write-run-closing
    perform print-summary
  end-if.
  close report-out.

  if merge-held
    display "MERGE HELD FOR RUN " ws-run-id
      ": A STREAM FAILED - NOTHING RELEASED TO BILLING"
  else
    display "BATMERGE COMPLETE: RUN " ws-run-id ", "
      ws-mrg-details " EXTRACT DETAIL(S), " ws-mrg-rejected
      " REJECTED, " ws-mrg-held " HELD, " ws-carried-count
      " DEFERRED TO CARRYOVER"
  end-if.
  move ws-merge-cc to return-code.
  stop run.

  load-split-control.
    open input split-control.
    if ws-split-status not = "00"
      display "ERROR: unable to open split control (status "
        ws-split-status ")"
      move 16 to return-code
      stop run
    end-if.
    move spaces to split-control-record.
    read split-control into split-control-record
      at end
        continue
    end-read.
    if not split-header-rec
      display "ERROR: split control has no header record"
        " - BATSPLIT has not run"
      close split-control
      move 16 to return-code
      stop run
    end-if.
    move split-run-id to ws-run-id.
    move split-input-name to ws-input-name.
    move split-busdate to ws-run-busdate.
    move split-cycle to ws-run-cycle.
    move split-streams to ws-streams-used.
    move split-records to ws-split-records.
    move split-details to ws-split-details.
    move 1 to ws-stream-index.
    perform until ws-stream-index > 4
      initialize stream-entry(ws-stream-index)
      add 1 to ws-stream-index
    end-perform.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read split-control into split-control-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          if split-envelope-rec and ws-env-count < ws-env-limit
            add 1 to ws-env-count
            move split-env-source to et-source(ws-env-count)
            move split-env-stream to et-stream(ws-env-count)
            move split-env-orig-rec to et-orig-rec(ws-env-count)
            move split-env-stream-rec to et-stream-rec(ws-env-count)
            move split-env-records to et-records(ws-env-count)
            move split-env-details to et-details(ws-env-count)
            move split-env-run-base to et-run-base(ws-env-count)
            move split-env-stream-base
              to et-stream-base(ws-env-count)
            move split-env-stream to ws-stream-index
            add 1 to sm-envelopes(ws-stream-index)
            move sm-envelopes(ws-stream-index)
              to et-ordinal(ws-env-count)
            add split-env-details to sm-details(ws-stream-index)
          end-if
      end-read
    end-perform.
    close split-control.

  scan-run-control.
    open input run-control.
    if ws-runctl-status = "00"
      move 'N' to ws-eof-flag
      perform until end-of-file
        read run-control into run-control-record
          at end
            move 'Y' to ws-eof-flag
          not at end
            if rc-run-id = ws-run-id
              if rc-closing and rc-condition-code < 12
                move 'Y' to ws-merged-flag
              end-if
              if rc-backout
                move 'Y' to ws-backed-out-flag
              end-if
            end-if
        end-read
      end-perform
      close run-control
    end-if.

  verify-stream.
    move spaces to sm-problem(ws-stream-index).
    move 0 to ws-chk-details.
    move 0 to ws-chk-subtotals.
    move 0 to ws-chk-sum-wide.
    move 0 to ws-chk-held-wide.
    move 'N' to ws-chk-header-flag.
    move 'N' to ws-chk-trailer-flag.
    move 'N' to ws-chk-range-flag.
    move spaces to ws-stream-ddname.
    string "INTFS" ws-stream-index delimited by size
      into ws-stream-ddname
    end-string.
    open input stream-extract.
    if ws-stream-status not = "00"
      string "EXTRACT NOT AVAILABLE (STATUS " delimited by size
        ws-stream-status delimited by size
        ")" delimited by size
        into sm-problem(ws-stream-index)
      end-string
    else
      move 'N' to ws-eof-flag
      perform until end-of-file
        read stream-extract into interface-record
          at end
            move 'Y' to ws-eof-flag
          not at end
            perform check-stream-record
        end-read
      end-perform
      close stream-extract
      perform judge-stream-extract
    end-if.
    if sm-problem(ws-stream-index) = spaces
      perform check-stream-ledgers
    end-if.
    if sm-problem(ws-stream-index) not = spaces
      move 'Y' to ws-held-flag
    end-if.

  check-stream-record.
    evaluate true
      when intf-header-rec
        if intf-hdr-run-id = ws-run-id
          move 'Y' to ws-chk-header-flag
        end-if
      when intf-detail-rec
        add 1 to ws-chk-details
        move intf-seq to ws-local-seq
        perform find-stream-envelope
        if ws-env-match = 0
          move 'Y' to ws-chk-range-flag
        end-if
        evaluate true
          when intf-reversed
            compute ws-chk-sum-wide = ws-chk-sum-wide - intf-p
          when intf-accepted or intf-overflowed
            compute ws-chk-sum-wide = ws-chk-sum-wide + intf-p
          when intf-held
            compute ws-chk-held-wide = ws-chk-held-wide + intf-p
        end-evaluate
      when intf-subtotal-rec
        add 1 to ws-chk-subtotals
      when intf-trailer-rec
        move 'Y' to ws-chk-trailer-flag
        move intf-trl-accepted to sm-accepted(ws-stream-index)
        move intf-trl-rejected to sm-rejected(ws-stream-index)
        move intf-trl-overflow to sm-overflow(ws-stream-index)
        move intf-trl-reversed to sm-reversed(ws-stream-index)
        move intf-trl-details to sm-extract-details(ws-stream-index)
        move intf-trl-sum-p to sm-sum-p(ws-stream-index)
        move intf-trl-held to sm-held(ws-stream-index)
        move intf-trl-held-p to sm-held-p(ws-stream-index)
    end-evaluate.

  judge-stream-extract.
    evaluate true
      when not chk-header-ok
        string "EXTRACT IS NOT FROM RUN " delimited by size
          ws-run-id delimited by size
          " - STREAM HAS NOT RUN" delimited by size
          into sm-problem(ws-stream-index)
        end-string
      when not chk-trailer-found
        move "NO EXTRACT TRAILER - STREAM FAILED OR DID NOT FINISH"
          to sm-problem(ws-stream-index)
      when ws-chk-details not = sm-extract-details(ws-stream-index)
        move "EXTRACT DETAILS DO NOT AGREE WITH ITS TRAILER COUNT"
          to sm-problem(ws-stream-index)
      when ws-chk-sum-wide not = sm-sum-p(ws-stream-index)
        move "EXTRACT DETAILS DO NOT AGREE WITH ITS TRAILER SUM OF P"
          to sm-problem(ws-stream-index)
      when ws-chk-held-wide not = sm-held-p(ws-stream-index)
        move "EXTRACT DETAILS DO NOT AGREE WITH ITS TRAILER HELD P"
          to sm-problem(ws-stream-index)
      when ws-chk-subtotals not = sm-envelopes(ws-stream-index)
        move "EXTRACT IS MISSING AN ENVELOPE SUBTOTAL"
          to sm-problem(ws-stream-index)
      when chk-out-of-range
        move "EXTRACT SEQUENCE OUTSIDE THE STREAM'S ENVELOPES"
          to sm-problem(ws-stream-index)
    end-evaluate.

  check-stream-ledgers.
    move spaces to ws-stream-ddname.
    string "AUDITS" ws-stream-index delimited by size
      into ws-stream-ddname
    end-string.
    open input stream-audit.
    if ws-stream-status = "00"
      close stream-audit
      move spaces to ws-stream-ddname
      string "HOLDS" ws-stream-index delimited by size
        into ws-stream-ddname
      end-string
      open input stream-hold
    end-if.
    if ws-stream-status = "00"
      close stream-hold
      move spaces to ws-stream-ddname
      string "SUSPS" ws-stream-index delimited by size
        into ws-stream-ddname
      end-string
      open input stream-suspense
    end-if.
    if ws-stream-status = "00"
      close stream-suspense
      move spaces to ws-stream-ddname
      string "STATS" ws-stream-index delimited by size
        into ws-stream-ddname
      end-string
      open input stream-stats
    end-if.
    if ws-stream-status = "00"
      close stream-stats
    else
      string function trim(ws-stream-ddname) delimited by size
        " NOT AVAILABLE (STATUS " delimited by size
        ws-stream-status delimited by size
        ")" delimited by size
        into sm-problem(ws-stream-index)
      end-string
    end-if.

  find-stream-envelope.
    move 0 to ws-env-match.
    move 1 to ws-env-index.
    perform until ws-env-index > ws-env-count
      or ws-env-match > 0
      if et-stream(ws-env-index) = ws-stream-index
        and ws-local-seq > et-stream-base(ws-env-index)
        and ws-local-seq <=
          et-stream-base(ws-env-index) + et-details(ws-env-index)
        move ws-env-index to ws-env-match
      else
        add 1 to ws-env-index
      end-if
    end-perform.

  find-stream-record.
    move 0 to ws-env-match.
    move 1 to ws-env-index.
    perform until ws-env-index > ws-env-count
      or ws-env-match > 0
      if et-stream(ws-env-index) = ws-stream-index
        and ws-local-recnum >= et-stream-rec(ws-env-index)
        and ws-local-recnum <
          et-stream-rec(ws-env-index) + et-records(ws-env-index)
        move ws-env-index to ws-env-match
      else
        add 1 to ws-env-index
      end-if
    end-perform.

  renumber-sequence.
    perform find-stream-envelope.
    if ws-env-match > 0
      compute ws-run-seq = ws-local-seq
        - et-stream-base(ws-env-match) + et-run-base(ws-env-match)
    else
      move ws-local-seq to ws-run-seq
      add 1 to ws-unmapped-count
    end-if.

  hold-merge.
    move 12 to ws-merge-cc.
    open output interface-file.
    close interface-file.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    string "MERGE HELD: A STREAM FAILED VERIFICATION - INTFOUT EMPTIED,"
      delimited by size
      " NOTHING POSTED TO THE LIVE LEDGERS" delimited by size
      into report-line
    end-string.
    write report-line.
    move spaces to report-line.
    string "RERUN THE FAILED STREAM(S), THEN THIS MERGE" delimited by size
      into report-line
    end-string.
    write report-line.
    perform write-run-closing.

  build-merged-extract.
    open output interface-file.
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
    move spaces to interface-record.
    move "H" to intf-rec-type.
    move ws-run-id to intf-hdr-run-id.
    move et-source(1) to intf-hdr-source.
    move ws-run-busdate to intf-hdr-busdate.
    move ws-run-cycle to intf-hdr-cycle.
    perform write-intf-record.
    move 1 to ws-env-current.
    perform until ws-env-current > ws-env-count
      perform copy-envelope-extract
      add 1 to ws-env-current
    end-perform.
    move 1 to ws-stream-index.
    perform until ws-stream-index > ws-streams-used
      if sm-envelopes(ws-stream-index) > 0
        perform add-stream-totals
      end-if
      add 1 to ws-stream-index
    end-perform.
    compute ws-carried-count = ws-split-details - ws-mrg-details.
    move spaces to interface-record.
    move "T" to intf-rec-type.
    move ws-mrg-accepted to intf-trl-accepted.
    move ws-mrg-rejected to intf-trl-rejected.
    move ws-mrg-overflow to intf-trl-overflow.
    move ws-mrg-details to intf-trl-details.
    move ws-mrg-sum-p to intf-trl-sum-p.
    move ws-mrg-reversed to intf-trl-reversed.
    move ws-mrg-held to intf-trl-held.
    move ws-mrg-held-p to intf-trl-held-p.
    perform write-intf-record.
    close interface-file.
    if intf-history-open
      close intf-history
    end-if.
    perform write-transmission-log.

  copy-envelope-extract.
    move et-stream(ws-env-current) to ws-stream-index.
    move spaces to ws-stream-ddname.
    string "INTFS" ws-stream-index delimited by size
      into ws-stream-ddname
    end-string.
    open input stream-extract.
    move 0 to ws-sub-seen.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read stream-extract into interface-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          evaluate true
            when intf-detail-rec
              if intf-seq > et-stream-base(ws-env-current)
                and intf-seq <= et-stream-base(ws-env-current)
                  + et-details(ws-env-current)
                compute intf-seq = intf-seq
                  - et-stream-base(ws-env-current)
                  + et-run-base(ws-env-current)
                perform write-intf-record
              end-if
            when intf-subtotal-rec
              add 1 to ws-sub-seen
              if ws-sub-seen = et-ordinal(ws-env-current)
                perform write-intf-record
                move 'Y' to ws-eof-flag
              end-if
          end-evaluate
      end-read
    end-perform.
    close stream-extract.

  add-stream-totals.
    add sm-accepted(ws-stream-index) to ws-mrg-accepted.
    add sm-rejected(ws-stream-index) to ws-mrg-rejected.
    add sm-overflow(ws-stream-index) to ws-mrg-overflow.
    add sm-reversed(ws-stream-index) to ws-mrg-reversed.
    add sm-extract-details(ws-stream-index) to ws-mrg-details.
    add sm-held(ws-stream-index) to ws-mrg-held.
    compute ws-held-wide = ws-mrg-held-p + sm-held-p(ws-stream-index).
    move ws-held-wide to ws-mrg-held-p.
    compute ws-sum-wide = ws-mrg-sum-p + sm-sum-p(ws-stream-index).
    if ws-sum-wide > 999999999999999999999999999999999999
      or ws-sum-wide < -999999999999999999999999999999999999
      display "WARNING: run sum of P overflowed, "
        "control total truncated"
    end-if.
    move ws-sum-wide to ws-mrg-sum-p.

  write-intf-record.
    write interface-out-buffer from interface-record.
    if intf-history-open
      move ws-run-id to hist-run-id
      move interface-record to hist-interface
      write intf-history-buffer from intf-history-record
    end-if.

  write-transmission-log.
    open extend transmission-log.
    if ws-xmit-status = "35"
      open output transmission-log
    end-if.
    if ws-xmit-status not = "00"
      display "WARNING: transmission log not available (status "
        ws-xmit-status "), extract cannot be acknowledged"
    else
      move ws-run-id to xmit-run-id
      move et-source(1) to xmit-source
      move ws-run-busdate to xmit-busdate
      move ws-run-cycle to xmit-cycle
      move ws-mrg-details to xmit-details
      move ws-mrg-sum-p to xmit-sum-p
      move function current-date to xmit-timestamp
      move "P" to xmit-status
      move "O" to xmit-type
      write transmission-log-buffer from xmit-record
      close transmission-log
    end-if.

  post-stream-ledgers.
    open extend audit-log.
    if ws-audit-status = "35"
      open output audit-log
    end-if.
    open extend hold-log.
    if ws-hold-status = "35"
      open output hold-log
    end-if.
    open extend suspense-file.
    if ws-suspense-status = "35"
      open output suspense-file
    end-if.
    open extend statistics-log.
    if ws-stat-status = "35"
      open output statistics-log
    end-if.
    move 1 to ws-stream-index.
    perform until ws-stream-index > ws-streams-used
      if sm-envelopes(ws-stream-index) > 0
        perform post-stream-audit
        perform post-stream-holds
        perform post-stream-suspense
        perform post-stream-stats
      end-if
      add 1 to ws-stream-index
    end-perform.
    close audit-log.
    close hold-log.
    close suspense-file.
    close statistics-log.
    if ws-unmapped-count > 0
      display "WARNING: " ws-unmapped-count " stream entry(s) outside"
        " the split envelopes posted with their stream numbering"
    end-if.

  post-stream-audit.
    move spaces to ws-stream-ddname.
    string "AUDITS" ws-stream-index delimited by size
      into ws-stream-ddname
    end-string.
    open input stream-audit.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read stream-audit into audit-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          if audit-run-id = ws-run-id and audit-seq numeric
            move audit-seq to ws-local-seq
            perform renumber-sequence
            move ws-run-seq to audit-seq
          end-if
          write audit-log-buffer from audit-record
          add 1 to ws-audit-posted
      end-read
    end-perform.
    close stream-audit.

  post-stream-holds.
    move spaces to ws-stream-ddname.
    string "HOLDS" ws-stream-index delimited by size
      into ws-stream-ddname
    end-string.
    open input stream-hold.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read stream-hold into hold-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          if hold-run-id = ws-run-id
            move hold-seq to ws-local-seq
            perform renumber-sequence
            move ws-run-seq to hold-seq
          end-if
          write hold-log-buffer from hold-record
          add 1 to ws-hold-posted
      end-read
    end-perform.
    close stream-hold.

  post-stream-suspense.
    move spaces to ws-stream-ddname.
    string "SUSPS" ws-stream-index delimited by size
      into ws-stream-ddname
    end-string.
    open input stream-suspense.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read stream-suspense into suspense-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          move susp-recnum to ws-local-recnum
          perform find-stream-record
          if ws-env-match > 0
            move ws-input-name to susp-source
            compute susp-recnum = ws-local-recnum
              - et-stream-rec(ws-env-match) + et-orig-rec(ws-env-match)
          else
            add 1 to ws-unmapped-count
          end-if
          write suspense-out-buffer from suspense-record
          add 1 to ws-susp-posted
      end-read
    end-perform.
    close stream-suspense.

  post-stream-stats.
    move spaces to ws-stream-ddname.
    string "STATS" ws-stream-index delimited by size
      into ws-stream-ddname
    end-string.
    open input stream-stats.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read stream-stats into stat-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          write statistics-log-buffer from stat-record
          add 1 to ws-stat-posted
      end-read
    end-perform.
    close stream-stats.

  write-run-closing.
    open extend run-control.
    if ws-runctl-status = "35"
      open output run-control
    end-if.
    move ws-run-id to rc-run-id.
    move "C" to rc-entry-type.
    move ws-input-name to rc-filename.
    move ws-run-busdate to rc-busdate.
    move ws-run-cycle to rc-cycle.
    move function current-date to rc-timestamp.
    move ws-split-records to rc-record-count.
    move ws-mrg-rejected to rc-rejected-count.
    move ws-merge-cc to rc-condition-code.
    move ws-mrg-held to rc-held-count.
    move ws-mrg-held-p to rc-held-p.
    move spaces to rc-override.
    write run-control-buffer from run-control-record.
    close run-control.

  print-report-headers.
    move spaces to report-line.
    string "RUSSIAN PEASANT MULTIPLICATION - STREAM MERGE REPORT"
      delimited by size into report-line
    end-string.
    write report-line.

    move spaces to report-line.
    string "RUN DATE: " delimited by size
      ws-run-date(1:8) delimited by size
      "          RUN ID: " delimited by size
      ws-run-id delimited by size
      "          DATASET: " delimited by size
      function trim(ws-input-name) delimited by size
      into report-line
    end-string.
    write report-line.

    move spaces to report-line.
    string "BUSINESS DATE: " delimited by size
      ws-run-busdate delimited by size
      "  CYCLE: " delimited by size
      ws-run-cycle delimited by size
      into report-line
    end-string.
    write report-line.

    move spaces to report-line.
    write report-line.

  print-stream-lines.
    move spaces to report-line.
    string "STREAM  ENVS   DETAILS   EXTRACT  REJECTED      HELD"
      delimited by size
      "  VERIFICATION" delimited by size
      into report-line
    end-string.
    write report-line.

    move spaces to report-line.
    write report-line.

    move 1 to ws-stream-index.
    perform until ws-stream-index > ws-streams-used
      move sm-envelopes(ws-stream-index) to ws-env-edit
      move sm-details(ws-stream-index) to ws-count-edit
      move sm-extract-details(ws-stream-index) to ws-det-edit
      move sm-rejected(ws-stream-index) to ws-rej-edit
      move sm-held(ws-stream-index) to ws-held-edit
      move spaces to report-line
      string "     " delimited by size
        ws-stream-index delimited by size
        "  " delimited by size
        ws-env-edit delimited by size
        "  " delimited by size
        ws-count-edit delimited by size
        "  " delimited by size
        ws-det-edit delimited by size
        "  " delimited by size
        ws-rej-edit delimited by size
        "  " delimited by size
        ws-held-edit delimited by size
        "  " delimited by size
        into report-line
      end-string
      evaluate true
        when sm-envelopes(ws-stream-index) = 0
          move "NO ENVELOPES" to report-line(55:60)
        when sm-problem(ws-stream-index) = spaces
          move "OK" to report-line(55:60)
        when other
          move sm-problem(ws-stream-index) to report-line(55:60)
      end-evaluate
      write report-line
      add 1 to ws-stream-index
    end-perform.

  print-summary.
    move spaces to report-line.
    write report-line.

    move ws-mrg-details to ws-count-edit.
    move spaces to report-line.
    string "MERGED EXTRACT DETAILS:   " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-mrg-rejected to ws-count-edit.
    move spaces to report-line.
    string "REJECTED:                 " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-mrg-reversed to ws-count-edit.
    move spaces to report-line.
    string "REVERSED:                 " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-mrg-held to ws-count-edit.
    move ws-mrg-held-p to ws-p-edit.
    move spaces to report-line.
    string "HELD:                     " delimited by size
      ws-count-edit delimited by size
      "  P " delimited by size
      ws-p-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-carried-count to ws-count-edit.
    move spaces to report-line.
    string "DEFERRED TO CARRYOVER:    " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-mrg-sum-p to ws-sum-edit.
    move spaces to report-line.
    string "SUM OF P:  " delimited by size
      ws-sum-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move spaces to report-line.
    write report-line.

    move ws-audit-posted to ws-count-edit.
    move spaces to report-line.
    string "AUDIT ENTRIES POSTED:     " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-hold-posted to ws-count-edit.
    move spaces to report-line.
    string "HOLD ENTRIES POSTED:      " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-susp-posted to ws-count-edit.
    move spaces to report-line.
    string "SUSPENSE ITEMS POSTED:    " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-stat-posted to ws-count-edit.
    move spaces to report-line.
    string "STATISTICS POSTED:        " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.
