*> VALIDATE-BATCH-RECORD edits the batch run applies - without
*> computing a single product. Also reports duplicate valid M/N
*> detail pairs within the file, which would otherwise sail
*> through and get billed twice. Each envelope header is vetted
*> against the source registry (SRCREG): an unregistered or
*> inactive source, or an envelope carrying more details than
*> the source's registered limit, is refused, and express details
*> from a source not registered for express are reported (the
*> batch run processes them as routine). Reversal records are
*> edited like details - M/N through VALIDATE, netted out of the
*> hash totals - and must name a 14-digit original run ID and a
*> non-zero extract sequence; they are left out of the duplicate
*> pair check, since a reversal repeats its original's M/N by
*> design. Ends CC 0 on a clean file (the night proceeds), CC 4
*> when the only findings are detail or reversal validation
*> failures or downgraded express details (the batch run will
*> reject the former to suspense as usual), and
*> CC 12 on structure, trailer-control, refused-envelope or
*> duplicate-pair failures (the night stops).
identification division.
  program-id. batchedt.
        file status is ws-batch-status.
      select report-out assign to "EDTRPT"
        organization line sequential.
      select source-registry assign to "SRCREG"
        organization indexed
        access random
        record key sr-source
        file status is ws-registry-status.

data division.
  file section.
      copy batchrec.
    fd report-out.
      01 report-line pic x(132).
    fd source-registry.
      copy srcreg.
  working-storage section.
    copy multrec.

    77 ws-invalid-count    pic 9(8) value 0.
    77 ws-duplicate-count  pic 9(8) value 0.
    77 ws-total-details    pic 9(8) value 0.
    77 ws-refused-count    pic 9(8) value 0.
    77 ws-express-count    pic 9(8) value 0.
    77 ws-reversal-count   pic 9(8) value 0.

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
    77 ws-env-express-flag pic x value 'N'.
      88 env-express-allowed value 'Y'.
    77 ws-env-refused-flag pic x value 'N'.
      88 envelope-refused  value 'Y'.
    77 ws-refusal-text     pic x(32).

    01 seen-pairs.
      05 seen-entry occurs 20000.
  end-if.
  open output report-out.
  perform print-report-headers.
  perform open-source-registry.

  perform until end-of-batch
    read batch-input
            perform edit-batch-header
          when batch-detail-rec
            perform edit-batch-detail
          when batch-reversal-rec
            perform edit-batch-reversal
          when batch-trailer-rec
            perform edit-batch-trailer
          when other
    end-read
  end-perform.
  close batch-input.
  perform close-source-registry.

  if ws-envelope-count = 0
    display "ERROR: batch file has no header record"

  display "BATCHEDT COMPLETE: " ws-record-count " READ, "
    ws-envelope-count " ENVELOPE(S), " ws-invalid-count
    " INVALID DETAIL(S), " ws-duplicate-count " DUPLICATE(S), "
    ws-refused-count " REFUSED".
  if batch-structure-bad or batch-controls-bad
    or ws-duplicate-count > 0 or ws-refused-count > 0
    display "EDIT FAILURE: dataset "
      function trim(ws-batch-filename)
      " must not be processed tonight"
    move 12 to return-code
  else
    if ws-invalid-count > 0 or ws-express-count > 0
      move 4 to return-code
    end-if
  end-if.
      display "BATCH HEADER: SOURCE " batch-hdr-source
        " BUSINESS DATE " batch-hdr-busdate
        " CYCLE " batch-hdr-cycle
      move 'N' to ws-env-refused-flag
      perform check-source-registry
      if source-refused
        display function trim(ws-source-message)
        perform report-refused-envelope
      end-if
    end-if.

  edit-batch-detail.
    end-if.
    add 1 to ws-detail-count.
    add 1 to ws-total-details.
    perform check-envelope-volume.
    perform validate-batch-record.
    if batch-record-bad
      add 1 to ws-invalid-count
      compute ws-hash-wide = ws-hash-n + n
      move ws-hash-wide to ws-hash-n
      perform check-duplicate-pair
      if express-detail and not env-express-allowed
        and not envelope-refused
        add 1 to ws-express-count
        perform report-express-detail
      end-if
    end-if.

  check-envelope-volume.
    if ws-env-max-details > 0
      and ws-detail-count > ws-env-max-details
      and not envelope-refused
      display "ERROR: source " ws-batch-source
        " envelope exceeds its registered limit of "
        ws-env-max-details " details"
      move "OVER" to ws-source-reason
      perform report-refused-envelope
    end-if.

  edit-batch-reversal.
    if not header-seen
      display "ERROR: reversal outside an envelope in batch record "
        ws-record-count
      perform report-structure-error
      move 'Y' to ws-structure-bad-flag
    end-if.
    add 1 to ws-detail-count.
    add 1 to ws-total-details.
    add 1 to ws-reversal-count.
    perform check-envelope-volume.
    perform validate-batch-record.
    if batch-record-bad
      add 1 to ws-invalid-count
      perform report-invalid-detail
    else
      compute ws-hash-wide = ws-hash-m + 1000000000000000000 - m
      move ws-hash-wide to ws-hash-m
      compute ws-hash-wide = ws-hash-n + 1000000000000000000 - n
      move ws-hash-wide to ws-hash-n
      if batch-rev-run-id not numeric
        or batch-rev-seq not numeric
        or batch-rev-seq = "00000000"
        display "ERROR: reversal in batch record " ws-record-count
          " names no valid original run ID/sequence"
        add 1 to ws-invalid-count
        perform report-invalid-reversal
      end-if
    end-if.

  check-duplicate-pair.
      move 0 to ws-detail-count
      move 0 to ws-hash-m
      move 0 to ws-hash-n
      move 0 to ws-env-max-details
      move 'N' to ws-env-express-flag
      move 'N' to ws-env-refused-flag
    end-if.

  report-structure-error.
    end-string.
    write report-line.

  report-refused-envelope.
    move 'Y' to ws-env-refused-flag.
    add 1 to ws-refused-count.
    evaluate ws-source-reason
      when "UNRG"
        move "NOT IN SOURCE REGISTRY" to ws-refusal-text
      when "INAC"
        move "INACTIVE IN SOURCE REGISTRY" to ws-refusal-text
      when "NREG"
        move "SOURCE REGISTRY NOT AVAILABLE" to ws-refusal-text
      when "OVER"
        move "OVER REGISTERED DETAIL LIMIT" to ws-refusal-text
      when other
        move ws-source-reason to ws-refusal-text
    end-evaluate.
    move ws-record-count to ws-rec-edit.
    move spaces to report-line.
    string "ENVELOPE REFUSED AT RECORD " delimited by size
      function trim(ws-rec-edit) delimited by size
      " SOURCE " delimited by size
      ws-batch-source delimited by size
      ": " delimited by size
      function trim(ws-refusal-text) delimited by size
      into report-line
    end-string.
    write report-line.

  report-express-detail.
    move ws-record-count to ws-rec-edit.
    move spaces to report-line.
    string "EXPRESS NOT PERMITTED AT RECORD " delimited by size
      function trim(ws-rec-edit) delimited by size
      " SOURCE " delimited by size
      ws-batch-source delimited by size
      " - WILL BE PROCESSED AS ROUTINE" delimited by size
      into report-line
    end-string.
    write report-line.

  report-invalid-detail.
    move ws-record-count to ws-rec-edit.
    move spaces to report-line.
    end-string.
    write report-line.

  report-invalid-reversal.
    move ws-record-count to ws-rec-edit.
    move spaces to report-line.
    string "INVALID REVERSAL AT RECORD " delimited by size
      function trim(ws-rec-edit) delimited by size
      " SOURCE " delimited by size
      ws-batch-source delimited by size
      " ORIGINAL RUN '" delimited by size
      batch-rev-run-id delimited by size
      "' SEQUENCE '" delimited by size
      batch-rev-seq delimited by size
      "' - WILL REJECT TO SUSPENSE" delimited by size
      into report-line
    end-string.
    write report-line.

  report-duplicate-pair.
    display "DUPLICATE: M/N pair in batch record " ws-record-count
      " first seen in record " sp-recnum(ws-pair-match).
    end-string.
    write report-line.

    move ws-reversal-count to ws-count-edit.
    move spaces to report-line.
    string "REVERSALS READ:     " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-invalid-count to ws-count-edit.
    move spaces to report-line.
    string "INVALID DETAILS:    " delimited by size
    end-string.
    write report-line.

    move ws-refused-count to ws-count-edit.
    move spaces to report-line.
    string "REFUSED ENVELOPES:  " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-express-count to ws-count-edit.
    move spaces to report-line.
    string "EXPRESS DOWNGRADED: " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    if batch-structure-bad or batch-controls-bad
      or ws-duplicate-count > 0 or ws-refused-count > 0
      move "VERDICT: DIRTY - DO NOT PROCESS" to report-line
      write report-line
    else
          to report-line
        write report-line
      else
        if ws-express-count > 0
          move "VERDICT: PROCESSABLE - UNPERMITTED EXPRESS DETAILS RUN AS ROUTINE"
            to report-line
          write report-line
        else
          move "VERDICT: CLEAN" to report-line
          write report-line
        end-if
      end-if
    end-if.

  copy validate.

  copy srcchk.
