*> Reconciliation check for Russian Peasant Multiplication:
*> re-runs the ITER/CALC doubling algorithm for each M/N pair in a
*> batch file and compares it against a direct COMPUTE multiply,
*> flagging any pair where the two disagree. Reversal records are
*> checked the same way, their M/N netted out of the trailer
*> hash totals.
identification division.
  program-id. reconcile.

    fd batch-input.
      copy batchrec.
    fd suspense-file.
      01 suspense-out-buffer pic x(191).
  working-storage section.
    copy multrec.
    copy susprec.
    77 ws-orig-n          pic 9(18).
    77 ws-batch-filename  pic x(100).
    77 ws-batch-busdate   pic x(8) value spaces.
    77 ws-batch-source    pic x(8) value spaces.
    77 ws-batch-status    pic x(2).
    77 ws-eof-flag        pic x value 'N'.
      88 end-of-batch     value 'Y'.
          evaluate true
            when batch-header-rec
              perform process-batch-header
            when batch-detail-rec or batch-reversal-rec
              perform process-batch-detail
            when batch-trailer-rec
              perform process-batch-trailer
    else
      move 'Y' to ws-header-seen-flag
      move batch-hdr-busdate to ws-batch-busdate
      move batch-hdr-source to ws-batch-source
      display "BATCH HEADER: SOURCE " batch-hdr-source
        " BUSINESS DATE " batch-hdr-busdate
        " CYCLE " batch-hdr-cycle
      add 1 to ws-rejected-count
      perform write-suspense
    else
      if batch-reversal-rec
        perform net-reversal-hash-totals
      else
        perform accumulate-hash-totals
      end-if
      move m to ws-orig-m
      move n to ws-orig-n

    compute ws-hash-wide = ws-hash-n + n.
    move ws-hash-wide to ws-hash-n.

  net-reversal-hash-totals.
    compute ws-hash-wide = ws-hash-m + 1000000000000000000 - m.
    move ws-hash-wide to ws-hash-m.
    compute ws-hash-wide = ws-hash-n + 1000000000000000000 - n.
    move ws-hash-wide to ws-hash-n.

  process-batch-trailer.
    if trailer-seen
      display "ERROR: duplicate trailer in batch record "
