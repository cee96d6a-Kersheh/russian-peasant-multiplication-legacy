*> are checked on the spot with the same VALIDATE-ARG edits the
*> batch will apply - a value that still fails is rejected at the
*> screen with the VALIDATE message line instead of coming back
*> STILL REJECTED the next morning. A rejected reversal also
*> shows the original run ID and extract sequence it names, and
*> the clerk may key a replacement reference (14-digit run ID,
*> non-zero sequence) when the source quoted the wrong original;
*> its RVNF/RVDP/RVHD code reads in words like the VALIDATE codes
*> and is cleared once the record is corrected, so the resubmit
*> retries the match. SAVE AND EXIT writes the full
*> corrected dataset to SUSPFIX, ready to be fed to the IRESUB
*> job as its SUSPIN.
identification division.
data division.
  file section.
    fd suspense-input.
      01 suspense-in-buffer pic x(191).
    fd suspense-fixed.
      01 suspense-fixed-buffer pic x(191).
  working-storage section.
    copy multrec.
    copy batchrec.
      88 batch-record-bad    value "BAD".

    01 suspense-table.
      05 suspense-entry occurs 500 pic x(191).
    77 ws-rec-count      pic 9(4) value 0.
    77 ws-rec-limit      pic 9(4) value 500.
    77 ws-rec-index      pic 9(4) value 1.
    77 ws-scr-n-reason   pic x(26) value spaces.
    77 ws-scr-new-m      pic x(32) value spaces.
    77 ws-scr-new-n      pic x(32) value spaces.
    77 ws-scr-reference  pic x(40) value spaces.
    77 ws-scr-new-run    pic x(14) value spaces.
    77 ws-scr-new-seq    pic x(8) value spaces.
    77 ws-seq-work       pic 9(8).
    77 ws-scr-message    pic x(75) value spaces.
    77 ws-scr-action     pic x value space.
    77 ws-index-edit     pic z(3)9.
      05 line 5 column 18 pic x(8) from ws-scr-recnum.
      05 line 6 column 5 value "IN SUSP . :".
      05 line 6 column 18 pic x(8) from ws-scr-busdate.
      05 line 7 column 5 value "REVERSES  :".
      05 line 7 column 18 pic x(40) from ws-scr-reference.
      05 line 8 column 5 value "M . . . . :".
      05 line 8 column 18 pic x(18) from ws-scr-cur-m.
      05 line 8 column 40 pic x(26) from ws-scr-m-reason.
      05 line 11 column 18 pic x(32) using ws-scr-new-m.
      05 line 12 column 5 value "NEW N . . :".
      05 line 12 column 18 pic x(32) using ws-scr-new-n.
      05 line 13 column 5 value "NEW REF . :".
      05 line 13 column 18 pic x(14) using ws-scr-new-run.
      05 line 13 column 34 pic x(8) using ws-scr-new-seq.
      05 line 13 column 44 value "(REVERSALS: RUN ID, SEQUENCE)".
      05 line 14 column 5 pic x(75) from ws-scr-message.
      05 line 16 column 5
        value "ACTION (ENTER=APPLY, N=NEXT, B=BACK, X=SAVE AND EXIT):".
    move susp-source(1:60) to ws-scr-source.
    move susp-recnum to ws-scr-recnum.
    move susp-busdate to ws-scr-busdate.
    perform show-reference.
    move susp-m to ws-scr-cur-m.
    move susp-n to ws-scr-cur-n.
    move susp-m-reason to ws-reason-work.
    move ws-reason-text to ws-scr-n-reason.
    move spaces to ws-scr-new-m.
    move spaces to ws-scr-new-n.
    move spaces to ws-scr-new-run.
    move spaces to ws-scr-new-seq.

  show-reference.
    move spaces to ws-scr-reference.
    if susp-reversal
      string "RUN " delimited by size
        susp-rev-run-id delimited by size
        " SEQUENCE " delimited by size
        susp-rev-seq delimited by size
        into ws-scr-reference
      end-string
    end-if.

  describe-reason.
    evaluate ws-reason-work
        move "DEC - NOT AN INTEGER" to ws-reason-text
      when "LEN"
        move "LEN - TOO MANY DIGITS" to ws-reason-text
      when "RVNF"
        move "RVNF - ORIGINAL NOT FOUND" to ws-reason-text
      when "RVDP"
        move "RVDP - ALREADY REVERSED" to ws-reason-text
      when "RVHD"
        move "RVHD - ORIGINAL ON HOLD" to ws-reason-text
      when spaces
        move "OK" to ws-reason-text
      when other
      else
        move function trim(ws-check-buffer) to susp-n
        move ws-check-reason to susp-n-reason
        perform edit-new-reference
        if check-bad
          move ws-check-message to ws-scr-message
        else
          move suspense-record to suspense-entry(ws-rec-index)
          add 1 to ws-corrected-count
          move "RECORD UPDATED - PASSES ALL EDITS" to ws-scr-message
          perform refresh-after-apply
        end-if
      end-if
    end-if.

  edit-new-reference.
    move "OK" to ws-check-status.
    move spaces to ws-check-message.
    if ws-scr-new-run not = spaces or ws-scr-new-seq not = spaces
      if not susp-reversal
        move "BAD" to ws-check-status
        move "ERROR: a reference applies to reversal records only"
          to ws-check-message
      end-if
    end-if.
    if check-ok and ws-scr-new-run not = spaces
      if ws-scr-new-run numeric
        move ws-scr-new-run to susp-rev-run-id
      else
        move "BAD" to ws-check-status
        move "ERROR: original run ID must be 14 digits"
          to ws-check-message
      end-if
    end-if.
    if check-ok and ws-scr-new-seq not = spaces
      if function trim(ws-scr-new-seq) numeric
        compute ws-seq-work = function numval(function trim(ws-scr-new-seq))
        if ws-seq-work = 0
          move "BAD" to ws-check-status
          move "ERROR: original sequence must not be zero"
            to ws-check-message
        else
          move ws-seq-work to susp-rev-seq
        end-if
      else
        move "BAD" to ws-check-status
        move "ERROR: original sequence must be numeric"
          to ws-check-message
      end-if
    end-if.

  refresh-after-apply.
    perform show-reference.
    move susp-m to ws-scr-cur-m.
    move susp-n to ws-scr-cur-n.
    move susp-m-reason to ws-reason-work.
    move ws-reason-text to ws-scr-n-reason.
    move spaces to ws-scr-new-m.
    move spaces to ws-scr-new-n.
    move spaces to ws-scr-new-run.
    move spaces to ws-scr-new-seq.

  save-corrected-dataset.
    open output suspense-fixed.
