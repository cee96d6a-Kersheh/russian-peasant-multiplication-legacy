*> Multiplication runs, driven off the ITERATIVE audit log.
*> An optional run-ID argument scopes the totals to the audit
*> records of that single run instead of the whole log.
*> Reversal entries are counted separately and their P is
*> subtracted from the sum of P; the minimum and maximum are taken
*> over computed entries only.
identification division.
  program-id. report.

      88 overflow-detected value 'Y'.

    77 ws-record-count  pic 9(8)  value 0.
    77 ws-sum-p         pic s9(36) value 0.
    77 ws-computed-count pic 9(8) value 0.
    77 ws-reversal-count pic 9(8) value 0.
    77 ws-min-p         pic 9(36) value 0.
    77 ws-max-p         pic 9(36) value 0.
    77 ws-page-number   pic 9(4)  value 1.

    77 ws-count-edit    pic z(7)9.
    77 ws-page-edit     pic z(3)9.
    77 ws-sum-edit      pic -(36)9.
    77 ws-min-edit      pic z(35)9.
    77 ws-max-edit      pic z(35)9.
    77 ws-sum-wide      pic s9(38).

procedure division.
  accept ws-runid-filter from argument-value.

  accumulate-totals.
    add 1 to ws-record-count.
    if audit-reversal
      add 1 to ws-reversal-count
      compute ws-sum-wide = ws-sum-p - audit-p
    else
      add 1 to ws-computed-count
      compute ws-sum-wide = ws-sum-p + audit-p
    end-if.
    if ws-sum-wide > 999999999999999999999999999999999999
      or ws-sum-wide < -999999999999999999999999999999999999
      move 'Y' to ws-overflow-flag
    end-if.
    move ws-sum-wide to ws-sum-p.
    if audit-computed
      if ws-computed-count = 1
        move audit-p to ws-min-p
        move audit-p to ws-max-p
      else
        if audit-p < ws-min-p
          move audit-p to ws-min-p
        end-if
        if audit-p > ws-max-p
          move audit-p to ws-max-p
        end-if
      end-if
    end-if.

    end-string.
    write report-line.

    if ws-reversal-count > 0
      move ws-reversal-count to ws-count-edit
      move spaces to report-line
      string function trim(ws-count-edit) delimited by size
        " OF THE RECORDS ARE REVERSAL ENTRIES, THEIR P SUBTRACTED"
          delimited by size
        " FROM THE SUM OF P" delimited by size
        into report-line
      end-string
      write report-line
    end-if.

    if overflow-detected
      move spaces to report-line
      string "WARNING: SUM OF P OVERFLOWED PIC 9(36), TOTAL MAY BE TRUNCATED"
