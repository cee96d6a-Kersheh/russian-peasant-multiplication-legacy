*> and page-number advance, breaks on the AUDIT-TIMESTAMP date with
*> per-day subtotal lines, repeats REPORT's grand totals, then
*> flags suspicious entries (zero operands, results at the
*> PIC 9(36) ceiling) in an exceptions section. Reversal entries
*> are marked REVERSAL on their detail line and their P is
*> subtracted from the day and grand sums of P; the minimum and
*> maximum are taken over computed entries only.
identification division.
  program-id. detailrpt.

      88 overflow-detected value 'Y'.

    77 ws-record-count  pic 9(8)  value 0.
    77 ws-sum-p         pic s9(36) value 0.
    77 ws-min-p         pic 9(36) value 0.
    77 ws-max-p         pic 9(36) value 0.
    77 ws-sum-wide      pic s9(38).
    77 ws-computed-count pic 9(8) value 0.

    77 ws-current-day   pic x(8) value spaces.
    77 ws-day-count     pic 9(8)  value 0.
    77 ws-day-sum       pic s9(36) value 0.

    77 ws-exception-count pic 9(8) value 0.
    77 ws-exception-note  pic x(20).

    77 ws-count-edit    pic z(7)9.
    77 ws-page-edit     pic z(3)9.
    77 ws-sum-edit      pic -(36)9.
    77 ws-min-edit      pic z(35)9.
    77 ws-max-edit      pic z(35)9.
    77 ws-m-edit        pic z(17)9.
      audit-timestamp delimited by size
      into report-line
    end-string.
    if audit-reversal
      move "REVERSAL" to report-line(103:8)
    end-if.
    write report-line.
    add 1 to ws-line-count.


  accumulate-totals.
    add 1 to ws-record-count.
    if audit-reversal
      compute ws-sum-wide = ws-sum-p - audit-p
    else
      compute ws-sum-wide = ws-sum-p + audit-p
    end-if.
    if ws-sum-wide > 999999999999999999999999999999999999
      or ws-sum-wide < -999999999999999999999999999999999999
      move 'Y' to ws-overflow-flag
    end-if.
    move ws-sum-wide to ws-sum-p.

    add 1 to ws-day-count.
    if audit-reversal
      compute ws-sum-wide = ws-day-sum - audit-p
    else
      compute ws-sum-wide = ws-day-sum + audit-p
    end-if.
    if ws-sum-wide > 999999999999999999999999999999999999
      or ws-sum-wide < -999999999999999999999999999999999999
      move 'Y' to ws-overflow-flag
    end-if.
    move ws-sum-wide to ws-day-sum.

    if audit-computed
      add 1 to ws-computed-count
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

