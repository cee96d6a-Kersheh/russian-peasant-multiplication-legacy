*> service-level target is listed individually so the supervisor
*> can chase the owning source system. Subtotals are printed by
*> SUSP-SOURCE and by validation reason code
*> (SUSP-M-REASON/SUSP-N-REASON), including the RVNF/RVDP/RVHD
*> codes carried by reversals that could not be matched. Records
*> written before the business-date stamp was added carry spaces
*> and are counted in an UNDATED bucket. Ends CC 4 when any item
*> is over the service-level target, CC 0 otherwise.
identification division.
  program-id. susprpt.

data division.
  file section.
    fd suspense-input.
      01 suspense-in-buffer pic x(191).
    fd report-out.
      01 report-line pic x(132).
  working-storage section.
    77 ws-source-match  pic 9(4).

    01 reason-table.
      05 reason-entry occurs 7.
        10 rn-code  pic x(4).
        10 rn-desc  pic x(16).
        10 rn-count pic 9(8).
    move "NOT AN INTEGER"  to rn-desc(3).
    move "LEN"  to rn-code(4).
    move "TOO MANY DIGITS" to rn-desc(4).
    move "RVNF" to rn-code(5).
    move "ORIG NOT FOUND"  to rn-desc(5).
    move "RVDP" to rn-code(6).
    move "ALREADY REVERSED" to rn-desc(6).
    move "RVHD" to rn-code(7).
    move "ORIG ON HOLD"    to rn-desc(7).
    move 1 to ws-reason-index.
    perform until ws-reason-index > 7
      move 0 to rn-count(ws-reason-index)
      add 1 to ws-reason-index
    end-perform.
  tally-reason-code.
    if ws-reason-code not = spaces
      move 1 to ws-reason-index
      perform until ws-reason-index > 7
        if rn-code(ws-reason-index) = ws-reason-code
          add 1 to rn-count(ws-reason-index)
        end-if
    write report-line.

    move 1 to ws-reason-index.
    perform until ws-reason-index > 7
      move rn-count(ws-reason-index) to ws-count-edit
      move spaces to report-line
      string "  " delimited by size
