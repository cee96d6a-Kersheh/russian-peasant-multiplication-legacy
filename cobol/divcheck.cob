      display "NOTE: quotient exceeds the audit layout, record "
        ws-record-count " not audited"
    else
      move spaces to audit-record
      move ws-orig-m to audit-m
      move div-quotient to audit-n
      move ws-p-value to audit-p
      move function current-date to audit-timestamp
      move ws-run-id to audit-run-id
      move 0 to audit-seq
      move "C" to audit-entry-type
      move 0 to audit-ref-seq
      write audit-record
    end-if.

