*> INTFHIST - record layout for the billing extract history
*> ledger (INTFHIST), appended by ITERATIVE with a copy of every
*> interface record (INTFREC) it writes to INTFOUT, prefixed by the
*> run ID that wrote it. INTFOUT is rewritten every run and cleared
*> by the transmission job after pickup; this ledger keeps each
*> run's extract exactly as it left - header, details in sequence,
*> subtotals and trailer - so INTFRSND can rebuild and resend it.
    01 intf-history-record.
      05 hist-run-id    pic x(14).
      05 hist-interface pic x(220).
