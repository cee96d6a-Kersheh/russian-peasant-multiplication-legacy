*> ACKREC - record layout for the acknowledgment file billing
*> sends back after loading a transmitted interface extract
*> (INTFOUT). One record per loaded run: the run ID from the
*> extract header plus the detail count and signed sum-of-P
*> control total (net of reversals) billing actually loaded, for
*> INTFACK to balance against the transmission ledger (XMITLOG)
*> and the RUNCTL closing entry.
    01 ack-record.
      05 ack-run-id  pic x(14).
      05 ack-details pic 9(8).
      05 ack-sum-p   pic s9(36).
