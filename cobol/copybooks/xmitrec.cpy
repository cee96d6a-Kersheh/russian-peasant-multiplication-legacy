*> (XMITLOG), appended by ITERATIVE whenever a billing interface
*> trailer is written to INTFOUT. Each entry carries the run ID,
*> the batch header identity and the trailer control values
*> (detail count and signed sum of P, net of reversals) the
*> extract was transmitted with, so INTFACK can balance billing's
*> acknowledgment file against what actually left the shop even
*> after the transmission job has cleared INTFOUT. XMIT-STATUS
*> starts "P" (pending) and is flipped by INTFACK to "C"
*> (confirmed) on a matching acknowledgment or "M" (mismatched)
*> when billing's totals disagree; BACKOUT sets it "V" (void)
*> when the run is backed out, and INTFACK stops chasing an
*> acknowledgment for it.
*> XMIT-TYPE "O" (or space on entries older than the field) is
*> the run's original transmission; "R" is a resend of the same
*> run's extract posted by INTFRSND under the original run ID and
*> control values, and from then on INTFACK balances billing's
*> acknowledgment against the run's latest entry only.
    01 xmit-record.
      05 xmit-run-id    pic x(14).
      05 xmit-source    pic x(8).
      05 xmit-busdate   pic x(8).
      05 xmit-cycle     pic x(2).
      05 xmit-details   pic 9(8).
      05 xmit-sum-p     pic s9(36).
      05 xmit-timestamp pic x(21).
      05 xmit-status    pic x.
        88 xmit-pending    value "P".
        88 xmit-confirmed  value "C".
        88 xmit-mismatched value "M".
        88 xmit-void       value "V".
      05 xmit-type      pic x.
        88 xmit-original   value "O" " ".
        88 xmit-resend     value "R".
