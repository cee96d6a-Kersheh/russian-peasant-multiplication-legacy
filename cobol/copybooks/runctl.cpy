*> entry for the same dataset, business date and cycle marks that
*> cycle as processed and blocks reprocessing unless the run is
*> resubmitted with OVERRIDE; the next cycle's file carries a new
*> business date/cycle and is not blocked. BACKOUT appends a
*> backout entry ("B") for a run it has unwound, carrying the
*> run's dataset/business date/cycle, the audit entries removed
*> (RC-RECORD-COUNT) and the backout's own condition code; a
*> backout entry for the run whose closing entry blocked a cycle
*> unblocks it, so the cycle reruns cleanly without OVERRIDE.
*> RC-HELD-COUNT/RC-HELD-P on a closing entry are the details the
*> run put on high-value hold (HOLDLOG) and their total P.
*> RC-OVERRIDE on an opening entry carries the override register
*> (OVRREG) authorization the run was let through with when it
*> reprocessed a closed cycle under OVERRIDE - its sequence,
*> requester, approving supervisor, change ticket and reason;
*> spaces on every other entry.
    01 run-control-record.
      05 rc-run-id         pic x(14).
      05 rc-entry-type     pic x.
        88 rc-opening      value "O".
        88 rc-closing      value "C".
        88 rc-backout      value "B".
      05 rc-filename       pic x(100).
      05 rc-busdate        pic x(8).
      05 rc-cycle          pic x(2).
      05 rc-record-count   pic 9(8).
      05 rc-rejected-count pic 9(8).
      05 rc-condition-code pic 9(4).
      05 rc-held-count     pic 9(8).
      05 rc-held-p         pic 9(36).
      05 rc-override.
        10 rc-ovr-seq       pic x(2).
        10 rc-ovr-requester pic x(8).
        10 rc-ovr-approver  pic x(8).
        10 rc-ovr-ticket    pic x(12).
        10 rc-ovr-reason    pic x(40).
