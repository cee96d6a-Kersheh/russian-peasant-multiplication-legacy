*> HOLDREC - record layout for the high-value hold log (HOLDLOG),
*> appended by ITERATIVE's batch step for every computed detail
*> whose P is above its source's registered hold threshold
*> (SR-HOLD-THRESHOLD). The detail is audited as computed but is
*> written to the extract as held ("H") instead of accepted, and
*> waits here for a supervisor. HOLD-RUN-ID/HOLD-SEQ are the run
*> and extract sequence that held it. HOLD-STATUS starts "H"
*> (held); the HOLDREL screen sets it "A" (released) or "D"
*> (declined) with the approver's ID, reason and a timestamp;
*> ITERATIVE's release step bills released items in their own
*> extract envelope and sets them "B" (billed) with the release
*> run's ID in HOLD-RELEASE-RUN-ID; BACKOUT sets the held items
*> of a backed-out run "X" (cancelled).
    01 hold-record.
      05 hold-run-id      pic x(14).
      05 hold-seq         pic 9(8).
      05 hold-source      pic x(8).
      05 hold-busdate     pic x(8).
      05 hold-cycle       pic x(2).
      05 hold-m           pic 9(18).
      05 hold-n           pic 9(18).
      05 hold-p           pic 9(36).
      05 hold-timestamp   pic x(21).
      05 hold-status      pic x.
        88 hold-pending   value "H".
        88 hold-released  value "A".
        88 hold-declined  value "D".
        88 hold-billed    value "B".
        88 hold-cancelled value "X".
      05 hold-approver    pic x(8).
      05 hold-reason      pic x(40).
      05 hold-decided-ts  pic x(21).
      05 hold-release-run-id pic x(14).
