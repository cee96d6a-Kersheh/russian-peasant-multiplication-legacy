*> OVRLOG - record layout for the override log (OVRLOG), appended
*> by ITERATIVE (batch and resubmit modes) and BATSPLIT every time
*> a run asks for OVERRIDE on a cycle already closed on RUNCTL.
*> OVL-MODE is the mode that asked (BATCH, RESUBMIT or SPLIT),
*> OVL-PRIOR-RUN-ID the run whose closing entry blocked the
*> cycle. OVL-OUTCOME "U" means the override was honored with
*> authorization OVL-SEQ from the override register (OVRREG) and
*> the run went ahead as OVL-RUN-ID; "N" means it was refused,
*> OVL-REASON saying why: NAUT (no approved, unconsumed,
*> unexpired authorization for the cycle) or NREG (register not
*> available). OVRRPT reports the refusals as overrides
*> attempted without authorization.
    01 override-log-record.
      05 ovl-timestamp    pic x(21).
      05 ovl-mode         pic x(8).
      05 ovl-dataset      pic x(100).
      05 ovl-busdate      pic x(8).
      05 ovl-cycle        pic x(2).
      05 ovl-outcome      pic x.
        88 ovl-used       value "U".
        88 ovl-refused    value "N".
      05 ovl-reason       pic x(4).
      05 ovl-seq          pic 9(2).
      05 ovl-run-id       pic x(14).
      05 ovl-prior-run-id pic x(14).
