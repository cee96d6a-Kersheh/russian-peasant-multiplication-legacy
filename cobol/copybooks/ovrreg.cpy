*> OVRREG - record layout for the override authorization register
*> (OVRREG), an indexed dataset keyed on the dataset name,
*> business date and cycle a run is keyed on in RUNCTL, plus a
*> sequence number so one cycle can carry more than one
*> authorization over time. A run that finds its cycle already
*> closed on RUNCTL is only let through with OVERRIDE when this
*> register holds an approved ("A"), unconsumed authorization for
*> the same dataset/business date/cycle whose OVR-EXPIRY
*> (YYYYMMDD, last day it may be used) has not passed. OVRMNT
*> raises a request ("R") with the requester's ID, change ticket,
*> reason and expiry, and a supervisor other than the requester
*> approves it ("A"); a request nobody approves simply expires.
*> ITERATIVE (batch and resubmit modes) and BATSPLIT consume an
*> authorization ("C") when they honor OVERRIDE with it, stamping
*> the run ID, the mode that used it (OVR-USED-BY) and the time;
*> an authorization is good for one run only. OVRRPT reports the
*> register monthly.
    01 override-record.
      05 ovr-key.
        10 ovr-dataset    pic x(100).
        10 ovr-busdate    pic x(8).
        10 ovr-cycle      pic x(2).
        10 ovr-seq        pic 9(2).
      05 ovr-status       pic x.
        88 ovr-requested  value "R".
        88 ovr-approved   value "A".
        88 ovr-consumed   value "C".
      05 ovr-requester    pic x(8).
      05 ovr-approver     pic x(8).
      05 ovr-ticket       pic x(12).
      05 ovr-reason       pic x(40).
      05 ovr-expiry       pic x(8).
      05 ovr-requested-ts pic x(21).
      05 ovr-approved-ts  pic x(21).
      05 ovr-consumed-ts  pic x(21).
      05 ovr-run-id       pic x(14).
      05 ovr-used-by      pic x(8).
