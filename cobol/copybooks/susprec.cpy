*> record, stamped when the record falls into suspense and carried
*> unchanged through still-rejected rewrites so SUSPRPT can age
*> each open item against the 5-day service-level target.
*> SUSP-REC-TYPE "R" marks a rejected reversal record (space or
*> "D" is an ordinary detail): SUSP-REV-RUN-ID/SUSP-REV-SEQ carry
*> the original run ID and extract sequence it reverses, and a
*> reversal that validated but could not be matched carries RVNF
*> (original not found, or its M/N disagree), RVDP (original
*> already reversed) or RVHD (original still on high-value hold,
*> or declined, and so never billed) in SUSP-M-REASON.
*> SUSP-HDR-SOURCE is the source system from the envelope header.
    01 suspense-record.
      05 susp-m        pic x(18).
      05 susp-n        pic x(18).
      05 susp-m-reason pic x(4).
      05 susp-n-reason pic x(4).
      05 susp-busdate  pic x(8).
      05 susp-rec-type pic x.
        88 susp-reversal value "R".
      05 susp-rev-run-id pic x(14).
      05 susp-rev-seq    pic x(8).
      05 susp-hdr-source pic x(8).
