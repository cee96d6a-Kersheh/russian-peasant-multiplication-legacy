*> INTFREC - record layout for the downstream results interface
*> dataset (INTFOUT) written by ITERATIVE's batch step for the
*> billing system, and in the same format by its resubmit step
*> for the suspense corrections it matches off. One header per
*> run (run ID plus the first batch header's source/business
*> date/cycle), one detail per input detail record pairing its
*> run-wide sequence number with M, N, computed P and an
*> accepted/rejected/overflow/reversed disposition, one subtotal
*> per source envelope (the envelope's own counts and sum of P,
*> for billing to tie out each source in a consolidated run), and
*> one trailer carrying the record counts and sum-of-P control
*> total across all sources for the receiving system to balance
*> against. A reversed detail ("V") carries the P being taken
*> back and names the original run ID and extract sequence in
*> INTF-REF-RUN-ID/INTF-REF-SEQ; its P is SUBTRACTED from the
*> subtotal and trailer sums of P, which are signed so an
*> envelope of reversals alone can net negative.
*> A correction envelope (header source "RESUBMIT", cycle "RS")
*> carries on each detail the suspense item's original source
*> dataset, record number and business date in
*> INTF-ORIG-SOURCE/INTF-ORIG-RECNUM/INTF-ORIG-BUSDATE (spaces
*> and zero on nightly details) so billing can slot the late
*> item into the right day, and one subtotal per original source
*> system and business date (INTF-SUB-BUSDATE).
*> A held detail ("H") is a product above its source's hold
*> threshold, waiting on HOLDLOG for supervisor release: its P is
*> shown but NOT added to the sums of P; the subtotal and trailer
*> carry the held count and held P separately
*> (INTF-SUB-HELD/INTF-SUB-HELD-P, INTF-TRL-HELD/INTF-TRL-HELD-P).
*> Released items are billed later in a release envelope (header
*> source "RELEASE", cycle "RL") as accepted details naming the
*> run and sequence that held them in INTF-REF-RUN-ID/INTF-REF-SEQ.
    01 interface-record.
      05 intf-rec-type pic x.
        88 intf-header-rec   value "H".
        88 intf-detail-rec   value "D".
        88 intf-subtotal-rec value "S".
        88 intf-trailer-rec  value "T".
      05 intf-data pic x(219).
      05 intf-detail redefines intf-data.
        10 intf-seq         pic 9(8).
        10 intf-m           pic x(18).
          88 intf-accepted  value "A".
          88 intf-rejected  value "R".
          88 intf-overflowed value "O".
          88 intf-reversed  value "V".
          88 intf-held      value "H".
        10 intf-ref-run-id  pic x(14).
        10 intf-ref-seq     pic 9(8).
        10 intf-orig-source  pic x(100).
        10 intf-orig-recnum  pic 9(8).
        10 intf-orig-busdate pic x(8).
      05 intf-header redefines intf-data.
        10 intf-hdr-run-id  pic x(14).
        10 intf-hdr-source  pic x(8).
        10 intf-hdr-busdate pic x(8).
        10 intf-hdr-cycle   pic x(2).
        10 filler           pic x(187).
      05 intf-subtotal redefines intf-data.
        10 intf-sub-source   pic x(8).
        10 intf-sub-accepted pic 9(8).
        10 intf-sub-rejected pic 9(8).
        10 intf-sub-overflow pic 9(8).
        10 intf-sub-details  pic 9(8).
        10 intf-sub-sum-p    pic s9(36).
        10 intf-sub-reversed pic 9(8).
        10 intf-sub-busdate  pic x(8).
        10 intf-sub-held     pic 9(8).
        10 intf-sub-held-p   pic 9(36).
        10 filler            pic x(83).
      05 intf-trailer redefines intf-data.
        10 intf-trl-accepted pic 9(8).
        10 intf-trl-rejected pic 9(8).
        10 intf-trl-overflow pic 9(8).
        10 intf-trl-details  pic 9(8).
        10 intf-trl-sum-p    pic s9(36).
        10 intf-trl-reversed pic 9(8).
        10 intf-trl-held     pic 9(8).
        10 intf-trl-held-p   pic 9(36).
        10 filler            pic x(99).
