*> routine ones, and only routine details are eligible for
*> carryover when the batch-window cutoff is reached. Any other
*> value (including the spaces older source systems send) is
*> routine. A reversal record ("R") takes back a product already
*> certified on a prior run's billing extract: it carries the M/N
*> being reversed in the same positions as a detail, plus the
*> original run ID and extract sequence number (INTF-SEQ) it
*> reverses. Reversals count as details in the trailer count,
*> and their M/N are SUBTRACTED from the hash totals (modulo
*> 10**18), so the trailer hashes net the reversals out.
    01 batch-record.
      05 batch-rec-type pic x.
        88 batch-header-rec  value "H".
        88 batch-detail-rec  value "D".
        88 batch-trailer-rec value "T".
        88 batch-reversal-rec value "R".
      05 batch-data pic x(59).
      05 batch-detail redefines batch-data.
        10 batch-m        pic x(18).
        10 batch-n        pic x(18).
        10 batch-priority pic x.
          88 express-detail value "E".
        10 filler         pic x(22).
      05 batch-header redefines batch-data.
        10 batch-hdr-source  pic x(8).
        10 batch-hdr-busdate pic x(8).
        10 batch-hdr-cycle   pic x(2).
        10 filler            pic x(41).
      05 batch-trailer redefines batch-data.
        10 batch-trl-count  pic 9(8).
        10 batch-trl-hash-m pic 9(18).
        10 batch-trl-hash-n pic 9(18).
        10 filler           pic x(15).
      05 batch-reversal redefines batch-data.
        10 filler           pic x(37).
        10 batch-rev-run-id pic x(14).
        10 batch-rev-seq    pic x(8).
