*> (AUDITLOG), written by ITERATIVE and read back by the reporting
*> and inquiry programs. AUDIT-RUN-ID ties each entry to the
*> run-control ledger entry (RUNCTL) for the run that produced it.
*> AUDIT-SOURCE/AUDIT-BUSDATE are the source envelope the entry
*> was computed for and AUDIT-SEQ its billing extract sequence
*> number (INTF-SEQ), zero for entries that never went to the
*> extract (command-line, TABLE and DIVCHECK entries).
*> AUDIT-ENTRY-TYPE "C" (or space on entries older than the
*> field) is a computed product; "V" is a reversal posted by a
*> batch reversal record, carrying the reversed product's P and
*> pointing back at the original entry through
*> AUDIT-REF-RUN-ID/AUDIT-REF-SEQ. Totals over the log subtract
*> reversal entries.
    01 audit-record.
      05 audit-m          pic 9(18).
      05 audit-n          pic 9(18).
      05 audit-p          pic 9(36).
      05 audit-timestamp  pic x(21).
      05 audit-run-id     pic x(14).
      05 audit-source     pic x(8).
      05 audit-busdate    pic x(8).
      05 audit-seq        pic 9(8).
      05 audit-entry-type pic x.
        88 audit-computed value "C" " ".
        88 audit-reversal value "V".
      05 audit-ref-run-id pic x(14).
      05 audit-ref-seq    pic 9(8).
