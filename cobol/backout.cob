*> Run backout utility. Unwinds one bad nightly run, named by its
*> run ID (PARM, the 14-digit RUNCTL run ID), across the datasets
*> the run posted to: its AUDIT-RECORD entries (AUDIT-RUN-ID) are
*> cut out of the audit log to a backout dataset (AUDBKOUT) and
*> the survivors rewritten to AUDITNEW; every results-master entry
*> the run stored for the first time (MASTER-RUN-ID) is deleted
*> from RESULTMF; the run's transmission ledger entries are set
*> void (XMITNEW) so INTFACK stops chasing an acknowledgment for
*> them; the statistics ledger entries it posted are dropped
*> (STATNEW); and the high-value holds it placed that have not
*> been billed are cancelled in the hold log (HOLDNEW) - a hold
*> a release run has already billed is left alone and warned,
*> and when the run being backed out is itself a release run
*> the items it billed go back to released, awaiting the next
*> release run. A backout entry ("B") is then appended to RUNCTL,
*> which unblocks the business date/cycle the run processed so it
*> can be rerun cleanly without OVERRIDE, unless another run that
*> closed the same cycle still stands. The report (BKOUTRPT)
*> lists everything removed. A run whose extract billing has
*> already confirmed is refused unless the PARM carries FORCE, as
*> is a run that is not in RUNCTL or has already been backed out;
*> a refused backout writes nothing. Ends CC 16 for a bad PARM or
*> a missing ledger, CC 12 when refused, CC 4 when forced past a
*> confirmed extract or the results master was not available,
*> or a hold the run placed has already been billed, CC 0 for a
*> clean backout.
identification division.
  program-id. backout.

environment division.
  input-output section.
    file-control.
      select run-control assign to "RUNCTL"
        organization line sequential
        file status is ws-runctl-status.
      select audit-log assign to "AUDITLOG"
        organization line sequential
        file status is ws-audit-status.
      select audit-new assign to "AUDITNEW"
        organization line sequential.
      select audit-backout assign to "AUDBKOUT"
        organization line sequential.
      select results-master assign to "RESULTMF"
        organization indexed
        access random
        record key master-key
        file status is ws-master-status.
      select transmission-log assign to "XMITLOG"
        organization line sequential
        file status is ws-xmit-status.
      select xmit-new assign to "XMITNEW"
        organization line sequential.
      select statistics-log assign to "STATLOG"
        organization line sequential
        file status is ws-stat-status.
      select stat-new assign to "STATNEW"
        organization line sequential.
      select hold-log assign to "HOLDLOG"
        organization line sequential
        file status is ws-hold-status.
      select hold-new assign to "HOLDNEW"
        organization line sequential.
      select report-out assign to "BKOUTRPT"
        organization line sequential.

data division.
  file section.
    fd run-control.
      01 run-control-buffer pic x(280).
    fd audit-log.
      01 audit-log-buffer pic x(154).
    fd audit-new.
      01 audit-new-buffer pic x(154).
    fd audit-backout.
      01 audit-backout-buffer pic x(154).
    fd results-master.
      copy mastrec.
    fd transmission-log.
      01 transmission-log-buffer pic x(99).
    fd xmit-new.
      01 xmit-new-buffer pic x(99).
    fd statistics-log.
      01 statistics-log-buffer pic x(91).
    fd stat-new.
      01 stat-new-buffer pic x(91).
    fd hold-log.
      01 hold-log-buffer pic x(217).
    fd hold-new.
      01 hold-new-buffer pic x(217).
    fd report-out.
      01 report-line pic x(132).
  working-storage section.
    copy runctl.
    copy auditrec.
    copy xmitrec.
    copy statrec.
    copy holdrec.

    77 ws-runctl-status pic x(2).
    77 ws-audit-status  pic x(2).
    77 ws-master-status pic x(2).
    77 ws-xmit-status   pic x(2).
    77 ws-stat-status   pic x(2).
    77 ws-hold-status   pic x(2).
    77 ws-eof-flag      pic x value 'N'.
      88 end-of-file    value 'Y'.
    77 ws-master-open-flag pic x value 'N'.
      88 master-open    value 'Y'.
    77 ws-run-date      pic x(21).

    77 ws-parm-buffer   pic x(32).
    77 ws-force-buffer  pic x(32) value spaces.
    77 ws-force-flag    pic x value 'N'.
      88 force-requested value 'Y'.
    77 ws-backout-run-id pic x(14).

    77 ws-opening-flag  pic x value 'N'.
      88 opening-found  value 'Y'.
    77 ws-closing-flag  pic x value 'N'.
      88 closing-found  value 'Y'.
    77 ws-backed-out-flag pic x value 'N'.
      88 already-backed-out value 'Y'.
    77 ws-run-filename  pic x(100).
    77 ws-run-busdate   pic x(8).
    77 ws-run-cycle     pic x(2).
    77 ws-run-cc        pic 9(4) value 0.
    77 ws-refusal-message pic x(80) value spaces.

    77 ws-audit-read     pic 9(8) value 0.
    77 ws-audit-removed  pic 9(8) value 0.
    77 ws-audit-kept     pic 9(8) value 0.
    77 ws-master-deleted pic 9(8) value 0.
    77 ws-xmit-voided    pic 9(8) value 0.
    77 ws-xmit-confirmed pic 9(8) value 0.
    77 ws-stat-removed   pic 9(8) value 0.
    77 ws-hold-cancelled pic 9(8) value 0.
    77 ws-hold-reopened  pic 9(8) value 0.
    77 ws-hold-billed    pic 9(8) value 0.
    77 ws-backout-cc     pic 9(4) value 0.

    77 ws-count-edit     pic z(7)9.
    77 ws-seq-edit       pic z(7)9.
    77 ws-p-edit         pic z(35)9.
    77 ws-sum-edit       pic -(36)9.
    77 ws-cc-edit        pic z(3)9.
    77 ws-entry-label    pic x(8).

procedure division.
  move function current-date to ws-run-date.

  accept ws-parm-buffer from argument-value.
  if function length(function trim(ws-parm-buffer)) not = 14
    or function trim(ws-parm-buffer) not numeric
    display "ERROR: BACKOUT run ID must be the 14-digit RUNCTL run ID,"
      " got: " function trim(ws-parm-buffer)
    move 16 to return-code
    stop run
  end-if.
  move ws-parm-buffer(1:14) to ws-backout-run-id.

  accept ws-force-buffer from argument-value.
  evaluate true
    when ws-force-buffer = spaces
      continue
    when ws-force-buffer = "FORCE"
      move 'Y' to ws-force-flag
    when other
      display "ERROR: BACKOUT option must be FORCE, got: "
        function trim(ws-force-buffer)
      move 16 to return-code
      stop run
  end-evaluate.

  perform scan-run-control.
  perform scan-transmission-log.
  perform check-ledgers-available.

  evaluate true
    when not opening-found
      move "RUN ID NOT FOUND IN RUNCTL" to ws-refusal-message
    when already-backed-out
      move "RUN HAS ALREADY BEEN BACKED OUT" to ws-refusal-message
    when ws-xmit-confirmed > 0 and not force-requested
      move "BILLING HAS CONFIRMED THE RUN'S EXTRACT - RERUN WITH FORCE"
        to ws-refusal-message
  end-evaluate.

  open output report-out.
  perform print-report-headers.

  if ws-refusal-message not = spaces
    move spaces to report-line
    string "BACKOUT REFUSED: " delimited by size
      ws-refusal-message delimited by size
      into report-line
    end-string
    write report-line
    close report-out
    display "BACKOUT REFUSED FOR RUN " ws-backout-run-id ": "
      function trim(ws-refusal-message)
    move 12 to return-code
    stop run
  end-if.

  if ws-xmit-confirmed > 0
    move 4 to ws-backout-cc
    move spaces to report-line
    string "  WARNING: FORCED PAST AN EXTRACT BILLING HAS CONFIRMED"
      delimited by size
      " - BILLING MUST UNLOAD IT" delimited by size
      into report-line
    end-string
    write report-line
    move spaces to report-line
    write report-line
  end-if.

  perform unwind-audit-log.
  perform void-transmissions.
  perform remove-statistics.
  perform unwind-hold-log.
  perform write-backout-entry.
  perform print-summary.
  close report-out.

  display "BACKOUT COMPLETE: RUN " ws-backout-run-id ", "
    ws-audit-removed " AUDIT, " ws-master-deleted " MASTER, "
    ws-xmit-voided " XMIT VOIDED, " ws-stat-removed " STAT REMOVED, "
    ws-hold-cancelled " HOLD CANCELLED".
  move ws-backout-cc to return-code.
  stop run.

  scan-run-control.
    open input run-control.
    if ws-runctl-status not = "00"
      display "ERROR: unable to open RUNCTL (status "
        ws-runctl-status ")"
      move 16 to return-code
      stop run
    end-if.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read run-control into run-control-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          if rc-run-id = ws-backout-run-id
            evaluate true
              when rc-opening
                move 'Y' to ws-opening-flag
                move rc-filename to ws-run-filename
                move rc-busdate to ws-run-busdate
                move rc-cycle to ws-run-cycle
              when rc-closing
                move 'Y' to ws-closing-flag
                move rc-condition-code to ws-run-cc
              when rc-backout
                move 'Y' to ws-backed-out-flag
            end-evaluate
          end-if
      end-read
    end-perform.
    close run-control.

  scan-transmission-log.
    open input transmission-log.
    if ws-xmit-status not = "00"
      display "ERROR: unable to open XMITLOG (status "
        ws-xmit-status ")"
      move 16 to return-code
      stop run
    end-if.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read transmission-log into xmit-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          if xmit-run-id = ws-backout-run-id and xmit-confirmed
            add 1 to ws-xmit-confirmed
          end-if
      end-read
    end-perform.
    close transmission-log.

  check-ledgers-available.
    open input audit-log.
    if ws-audit-status not = "00"
      display "ERROR: unable to open AUDITLOG (status "
        ws-audit-status ")"
      move 16 to return-code
      stop run
    end-if.
    close audit-log.
    open input statistics-log.
    if ws-stat-status not = "00"
      display "ERROR: unable to open STATLOG (status "
        ws-stat-status ")"
      move 16 to return-code
      stop run
    end-if.
    close statistics-log.
    open input hold-log.
    if ws-hold-status not = "00"
      display "ERROR: unable to open HOLDLOG (status "
        ws-hold-status ")"
      move 16 to return-code
      stop run
    end-if.
    close hold-log.

  unwind-audit-log.
    perform open-results-master.
    open input audit-log.
    open output audit-new.
    open output audit-backout.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read audit-log into audit-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          add 1 to ws-audit-read
          if audit-run-id = ws-backout-run-id
            perform remove-audit-entry
          else
            write audit-new-buffer from audit-record
            add 1 to ws-audit-kept
          end-if
      end-read
    end-perform.
    close audit-log.
    close audit-new.
    close audit-backout.
    if master-open
      close results-master
    end-if.

  remove-audit-entry.
    write audit-backout-buffer from audit-record.
    add 1 to ws-audit-removed.
    if audit-reversal
      move "REVERSAL" to ws-entry-label
    else
      move "COMPUTED" to ws-entry-label
    end-if.
    move audit-p to ws-p-edit.
    move audit-seq to ws-seq-edit.
    move spaces to report-line.
    string "  AUDIT   " delimited by size
      ws-entry-label delimited by size
      " M " delimited by size
      audit-m delimited by size
      " N " delimited by size
      audit-n delimited by size
      " P " delimited by size
      ws-p-edit delimited by size
      " SEQ " delimited by size
      ws-seq-edit delimited by size
      into report-line
    end-string.
    write report-line.
    if audit-computed and master-open
      perform remove-master-entry
    end-if.

  open-results-master.
    move 'N' to ws-master-open-flag.
    open i-o results-master.
    if ws-master-status = "00"
      move 'Y' to ws-master-open-flag
    else
      display "WARNING: results master not available (status "
        ws-master-status "), master entries not removed"
      move 4 to ws-backout-cc
      move spaces to report-line
      string "  WARNING: RESULTS MASTER NOT AVAILABLE (STATUS "
        delimited by size
        ws-master-status delimited by size
        ") - MASTER ENTRIES NOT REMOVED" delimited by size
        into report-line
      end-string
      write report-line
    end-if.

  remove-master-entry.
    move audit-m to master-m.
    move audit-n to master-n.
    read results-master
      invalid key
        continue
      not invalid key
        if master-run-id = ws-backout-run-id
          delete results-master record
            invalid key
              continue
            not invalid key
              add 1 to ws-master-deleted
              move spaces to report-line
              string "  MASTER  DELETED  M " delimited by size
                master-m delimited by size
                " N " delimited by size
                master-n delimited by size
                into report-line
              end-string
              write report-line
          end-delete
        end-if
    end-read.

  void-transmissions.
    open input transmission-log.
    open output xmit-new.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read transmission-log into xmit-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          if xmit-run-id = ws-backout-run-id and not xmit-void
            perform void-transmission-entry
          end-if
          write xmit-new-buffer from xmit-record
      end-read
    end-perform.
    close transmission-log.
    close xmit-new.

  void-transmission-entry.
    add 1 to ws-xmit-voided.
    move xmit-details to ws-count-edit.
    move xmit-sum-p to ws-sum-edit.
    move spaces to report-line.
    string "  XMIT    VOIDED   " delimited by size
      xmit-source delimited by size
      " " delimited by size
      xmit-busdate delimited by size
      " CYCLE " delimited by size
      xmit-cycle delimited by size
      " DETAILS " delimited by size
      ws-count-edit delimited by size
      " SUM " delimited by size
      ws-sum-edit delimited by size
      " WAS " delimited by size
      xmit-status delimited by size
      into report-line
    end-string.
    write report-line.
    move "V" to xmit-status.

  remove-statistics.
    open input statistics-log.
    open output stat-new.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read statistics-log into stat-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          if stat-run-id = ws-backout-run-id
            add 1 to ws-stat-removed
            move stat-details to ws-count-edit
            move spaces to report-line
            string "  STAT    REMOVED  " delimited by size
              stat-source delimited by size
              " " delimited by size
              stat-busdate delimited by size
              " DETAILS " delimited by size
              ws-count-edit delimited by size
              into report-line
            end-string
            write report-line
          else
            write stat-new-buffer from stat-record
          end-if
      end-read
    end-perform.
    close statistics-log.
    close stat-new.

  unwind-hold-log.
    open input hold-log.
    open output hold-new.
    move 'N' to ws-eof-flag.
    perform until end-of-file
      read hold-log into hold-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          evaluate true
            when hold-run-id = ws-backout-run-id
              and (hold-pending or hold-released)
              perform cancel-hold-entry
            when hold-run-id = ws-backout-run-id and hold-billed
              perform warn-billed-hold
            when hold-release-run-id = ws-backout-run-id
              and hold-billed
              perform reopen-hold-entry
          end-evaluate
          write hold-new-buffer from hold-record
      end-read
    end-perform.
    close hold-log.
    close hold-new.

  cancel-hold-entry.
    add 1 to ws-hold-cancelled.
    move hold-p to ws-p-edit.
    move hold-seq to ws-seq-edit.
    move spaces to report-line.
    string "  HOLD    CANCELLED " delimited by size
      hold-source delimited by size
      " " delimited by size
      hold-busdate delimited by size
      " SEQ " delimited by size
      ws-seq-edit delimited by size
      " P " delimited by size
      ws-p-edit delimited by size
      " WAS " delimited by size
      hold-status delimited by size
      into report-line
    end-string.
    write report-line.
    move "X" to hold-status.

  warn-billed-hold.
    add 1 to ws-hold-billed.
    move 4 to ws-backout-cc.
    move hold-p to ws-p-edit.
    move hold-seq to ws-seq-edit.
    move spaces to report-line.
    string "  WARNING: HOLD SEQ " delimited by size
      ws-seq-edit delimited by size
      " P " delimited by size
      ws-p-edit delimited by size
      " ALREADY BILLED BY RELEASE RUN " delimited by size
      hold-release-run-id delimited by size
      " - BILLING MUST UNLOAD IT" delimited by size
      into report-line
    end-string.
    write report-line.

  reopen-hold-entry.
    add 1 to ws-hold-reopened.
    move hold-p to ws-p-edit.
    move hold-seq to ws-seq-edit.
    move spaces to report-line.
    string "  HOLD    REOPENED RUN " delimited by size
      hold-run-id delimited by size
      " SEQ " delimited by size
      ws-seq-edit delimited by size
      " P " delimited by size
      ws-p-edit delimited by size
      " - RELEASED, AWAITING BILLING" delimited by size
      into report-line
    end-string.
    write report-line.
    move "A" to hold-status.
    move spaces to hold-release-run-id.

  write-backout-entry.
    open extend run-control.
    move ws-backout-run-id to rc-run-id.
    move "B" to rc-entry-type.
    move ws-run-filename to rc-filename.
    move ws-run-busdate to rc-busdate.
    move ws-run-cycle to rc-cycle.
    move function current-date to rc-timestamp.
    move ws-audit-removed to rc-record-count.
    move 0 to rc-rejected-count.
    move 0 to rc-held-count.
    move 0 to rc-held-p.
    move ws-backout-cc to rc-condition-code.
    move spaces to rc-override.
    write run-control-buffer from run-control-record.
    close run-control.

  print-report-headers.
    move spaces to report-line.
    string "RUSSIAN PEASANT MULTIPLICATION - RUN BACKOUT REPORT"
      delimited by size into report-line
    end-string.
    write report-line.

    move spaces to report-line.
    string "RUN DATE: " delimited by size
      ws-run-date(1:8) delimited by size
      "          RUN BACKED OUT: " delimited by size
      ws-backout-run-id delimited by size
      into report-line
    end-string.
    write report-line.

    if opening-found
      move spaces to report-line
      string "DATASET: " delimited by size
        function trim(ws-run-filename) delimited by size
        "  BUSINESS DATE: " delimited by size
        ws-run-busdate delimited by size
        "  CYCLE: " delimited by size
        ws-run-cycle delimited by size
        into report-line
      end-string
      write report-line
      move spaces to report-line
      if closing-found
        move ws-run-cc to ws-cc-edit
        string "RUN CLOSED WITH CC " delimited by size
          function trim(ws-cc-edit) delimited by size
          into report-line
        end-string
      else
        move "RUN HAS NO CLOSING ENTRY (DID NOT COMPLETE)"
          to report-line
      end-if
      write report-line
    end-if.

    move spaces to report-line.
    write report-line.

  print-summary.
    move spaces to report-line.
    write report-line.

    move ws-audit-read to ws-count-edit.
    move spaces to report-line.
    string "AUDIT ENTRIES READ:       " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-audit-removed to ws-count-edit.
    move spaces to report-line.
    string "AUDIT ENTRIES REMOVED:    " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-audit-kept to ws-count-edit.
    move spaces to report-line.
    string "AUDIT ENTRIES KEPT:       " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-master-deleted to ws-count-edit.
    move spaces to report-line.
    string "MASTER ENTRIES DELETED:   " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-xmit-voided to ws-count-edit.
    move spaces to report-line.
    string "TRANSMISSIONS VOIDED:     " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-stat-removed to ws-count-edit.
    move spaces to report-line.
    string "STATISTICS REMOVED:       " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-hold-cancelled to ws-count-edit.
    move spaces to report-line.
    string "HOLD ITEMS CANCELLED:     " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-hold-reopened to ws-count-edit.
    move spaces to report-line.
    string "HOLD ITEMS REOPENED:      " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    if ws-hold-billed > 0
      move ws-hold-billed to ws-count-edit
      move spaces to report-line
      string "HOLD ITEMS ALREADY BILLED:" delimited by size
        ws-count-edit delimited by size
        into report-line
      end-string
      write report-line
    end-if.

    move spaces to report-line.
    string "RUNCTL BACKOUT ENTRY WRITTEN - " delimited by size
      ws-run-busdate delimited by size
      " CYCLE " delimited by size
      ws-run-cycle delimited by size
      " MAY BE RERUN WITHOUT OVERRIDE" delimited by size
      into report-line
    end-string.
    write report-line.
