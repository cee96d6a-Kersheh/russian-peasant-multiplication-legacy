*> Monthly override report. For the report month (PARM, YYYYMM,
*> default current month) lists, from the override authorization
*> register (OVRREG), every authorization a supervisor granted in
*> the month, every authorization a run used in the month (with
*> the run ID and the mode that used it), and every authorization
*> that expired in the month without being used - approved but
*> never used, or never approved at all. From the override log
*> (OVRLOG) it lists every run that asked for OVERRIDE in the
*> month on a closed cycle and was refused because there was no
*> usable authorization (or the register was unavailable), with
*> the run whose closing entry blocked the cycle. Ends CC 4 when
*> there was any override attempted without authorization, so
*> the attempts are followed up, CC 0 otherwise.
identification division.
  program-id. ovrrpt.

environment division.
  input-output section.
    file-control.
      select override-register assign to "OVRREG"
        organization indexed
        access sequential
        record key ovr-key
        file status is ws-ovrreg-status.
      select override-log assign to "OVRLOG"
        organization line sequential
        file status is ws-ovrlog-status.
      select report-out assign to "AUTHRPT"
        organization line sequential.

data division.
  file section.
    fd override-register.
      copy ovrreg.
    fd override-log.
      01 override-log-buffer pic x(174).
    fd report-out.
      01 report-line pic x(132).
  working-storage section.
    copy ovrlog.

    77 ws-ovrreg-status   pic x(2).
    77 ws-ovrlog-status   pic x(2).
    77 ws-eof-flag        pic x value 'N'.
      88 end-of-file      value 'Y'.
    77 ws-run-date        pic x(21).
    77 ws-today           pic x(8).

    77 ws-month-buffer    pic x(32) value spaces.
    77 ws-report-month    pic x(6).

    77 ws-granted-count   pic 9(8) value 0.
    77 ws-used-count      pic 9(8) value 0.
    77 ws-expired-count   pic 9(8) value 0.
    77 ws-attempt-count   pic 9(8) value 0.
    77 ws-section-count   pic 9(8) value 0.
    77 ws-count-edit      pic z(7)9.

    77 ws-section-title   pic x(60).
    77 ws-ticket-heading  pic x(12).
    77 ws-date-heading    pic x(8).
    77 ws-detail-heading  pic x(32).

procedure division.
  move function current-date to ws-run-date.
  move ws-run-date(1:8) to ws-today.

  accept ws-month-buffer from argument-value.
  if ws-month-buffer = spaces
    move ws-run-date(1:6) to ws-report-month
  else
    if function trim(ws-month-buffer) numeric
      and function length(function trim(ws-month-buffer)) = 6
      move ws-month-buffer(1:6) to ws-report-month
    else
      display "ERROR: report month must be YYYYMM, got: "
        function trim(ws-month-buffer)
      move 16 to return-code
      stop run
    end-if
  end-if.

  open input override-register.
  if ws-ovrreg-status not = "00"
    display "ERROR: unable to open override register (status "
      ws-ovrreg-status ")"
    move 16 to return-code
    stop run
  end-if.
  close override-register.

  open output report-out.
  perform print-report-headers.
  perform print-granted.
  perform print-used.
  perform print-expired.
  perform print-attempts.
  perform print-month-totals.
  close report-out.

  if ws-attempt-count > 0
    move 4 to return-code
  end-if.
  display "OVRRPT COMPLETE: " ws-report-month ", " ws-granted-count
    " GRANTED, " ws-used-count " USED, " ws-expired-count
    " EXPIRED UNUSED, " ws-attempt-count
    " ATTEMPTED WITHOUT AUTHORIZATION".
  stop run.

  print-granted.
    move "AUTHORIZATIONS GRANTED" to ws-section-title.
    move "TICKET" to ws-ticket-heading.
    move "APPROVED" to ws-date-heading.
    move "EXPIRES   STATUS NOW" to ws-detail-heading.
    perform print-section-headings.
    move 0 to ws-section-count.
    move 'N' to ws-eof-flag.
    open input override-register.
    perform until end-of-file
      read override-register next record
        at end
          move 'Y' to ws-eof-flag
        not at end
          if ovr-approved-ts(1:6) = ws-report-month
            perform build-authorization-line
            move ovr-approved-ts(1:8) to report-line(91:8)
            move ovr-expiry to report-line(100:8)
            evaluate true
              when ovr-consumed
                move "USED" to report-line(110:20)
              when ovr-expiry < ws-today
                move "EXPIRED UNUSED" to report-line(110:20)
              when other
                move "AVAILABLE" to report-line(110:20)
            end-evaluate
            write report-line
            add 1 to ws-section-count
            add 1 to ws-granted-count
          end-if
      end-read
    end-perform.
    close override-register.
    perform print-section-none.

  print-used.
    move "AUTHORIZATIONS USED" to ws-section-title.
    move "TICKET" to ws-ticket-heading.
    move "USED" to ws-date-heading.
    move "BY RUN          MODE" to ws-detail-heading.
    perform print-section-headings.
    move 0 to ws-section-count.
    move 'N' to ws-eof-flag.
    open input override-register.
    perform until end-of-file
      read override-register next record
        at end
          move 'Y' to ws-eof-flag
        not at end
          if ovr-consumed and ovr-consumed-ts(1:6) = ws-report-month
            perform build-authorization-line
            move ovr-consumed-ts(1:8) to report-line(91:8)
            move ovr-run-id to report-line(100:14)
            move ovr-used-by to report-line(116:8)
            write report-line
            add 1 to ws-section-count
            add 1 to ws-used-count
          end-if
      end-read
    end-perform.
    close override-register.
    perform print-section-none.

  print-expired.
    move "AUTHORIZATIONS EXPIRED UNUSED" to ws-section-title.
    move "TICKET" to ws-ticket-heading.
    move "EXPIRED" to ws-date-heading.
    move "STATUS AT EXPIRY" to ws-detail-heading.
    perform print-section-headings.
    move 0 to ws-section-count.
    move 'N' to ws-eof-flag.
    open input override-register.
    perform until end-of-file
      read override-register next record
        at end
          move 'Y' to ws-eof-flag
        not at end
          if (ovr-requested or ovr-approved)
            and ovr-expiry(1:6) = ws-report-month
            and ovr-expiry < ws-today
            perform build-authorization-line
            move ovr-expiry to report-line(91:8)
            if ovr-approved
              move "APPROVED, NEVER USED" to report-line(100:32)
            else
              move "NEVER APPROVED" to report-line(100:32)
            end-if
            write report-line
            add 1 to ws-section-count
            add 1 to ws-expired-count
          end-if
      end-read
    end-perform.
    close override-register.
    perform print-section-none.

  print-attempts.
    move "OVERRIDES ATTEMPTED WITHOUT AUTHORIZATION" to ws-section-title.
    move "MODE" to ws-ticket-heading.
    move "REFUSED" to ws-date-heading.
    move "CYCLE CLOSED BY RUN  REASON" to ws-detail-heading.
    perform print-section-headings.
    move 0 to ws-section-count.
    move 'N' to ws-eof-flag.
    open input override-log.
    if ws-ovrlog-status not = "00"
      move 'Y' to ws-eof-flag
    end-if.
    perform until end-of-file
      read override-log into override-log-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          if ovl-refused and ovl-timestamp(1:6) = ws-report-month
            move spaces to report-line
            move ovl-dataset(1:40) to report-line(3:40)
            move ovl-busdate to report-line(44:8)
            move ovl-cycle to report-line(53:2)
            move ovl-mode to report-line(60:8)
            move ovl-timestamp(1:8) to report-line(91:8)
            move ovl-prior-run-id to report-line(100:14)
            evaluate ovl-reason
              when "NAUT"
                move "NO AUTH" to report-line(121:11)
              when "NREG"
                move "NO REGISTER" to report-line(121:11)
              when other
                move ovl-reason to report-line(121:4)
            end-evaluate
            write report-line
            add 1 to ws-section-count
            add 1 to ws-attempt-count
          end-if
      end-read
    end-perform.
    if ws-ovrlog-status = "00" or ws-ovrlog-status = "10"
      close override-log
    end-if.
    perform print-section-none.

  build-authorization-line.
    move spaces to report-line.
    move ovr-dataset(1:40) to report-line(3:40).
    move ovr-busdate to report-line(44:8).
    move ovr-cycle to report-line(53:2).
    move ovr-seq to report-line(56:2).
    move ovr-ticket to report-line(60:12).
    move ovr-requester to report-line(73:8).
    move ovr-approver to report-line(82:8).

  print-section-headings.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    move ws-section-title to report-line(1:60).
    write report-line.
    move spaces to report-line.
    move "DATASET" to report-line(3:7).
    move "BUS DATE" to report-line(44:8).
    move "CY" to report-line(53:2).
    move "SQ" to report-line(56:2).
    move ws-ticket-heading to report-line(60:12).
    move "REQUEST" to report-line(73:8).
    move "APPROVER" to report-line(82:8).
    move ws-date-heading to report-line(91:8).
    move ws-detail-heading to report-line(100:32).
    write report-line.

  print-section-none.
    if ws-section-count = 0
      move spaces to report-line
      move "NONE" to report-line(3:4)
      write report-line
    end-if.

  print-month-totals.
    move spaces to report-line.
    write report-line.
    move spaces to report-line.
    string "MONTH TOTALS" delimited by size into report-line
    end-string.
    write report-line.
    move ws-granted-count to ws-count-edit.
    move spaces to report-line.
    string "  AUTHORIZATIONS GRANTED . . . . . . . . .  " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.
    move ws-used-count to ws-count-edit.
    move spaces to report-line.
    string "  AUTHORIZATIONS USED  . . . . . . . . . .  " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.
    move ws-expired-count to ws-count-edit.
    move spaces to report-line.
    string "  AUTHORIZATIONS EXPIRED UNUSED  . . . . .  " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.
    move ws-attempt-count to ws-count-edit.
    move spaces to report-line.
    string "  OVERRIDES ATTEMPTED WITHOUT AUTHORIZATION " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

  print-report-headers.
    move spaces to report-line.
    string "RUSSIAN PEASANT MULTIPLICATION - OVERRIDE AUTHORIZATION REPORT"
      delimited by size into report-line
    end-string.
    write report-line.

    move spaces to report-line.
    string "RUN DATE: " delimited by size
      ws-run-date(1:8) delimited by size
      "   REPORT MONTH: " delimited by size
      ws-report-month delimited by size
      into report-line
    end-string.
    write report-line.
