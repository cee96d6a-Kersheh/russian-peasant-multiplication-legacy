*> Maintenance screen for the override authorization register
*> (OVRREG, OVRREG layout) that ITERATIVE and BATSPLIT consult
*> before honoring OVERRIDE on a cycle already closed on RUNCTL.
*> An authorization is keyed on the dataset name, business date
*> and cycle exactly as the run is keyed on RUNCTL (the batch or
*> suspense DD name from the PARM; a resubmit's business date is
*> the day it runs and its cycle RS), plus a sequence number
*> assigned here. The requester raises a request with their ID,
*> the change ticket, the reason and an expiry date (the last day
*> the override may be used, not before today); a supervisor then
*> looks it up and approves it under their own ID, which must not
*> be the requester's, while it is still unexpired. The operator
*> can look up any authorization or page the register in key
*> order, and sees when each was requested, approved and used and
*> by which run. Approved authorizations are consumed by the run
*> that uses them, one run each; nothing is deleted here, so the
*> register keeps the history OVRRPT reports on.
identification division.
  program-id. ovrmnt.

environment division.
  input-output section.
    file-control.
      select override-register assign to "OVRREG"
        organization indexed
        access dynamic
        record key ovr-key
        file status is ws-ovrreg-status.

data division.
  file section.
    fd override-register.
      copy ovrreg.
  working-storage section.
    77 ws-ovrreg-status   pic x(2).
    77 ws-exit-flag       pic x value 'N'.
      88 operator-exit    value 'Y'.
    77 ws-edit-status     pic x(3) value "OK".
      88 edit-ok          value "OK".
      88 edit-bad         value "BAD".
    77 ws-eof-flag        pic x value 'N'.
      88 end-of-register  value 'Y'.
    77 ws-raised-count    pic 9(4) value 0.
    77 ws-approved-count  pic 9(4) value 0.
    77 ws-today           pic x(8).
    77 ws-next-seq        pic 9(2).
    77 ws-work-number     pic 9(8).

    77 ws-scr-dataset     pic x(60) value spaces.
    77 ws-scr-busdate     pic x(8) value spaces.
    77 ws-scr-cycle       pic x(2) value spaces.
    77 ws-scr-seq         pic x(2) value spaces.
    77 ws-scr-status      pic x(40) value spaces.
    77 ws-scr-requester   pic x(8) value spaces.
    77 ws-scr-ticket      pic x(12) value spaces.
    77 ws-scr-reason      pic x(40) value spaces.
    77 ws-scr-expiry      pic x(8) value spaces.
    77 ws-scr-approver    pic x(8) value spaces.
    77 ws-scr-requested   pic x(40) value spaces.
    77 ws-scr-approved    pic x(40) value spaces.
    77 ws-scr-used        pic x(60) value spaces.
    77 ws-scr-message     pic x(75) value spaces.
    77 ws-scr-action      pic x value space.

  screen section.
    01 override-screen.
      05 blank screen.
      05 line 1 column 10
        value "RUSSIAN PEASANT MULTIPLICATION - OVERRIDE AUTHORIZATIONS".
      05 line 3 column 5 value "DATASET . . :".
      05 line 3 column 20 pic x(60) using ws-scr-dataset.
      05 line 4 column 5 value "BUS DATE  . :".
      05 line 4 column 20 pic x(8) using ws-scr-busdate.
      05 line 4 column 30 value "CYCLE :".
      05 line 4 column 38 pic x(2) using ws-scr-cycle.
      05 line 4 column 43 value "SEQ :".
      05 line 4 column 49 pic x(2) using ws-scr-seq.
      05 line 5 column 5 value "STATUS  . . :".
      05 line 5 column 20 pic x(40) from ws-scr-status.
      05 line 7 column 5 value "REQUESTER . :".
      05 line 7 column 20 pic x(8) using ws-scr-requester.
      05 line 8 column 5 value "TICKET  . . :".
      05 line 8 column 20 pic x(12) using ws-scr-ticket.
      05 line 9 column 5 value "REASON  . . :".
      05 line 9 column 20 pic x(40) using ws-scr-reason.
      05 line 10 column 5 value "EXPIRES . . :".
      05 line 10 column 20 pic x(8) using ws-scr-expiry.
      05 line 10 column 30 value "(YYYYMMDD, LAST DAY IT MAY BE USED)".
      05 line 11 column 5 value "APPROVER  . :".
      05 line 11 column 20 pic x(8) using ws-scr-approver.
      05 line 11 column 30 value "(SUPERVISOR, NOT THE REQUESTER)".
      05 line 13 column 5 value "REQUESTED . :".
      05 line 13 column 20 pic x(40) from ws-scr-requested.
      05 line 14 column 5 value "APPROVED  . :".
      05 line 14 column 20 pic x(40) from ws-scr-approved.
      05 line 15 column 5 value "USED  . . . :".
      05 line 15 column 20 pic x(60) from ws-scr-used.
      05 line 17 column 5 pic x(75) from ws-scr-message.
      05 line 19 column 5
        value "ACTION (L=LOOKUP, N=NEXT, R=RAISE, A=APPROVE, X=EXIT):".
      05 line 19 column 61 pic x(1) using ws-scr-action.

procedure division.
  open i-o override-register.
  if ws-ovrreg-status = "35"
    open output override-register
    close override-register
    open i-o override-register
  end-if.
  if ws-ovrreg-status not = "00"
    display "ERROR: unable to open override register (status "
      ws-ovrreg-status ")"
    move 16 to return-code
    stop run
  end-if.

  move "KEY A DATASET, BUSINESS DATE AND CYCLE - L TO LOOKUP, R TO RAISE"
    to ws-scr-message.
  perform until operator-exit
    move function current-date(1:8) to ws-today
    display override-screen
    accept override-screen
    evaluate ws-scr-action
      when "X"
        move 'Y' to ws-exit-flag
      when "L"
        perform lookup-authorization
      when "N"
        perform next-authorization
      when "R"
        perform raise-authorization
      when "A"
        perform approve-authorization
      when other
        move "ACTION MUST BE L, N, R, A OR X" to ws-scr-message
    end-evaluate
    move space to ws-scr-action
  end-perform.

  close override-register.
  display "OVRMNT COMPLETE: " ws-raised-count " RAISED, "
    ws-approved-count " APPROVED".
  stop run.

  lookup-authorization.
    move spaces to ws-scr-message.
    perform move-screen-key.
    start override-register key is not less than ovr-key
      invalid key
        move "NO AUTHORIZATION AT OR AFTER THAT KEY" to ws-scr-message
      not invalid key
        read override-register next record
          at end
            move "NO AUTHORIZATION AT OR AFTER THAT KEY"
              to ws-scr-message
          not at end
            perform show-authorization
        end-read
    end-start.

  next-authorization.
    move spaces to ws-scr-message.
    perform move-screen-key.
    start override-register key is greater than ovr-key
      invalid key
        move "END OF REGISTER" to ws-scr-message
      not invalid key
        read override-register next record
          at end
            move "END OF REGISTER" to ws-scr-message
          not at end
            perform show-authorization
        end-read
    end-start.

  move-screen-key.
    move ws-scr-dataset to ovr-dataset.
    move ws-scr-busdate to ovr-busdate.
    move ws-scr-cycle to ovr-cycle.
    if function trim(ws-scr-seq) numeric
      compute ws-work-number = function numval(function trim(ws-scr-seq))
      move ws-work-number to ovr-seq
    else
      move 0 to ovr-seq
    end-if.

  show-authorization.
    move ovr-dataset to ws-scr-dataset.
    move ovr-busdate to ws-scr-busdate.
    move ovr-cycle to ws-scr-cycle.
    move ovr-seq to ws-scr-seq.
    move ovr-requester to ws-scr-requester.
    move ovr-ticket to ws-scr-ticket.
    move ovr-reason to ws-scr-reason.
    move ovr-expiry to ws-scr-expiry.
    move ovr-approver to ws-scr-approver.
    evaluate true
      when ovr-requested and ovr-expiry < ws-today
        move "EXPIRED - NEVER APPROVED" to ws-scr-status
      when ovr-requested
        move "REQUESTED - AWAITING SUPERVISOR APPROVAL"
          to ws-scr-status
      when ovr-approved and ovr-expiry < ws-today
        move "EXPIRED - APPROVED BUT NEVER USED" to ws-scr-status
      when ovr-approved
        move "APPROVED - AVAILABLE TO ONE RUN" to ws-scr-status
      when ovr-consumed
        move "USED" to ws-scr-status
      when other
        move "UNKNOWN STATUS" to ws-scr-status
    end-evaluate.
    move spaces to ws-scr-requested.
    string ovr-requested-ts(1:8) delimited by size
      " " delimited by size
      ovr-requested-ts(9:6) delimited by size
      " BY " delimited by size
      ovr-requester delimited by size
      into ws-scr-requested
    end-string.
    move spaces to ws-scr-approved.
    if ovr-approved-ts not = spaces
      string ovr-approved-ts(1:8) delimited by size
        " " delimited by size
        ovr-approved-ts(9:6) delimited by size
        " BY " delimited by size
        ovr-approver delimited by size
        into ws-scr-approved
      end-string
    end-if.
    move spaces to ws-scr-used.
    if ovr-consumed
      string ovr-consumed-ts(1:8) delimited by size
        " " delimited by size
        ovr-consumed-ts(9:6) delimited by size
        " BY RUN " delimited by size
        ovr-run-id delimited by size
        " (" delimited by size
        function trim(ovr-used-by) delimited by size
        ")" delimited by size
        into ws-scr-used
      end-string
    end-if.

  raise-authorization.
    move spaces to ws-scr-message.
    perform edit-request-fields.
    if edit-ok
      perform find-next-seq
      if ws-next-seq > 98
        move "NO SEQUENCE NUMBERS LEFT FOR THIS CYCLE" to ws-scr-message
      else
        add 1 to ws-next-seq
        move ws-scr-dataset to ovr-dataset
        move ws-scr-busdate to ovr-busdate
        move ws-scr-cycle to ovr-cycle
        move ws-next-seq to ovr-seq
        move "R" to ovr-status
        move ws-scr-requester to ovr-requester
        move spaces to ovr-approver
        move ws-scr-ticket to ovr-ticket
        move ws-scr-reason to ovr-reason
        move ws-scr-expiry to ovr-expiry
        move function current-date to ovr-requested-ts
        move spaces to ovr-approved-ts
        move spaces to ovr-consumed-ts
        move spaces to ovr-run-id
        move spaces to ovr-used-by
        write override-record
          invalid key
            move "REQUEST NOT RAISED - REGISTER WRITE FAILED"
              to ws-scr-message
          not invalid key
            add 1 to ws-raised-count
            perform show-authorization
            move "OVERRIDE REQUEST RAISED - AWAITING SUPERVISOR APPROVAL"
              to ws-scr-message
        end-write
      end-if
    end-if.

  find-next-seq.
    move 0 to ws-next-seq.
    move 'N' to ws-eof-flag.
    move ws-scr-dataset to ovr-dataset.
    move ws-scr-busdate to ovr-busdate.
    move ws-scr-cycle to ovr-cycle.
    move 0 to ovr-seq.
    start override-register key is not less than ovr-key
      invalid key
        move 'Y' to ws-eof-flag
    end-start.
    perform until end-of-register
      read override-register next record
        at end
          move 'Y' to ws-eof-flag
        not at end
          if ovr-dataset = ws-scr-dataset
            and ovr-busdate = ws-scr-busdate
            and ovr-cycle = ws-scr-cycle
            move ovr-seq to ws-next-seq
          else
            move 'Y' to ws-eof-flag
          end-if
      end-read
    end-perform.

  approve-authorization.
    move spaces to ws-scr-message.
    if function trim(ws-scr-seq) not numeric
      move "LOOK UP THE REQUEST (WITH ITS SEQ) BEFORE APPROVING IT"
        to ws-scr-message
    else
      perform move-screen-key
      read override-register
        invalid key
          move "AUTHORIZATION NOT ON THE REGISTER" to ws-scr-message
        not invalid key
          perform edit-approval
          if edit-ok
            move "A" to ovr-status
            move ws-scr-approver to ovr-approver
            move function current-date to ovr-approved-ts
            rewrite override-record
              invalid key
                move "APPROVAL NOT APPLIED - REGISTER REWRITE FAILED"
                  to ws-scr-message
              not invalid key
                add 1 to ws-approved-count
                perform show-authorization
                move "OVERRIDE APPROVED - GOOD FOR ONE RUN UNTIL EXPIRY"
                  to ws-scr-message
            end-rewrite
          end-if
      end-read
    end-if.

  edit-request-fields.
    move "OK" to ws-edit-status.
    evaluate true
      when ws-scr-dataset = spaces
        move "DATASET NAME IS REQUIRED (AS ON THE RUN-CONTROL LEDGER)"
          to ws-scr-message
        move "BAD" to ws-edit-status
      when ws-scr-busdate not numeric
        move "BUSINESS DATE MUST BE YYYYMMDD" to ws-scr-message
        move "BAD" to ws-edit-status
      when ws-scr-cycle = spaces
        move "CYCLE IS REQUIRED" to ws-scr-message
        move "BAD" to ws-edit-status
      when ws-scr-requester = spaces
        move "REQUESTER ID IS REQUIRED" to ws-scr-message
        move "BAD" to ws-edit-status
      when ws-scr-ticket = spaces
        move "CHANGE TICKET IS REQUIRED" to ws-scr-message
        move "BAD" to ws-edit-status
      when ws-scr-reason = spaces
        move "REASON IS REQUIRED" to ws-scr-message
        move "BAD" to ws-edit-status
      when ws-scr-expiry not numeric
        move "EXPIRY MUST BE YYYYMMDD" to ws-scr-message
        move "BAD" to ws-edit-status
      when function test-date-yyyymmdd(function numval(ws-scr-expiry))
        not = 0
        move "EXPIRY IS NOT A VALID DATE" to ws-scr-message
        move "BAD" to ws-edit-status
      when ws-scr-expiry < ws-today
        move "EXPIRY CANNOT BE BEFORE TODAY" to ws-scr-message
        move "BAD" to ws-edit-status
    end-evaluate.

  edit-approval.
    move "OK" to ws-edit-status.
    evaluate true
      when not ovr-requested
        perform show-authorization
        move "ONLY A REQUEST AWAITING APPROVAL CAN BE APPROVED"
          to ws-scr-message
        move "BAD" to ws-edit-status
      when ovr-expiry < ws-today
        perform show-authorization
        move "REQUEST HAS EXPIRED - RAISE A NEW ONE" to ws-scr-message
        move "BAD" to ws-edit-status
      when ws-scr-approver = spaces
        move "APPROVER ID IS REQUIRED TO APPROVE" to ws-scr-message
        move "BAD" to ws-edit-status
      when ws-scr-approver = ovr-requester
        move "APPROVER MUST BE A SUPERVISOR OTHER THAN THE REQUESTER"
          to ws-scr-message
        move "BAD" to ws-edit-status
    end-evaluate.
