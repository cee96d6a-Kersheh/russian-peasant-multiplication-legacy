*> Supervisor release screen for the high-value hold log
*> (HOLDLOG, HOLDREC layout). Pages through the details ITERATIVE
*> held because their P was above the source's registered hold
*> threshold and that are still waiting on a decision, showing
*> the run and extract sequence that held each one, its source
*> and business date, M, N and the held P. The supervisor keys
*> an approver ID and a reason and releases the item to billing
*> or declines it; both are required on every decision, and the
*> decision is stamped with a timestamp. An item may be decided
*> again before leaving the screen. SAVE AND EXIT writes the full
*> hold log with the decisions applied to HOLDDEC, ready to be
*> fed to the IHLDREL job, whose release step bills the released
*> items in their own extract envelope.
identification division.
  program-id. holdrel.

environment division.
  input-output section.
    file-control.
      select hold-input assign to "HOLDLOG"
        organization line sequential
        file status is ws-hold-status.
      select hold-decided assign to "HOLDDEC"
        organization line sequential.

data division.
  file section.
    fd hold-input.
      01 hold-in-buffer pic x(217).
    fd hold-decided.
      01 hold-decided-buffer pic x(217).
  working-storage section.
    copy holdrec.

    77 ws-hold-status    pic x(2).
    77 ws-eof-flag       pic x value 'N'.
      88 end-of-holds    value 'Y'.

    01 held-table.
      05 held-entry occurs 500.
        10 he-position pic 9(8).
        10 he-record   pic x(217).
    77 ws-rec-count      pic 9(4) value 0.
    77 ws-rec-limit      pic 9(4) value 500.
    77 ws-rec-index      pic 9(4) value 1.
    77 ws-extra-count    pic 9(8) value 0.
    77 ws-read-position  pic 9(8) value 0.
    77 ws-save-index     pic 9(4).
    77 ws-released-count pic 9(4) value 0.
    77 ws-declined-count pic 9(4) value 0.

    77 ws-exit-flag      pic x value 'N'.
      88 operator-exit   value 'Y'.
    77 ws-scr-position   pic x(20) value spaces.
    77 ws-scr-held-by    pic x(40) value spaces.
    77 ws-scr-source     pic x(8) value spaces.
    77 ws-scr-busdate    pic x(8) value spaces.
    77 ws-scr-m          pic x(18) value spaces.
    77 ws-scr-n          pic x(18) value spaces.
    77 ws-scr-p          pic x(36) value spaces.
    77 ws-scr-held-since pic x(17) value spaces.
    77 ws-scr-decision   pic x(40) value spaces.
    77 ws-scr-approver   pic x(8) value spaces.
    77 ws-scr-reason     pic x(40) value spaces.
    77 ws-scr-message    pic x(75) value spaces.
    77 ws-scr-action     pic x value space.
    77 ws-index-edit     pic z(3)9.
    77 ws-count-edit     pic z(3)9.
    77 ws-m-edit         pic z(17)9.
    77 ws-p-edit         pic z(35)9.

  screen section.
    01 release-screen.
      05 blank screen.
      05 line 1 column 10
        value "RUSSIAN PEASANT MULTIPLICATION - HIGH-VALUE HOLD RELEASE".
      05 line 3 column 5 value "ITEM  . . :".
      05 line 3 column 18 pic x(20) from ws-scr-position.
      05 line 4 column 5 value "HELD BY . :".
      05 line 4 column 18 pic x(40) from ws-scr-held-by.
      05 line 5 column 5 value "SOURCE  . :".
      05 line 5 column 18 pic x(8) from ws-scr-source.
      05 line 5 column 30 value "BUSINESS DATE :".
      05 line 5 column 46 pic x(8) from ws-scr-busdate.
      05 line 6 column 5 value "HELD SINCE:".
      05 line 6 column 18 pic x(17) from ws-scr-held-since.
      05 line 8 column 5 value "M . . . . :".
      05 line 8 column 18 pic x(18) from ws-scr-m.
      05 line 9 column 5 value "N . . . . :".
      05 line 9 column 18 pic x(18) from ws-scr-n.
      05 line 10 column 5 value "P . . . . :".
      05 line 10 column 18 pic x(36) from ws-scr-p.
      05 line 11 column 5 value "DECISION  :".
      05 line 11 column 18 pic x(40) from ws-scr-decision.
      05 line 13 column 5 value "APPROVER  :".
      05 line 13 column 18 pic x(8) using ws-scr-approver.
      05 line 14 column 5 value "REASON  . :".
      05 line 14 column 18 pic x(40) using ws-scr-reason.
      05 line 16 column 5 pic x(75) from ws-scr-message.
      05 line 18 column 5
        value "ACTION (R=RELEASE, D=DECLINE, N=NEXT, B=BACK,".
      05 line 19 column 5
        value "        X=SAVE AND EXIT):".
      05 line 19 column 31 pic x(1) using ws-scr-action.

procedure division.
  perform load-held-items.
  if ws-rec-count = 0
    display "HOLDREL: no held items awaiting a decision"
    stop run
  end-if.

  perform show-current-item.
  perform until operator-exit
    display release-screen
    accept release-screen
    evaluate ws-scr-action
      when "X"
        move 'Y' to ws-exit-flag
      when "N"
        perform next-item
      when "B"
        perform prior-item
      when "R"
        perform decide-item
      when "D"
        perform decide-item
      when other
        move "ACTION MUST BE R, D, N, B OR X" to ws-scr-message
    end-evaluate
    move space to ws-scr-action
  end-perform.

  perform save-decided-log.
  display "HOLDREL COMPLETE: " ws-rec-count " HELD ITEM(S), "
    ws-released-count " RELEASED, " ws-declined-count " DECLINED".
  stop run.

  load-held-items.
    open input hold-input.
    if ws-hold-status not = "00"
      display "ERROR: unable to open hold log (status "
        ws-hold-status ")"
      move 16 to return-code
      stop run
    end-if.
    perform until end-of-holds
      read hold-input into hold-record
        at end
          move 'Y' to ws-eof-flag
        not at end
          add 1 to ws-read-position
          if hold-pending
            if ws-rec-count >= ws-rec-limit
              add 1 to ws-extra-count
            else
              add 1 to ws-rec-count
              move ws-read-position to he-position(ws-rec-count)
              move hold-record to he-record(ws-rec-count)
            end-if
          end-if
      end-read
    end-perform.
    close hold-input.
    if ws-extra-count > 0
      display "WARNING: " ws-extra-count " held item(s) beyond the "
        ws-rec-limit "-item screen table are carried through"
        " undecided"
    end-if.

  show-current-item.
    move he-record(ws-rec-index) to hold-record.
    move ws-rec-index to ws-index-edit.
    move ws-rec-count to ws-count-edit.
    move spaces to ws-scr-position.
    string function trim(ws-index-edit) delimited by size
      " OF " delimited by size
      function trim(ws-count-edit) delimited by size
      into ws-scr-position
    end-string.
    move spaces to ws-scr-held-by.
    string "RUN " delimited by size
      hold-run-id delimited by size
      " SEQUENCE " delimited by size
      hold-seq delimited by size
      into ws-scr-held-by
    end-string.
    move hold-source to ws-scr-source.
    move hold-busdate to ws-scr-busdate.
    move spaces to ws-scr-held-since.
    string hold-timestamp(1:8) delimited by size
      " " delimited by size
      hold-timestamp(9:6) delimited by size
      into ws-scr-held-since
    end-string.
    move hold-m to ws-m-edit.
    move ws-m-edit to ws-scr-m.
    move hold-n to ws-m-edit.
    move ws-m-edit to ws-scr-n.
    move hold-p to ws-p-edit.
    move ws-p-edit to ws-scr-p.
    perform show-decision.
    move spaces to ws-scr-reason.

  show-decision.
    move spaces to ws-scr-decision.
    evaluate true
      when hold-released
        string "RELEASED BY " delimited by size
          hold-approver delimited by size
          " - SAVE TO APPLY" delimited by size
          into ws-scr-decision
        end-string
      when hold-declined
        string "DECLINED BY " delimited by size
          hold-approver delimited by size
          " - SAVE TO APPLY" delimited by size
          into ws-scr-decision
        end-string
      when other
        move "AWAITING DECISION" to ws-scr-decision
    end-evaluate.

  next-item.
    move spaces to ws-scr-message.
    if ws-rec-index < ws-rec-count
      add 1 to ws-rec-index
      perform show-current-item
    else
      move "ALREADY AT LAST HELD ITEM" to ws-scr-message
    end-if.

  prior-item.
    move spaces to ws-scr-message.
    if ws-rec-index > 1
      subtract 1 from ws-rec-index
      perform show-current-item
    else
      move "ALREADY AT FIRST HELD ITEM" to ws-scr-message
    end-if.

  decide-item.
    move spaces to ws-scr-message.
    move he-record(ws-rec-index) to hold-record.
    evaluate true
      when ws-scr-approver = spaces
        move "APPROVER ID IS REQUIRED TO RELEASE OR DECLINE AN ITEM"
          to ws-scr-message
      when ws-scr-reason = spaces
        move "A REASON IS REQUIRED TO RELEASE OR DECLINE AN ITEM"
          to ws-scr-message
      when other
        perform count-prior-decision
        if ws-scr-action = "R"
          move "A" to hold-status
          add 1 to ws-released-count
          move "ITEM RELEASED TO BILLING" to ws-scr-message
        else
          move "D" to hold-status
          add 1 to ws-declined-count
          move "ITEM DECLINED - IT WILL NOT BE BILLED" to ws-scr-message
        end-if
        move ws-scr-approver to hold-approver
        move ws-scr-reason to hold-reason
        move function current-date to hold-decided-ts
        move hold-record to he-record(ws-rec-index)
        perform show-decision
        move spaces to ws-scr-reason
    end-evaluate.

  count-prior-decision.
    if hold-released
      subtract 1 from ws-released-count
    end-if.
    if hold-declined
      subtract 1 from ws-declined-count
    end-if.

  save-decided-log.
    open output hold-decided.
    open input hold-input.
    move 'N' to ws-eof-flag.
    move 0 to ws-read-position.
    move 1 to ws-save-index.
    perform until end-of-holds
      read hold-input
        at end
          move 'Y' to ws-eof-flag
        not at end
          add 1 to ws-read-position
          if ws-save-index <= ws-rec-count
            and he-position(ws-save-index) = ws-read-position
            write hold-decided-buffer from he-record(ws-save-index)
            add 1 to ws-save-index
          else
            write hold-decided-buffer from hold-in-buffer
          end-if
      end-read
    end-perform.
    close hold-input.
    close hold-decided.
