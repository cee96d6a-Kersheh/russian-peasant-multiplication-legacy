*> Operator maintenance screen for the source system registry
*> (SRCREG, SRCREG layout) that BATCHEDT and ITERATIVE vet every
*> envelope header against. The operator keys a source code and
*> looks it up, pages forward through the registry in key order,
*> adds a new feed or changes an existing one - description,
*> active/inactive status, expected cycles per business date,
*> whether the feed may flag details express, the maximum
*> details per envelope, and the high-value hold threshold on
*> P. Every field is edited on the spot and the operator's ID
*> and a timestamp are stamped on each add or change. Feeds are
*> retired by setting them inactive rather than deleted, so
*> their history keeps resolving.
identification division.
  program-id. srcmnt.

environment division.
  input-output section.
    file-control.
      select source-registry assign to "SRCREG"
        organization indexed
        access dynamic
        record key sr-source
        file status is ws-registry-status.

data division.
  file section.
    fd source-registry.
      copy srcreg.
  working-storage section.
    77 ws-registry-status pic x(2).
    77 ws-exit-flag       pic x value 'N'.
      88 operator-exit    value 'Y'.
    77 ws-edit-status     pic x(3) value "OK".
      88 edit-ok          value "OK".
      88 edit-bad         value "BAD".
    77 ws-added-count     pic 9(4) value 0.
    77 ws-changed-count   pic 9(4) value 0.
    77 ws-work-number     pic 9(8).

    77 ws-scr-source      pic x(8) value spaces.
    77 ws-scr-desc        pic x(40) value spaces.
    77 ws-scr-status      pic x value space.
    77 ws-scr-cycles      pic x(2) value spaces.
    77 ws-scr-express     pic x value space.
    77 ws-scr-max         pic x(8) value spaces.
    77 ws-scr-hold        pic x(36) value spaces.
    77 ws-hold-edit       pic z(35)9.
    77 ws-hold-work       pic x(36).
    77 ws-hold-length     pic 9(2).
    77 ws-scr-operator    pic x(8) value spaces.
    77 ws-scr-updated     pic x(40) value spaces.
    77 ws-scr-message     pic x(75) value spaces.
    77 ws-scr-action      pic x value space.

  screen section.
    01 registry-screen.
      05 blank screen.
      05 line 1 column 10
        value "RUSSIAN PEASANT MULTIPLICATION - SOURCE REGISTRY".
      05 line 3 column 5 value "SOURCE  . . :".
      05 line 3 column 20 pic x(8) using ws-scr-source.
      05 line 5 column 5 value "DESCRIPTION :".
      05 line 5 column 20 pic x(40) using ws-scr-desc.
      05 line 6 column 5 value "STATUS  . . :".
      05 line 6 column 20 pic x(1) using ws-scr-status.
      05 line 6 column 30 value "(A=ACTIVE, I=INACTIVE)".
      05 line 7 column 5 value "CYCLES/DAY  :".
      05 line 7 column 20 pic x(2) using ws-scr-cycles.
      05 line 7 column 30 value "(0=NO FIXED SCHEDULE)".
      05 line 8 column 5 value "EXPRESS . . :".
      05 line 8 column 20 pic x(1) using ws-scr-express.
      05 line 8 column 30 value "(Y=MAY FLAG EXPRESS, N=ROUTINE ONLY)".
      05 line 9 column 5 value "MAX DETAILS :".
      05 line 9 column 20 pic x(8) using ws-scr-max.
      05 line 9 column 30 value "(PER ENVELOPE, 0=NO LIMIT)".
      05 line 10 column 5 value "HOLD ABOVE  :".
      05 line 10 column 20 pic x(36) using ws-scr-hold.
      05 line 10 column 58 value "(P, 0=NEVER HOLD)".
      05 line 11 column 5 value "OPERATOR  . :".
      05 line 11 column 20 pic x(8) using ws-scr-operator.
      05 line 12 column 5 value "LAST UPDATE :".
      05 line 12 column 20 pic x(40) from ws-scr-updated.
      05 line 14 column 5 pic x(75) from ws-scr-message.
      05 line 16 column 5
        value "ACTION (L=LOOKUP, N=NEXT, A=ADD, C=CHANGE, X=EXIT):".
      05 line 16 column 58 pic x(1) using ws-scr-action.

procedure division.
  open i-o source-registry.
  if ws-registry-status = "35"
    open output source-registry
    close source-registry
    open i-o source-registry
  end-if.
  if ws-registry-status not = "00"
    display "ERROR: unable to open source registry (status "
      ws-registry-status ")"
    move 16 to return-code
    stop run
  end-if.

  move "KEY A SOURCE AND L TO LOOKUP, OR N TO PAGE THE REGISTRY"
    to ws-scr-message.
  perform until operator-exit
    display registry-screen
    accept registry-screen
    evaluate ws-scr-action
      when "X"
        move 'Y' to ws-exit-flag
      when "L"
        perform lookup-source
      when "N"
        perform next-source
      when "A"
        perform add-source
      when "C"
        perform change-source
      when other
        move "ACTION MUST BE L, N, A, C OR X" to ws-scr-message
    end-evaluate
    move space to ws-scr-action
  end-perform.

  close source-registry.
  display "SRCMNT COMPLETE: " ws-added-count " ADDED, "
    ws-changed-count " CHANGED".
  stop run.

  lookup-source.
    move spaces to ws-scr-message.
    move ws-scr-source to sr-source.
    read source-registry
      invalid key
        move "SOURCE NOT IN REGISTRY - KEY THE DETAILS AND A TO ADD"
          to ws-scr-message
        move spaces to ws-scr-updated
      not invalid key
        perform show-source
    end-read.

  next-source.
    move spaces to ws-scr-message.
    move ws-scr-source to sr-source.
    start source-registry key is greater than sr-source
      invalid key
        move "END OF REGISTRY" to ws-scr-message
      not invalid key
        read source-registry next record
          at end
            move "END OF REGISTRY" to ws-scr-message
          not at end
            perform show-source
        end-read
    end-start.

  show-source.
    move sr-source to ws-scr-source.
    move sr-description to ws-scr-desc.
    move sr-status to ws-scr-status.
    move sr-cycles to ws-scr-cycles.
    move sr-express-flag to ws-scr-express.
    move sr-max-details to ws-scr-max.
    move sr-hold-threshold to ws-hold-edit.
    move ws-hold-edit to ws-scr-hold.
    move spaces to ws-scr-updated.
    string sr-timestamp(1:8) delimited by size
      " " delimited by size
      sr-timestamp(9:6) delimited by size
      " BY " delimited by size
      sr-updated-by delimited by size
      into ws-scr-updated
    end-string.

  add-source.
    move spaces to ws-scr-message.
    perform edit-screen-fields.
    if edit-ok
      perform build-source-record
      write source-registry-record
        invalid key
          move "SOURCE ALREADY REGISTERED - USE C TO CHANGE IT"
            to ws-scr-message
        not invalid key
          add 1 to ws-added-count
          perform show-source
          move "SOURCE ADDED TO REGISTRY" to ws-scr-message
      end-write
    end-if.

  change-source.
    move spaces to ws-scr-message.
    perform edit-screen-fields.
    if edit-ok
      move ws-scr-source to sr-source
      read source-registry
        invalid key
          move "SOURCE NOT IN REGISTRY - USE A TO ADD IT"
            to ws-scr-message
        not invalid key
          perform build-source-record
          rewrite source-registry-record
            invalid key
              move "CHANGE NOT APPLIED - REGISTRY REWRITE FAILED"
                to ws-scr-message
            not invalid key
              add 1 to ws-changed-count
              perform show-source
              move "REGISTRY ENTRY CHANGED" to ws-scr-message
          end-rewrite
      end-read
    end-if.

  edit-screen-fields.
    move "OK" to ws-edit-status.
    evaluate true
      when ws-scr-source = spaces
        move "SOURCE CODE IS REQUIRED" to ws-scr-message
        move "BAD" to ws-edit-status
      when ws-scr-desc = spaces
        move "DESCRIPTION IS REQUIRED" to ws-scr-message
        move "BAD" to ws-edit-status
      when ws-scr-status not = "A" and ws-scr-status not = "I"
        move "STATUS MUST BE A (ACTIVE) OR I (INACTIVE)"
          to ws-scr-message
        move "BAD" to ws-edit-status
      when function trim(ws-scr-cycles) not numeric
        move "CYCLES/DAY MUST BE A NUMBER FROM 0 TO 99"
          to ws-scr-message
        move "BAD" to ws-edit-status
      when ws-scr-express not = "Y" and ws-scr-express not = "N"
        move "EXPRESS MUST BE Y OR N" to ws-scr-message
        move "BAD" to ws-edit-status
      when function trim(ws-scr-max) not numeric
        move "MAX DETAILS MUST BE A NUMBER (0 = NO LIMIT)"
          to ws-scr-message
        move "BAD" to ws-edit-status
      when function trim(ws-scr-hold) not numeric
        move "HOLD ABOVE MUST BE A NUMBER (0 = NEVER HOLD)"
          to ws-scr-message
        move "BAD" to ws-edit-status
      when ws-scr-operator = spaces
        move "OPERATOR ID IS REQUIRED TO ADD OR CHANGE A SOURCE"
          to ws-scr-message
        move "BAD" to ws-edit-status
    end-evaluate.

  build-source-record.
    move ws-scr-source to sr-source.
    move ws-scr-desc to sr-description.
    move ws-scr-status to sr-status.
    compute ws-work-number = function numval(function trim(ws-scr-cycles)).
    move ws-work-number to sr-cycles.
    move ws-scr-express to sr-express-flag.
    compute ws-work-number = function numval(function trim(ws-scr-max)).
    move ws-work-number to sr-max-details.
    move function length(function trim(ws-scr-hold)) to ws-hold-length.
    move all "0" to ws-hold-work.
    move function trim(ws-scr-hold)
      to ws-hold-work(37 - ws-hold-length:ws-hold-length).
    move ws-hold-work to sr-hold-threshold.
    move ws-scr-operator to sr-updated-by.
    move function current-date to sr-timestamp.
