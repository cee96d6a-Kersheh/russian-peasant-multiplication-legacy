*> OVRCHK - shared override authorization paragraphs used by
*> ITERATIVE (batch and resubmit modes) and BATSPLIT when a run
*> asks for OVERRIDE on a cycle already closed on RUNCTL.
*> Requires the calling program to have an FD OVERRIDE-REGISTER
*> (indexed, dynamic, RECORD KEY OVR-KEY) with COPY OVRREG, an FD
*> OVERRIDE-LOG (line sequential) with a pic x(174) buffer
*> OVERRIDE-LOG-BUFFER, COPY OVRLOG and COPY RUNCTL in
*> working-storage, plus WS-OVRREG-STATUS pic x(2),
*> WS-OVRLOG-STATUS pic x(2), WS-OVR-DATASET pic x(100),
*> WS-OVR-BUSDATE pic x(8), WS-OVR-CYCLE pic x(2), WS-OVR-MODE
*> pic x(8), WS-OVR-GRANTED-FLAG pic x (88 OVERRIDE-GRANTED
*> 'Y'), WS-OVR-EOF-FLAG pic x (88 END-OF-OVERRIDES 'Y'),
*> WS-OVR-REASON-CODE pic x(4), WS-OVR-SEQ pic 9(2),
*> WS-OVR-REQUESTER pic x(8), WS-OVR-APPROVER pic x(8),
*> WS-OVR-TICKET pic x(12), WS-OVR-REASON pic x(40), WS-RUN-ID
*> pic x(14) and WS-PRIOR-RUN-ID pic x(14). The caller sets
*> WS-OVR-DATASET/BUSDATE/CYCLE to the run's RUNCTL key and
*> WS-OVR-MODE before CHECK-OVERRIDE-AUTHORIZATION, which takes
*> the first approved, unconsumed authorization on OVRREG for
*> that key whose expiry has not passed, marks it consumed by
*> WS-RUN-ID and sets OVERRIDE-GRANTED; with none it leaves
*> OVERRIDE-GRANTED off and WS-OVR-REASON-CODE says why (NAUT or
*> NREG). Either way the attempt is logged to OVRLOG and the
*> outcome displayed; refusing the run is left to the caller.
*> STAMP-OVERRIDE-DETAILS fills RC-OVERRIDE on the caller's
*> RUNCTL opening entry (spaces when no override was used).
    check-override-authorization.
      move 'N' to ws-ovr-granted-flag.
      move 'N' to ws-ovr-eof-flag.
      move spaces to ws-ovr-reason-code.
      move 0 to ws-ovr-seq.
      move spaces to ws-ovr-requester.
      move spaces to ws-ovr-approver.
      move spaces to ws-ovr-ticket.
      move spaces to ws-ovr-reason.
      open i-o override-register.
      if ws-ovrreg-status not = "00"
        move "NREG" to ws-ovr-reason-code
        display "ERROR: override register not available (status "
          ws-ovrreg-status "), OVERRIDE cannot be authorized"
      else
        move ws-ovr-dataset to ovr-dataset
        move ws-ovr-busdate to ovr-busdate
        move ws-ovr-cycle to ovr-cycle
        move 0 to ovr-seq
        start override-register key is not less than ovr-key
          invalid key
            move 'Y' to ws-ovr-eof-flag
        end-start
        perform until end-of-overrides or override-granted
          read override-register next record
            at end
              move 'Y' to ws-ovr-eof-flag
            not at end
              perform try-override-authorization
          end-read
        end-perform
        close override-register
        if not override-granted
          move "NAUT" to ws-ovr-reason-code
        end-if
      end-if.
      perform write-override-log.
      if override-granted
        display "OVERRIDE AUTHORIZED: " function trim(ws-ovr-dataset)
          " business date " ws-ovr-busdate " cycle " ws-ovr-cycle
          " authorization " ws-ovr-seq " ticket " ws-ovr-ticket
          " requested by " ws-ovr-requester
          " approved by " ws-ovr-approver
      else
        if ws-ovr-reason-code = "NAUT"
          display "ERROR: no approved, unused, unexpired override"
            " authorization on the override register for "
            function trim(ws-ovr-dataset)
            " business date " ws-ovr-busdate " cycle " ws-ovr-cycle
        end-if
      end-if.

    try-override-authorization.
      if ovr-dataset not = ws-ovr-dataset
        or ovr-busdate not = ws-ovr-busdate
        or ovr-cycle not = ws-ovr-cycle
        move 'Y' to ws-ovr-eof-flag
      else
        if ovr-approved
          and ovr-expiry not < function current-date(1:8)
          move "C" to ovr-status
          move function current-date to ovr-consumed-ts
          move ws-run-id to ovr-run-id
          move ws-ovr-mode to ovr-used-by
          rewrite override-record
            invalid key
              display "ERROR: override authorization " ovr-seq
                " could not be marked consumed (status "
                ws-ovrreg-status ")"
            not invalid key
              move 'Y' to ws-ovr-granted-flag
              move ovr-seq to ws-ovr-seq
              move ovr-requester to ws-ovr-requester
              move ovr-approver to ws-ovr-approver
              move ovr-ticket to ws-ovr-ticket
              move ovr-reason to ws-ovr-reason
          end-rewrite
        end-if
      end-if.

    write-override-log.
      move function current-date to ovl-timestamp.
      move ws-ovr-mode to ovl-mode.
      move ws-ovr-dataset to ovl-dataset.
      move ws-ovr-busdate to ovl-busdate.
      move ws-ovr-cycle to ovl-cycle.
      move ws-ovr-reason-code to ovl-reason.
      move ws-ovr-seq to ovl-seq.
      move ws-prior-run-id to ovl-prior-run-id.
      if override-granted
        move "U" to ovl-outcome
        move ws-run-id to ovl-run-id
      else
        move "N" to ovl-outcome
        move spaces to ovl-run-id
      end-if.
      open extend override-log.
      if ws-ovrlog-status = "35"
        open output override-log
      end-if.
      write override-log-buffer from override-log-record.
      close override-log.

    stamp-override-details.
      move spaces to rc-override.
      if override-granted
        move ws-ovr-seq to rc-ovr-seq
        move ws-ovr-requester to rc-ovr-requester
        move ws-ovr-approver to rc-ovr-approver
        move ws-ovr-ticket to rc-ovr-ticket
        move ws-ovr-reason to rc-ovr-reason
      end-if.
