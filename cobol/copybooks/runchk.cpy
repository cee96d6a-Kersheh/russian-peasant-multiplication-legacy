*> RUNCHK - shared reprocess guard used by ITERATIVE (batch and
*> resubmit modes) and BATSPLIT. Requires the calling program to
*> have an FD RUN-CONTROL (line sequential, file status
*> WS-RUNCTL-STATUS) and COPY RUNCTL in working-storage, plus
*> WS-RUNCTL-NAME pic x(100), WS-RUNCTL-BUSDATE pic x(8),
*> WS-RUNCTL-CYCLE pic x(2), WS-RUNCTL-EOF-FLAG pic x (88
*> END-OF-RUNCTL 'Y'), WS-PRIOR-COMPLETE-FLAG pic x (88
*> PRIOR-RUN-COMPLETE 'Y'), WS-PRIOR-RUN-ID pic x(14), and a
*> table CLOSED-RUNS with CR-ENTRY occurs 100 (CR-RUN-ID pic
*> x(14), CR-BACKOUT-FLAG pic x with 88 CR-BACKED-OUT 'Y'),
*> WS-CLOSED-COUNT, WS-CLOSED-LIMIT (value 100) and
*> WS-CLOSED-INDEX pic 9(4), and WS-CLOSED-FULL-FLAG pic x (88
*> CLOSED-RUNS-FULL 'Y'). The caller sets WS-RUNCTL-NAME/
*> BUSDATE/CYCLE to the cycle about to run. CHECK-RUN-CONTROL
*> makes two passes over RUNCTL: the first collects every run
*> that closed that cycle with CC below 12, the second marks
*> each of them that has a backout ("B") entry. The cycle is
*> processed when any of those runs still stands, and
*> WS-PRIOR-RUN-ID is the latest one, so backing out an
*> OVERRIDE rerun does not unblock a cycle an earlier run
*> already billed. More closings for one cycle than the table
*> holds are treated as processed rather than risk a double
*> post.
    check-run-control.
      move 'N' to ws-prior-complete-flag.
      move spaces to ws-prior-run-id.
      move 0 to ws-closed-count.
      move 'N' to ws-closed-full-flag.
      move 'N' to ws-runctl-eof-flag.
      open input run-control.
      if ws-runctl-status = "00"
        perform until end-of-runctl
          read run-control into run-control-record
            at end
              move 'Y' to ws-runctl-eof-flag
            not at end
              if rc-closing and rc-filename = ws-runctl-name
                and rc-busdate = ws-runctl-busdate
                and rc-cycle = ws-runctl-cycle
                and rc-condition-code < 12
                perform note-closed-run
              end-if
          end-read
        end-perform
        close run-control
      end-if.
      if ws-closed-count > 0
        move 'N' to ws-runctl-eof-flag
        open input run-control
        perform until end-of-runctl
          read run-control into run-control-record
            at end
              move 'Y' to ws-runctl-eof-flag
            not at end
              if rc-backout
                perform note-backed-out-run
              end-if
          end-read
        end-perform
        close run-control
        move ws-closed-count to ws-closed-index
        perform until ws-closed-index = 0 or prior-run-complete
          if not cr-backed-out(ws-closed-index)
            move 'Y' to ws-prior-complete-flag
            move cr-run-id(ws-closed-index) to ws-prior-run-id
          end-if
          subtract 1 from ws-closed-index
        end-perform
      end-if.
      if closed-runs-full and not prior-run-complete
        move 'Y' to ws-prior-complete-flag
        display "WARNING: more than " ws-closed-limit
          " closing entries for " function trim(ws-runctl-name)
          " business date " ws-runctl-busdate
          " cycle " ws-runctl-cycle " - treated as processed"
      end-if.

    note-closed-run.
      if ws-closed-count < ws-closed-limit
        add 1 to ws-closed-count
        move rc-run-id to cr-run-id(ws-closed-count)
        move 'N' to cr-backout-flag(ws-closed-count)
      else
        move 'Y' to ws-closed-full-flag
        move rc-run-id to ws-prior-run-id
      end-if.

    note-backed-out-run.
      move 1 to ws-closed-index.
      perform until ws-closed-index > ws-closed-count
        if cr-run-id(ws-closed-index) = rc-run-id
          move 'Y' to cr-backout-flag(ws-closed-index)
        end-if
        add 1 to ws-closed-index
      end-perform.
