*> SRCCHK - shared source-registry paragraphs used by ITERATIVE and
*> BATCHEDT to vet each envelope header against the SRCREG
*> registry. Requires the calling program to have an FD
*> SOURCE-REGISTRY (indexed, random, RECORD KEY SR-SOURCE) with
*> COPY SRCREG, plus WS-REGISTRY-STATUS pic x(2),
*> WS-REGISTRY-OPEN-FLAG pic x (88 REGISTRY-OPEN 'Y'),
*> WS-BATCH-SOURCE pic x(8), WS-SOURCE-STATUS pic x(3) (88
*> SOURCE-OK/SOURCE-REFUSED), WS-SOURCE-REASON pic x(4),
*> WS-SOURCE-MESSAGE pic x(75), WS-ENV-MAX-DETAILS pic 9(8),
*> WS-ENV-HOLD-THRESHOLD pic 9(36) and WS-ENV-EXPRESS-FLAG pic x
*> (88 ENV-EXPRESS-ALLOWED 'Y') defined in working-storage.
*> WS-SOURCE-REASON reports why a source was refused: UNRG (not
*> registered), INAC (registered but inactive), NREG (registry
*> not available), spaces when the source is good.
*> CHECK-SOURCE-REGISTRY only BUILDS the error text into
*> WS-SOURCE-MESSAGE - each caller routes it, the same way
*> VALIDATE-ARG leaves its message to the caller.
    open-source-registry.
      move 'N' to ws-registry-open-flag.
      open input source-registry.
      if ws-registry-status = "00"
        move 'Y' to ws-registry-open-flag
      else
        display "ERROR: source registry not available (status "
          ws-registry-status "), every envelope will be refused"
      end-if.

    close-source-registry.
      if registry-open
        close source-registry
        move 'N' to ws-registry-open-flag
      end-if.

    check-source-registry.
      move "OK" to ws-source-status.
      move spaces to ws-source-reason.
      move spaces to ws-source-message.
      move 0 to ws-env-max-details.
      move 0 to ws-env-hold-threshold.
      move 'N' to ws-env-express-flag.
      if not registry-open
        move "BAD" to ws-source-status
        move "NREG" to ws-source-reason
        string "ERROR: source registry not available, source "
          ws-batch-source " cannot be verified"
          delimited by size into ws-source-message
        end-string
      else
        move ws-batch-source to sr-source
        read source-registry
          invalid key
            move "BAD" to ws-source-status
            move "UNRG" to ws-source-reason
            string "ERROR: source " ws-batch-source
              " is not in the source registry"
              delimited by size into ws-source-message
            end-string
          not invalid key
            if sr-active
              move sr-max-details to ws-env-max-details
              move sr-hold-threshold to ws-env-hold-threshold
              move sr-express-flag to ws-env-express-flag
            else
              move "BAD" to ws-source-status
              move "INAC" to ws-source-reason
              string "ERROR: source " ws-batch-source
                " is inactive in the source registry"
                delimited by size into ws-source-message
              end-string
            end-if
        end-read
      end-if.
