*> RECONCILE to open the SUSPOUT dataset and log a rejected batch
*> record. Requires the calling program to have COPY SUSPREC and
*> COPY BATCHREC, an FD SUSPENSE-FILE whose record is
*> SUSPENSE-OUT-BUFFER pic x(191), plus WS-SUSPENSE-STATUS pic x(2),
*> WS-BATCH-FILENAME pic x(100), WS-BATCH-BUSDATE pic x(8),
*> WS-RECORD-COUNT pic 9(8), WS-BATCH-M-REASON pic x(4),
*> WS-BATCH-N-REASON pic x(4) and WS-BATCH-SOURCE pic x(8) defined
*> in working-storage.
    open-suspense-log.
      open extend suspense-file.
      if ws-suspense-status = "35"
      move ws-batch-m-reason to susp-m-reason.
      move ws-batch-n-reason to susp-n-reason.
      move ws-batch-busdate to susp-busdate.
      if batch-reversal-rec
        move "R" to susp-rec-type
        move batch-rev-run-id to susp-rev-run-id
        move batch-rev-seq to susp-rev-seq
      else
        move "D" to susp-rec-type
        move spaces to susp-rev-run-id
        move spaces to susp-rev-seq
      end-if.
      move ws-batch-source to susp-hdr-source.
      write suspense-out-buffer from suspense-record.
