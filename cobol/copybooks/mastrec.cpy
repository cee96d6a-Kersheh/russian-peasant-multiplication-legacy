*> batch and resubmit paths consult it before performing ITER: a hit
*> supplies the stored P without recomputing, a miss is computed and
*> stored, building a permanent table of every certified product.
*> MASTER-RUN-ID is the run that first computed and stored the
*> entry (spaces on entries stored before the field existed), so
*> BACKOUT can remove exactly the entries a backed-out run created.
    01 master-record.
      05 master-key.
        10 master-m pic 9(18).
        10 master-n pic 9(18).
      05 master-p         pic 9(36).
      05 master-timestamp pic x(21).
      05 master-run-id    pic x(14).
