*> SPLITCTL - record layout for the split control dataset written
*> by BATSPLIT when it splits the consolidated nightly batch input
*> by source envelope into parallel streams, and read back by
*> ITERATIVE's stream mode (for the run ID every stream posts
*> under) and by BATMERGE (to verify the streams and rebuild the
*> night as one run). One header record ("H") carries the run ID
*> BATSPLIT assigned, the consolidated dataset name, the business
*> date/cycle of its first envelope header, the number of streams
*> in use and the record/detail totals of the whole input. One
*> envelope record ("E") per source envelope, in input order,
*> names the stream it went to and where it sits: its first
*> record number in the consolidated input (SPLIT-ENV-ORIG-REC)
*> and in the stream dataset (SPLIT-ENV-STREAM-REC), its record
*> and detail counts, and the number of details ahead of it in
*> the whole input (SPLIT-ENV-RUN-BASE) and in its stream
*> (SPLIT-ENV-STREAM-BASE). A stream numbers its details from 1
*> across its own envelopes; BATMERGE turns a stream sequence
*> into the run-wide one as stream sequence - stream base + run
*> base, so the merged extract, audit log and hold log number
*> every detail exactly as a single consolidated run would.
    01 split-control-record.
      05 split-rec-type pic x.
        88 split-header-rec   value "H".
        88 split-envelope-rec value "E".
      05 split-run-id pic x(14).
      05 split-data pic x(131).
      05 split-header redefines split-data.
        10 split-input-name pic x(100).
        10 split-busdate    pic x(8).
        10 split-cycle      pic x(2).
        10 split-streams    pic 9.
        10 split-envelopes  pic 9(4).
        10 split-records    pic 9(8).
        10 split-details    pic 9(8).
      05 split-envelope redefines split-data.
        10 split-env-number     pic 9(4).
        10 split-env-stream     pic 9.
        10 split-env-source     pic x(8).
        10 split-env-busdate    pic x(8).
        10 split-env-cycle      pic x(2).
        10 split-env-orig-rec   pic 9(8).
        10 split-env-stream-rec pic 9(8).
        10 split-env-records    pic 9(8).
        10 split-env-details    pic 9(8).
        10 split-env-run-base   pic 9(8).
        10 split-env-stream-base pic 9(8).
        10 filler               pic x(60).
