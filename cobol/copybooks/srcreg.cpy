*> SRCREG - record layout for the source system registry (SRCREG),
*> an indexed dataset keyed on the source system code carried in
*> BATCH-HDR-SOURCE, one entry per feed. SR-STATUS marks the feed
*> active ("A") or retired ("I"); retired feeds keep their entry
*> so old STATLOG and suspense keys still resolve. SR-CYCLES is
*> how many envelopes the feed is expected to send each business
*> date (zero = no fixed schedule, never chased as missing).
*> SR-EXPRESS-FLAG "Y" lets the feed mark details express
*> (BATCH-PRIORITY "E"); anyone else's express flag is processed
*> as routine. SR-MAX-DETAILS caps the details in one envelope
*> (zero = no cap). SR-HOLD-THRESHOLD is the product above which
*> ITERATIVE holds a computed detail for supervisor release
*> instead of billing it (zero = never hold). BATCHEDT and
*> ITERATIVE fail any envelope from an unregistered or inactive
*> source, or over its cap; FEEDRPT chases active feeds that sent
*> nothing; SRCMNT maintains it.
    01 source-registry-record.
      05 sr-source       pic x(8).
      05 sr-description  pic x(40).
      05 sr-status       pic x.
        88 sr-active     value "A".
        88 sr-inactive   value "I".
      05 sr-cycles       pic 9(2).
      05 sr-express-flag pic x.
        88 sr-express-allowed value "Y".
      05 sr-max-details  pic 9(8).
      05 sr-updated-by   pic x(8).
      05 sr-timestamp    pic x(21).
      05 sr-hold-threshold pic 9(36).
