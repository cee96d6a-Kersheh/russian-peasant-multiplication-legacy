*> Morning missing-feed report for operations. For the business
*> date in the PARM (YYYYMMDD, default yesterday - the night just
*> run) every source marked active in the source registry
*> (SRCREG) with an expected cycle count is checked against the
*> statistics ledger (STATLOG), where ITERATIVE posts one entry
*> per closed source envelope. A source with no closed envelope
*> for the date is listed MISSING, one with fewer envelopes than
*> its registered cycles is listed SHORT, and any source that
*> posted to STATLOG for the date without being active in the
*> registry is listed as well. Ends CC 4 when any feed is missing
*> or short so somebody phones the feed owner before billing
*> notices the hole, CC 0 when every expected feed arrived.
identification division.
  program-id. feedrpt.

environment division.
  input-output section.
    file-control.
      select source-registry assign to "SRCREG"
        organization indexed
        access sequential
        record key sr-source
        file status is ws-registry-status.
      select statistics-log assign to "STATLOG"
        organization line sequential
        file status is ws-stat-status.
      select report-out assign to "FEEDRPT"
        organization line sequential.

data division.
  file section.
    fd source-registry.
      copy srcreg.
    fd statistics-log.
      01 statistics-log-buffer pic x(91).
    fd report-out.
      01 report-line pic x(132).
  working-storage section.
    copy statrec.

    77 ws-registry-status pic x(2).
    77 ws-stat-status    pic x(2).
    77 ws-eof-flag       pic x value 'N'.
      88 end-of-file     value 'Y'.
    77 ws-run-date       pic x(21).
    77 ws-date-buffer    pic x(32).
    77 ws-report-date    pic x(8).
    77 ws-date-int       pic 9(8).

    01 received-feeds.
      05 received-entry occurs 200.
        10 rf-source    pic x(8).
        10 rf-envelopes pic 9(4).
        10 rf-matched   pic x.
    77 ws-feed-count     pic 9(4) value 0.
    77 ws-feed-limit     pic 9(4) value 200.
    77 ws-feed-index     pic 9(4).
    77 ws-feed-match     pic 9(4).
    77 ws-feed-key       pic x(8).

    77 ws-read-count     pic 9(8) value 0.
    77 ws-active-count   pic 9(4) value 0.
    77 ws-arrived-count  pic 9(4) value 0.
    77 ws-missing-count  pic 9(4) value 0.
    77 ws-short-count    pic 9(4) value 0.
    77 ws-stray-count    pic 9(4) value 0.
    77 ws-received       pic 9(4).

    77 ws-count-edit     pic z(7)9.
    77 ws-recv-edit      pic z(3)9.
    77 ws-cycle-edit     pic z9.

procedure division.
  move function current-date to ws-run-date.

  accept ws-date-buffer from argument-value.
  if ws-date-buffer = spaces
    compute ws-date-int = function date-of-integer(
      function integer-of-date(function numval(ws-run-date(1:8))) - 1)
    move ws-date-int to ws-report-date
  else
    if function trim(ws-date-buffer) numeric
      and function length(function trim(ws-date-buffer)) = 8
      move ws-date-buffer(1:8) to ws-report-date
    else
      display "ERROR: business date must be YYYYMMDD, got: "
        function trim(ws-date-buffer)
      move 16 to return-code
      stop run
    end-if
  end-if.

  open input source-registry.
  if ws-registry-status not = "00"
    display "ERROR: unable to open source registry (status "
      ws-registry-status ")"
    move 16 to return-code
    stop run
  end-if.

  open output report-out.
  perform print-report-headers.
  perform load-received-feeds.

  move 'N' to ws-eof-flag.
  perform until end-of-file
    read source-registry
      at end
        move 'Y' to ws-eof-flag
      not at end
        if sr-active and sr-cycles > 0
          perform check-expected-feed
        end-if
    end-read
  end-perform.
  close source-registry.

  perform print-stray-feeds.
  perform print-summary.
  close report-out.

  display "FEEDRPT COMPLETE: " ws-active-count " EXPECTED FEED(S), "
    ws-missing-count " MISSING, " ws-short-count " SHORT".
  if ws-missing-count > 0 or ws-short-count > 0
    move 4 to return-code
  end-if.
  stop run.

  load-received-feeds.
    open input statistics-log.
    if ws-stat-status not = "00"
      display "WARNING: statistics log not available (status "
        ws-stat-status "), every expected feed reports missing"
      move spaces to report-line
      string "STATISTICS LOG NOT AVAILABLE (STATUS " delimited by size
        ws-stat-status delimited by size
        ") - NO ENVELOPES COUNTED" delimited by size
        into report-line
      end-string
      write report-line
    else
      perform until end-of-file
        read statistics-log into stat-record
          at end
            move 'Y' to ws-eof-flag
          not at end
            add 1 to ws-read-count
            if stat-busdate = ws-report-date
              perform tally-received-feed
            end-if
        end-read
      end-perform
      close statistics-log
    end-if.

  tally-received-feed.
    move stat-source to ws-feed-key.
    perform find-feed-entry.
    if ws-feed-match = 0
      if ws-feed-count >= ws-feed-limit
        display "WARNING: feed table full, envelopes for "
          stat-source " not counted"
      else
        add 1 to ws-feed-count
        move ws-feed-count to ws-feed-match
        move stat-source to rf-source(ws-feed-match)
        move 0 to rf-envelopes(ws-feed-match)
        move 'N' to rf-matched(ws-feed-match)
      end-if
    end-if.
    if ws-feed-match > 0
      add 1 to rf-envelopes(ws-feed-match)
    end-if.

  find-feed-entry.
    move 0 to ws-feed-match.
    move 1 to ws-feed-index.
    perform until ws-feed-index > ws-feed-count
      or ws-feed-match > 0
      if rf-source(ws-feed-index) = ws-feed-key
        move ws-feed-index to ws-feed-match
      else
        add 1 to ws-feed-index
      end-if
    end-perform.

  check-expected-feed.
    add 1 to ws-active-count.
    move sr-source to ws-feed-key.
    perform find-feed-entry.
    if ws-feed-match = 0
      move 0 to ws-received
    else
      move rf-envelopes(ws-feed-match) to ws-received
      move 'Y' to rf-matched(ws-feed-match)
    end-if.
    move ws-received to ws-recv-edit.
    move sr-cycles to ws-cycle-edit.
    move spaces to report-line.
    evaluate true
      when ws-received = 0
        add 1 to ws-missing-count
        string "  MISSING  " delimited by size
          sr-source delimited by size
          "  " delimited by size
          sr-description delimited by size
          "  NO CLOSED ENVELOPE, " delimited by size
          function trim(ws-cycle-edit) delimited by size
          " EXPECTED" delimited by size
          into report-line
        end-string
        write report-line
      when ws-received < sr-cycles
        add 1 to ws-short-count
        string "  SHORT    " delimited by size
          sr-source delimited by size
          "  " delimited by size
          sr-description delimited by size
          "  " delimited by size
          function trim(ws-recv-edit) delimited by size
          " OF " delimited by size
          function trim(ws-cycle-edit) delimited by size
          " EXPECTED ENVELOPE(S) CLOSED" delimited by size
          into report-line
        end-string
        write report-line
      when other
        add 1 to ws-arrived-count
    end-evaluate.

  print-stray-feeds.
    move 1 to ws-feed-index.
    perform until ws-feed-index > ws-feed-count
      if rf-matched(ws-feed-index) not = 'Y'
        add 1 to ws-stray-count
        move rf-envelopes(ws-feed-index) to ws-recv-edit
        move spaces to report-line
        string "  UNEXPECTED " delimited by size
          rf-source(ws-feed-index) delimited by size
          "  " delimited by size
          function trim(ws-recv-edit) delimited by size
          " ENVELOPE(S) CLOSED BUT SOURCE NOT ACTIVE/SCHEDULED"
            delimited by size
          " IN THE REGISTRY" delimited by size
          into report-line
        end-string
        write report-line
      end-if
      add 1 to ws-feed-index
    end-perform.

  print-report-headers.
    move spaces to report-line.
    string "RUSSIAN PEASANT MULTIPLICATION - MISSING FEED REPORT"
      delimited by size into report-line
    end-string.
    write report-line.

    move spaces to report-line.
    string "RUN DATE: " delimited by size
      ws-run-date(1:8) delimited by size
      "          BUSINESS DATE: " delimited by size
      ws-report-date delimited by size
      into report-line
    end-string.
    write report-line.

    move spaces to report-line.
    write report-line.

  print-summary.
    move spaces to report-line.
    write report-line.

    move ws-active-count to ws-count-edit.
    move spaces to report-line.
    string "EXPECTED FEEDS:     " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-arrived-count to ws-count-edit.
    move spaces to report-line.
    string "ARRIVED IN FULL:    " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-missing-count to ws-count-edit.
    move spaces to report-line.
    string "MISSING:            " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-short-count to ws-count-edit.
    move spaces to report-line.
    string "SHORT:              " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    move ws-stray-count to ws-count-edit.
    move spaces to report-line.
    string "UNEXPECTED SOURCES: " delimited by size
      ws-count-edit delimited by size
      into report-line
    end-string.
    write report-line.

    if ws-missing-count = 0 and ws-short-count = 0
      move "VERDICT: ALL EXPECTED FEEDS ARRIVED" to report-line
    else
      move "VERDICT: FEEDS MISSING - CHASE THE SOURCE OWNERS"
        to report-line
    end-if.
    write report-line.
