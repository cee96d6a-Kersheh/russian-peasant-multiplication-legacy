    fd master-new.
      01 master-new-record.
        05 master-new-key pic x(36).
        05 filler         pic x(71).
    fd archive-out.
      01 archive-record pic x(107).
    fd report-out.
      01 report-line pic x(132).
  working-storage section.
