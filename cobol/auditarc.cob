    fd audit-log.
      copy auditrec.
    fd archive-out.
      01 archive-record pic x(154).
    fd audit-new.
      01 audit-new-record pic x(154).
    fd work-out.
      01 work-record pic x(154).
    fd report-out.
      01 report-line pic x(132).
  working-storage section.
