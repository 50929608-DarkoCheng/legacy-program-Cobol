fd audit-log.
    copy "audrec.cpy".
fd audit-archive.
    01 archive-record pic x(200).
fd audit-holdover.
    01 holdover-record pic x(200).
fd daily-report.
    01 report-line pic x(80).

working-storage section.
    copy "procparm.cpy".
77 audit-file-status pic xx.
77 archive-file-status pic xx.
77 holdover-file-status pic xx.
        accept report-date
    end-if
    if report-date is equal to 0
        call "procdate" using procdate-parameters
        move proc-business-date to report-date
    end-if.

*> ----------------------------------------------------------------
