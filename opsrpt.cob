    01 report-line pic x(100).

working-storage section.
    copy "procparm.cpy".
77 registry-file-status pic xx.
77 report-file-status pic xx.
77 registry-eof-flag pic x value 'N'.
        accept report-month
    end-if
    if report-month is equal to 0
        call "procdate" using procdate-parameters
        move proc-business-date(1:6) to report-month
    end-if.

*> ----------------------------------------------------------------
