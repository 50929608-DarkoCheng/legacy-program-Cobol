    01 report-line pic x(100).

working-storage section.
    copy "procparm.cpy".
77 policy-file-status pic xx.
77 registry-file-status pic xx.
77 reg-archive-status pic xx.

procedure division.
main-logic.
    call "procdate" using procdate-parameters
    move proc-business-date to today-date
    perform load-retention-policy
    open output housekeeping-report
    move "Housekeeping run for date " to report-line
    perform varying stream-idx from 1 by 1 until stream-idx is greater than 99
        move stream-idx to stream-suffix
        perform varying partial-kind-idx from 1 by 1
                until partial-kind-idx is greater than 13
            perform remove-one-stream-partial
        end-perform
    end-perform.
    else if partial-kind-idx is equal to 8
        string "NORMPAIR." delimited by size stream-suffix delimited by size
            into probe-file-name
    else if partial-kind-idx is equal to 9
        string "PLATEWO." delimited by size stream-suffix delimited by size
            into probe-file-name
    else if partial-kind-idx is equal to 10
        string "RANGEMAP." delimited by size stream-suffix delimited by size
            into probe-file-name
    else if partial-kind-idx is equal to 11
        string "RUNSTAT." delimited by size stream-suffix delimited by size
            into probe-file-name
    else if partial-kind-idx is equal to 12
        string "RTNPART." delimited by size stream-suffix delimited by size
            into probe-file-name
    else
        string "RTNWORK." delimited by size stream-suffix delimited by size
            into probe-file-name
    end-if.
    perform remove-probe-file
    if delete-return is equal to 0

*> ----------------------------------------------------------------
*> the per-run reports age off as a set once the run date inside
*> the conversion register is past the cutoff; DUPRPT.TXT,
*> NORMPAIR.TXT, the plate work order PLATEWO.TXT and the range
*> trace RANGEMAP.TXT go with it
*> ----------------------------------------------------------------
age-off-run-reports.
    move output-keep-days to back-days-counter
    end-if
    move "NORMPAIR.TXT" to probe-file-name
    perform remove-probe-file
    if delete-return is equal to 0
        add 1 to outputs-removed
    end-if
    move "PLATEWO.TXT" to probe-file-name
    perform remove-probe-file
    if delete-return is equal to 0
        add 1 to outputs-removed
    end-if
    move "RANGEMAP.TXT" to probe-file-name
    perform remove-probe-file
    if delete-return is equal to 0
        add 1 to outputs-removed
    end-if.
