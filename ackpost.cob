fd run-registry.
    copy "runreg.cpy".
fd exceptions-report.
    copy "excrec.cpy".

working-storage section.
    copy "procparm.cpy".
    copy "convparm.cpy".

77 ack-file-status pic xx.
    move conv-reason-code to exc-reason-code-out
    move ack-reject-reason to exc-reason-text-out
    move '1' to exc-direction-out
    string "FILE:" delimited by size
        registered-file-name delimited by space
        into exc-source-out
    call "procdate" using procdate-parameters
    move proc-business-date to exc-first-date
    move target-run-id to exc-first-run
    write exceptions-record
    add 1 to reject-lines-posted.

        close run-registry
        open extend run-registry
    end-if
    call "procdate" using procdate-parameters
    move proc-business-date to posting-date
    accept posting-time from time
    move spaces to registry-record
    move target-run-id to rr-run-id
