    select audit-archive assign to archive-file-name
      organization line sequential
      file status is archive-file-status.
    select audit-index assign to "AUDITIX.DAT"
      organization indexed
      access mode dynamic
      record key ax-key
      alternate record key ax-date with duplicates
      sharing with all other
      file status is index-file-status.
    select inquiry-report assign to "AUDINQ.TXT"
      organization line sequential
      file status is report-file-status.
data division.
file section.
fd audit-log.
    01 audit-log-line pic x(200).
fd audit-archive.
    01 archive-record pic x(200).
fd audit-index.
    copy "audxrec.cpy".
fd inquiry-report.
    01 report-line pic x(200).

working-storage section.
    copy "procparm.cpy".
*> every scanned line, live or archived, is viewed through the one
*> shared audit layout. records archived before the sequence number
*> was added read back with spaces in that field and simply never
        ==audit-input-out== by ==scan-input==
        ==audit-result-out== by ==scan-result==
        ==audit-run-id-out== by ==scan-run-id==
        ==audit-sequence-out== by ==scan-sequence==
        ==audit-operator-out== by ==scan-operator==.
    copy "signparm.cpy".
    copy "gapparm.cpy".

77 audit-file-status pic xx.
77 archive-file-status pic xx.
77 index-file-status pic xx.
77 index-lines-read pic 9(10) value 0.
77 report-file-status pic xx.
77 scan-eof-flag pic x value 'N'.
77 archive-file-name pic x(30).
77 cmd-line-arg-index pic 9(2).
77 cmd-line-arg-value pic x(60).

*> what to look for: N a numeral, S a sequence number, R a run id,
*> O the operator who was signed on when the conversion ran, K one
*> sequence number within one run (audinq K <run id> <sequence>)
77 search-type pic x(01).
    88 search-by-numeral value 'N'.
    88 search-by-sequence value 'S'.
    88 search-by-run-id value 'R'.
    88 search-by-operator value 'O'.
    88 search-by-run-key value 'K'.
77 key-sequence-value pic x(10) value spaces.
77 search-value pic x(60).
77 search-operator pic x(08).
77 search-numeral pic x(60).
77 search-sequence pic x(10).
77 search-run-id pic x(16).

procedure division.
main-logic.
    move "AUDINQ" to sign-program
    move 'I' to sign-required-role
    set sign-func-sign-on to true
    call "signon" using signon-parameters
    if sign-on-refused
        move 12 to return-code
        stop run
    end-if
    perform get-run-parameters
    open output inquiry-report
    move search-type to heading-type
    write report-line from report-heading-line
    move spaces to report-line
    write report-line
    perform read-from-audit-index
    if index-lines-read is equal to 0
        perform scan-live-log
        perform walk-dated-archives
    end-if
    move spaces to report-line
    write report-line
    close inquiry-report

*> ----------------------------------------------------------------
*> key type, key value and date range come from the command line
*> (audinq N MCMXLIV 20260101 20260831) or from the operator.
*> anyone signed on may inquire, inquiry role included.
*> ----------------------------------------------------------------
get-run-parameters.
    move spaces to search-type
            move 3 to cmd-line-arg-index
            display cmd-line-arg-index upon argument-number
            accept cmd-line-arg-value from argument-value
            if search-type is equal to 'K' or 'k'
                move cmd-line-arg-value(1:10) to key-sequence-value
            else
                move cmd-line-arg-value(1:8) to from-date
            end-if
        end-if
        if cmd-line-arg-count is greater than 3
            move 4 to cmd-line-arg-index
            move cmd-line-arg-value(1:8) to to-date
        end-if
    else
        display "Search by N numeral, S sequence number, R run id,"
            " O operator or K run id and sequence number:"
        accept search-type
        if search-type is equal to 'K' or 'k'
            display "Enter the run id:"
            accept search-value
            display "Enter the sequence number:"
            accept key-sequence-value
        else
            display "Enter the value to search for:"
            accept search-value
            display "From date (YYYYMMDD):"
            accept from-date
            display "To date (YYYYMMDD):"
            accept to-date
        end-if
    end-if
    if search-type is equal to 'n'
        move 'N' to search-type
    if search-type is equal to 'r'
        move 'R' to search-type
    end-if
    if search-type is equal to 'o'
        move 'O' to search-type
    end-if
    if search-type is equal to 'k'
        move 'K' to search-type
    end-if
    if search-type is not equal to 'N' and 'S' and 'R' and 'O' and 'K'
        display "Search type must be N, S, R, O or K."
        stop run
    end-if
*>  a run's lines are dated from the run's own day (the run id's
*>  leading eight digits) on, which bounds the fallback archive walk
    if search-by-run-key
        move 0 to to-date
        move 0 to from-date
        if search-value(1:8) is numeric
            move search-value(1:8) to from-date
        end-if
    end-if
    if to-date is equal to 0
        call "procdate" using procdate-parameters
        move proc-business-date to to-date
    end-if
    if from-date is equal to 0
        move to-date to from-date
    inspect search-numeral converting
        "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    move search-value(1:10) to search-sequence
    move search-value(1:16) to search-run-id
    move search-numeral(1:8) to search-operator
    if search-by-run-key
        move key-sequence-value to search-sequence
        move spaces to search-value
        string search-run-id delimited by space
            " " delimited by size
            search-sequence delimited by size
            into search-value
    end-if.

*> ----------------------------------------------------------------
*> the indexed audit trail goes straight to the records: by run id
*> (and sequence number) for R and K, by date for the other keys.
*> the log and the dated archives are read only when the index has
*> nothing to offer -- not built yet, or not written for the lines
*> wanted -- or the gap register says some of them missed it.
*> ----------------------------------------------------------------
read-from-audit-index.
    move 0 to index-lines-read
    if search-by-run-id or search-by-run-key
        set gap-func-check-run to true
        move search-run-id to gap-run-id
    else
        set gap-func-check-dates to true
        move from-date to gap-from-date
        move to-date to gap-to-date
    end-if
    call "audgap" using audgap-parameters
    if gap-found
        display "Audit lines wanted are missing from AUDITIX.DAT;"
            " reading the log and the archives."
        exit paragraph
    end-if
    open input audit-index
    if index-file-status is not equal to "00"
        exit paragraph
    end-if
    if search-by-run-id or search-by-run-key
        move low-values to ax-key
        move search-run-id to ax-run-id
        if search-by-run-key
            move search-sequence to ax-sequence
        end-if
        start audit-index key is not less than ax-key
            invalid key move 'Y' to scan-eof-flag
            not invalid key move 'N' to scan-eof-flag
        end-start
    else
        move from-date to ax-date
        start audit-index key is not less than ax-date
            invalid key move 'Y' to scan-eof-flag
            not invalid key move 'N' to scan-eof-flag
        end-start
    end-if
    perform until scan-eof-flag is equal to 'Y'
        read audit-index next record
            at end move 'Y' to scan-eof-flag
            not at end perform take-one-index-entry
        end-read
    end-perform
    close audit-index.

take-one-index-entry.
    if search-by-run-id or search-by-run-key
        if ax-run-id is not equal to search-run-id
            move 'Y' to scan-eof-flag
            exit paragraph
        end-if
        if search-by-run-key
                and ax-sequence is not equal to search-sequence
            move 'Y' to scan-eof-flag
            exit paragraph
        end-if
    else
        if ax-date is greater than to-date
            move 'Y' to scan-eof-flag
            exit paragraph
        end-if
    end-if
    add 1 to index-lines-read
    move ax-audit-line to scan-record
    perform match-one-audit-record.

*> ----------------------------------------------------------------
*> the live log first: it carries everything since the last
*> days with no archive are simply skipped.
*> ----------------------------------------------------------------
walk-dated-archives.
    call "procdate" using procdate-parameters
    move proc-business-date to today-date
    move to-date to walk-end-date
    if today-date is greater than walk-end-date
        move today-date to walk-end-date
            exit paragraph
        end-if
    end-if
    if search-by-run-key
        if scan-run-id is not equal to search-run-id
                or scan-sequence is not equal to search-sequence
            exit paragraph
        end-if
    end-if
    if search-by-operator
        if scan-operator is not equal to search-operator
            exit paragraph
        end-if
    end-if
    add 1 to records-matched
    display scan-record
    write report-line from scan-record.
