identification division.
program-id. audload.
environment division.
input-output section.
file-control.
    select optional audit-log assign to "AUDITLOG.TXT"
      organization line sequential
      file status is audit-file-status.
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

data division.
file section.
fd audit-log.
    01 audit-log-line pic x(200).
fd audit-archive.
    01 archive-record pic x(200).
fd audit-index.
    copy "audxrec.cpy".

working-storage section.
    copy "procparm.cpy".
    copy "gapparm.cpy".
*> every line loaded, live or archived, is viewed through the one
*> shared audit layout to build its index key
    copy "audrec.cpy" replacing ==audit-record== by ==scan-record==
        ==audit-date-out== by ==scan-date==
        ==audit-time-out== by ==scan-time==
        ==audit-run-id-out== by ==scan-run-id==
        ==audit-sequence-out== by ==scan-sequence==
        ==audit-clock-date-out== by ==scan-clock-date==.

77 audit-file-status pic xx.
77 archive-file-status pic xx.
77 index-file-status pic xx.
77 scan-eof-flag pic x value 'N'.
77 archive-file-name pic x(30).
77 index-written-flag pic x.

77 cmd-line-arg-count pic 9(2) value 0.
77 cmd-line-arg-index pic 9(2).
77 cmd-line-arg-value pic x(30).

77 from-date pic 9(08) value 0.
77 walk-date pic 9(08).
77 walk-end-date pic 9(08).
77 walk-year pic 9(04).
77 walk-month pic 9(02).
77 walk-day pic 9(02).
77 leap-remainder pic 9(04).
77 days-in-month pic 9(02).

77 archives-walked pic 9(05) value 0.
77 lines-loaded pic 9(10) value 0.
77 lines-not-loaded pic 9(10) value 0.

procedure division.
main-logic.
    perform get-run-parameters
*>  the index is rebuilt from nothing, so the load can be run again
*>  should it ever be needed; no conversion may run while it does
    open output audit-index
    if index-file-status is not equal to "00"
        display "Cannot create AUDITIX.DAT, file status " index-file-status
        move 12 to return-code
        stop run
    end-if
*>  every gap on the register is a line this load puts back
    set gap-func-clear to true
    call "audgap" using audgap-parameters
    perform walk-dated-archives
    perform load-live-log
    close audit-index
    display " "
    display "==== Audit index load ===="
    display "Archives loaded    : " archives-walked
    display "Audit lines loaded : " lines-loaded
    display "Lines not loaded   : " lines-not-loaded
    display "=========================="
    if lines-not-loaded is greater than 0
        move 4 to return-code
    end-if
    stop run.

*> ----------------------------------------------------------------
*> the date of the oldest dated archive still kept comes from the
*> command line (audload 20250101) or from the operator
*> ----------------------------------------------------------------
get-run-parameters.
    accept cmd-line-arg-count from argument-number
    if cmd-line-arg-count is greater than 0
        move 1 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        move cmd-line-arg-value(1:8) to from-date
    else
        display "Date of the oldest audit archive (YYYYMMDD):"
        accept from-date
    end-if
    if from-date is not numeric or from-date is equal to 0
        display "Give the oldest archive date as YYYYMMDD."
        move 12 to return-code
        stop run
    end-if.

*> ----------------------------------------------------------------
*> audrpt names each archive for its rollover date; every candidate
*> name from the oldest date to the business date is tried and the
*> days with no archive are skipped
*> ----------------------------------------------------------------
walk-dated-archives.
    call "procdate" using procdate-parameters
    move proc-business-date to walk-end-date
    move from-date to walk-date
    perform until walk-date is greater than walk-end-date
        perform load-one-archive
        perform advance-walk-date
    end-perform.

load-one-archive.
    move spaces to archive-file-name
    string "AUDARCH." delimited by size
        walk-date delimited by size
        ".TXT" delimited by size
        into archive-file-name
    open input audit-archive
    if archive-file-status is not equal to "00"
        exit paragraph
    end-if
    add 1 to archives-walked
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read audit-archive
            at end move 'Y' to scan-eof-flag
            not at end
                move archive-record to scan-record
                perform load-one-audit-line
        end-read
    end-perform
    close audit-archive.

load-live-log.
    open input audit-log
    if audit-file-status is not equal to "00"
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read audit-log
            at end move 'Y' to scan-eof-flag
            not at end
                move audit-log-line to scan-record
                perform load-one-audit-line
        end-read
    end-perform
    close audit-log.

*> the entry is built exactly as conv builds it for a new line
load-one-audit-line.
    move spaces to audit-index-record
    move scan-run-id to ax-run-id
    move scan-sequence to ax-sequence
    move scan-clock-date to ax-clock-date
    move scan-time to ax-time
    move 0 to ax-serial
    move scan-date to ax-date
    move scan-record to ax-audit-line
    move 'N' to index-written-flag
    perform until index-written-flag is equal to 'Y'
        write audit-index-record
            invalid key
                if ax-serial is less than 9999
                    add 1 to ax-serial
                else
                    move 'Y' to index-written-flag
                    add 1 to lines-not-loaded
                end-if
            not invalid key
                move 'Y' to index-written-flag
                add 1 to lines-loaded
        end-write
        if index-file-status(1:1) is not equal to "0" and "2"
            move 'Y' to index-written-flag
            add 1 to lines-not-loaded
        end-if
    end-perform
    if index-file-status(1:1) is not equal to "0"
        set gap-func-record to true
        move scan-run-id to gap-run-id
        move scan-sequence to gap-sequence
        move scan-date to gap-from-date
        move scan-date to gap-to-date
        move index-file-status to gap-index-status
        move "AUDLOAD" to gap-program
        call "audgap" using audgap-parameters
    end-if.

advance-walk-date.
    move walk-date(1:4) to walk-year
    move walk-date(5:2) to walk-month
    move walk-date(7:2) to walk-day
    perform compute-days-in-month
    add 1 to walk-day
    if walk-day is greater than days-in-month
        move 1 to walk-day
        add 1 to walk-month
        if walk-month is greater than 12
            move 1 to walk-month
            add 1 to walk-year
        end-if
    end-if
    compute walk-date = walk-year * 10000 + walk-month * 100 + walk-day.

compute-days-in-month.
    if walk-month is equal to 4 or 6 or 9 or 11
        move 30 to days-in-month
    else
        if walk-month is equal to 2
            move 28 to days-in-month
            divide walk-year by 4 giving leap-remainder
                remainder leap-remainder
            if leap-remainder is equal to 0
                move 29 to days-in-month
                divide walk-year by 100 giving leap-remainder
                    remainder leap-remainder
                if leap-remainder is equal to 0
                    divide walk-year by 400 giving leap-remainder
                        remainder leap-remainder
                    if leap-remainder is not equal to 0
                        move 28 to days-in-month
                    end-if
                end-if
            end-if
        else
            move 31 to days-in-month
        end-if
    end-if.
