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
    select period-report assign to "FINSUM.TXT"
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
fd period-report.
    01 report-line pic x(132).

working-storage section.
    copy "procparm.cpy".
    copy "gapparm.cpy".
*> the audit log carries the FILE:name source the raw finance CSV
*> does not, so the period close is cut from the log -- live plus
*> whatever dated archives the requested range reaches back into

77 audit-file-status pic xx.
77 archive-file-status pic xx.
77 index-file-status pic xx.
77 index-lines-read pic 9(10) value 0.
77 report-file-status pic xx.
77 scan-eof-flag pic x value 'N'.
77 archive-file-name pic x(30).
procedure division.
main-logic.
    perform get-run-parameters
    perform read-period-from-index
    if index-lines-read is equal to 0
        perform scan-live-log
        perform walk-dated-archives
    end-if
    perform write-period-report
    display records-selected " conversions summarised for " from-date
        " - " to-date " (" archives-walked " archives walked);"
        accept to-date
    end-if
    if to-date is equal to 0
        call "procdate" using procdate-parameters
        move proc-business-date to to-date
    end-if
    if from-date is equal to 0
        move to-date to from-date
    end-if.

*> ----------------------------------------------------------------
*> the indexed audit trail is read by its date key from the start
*> of the period to its end; the log and the archives are read only
*> when the index has nothing for the period, or the gap register
*> says some of the period's lines never reached it
*> ----------------------------------------------------------------
read-period-from-index.
    move 0 to index-lines-read
    set gap-func-check-dates to true
    move from-date to gap-from-date
    move to-date to gap-to-date
    call "audgap" using audgap-parameters
    if gap-found
        display "Audit lines of " from-date " - " to-date " are missing"
            " from AUDITIX.DAT; reading the log and the archives."
        exit paragraph
    end-if
    open input audit-index
    if index-file-status is not equal to "00"
        exit paragraph
    end-if
    move from-date to ax-date
    start audit-index key is not less than ax-date
        invalid key move 'Y' to scan-eof-flag
        not invalid key move 'N' to scan-eof-flag
    end-start
    perform until scan-eof-flag is equal to 'Y'
        read audit-index next record
            at end move 'Y' to scan-eof-flag
            not at end
                if ax-date is greater than to-date
                    move 'Y' to scan-eof-flag
                else
                    add 1 to index-lines-read
                    move ax-audit-line to scan-record
                    perform tally-one-audit-record
                end-if
        end-read
    end-perform
    close audit-index.

scan-live-log.
    open input audit-log
    if audit-file-status is not equal to "00"
*> from the start of the range up to today, and the per-record
*> date filter selects the period
walk-dated-archives.
    call "procdate" using procdate-parameters
    move proc-business-date to today-date
    move to-date to walk-end-date
    if today-date is greater than walk-end-date
        move today-date to walk-end-date
