    select audit-log assign to "AUDITLOG.TXT"
      organization line sequential
      file status is audit-file-status.
    select audit-index assign to "AUDITIX.DAT"
      organization indexed
      access mode dynamic
      record key ax-key
      alternate record key ax-date with duplicates
      sharing with all other
      file status is index-file-status.
    select verify-report assign to "RUNVRFY.TXT"
      organization line sequential
      file status is report-file-status.
    01 interface-record pic x(83).
fd audit-log.
    copy "audrec.cpy".
fd audit-index.
    copy "audxrec.cpy".
fd verify-report.
    01 report-line pic x(100).

working-storage section.
    copy "gapparm.cpy".
77 interface-file-status pic xx.
77 audit-file-status pic xx.
77 index-file-status pic xx.
77 index-lines-read pic 9(10) value 0.
77 report-file-status pic xx.
77 scan-eof-flag pic x.

*> zero-result lines were rejects and never got a detail row.
*> ----------------------------------------------------------------
scan-audit-log.
    perform read-run-from-index
    if index-lines-read is greater than 0
        exit paragraph
    end-if
    open input audit-log
    if audit-file-status is not equal to "00"
        display "Cannot open AUDITLOG.TXT, file status " audit-file-status
            at end move 'Y' to scan-eof-flag
            not at end
                if audit-run-id-out is equal to target-run-id
                    perform tally-run-audit-line
                end-if
        end-read
    end-perform
    close audit-log.

*> the indexed audit trail holds the run's lines together under its
*> run id; the log is read only for a run the index does not know,
*> or one on the gap register because some of its lines missed it
read-run-from-index.
    move 0 to index-lines-read
    set gap-func-check-run to true
    move target-run-id to gap-run-id
    call "audgap" using audgap-parameters
    if gap-found
        display "Run " target-run-id " has audit lines missing from"
            " AUDITIX.DAT; reading the log."
        exit paragraph
    end-if
    open input audit-index
    if index-file-status is not equal to "00"
        exit paragraph
    end-if
    move low-values to ax-key
    move target-run-id to ax-run-id
    start audit-index key is not less than ax-key
        invalid key move 'Y' to scan-eof-flag
        not invalid key move 'N' to scan-eof-flag
    end-start
    perform until scan-eof-flag is equal to 'Y'
        read audit-index next record
            at end move 'Y' to scan-eof-flag
            not at end
                if ax-run-id is not equal to target-run-id
                    move 'Y' to scan-eof-flag
                else
                    add 1 to index-lines-read
                    move ax-audit-line to audit-record
                    perform tally-run-audit-line
                end-if
        end-read
    end-perform
    close audit-index.

*> a roman date (direction 4) is audited with its YYYYMMDD result
*> but never goes to the interface file, so it is not expected there
tally-run-audit-line.
    if audit-direction-out is equal to '4'
        exit paragraph
    end-if
    perform parse-audit-result
    if audit-result-value is greater than 0
        add 1 to audits-read
        move audit-sequence-out to cmd-line-arg-value
        perform count-one-audit-line
    end-if.

count-one-audit-line.
    perform find-verify-entry
    if verify-found-idx is greater than 0
