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
    select standard-output assign to "CONVOUT.TXT"
      organization line sequential
      file status is stdout-file-status.
data division.
file section.
fd audit-log.
    01 audit-log-line pic x(200).
fd audit-archive.
    01 archive-record pic x(200).
fd audit-index.
    copy "audxrec.cpy".
fd standard-output.
    01 stdout-record.
        05 out-sequence pic x(10).
    copy "runreg.cpy".

working-storage section.
    copy "procparm.cpy".
*> every audit line, live or archived, is viewed through the one
*> shared layout, the same way audinq and finsum read the trail
    copy "audrec.cpy" replacing ==audit-record== by ==scan-record==
        ==audit-run-id-out== by ==scan-run-id==
        ==audit-sequence-out== by ==scan-sequence==
        ==audit-twelfths-out== by ==scan-twelfths==
        ==audit-direction-out== by ==scan-direction==
        ==audit-operator-out== by ==scan-operator==.
    copy "signparm.cpy".
    copy "gapparm.cpy".

77 audit-file-status pic xx.
77 archive-file-status pic xx.
77 archive-file-name pic x(30).
77 archives-walked pic 9(05) value 0.
77 index-file-status pic xx.
77 index-lines-read pic 9(10) value 0.
*> the run's converted total as its last end line on RUNREG.TXT
*> journalled it, which an index holding all its lines must reach
77 registered-end-found pic x value 'N'.
77 registered-converted pic 9(10) value 0.
77 walk-date pic 9(08).
77 walk-end-date pic 9(08).
77 today-date pic 9(08).

procedure division.
main-logic.
*>  taking a run back out of every output is a supervisor's call,
*>  whether the run id is keyed or given on the command line
    move "BACKOUT" to sign-program
    move 'S' to sign-required-role
    set sign-func-sign-on to true
    call "signon" using signon-parameters
    if sign-on-refused
        move 12 to return-code
        stop run
    end-if
    perform get-run-parameters
    perform load-translation-table
    perform collect-run-audit-lines
    display "INTFACE.TXT rows removed   : " intface-removed
    display "Master usage decremented   : " master-decremented
    display "BACKOUT journalled to RUNREG.TXT"
    display "Backed out by              : " sign-operator-id
    display "==============================================="
    stop run.

collect-run-audit-lines.
    move 0 to pair-count
    move 0 to usage-count
    perform read-run-from-index
    if index-lines-read is greater than 0
        perform check-index-against-registry
        if registered-end-found is equal to 'Y'
                and run-successes is not less than registered-converted
            exit paragraph
        end-if
        display "** AUDITIX.DAT holds " run-successes " conversions for run "
            target-run-id "; RUNREG.TXT has no end line for it that"
            " agrees. Reading the log and the archives instead. **"
        move 0 to pair-count
        move 0 to usage-count
        move 0 to run-audit-lines
        move 0 to run-successes
        move 0 to run-failures
        move 0 to run-sum-of-decimals
        move 'N' to pair-table-full-flag
    end-if
    perform scan-live-audit-log
    perform walk-dated-archives.

*> ----------------------------------------------------------------
*> the indexed audit trail holds the run's lines together under
*> its run id; a run the index does not know (no index yet), or
*> one on the gap register because some of its lines could not be
*> indexed, is looked for in the log and the archives
*> ----------------------------------------------------------------
read-run-from-index.
    move 0 to index-lines-read
    set gap-func-check-run to true
    move target-run-id to gap-run-id
    call "audgap" using audgap-parameters
    if gap-found
        display "Run " target-run-id " has audit lines missing from"
            " AUDITIX.DAT; reading the log and the archives."
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
                    move ax-audit-line to scan-record
                    perform note-one-audit-line
                end-if
        end-read
    end-perform
    close audit-index.

scan-live-audit-log.
    open input audit-log
    if audit-file-status is not equal to "00"
        exit paragraph
    end-if
    move target-run-id(1:8) to walk-date
    call "procdate" using procdate-parameters
    move proc-business-date to today-date
    move today-date to walk-end-date
    perform until walk-date is greater than walk-end-date
        perform scan-one-archive
    perform parse-audit-result
    if audit-result-value is greater than 0
        add 1 to run-successes
*>      a roman date's YYYYMMDD result was never in the run's decimal
*>      hash, so it is not taken back out of it
        if scan-direction is not equal to '4'
            add audit-result-value to run-sum-of-decimals
        end-if
*>      only roman-to-decimal conversions touched the master usage
*>      counts: a '2' or '4' never touched the cache, and a '3'
*>      incremented it under the ORIGINAL additive numeral, which
*>      the audit line (carrying the canonical output) cannot give
*>      back. rows from before the direction field read as spaces
    end-perform
    close translation-table.

*> ----------------------------------------------------------------
*> a run is taken back from the index only when the index holds at
*> least the conversions the run's last end line (COMPLETED,
*> ABORTED or MERGED) journalled: a run with no end line, or an
*> index short of its total, is backed out from the log, never from
*> a partial index. a resumed run audits some rows twice, so the
*> index may hold more, never fewer.
*> ----------------------------------------------------------------
check-index-against-registry.
    move 'N' to registered-end-found
    move 0 to registered-converted
    open input run-registry
    if registry-file-status is not equal to "00"
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read run-registry
            at end move 'Y' to scan-eof-flag
            not at end
                if rr-run-id is equal to target-run-id
                        and (rr-status is equal to "COMPLETED"
                            or rr-status is equal to "ABORTED"
                            or rr-status is equal to "MERGED")
                    move 'Y' to registered-end-found
                    move rr-total-converted to registered-converted
                end-if
        end-read
    end-perform
    close run-registry.

find-registered-file-name.
    move spaces to registered-file-name
    move 'N' to backout-done-flag
        close run-registry
        open extend run-registry
    end-if
    call "procdate" using procdate-parameters
    move proc-business-date to backout-date
    accept backout-time from time
    move spaces to registry-record
    move target-run-id to rr-run-id
