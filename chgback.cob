identification division.
program-id. chgback.
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
    select optional run-registry assign to "RUNREG.TXT"
      organization line sequential
      file status is registry-file-status.
    select rate-table assign to "RATETBL.TXT"
      organization line sequential
      file status is rate-file-status.
    select depot-profile assign to "DEPOTPRF.DAT"
      organization indexed
      access mode dynamic
      record key dp-depot-id
      sharing with all other
      file status is depot-file-status.
    select optional billed-ledger assign to "BILLED.TXT"
      organization line sequential
      file status is ledger-file-status.
    select invoice-report assign to "CHGINV.TXT"
      organization line sequential
      file status is invoice-file-status.
    select journal-work assign to "CHGWORK.TXT"
      organization line sequential
      file status is work-file-status.
    select gl-journal assign to "GLJRNL.TXT"
      organization line sequential
      file status is journal-file-status.

data division.
file section.
fd audit-log.
    01 audit-log-line pic x(200).
fd audit-archive.
    01 archive-record pic x(200).
fd audit-index.
    copy "audxrec.cpy".
fd run-registry.
    copy "runreg.cpy".
*> the chargeback prices are data, not code: one line per rate,
*> "*" in column 1 for a comment line.
*>   rate code   ROMDEC, DECROM, NORMAL and DATE price one converted
*>               record of that direction; EXCFIX is the surcharge
*>               added on top for a record repaired through excfix
*>   rate        the charge per record, 999.9999
*>   caption     the wording the invoice statement prints
fd rate-table.
    01 rate-record.
        05 rt-rate-code pic x(08).
        05 filler pic x.
        05 rt-rate-whole pic x(03).
        05 rt-rate-point pic x(01).
        05 rt-rate-fraction pic x(04).
        05 filler pic x.
        05 rt-caption pic x(30).
fd depot-profile.
    copy "deptrec.cpy".
*> one line per run the chargeback has billed, so a month run again
*> -- to pick up a run registered late -- bills only what is new
fd billed-ledger.
    01 billed-record.
        05 bl-run-id pic x(16).
        05 filler pic x.
        05 bl-period pic 9(06).
        05 filler pic x.
        05 bl-billed-date pic 9(08).
        05 filler pic x.
        05 bl-journal-id pic x(16).
        05 filler pic x.
        05 bl-records-charged pic 9(09).
fd invoice-report.
    01 invoice-line pic x(132).
fd journal-work.
    01 work-record pic x(100).
fd gl-journal.
    01 gl-record pic x(100).

working-storage section.
    copy "procparm.cpy".
    copy "rnconst.cpy".
    copy "gapparm.cpy".
*> every audit line, live or archived, is viewed through the one
*> shared layout, the same way finsum and backout read the trail
    copy "audrec.cpy" replacing ==audit-record== by ==scan-record==
        ==audit-date-out== by ==scan-date==
        ==audit-time-out== by ==scan-time==
        ==audit-source-out== by ==scan-source==
        ==audit-input-out== by ==scan-input==
        ==audit-result-out== by ==scan-result==
        ==audit-run-id-out== by ==scan-run-id==
        ==audit-sequence-out== by ==scan-sequence==
        ==audit-direction-out== by ==scan-direction==
        ==audit-depot-out== by ==scan-depot==.

77 audit-file-status pic xx.
77 archive-file-status pic xx.
77 index-file-status pic xx.
77 registry-file-status pic xx.
77 rate-file-status pic xx.
77 depot-file-status pic xx.
77 ledger-file-status pic xx.
77 invoice-file-status pic xx.
77 work-file-status pic xx.
77 journal-file-status pic xx.
77 scan-eof-flag pic x value 'N'.
77 archive-file-name pic x(30).
77 archives-walked pic 9(05) value 0.
77 index-lines-read pic 9(10) value 0.
77 depot-file-open pic x value 'N'.

77 cmd-line-arg-count pic 9(2) value 0.
77 cmd-line-arg-index pic 9(2).
77 cmd-line-arg-value pic x(30).

*> the billing period is always a whole calendar month
77 billing-month-text pic x(06).
77 billing-month pic 9(06).
77 from-date pic 9(08).
77 to-date pic 9(08).
77 today-date pic 9(08).
77 walk-date pic 9(08).
77 walk-end-date pic 9(08).
77 walk-year pic 9(04).
77 walk-month pic 9(02).
77 walk-day pic 9(02).
77 leap-remainder pic 9(04).
77 days-in-month pic 9(02).

77 billing-run-id pic x(16).
77 billing-time pic 9(08).

77 result-value pic 9(10).
77 parse-pos pic 99 usage is computational.
01 parse-digit-x pic x.
01 parse-digit-9 redefines parse-digit-x pic 9.

*> the five charges: one per direction, then the excfix surcharge
77 rate-idx pic 9(01) usage is computational.
77 rate-found-idx pic 9(01) usage is computational.
77 rate-lines-bad pic 9(05) value 0.
01 rate-code-table.
    05 filler pic x(08) value "ROMDEC".
    05 filler pic x(08) value "DECROM".
    05 filler pic x(08) value "NORMAL".
    05 filler pic x(08) value "DATE".
    05 filler pic x(08) value "EXCFIX".
01 rate-codes redefines rate-code-table.
    05 rate-code-entry pic x(08) occurs 5 times.
01 rate-table-values.
    05 rate-entry occurs 5 times.
        10 re-rate pic 9(03)v9(04).
        10 re-found pic x(01).
        10 re-caption pic x(30).
77 rate-whole-value pic 9(03).
77 rate-fraction-value pic 9(04).

*> runs taken back by backout: their records are never charged
77 backout-count pic 9(05) usage is computational value 0.
77 backout-idx pic 9(05) usage is computational.
77 backout-found pic x.
01 backout-run-table.
    05 backout-run-id pic x(16) occurs 5000 times.

*> runs this month already billed by an earlier chargeback
77 billed-count pic 9(05) usage is computational value 0.
77 billed-idx pic 9(05) usage is computational.
77 billed-found pic x.
01 billed-run-table.
    05 billed-run-id pic x(16) occurs 5000 times.

*> the runs this chargeback bills, for the ledger once released
77 run-count pic 9(05) usage is computational value 0.
77 run-idx pic 9(05) usage is computational.
77 run-found-idx pic 9(05) usage is computational.
77 run-table-full-flag pic x value 'N'.
01 charged-run-table.
    05 charged-run-entry occurs 5000 times.
        10 cr-run-id pic x(16).
        10 cr-records-charged pic 9(09).

*> per-depot accumulators; a run with no depot profile bills to
*> NODEPOT, as its return file does
77 depot-count pic 9(03) usage is computational value 0.
77 depot-idx pic 9(03) usage is computational.
77 depot-found-idx pic 9(03) usage is computational.
77 line-depot-id pic x(08).
01 depot-charge-table.
    05 depot-charge-entry occurs 100 times.
        10 dc-depot-id pic x(08).
        10 dc-cost-centre pic x(10).
        10 dc-contact pic x(30).
        10 dc-count pic 9(09) occurs 5 times.
        10 dc-amount pic 9(09)v99 occurs 5 times.
        10 dc-backed-out pic 9(09).
        10 dc-rejected pic 9(09).
        10 dc-total pic 9(09)v99.

77 direction-idx pic 9(01) usage is computational.
77 records-charged pic 9(09) value 0.
77 records-already-billed pic 9(09) value 0.
77 records-backed-out pic 9(09) value 0.
77 invoice-grand-total pic 9(11)v99 value 0.

*> the general-ledger journal interface: one 'H' header, a 'D'
*> debit line per depot cost centre and a single 'D' credit line to
*> the conversion service, then a 'T' trailer carrying the line
*> count and the debit and credit totals the ledger balances on.
*> amounts are unsigned with two implied decimal places.
01 journal-line.
    05 gl-record-type pic x(01).
    05 filler pic x(99).
01 gl-header-view redefines journal-line.
    05 filler pic x(01).
    05 glh-journal-source pic x(08).
    05 glh-journal-id pic x(16).
    05 glh-period pic 9(06).
    05 glh-posting-date pic 9(08).
    05 glh-description pic x(30).
    05 filler pic x(31).
01 gl-detail-view redefines journal-line.
    05 filler pic x(01).
    05 gld-line-number pic 9(05).
    05 gld-debit-credit pic x(01).
    05 gld-cost-centre pic x(10).
    05 gld-account pic x(08).
    05 gld-amount pic 9(11)v99.
    05 gld-depot-id pic x(08).
    05 gld-description pic x(30).
    05 filler pic x(24).
01 gl-trailer-view redefines journal-line.
    05 filler pic x(01).
    05 glt-line-count pic 9(07).
    05 glt-total-debits pic 9(13)v99.
    05 glt-total-credits pic 9(13)v99.
    05 filler pic x(62).

*> the journal as built, and as read back before it is released
77 journal-line-number pic 9(05) value 0.
77 journal-debit-total pic 9(13)v99 value 0.
77 journal-credit-total pic 9(13)v99 value 0.
77 check-line-count pic 9(07) value 0.
77 check-debit-total pic 9(13)v99 value 0.
77 check-credit-total pic 9(13)v99 value 0.
77 check-trailer-count pic 9(07) value 0.
77 check-trailer-debits pic 9(13)v99 value 0.
77 check-trailer-credits pic 9(13)v99 value 0.
77 check-trailer-seen pic x value 'N'.
77 journal-balanced-flag pic x value 'N'.
    88 journal-balanced value 'Y'.
77 lines-released pic 9(07) value 0.

01 invoice-heading-line.
    05 filler pic x(34) value "Conversion service chargeback for".
    05 ih-period pic 9(06).
    05 filler pic x(11) value "  journal  ".
    05 ih-journal-id pic x(16).
01 invoice-depot-line.
    05 filler pic x(07) value "Depot  ".
    05 id-depot-id pic x(08).
    05 filler pic x(15) value "  cost centre  ".
    05 id-cost-centre pic x(10).
    05 filler pic x(11) value "  contact  ".
    05 id-contact pic x(30).
01 invoice-charge-line.
    05 filler pic x(04) value spaces.
    05 ic-caption pic x(30).
    05 ic-count pic z(8)9.
    05 filler pic x(04) value " at ".
    05 ic-rate pic zz9.9999.
    05 filler pic x(04) value spaces.
    05 ic-amount pic z(8)9.99.
01 invoice-count-line.
    05 filler pic x(04) value spaces.
    05 icn-caption pic x(30).
    05 icn-count pic z(8)9.
01 invoice-total-line.
    05 filler pic x(04) value spaces.
    05 it-caption pic x(30).
    05 filler pic x(29) value spaces.
    05 it-amount pic z(10)9.99.

procedure division.
main-logic.
    perform get-run-parameters
    perform load-rate-table
    if rate-lines-bad is greater than 0
        display "** RATETBL.TXT is not usable; no chargeback run. **"
        move 12 to return-code
        stop run
    end-if
    perform load-backed-out-runs
    perform load-billed-runs
    open input depot-profile
    if depot-file-status is equal to "00"
        move 'Y' to depot-file-open
    end-if
    perform read-period-from-index
    if index-lines-read is equal to 0
        perform scan-live-log
        perform walk-dated-archives
    end-if
    if depot-file-open is equal to 'Y'
        close depot-profile
    end-if
    if run-count is equal to 0
        display "Nothing to bill for " billing-month ": "
            records-already-billed " records were billed before,"
            " no new runs."
        move 4 to return-code
        stop run
    end-if
    perform price-depot-charges
    perform write-invoice-statements
    perform build-journal
    perform check-journal-balance
    if not journal-balanced
        display "** GL journal for " billing-month " does not balance:"
            " debits " check-debit-total " credits "
            check-credit-total " invoices " invoice-grand-total
        display "** Journal held on CHGWORK.TXT; nothing released and"
            " no run marked billed. **"
        move 12 to return-code
        stop run
    end-if
    perform release-journal
    perform write-billed-ledger
    display " "
    display "==== Depot chargeback ===="
    display "Billing month           : " billing-month
    display "Journal id              : " billing-run-id
    display "Depots invoiced         : " depot-count
    display "Runs billed             : " run-count
    display "Records charged         : " records-charged
    display "Backed out, not charged : " records-backed-out
    display "Billed before, skipped  : " records-already-billed
    display "Journal lines released  : " lines-released
    display "Total charged           : " invoice-grand-total
    display "=========================="
    display "Invoices on CHGINV.TXT, journal released to GLJRNL.TXT"
    if run-table-full-flag is equal to 'Y'
        move 4 to return-code
    end-if
    stop run.

*> ----------------------------------------------------------------
*> the month comes from the command line for the scheduled run
*> (chgback 202609) or from the operator; left blank, it is the
*> month before the one the business date is in
*> ----------------------------------------------------------------
get-run-parameters.
    move spaces to billing-month-text
    accept cmd-line-arg-count from argument-number
    if cmd-line-arg-count is greater than 0
        move 1 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        move cmd-line-arg-value(1:6) to billing-month-text
    else
        display "Billing month (YYYYMM), blank for last month:"
        accept billing-month-text
    end-if
    call "procdate" using procdate-parameters
    move proc-business-date to today-date
    if billing-month-text is equal to spaces
        move today-date(1:4) to walk-year
        move today-date(5:2) to walk-month
        if walk-month is equal to 1
            move 12 to walk-month
            subtract 1 from walk-year
        else
            subtract 1 from walk-month
        end-if
        compute billing-month = walk-year * 100 + walk-month
    else
        if billing-month-text is not numeric
            display "Give the billing month as YYYYMM."
            move 12 to return-code
            stop run
        end-if
        move billing-month-text to billing-month
    end-if
    move billing-month(1:4) to walk-year
    move billing-month(5:2) to walk-month
    if walk-year is less than 1900
            or walk-month is less than 1 or walk-month is greater than 12
        display "** " billing-month " is not a calendar month. **"
        move 12 to return-code
        stop run
    end-if
    perform compute-days-in-month
    compute from-date = billing-month * 100 + 1
    compute to-date = billing-month * 100 + days-in-month
    accept billing-time from time
    move spaces to billing-run-id
    string today-date delimited by size
        billing-time delimited by size
        into billing-run-id.

*> ----------------------------------------------------------------
*> every rate must be on the table before anything is billed, so a
*> line that does not read as a rate stops the run rather than
*> pricing a depot's work at nothing. a table with no DATE line
*> prices a date conversion as a roman-to-decimal record.
*> ----------------------------------------------------------------
load-rate-table.
    perform varying rate-idx from 1 by 1 until rate-idx is greater than 5
        move 0 to re-rate(rate-idx)
        move 'N' to re-found(rate-idx)
        move spaces to re-caption(rate-idx)
    end-perform
    open input rate-table
    if rate-file-status is not equal to "00"
        display "Cannot open RATETBL.TXT, file status " rate-file-status
        add 1 to rate-lines-bad
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read rate-table
            at end move 'Y' to scan-eof-flag
            not at end
                if rate-record is not equal to spaces
                        and rt-rate-code(1:1) is not equal to "*"
                    perform load-one-rate
                end-if
        end-read
    end-perform
    close rate-table
    if re-found(4) is equal to 'N' and re-found(1) is equal to 'Y'
        move re-rate(1) to re-rate(4)
        move 'Y' to re-found(4)
        move "Date conversion records" to re-caption(4)
    end-if
    perform varying rate-idx from 1 by 1 until rate-idx is greater than 5
        if re-found(rate-idx) is equal to 'N'
            display "RATETBL.TXT has no " rate-code-entry(rate-idx)
                " rate."
            add 1 to rate-lines-bad
        end-if
        if re-caption(rate-idx) is equal to spaces
            move rate-code-entry(rate-idx) to re-caption(rate-idx)
        end-if
    end-perform.

load-one-rate.
    inspect rt-rate-code converting
        "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    move 0 to rate-found-idx
    perform varying rate-idx from 1 by 1
            until rate-idx is greater than 5
               or rate-found-idx is greater than 0
        if rate-code-entry(rate-idx) is equal to rt-rate-code
            move rate-idx to rate-found-idx
        end-if
    end-perform
    if rate-found-idx is equal to 0
        display "RATETBL.TXT: unknown rate code " rt-rate-code
        add 1 to rate-lines-bad
        exit paragraph
    end-if
    if rt-rate-whole is not numeric or rt-rate-point is not equal to "."
            or rt-rate-fraction is not numeric
        display "RATETBL.TXT: rate for " rt-rate-code
            " is not in the form 999.9999"
        add 1 to rate-lines-bad
        exit paragraph
    end-if
    move rt-rate-whole to rate-whole-value
    move rt-rate-fraction to rate-fraction-value
    compute re-rate(rate-found-idx) =
        rate-whole-value + rate-fraction-value / 10000
    move 'Y' to re-found(rate-found-idx)
    move rt-caption to re-caption(rate-found-idx).

*> ----------------------------------------------------------------
*> the registry's BACKOUT lines name the runs backout has taken
*> back, whenever that was done
*> ----------------------------------------------------------------
load-backed-out-runs.
    open input run-registry
    if registry-file-status is not equal to "00"
        if registry-file-status is equal to "05"
            close run-registry
        end-if
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read run-registry
            at end move 'Y' to scan-eof-flag
            not at end
                if rr-status is equal to "BACKOUT"
                        and backout-count is less than 5000
                    add 1 to backout-count
                    move rr-run-id to backout-run-id(backout-count)
                end-if
        end-read
    end-perform
    close run-registry.

load-billed-runs.
    open input billed-ledger
    if ledger-file-status is not equal to "00"
        if ledger-file-status is equal to "05"
            close billed-ledger
        end-if
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read billed-ledger
            at end move 'Y' to scan-eof-flag
            not at end
                if bl-period is equal to billing-month
                        and billed-count is less than 5000
                    add 1 to billed-count
                    move bl-run-id to billed-run-id(billed-count)
                end-if
        end-read
    end-perform
    close billed-ledger.

*> ----------------------------------------------------------------
*> the indexed audit trail is read by its date key across the
*> month; the log and the archives are read only when the index has
*> nothing for it, or the gap register says some of the month's
*> lines never reached it, so a run is never billed short
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
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read audit-log
            at end move 'Y' to scan-eof-flag
            not at end
                move audit-log-line to scan-record
                perform tally-one-audit-record
        end-read
    end-perform
    close audit-log.

*> a day's records can sit in any archive dated that day or later,
*> so the candidate names run from the start of the month to today
walk-dated-archives.
    move to-date to walk-end-date
    if today-date is greater than walk-end-date
        move today-date to walk-end-date
    end-if
    move from-date to walk-date
    perform until walk-date is greater than walk-end-date
        perform scan-one-archive
        perform advance-walk-date
    end-perform.

scan-one-archive.
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
                perform tally-one-audit-record
        end-read
    end-perform
    close audit-archive.

*> ----------------------------------------------------------------
*> one audit line: in the month, from a depot file or an excfix
*> repair (KEYBOARD help-desk sessions are not billed), from a run
*> not billed before. a backed-out run's records and rejects (a
*> zero result) are counted on the depot's statement but not
*> charged; a converted record is charged at its direction's rate,
*> plus the surcharge when excfix resubmitted it.
*> ----------------------------------------------------------------
tally-one-audit-record.
    if scan-date is less than from-date
            or scan-date is greater than to-date
        exit paragraph
    end-if
    if scan-source(1:5) is not equal to "FILE:"
            and scan-source is not equal to "EXCFIX"
        exit paragraph
    end-if
    move 'N' to billed-found
    perform varying billed-idx from 1 by 1
            until billed-idx is greater than billed-count
               or billed-found is equal to 'Y'
        if billed-run-id(billed-idx) is equal to scan-run-id
            move 'Y' to billed-found
        end-if
    end-perform
    if billed-found is equal to 'Y'
        add 1 to records-already-billed
        exit paragraph
    end-if
    move scan-depot to line-depot-id
    if line-depot-id is equal to spaces
        move "NODEPOT" to line-depot-id
    end-if
    perform find-depot-entry
    move 'N' to backout-found
    perform varying backout-idx from 1 by 1
            until backout-idx is greater than backout-count
               or backout-found is equal to 'Y'
        if backout-run-id(backout-idx) is equal to scan-run-id
            move 'Y' to backout-found
        end-if
    end-perform
    if backout-found is equal to 'Y'
        add 1 to dc-backed-out(depot-found-idx)
        add 1 to records-backed-out
        exit paragraph
    end-if
    perform find-run-entry
    perform parse-result-value
    if result-value is equal to 0
        add 1 to dc-rejected(depot-found-idx)
        exit paragraph
    end-if
    if scan-direction is equal to '2'
        move 2 to direction-idx
    else
        if scan-direction is equal to '3'
            move 3 to direction-idx
        else
            if scan-direction is equal to '4'
                move 4 to direction-idx
            else
                move 1 to direction-idx
            end-if
        end-if
    end-if
    add 1 to dc-count(depot-found-idx, direction-idx)
    if scan-source is equal to "EXCFIX"
        add 1 to dc-count(depot-found-idx, 5)
    end-if
    add 1 to records-charged
    add 1 to cr-records-charged(run-found-idx).

parse-result-value.
    move 0 to result-value
    perform varying parse-pos from 1 by 1 until parse-pos is greater than 10
        move scan-result(parse-pos:1) to parse-digit-x
        if parse-digit-x is numeric
            compute result-value = result-value * 10 + parse-digit-9
        end-if
    end-perform.

*> a new depot takes its cost centre and contact from its profile
find-depot-entry.
    move 0 to depot-found-idx
    perform varying depot-idx from 1 by 1
            until depot-idx is greater than depot-count
               or depot-found-idx is greater than 0
        if dc-depot-id(depot-idx) is equal to line-depot-id
            move depot-idx to depot-found-idx
        end-if
    end-perform
    if depot-found-idx is greater than 0
        exit paragraph
    end-if
    if depot-count is not less than 100
        move 100 to depot-found-idx
        display "** WARNING: more than 100 depots; " line-depot-id
            " is billed with " dc-depot-id(100) ". **"
        exit paragraph
    end-if
    add 1 to depot-count
    move depot-count to depot-found-idx
    move line-depot-id to dc-depot-id(depot-count)
    move spaces to dc-cost-centre(depot-count)
    move spaces to dc-contact(depot-count)
    perform varying rate-idx from 1 by 1 until rate-idx is greater than 5
        move 0 to dc-count(depot-count, rate-idx)
        move 0 to dc-amount(depot-count, rate-idx)
    end-perform
    move 0 to dc-backed-out(depot-count)
    move 0 to dc-rejected(depot-count)
    move 0 to dc-total(depot-count)
    if depot-file-open is equal to 'Y'
            and line-depot-id is not equal to "NODEPOT"
        move line-depot-id to dp-depot-id
        read depot-profile key is dp-depot-id
            invalid key continue
            not invalid key
                move dp-cost-centre to dc-cost-centre(depot-count)
                move dp-contact-name to dc-contact(depot-count)
        end-read
    end-if
    if dc-cost-centre(depot-count) is equal to spaces
        move suspense-cost-centre to dc-cost-centre(depot-count)
    end-if.

find-run-entry.
    move 0 to run-found-idx
    perform varying run-idx from 1 by 1
            until run-idx is greater than run-count
               or run-found-idx is greater than 0
        if cr-run-id(run-idx) is equal to scan-run-id
            move run-idx to run-found-idx
        end-if
    end-perform
    if run-found-idx is greater than 0
        exit paragraph
    end-if
    if run-count is less than 5000
        add 1 to run-count
        move scan-run-id to cr-run-id(run-count)
        move 0 to cr-records-charged(run-count)
        move run-count to run-found-idx
    else
*>      the run is still charged, but the ledger cannot take it, so
*>      the month must be checked before it is run again
        move 5000 to run-found-idx
        if run-table-full-flag is equal to 'N'
            move 'Y' to run-table-full-flag
            display "** WARNING: more than 5000 runs this month; later"
                " runs are charged but not marked billed. **"
        end-if
    end-if.

*> ----------------------------------------------------------------
*> each charge line is rounded to the penny on its own, and the
*> depot's total is the sum of its rounded lines, so a statement
*> always adds up to the amount the journal debits
*> ----------------------------------------------------------------
price-depot-charges.
    move 0 to invoice-grand-total
    perform varying depot-idx from 1 by 1
            until depot-idx is greater than depot-count
        move 0 to dc-total(depot-idx)
        perform varying rate-idx from 1 by 1 until rate-idx is greater than 5
            compute dc-amount(depot-idx, rate-idx) rounded =
                dc-count(depot-idx, rate-idx) * re-rate(rate-idx)
            add dc-amount(depot-idx, rate-idx) to dc-total(depot-idx)
        end-perform
        add dc-total(depot-idx) to invoice-grand-total
    end-perform.

write-invoice-statements.
    open output invoice-report
    perform varying depot-idx from 1 by 1
            until depot-idx is greater than depot-count
        perform write-one-invoice
    end-perform
    move spaces to invoice-line
    write invoice-line
    move spaces to invoice-total-line
    move "TOTAL CHARGED, ALL DEPOTS" to it-caption
    move invoice-grand-total to it-amount
    write invoice-line from invoice-total-line
    close invoice-report.

write-one-invoice.
    move billing-month to ih-period
    move billing-run-id to ih-journal-id
    write invoice-line from invoice-heading-line
    move dc-depot-id(depot-idx) to id-depot-id
    move dc-cost-centre(depot-idx) to id-cost-centre
    move dc-contact(depot-idx) to id-contact
    write invoice-line from invoice-depot-line
    move spaces to invoice-line
    write invoice-line
    perform varying rate-idx from 1 by 1 until rate-idx is greater than 5
        move re-caption(rate-idx) to ic-caption
        move dc-count(depot-idx, rate-idx) to ic-count
        move re-rate(rate-idx) to ic-rate
        move dc-amount(depot-idx, rate-idx) to ic-amount
        write invoice-line from invoice-charge-line
    end-perform
    move "Backed out, not charged" to icn-caption
    move dc-backed-out(depot-idx) to icn-count
    write invoice-line from invoice-count-line
    move "Rejected, not charged" to icn-caption
    move dc-rejected(depot-idx) to icn-count
    write invoice-line from invoice-count-line
    move "TOTAL DUE" to it-caption
    move dc-total(depot-idx) to it-amount
    write invoice-line from invoice-total-line
    move spaces to invoice-line
    write invoice-line
    write invoice-line.

*> ----------------------------------------------------------------
*> the journal is built on CHGWORK.TXT: a debit to each depot's
*> cost centre for what it owes, and one credit to the service for
*> the sum of the debits
*> ----------------------------------------------------------------
build-journal.
    move 0 to journal-line-number
    move 0 to journal-debit-total
    move 0 to journal-credit-total
    open output journal-work
    move spaces to journal-line
    move 'H' to gl-record-type
    move "CONVCHG" to glh-journal-source
    move billing-run-id to glh-journal-id
    move billing-month to glh-period
    move today-date to glh-posting-date
    move "Conversion service chargeback" to glh-description
    write work-record from journal-line
    perform varying depot-idx from 1 by 1
            until depot-idx is greater than depot-count
        if dc-total(depot-idx) is greater than 0
            move spaces to journal-line
            move 'D' to gl-record-type
            add 1 to journal-line-number
            move journal-line-number to gld-line-number
            move 'D' to gld-debit-credit
            move dc-cost-centre(depot-idx) to gld-cost-centre
            move chargeback-debit-account to gld-account
            move dc-total(depot-idx) to gld-amount
            move dc-depot-id(depot-idx) to gld-depot-id
            move "Conversion service chargeback" to gld-description
            write work-record from journal-line
            add dc-total(depot-idx) to journal-debit-total
        end-if
    end-perform
    move spaces to journal-line
    move 'D' to gl-record-type
    add 1 to journal-line-number
    move journal-line-number to gld-line-number
    move 'C' to gld-debit-credit
    move service-cost-centre to gld-cost-centre
    move chargeback-credit-account to gld-account
    move journal-debit-total to gld-amount
    move "Conversion service recovery" to gld-description
    write work-record from journal-line
    add journal-debit-total to journal-credit-total
    move spaces to journal-line
    move 'T' to gl-record-type
    move journal-line-number to glt-line-count
    move journal-debit-total to glt-total-debits
    move journal-credit-total to glt-total-credits
    write work-record from journal-line
    close journal-work.

*> ----------------------------------------------------------------
*> the journal is released only once it balances to the penny as
*> written: read back, its debit lines must equal its credit lines,
*> both must equal the trailer totals and the invoices, and the
*> trailer must count every line
*> ----------------------------------------------------------------
check-journal-balance.
    move 'N' to journal-balanced-flag
    move 0 to check-line-count
    move 0 to check-debit-total
    move 0 to check-credit-total
    move 'N' to check-trailer-seen
    open input journal-work
    if work-file-status is not equal to "00"
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read journal-work into journal-line
            at end move 'Y' to scan-eof-flag
            not at end
                perform check-one-journal-line
        end-read
    end-perform
    close journal-work
    if check-trailer-seen is equal to 'Y'
            and check-debit-total is equal to check-credit-total
            and check-debit-total is equal to check-trailer-debits
            and check-credit-total is equal to check-trailer-credits
            and check-debit-total is equal to invoice-grand-total
            and check-line-count is equal to check-trailer-count
        move 'Y' to journal-balanced-flag
    end-if.

check-one-journal-line.
    if gl-record-type is equal to 'D'
        add 1 to check-line-count
        if gld-debit-credit is equal to 'D'
            add gld-amount to check-debit-total
        else
            add gld-amount to check-credit-total
        end-if
    else
        if gl-record-type is equal to 'T'
            move 'Y' to check-trailer-seen
            move glt-line-count to check-trailer-count
            move glt-total-debits to check-trailer-debits
            move glt-total-credits to check-trailer-credits
        end-if
    end-if.

release-journal.
    move 0 to lines-released
    open input journal-work
    open output gl-journal
    if journal-file-status is not equal to "00"
        display "Cannot write GLJRNL.TXT, file status " journal-file-status
        close journal-work
        move 12 to return-code
        stop run
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read journal-work into journal-line
            at end move 'Y' to scan-eof-flag
            not at end
                write gl-record from journal-line
                add 1 to lines-released
        end-read
    end-perform
    close gl-journal
    close journal-work.

*> ----------------------------------------------------------------
*> only a released journal marks its runs billed
*> ----------------------------------------------------------------
write-billed-ledger.
    open extend billed-ledger
    if ledger-file-status is equal to "35"
        open output billed-ledger
        close billed-ledger
        open extend billed-ledger
    end-if
    perform varying run-idx from 1 by 1 until run-idx is greater than run-count
        move spaces to billed-record
        move cr-run-id(run-idx) to bl-run-id
        move billing-month to bl-period
        move today-date to bl-billed-date
        move billing-run-id to bl-journal-id
        move cr-records-charged(run-idx) to bl-records-charged
        write billed-record
    end-perform
    close billed-ledger.

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
