identification division.
program-id. partcov.
environment division.
input-output section.
file-control.
    select optional part-reference assign to "PARTREF.TXT"
      organization line sequential
      file status is part-reference-status.
    select optional conversion-history assign to "CONVHIST.DAT"
      organization indexed
      access mode sequential
      record key hist-key
      sharing with all other
      file status is history-file-status.
    select optional master-input assign to "MASTER.DAT"
      organization indexed
      access mode sequential
      record key master-numeral
      sharing with all other
      file status is master-file-status.
    select coverage-report assign to "PARTCOV.TXT"
      organization line sequential
      file status is report-file-status.
    select sort-work assign to "PARTSORT.TMP".

data division.
file section.
fd part-reference.
    01 part-reference-record.
        05 pr-low-part pic 9(10).
        05 filler pic x.
        05 pr-high-part pic 9(10).
fd conversion-history.
    copy "histrec.cpy".
fd master-input.
    copy "mastrec.cpy".
fd coverage-report.
    01 report-line pic x(132).
*> one converted part number and the date it was seen on a tag
sd sort-work.
    01 sort-record.
        05 sw-part pic 9(10).
        05 sw-date pic 9(08).

working-storage section.
    copy "procparm.cpy".
77 part-reference-status pic xx.
77 history-file-status pic xx.
77 master-file-status pic xx.
77 report-file-status pic xx.
77 scan-eof-flag pic x.
77 sort-eof-flag pic x.

77 cmd-line-arg-count pic 9(2) value 0.
77 cmd-line-arg-index pic 9(2).
77 cmd-line-arg-value pic x(30).
77 parse-pos pic 99 usage is computational.
77 parse-value pic 9(03).
01 parse-digit-x pic x.
01 parse-digit-9 redefines parse-digit-x pic 9.

*> the period covered (quarterly for inventory's tag audits) and
*> the coverage below which a range with hits counts as thin
77 period-from-date pic 9(08) value 0.
77 period-to-date pic 9(08) value 99999999.
77 thin-percent pic 9(03) value 10.
77 thin-permille pic 9(05).
77 report-date pic 9(08).

*> the reference ranges as conv loads them: low and high per line,
*> a line with no high value names a single part
77 part-range-count pic 9(03) value 0.
77 part-range-idx pic 9(03) usage is computational.
01 part-range-table.
    05 part-range-entry occurs 200 times.
        10 prt-low pic 9(10).
        10 prt-high pic 9(10).
        10 prt-distinct pic 9(10).
        10 prt-hits pic 9(10).
        10 prt-first-date pic 9(08).
        10 prt-last-date pic 9(08).

*> the ranges the current part number falls in, found once per
*> distinct part and reused for every sighting of it
77 hit-count pic 9(03) usage is computational.
77 hit-idx pic 9(03) usage is computational.
01 hit-range-table.
    05 hit-range-idx pic 9(03) usage is computational occurs 200 times.

77 previous-part pic 9(10).
77 first-sort-record pic x.
77 sightings-released pic 9(10) value 0.
77 history-sightings pic 9(10) value 0.
77 date-entries-skipped pic 9(10) value 0.
77 date-entry-flag pic x.
    88 entry-is-roman-date value 'Y'.
77 shape-pos pic 99 usage is computational.
77 master-sightings pic 9(10) value 0.
77 distinct-parts pic 9(10) value 0.
77 distinct-outside pic 9(10) value 0.
77 zero-range-count pic 9(05) value 0.
77 thin-range-count pic 9(05) value 0.

77 range-size pic 9(11).
77 coverage-permille pic 9(05).
77 coverage-whole pic 9(03).
77 coverage-tenths pic 9(01).

01 report-heading-line.
    05 filler pic x(40) value "Part-number coverage report, run".
    05 heading-date pic 9(08).
01 period-line.
    05 filler pic x(40) value "Sightings dated from".
    05 period-from-out pic 9(08).
    05 filler pic x(04) value " to ".
    05 period-to-out pic 9(08).
01 range-column-line.
    05 filler pic x(110) value
        "  LOW PART   HIGH PART    RANGE SIZE    DISTINCT   SIGHTINGS  COVERED  FIRST SEEN  LAST SEEN".
01 range-detail-line.
    05 range-low-out pic 9(10).
    05 filler pic x(02) value spaces.
    05 range-high-out pic 9(10).
    05 filler pic x(02) value spaces.
    05 range-size-out pic z(10)9.
    05 filler pic x(02) value spaces.
    05 range-distinct-out pic z(9)9.
    05 filler pic x(02) value spaces.
    05 range-hits-out pic z(9)9.
    05 filler pic x(02) value spaces.
    05 range-cover-out pic zz9.
    05 filler pic x value ".".
    05 range-cover-tenths-out pic 9.
    05 filler pic x(02) value " %".
    05 filler pic x(02) value spaces.
    05 range-first-out pic x(08).
    05 filler pic x(04) value spaces.
    05 range-last-out pic x(08).
01 short-range-line.
    05 filler pic x(02) value spaces.
    05 short-low-out pic 9(10).
    05 filler pic x(03) value " - ".
    05 short-high-out pic 9(10).
    05 filler pic x(02) value spaces.
    05 short-cover-out pic zz9.
    05 filler pic x value ".".
    05 short-cover-tenths-out pic 9.
    05 filler pic x(02) value " %".
01 thin-heading-line.
    05 filler pic x(34) value "Ranges seen but covered less than".
    05 thin-heading-percent pic zz9.
    05 filler pic x(09) value " percent:".
01 total-line.
    05 filler pic x(02) value spaces.
    05 total-caption pic x(44).
    05 total-value pic z(9)9.

procedure division.
main-logic.
    perform get-run-parameters
    perform load-part-reference
    if part-range-count is equal to 0
        display "PARTREF.TXT has no part ranges; no coverage to report."
        move 4 to return-code
        stop run
    end-if
    sort sort-work on ascending key sw-part sw-date
        input procedure is release-part-sightings
        output procedure is tally-part-sightings
    perform write-coverage-report
    display "Part coverage written to PARTCOV.TXT: " part-range-count
        " ranges, " zero-range-count " with no hits, "
        thin-range-count " thin."
    stop run.

*> ----------------------------------------------------------------
*> partcov [from date] [to date] [thin percent]: the dates
*> (YYYYMMDD) bound the sightings counted, all of them when not
*> given; a range with hits covering less than the thin percent
*> (10 when not given) is listed as thinly covered
*> ----------------------------------------------------------------
get-run-parameters.
    call "procdate" using procdate-parameters
    move proc-business-date to report-date
    accept cmd-line-arg-count from argument-number
    if cmd-line-arg-count is greater than 0
        move 1 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        if cmd-line-arg-value(1:8) is numeric
            move cmd-line-arg-value(1:8) to period-from-date
        else
            display "From date " cmd-line-arg-value
                " is not YYYYMMDD; all dates are counted."
        end-if
    end-if
    if cmd-line-arg-count is greater than 1
        move 2 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        if cmd-line-arg-value(1:8) is numeric
            move cmd-line-arg-value(1:8) to period-to-date
        else
            display "To date " cmd-line-arg-value
                " is not YYYYMMDD; all dates are counted."
        end-if
    end-if
    if cmd-line-arg-count is greater than 2
        move 3 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        perform parse-thin-percent
    end-if
    compute thin-permille = thin-percent * 10.

parse-thin-percent.
    move 0 to parse-value
    perform varying parse-pos from 1 by 1
            until parse-pos is greater than 3
               or cmd-line-arg-value(parse-pos:1) is equal to space
        move cmd-line-arg-value(parse-pos:1) to parse-digit-x
        if parse-digit-x is numeric
            compute parse-value = parse-value * 10 + parse-digit-9
        else
            move 0 to parse-value
            move 4 to parse-pos
        end-if
    end-perform
    if parse-value is greater than 0 and not greater than 100
        move parse-value to thin-percent
    else
        display "Thin percent " cmd-line-arg-value
            " is not 1 to 100; " thin-percent " is used."
    end-if.

load-part-reference.
    move 0 to part-range-count
    open input part-reference
    if part-reference-status is not equal to "00"
        if part-reference-status is equal to "05"
            close part-reference
        end-if
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read part-reference
            at end move 'Y' to scan-eof-flag
            not at end perform load-one-part-range
        end-read
    end-perform
    close part-reference.

load-one-part-range.
    if pr-low-part is not numeric
        exit paragraph
    end-if
    if part-range-count is not less than 200
        display "** WARNING: more than 200 part reference ranges;"
            " later ranges are ignored. **"
        move 'Y' to scan-eof-flag
        exit paragraph
    end-if
    add 1 to part-range-count
    move pr-low-part to prt-low(part-range-count)
    if pr-high-part is numeric
        move pr-high-part to prt-high(part-range-count)
    else
        move pr-low-part to prt-high(part-range-count)
    end-if
    move 0 to prt-distinct(part-range-count)
    move 0 to prt-hits(part-range-count)
    move 0 to prt-first-date(part-range-count)
    move 0 to prt-last-date(part-range-count).

*> ----------------------------------------------------------------
*> every tag that came out of a conversion is a sighting: each
*> CONVERTED, DUPLICATE and REPAIRED history entry, and each
*> MASTER.DAT cache entry, whose last-used date is the only date it
*> carries. rejects never reached inventory, so they do not count.
*> ----------------------------------------------------------------
release-part-sightings.
    open input conversion-history
    if history-file-status is equal to "00"
        move 'N' to scan-eof-flag
        perform until scan-eof-flag is equal to 'Y'
            read conversion-history next record
                at end move 'Y' to scan-eof-flag
                not at end perform release-one-history-entry
            end-read
        end-perform
    else
        if history-file-status is not equal to "05"
            display "Cannot open CONVHIST.DAT, file status "
                history-file-status "; history not counted."
        end-if
    end-if
    if history-file-status is equal to "00" or "05" or "10"
        close conversion-history
    end-if
    open input master-input
    if master-file-status is equal to "00"
        move 'N' to scan-eof-flag
        perform until scan-eof-flag is equal to 'Y'
            read master-input next record
                at end move 'Y' to scan-eof-flag
                not at end perform release-one-master-entry
            end-read
        end-perform
    else
        if master-file-status is not equal to "05"
            display "Cannot open MASTER.DAT, file status "
                master-file-status "; master cache not counted."
        end-if
    end-if
    if master-file-status is equal to "00" or "05" or "10"
        close master-input
    end-if.

release-one-history-entry.
    if hist-disposition is not equal to "CONVERTED" and "DUPLICATE"
            and "REPAIRED"
        exit paragraph
    end-if
    if hist-decimal is not numeric or hist-decimal is equal to 0
        exit paragraph
    end-if
    if hist-date is less than period-from-date
            or hist-date is greater than period-to-date
        exit paragraph
    end-if
    perform check-roman-date-entry
    if entry-is-roman-date
        add 1 to date-entries-skipped
        exit paragraph
    end-if
    move hist-decimal to sw-part
    move hist-date to sw-date
    release sort-record
    add 1 to history-sightings.

*> ----------------------------------------------------------------
*> a roman date's decimal is YYYYMMDD or YYYY, no part number. the
*> entry says so by its direction; one written before the history
*> carried the direction is known by its shape: a decimal of eight
*> digits, beyond any part conv can write, or a numeral with a dot
*> between letters, as a day.month.year date is cut. a year alone
*> looks like any other numeral and cannot be told from a part.
*> ----------------------------------------------------------------
check-roman-date-entry.
    move 'N' to date-entry-flag
    if hist-direction is equal to '4'
        move 'Y' to date-entry-flag
        exit paragraph
    end-if
    if hist-direction is not equal to space
        exit paragraph
    end-if
    if hist-decimal is greater than 9999999
        move 'Y' to date-entry-flag
        exit paragraph
    end-if
    perform varying shape-pos from 1 by 1
            until shape-pos is greater than 59
               or entry-is-roman-date
        if hist-numeral(shape-pos:1) is equal to '.'
                and hist-numeral(shape-pos + 1:1) is alphabetic
                and hist-numeral(shape-pos + 1:1) is not equal to space
            move 'Y' to date-entry-flag
        end-if
    end-perform.

release-one-master-entry.
    if master-decimal is not numeric or master-decimal is equal to 0
        exit paragraph
    end-if
    if master-last-used-date is not numeric
        move 0 to master-last-used-date
    end-if
    if master-last-used-date is less than period-from-date
            or master-last-used-date is greater than period-to-date
        exit paragraph
    end-if
    move master-decimal to sw-part
    move master-last-used-date to sw-date
    release sort-record
    add 1 to master-sightings.

*> ----------------------------------------------------------------
*> the sightings come back in part-number order, so each distinct
*> part is counted once against every range it falls in, and every
*> sighting of it moves those ranges' first and last dates
*> ----------------------------------------------------------------
tally-part-sightings.
    move 'Y' to first-sort-record
    move 'N' to sort-eof-flag
    perform until sort-eof-flag is equal to 'Y'
        return sort-work
            at end move 'Y' to sort-eof-flag
            not at end perform tally-one-sighting
        end-return
    end-perform.

tally-one-sighting.
    add 1 to sightings-released
    if first-sort-record is equal to 'Y' or sw-part is not equal to previous-part
        move 'N' to first-sort-record
        move sw-part to previous-part
        perform find-ranges-for-part
        add 1 to distinct-parts
        if hit-count is equal to 0
            add 1 to distinct-outside
        end-if
        perform varying hit-idx from 1 by 1 until hit-idx is greater than hit-count
            move hit-range-idx(hit-idx) to part-range-idx
            add 1 to prt-distinct(part-range-idx)
        end-perform
    end-if
    perform varying hit-idx from 1 by 1 until hit-idx is greater than hit-count
        move hit-range-idx(hit-idx) to part-range-idx
        add 1 to prt-hits(part-range-idx)
        if sw-date is greater than 0
            if prt-first-date(part-range-idx) is equal to 0
                    or sw-date is less than prt-first-date(part-range-idx)
                move sw-date to prt-first-date(part-range-idx)
            end-if
            if sw-date is greater than prt-last-date(part-range-idx)
                move sw-date to prt-last-date(part-range-idx)
            end-if
        end-if
    end-perform.

find-ranges-for-part.
    move 0 to hit-count
    perform varying part-range-idx from 1 by 1
            until part-range-idx is greater than part-range-count
        if sw-part is not less than prt-low(part-range-idx)
                and sw-part is not greater than prt-high(part-range-idx)
            add 1 to hit-count
            move part-range-idx to hit-range-idx(hit-count)
        end-if
    end-perform.

*> ----------------------------------------------------------------
*> the report: every range with its coverage, then the ranges with
*> no hits at all and the thinly covered ones, for the audit plan
*> ----------------------------------------------------------------
write-coverage-report.
    open output coverage-report
    move report-date to heading-date
    write report-line from report-heading-line
    move period-from-date to period-from-out
    move period-to-date to period-to-out
    write report-line from period-line
    move spaces to report-line
    write report-line
    write report-line from range-column-line
    move all "-" to report-line
    write report-line
    perform varying part-range-idx from 1 by 1
            until part-range-idx is greater than part-range-count
        perform write-one-range-line
    end-perform
    move spaces to report-line
    write report-line
    move "Ranges with no part number seen:" to report-line
    write report-line
    perform varying part-range-idx from 1 by 1
            until part-range-idx is greater than part-range-count
        if prt-distinct(part-range-idx) is equal to 0
            perform compute-range-coverage
            perform write-short-range-line
        end-if
    end-perform
    if zero-range-count is equal to 0
        move "  (none)" to report-line
        write report-line
    end-if
    move spaces to report-line
    write report-line
    move thin-percent to thin-heading-percent
    write report-line from thin-heading-line
    perform varying part-range-idx from 1 by 1
            until part-range-idx is greater than part-range-count
        perform compute-range-coverage
        if prt-distinct(part-range-idx) is greater than 0
                and coverage-permille is less than thin-permille
            perform write-short-range-line
        end-if
    end-perform
    if thin-range-count is equal to 0
        move "  (none)" to report-line
        write report-line
    end-if
    move spaces to report-line
    write report-line
    move "  TOTALS" to report-line
    write report-line
    move "Reference ranges" to total-caption
    move part-range-count to total-value
    write report-line from total-line
    move "Ranges with no hits" to total-caption
    move zero-range-count to total-value
    write report-line from total-line
    move "Thinly covered ranges" to total-caption
    move thin-range-count to total-value
    write report-line from total-line
    move "Sightings from CONVHIST.DAT" to total-caption
    move history-sightings to total-value
    write report-line from total-line
    move "Roman date entries passed by" to total-caption
    move date-entries-skipped to total-value
    write report-line from total-line
    move "Sightings from MASTER.DAT" to total-caption
    move master-sightings to total-value
    write report-line from total-line
    move "Distinct part numbers seen" to total-caption
    move distinct-parts to total-value
    write report-line from total-line
    move "Distinct part numbers outside every range" to total-caption
    move distinct-outside to total-value
    write report-line from total-line
    close coverage-report.

write-one-range-line.
    perform compute-range-coverage
    move prt-low(part-range-idx) to range-low-out
    move prt-high(part-range-idx) to range-high-out
    move range-size to range-size-out
    move prt-distinct(part-range-idx) to range-distinct-out
    move prt-hits(part-range-idx) to range-hits-out
    move coverage-whole to range-cover-out
    move coverage-tenths to range-cover-tenths-out
    if prt-first-date(part-range-idx) is greater than 0
        move prt-first-date(part-range-idx) to range-first-out
        move prt-last-date(part-range-idx) to range-last-out
    else
        move "NEVER" to range-first-out
        move spaces to range-last-out
    end-if
    write report-line from range-detail-line
    if prt-distinct(part-range-idx) is equal to 0
        add 1 to zero-range-count
    else
        if coverage-permille is less than thin-permille
            add 1 to thin-range-count
        end-if
    end-if.

write-short-range-line.
    move prt-low(part-range-idx) to short-low-out
    move prt-high(part-range-idx) to short-high-out
    move coverage-whole to short-cover-out
    move coverage-tenths to short-cover-tenths-out
    write report-line from short-range-line.

*> a reversed range (high below low) is sized as the single part
*> it starts with rather than failing the run
compute-range-coverage.
    if prt-high(part-range-idx) is less than prt-low(part-range-idx)
        move 1 to range-size
    else
        compute range-size = prt-high(part-range-idx)
            - prt-low(part-range-idx) + 1
    end-if
    compute coverage-permille rounded =
        (prt-distinct(part-range-idx) * 1000) / range-size
        on size error move 1000 to coverage-permille
    end-compute
    if coverage-permille is greater than 1000
        move 1000 to coverage-permille
    end-if
    compute coverage-whole = coverage-permille / 10
    compute coverage-tenths =
        coverage-permille - (coverage-whole * 10).
