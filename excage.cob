identification division.
program-id. excage.
environment division.
input-output section.
file-control.
    select optional exceptions-report assign to "EXCEPRPT.TXT"
      organization line sequential
      file status is exceptions-file-status.
    select aging-report assign to "EXCAGE.TXT"
      organization line sequential
      file status is report-file-status.
    select backlog-trend assign to "EXCTREND.TXT"
      organization line sequential
      file status is trend-file-status.

data division.
file section.
fd exceptions-report.
    copy "excrec.cpy".
fd aging-report.
    01 report-line pic x(132).
*> one line per aging run: the backlog number operations watches,
*> with its age split, so the trend can be followed week to week
fd backlog-trend.
    01 trend-record.
        05 trend-date pic 9(08).
        05 filler pic x.
        05 trend-backlog pic 9(07).
        05 filler pic x.
        05 trend-bucket pic 9(07) occurs 5 times.

working-storage section.
    copy "procparm.cpy".
77 exceptions-file-status pic xx.
77 report-file-status pic xx.
77 trend-file-status pic xx.
77 exceptions-eof-flag pic x value 'N'.

77 cmd-line-arg-count pic 9(2) value 0.
77 cmd-line-arg-index pic 9(2).
77 cmd-line-arg-value pic x(30).

*> EXCEPRPT.TXT holds only what is still open: excfix empties it
*> before each cycle and conv writes back whatever fails again, and
*> a repaired or written-off item simply stops appearing. the age of
*> an item is counted from the first-rejected date it carries.
77 as-of-date pic 9(08).
77 cutoff-7-date pic 9(08).
77 cutoff-30-date pic 9(08).
77 cutoff-90-date pic 9(08).
77 walk-date pic 9(08).
77 walk-year pic 9(04).
77 walk-month pic 9(02).
77 walk-day pic 9(02).
77 leap-remainder pic 9(04).
77 days-in-month pic 9(02).
77 back-days-counter pic 9(05).
77 age-in-days pic 9(05).

*> the per-depot lists of oldest open tags, for the coordinators
77 list-limit pic 9(03) value 20.
77 list-limit-parsed pic 9(03).
77 parse-pos pic 99 usage is computational.
01 parse-digit-x pic x.
01 parse-digit-9 redefines parse-digit-x pic 9.

*> bucket 1 0-7 days, 2 8-30, 3 31-90, 4 over 90, 5 undated
77 bucket-idx pic 9(01) usage is computational.
77 clear-idx pic 9(01) usage is computational.
77 item-date pic 9(08).
77 backlog-total pic 9(07) value 0.
77 oldest-dated pic 9(08) value 0.
01 all-bucket-table.
    05 all-bucket pic 9(07) occurs 5 times.

*> a reject belongs to its depot; one with no depot on it belongs
*> to the source it came from, and failing that to UNKNOWN
77 group-key pic x(30).
77 group-count pic 9(03) usage is computational value 0.
77 group-idx pic 9(03) usage is computational.
77 group-found pic x.
77 group-overflow pic 9(07) value 0.
77 oldest-idx pic 9(03) usage is computational.
77 insert-idx pic 9(03) usage is computational.
01 group-table.
    05 group-entry occurs 200 times.
        10 grp-key pic x(30).
        10 grp-bucket pic 9(07) occurs 5 times.
        10 grp-total pic 9(07).
        10 grp-list-count pic 9(03) usage is computational.
        10 grp-oldest occurs 50 times.
            15 old-sequence pic x(10).
            15 old-numeral pic x(30).
            15 old-reason pic x(02).
            15 old-date pic 9(08).
            15 old-run pic x(16).
01 new-oldest-entry.
    05 new-sequence pic x(10).
    05 new-numeral pic x(30).
    05 new-reason pic x(02).
    05 new-date pic 9(08).
    05 new-run pic x(16).

*> per-reason totals, one slot per reason code conv, the driver,
*> ackpost and qapost can raise; anything else is counted as other
77 reason-idx pic 9(02) usage is computational.
01 reason-total-table.
    05 reason-total-entry occurs 9 times.
        10 rsn-bucket pic 9(07) occurs 5 times.
        10 rsn-total pic 9(07).
01 other-reason-entry.
    05 other-bucket pic 9(07) occurs 5 times.
    05 other-total pic 9(07).
01 reason-text-table.
    05 filler pic x(30) value "Invalid character".
    05 filler pic x(30) value "Malformed grouping".
    05 filler pic x(30) value "Invalid subtractive pair".
    05 filler pic x(30) value "Record structure not valid".
    05 filler pic x(30) value "Refused by the loader".
    05 filler pic x(30) value "Part number not on reference".
    05 filler pic x(30) value "Not a valid calendar date".
    05 filler pic x(30) value "Range not expanded".
    05 filler pic x(30) value "Failed QA inspection".
01 reason-texts redefines reason-text-table.
    05 reason-text-entry pic x(30) occurs 9 times.

01 report-heading-line.
    05 filler pic x(36) value "Exception backlog aging as of".
    05 heading-date pic 9(08).
01 backlog-line.
    05 filler pic x(36) value "OPEN EXCEPTIONS (BACKLOG)".
    05 backlog-value pic z(6)9.
01 oldest-line.
    05 filler pic x(36) value "Oldest dated item first rejected".
    05 oldest-value pic 9(08).
01 bucket-column-line.
    05 filler pic x(34) value spaces.
    05 filler pic x(60) value
        "    0-7    8-30   31-90 OVER 90 UNDATED   TOTAL".
01 bucket-detail-line.
    05 bucket-detail-key pic x(34).
    05 bucket-detail-count pic z(6)9 occurs 5 times.
    05 filler pic x value space.
    05 bucket-detail-total pic z(6)9.
01 oldest-heading-line.
    05 filler pic x(100) value
        "  SEQUENCE    NUMERAL                         RSN FIRST-REJ    AGE  FIRST RUN".
01 oldest-detail-line.
    05 filler pic x(02) value spaces.
    05 oldest-detail-sequence pic x(10).
    05 filler pic x(02) value spaces.
    05 oldest-detail-numeral pic x(30).
    05 filler pic x(02) value spaces.
    05 oldest-detail-reason pic x(02).
    05 filler pic x(02) value spaces.
    05 oldest-detail-date pic x(08).
    05 filler pic x(02) value spaces.
    05 oldest-detail-age pic x(05).
    05 filler pic x(02) value spaces.
    05 oldest-detail-run pic x(16).
01 age-display pic z(4)9.
77 list-count-display pic 9(03).

procedure division.
main-logic.
    perform get-run-parameters
    perform compute-bucket-cutoffs
    perform clear-tallies
    perform scan-exceptions-report
    perform write-aging-report
    perform write-backlog-trend
    display "Exception backlog as of " as-of-date ": " backlog-total
        " open; report written to EXCAGE.TXT"
    stop run.

*> ----------------------------------------------------------------
*> excage [list length] [as-of date]: the list length is how many
*> of each depot's oldest tags are listed (1 to 50, 20 when not
*> given); the as-of date (YYYYMMDD) restates an earlier week
*> ----------------------------------------------------------------
get-run-parameters.
    call "procdate" using procdate-parameters
    move proc-business-date to as-of-date
    accept cmd-line-arg-count from argument-number
    if cmd-line-arg-count is greater than 0
        move 1 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        perform parse-list-limit
    end-if
    if cmd-line-arg-count is greater than 1
        move 2 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        if cmd-line-arg-value(1:8) is numeric
                and cmd-line-arg-value(9:1) is equal to space
            move cmd-line-arg-value(1:8) to as-of-date
        else
            display "As-of date " cmd-line-arg-value
                " is not YYYYMMDD; today is used."
        end-if
    end-if.

parse-list-limit.
    move 0 to list-limit-parsed
    perform varying parse-pos from 1 by 1
            until parse-pos is greater than 3
               or cmd-line-arg-value(parse-pos:1) is equal to space
        move cmd-line-arg-value(parse-pos:1) to parse-digit-x
        if parse-digit-x is numeric
            compute list-limit-parsed = list-limit-parsed * 10 + parse-digit-9
        else
            move 0 to list-limit-parsed
            move 4 to parse-pos
        end-if
    end-perform
    if list-limit-parsed is greater than 0 and not greater than 50
        move list-limit-parsed to list-limit
    else
        display "List length " cmd-line-arg-value
            " is not 1 to 50; " list-limit " is used."
    end-if.

compute-bucket-cutoffs.
    move 7 to back-days-counter
    perform compute-cutoff-date
    move walk-date to cutoff-7-date
    move 30 to back-days-counter
    perform compute-cutoff-date
    move walk-date to cutoff-30-date
    move 90 to back-days-counter
    perform compute-cutoff-date
    move walk-date to cutoff-90-date.

clear-tallies.
    perform varying bucket-idx from 1 by 1 until bucket-idx is greater than 5
        move 0 to all-bucket(bucket-idx)
        move 0 to other-bucket(bucket-idx)
        perform varying reason-idx from 1 by 1 until reason-idx is greater than 9
            move 0 to rsn-bucket(reason-idx, bucket-idx)
        end-perform
    end-perform
    move 0 to other-total
    perform varying reason-idx from 1 by 1 until reason-idx is greater than 9
        move 0 to rsn-total(reason-idx)
    end-perform.

*> ----------------------------------------------------------------
*> one pass over the open exceptions
*> ----------------------------------------------------------------
scan-exceptions-report.
    open input exceptions-report
    if exceptions-file-status is not equal to "00"
        if exceptions-file-status is equal to "05"
            close exceptions-report
        else
            display "Cannot open EXCEPRPT.TXT, file status "
                exceptions-file-status
        end-if
        exit paragraph
    end-if
    move 'N' to exceptions-eof-flag
    perform until exceptions-eof-flag is equal to 'Y'
        read exceptions-report
            at end move 'Y' to exceptions-eof-flag
            not at end
                if exceptions-record is not equal to spaces
                    perform tally-one-exception
                end-if
        end-read
    end-perform
    close exceptions-report.

tally-one-exception.
    add 1 to backlog-total
    if exc-first-date is numeric and exc-first-date is greater than 0
        move exc-first-date to item-date
        perform select-age-bucket
        if oldest-dated is equal to 0 or item-date is less than oldest-dated
            move item-date to oldest-dated
        end-if
    else
        move 0 to item-date
        move 5 to bucket-idx
    end-if
    add 1 to all-bucket(bucket-idx)
    move 0 to reason-idx
    if exc-reason-code-out is numeric
        move exc-reason-code-out to reason-idx
    end-if
    if reason-idx is not less than 1 and not greater than 9
        add 1 to rsn-bucket(reason-idx, bucket-idx)
        add 1 to rsn-total(reason-idx)
    else
        add 1 to other-bucket(bucket-idx)
        add 1 to other-total
    end-if
    perform find-item-group
    if group-found is equal to 'Y'
        add 1 to grp-bucket(group-idx, bucket-idx)
        add 1 to grp-total(group-idx)
        perform note-one-oldest
    else
        add 1 to group-overflow
    end-if.

select-age-bucket.
    if item-date is not less than cutoff-7-date
        move 1 to bucket-idx
    else if item-date is not less than cutoff-30-date
        move 2 to bucket-idx
    else if item-date is not less than cutoff-90-date
        move 3 to bucket-idx
    else
        move 4 to bucket-idx
    end-if.

select-group-key.
    if exc-depot-out is not equal to spaces
        move exc-depot-out to group-key
    else if exc-source-out is not equal to spaces
        move exc-source-out to group-key
    else
        move "UNKNOWN" to group-key
    end-if.

find-item-group.
    perform select-group-key
    move 'N' to group-found
    perform varying group-idx from 1 by 1
            until group-idx is greater than group-count
               or group-found is equal to 'Y'
        if grp-key(group-idx) is equal to group-key
            move 'Y' to group-found
        end-if
    end-perform
    if group-found is equal to 'Y'
        subtract 1 from group-idx
        exit paragraph
    end-if
    if group-count is less than 200
        add 1 to group-count
        move group-count to group-idx
        move group-key to grp-key(group-idx)
        perform varying clear-idx from 1 by 1 until clear-idx is greater than 5
            move 0 to grp-bucket(group-idx, clear-idx)
        end-perform
        move 0 to grp-total(group-idx)
        move 0 to grp-list-count(group-idx)
        move 'Y' to group-found
    end-if.

*> ----------------------------------------------------------------
*> each depot keeps its oldest open tags in first-rejected order,
*> undated ones first since they predate the dates being kept. a new
*> item goes in behind any of the same date, so the report order
*> breaks ties in file order; once the list is full the youngest
*> entry drops off the end.
*> ----------------------------------------------------------------
note-one-oldest.
    move exc-sequence-out to new-sequence
    move exc-numeral-out to new-numeral
    move exc-reason-code-out to new-reason
    move item-date to new-date
    move exc-first-run to new-run
    move 1 to insert-idx
    perform until insert-idx is greater than grp-list-count(group-idx)
            or old-date(group-idx, insert-idx) is greater than new-date
        add 1 to insert-idx
    end-perform
    if insert-idx is greater than list-limit
        exit paragraph
    end-if
    if grp-list-count(group-idx) is less than list-limit
        add 1 to grp-list-count(group-idx)
    end-if
    perform varying oldest-idx from grp-list-count(group-idx) by -1
            until oldest-idx is not greater than insert-idx
        move grp-oldest(group-idx, oldest-idx - 1)
            to grp-oldest(group-idx, oldest-idx)
    end-perform
    move new-oldest-entry to grp-oldest(group-idx, insert-idx).

*> ----------------------------------------------------------------
*> the report: the backlog number first for operations, the age
*> split overall, by depot and by reason, then each depot's list
*> ----------------------------------------------------------------
write-aging-report.
    open output aging-report
    move as-of-date to heading-date
    write report-line from report-heading-line
    move spaces to report-line
    write report-line
    move backlog-total to backlog-value
    write report-line from backlog-line
    if oldest-dated is greater than 0
        move oldest-dated to oldest-value
        write report-line from oldest-line
    end-if
    move spaces to report-line
    write report-line
    write report-line from bucket-column-line
    move spaces to bucket-detail-line
    move "ALL OPEN EXCEPTIONS" to bucket-detail-key
    perform varying bucket-idx from 1 by 1 until bucket-idx is greater than 5
        move all-bucket(bucket-idx) to bucket-detail-count(bucket-idx)
    end-perform
    move backlog-total to bucket-detail-total
    write report-line from bucket-detail-line
    move spaces to report-line
    write report-line
    move "BY DEPOT OR SOURCE" to report-line
    write report-line
    write report-line from bucket-column-line
    perform varying group-idx from 1 by 1 until group-idx is greater than group-count
        move spaces to bucket-detail-line
        move grp-key(group-idx) to bucket-detail-key
        perform varying bucket-idx from 1 by 1 until bucket-idx is greater than 5
            move grp-bucket(group-idx, bucket-idx)
                to bucket-detail-count(bucket-idx)
        end-perform
        move grp-total(group-idx) to bucket-detail-total
        write report-line from bucket-detail-line
    end-perform
    if group-overflow is greater than 0
        move spaces to report-line
        string "  ** " delimited by size
            group-overflow delimited by size
            " items beyond 200 depots and sources not broken down **"
                delimited by size
            into report-line
        write report-line
    end-if
    move spaces to report-line
    write report-line
    move "BY REASON CODE" to report-line
    write report-line
    write report-line from bucket-column-line
    perform varying reason-idx from 1 by 1 until reason-idx is greater than 9
        move spaces to bucket-detail-line
        move reason-idx to bucket-detail-key(1:2)
        move reason-text-entry(reason-idx) to bucket-detail-key(4:30)
        perform varying bucket-idx from 1 by 1 until bucket-idx is greater than 5
            move rsn-bucket(reason-idx, bucket-idx)
                to bucket-detail-count(bucket-idx)
        end-perform
        move rsn-total(reason-idx) to bucket-detail-total
        write report-line from bucket-detail-line
    end-perform
    if other-total is greater than 0
        move spaces to bucket-detail-line
        move "   Other reason codes" to bucket-detail-key
        perform varying bucket-idx from 1 by 1 until bucket-idx is greater than 5
            move other-bucket(bucket-idx) to bucket-detail-count(bucket-idx)
        end-perform
        move other-total to bucket-detail-total
        write report-line from bucket-detail-line
    end-if
    perform varying group-idx from 1 by 1 until group-idx is greater than group-count
        perform write-one-oldest-list
    end-perform
    close aging-report.

write-one-oldest-list.
    move spaces to report-line
    write report-line
    move grp-list-count(group-idx) to list-count-display
    move spaces to report-line
    string "OLDEST UNFIXED TAGS FOR " delimited by size
        grp-key(group-idx) delimited by "  "
        " (" delimited by size
        list-count-display delimited by size
        " OF " delimited by size
        grp-total(group-idx) delimited by size
        " OPEN)" delimited by size
        into report-line
    write report-line
    write report-line from oldest-heading-line
    perform varying oldest-idx from 1 by 1
            until oldest-idx is greater than grp-list-count(group-idx)
        move old-sequence(group-idx, oldest-idx) to oldest-detail-sequence
        move old-numeral(group-idx, oldest-idx) to oldest-detail-numeral
        move old-reason(group-idx, oldest-idx) to oldest-detail-reason
        move old-run(group-idx, oldest-idx) to oldest-detail-run
        if old-date(group-idx, oldest-idx) is equal to 0
            move "UNDATED" to oldest-detail-date
            move spaces to oldest-detail-age
        else
            move old-date(group-idx, oldest-idx) to oldest-detail-date
            move old-date(group-idx, oldest-idx) to walk-date
            perform count-days-to-as-of
            move age-in-days to age-display
            move age-display to oldest-detail-age
        end-if
        write report-line from oldest-detail-line
    end-perform.

write-backlog-trend.
    open extend backlog-trend
    if trend-file-status is equal to "35"
        open output backlog-trend
        close backlog-trend
        open extend backlog-trend
    end-if
    move spaces to trend-record
    move as-of-date to trend-date
    move backlog-total to trend-backlog
    perform varying bucket-idx from 1 by 1 until bucket-idx is greater than 5
        move all-bucket(bucket-idx) to trend-bucket(bucket-idx)
    end-perform
    write trend-record
    close backlog-trend.

*> ----------------------------------------------------------------
*> calendar support: the bucket cutoffs are the as-of date walked
*> back day by day, and an item's age is its first-rejected date
*> walked forward to the as-of date, with month lengths and leap
*> years handled
*> ----------------------------------------------------------------
compute-cutoff-date.
    move as-of-date to walk-date
    perform back-days-counter times
        perform retreat-walk-date
    end-perform.

count-days-to-as-of.
    move 0 to age-in-days
    perform until walk-date is not less than as-of-date
            or age-in-days is equal to 99999
        perform advance-walk-date
        add 1 to age-in-days
    end-perform.

retreat-walk-date.
    move walk-date(1:4) to walk-year
    move walk-date(5:2) to walk-month
    move walk-date(7:2) to walk-day
    if walk-day is greater than 1
        subtract 1 from walk-day
    else
        if walk-month is greater than 1
            subtract 1 from walk-month
        else
            move 12 to walk-month
            subtract 1 from walk-year
        end-if
        perform compute-days-in-month
        move days-in-month to walk-day
    end-if
    compute walk-date = walk-year * 10000 + walk-month * 100 + walk-day.

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
