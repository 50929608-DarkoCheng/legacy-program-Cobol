    select audit-log assign to audit-log-name
      organization line sequential
      file status is audit-file-status.
    select audit-index assign to "AUDITIX.DAT"
      organization indexed
      access mode dynamic
      record key ax-key
      alternate record key ax-date with duplicates
      sharing with all other
      file status is index-file-status.
    select master-lookup assign to "MASTER.DAT"
      organization indexed
      access mode dynamic
file section.
fd audit-log.
    copy "audrec.cpy".
fd audit-index.
    copy "audxrec.cpy".
fd master-lookup.
    copy "mastrec.cpy".
fd translation-table.
        05 filler pic x.
        05 pr-high-part pic 9(10).
fd exceptions-report.
    copy "excrec.cpy".

working-storage section.
    copy "procparm.cpy".
    copy "rnconst.cpy".
    copy "gapparm.cpy".

01 final-output pic z(04)9.
77 ptr-x pic 99.
77 audit-log-name pic x(30) value "AUDITLOG.TXT".
77 audit-date pic 9(8).
77 audit-time pic 9(8).
77 audit-clock-date pic 9(8).
77 index-file-status pic xx.
77 index-written-flag pic x.
77 index-warned-flag pic x value 'N'.

77 master-file-status pic xx.
77 audit-file-status pic xx.
77 dec-to-roman-bracket pic x(60).
77 dec-to-roman-body pic x(60).

*> plaque dates: a calendar date goes out as day.month.year (or the
*> year alone) with each part romanized on its own; a roman date is
*> split at its dots and each part read back through the ordinary
*> numeral validation before the whole is checked as a calendar date
77 date-text pic x(60).
77 date-text-length pic 99.
77 date-scan-pos pic 99.
77 date-digit-count pic 99.
77 date-digits pic x(08).
77 date-part-count pic 9(01).
77 date-part-idx pic 9(01).
01 date-part-table.
    05 date-part-text pic x(60) occurs 3 times.
77 date-day pic 9(02).
77 date-month pic 9(02).
77 date-year pic 9(04).
77 date-year-only-flag pic x(01).
77 date-value pic 9(08).
77 leap-remainder pic 9(04).
77 days-in-month pic 9(02).
01 date-roman-parts.
    05 date-roman-day pic x(20).
    05 date-roman-month pic x(20).
    05 date-roman-year pic x(20).

linkage section.
    copy "inrec.cpy".
    copy "convparm.cpy".
        if conv-func-normalize
            perform normalize-numeral
        else
            if conv-func-roman-date
                perform convert-roman-date
            else
                perform convert-roman-to-decimal
            end-if
        end-if
    end-if
    perform write-audit-log
            perform write-exception
        else
            add 1 to master-usage-count
            call "procdate" using procdate-parameters
            move proc-business-date to audit-date
            move audit-date to master-last-used-date
            rewrite master-record invalid key continue end-rewrite
            unlock master-lookup
                move master-key to master-numeral
                move result to master-decimal
                move 1 to master-usage-count
                call "procdate" using procdate-parameters
                move proc-business-date to audit-date
                move audit-date to master-last-used-date
                write master-record invalid key continue end-write
                unlock master-lookup
        end-perform
    end-perform.

*> ----------------------------------------------------------------
*> plaque and cornerstone dates. a numeral field that starts with
*> a digit is a calendar date to be romanized; anything else is a
*> roman date to be read back. either way the decimal result is the
*> date as YYYYMMDD (or YYYY for a year alone), and the date never
*> touches the master lookup or the part-number reference.
*> ----------------------------------------------------------------
convert-roman-date.
    set conv-is-valid to true
    set conv-reason-none to true
    move spaces to conv-reason-text
    move spaces to conv-output-numeral
    move 0 to conv-output-decimal
    move 0 to conv-output-twelfths
    move 1 to date-scan-pos
    perform until date-scan-pos is greater than 60
            or ir-numeral(date-scan-pos:1) is not equal to space
        add 1 to date-scan-pos
    end-perform
    move spaces to date-text
    if date-scan-pos is not greater than 60
        move ir-numeral(date-scan-pos:) to date-text
    end-if
    move 0 to date-text-length
    perform varying date-scan-pos from 1 by 1
            until date-scan-pos is greater than 60
               or date-text(date-scan-pos:1) is equal to space
        add 1 to date-text-length
    end-perform
    if date-text-length is equal to 0
        set conv-is-invalid to true
        set conv-reason-invalid-date to true
        move "No date was given." to conv-reason-text
    else
        if date-text(1:1) is numeric
            perform convert-calendar-to-roman
        else
            perform convert-roman-to-calendar
        end-if
    end-if
    if conv-is-invalid
        move 0 to conv-output-decimal
        perform write-exception
    end-if.

*> ----------------------------------------------------------------
*> YYYYMMDD or YYYY in, roman date out in the layout the qualifier
*> asks for. a full date cut as the year alone is still checked as
*> a whole date first: the plaque order was for that day.
*> ----------------------------------------------------------------
convert-calendar-to-roman.
    if date-text-length is not equal to 8 and 4
            or date-text(1:date-text-length) is not numeric
        set conv-is-invalid to true
        set conv-reason-invalid-date to true
        move "A calendar date is given as YYYYMMDD or YYYY." to conv-reason-text
        exit paragraph
    end-if
    move date-text(1:date-text-length) to date-digits
    move 0 to date-day
    move 0 to date-month
    move date-digits(1:4) to date-year
    if date-text-length is equal to 4
        move 'Y' to date-year-only-flag
    else
        move date-digits(5:2) to date-month
        move date-digits(7:2) to date-day
        move 'N' to date-year-only-flag
    end-if
    perform check-calendar-date
    if conv-is-invalid
        exit paragraph
    end-if
    move spaces to date-roman-parts
    move date-year to romanize-value
    perform build-roman-for-value
    move romanize-result to date-roman-year
    move spaces to conv-output-numeral
    if date-year-only-flag is equal to 'Y' or ir-date-layout-year
        move date-roman-year to conv-output-numeral
    else
        move date-day to romanize-value
        perform build-roman-for-value
        move romanize-result to date-roman-day
        move date-month to romanize-value
        perform build-roman-for-value
        move romanize-result to date-roman-month
        string date-roman-day delimited by space
            "." delimited by size
            date-roman-month delimited by space
            "." delimited by size
            date-roman-year delimited by space
            into conv-output-numeral
    end-if
    move date-value to conv-input-decimal
    move date-value to conv-output-decimal
    move conv-output-numeral to ir-numeral
    move "Calendar date to roman date." to conv-reason-text.

*> ----------------------------------------------------------------
*> day.month.year or a year alone in roman, calendar date out. the
*> depot's spelling rules apply first, as to any numeral. each
*> part must pass as a numeral in its own right (reasons 01 to 03)
*> before the three together are judged as a date (reason 07).
*> ----------------------------------------------------------------
convert-roman-to-calendar.
    move date-text to userInput
    perform apply-depot-translation
    move userInput to date-text
    move spaces to date-part-table
    move 0 to date-part-count
    move 1 to date-scan-pos
    perform until date-scan-pos is greater than date-text-length
            or date-part-count is greater than 3
        add 1 to date-part-count
        if date-part-count is not greater than 3
            unstring date-text(1:date-text-length) delimited by "."
                into date-part-text(date-part-count)
                with pointer date-scan-pos
        end-if
    end-perform
    if date-text(date-text-length:1) is equal to "."
        add 1 to date-part-count
    end-if
    if date-part-count is not equal to 1 and 3
        set conv-is-invalid to true
        set conv-reason-invalid-date to true
        move "A roman date is day.month.year or a year alone." to conv-reason-text
        exit paragraph
    end-if
    move 0 to date-day
    move 0 to date-month
    move 0 to date-year
    perform varying date-part-idx from 1 by 1
            until date-part-idx is greater than date-part-count
               or conv-is-invalid
        perform read-one-date-part
    end-perform
    if conv-is-invalid
        exit paragraph
    end-if
    if date-part-count is equal to 1
        move 'Y' to date-year-only-flag
    else
        move 'N' to date-year-only-flag
    end-if
    perform check-calendar-date
    if conv-is-invalid
        exit paragraph
    end-if
    move date-text to conv-output-numeral
    move date-value to conv-output-decimal
    move "Roman date to calendar date." to conv-reason-text.

read-one-date-part.
    perform varying a from 1 by 1 until a is greater than 60
        move 0 to new-string(a)
    end-perform
    move spaces to userInput
    move date-part-text(date-part-idx) to userInput
    move 1 to ptr-x
    string userInput delimited by space into remainder-string with pointer ptr-x
    if ptr-x is equal to 1
        set conv-is-invalid to true
        set conv-reason-invalid-date to true
        move "A part of the roman date is empty." to conv-reason-text
        exit paragraph
    end-if
    perform validate-numeral
    if conv-is-invalid
        exit paragraph
    end-if
    perform compute-roman-value
    if result is greater than 3999
        move 9999 to result
    end-if
    if date-part-count is equal to 1
        move result to date-year
    else
        if date-part-idx is equal to 1
            if result is greater than 99
                move 99 to result
            end-if
            move result to date-day
        else
            if date-part-idx is equal to 2
                if result is greater than 99
                    move 99 to result
                end-if
                move result to date-month
            else
                move result to date-year
            end-if
        end-if
    end-if.

*> ----------------------------------------------------------------
*> a year from I to MMMCMXCIX; with a day and month, a month from
*> I to XII and a day no later than that month's last (February
*> follows the leap-year rule). the date is left in date-value.
*> ----------------------------------------------------------------
check-calendar-date.
    if date-year is less than 1 or date-year is greater than 3999
        set conv-is-invalid to true
        set conv-reason-invalid-date to true
        move "Year must be from 1 to 3999." to conv-reason-text
        exit paragraph
    end-if
    if date-year-only-flag is equal to 'Y'
        move date-year to date-value
        exit paragraph
    end-if
    if date-month is less than 1 or date-month is greater than 12
        set conv-is-invalid to true
        set conv-reason-invalid-date to true
        move "Month must be from 1 to 12." to conv-reason-text
        exit paragraph
    end-if
    perform compute-days-in-month
    if date-day is less than 1 or date-day is greater than days-in-month
        set conv-is-invalid to true
        set conv-reason-invalid-date to true
        move "Day does not exist in that month." to conv-reason-text
        exit paragraph
    end-if
    compute date-value = date-year * 10000 + date-month * 100 + date-day.

compute-days-in-month.
    if date-month is equal to 4 or 6 or 9 or 11
        move 30 to days-in-month
    else
        if date-month is equal to 2
            move 28 to days-in-month
            divide date-year by 4 giving leap-remainder
                remainder leap-remainder
            if leap-remainder is equal to 0
                move 29 to days-in-month
                divide date-year by 100 giving leap-remainder
                    remainder leap-remainder
                if leap-remainder is equal to 0
                    divide date-year by 400 giving leap-remainder
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

*> ----------------------------------------------------------------
*> exceptions report and audit log
*> ----------------------------------------------------------------
    move conv-reason-code to exc-reason-code-out
    move conv-reason-text to exc-reason-text-out
    move ir-direction to exc-direction-out
    move ir-qualifier to exc-qualifier-out
    move conv-depot-id to exc-depot-out
    if conv-origin-date is numeric and conv-origin-date is greater than 0
        move conv-origin-source to exc-source-out
        move conv-origin-date to exc-first-date
        move conv-origin-run to exc-first-run
    else
        move conv-source to exc-source-out
        call "procdate" using procdate-parameters
        move proc-business-date to exc-first-date
        move conv-run-id to exc-first-run
    end-if
    write exceptions-record
    close exceptions-report.

write-audit-log.
    call "procdate" using procdate-parameters
    move proc-business-date to audit-date
    accept audit-clock-date from date yyyymmdd
    accept audit-time from time
    open extend audit-log
    if audit-file-status is equal to "35"
    move spaces to audit-record
    move audit-date to audit-date-out
    move audit-time to audit-time-out
    move audit-clock-date to audit-clock-date-out
    move conv-source to audit-source-out
    move ir-numeral to audit-input-out
    move conv-run-id to audit-run-id-out
    move ir-sequence-number to audit-sequence-out
    move conv-output-twelfths to audit-twelfths-out
    move ir-direction to audit-direction-out
    move conv-operator-id to audit-operator-out
    move conv-depot-id to audit-depot-out
    move conv-mode-additive to audit-mode-out
*>  a reject always audits with a zero result, whichever direction
*>  it travelled: downstream reconciliation reads zero as "was not
*>  converted, expect no output row"
        end-if
    end-if
    write audit-record
    close audit-log
    perform write-audit-index.

*> ----------------------------------------------------------------
*> the indexed copy of the line just logged. the log is the record
*> that counts: an index that cannot be written is reported once
*> and the conversion goes on. the run and date of a line that
*> missed the index go on the gap register, so the readers take
*> that run or period from the log instead of a partial index.
*> ----------------------------------------------------------------
write-audit-index.
    open i-o audit-index
    if index-file-status is equal to "35"
        open output audit-index
        close audit-index
        open i-o audit-index
    end-if
    if index-file-status is not equal to "00"
        if index-warned-flag is equal to 'N'
            move 'Y' to index-warned-flag
            display "** WARNING: cannot open AUDITIX.DAT, file status "
                index-file-status "; audit lines go to the log only. **"
        end-if
        perform record-index-gap
        exit paragraph
    end-if
    move spaces to audit-index-record
    move audit-run-id-out to ax-run-id
    move audit-sequence-out to ax-sequence
    move audit-clock-date-out to ax-clock-date
    move audit-time-out to ax-time
    move 0 to ax-serial
    move audit-date-out to ax-date
    move audit-record to ax-audit-line
    move 'N' to index-written-flag
    perform until index-written-flag is equal to 'Y'
        write audit-index-record
            invalid key
                if ax-serial is less than 9999
                    add 1 to ax-serial
                else
                    move 'Y' to index-written-flag
                end-if
            not invalid key
                move 'Y' to index-written-flag
        end-write
        if index-file-status(1:1) is not equal to "0" and "2"
            move 'Y' to index-written-flag
        end-if
    end-perform
    if index-file-status(1:1) is not equal to "0"
        perform record-index-gap
    end-if
    close audit-index.

record-index-gap.
    set gap-func-record to true
    move audit-run-id-out to gap-run-id
    move audit-sequence-out to gap-sequence
    move audit-date-out to gap-from-date
    move audit-date-out to gap-to-date
    move index-file-status to gap-index-status
    move "CONV" to gap-program
    call "audgap" using audgap-parameters.

 goback.
