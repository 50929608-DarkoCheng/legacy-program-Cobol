    select edit-report assign to "EDITRPT.TXT"
      organization line sequential
      file status is report-file-status.
    select depot-profile assign to "DEPOTPRF.DAT"
      organization indexed
      access mode dynamic
      record key dp-depot-id
      sharing with all other
      file status is depot-file-status.

data division.
file section.
        05 tt-to-char pic x(01).
fd edit-report.
    01 report-line pic x(100).
fd depot-profile.
    copy "deptrec.cpy".

working-storage section.
    copy "rnconst.cpy".
    88 edit-standard-notation value 'N'.
77 saved-mode-flag pic x.

*> depot profile support: "preflt DEPOT01 FILE.TXT" grades the file
*> with the depot's own format, notation and reject-rate tolerance,
*> exactly as the conversion run will process it
77 depot-file-status pic xx.
77 depot-id-answer pic x(08) value spaces.
77 depot-contact pic x(30) value spaces.
77 reject-limit-percent pic 9(03).
77 range-limit-rows pic 9(04).
77 depot-found-flag pic x value 'Y'.
    88 depot-profile-found value 'Y'.
    88 depot-profile-missing value 'N'.

*> same delimited-record scanner the conversion run uses, so a file
*> that passes here parses identically when the real job releases
77 delimiter-char pic x.
*> per-reason totals, one slot per reason code the edits can raise
77 reason-idx pic 9(02) usage is computational.
01 reason-total-table.
*> (05 and 06 are raised only downstream of the edit, by the loader
*> and the part-number check, and never count here)
    05 reason-total-entry occurs 8 times.
        10 reason-tally pic 9(10).
01 reason-text-table.
    05 filler pic x(52) value "Character is not one of I V X L C D M.".
    05 filler pic x(52) value "Malformed grouping or fraction marks.".
    05 filler pic x(52) value "Subtractive pair is not one of IV IX XL XC CD CM.".
    05 filler pic x(52) value "Record structure is not valid.".
    05 filler pic x(52) value "Refused by the downstream loader.".
    05 filler pic x(52) value "Part number is not on the reference file.".
    05 filler pic x(52) value "Date is not a valid calendar date.".
    05 filler pic x(52) value "Range record cannot be expanded.".
01 reason-texts redefines reason-text-table.
    05 reason-text-entry pic x(52) occurs 8 times.

*> the depot's TRANSTBL.TXT translation rules, applied to the
*> numeral before validation exactly as conv applies them in the
77 apostrophus-d-count pic 99.
77 out-pos pic 99.
77 char-pos pic 99.
77 result pic s9(11).

*> plaque dates ('4' records), edited as conv converts them: a
*> calendar date YYYYMMDD or YYYY, or a roman day.month.year or
*> year alone whose parts are each a valid numeral
77 date-text pic x(60).
77 date-text-length pic 99.
77 date-scan-pos pic 99.
77 date-part-count pic 9(01).
77 date-part-idx pic 9(01).
01 date-part-table.
    05 date-part-text pic x(60) occurs 3 times.
77 date-day pic 9(02).
77 date-month pic 9(02).
77 date-year pic 9(04).
77 date-year-only-flag pic x(01).
77 leap-remainder pic 9(04).
77 days-in-month pic 9(02).

*> range records ('R'), edited as the conversion run expands them:
*> two values joined by a hyphen, in order, within the depot's
*> row limit, numeral bounds written exactly as the run writes them
77 range-first-text pic x(60).
77 range-last-text pic x(60).
77 range-extra-text pic x(60).
77 range-bound-text pic x(60).
77 range-bound-value pic 9(10).
77 range-bound-state pic x(01).
    88 range-bound-good value 'Y'.
    88 range-bound-bad value 'N'.
77 range-first-value pic 9(10).
77 range-last-value pic 9(10).
77 range-row-total pic 9(10).
77 range-row-direction pic x(01).
    88 range-rows-roman value '1'.
    88 range-rows-decimal value '2'.
77 range-scan-pos pic 99 usage is computational.
77 range-char-value pic 9(04).
77 range-prior-value pic 9(04).
77 range-sum pic s9(10).
77 range-roman-text pic x(60).
77 range-roman-pos pic 99.
77 range-table-idx pic 99 usage is computational.
77 range-work-value pic 9(10).
01 range-digit-x pic x.
01 range-digit-9 redefines range-digit-x pic 9.
01 range-roman-values.
    05 filler pic x(6) value "1000M ".
    05 filler pic x(6) value "0900CM".
    05 filler pic x(6) value "0500D ".
    05 filler pic x(6) value "0400CD".
    05 filler pic x(6) value "0100C ".
    05 filler pic x(6) value "0090XC".
    05 filler pic x(6) value "0050L ".
    05 filler pic x(6) value "0040XL".
    05 filler pic x(6) value "0010X ".
    05 filler pic x(6) value "0009IX".
    05 filler pic x(6) value "0005V ".
    05 filler pic x(6) value "0004IV".
    05 filler pic x(6) value "0001I ".
01 range-roman-table redefines range-roman-values.
    05 range-roman-entry occurs 13 times.
        10 range-roman-value pic 9(4).
        10 range-roman-numeral pic x(2).

77 decimal-input pic 9(10).
77 parse-pos pic 99 usage is computational.
    05 heading-file pic x(30).
    05 filler pic x(10) value "  format  ".
    05 heading-format pic x(01).
01 report-depot-line.
    05 filler pic x(29) value "Depot profile".
    05 heading-depot pic x(08).
    05 filler pic x(02) value spaces.
    05 heading-contact pic x(30).
    05 filler pic x(16) value "  reject limit  ".
    05 heading-limit pic zz9.
    05 filler pic x(01) value "%".
01 reason-detail-line.
    05 filler pic x(02) value spaces.
    05 detail-reason-code pic x(02).
procedure division.
main-logic.
    perform get-run-parameters
    perform varying reason-idx from 1 by 1 until reason-idx is greater than 8
        move 0 to reason-tally(reason-idx)
    end-perform
    if depot-profile-missing
        display "Depot " depot-id-answer " is not on DEPOTPRF.DAT."
        move 12 to edit-condition-code
        perform write-edit-report
        move edit-condition-code to return-code
        stop run
    end-if
    perform load-translation-table
    open input fileInput
    if input-file-status is not equal to "00"
        display "Cannot open " file-name ", file status " input-file-status

*> ----------------------------------------------------------------
*> file name, input format and notation mode from the command line
*> (preflt DEPOT1.TXT F N), or the depot form (preflt DEPOT01
*> DEPOT1.TXT) with the settings from the depot's profile -- a
*> second argument longer than a single format letter is the file
*> name, so the first must be the depot id. started bare, the
*> operator is asked.
*> ----------------------------------------------------------------
get-run-parameters.
    move spaces to file-name
    move reject-rate-limit to reject-limit-percent
    move range-row-limit to range-limit-rows
    accept cmd-line-arg-count from argument-number
    if cmd-line-arg-count is greater than 0
        move 1 to cmd-line-arg-index
            move 2 to cmd-line-arg-index
            display cmd-line-arg-index upon argument-number
            accept cmd-line-arg-value from argument-value
            if cmd-line-arg-value(2:1) is equal to space
                move cmd-line-arg-value(1:1) to input-format-code
            else
                move file-name to depot-id-answer
                move cmd-line-arg-value to file-name
            end-if
        end-if
        if cmd-line-arg-count is greater than 2
                and depot-id-answer is equal to spaces
            move 3 to cmd-line-arg-index
            display cmd-line-arg-index upon argument-number
            accept cmd-line-arg-value from argument-value
            move cmd-line-arg-value(1:1) to additive-answer
        end-if
    else
        display "Depot id, or blank to enter the settings by hand:"
        accept depot-id-answer
        display "Enter file name to pre-flight:"
        accept file-name
        if depot-id-answer is equal to spaces
            display "Input format - F fixed columns, C comma, T tab:"
            accept input-format-code
            display "Is this batch additive-only clock-face notation? (Y/N):"
            accept additive-answer
        end-if
    end-if
    if depot-id-answer is not equal to spaces
        perform load-depot-profile
    end-if
    if input-format-code is equal to 'f'
        move 'F' to input-format-code
        set edit-standard-notation to true
    end-if.

load-depot-profile.
    inspect depot-id-answer converting
        "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    set depot-profile-missing to true
    open input depot-profile
    if depot-file-status is not equal to "00"
        exit paragraph
    end-if
    move depot-id-answer to dp-depot-id
    read depot-profile key is dp-depot-id
        invalid key continue
        not invalid key
            set depot-profile-found to true
            move dp-input-format to input-format-code
            move dp-additive to additive-answer
            move dp-contact-name to depot-contact
            if dp-reject-limit is numeric and dp-reject-limit is greater than 0
                move dp-reject-limit to reject-limit-percent
            end-if
            if dp-range-limit is numeric and dp-range-limit is greater than 0
                move dp-range-limit to range-limit-rows
            end-if
    end-read
    close depot-profile.

edit-one-record.
    add 1 to total-read
    move spaces to input-record
        move file-input-raw(1:10) to ir-sequence-number
        move file-input-raw(11:max-numeral-length) to ir-numeral
        move file-input-raw(11 + max-numeral-length:1) to ir-direction
        move file-input-raw(12 + max-numeral-length:1) to ir-qualifier
        perform check-direction-and-layout
    else
        perform parse-delimited-record
    end-if
            if ir-dir-normalize
                perform edit-roman-numeral-additive
            else
                if ir-dir-roman-date
                    perform edit-roman-date
                else
                    if ir-dir-range
                        perform edit-range-record
                    else
                        perform edit-roman-numeral
                    end-if
                end-if
            end-if
        end-if
    end-if
    else
        add 1 to total-faulted
        move edit-reason-code(2:1) to reason-idx
        if reason-idx is not less than 1 and not greater than 8
            add 1 to reason-tally(reason-idx)
        end-if
    end-if.
*> delimited records, the same rules as the conversion run: fields
*> split on comma or tab, optional double quotes, no more than
*> three fields, a numeral field present, direction byte valid
*> (and, on a date record, the layout letter after it)
*> ----------------------------------------------------------------
parse-delimited-record.
    if format-csv
        move parsed-field-1(1:10) to ir-sequence-number
        move parsed-field-2 to ir-numeral
        move parsed-field-3(1:1) to ir-direction
        move parsed-field-3(2:1) to ir-qualifier
        perform check-direction-and-layout
    end-if.

check-direction-and-layout.
    inspect ir-direction converting "r" to "R"
    if ir-direction is not equal to ' ' and '1' and '2' and '3' and '4' and 'R'
        set record-parse-bad to true
    end-if
    if ir-dir-roman-date
        inspect ir-qualifier converting "dy" to "DY"
        if not ir-date-layout-full and not ir-date-layout-year
            set record-parse-bad to true
        end-if
    else
        if ir-dir-range
            if ir-qualifier is not equal to ' ' and '1' and '2'
                set record-parse-bad to true
            end-if
        else
            move space to ir-qualifier
        end-if
    end-if.

parse-one-delimited-char.
        move "02" to edit-reason-code
    end-if.

*> ----------------------------------------------------------------
*> a plaque date: digits are a calendar date, anything else a roman
*> date split at its dots; a part that is not a valid numeral keeps
*> its own reason (01 to 03), a date that cannot exist is 07
*> ----------------------------------------------------------------
edit-roman-date.
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
    move 0 to date-day
    move 0 to date-month
    move 0 to date-year
    if date-text-length is equal to 0
        set edit-record-bad to true
        move "07" to edit-reason-code
        exit paragraph
    end-if
    if date-text(1:1) is numeric
        perform edit-calendar-date
    else
        perform edit-roman-date-parts
    end-if
    if edit-record-good
        perform check-calendar-date
    end-if.

edit-calendar-date.
    if date-text-length is not equal to 8 and 4
            or date-text(1:date-text-length) is not numeric
        set edit-record-bad to true
        move "07" to edit-reason-code
        exit paragraph
    end-if
    move date-text(1:4) to date-year
    if date-text-length is equal to 4
        move 'Y' to date-year-only-flag
    else
        move date-text(5:2) to date-month
        move date-text(7:2) to date-day
        move 'N' to date-year-only-flag
    end-if.

edit-roman-date-parts.
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
        set edit-record-bad to true
        move "07" to edit-reason-code
        exit paragraph
    end-if
    if date-part-count is equal to 1
        move 'Y' to date-year-only-flag
    else
        move 'N' to date-year-only-flag
    end-if
    perform varying date-part-idx from 1 by 1
            until date-part-idx is greater than date-part-count
               or edit-record-bad
        perform edit-one-date-part
    end-perform.

edit-one-date-part.
    perform varying a from 1 by 1 until a is greater than 60
        move 0 to new-string(a)
    end-perform
    move spaces to userInput
    move date-part-text(date-part-idx) to userInput
    move 1 to ptr-x
    string userInput delimited by space into remainder-string with pointer ptr-x
    if ptr-x is equal to 1
        set edit-record-bad to true
        move "07" to edit-reason-code
        exit paragraph
    end-if
    perform validate-numeral
    if edit-record-bad
        exit paragraph
    end-if
    perform compute-roman-value
    if result is greater than 3999
        move 9999 to result
    end-if
    if date-part-count is equal to 1 or date-part-idx is equal to 3
        move result to date-year
    else
        if result is greater than 99
            move 99 to result
        end-if
        if date-part-idx is equal to 1
            move result to date-day
        else
            move result to date-month
        end-if
    end-if.

check-calendar-date.
    if date-year is less than 1 or date-year is greater than 3999
        set edit-record-bad to true
        move "07" to edit-reason-code
        exit paragraph
    end-if
    if date-year-only-flag is equal to 'Y'
        exit paragraph
    end-if
    if date-month is less than 1 or date-month is greater than 12
        set edit-record-bad to true
        move "07" to edit-reason-code
        exit paragraph
    end-if
    perform compute-days-in-month
    if date-day is less than 1 or date-day is greater than days-in-month
        set edit-record-bad to true
        move "07" to edit-reason-code
    end-if.

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

*> the standard or clock-face summation conv applies, needed here
*> only to judge a date part by its value
compute-roman-value.
    move 0 to result
    if edit-additive-only
        perform varying a from 1 by 1 until a is greater than ptr-x - 1
            compute result = result + new-string(a)
        end-perform
    else
        perform varying a from 1 by 1 until a is greater than ptr-x - 2
            if new-string(a) is not less than new-string(a + 1)
                compute result = result + new-string(a)
            else
                compute result = result - new-string(a)
            end-if
        end-perform
        if ptr-x is greater than 1
            compute result = result + new-string(ptr-x - 1)
        end-if
    end-if.

*> ----------------------------------------------------------------
*> a range record: the same bounds, order and row-limit checks the
*> conversion run makes before it expands one, all reason 08
*> ----------------------------------------------------------------
edit-range-record.
    move spaces to range-first-text
    move spaces to range-last-text
    move spaces to range-extra-text
    unstring ir-numeral delimited by "-"
        into range-first-text range-last-text range-extra-text
    move range-first-text to range-bound-text
    perform left-justify-range-bound
    move range-bound-text to range-first-text
    move range-last-text to range-bound-text
    perform left-justify-range-bound
    move range-bound-text to range-last-text
    if range-first-text is equal to spaces
            or range-last-text is equal to spaces
            or range-extra-text is not equal to spaces
        set edit-record-bad to true
        move "08" to edit-reason-code
        exit paragraph
    end-if
    move ir-qualifier to range-row-direction
    if range-row-direction is equal to space
        if range-first-text(1:1) is numeric
            move '2' to range-row-direction
        else
            move '1' to range-row-direction
        end-if
    end-if
    move range-first-text to range-bound-text
    perform evaluate-range-bound
    move range-bound-value to range-first-value
    if range-bound-good
        move range-last-text to range-bound-text
        perform evaluate-range-bound
        move range-bound-value to range-last-value
    end-if
    if range-bound-bad
        set edit-record-bad to true
        move "08" to edit-reason-code
        exit paragraph
    end-if
    if range-last-value is less than range-first-value
        set edit-record-bad to true
        move "08" to edit-reason-code
        exit paragraph
    end-if
    compute range-row-total = range-last-value - range-first-value + 1
    if range-row-total is greater than range-limit-rows
        set edit-record-bad to true
        move "08" to edit-reason-code
    end-if.

left-justify-range-bound.
    move 1 to range-scan-pos
    perform until range-scan-pos is greater than 60
            or range-bound-text(range-scan-pos:1) is not equal to space
        add 1 to range-scan-pos
    end-perform
    if range-scan-pos is greater than 1 and range-scan-pos is not greater than 60
        move range-bound-text(range-scan-pos:) to range-roman-text
        move range-roman-text to range-bound-text
    end-if.

evaluate-range-bound.
    set range-bound-good to true
    move 0 to range-bound-value
    move 0 to range-sum
    move 0 to range-prior-value
    inspect range-bound-text converting "ivxlcdm" to "IVXLCDM"
    perform varying range-scan-pos from 1 by 1
            until range-scan-pos is greater than 60
               or range-bound-text(range-scan-pos:1) is equal to space
               or range-bound-bad
        perform evaluate-one-bound-char
    end-perform
    if range-bound-bad
        exit paragraph
    end-if
    if range-scan-pos is not greater than 60
        if range-bound-text(range-scan-pos:) is not equal to spaces
            set range-bound-bad to true
            exit paragraph
        end-if
    end-if
    if range-rows-roman
        add range-prior-value to range-sum
        if range-sum is less than 1 or range-sum is greater than 3999
            set range-bound-bad to true
            exit paragraph
        end-if
        move range-sum to range-bound-value
        move range-sum to range-work-value
        perform build-range-roman
        if range-roman-text is not equal to range-bound-text
            set range-bound-bad to true
        end-if
    else
        if range-bound-value is equal to 0
            set range-bound-bad to true
        end-if
    end-if.

evaluate-one-bound-char.
    if range-rows-decimal
        move range-bound-text(range-scan-pos:1) to range-digit-x
        if range-digit-x is numeric
                and range-scan-pos is not greater than 10
            compute range-bound-value = range-bound-value * 10 + range-digit-9
        else
            set range-bound-bad to true
        end-if
        exit paragraph
    end-if
    move 0 to range-char-value
    perform varying range-table-idx from 1 by 1
            until range-table-idx is greater than 13
        if range-roman-numeral(range-table-idx)(2:1) is equal to space
                and range-roman-numeral(range-table-idx)(1:1)
                    is equal to range-bound-text(range-scan-pos:1)
            move range-roman-value(range-table-idx) to range-char-value
        end-if
    end-perform
    if range-char-value is equal to 0
        set range-bound-bad to true
        exit paragraph
    end-if
    if edit-standard-notation and range-prior-value is less than range-char-value
        subtract range-prior-value from range-sum
    else
        add range-prior-value to range-sum
    end-if
    move range-char-value to range-prior-value.

build-range-roman.
    move spaces to range-roman-text
    move 1 to range-roman-pos
    perform varying range-table-idx from 1 by 1
            until range-table-idx is greater than 13
        if edit-standard-notation
                or range-roman-numeral(range-table-idx)(2:1) is equal to space
            perform until range-work-value is less than
                    range-roman-value(range-table-idx)
                string range-roman-numeral(range-table-idx) delimited by space
                    into range-roman-text with pointer range-roman-pos
                subtract range-roman-value(range-table-idx) from range-work-value
            end-perform
        end-if
    end-perform.

*> ----------------------------------------------------------------
*> the same per-depot substitutions conv applies, keyed by the
*> FILE:<name> source this file will convert under
    end-if
    if total-read is not less than reject-rate-floor
            and total-faulted * 100 is greater than
                total-read * reject-limit-percent
        move 12 to edit-condition-code
    end-if
    if total-read is equal to 0
    move file-name to heading-file
    move input-format-code to heading-format
    write report-line from report-heading-line
    if depot-id-answer is not equal to spaces
        move depot-id-answer to heading-depot
        move depot-contact to heading-contact
        move reject-limit-percent to heading-limit
        write report-line from report-depot-line
    end-if
    move spaces to report-line
    write report-line
    move "Faults by reason:" to report-line
    write report-line
    perform varying reason-idx from 1 by 1 until reason-idx is greater than 8
        if reason-tally(reason-idx) is greater than 0
            move spaces to report-line
            move reason-idx to detail-reason-code
