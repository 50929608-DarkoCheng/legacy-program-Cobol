identification division.
program-id. dateroll.
environment division.
input-output section.
file-control.
    select optional procdate-file assign to "PROCDATE.TXT"
      organization line sequential
      file status is procdate-file-status.
    select optional run-registry assign to "RUNREG.TXT"
      organization line sequential
      file status is registry-file-status.

data division.
file section.
fd procdate-file.
    copy "procrec.cpy".
fd run-registry.
    copy "runreg.cpy".

working-storage section.
    copy "signparm.cpy".

77 procdate-file-status pic xx.
77 registry-file-status pic xx.
77 scan-eof-flag pic x value 'N'.

77 cmd-line-arg-count pic 9(2) value 0.
77 cmd-line-arg-index pic 9(2).
77 cmd-line-arg-value pic x(30).

*> A advances the business date one day, S sets it to a given date
*> (a supervisor's correction), D only displays it
77 roll-function pic x(01) value 'D'.
    88 roll-func-advance value 'A'.
    88 roll-func-set value 'S'.
    88 roll-func-display value 'D'.
77 requested-date-text pic x(08) value spaces.
77 requested-date pic 9(08) value 0.

77 control-found-flag pic x value 'N'.
77 current-business-date pic 9(08) value 0.
77 new-business-date pic 9(08).
77 new-last-action pic x(08).
01 saved-control-record pic x(53).
77 changed-by-id pic x(08).
77 clock-date pic 9(08).
77 clock-time pic 9(08).

*> the day being closed must have run: every input file registered
*> under it has to have finished COMPLETED (or MERGED, for a split
*> run). a file is judged by its latest STARTED, ABORTED, COMPLETED
*> or MERGED line, so a run that aborted and was then resumed to
*> completion counts as finished. the follow-on status lines
*> (DELIVERED, NAK, BACKOUT) do not reopen a day.
77 day-file-count pic 9(03) usage is computational.
77 day-file-idx pic 9(03) usage is computational.
77 day-file-found pic x.
77 unfinished-count pic 9(03) usage is computational.
01 day-file-table.
    05 day-file-entry occurs 200 times.
        10 df-input-file pic x(30).
        10 df-status pic x(09).

77 walk-date pic 9(08).
77 walk-year pic 9(04).
77 walk-month pic 9(02).
77 walk-day pic 9(02).
77 leap-remainder pic 9(04).
77 days-in-month pic 9(02).

procedure division.
main-logic.
    perform get-run-parameters
    perform read-control-record
    if roll-func-advance
        perform advance-business-date
    else
        if roll-func-set
            perform set-business-date
        else
            perform show-business-date
        end-if
    end-if
    stop run.

*> ----------------------------------------------------------------
*> dateroll [A | S yyyymmdd | D]: A is the nightly date-roll step,
*> S a supervisor setting the date by hand, D (the default) shows
*> the date in force
*> ----------------------------------------------------------------
get-run-parameters.
    accept cmd-line-arg-count from argument-number
    if cmd-line-arg-count is greater than 0
        move 1 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        move cmd-line-arg-value(1:1) to roll-function
        inspect roll-function converting "ads" to "ADS"
    end-if
    if cmd-line-arg-count is greater than 1
        move 2 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        move cmd-line-arg-value(1:8) to requested-date-text
    end-if
    if not roll-func-advance and not roll-func-set
            and not roll-func-display
        display "Function must be A (advance), S (set) or D (display)."
        move 12 to return-code
        stop run
    end-if.

read-control-record.
    move 'N' to control-found-flag
    move 0 to current-business-date
    open input procdate-file
    if procdate-file-status is not equal to "00"
        if procdate-file-status is equal to "05"
            close procdate-file
        end-if
        exit paragraph
    end-if
    read procdate-file
        at end continue
        not at end
            if pd-business-date is numeric
                    and pd-business-date is greater than 19000000
                move 'Y' to control-found-flag
                move pd-business-date to current-business-date
                move procdate-record to saved-control-record
            end-if
    end-read
    close procdate-file.

show-business-date.
    if control-found-flag is not equal to 'Y'
        display "PROCDATE.TXT carries no processing date; programs are"
            " using the system date until a supervisor sets one."
        move 4 to return-code
        exit paragraph
    end-if
    move saved-control-record to procdate-record
    display "Business date in force : " pd-business-date
    display "Last changed           : " pd-last-action " by "
        pd-changed-by " on " pd-changed-date " at " pd-changed-time
    display "Previous business date : " pd-prior-date.

*> ----------------------------------------------------------------
*> the nightly step: the day in force must be finished on the run
*> registry before the date moves on to the next calendar day
*> ----------------------------------------------------------------
advance-business-date.
    if control-found-flag is not equal to 'Y'
        display "** Date roll refused: PROCDATE.TXT carries no"
            " processing date; a supervisor must set one first. **"
        move 12 to return-code
        exit paragraph
    end-if
    perform judge-business-day
    if day-file-count is equal to 0
        display "** Date roll refused: no run is registered on"
            " RUNREG.TXT for business date " current-business-date
            ". **"
        move 12 to return-code
        exit paragraph
    end-if
    if unfinished-count is greater than 0
        display "** Date roll refused: " unfinished-count
            " run(s) for business date " current-business-date
            " did not finish COMPLETED. **"
        move 12 to return-code
        exit paragraph
    end-if
    move current-business-date to walk-date
    perform advance-walk-date
    move walk-date to new-business-date
    move "BATCH" to changed-by-id
    move "ROLLED" to new-last-action
    perform write-control-record
    display "Business date advanced from " current-business-date
        " to " new-business-date ".".

judge-business-day.
    move 0 to day-file-count
    move 0 to unfinished-count
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
                if rr-start-date is equal to current-business-date
                        and (rr-status is equal to "STARTED"
                          or rr-status is equal to "ABORTED"
                          or rr-status is equal to "COMPLETED"
                          or rr-status is equal to "MERGED")
                    perform note-day-file-status
                end-if
        end-read
    end-perform
    close run-registry
    perform varying day-file-idx from 1 by 1
            until day-file-idx is greater than day-file-count
        if df-status(day-file-idx) is not equal to "COMPLETED"
                and df-status(day-file-idx) is not equal to "MERGED"
            add 1 to unfinished-count
            display "   " df-input-file(day-file-idx) " last "
                df-status(day-file-idx)
        end-if
    end-perform.

note-day-file-status.
    move 'N' to day-file-found
    perform varying day-file-idx from 1 by 1
            until day-file-idx is greater than day-file-count
               or day-file-found is equal to 'Y'
        if df-input-file(day-file-idx) is equal to rr-input-file
            move 'Y' to day-file-found
            move rr-status to df-status(day-file-idx)
        end-if
    end-perform
    if day-file-found is equal to 'N'
            and day-file-count is less than 200
        add 1 to day-file-count
        move rr-input-file to df-input-file(day-file-count)
        move rr-status to df-status(day-file-count)
    end-if.

*> ----------------------------------------------------------------
*> setting the date by hand is a supervisor's call: the first date
*> ever used, or a correction after a night that could not roll
*> ----------------------------------------------------------------
set-business-date.
    if requested-date-text is not numeric
        display "Give the date to set as YYYYMMDD: dateroll S yyyymmdd"
        move 12 to return-code
        exit paragraph
    end-if
    move requested-date-text to requested-date
    move requested-date(1:4) to walk-year
    move requested-date(5:2) to walk-month
    move requested-date(7:2) to walk-day
    if walk-year is less than 1900
            or walk-month is less than 1 or walk-month is greater than 12
        display "** " requested-date " is not a valid date. **"
        move 12 to return-code
        exit paragraph
    end-if
    perform compute-days-in-month
    if walk-day is less than 1 or walk-day is greater than days-in-month
        display "** " requested-date " is not a valid date. **"
        move 12 to return-code
        exit paragraph
    end-if
    move "DATEROLL" to sign-program
    move "set the business date" to sign-action
    move 'S' to sign-required-role
    set sign-func-sign-on to true
    call "signon" using signon-parameters
    if sign-on-refused
        move 12 to return-code
        exit paragraph
    end-if
    move requested-date to new-business-date
    move sign-operator-id to changed-by-id
    move "SET" to new-last-action
    perform write-control-record
    display "Business date set to " new-business-date " by "
        sign-operator-id ".".

write-control-record.
    accept clock-date from date yyyymmdd
    accept clock-time from time
    move spaces to procdate-record
    move new-business-date to pd-business-date
    move new-last-action to pd-last-action
    move changed-by-id to pd-changed-by
    move clock-date to pd-changed-date
    move clock-time to pd-changed-time
    move current-business-date to pd-prior-date
    open output procdate-file
    if procdate-file-status is not equal to "00"
        display "Cannot write PROCDATE.TXT, file status "
            procdate-file-status
        move 12 to return-code
        exit paragraph
    end-if
    write procdate-record
    close procdate-file.

*> ----------------------------------------------------------------
*> calendar arithmetic for the roll: one day forward, with month
*> lengths and leap years handled
*> ----------------------------------------------------------------
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
