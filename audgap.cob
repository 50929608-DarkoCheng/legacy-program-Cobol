identification division.
program-id. audgap.
environment division.
input-output section.
file-control.
    select gap-register assign to "AUDITGAP.TXT"
      organization line sequential
      file status is gap-file-status.

data division.
file section.
fd gap-register.
    copy "gaprec.cpy".

working-storage section.
77 gap-file-status pic xx.
77 gap-eof-flag pic x.
77 gap-clock-date pic 9(08).
77 gap-clock-time pic 9(08).

*> a run whose index cannot be written misses it line after line;
*> one register line per run and business date is enough, so the
*> last gap recorded in this run unit is kept and not repeated
77 last-gap-run-id pic x(16) value spaces.
77 last-gap-date pic 9(08) value 0.
77 last-gap-recorded pic x value 'N'.

linkage section.
    copy "gapparm.cpy".

procedure division using audgap-parameters.
main-logic.
    move 'N' to gap-found-flag
    if gap-func-record
        perform record-index-gap
    else
        if gap-func-clear
            perform clear-gap-register
        else
            perform look-for-gap
        end-if
    end-if
    goback.

record-index-gap.
    if last-gap-recorded is equal to 'Y'
            and last-gap-run-id is equal to gap-run-id
            and last-gap-date is equal to gap-from-date
        exit paragraph
    end-if
    open extend gap-register
    if gap-file-status is equal to "35"
        open output gap-register
        close gap-register
        open extend gap-register
    end-if
    if gap-file-status is not equal to "00"
        display "** WARNING: cannot record the audit index gap on"
            " AUDITGAP.TXT, file status " gap-file-status
            "; rebuild AUDITIX.DAT with audload. **"
        exit paragraph
    end-if
    accept gap-clock-date from date yyyymmdd
    accept gap-clock-time from time
    move spaces to audit-gap-record
    move gap-run-id to gr-run-id
    move gap-from-date to gr-date
    move gap-clock-date to gr-clock-date
    move gap-clock-time to gr-time
    move gap-sequence to gr-sequence
    move gap-index-status to gr-index-status
    move gap-program to gr-program
    write audit-gap-record
    close gap-register
    move 'Y' to last-gap-recorded
    move gap-run-id to last-gap-run-id
    move gap-from-date to last-gap-date.

*> R asks after one run id, D after any line booked in a period
look-for-gap.
    open input gap-register
    if gap-file-status is not equal to "00"
        exit paragraph
    end-if
    move 'N' to gap-eof-flag
    perform until gap-eof-flag is equal to 'Y'
        read gap-register
            at end move 'Y' to gap-eof-flag
            not at end
                if gap-func-check-run
                    if gr-run-id is equal to gap-run-id
                        move 'Y' to gap-found-flag
                        move 'Y' to gap-eof-flag
                    end-if
                else
                    if gr-date is not less than gap-from-date
                            and gr-date is not greater than gap-to-date
                        move 'Y' to gap-found-flag
                        move 'Y' to gap-eof-flag
                    end-if
                end-if
        end-read
    end-perform
    close gap-register.

*> only audload clears the register, as it starts a rebuild of the
*> whole index from every kept log; a line it then fails to load is
*> recorded again
clear-gap-register.
    open output gap-register
    if gap-file-status is equal to "00"
        close gap-register
    end-if
    move 'N' to last-gap-recorded.
