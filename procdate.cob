identification division.
program-id. procdate.
environment division.
input-output section.
file-control.
    select optional procdate-file assign to "PROCDATE.TXT"
      organization line sequential
      file status is procdate-file-status.

data division.
file section.
fd procdate-file.
    copy "procrec.cpy".

working-storage section.
77 procdate-file-status pic xx.

*> the control record is read once per run unit and the date kept:
*> a run that crosses midnight, or a date-roll in another job while
*> this one is running, must not move the date a run books to
77 date-loaded-flag pic x value 'N'.
77 loaded-business-date pic 9(08) value 0.
77 loaded-origin pic x(01) value space.

linkage section.
    copy "procparm.cpy".

procedure division using procdate-parameters.
main-logic.
    if date-loaded-flag is not equal to 'Y'
        perform load-business-date
        move 'Y' to date-loaded-flag
    end-if
    move loaded-business-date to proc-business-date
    move loaded-origin to proc-date-origin
    goback.

load-business-date.
    move 'S' to loaded-origin
    move 0 to loaded-business-date
    open input procdate-file
    if procdate-file-status is equal to "00"
        read procdate-file
            at end continue
            not at end
                if pd-business-date is numeric
                        and pd-business-date is greater than 19000000
                    move pd-business-date to loaded-business-date
                    move 'C' to loaded-origin
                end-if
        end-read
    end-if
    if procdate-file-status is equal to "00" or "05" or "10"
        close procdate-file
    end-if
    if loaded-origin is equal to 'S'
        accept loaded-business-date from date yyyymmdd
        display "** WARNING: no processing date control record on"
            " PROCDATE.TXT; the system date " loaded-business-date
            " is the business date. **"
    end-if.
