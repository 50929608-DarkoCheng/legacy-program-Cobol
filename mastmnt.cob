        05 list-date-out pic 9(8).

working-storage section.
    copy "procparm.cpy".
77 master-file-status pic xx.
77 rebuilt-file-status pic xx.
77 list-file-status pic xx.
01 lookup-key.
    05 lookup-key-text pic x(60).
    05 lookup-key-mode pic x(01).
    copy "signparm.cpy".

procedure division.
main-logic.
*>  the journal's applied-by and requested-by are the signed-on
*>  operator, never a keyed-in name
    move "MASTMNT" to sign-program
    move 'I' to sign-required-role
    set sign-func-sign-on to true
    call "signon" using signon-parameters
    if sign-on-refused
        move 12 to return-code
        stop run
    end-if
    move sign-operator-id to operator-id
    move 1 to menu-choice
    perform until menu-choice is equal to 0
        display " "
            "  6 convert old layout  7 value inquiry"
            "  8 review pending  0 quit"
        accept menu-choice
        perform check-menu-choice-role
        if sign-on-refused
            display "Option " menu-choice " is not open to your role."
        else if menu-choice is equal to 1
            perform list-master-records
        else if menu-choice is equal to 2
            perform correct-master-record
    end-perform
    stop run.

*> ----------------------------------------------------------------
*> what each option needs: the value inquiry is open to inquiry
*> users, listing and queueing corrections or deletes to operators,
*> and anything that changes MASTER.DAT itself -- applying queued
*> changes, purge, rebuild, layout conversion -- to supervisors
*> ----------------------------------------------------------------
check-menu-choice-role.
    set sign-on-accepted to true
    perform select-option-role
    if sign-required-role is equal to space
        exit paragraph
    end-if
    move spaces to sign-action
    string "MASTMNT option " delimited by size
        menu-choice delimited by size
        into sign-action
    set sign-func-check-role to true
    call "signon" using signon-parameters.

select-option-role.
    if menu-choice is equal to 1 or 2 or 3
        move 'O' to sign-required-role
    else if menu-choice is equal to 4 or 5 or 6 or 8
        move 'S' to sign-required-role
    else
        move space to sign-required-role
    end-if.

*> ----------------------------------------------------------------
*> option 1: every cached entry, to the screen and to MASTLIST.TXT
*> so operations can review the cache before deciding what to purge
    move lookup-key to pend-key
    move keyed-decimal to pend-new-decimal
    move operator-id to pend-requested-by
    call "procdate" using procdate-parameters
    move proc-business-date to pend-date
    accept pend-time from time
    write pending-record
    close pending-changes.
        close maintenance-journal
        open extend maintenance-journal
    end-if
    call "procdate" using procdate-parameters
    move proc-business-date to journal-date
    accept journal-time from time
    move spaces to journal-record
    move journal-date to jr-date
        close old-master
        exit paragraph
    end-if
    call "procdate" using procdate-parameters
    move proc-business-date to conversion-date
    move 0 to records-kept
    move 'N' to master-eof-flag
    perform until master-eof-flag is equal to 'Y'
