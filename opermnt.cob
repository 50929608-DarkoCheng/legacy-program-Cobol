identification division.
program-id. opermnt.
environment division.
input-output section.
file-control.
    select operator-file assign to "OPERATOR.DAT"
      organization indexed
      access mode dynamic
      record key op-operator-id
      sharing with all other
      file status is operator-file-status.
    select operator-list-report assign to "OPERLST.TXT"
      organization line sequential
      file status is list-file-status.
    select security-log assign to "SECLOG.TXT"
      organization line sequential
      file status is security-file-status.

data division.
file section.
fd operator-file.
    copy "oprrec.cpy".
fd operator-list-report.
    01 list-record.
        05 list-operator-out pic x(08).
        05 filler pic x(02) value spaces.
        05 list-name-out pic x(30).
        05 filler pic x(02) value spaces.
        05 list-role-out pic x(01).
        05 filler pic x(03) value spaces.
        05 list-status-out pic x(01).
        05 filler pic x(03) value spaces.
        05 list-added-date-out pic 9(08).
        05 filler pic x(02) value spaces.
        05 list-added-by-out pic x(08).
fd security-log.
    copy "seclog.cpy".

working-storage section.
    copy "signparm.cpy".

77 operator-file-status pic xx.
77 list-file-status pic xx.
77 security-file-status pic xx.
77 menu-choice pic 9(1).
77 operator-eof-flag pic x value 'N'.
77 records-listed pic 9(05) value 0.
77 entry-answer pic x.
77 today-date pic 9(08).

77 keyed-operator-id pic x(08).
77 keyed-name pic x(30).
77 keyed-role pic x(01).
77 keyed-password pic x(08).
77 keyed-status pic x(01).
77 entry-valid-flag pic x.
    88 entry-is-valid value 'Y'.
    88 entry-is-invalid value 'N'.
77 log-event pic x(08).
77 log-detail pic x(40).

*> an operator file with nobody on it cannot be signed on to, so
*> the very first entry is added without a sign-on and is always a
*> supervisor; from then on only a supervisor may maintain the file
77 first-operator-flag pic x value 'N'.
    88 adding-first-operator value 'Y'.

01 list-heading-line.
    05 filler pic x(10) value "ID".
    05 filler pic x(32) value "NAME".
    05 filler pic x(04) value "ROL".
    05 filler pic x(04) value "STA".
    05 filler pic x(10) value "ADDED".
    05 filler pic x(08) value "BY".

procedure division.
main-logic.
    accept today-date from date yyyymmdd
    perform check-for-empty-file
    if adding-first-operator
        display "OPERATOR.DAT has no operators yet."
        display "The first operator added becomes the supervisor."
        perform add-first-operator
        stop run
    end-if
    move "OPERMNT" to sign-program
    move 'S' to sign-required-role
    set sign-func-sign-on to true
    call "signon" using signon-parameters
    if sign-on-refused
        move 12 to return-code
        stop run
    end-if
    move 1 to menu-choice
    perform until menu-choice is equal to 0
        display " "
        display "OPERATOR.DAT operator maintenance"
        display "1 add  2 change  3 list  0 quit"
        accept menu-choice
        if menu-choice is equal to 1
            perform add-operator
        else if menu-choice is equal to 2
            perform change-operator
        else if menu-choice is equal to 3
            perform list-operators
        else if menu-choice is equal to 0
            display "End of maintenance session."
        else
            display "Invalid choice."
        end-if
    end-perform
    stop run.

check-for-empty-file.
    move 'N' to first-operator-flag
    open input operator-file
    if operator-file-status is equal to "35"
        move 'Y' to first-operator-flag
        exit paragraph
    end-if
    if operator-file-status is not equal to "00"
        exit paragraph
    end-if
    read operator-file next record
        at end move 'Y' to first-operator-flag
    end-read
    close operator-file.

add-first-operator.
    open output operator-file
    close operator-file
    move "OPERMNT" to sign-program
    move spaces to sign-operator-id
    perform add-operator.

*> ----------------------------------------------------------------
*> option 1: a new operator. id, name, role and an initial
*> password; the entry starts active.
*> ----------------------------------------------------------------
add-operator.
    perform accept-operator-id
    if entry-is-invalid
        exit paragraph
    end-if
    open i-o operator-file
    if operator-file-status is not equal to "00"
        display "Cannot open OPERATOR.DAT, file status " operator-file-status
        exit paragraph
    end-if
    move keyed-operator-id to op-operator-id
    read operator-file key is op-operator-id
        invalid key continue
        not invalid key
            display "Operator " keyed-operator-id
                " is already on file; use option 2 to change it."
            close operator-file
            exit paragraph
    end-read
    move spaces to operator-record
    move keyed-operator-id to op-operator-id
    display "Operator name:"
    accept keyed-name
    if keyed-name is equal to spaces
        display "A name is required; operator not added."
        close operator-file
        exit paragraph
    end-if
    move keyed-name to op-operator-name
    if adding-first-operator
        move 'S' to op-role
    else
        perform accept-operator-role
        if entry-is-invalid
            close operator-file
            exit paragraph
        end-if
        move keyed-role to op-role
    end-if
    perform accept-operator-password
    if entry-is-invalid
        close operator-file
        exit paragraph
    end-if
    move keyed-password to op-password
    move 'A' to op-status
    move today-date to op-added-date
    if adding-first-operator
        move keyed-operator-id to op-added-by
    else
        move sign-operator-id to op-added-by
    end-if
    write operator-record
        invalid key display "Write failed, file status " operator-file-status
    end-write
    if operator-file-status is equal to "00"
        display "Operator " op-operator-id " added with role " op-role "."
        move "ADDED" to log-event
        move spaces to log-detail
        string "operator " delimited by size
            op-operator-id delimited by space
            " added, role " delimited by size
            op-role delimited by size
            into log-detail
        perform write-security-log
    end-if
    close operator-file.

*> ----------------------------------------------------------------
*> option 2: name, role, password reset, revoke or reinstate. a
*> supervisor may not demote or revoke their own id, so the file
*> can never be left without anyone able to maintain it.
*> ----------------------------------------------------------------
change-operator.
    perform accept-operator-id
    if entry-is-invalid
        exit paragraph
    end-if
    open i-o operator-file
    if operator-file-status is not equal to "00"
        display "Cannot open OPERATOR.DAT, file status " operator-file-status
        exit paragraph
    end-if
    move keyed-operator-id to op-operator-id
    read operator-file key is op-operator-id
        invalid key
            display "No operator " keyed-operator-id " on file."
            close operator-file
            exit paragraph
    end-read
    display "Name   : " op-operator-name
    display "Role   : " op-role
    display "Status : " op-status
    display "Blank answers keep the current setting."
    display "New name:"
    move spaces to keyed-name
    accept keyed-name
    if keyed-name is not equal to spaces
        move keyed-name to op-operator-name
    end-if
    display "New role - I inquiry, O operator, S supervisor:"
    move space to keyed-role
    accept keyed-role
    inspect keyed-role converting "ios" to "IOS"
    if keyed-role is not equal to space
        if keyed-role is not equal to 'I' and 'O' and 'S'
            display "Role must be I, O or S; operator left unchanged."
            close operator-file
            exit paragraph
        end-if
        if op-operator-id is equal to sign-operator-id
                and keyed-role is not equal to 'S'
            display "You may not lower your own role."
            close operator-file
            exit paragraph
        end-if
        move keyed-role to op-role
    end-if
    display "Status - A active, R revoked:"
    move space to keyed-status
    accept keyed-status
    inspect keyed-status converting "ar" to "AR"
    if keyed-status is not equal to space
        if keyed-status is not equal to 'A' and 'R'
            display "Status must be A or R; operator left unchanged."
            close operator-file
            exit paragraph
        end-if
        if op-operator-id is equal to sign-operator-id
                and keyed-status is equal to 'R'
            display "You may not revoke your own id."
            close operator-file
            exit paragraph
        end-if
        move keyed-status to op-status
    end-if
    display "Reset the password? (Y/N):"
    accept entry-answer
    if entry-answer is equal to 'Y' or 'y'
        perform accept-operator-password
        if entry-is-invalid
            close operator-file
            exit paragraph
        end-if
        move keyed-password to op-password
    end-if
    rewrite operator-record
        invalid key display "Rewrite failed, file status " operator-file-status
    end-rewrite
    if operator-file-status is equal to "00"
        display "Operator " op-operator-id " changed."
        move "CHANGED" to log-event
        move spaces to log-detail
        string "operator " delimited by size
            op-operator-id delimited by space
            " role " delimited by size
            op-role delimited by size
            " status " delimited by size
            op-status delimited by size
            into log-detail
        perform write-security-log
    end-if
    close operator-file.

*> ----------------------------------------------------------------
*> option 3: every operator, to the screen and to OPERLST.TXT for
*> the auditors. passwords are never listed.
*> ----------------------------------------------------------------
list-operators.
    open input operator-file
    if operator-file-status is not equal to "00"
        display "Cannot open OPERATOR.DAT, file status " operator-file-status
        exit paragraph
    end-if
    open output operator-list-report
    write list-record from list-heading-line
    display list-heading-line
    move 0 to records-listed
    move 'N' to operator-eof-flag
    perform until operator-eof-flag is equal to 'Y'
        read operator-file next record
            at end move 'Y' to operator-eof-flag
            not at end
                move spaces to list-record
                move op-operator-id to list-operator-out
                move op-operator-name to list-name-out
                move op-role to list-role-out
                move op-status to list-status-out
                move op-added-date to list-added-date-out
                move op-added-by to list-added-by-out
                write list-record
                display list-record
                add 1 to records-listed
        end-read
    end-perform
    close operator-list-report
    close operator-file
    display records-listed " operators written to OPERLST.TXT".

accept-operator-id.
    set entry-is-valid to true
    display "Operator id (up to 8 characters):"
    move spaces to keyed-operator-id
    accept keyed-operator-id
    inspect keyed-operator-id converting
        "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    if keyed-operator-id is equal to spaces
        display "An operator id is required."
        set entry-is-invalid to true
    end-if
    if keyed-operator-id is equal to "BATCH"
        display "BATCH is reserved for unattended runs."
        set entry-is-invalid to true
    end-if.

accept-operator-role.
    set entry-is-valid to true
    display "Role - I inquiry, O operator, S supervisor:"
    move space to keyed-role
    accept keyed-role
    inspect keyed-role converting "ios" to "IOS"
    if keyed-role is not equal to 'I' and 'O' and 'S'
        display "Role must be I, O or S; operator not added."
        set entry-is-invalid to true
    end-if.

accept-operator-password.
    set entry-is-valid to true
    display "Password (up to 8 characters):"
    move spaces to keyed-password
    accept keyed-password
    if keyed-password is equal to spaces
        display "A password is required."
        set entry-is-invalid to true
    end-if.

write-security-log.
    open extend security-log
    if security-file-status is equal to "35"
        open output security-log
        close security-log
        open extend security-log
    end-if
    move spaces to security-record
    accept sl-date from date yyyymmdd
    accept sl-time from time
    move "OPERMNT" to sl-program
    if adding-first-operator
        move keyed-operator-id to sl-operator-id
    else
        move sign-operator-id to sl-operator-id
    end-if
    move log-event to sl-event
    move log-detail to sl-detail
    write security-record
    close security-log.
