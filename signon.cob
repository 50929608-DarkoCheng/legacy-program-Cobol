identification division.
program-id. signon.
environment division.
input-output section.
file-control.
    select operator-file assign to "OPERATOR.DAT"
      organization indexed
      access mode dynamic
      record key op-operator-id
      sharing with all other
      file status is operator-file-status.
    select security-log assign to "SECLOG.TXT"
      organization line sequential
      file status is security-file-status.

data division.
file section.
fd operator-file.
    copy "oprrec.cpy".
fd security-log.
    copy "seclog.cpy".

working-storage section.
    copy "rnconst.cpy".

77 operator-file-status pic xx.
77 security-file-status pic xx.
77 attempt-count pic 9(02) value 0.
77 keyed-operator-id pic x(08).
77 keyed-password pic x(08).
77 log-operator-id pic x(08).
77 log-event pic x(08).
77 log-detail pic x(40).

*> the roles rank I < O < S: a role satisfies any requirement at or
*> below its own rank
77 rank-role pic x(01).
77 rank-value pic 9(01).
77 held-rank pic 9(01).
77 needed-rank pic 9(01).

*> Y signed on, N try again, D stop now (a refusal that another
*> attempt cannot cure: revoked id, role too low, no operator file)
77 attempt-state pic x(01).
    88 attempt-accepted value 'Y'.
    88 attempt-retry value 'N'.
    88 attempt-stopped value 'D'.

linkage section.
    copy "signparm.cpy".

procedure division using signon-parameters.
main-logic.
    set sign-on-refused to true
    if sign-func-check-role
        perform check-signed-on-role
    else
        perform sign-on-operator
    end-if
    goback.

*> ----------------------------------------------------------------
*> function S: id and password from the terminal, a limited number
*> of tries, each failure logged. the program that called us stops
*> when the sign-on is refused.
*> ----------------------------------------------------------------
sign-on-operator.
    move spaces to sign-operator-id
    move spaces to sign-operator-name
    move spaces to sign-operator-role
    open input operator-file
    if operator-file-status is not equal to "00"
        display "Cannot open OPERATOR.DAT, file status "
            operator-file-status "; nobody can sign on."
        move spaces to log-operator-id
        move "NOFILE" to log-event
        move "operator file not available" to log-detail
        perform write-security-log
        exit paragraph
    end-if
    move 0 to attempt-count
    set attempt-retry to true
    perform until attempt-accepted or attempt-stopped
            or attempt-count is not less than sign-on-attempt-limit
        add 1 to attempt-count
        perform take-one-attempt
    end-perform
    close operator-file
    if attempt-accepted
        set sign-on-accepted to true
        display "Signed on: " sign-operator-id " " sign-operator-name
    else
        if attempt-retry
            move keyed-operator-id to log-operator-id
            move "LOCKOUT" to log-event
            move "sign-on attempts exhausted" to log-detail
            perform write-security-log
        end-if
        display "Sign-on refused."
    end-if.

take-one-attempt.
    display "Operator id:"
    move spaces to keyed-operator-id
    accept keyed-operator-id
    inspect keyed-operator-id converting
        "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    display "Password:"
    move spaces to keyed-password
    accept keyed-password
    move keyed-operator-id to log-operator-id
    move keyed-operator-id to op-operator-id
    read operator-file key is op-operator-id
        invalid key
            display "Operator id or password not recognised."
            move "UNKNOWN" to log-event
            move "no such operator id" to log-detail
            perform write-security-log
            exit paragraph
    end-read
    if op-password is not equal to keyed-password
        display "Operator id or password not recognised."
        move "BADPASS" to log-event
        move "password did not match" to log-detail
        perform write-security-log
        exit paragraph
    end-if
    if not op-active
        display "Operator id " keyed-operator-id " is revoked."
        move "REVOKED" to log-event
        move "sign-on by a revoked operator id" to log-detail
        perform write-security-log
        set attempt-stopped to true
        exit paragraph
    end-if
    move op-role to rank-role
    perform rank-one-role
    move rank-value to held-rank
    move sign-required-role to rank-role
    perform rank-one-role
    move rank-value to needed-rank
    if held-rank is less than needed-rank
        display "Operator " keyed-operator-id " may not use "
            sign-program "; role " op-role " is not enough."
        move "DENIED" to log-event
        move spaces to log-detail
        string "sign-on to " delimited by size
            sign-program delimited by space
            " needs role " delimited by size
            sign-required-role delimited by size
            into log-detail
        perform write-security-log
        set attempt-stopped to true
        exit paragraph
    end-if
    move op-operator-id to sign-operator-id
    move op-operator-name to sign-operator-name
    move op-role to sign-operator-role
    set attempt-accepted to true.

*> ----------------------------------------------------------------
*> function C: one menu option's requirement against the role the
*> operator signed on with; a refusal is logged with the action
*> ----------------------------------------------------------------
check-signed-on-role.
    move sign-operator-role to rank-role
    perform rank-one-role
    move rank-value to held-rank
    move sign-required-role to rank-role
    perform rank-one-role
    move rank-value to needed-rank
    if held-rank is not less than needed-rank
        set sign-on-accepted to true
        exit paragraph
    end-if
    move sign-operator-id to log-operator-id
    move "DENIED" to log-event
    move sign-action to log-detail
    perform write-security-log.

*> an unknown role letter ranks below inquiry, so it satisfies
*> nothing
rank-one-role.
    if rank-role is equal to 'S'
        move 3 to rank-value
    else if rank-role is equal to 'O'
        move 2 to rank-value
    else if rank-role is equal to 'I'
        move 1 to rank-value
    else
        move 0 to rank-value
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
    move sign-program to sl-program
    move log-operator-id to sl-operator-id
    move log-event to sl-event
    move log-detail to sl-detail
    write security-record
    close security-log.
