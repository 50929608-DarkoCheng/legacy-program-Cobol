identification division.
program-id. deptmnt.
environment division.
input-output section.
file-control.
    select depot-profile assign to "DEPOTPRF.DAT"
      organization indexed
      access mode dynamic
      record key dp-depot-id
      sharing with all other
      file status is depot-file-status.
    select depot-list-report assign to "DEPOTLST.TXT"
      organization line sequential
      file status is list-file-status.

data division.
file section.
fd depot-profile.
    copy "deptrec.cpy".
fd depot-list-report.
    01 list-record.
        05 list-depot-out pic x(08).
        05 filler pic x value space.
        05 list-format-out pic x(01).
        05 filler pic x(02) value spaces.
        05 list-additive-out pic x(01).
        05 filler pic x(02) value spaces.
        05 list-notation-out pic x(01).
        05 filler pic x(02) value spaces.
        05 list-part-check-out pic x(01).
        05 filler pic x(02) value spaces.
        05 list-limit-out pic zz9.
        05 filler pic x(02) value spaces.
        05 list-range-limit-out pic zzz9.
        05 filler pic x(02) value spaces.
        05 list-qa-rate-out pic zz9.
        05 filler pic x(02) value spaces.
        05 list-contact-out pic x(30).
        05 filler pic x(02) value spaces.
        05 list-cost-centre-out pic x(10).

working-storage section.
    copy "rnconst.cpy".
    copy "signparm.cpy".

77 depot-file-status pic xx.
77 list-file-status pic xx.
77 menu-choice pic 9(1).
77 depot-eof-flag pic x value 'N'.
77 records-listed pic 9(05) value 0.

*> what the operator keys for one entry. on a change a blank answer
*> keeps the value the entry already has.
77 keyed-depot-id pic x(08).
77 keyed-format pic x(01).
77 keyed-additive pic x(01).
77 keyed-notation pic x(01).
77 keyed-part-check pic x(01).
77 keyed-limit pic x(03).
77 keyed-contact pic x(30).
77 keyed-cost-centre pic x(10).
77 keyed-limit-value pic 9(03).
77 keyed-range-limit pic x(04).
77 keyed-range-value pic 9(04).
77 keyed-qa-rate pic x(03).
77 keyed-qa-value pic 9(03).
77 entry-answer pic x.

77 entry-valid-flag pic x.
    88 entry-is-valid value 'Y'.
    88 entry-is-invalid value 'N'.
77 scan-pos pic 99 usage is computational.
77 blank-seen-flag pic x.
77 limit-digits-seen pic 9 usage is computational.
01 limit-digit-x pic x.
01 limit-digit-9 redefines limit-digit-x pic 9.

01 list-heading-line.
    05 filler pic x(09) value "DEPOT".
    05 filler pic x(03) value "FMT".
    05 filler pic x(03) value "ADD".
    05 filler pic x(03) value "NOT".
    05 filler pic x(03) value "PCK".
    05 filler pic x(05) value "LIMIT".
    05 filler pic x(06) value "RANGE".
    05 filler pic x(05) value "QA".
    05 filler pic x(32) value "CONTACT".
    05 filler pic x(10) value "COST CTR".

procedure division.
main-logic.
*>  operators may list the profiles; adding or changing one changes
*>  how every run of that depot is processed, so it is for a
*>  supervisor
    move "DEPTMNT" to sign-program
    move 'O' to sign-required-role
    set sign-func-sign-on to true
    call "signon" using signon-parameters
    if sign-on-refused
        move 12 to return-code
        stop run
    end-if
    move 1 to menu-choice
    perform until menu-choice is equal to 0
        display " "
        display "DEPOTPRF.DAT depot profile maintenance"
        display "1 add  2 change  3 list  0 quit"
        accept menu-choice
        perform check-menu-choice-role
        if sign-on-refused
            display "Option " menu-choice " is not open to your role."
        else if menu-choice is equal to 1
            perform add-depot-profile
        else if menu-choice is equal to 2
            perform change-depot-profile
        else if menu-choice is equal to 3
            perform list-depot-profiles
        else if menu-choice is equal to 0
            display "End of maintenance session."
        else
            display "Invalid choice."
        end-if
    end-perform
    stop run.

check-menu-choice-role.
    set sign-on-accepted to true
    if menu-choice is not equal to 1 and 2
        exit paragraph
    end-if
    move 'S' to sign-required-role
    move spaces to sign-action
    string "DEPTMNT option " delimited by size
        menu-choice delimited by size
        into sign-action
    set sign-func-check-role to true
    call "signon" using signon-parameters.

*> ----------------------------------------------------------------
*> option 1: a new depot. every setting is asked for; a profile is
*> only written once all of them pass the edits, so a half-keyed
*> entry can never drive a batch run.
*> ----------------------------------------------------------------
add-depot-profile.
    perform accept-depot-id
    if entry-is-invalid
        exit paragraph
    end-if
    perform open-profile-for-update
    if depot-file-status is not equal to "00"
        display "Cannot open DEPOTPRF.DAT, file status " depot-file-status
        exit paragraph
    end-if
    move keyed-depot-id to dp-depot-id
    read depot-profile key is dp-depot-id
        invalid key continue
        not invalid key
            display "Depot " keyed-depot-id
                " already has a profile; use option 2 to change it."
            close depot-profile
            exit paragraph
    end-read
    move spaces to depot-profile-record
    move keyed-depot-id to dp-depot-id
    move 'F' to dp-input-format
    move 'N' to dp-additive
    move 'V' to dp-notation
    move 'Y' to dp-part-check
    move reject-rate-limit to dp-reject-limit
    move range-row-limit to dp-range-limit
    move qa-sample-rate to dp-qa-rate
    perform accept-profile-settings
    if entry-is-invalid
        display "Profile not added."
        close depot-profile
        exit paragraph
    end-if
    if dp-contact-name is equal to spaces
        display "A contact name is required; profile not added."
        close depot-profile
        exit paragraph
    end-if
    write depot-profile-record
        invalid key display "Write failed, file status " depot-file-status
    end-write
    if depot-file-status is equal to "00"
        display "Depot " dp-depot-id " added."
    end-if
    close depot-profile.

*> ----------------------------------------------------------------
*> option 2: change an existing depot. the current value of each
*> setting is shown and a blank answer keeps it.
*> ----------------------------------------------------------------
change-depot-profile.
    perform accept-depot-id
    if entry-is-invalid
        exit paragraph
    end-if
    open i-o depot-profile
    if depot-file-status is not equal to "00"
        display "Cannot open DEPOTPRF.DAT, file status " depot-file-status
        exit paragraph
    end-if
    move keyed-depot-id to dp-depot-id
    read depot-profile key is dp-depot-id
        invalid key
            display "No profile for depot " keyed-depot-id "."
            close depot-profile
            exit paragraph
    end-read
    perform show-depot-profile
    display "Blank answers keep the current setting."
    perform accept-profile-settings
    if entry-is-invalid
        display "Profile left unchanged."
        close depot-profile
        exit paragraph
    end-if
    display "Save the changed profile? (Y/N):"
    accept entry-answer
    if entry-answer is equal to 'Y' or 'y'
        rewrite depot-profile-record
            invalid key display "Rewrite failed, file status " depot-file-status
        end-rewrite
        if depot-file-status is equal to "00"
            display "Depot " dp-depot-id " changed."
        end-if
    else
        display "Profile left unchanged."
    end-if
    close depot-profile.

*> ----------------------------------------------------------------
*> option 3: every profile, to the screen and to DEPOTLST.TXT so the
*> scheduler entries can be checked against what each depot gets
*> ----------------------------------------------------------------
list-depot-profiles.
    open input depot-profile
    if depot-file-status is not equal to "00"
        display "Cannot open DEPOTPRF.DAT, file status " depot-file-status
        exit paragraph
    end-if
    open output depot-list-report
    write list-record from list-heading-line
    display list-heading-line
    move 0 to records-listed
    move 'N' to depot-eof-flag
    perform until depot-eof-flag is equal to 'Y'
        read depot-profile next record
            at end move 'Y' to depot-eof-flag
            not at end
                move spaces to list-record
                move dp-depot-id to list-depot-out
                move dp-input-format to list-format-out
                move dp-additive to list-additive-out
                move dp-notation to list-notation-out
                move dp-part-check to list-part-check-out
                move dp-reject-limit to list-limit-out
                if dp-range-limit is numeric and dp-range-limit is greater than 0
                    move dp-range-limit to list-range-limit-out
                else
                    move range-row-limit to list-range-limit-out
                end-if
                if dp-qa-rate is numeric and dp-qa-rate is greater than 0
                    move dp-qa-rate to list-qa-rate-out
                else
                    move qa-sample-rate to list-qa-rate-out
                end-if
                move dp-contact-name to list-contact-out
                move dp-cost-centre to list-cost-centre-out
                write list-record
                display list-record
                add 1 to records-listed
        end-read
    end-perform
    close depot-list-report
    close depot-profile
    display records-listed " profiles written to DEPOTLST.TXT".

open-profile-for-update.
    open i-o depot-profile
    if depot-file-status is equal to "35"
        open output depot-profile
        close depot-profile
        open i-o depot-profile
    end-if.

show-depot-profile.
    display "Depot id          : " dp-depot-id
    display "Input format      : " dp-input-format
    display "Additive only     : " dp-additive
    display "Notation          : " dp-notation
    display "Part check        : " dp-part-check
    display "Reject limit pct  : " dp-reject-limit
    display "Range limit rows  : " dp-range-limit
    display "QA sample pct     : " dp-qa-rate
    display "Contact           : " dp-contact-name
    display "Cost centre       : " dp-cost-centre.

*> ----------------------------------------------------------------
*> a depot id is two to eight characters with no embedded blank.
*> a single character would read as an old positional mode code
*> on the batch command line.
*> ----------------------------------------------------------------
accept-depot-id.
    set entry-is-valid to true
    display "Depot id (2 to 8 characters):"
    move spaces to keyed-depot-id
    accept keyed-depot-id
    inspect keyed-depot-id converting
        "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    if keyed-depot-id(1:1) is equal to space
            or keyed-depot-id(2:1) is equal to space
        display "A depot id must be at least two characters."
        set entry-is-invalid to true
        exit paragraph
    end-if
    move 'N' to blank-seen-flag
    perform varying scan-pos from 1 by 1 until scan-pos is greater than 8
        if keyed-depot-id(scan-pos:1) is equal to space
            move 'Y' to blank-seen-flag
        else
            if blank-seen-flag is equal to 'Y'
                set entry-is-invalid to true
            end-if
        end-if
    end-perform
    if entry-is-invalid
        display "A depot id may not contain blanks."
    end-if.

*> ----------------------------------------------------------------
*> the settings themselves, edited into depot-profile-record. the
*> record already holds the defaults (add) or the current values
*> (change), so a blank answer leaves each one as it is.
*> ----------------------------------------------------------------
accept-profile-settings.
    set entry-is-valid to true
    display "Input format - F fixed columns, C comma, T tab [" dp-input-format "]:"
    move space to keyed-format
    accept keyed-format
    inspect keyed-format converting "fct" to "FCT"
    if keyed-format is not equal to space
        if keyed-format is equal to 'F' or 'C' or 'T'
            move keyed-format to dp-input-format
        else
            display "Input format must be F, C or T."
            set entry-is-invalid to true
            exit paragraph
        end-if
    end-if
    display "Additive-only clock-face notation, Y or N [" dp-additive "]:"
    move space to keyed-additive
    accept keyed-additive
    inspect keyed-additive converting "yn" to "YN"
    if keyed-additive is not equal to space
        if keyed-additive is equal to 'Y' or 'N'
            move keyed-additive to dp-additive
        else
            display "Additive setting must be Y or N."
            set entry-is-invalid to true
            exit paragraph
        end-if
    end-if
    display "Notation above 3999 - V vinculum, A apostrophus [" dp-notation "]:"
    move space to keyed-notation
    accept keyed-notation
    inspect keyed-notation converting "va" to "VA"
    if keyed-notation is not equal to space
        if keyed-notation is equal to 'V' or 'A'
            move keyed-notation to dp-notation
        else
            display "Notation must be V or A."
            set entry-is-invalid to true
            exit paragraph
        end-if
    end-if
    display "Check conversions against PARTREF.TXT, Y or N [" dp-part-check "]:"
    move space to keyed-part-check
    accept keyed-part-check
    inspect keyed-part-check converting "yn" to "YN"
    if keyed-part-check is not equal to space
        if keyed-part-check is equal to 'Y' or 'N'
            move keyed-part-check to dp-part-check
        else
            display "Part check setting must be Y or N."
            set entry-is-invalid to true
            exit paragraph
        end-if
    end-if
    display "Reject-rate limit, percent 1-100 [" dp-reject-limit "]:"
    move spaces to keyed-limit
    accept keyed-limit
    if keyed-limit is not equal to spaces
        perform parse-keyed-limit
        if entry-is-invalid
            display "Reject-rate limit must be a whole percent from 1 to 100."
            exit paragraph
        end-if
        move keyed-limit-value to dp-reject-limit
    end-if
*>  profiles written before the range limit existed carry spaces
    if dp-range-limit is not numeric or dp-range-limit is equal to 0
        move range-row-limit to dp-range-limit
    end-if
    display "Most rows one range record may expand into, 1-9999 ["
        dp-range-limit "]:"
    move spaces to keyed-range-limit
    accept keyed-range-limit
    if keyed-range-limit is not equal to spaces
        perform parse-keyed-range-limit
        if entry-is-invalid
            display "Range limit must be a whole number of rows from 1 to 9999."
            exit paragraph
        end-if
        move keyed-range-value to dp-range-limit
    end-if
*>  profiles written before QA sampling existed carry spaces
    if dp-qa-rate is not numeric or dp-qa-rate is equal to 0
        move qa-sample-rate to dp-qa-rate
    end-if
    display "QA sample rate, percent of converted records 1-100 ["
        dp-qa-rate "]:"
    move spaces to keyed-qa-rate
    accept keyed-qa-rate
    if keyed-qa-rate is not equal to spaces
        perform parse-keyed-qa-rate
        if entry-is-invalid
            display "QA sample rate must be a whole percent from 1 to 100."
            exit paragraph
        end-if
        move keyed-qa-value to dp-qa-rate
    end-if
    display "Contact name [" dp-contact-name "]:"
    move spaces to keyed-contact
    accept keyed-contact
    if keyed-contact is not equal to spaces
        move keyed-contact to dp-contact-name
    end-if
    display "Chargeback cost centre [" dp-cost-centre "]:"
    move spaces to keyed-cost-centre
    accept keyed-cost-centre
    inspect keyed-cost-centre converting
        "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    if keyed-cost-centre is not equal to spaces
        move keyed-cost-centre to dp-cost-centre
    end-if.

parse-keyed-range-limit.
    move 0 to keyed-range-value
    move 0 to limit-digits-seen
    perform varying scan-pos from 1 by 1 until scan-pos is greater than 4
        move keyed-range-limit(scan-pos:1) to limit-digit-x
        if limit-digit-x is numeric
            compute keyed-range-value = keyed-range-value * 10 + limit-digit-9
            add 1 to limit-digits-seen
        else
            if limit-digit-x is not equal to space
                set entry-is-invalid to true
            end-if
        end-if
    end-perform
    if limit-digits-seen is equal to 0 or keyed-range-value is equal to 0
        set entry-is-invalid to true
    end-if.

parse-keyed-qa-rate.
    move 0 to keyed-qa-value
    move 0 to limit-digits-seen
    perform varying scan-pos from 1 by 1 until scan-pos is greater than 3
        move keyed-qa-rate(scan-pos:1) to limit-digit-x
        if limit-digit-x is numeric
            compute keyed-qa-value = keyed-qa-value * 10 + limit-digit-9
            add 1 to limit-digits-seen
        else
            if limit-digit-x is not equal to space
                set entry-is-invalid to true
            end-if
        end-if
    end-perform
    if limit-digits-seen is equal to 0
            or keyed-qa-value is equal to 0
            or keyed-qa-value is greater than 100
        set entry-is-invalid to true
    end-if.

parse-keyed-limit.
    move 0 to keyed-limit-value
    move 0 to limit-digits-seen
    perform varying scan-pos from 1 by 1 until scan-pos is greater than 3
        move keyed-limit(scan-pos:1) to limit-digit-x
        if limit-digit-x is numeric
            compute keyed-limit-value = keyed-limit-value * 10 + limit-digit-9
            add 1 to limit-digits-seen
        else
            if limit-digit-x is not equal to space
                set entry-is-invalid to true
            end-if
        end-if
    end-perform
    if limit-digits-seen is equal to 0
            or keyed-limit-value is equal to 0
            or keyed-limit-value is greater than 100
        set entry-is-invalid to true
    end-if.
