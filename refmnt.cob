identification division.
program-id. refmnt.
environment division.
input-output section.
file-control.
*> TRANSTBL.TXT, PARTREF.TXT and EXCRULES.TXT are all short line
*> files read whole by the runs, so one select serves all three
    select optional reference-file assign to reference-file-name
      organization line sequential
      file status is reference-file-status.
    select reference-work assign to "REFWORK.TXT"
      organization line sequential
      file status is work-file-status.
    select reference-journal assign to "REFJRNL.TXT"
      organization line sequential
      file status is journal-file-status.
    select reference-list-report assign to "REFLIST.TXT"
      organization line sequential
      file status is list-file-status.

data division.
file section.
fd reference-file.
    01 reference-record pic x(40).
fd reference-work.
    01 work-record pic x(40).
*> one line per applied change to a reference file: who made it,
*> which file, the entry before and after, and the business date
*> from which the runs pick it up
fd reference-journal.
    01 journal-record.
        05 jr-date pic 9(08).
        05 filler pic x value space.
        05 jr-time pic 9(08).
        05 filler pic x value space.
        05 jr-operator pic x(08).
        05 filler pic x value space.
        05 jr-file pic x(08).
        05 filler pic x value space.
        05 jr-function pic x(08).
        05 filler pic x value space.
        05 jr-effective-date pic 9(08).
        05 filler pic x value space.
        05 jr-before-image pic x(34).
        05 filler pic x value space.
        05 jr-after-image pic x(34).
fd reference-list-report.
    01 list-record pic x(110).

working-storage section.
    copy "procparm.cpy".
    copy "signparm.cpy".

77 reference-file-status pic xx.
77 work-file-status pic xx.
77 journal-file-status pic xx.
77 list-file-status pic xx.
77 reference-file-name pic x(12).
77 menu-choice pic 9(1).
77 file-choice pic 9(1).
77 entry-answer pic x.

77 cmd-line-arg-count pic 9(2) value 0.
77 cmd-line-arg-index pic 9(2).
77 cmd-line-arg-value pic x(30).
77 list-only-flag pic x value 'N'.
    88 list-only-run value 'Y'.

*> the file being worked on. the limit is the table size of the
*> program that reads it: conv keeps 200 translations and 200 part
*> ranges, excfix 50 correction rules.
77 reference-code pic x(08).
    88 reference-is-translation value "TRANSTBL".
    88 reference-is-part value "PARTREF".
    88 reference-is-rule value "EXCRULES".
77 reference-caption pic x(40).
77 reference-limit pic 9(03).
77 reference-loaded-flag pic x.
    88 reference-loaded value 'Y'.
77 reference-overflow-flag pic x.
    88 reference-overflowed value 'Y'.
77 reference-eof-flag pic x.
77 reference-count pic 9(03) value 0.
77 reference-idx pic 9(03) usage is computational.
77 other-idx pic 9(03) usage is computational.
77 edit-idx pic 9(03) usage is computational.
77 entry-number-out pic 9(03).
77 reference-saved-flag pic x.
    88 reference-saved value 'Y'.
01 reference-table.
    05 reference-line occurs 200 times pic x(40).

*> the entry being added, changed or checked, seen through the
*> layout of whichever file it belongs to. the layouts are the ones
*> conv and excfix read.
01 candidate-line pic x(40).
01 translation-view redefines candidate-line.
    05 tv-source pic x(30).
    05 filler pic x.
    05 tv-from-char pic x(01).
    05 filler pic x.
    05 tv-to-char pic x(01).
    05 filler pic x(06).
01 part-view redefines candidate-line.
    05 pv-low-part pic x(10).
    05 pv-low-value redefines pv-low-part pic 9(10).
    05 filler pic x.
    05 pv-high-part pic x(10).
    05 pv-high-value redefines pv-high-part pic 9(10).
    05 filler pic x(19).
01 rule-view redefines candidate-line.
    05 rv-reason pic x(02).
    05 rv-reason-value redefines rv-reason pic 9(02).
    05 filler pic x.
    05 rv-action pic x(08).
    05 filler pic x(29).

*> each other entry on file, checked against the candidate
01 other-line pic x(40).
01 other-translation-view redefines other-line.
    05 ot-source pic x(30).
    05 filler pic x.
    05 ot-from-char pic x(01).
    05 filler pic x.
    05 ot-to-char pic x(01).
    05 filler pic x(06).
01 other-part-view redefines other-line.
    05 op-low-part pic x(10).
    05 op-low-value redefines op-low-part pic 9(10).
    05 filler pic x.
    05 op-high-part pic x(10).
    05 op-high-value redefines op-high-part pic 9(10).
    05 filler pic x(19).
01 other-rule-view redefines other-line.
    05 or-reason pic x(02).
    05 filler pic x.
    05 or-action pic x(08).
    05 filler pic x(29).

77 candidate-low pic 9(10).
77 candidate-high pic 9(10).
77 other-low pic 9(10).
77 other-high pic 9(10).

77 entry-valid-flag pic x.
    88 entry-is-valid value 'Y'.
    88 entry-is-invalid value 'N'.
77 edit-message pic x(70).

*> what the operator keys. on a change a blank answer keeps the
*> value the entry already has.
77 keyed-source pic x(30).
77 keyed-from-char pic x(01).
77 keyed-to-char pic x(01).
77 keyed-reason pic x(02).
77 keyed-action pic x(08).
77 keyed-number pic x(10).
77 keyed-number-value pic 9(10).
77 scan-pos pic 99 usage is computational.
77 number-digits-seen pic 99 usage is computational.
01 number-digit-x pic x.
01 number-digit-9 redefines number-digit-x pic 9.

77 journal-function pic x(08).
77 journal-time pic 9(08).
77 journal-clock-date pic 9(08).
01 journal-before-image pic x(40).
01 journal-after-image pic x(40).

77 list-problem-count pic 9(05) value 0.
77 list-file-problems pic 9(05).
01 list-title-line.
    05 filler pic x(35) value "REFERENCE FILE CONTENTS AS OF".
    05 list-title-date pic 9(08).
01 list-file-line.
    05 list-file-name-out pic x(14).
    05 list-file-caption-out pic x(40).
    05 filler pic x(02) value spaces.
    05 list-file-count-out pic zz9.
    05 filler pic x(09) value " entries".
01 list-detail-line.
    05 list-entry-out pic zz9.
    05 filler pic x(02) value spaces.
    05 list-image-out pic x(34).
    05 filler pic x(02) value spaces.
    05 list-note-out pic x(69).
01 translation-heading-line.
    05 filler pic x(05) value "NO.".
    05 filler pic x(31) value "SOURCE".
    05 filler pic x(02) value "F".
    05 filler pic x(01) value "T".
01 part-heading-line.
    05 filler pic x(05) value "NO.".
    05 filler pic x(11) value "LOW PART".
    05 filler pic x(09) value "HIGH PART".
01 rule-heading-line.
    05 filler pic x(05) value "NO.".
    05 filler pic x(03) value "RC".
    05 filler pic x(06) value "ACTION".

procedure division.
main-logic.
    perform get-run-parameters
*>  the list report changes nothing, so the scheduler may run it
*>  unattended for the depot coordinators
    if list-only-run
        perform write-reference-list
        if list-problem-count is greater than 0
            move 4 to return-code
        end-if
        stop run
    end-if
*>  operators may list the files; a change alters how every later
*>  run converts, checks or repairs, so it is for a supervisor
    move "REFMNT" to sign-program
    move 'O' to sign-required-role
    set sign-func-sign-on to true
    call "signon" using signon-parameters
    if sign-on-refused
        move 12 to return-code
        stop run
    end-if
    call "procdate" using procdate-parameters
    move 1 to file-choice
    perform until file-choice is equal to 0
        display " "
        display "Reference file maintenance"
        display "1 TRANSTBL.TXT  2 PARTREF.TXT  3 EXCRULES.TXT"
            "  4 list report  0 quit"
        accept file-choice
        if file-choice is equal to 1 or 2 or 3
            perform set-reference-file
            perform maintain-reference-file
        else if file-choice is equal to 4
            perform write-reference-list
        else if file-choice is equal to 0
            display "End of maintenance session."
        else
            display "Invalid choice."
        end-if
    end-perform
    stop run.

*> ----------------------------------------------------------------
*> refmnt L writes the list report and stops; with no argument the
*> maintenance menu is offered after sign-on
*> ----------------------------------------------------------------
get-run-parameters.
    accept cmd-line-arg-count from argument-number
    if cmd-line-arg-count is greater than 0
        move 1 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        if cmd-line-arg-value is equal to "L" or "l"
            move 'Y' to list-only-flag
        else
            display "Usage: refmnt [L]"
            move 12 to return-code
            stop run
        end-if
    end-if.

set-reference-file.
    if file-choice is equal to 1
        move "TRANSTBL.TXT" to reference-file-name
        move "TRANSTBL" to reference-code
        move "per-depot character translations" to reference-caption
        move 200 to reference-limit
    else if file-choice is equal to 2
        move "PARTREF.TXT" to reference-file-name
        move "PARTREF" to reference-code
        move "valid part-number ranges" to reference-caption
        move 200 to reference-limit
    else
        move "EXCRULES.TXT" to reference-file-name
        move "EXCRULES" to reference-code
        move "exception correction rules" to reference-caption
        move 50 to reference-limit
    end-if.

*> ----------------------------------------------------------------
*> one file's session: the file is loaded whole, and each accepted
*> change is written straight back and journalled, so the next run
*> sees it and an abandoned session loses nothing already saved
*> ----------------------------------------------------------------
maintain-reference-file.
    perform load-reference-file
    if not reference-loaded
        exit paragraph
    end-if
    move 1 to menu-choice
    perform until menu-choice is equal to 0
        display " "
        display reference-file-name "  " reference-caption
        display "1 add  2 change  3 delete  4 list  0 back"
        accept menu-choice
        perform check-menu-choice-role
        if sign-on-refused
            display "Option " menu-choice " is not open to your role."
        else if menu-choice is equal to 1
            perform add-reference-entry
        else if menu-choice is equal to 2
            perform change-reference-entry
        else if menu-choice is equal to 3
            perform delete-reference-entry
        else if menu-choice is equal to 4
            perform show-reference-entries
        else if menu-choice is equal to 0
            continue
        else
            display "Invalid choice."
        end-if
    end-perform.

check-menu-choice-role.
    set sign-on-accepted to true
    if menu-choice is not equal to 1 and 2 and 3
        exit paragraph
    end-if
    move 'S' to sign-required-role
    move spaces to sign-action
    string "REFMNT " delimited by size
        reference-code delimited by space
        " option " delimited by size
        menu-choice delimited by size
        into sign-action
    set sign-func-check-role to true
    call "signon" using signon-parameters.

*> ----------------------------------------------------------------
*> an absent file is an empty one, as it is to the runs. blank
*> lines mean nothing to the readers and are dropped. a file with
*> more lines than the table can hold is listed but not changed,
*> since saving it would lose the lines that did not fit.
*> ----------------------------------------------------------------
load-reference-file.
    move 'N' to reference-loaded-flag
    move 'N' to reference-overflow-flag
    move 0 to reference-count
    open input reference-file
    if reference-file-status is equal to "05"
        close reference-file
        move 'Y' to reference-loaded-flag
        exit paragraph
    end-if
    if reference-file-status is not equal to "00"
        display "Cannot open " reference-file-name ", file status "
            reference-file-status
        exit paragraph
    end-if
    move 'N' to reference-eof-flag
    perform until reference-eof-flag is equal to 'Y'
        read reference-file
            at end move 'Y' to reference-eof-flag
            not at end
                if reference-record is not equal to spaces
                    if reference-count is less than 200
                        add 1 to reference-count
                        move reference-record to reference-line(reference-count)
                    else
                        move 'Y' to reference-overflow-flag
                        move 'Y' to reference-eof-flag
                    end-if
                end-if
        end-read
    end-perform
    close reference-file
    move 'Y' to reference-loaded-flag
    if reference-overflowed
        display "** WARNING: " reference-file-name " has more than 200"
            " entries; it can be listed but not changed here. **"
    end-if.

*> ----------------------------------------------------------------
*> option 1: a new entry goes on the end of the file. for
*> EXCRULES.TXT that makes it the last rule tried for its reason.
*> ----------------------------------------------------------------
add-reference-entry.
    if reference-overflowed
        display reference-file-name " is too long to change here."
        exit paragraph
    end-if
    if reference-count is not less than reference-limit
        display reference-file-name " already holds " reference-limit
            " entries, as many as the runs read."
        exit paragraph
    end-if
    move spaces to candidate-line
    move 0 to edit-idx
    perform accept-entry-fields
    if entry-is-invalid
        display edit-message
        display "Entry not added."
        exit paragraph
    end-if
    perform validate-candidate
    if entry-is-invalid
        display edit-message
        display "Entry not added."
        exit paragraph
    end-if
    display "New entry: " candidate-line
    display "Add this entry? (Y/N):"
    accept entry-answer
    if entry-answer is not equal to 'Y' and 'y'
        display "Entry not added."
        exit paragraph
    end-if
    add 1 to reference-count
    move candidate-line to reference-line(reference-count)
    perform save-reference-file
    if not reference-saved
        subtract 1 from reference-count
        exit paragraph
    end-if
    move "ADD" to journal-function
    move spaces to journal-before-image
    move candidate-line to journal-after-image
    perform write-journal-entry
    move reference-count to entry-number-out
    display "Entry " entry-number-out " added."
    perform show-empty-file-effect.

*> ----------------------------------------------------------------
*> option 2: the current values are shown and a blank answer keeps
*> each one. the changed entry is checked against every other
*> entry, never against the one it replaces.
*> ----------------------------------------------------------------
change-reference-entry.
    if reference-overflowed
        display reference-file-name " is too long to change here."
        exit paragraph
    end-if
    perform accept-entry-number
    if entry-is-invalid
        exit paragraph
    end-if
    move reference-line(edit-idx) to candidate-line
    display "Current entry: " candidate-line
    display "Blank answers keep the current setting."
    perform accept-entry-fields
    if entry-is-invalid
        display edit-message
        display "Entry left unchanged."
        exit paragraph
    end-if
    if candidate-line is equal to reference-line(edit-idx)
        display "Nothing changed."
        exit paragraph
    end-if
    perform validate-candidate
    if entry-is-invalid
        display edit-message
        display "Entry left unchanged."
        exit paragraph
    end-if
    display "Changed entry: " candidate-line
    display "Save the changed entry? (Y/N):"
    accept entry-answer
    if entry-answer is not equal to 'Y' and 'y'
        display "Entry left unchanged."
        exit paragraph
    end-if
    move reference-line(edit-idx) to journal-before-image
    move candidate-line to reference-line(edit-idx)
    perform save-reference-file
    if not reference-saved
        move journal-before-image to reference-line(edit-idx)
        exit paragraph
    end-if
    move "CHANGE" to journal-function
    move candidate-line to journal-after-image
    perform write-journal-entry
    move edit-idx to entry-number-out
    display "Entry " entry-number-out " changed.".

*> ----------------------------------------------------------------
*> option 3: the entries after the deleted one move up a place, so
*> the correction rules keep their order
*> ----------------------------------------------------------------
delete-reference-entry.
    if reference-overflowed
        display reference-file-name " is too long to change here."
        exit paragraph
    end-if
    perform accept-entry-number
    if entry-is-invalid
        exit paragraph
    end-if
    display "Entry to delete: " reference-line(edit-idx)
    if reference-is-rule and reference-count is equal to 1
        display "This is the last rule: excfix goes back to its"
            " built-in rules once EXCRULES.TXT is empty."
    end-if
    display "Delete this entry? (Y/N):"
    accept entry-answer
    if entry-answer is not equal to 'Y' and 'y'
        display "Entry not deleted."
        exit paragraph
    end-if
    move reference-line(edit-idx) to journal-before-image
    perform varying reference-idx from edit-idx by 1
            until reference-idx is not less than reference-count
        move reference-line(reference-idx + 1) to reference-line(reference-idx)
    end-perform
    subtract 1 from reference-count
    perform save-reference-file
    if not reference-saved
        perform load-reference-file
        exit paragraph
    end-if
    move "DELETE" to journal-function
    move spaces to journal-after-image
    perform write-journal-entry
    move edit-idx to entry-number-out
    display "Entry " entry-number-out " deleted."
    perform show-empty-file-effect.

*> ----------------------------------------------------------------
*> option 4: the entries on screen, each with any rule it breaks
*> ----------------------------------------------------------------
show-reference-entries.
    if reference-count is equal to 0
        display reference-file-name " holds no entries."
        perform show-empty-file-effect
        exit paragraph
    end-if
    perform varying reference-idx from 1 by 1
            until reference-idx is greater than reference-count
        perform check-existing-entry
        move reference-idx to entry-number-out
        if entry-is-valid
            display entry-number-out "  " reference-line(reference-idx)(1:34)
        else
            display entry-number-out "  " reference-line(reference-idx)(1:34)
                "  ** " edit-message
        end-if
    end-perform
    move reference-count to entry-number-out
    display entry-number-out " entries on " reference-file-name.

show-empty-file-effect.
    if reference-count is not equal to 0
        exit paragraph
    end-if
    if reference-is-rule
        display "With no rules on file excfix uses its built-in rules."
    else if reference-is-part
        display "With no ranges on file the part-number check passes"
            " every conversion."
    else
        display "With no translations on file numerals convert as keyed."
    end-if.

accept-entry-number.
    set entry-is-valid to true
    if reference-count is equal to 0
        display reference-file-name " holds no entries."
        set entry-is-invalid to true
        exit paragraph
    end-if
    move reference-count to entry-number-out
    display "Entry number (1 to " entry-number-out "):"
    move spaces to keyed-number
    accept keyed-number
    perform parse-keyed-number
    if entry-is-valid and keyed-number-value is greater than reference-count
        set entry-is-invalid to true
    end-if
    if entry-is-invalid
        display "No such entry."
        exit paragraph
    end-if
    move keyed-number-value to edit-idx.

*> ----------------------------------------------------------------
*> the fields of one entry, edited into candidate-line. the line
*> already holds spaces (add) or the current entry (change), so a
*> blank answer leaves each field as it is.
*> ----------------------------------------------------------------
accept-entry-fields.
    set entry-is-valid to true
    if reference-is-translation
        perform accept-translation-fields
    else if reference-is-part
        perform accept-part-fields
    else
        perform accept-rule-fields
    end-if.

*> the source is matched exactly as conv names it, e.g.
*> FILE:DEPOTA.TXT or KEYBOARD, so it is kept as keyed; the
*> characters are kept as keyed too, since case matters to them
accept-translation-fields.
    display "Source the rule applies to [" tv-source "]:"
    move spaces to keyed-source
    accept keyed-source
    if keyed-source is not equal to spaces
        move keyed-source to tv-source
    end-if
    display "Character as the depot writes it [" tv-from-char "]:"
    move space to keyed-from-char
    accept keyed-from-char
    if keyed-from-char is not equal to space
        move keyed-from-char to tv-from-char
    end-if
    display "Character it stands for [" tv-to-char "]:"
    move space to keyed-to-char
    accept keyed-to-char
    if keyed-to-char is not equal to space
        move keyed-to-char to tv-to-char
    end-if.

*> part numbers are keyed without leading zeros and held zero
*> filled, the form conv reads. a blank high part on a new entry
*> leaves it blank, which conv reads as a range of one part.
accept-part-fields.
    display "Low part number [" pv-low-part "]:"
    move spaces to keyed-number
    accept keyed-number
    if keyed-number is not equal to spaces
        perform parse-keyed-number
        if entry-is-invalid
            move "A part number is 1 to 10 digits and not zero."
                to edit-message
            exit paragraph
        end-if
        move keyed-number-value to pv-low-value
    end-if
    display "High part number, blank for a single part [" pv-high-part "]:"
    move spaces to keyed-number
    accept keyed-number
    if keyed-number is not equal to spaces
        perform parse-keyed-number
        if entry-is-invalid
            move "A part number is 1 to 10 digits and not zero."
                to edit-message
            exit paragraph
        end-if
        move keyed-number-value to pv-high-value
    end-if.

accept-rule-fields.
    display "Rejection reason code [" rv-reason "]:"
    move spaces to keyed-reason
    accept keyed-reason
    if keyed-reason is not equal to spaces
        if keyed-reason(2:1) is equal to space
            move keyed-reason(1:1) to keyed-reason(2:1)
            move '0' to keyed-reason(1:1)
        end-if
        move keyed-reason to rv-reason
    end-if
    display "Action - SUBST1I, SUBSTLI, DEBLANK or STRIPPUN [" rv-action "]:"
    move spaces to keyed-action
    accept keyed-action
    inspect keyed-action converting
        "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    if keyed-action is not equal to spaces
        move keyed-action to rv-action
    end-if.

parse-keyed-number.
    set entry-is-valid to true
    move 0 to keyed-number-value
    move 0 to number-digits-seen
    perform varying scan-pos from 1 by 1 until scan-pos is greater than 10
        move keyed-number(scan-pos:1) to number-digit-x
        if number-digit-x is numeric
            if number-digits-seen is equal to scan-pos - 1
                compute keyed-number-value = keyed-number-value * 10
                    + number-digit-9
                add 1 to number-digits-seen
            else
                set entry-is-invalid to true
            end-if
        else
            if number-digit-x is not equal to space
                set entry-is-invalid to true
            end-if
        end-if
    end-perform
    if number-digits-seen is equal to 0 or keyed-number-value is equal to 0
        set entry-is-invalid to true
    end-if.

*> ----------------------------------------------------------------
*> the file's rules, applied to candidate-line against every entry
*> but edit-idx (the one being changed, or none on an add). a
*> failure leaves the reason in edit-message.
*> ----------------------------------------------------------------
validate-candidate.
    set entry-is-valid to true
    move spaces to edit-message
    if reference-is-translation
        perform validate-translation
    else if reference-is-part
        perform validate-part-range
    else
        perform validate-correction-rule
    end-if.

*> conv applies every rule for a source, one after another, in file
*> order. a character mapped onto itself does nothing, a second
*> rule for the same character is never reached, and a rule whose
*> result another rule translates again (or which translates
*> another rule's result) makes the outcome depend on file order,
*> so all three are refused.
validate-translation.
    if tv-source is equal to spaces
        move "A translation needs the source it applies to."
            to edit-message
        set entry-is-invalid to true
        exit paragraph
    end-if
    if tv-from-char is equal to space or tv-to-char is equal to space
        move "A translation needs both a from and a to character."
            to edit-message
        set entry-is-invalid to true
        exit paragraph
    end-if
    if tv-from-char is equal to tv-to-char
        string "The rule maps " delimited by size
            tv-from-char delimited by size
            " onto itself." delimited by size
            into edit-message
        set entry-is-invalid to true
        exit paragraph
    end-if
    perform varying other-idx from 1 by 1
            until other-idx is greater than reference-count
               or entry-is-invalid
        if other-idx is not equal to edit-idx
            perform check-translation-pair
        end-if
    end-perform.

check-translation-pair.
    move reference-line(other-idx) to other-line
    if ot-source is not equal to tv-source
        exit paragraph
    end-if
    move other-idx to entry-number-out
    if ot-from-char is equal to tv-from-char
        string "Entry " delimited by size
            entry-number-out delimited by size
            " already translates " delimited by size
            tv-from-char delimited by size
            " for this source." delimited by size
            into edit-message
        set entry-is-invalid to true
    else if ot-from-char is equal to tv-to-char
        string "Chains with entry " delimited by size
            entry-number-out delimited by size
            ", which translates " delimited by size
            tv-to-char delimited by size
            " again." delimited by size
            into edit-message
        set entry-is-invalid to true
    else if ot-to-char is equal to tv-from-char
        string "Chains with entry " delimited by size
            entry-number-out delimited by size
            ", whose result " delimited by size
            tv-from-char delimited by size
            " this rule translates again." delimited by size
            into edit-message
        set entry-is-invalid to true
    end-if.

*> conv stops at the first range a part falls in, so ranges may not
*> overlap: an overlap means a range was keyed wrongly and hides
*> where the real boundary lies
validate-part-range.
    if pv-low-part is not numeric or pv-low-value is equal to 0
        move "The low part number is missing or not numeric; conv skips it."
            to edit-message
        set entry-is-invalid to true
        exit paragraph
    end-if
    move pv-low-value to candidate-low
    if pv-high-part is equal to spaces
        move candidate-low to candidate-high
    else
        if pv-high-part is not numeric
            move "The high part number is not numeric." to edit-message
            set entry-is-invalid to true
            exit paragraph
        end-if
        move pv-high-value to candidate-high
    end-if
    if candidate-high is less than candidate-low
        move "The high part number is below the low part number."
            to edit-message
        set entry-is-invalid to true
        exit paragraph
    end-if
    perform varying other-idx from 1 by 1
            until other-idx is greater than reference-count
               or entry-is-invalid
        if other-idx is not equal to edit-idx
            perform check-part-range-pair
        end-if
    end-perform.

check-part-range-pair.
    move reference-line(other-idx) to other-line
    if op-low-part is not numeric
        exit paragraph
    end-if
    move op-low-value to other-low
    if op-high-part is numeric
        move op-high-value to other-high
    else
        move other-low to other-high
    end-if
    if candidate-low is not greater than other-high
            and other-low is not greater than candidate-high
        move other-idx to entry-number-out
        string "Overlaps entry " delimited by size
            entry-number-out delimited by size
            ", " delimited by size
            op-low-part delimited by size
            "-" delimited by size
            op-high-part delimited by space
            "." delimited by size
            into edit-message
        set entry-is-invalid to true
    end-if.

*> the reasons are those the runs reject with; the actions are the
*> ones excfix knows, anything else it would pass over with a
*> warning on every run
validate-correction-rule.
    if rv-reason is not numeric
            or rv-reason-value is less than 1
            or rv-reason-value is greater than 9
        move "The reason must be a rejection reason code from 01 to 09."
            to edit-message
        set entry-is-invalid to true
        exit paragraph
    end-if
    if rv-action is not equal to "SUBST1I " and "SUBSTLI "
            and "DEBLANK " and "STRIPPUN"
        move "The action must be SUBST1I, SUBSTLI, DEBLANK or STRIPPUN."
            to edit-message
        set entry-is-invalid to true
        exit paragraph
    end-if
    perform varying other-idx from 1 by 1
            until other-idx is greater than reference-count
               or entry-is-invalid
        if other-idx is not equal to edit-idx
            move reference-line(other-idx) to other-line
            if or-reason is equal to rv-reason
                    and or-action is equal to rv-action
                move other-idx to entry-number-out
                string "Entry " delimited by size
                    entry-number-out delimited by size
                    " already gives this action for reason " delimited by size
                    rv-reason delimited by size
                    "." delimited by size
                    into edit-message
                set entry-is-invalid to true
            end-if
        end-if
    end-perform.

*> an entry already on file, checked as if it were being keyed.
*> entries past what the reading program holds are never used.
check-existing-entry.
    move reference-line(reference-idx) to candidate-line
    move reference-idx to edit-idx
    perform validate-candidate
    if entry-is-valid and reference-idx is greater than reference-limit
        move reference-limit to entry-number-out
        string "Beyond the " delimited by size
            entry-number-out delimited by size
            "-entry limit; the runs ignore it." delimited by size
            into edit-message
        set entry-is-invalid to true
    end-if.

*> ----------------------------------------------------------------
*> the file is written whole to REFWORK.TXT first and only then
*> copied over the live file, so a failure part way through never
*> leaves the runs a half-written reference file
*> ----------------------------------------------------------------
save-reference-file.
    move 'N' to reference-saved-flag
    open output reference-work
    if work-file-status is not equal to "00"
        display "Cannot create REFWORK.TXT, file status " work-file-status
        display "Change not saved."
        exit paragraph
    end-if
    perform varying reference-idx from 1 by 1
            until reference-idx is greater than reference-count
        write work-record from reference-line(reference-idx)
    end-perform
    close reference-work
    open input reference-work
    open output reference-file
    if reference-file-status is not equal to "00" and "05"
        display "Cannot rewrite " reference-file-name ", file status "
            reference-file-status
        display "Change not saved."
        close reference-work
        exit paragraph
    end-if
    move 'N' to reference-eof-flag
    perform until reference-eof-flag is equal to 'Y'
        read reference-work
            at end move 'Y' to reference-eof-flag
            not at end write reference-record from work-record
        end-read
    end-perform
    close reference-work
    close reference-file
    move 'Y' to reference-saved-flag.

*> the change is live for the next run to load the file, so its
*> effective date is the business date it was made on; the clock
*> date says when it was keyed
write-journal-entry.
    open extend reference-journal
    if journal-file-status is equal to "35"
        open output reference-journal
        close reference-journal
        open extend reference-journal
    end-if
    accept journal-clock-date from date yyyymmdd
    accept journal-time from time
    move spaces to journal-record
    move journal-clock-date to jr-date
    move journal-time to jr-time
    move sign-operator-id to jr-operator
    move reference-code to jr-file
    move journal-function to jr-function
    move proc-business-date to jr-effective-date
    move journal-before-image to jr-before-image
    move journal-after-image to jr-after-image
    write journal-record
    close reference-journal.

*> ----------------------------------------------------------------
*> REFLIST.TXT: every entry of all three files as the runs will
*> read them, each with any rule it breaks, for the depot
*> coordinators to check their conventions and part ranges against
*> ----------------------------------------------------------------
write-reference-list.
    call "procdate" using procdate-parameters
    open output reference-list-report
    if list-file-status is not equal to "00"
        display "Cannot create REFLIST.TXT, file status " list-file-status
        move 12 to return-code
        exit paragraph
    end-if
    move proc-business-date to list-title-date
    write list-record from list-title-line
    move 0 to list-problem-count
    perform varying file-choice from 1 by 1 until file-choice is greater than 3
        perform set-reference-file
        perform list-one-reference-file
    end-perform
    close reference-list-report
    move 4 to file-choice
    display "Reference list written to REFLIST.TXT; "
        list-problem-count " entries need attention.".

list-one-reference-file.
    perform load-reference-file
    move spaces to list-record
    write list-record
    move reference-file-name to list-file-name-out
    move reference-caption to list-file-caption-out
    move reference-count to list-file-count-out
    write list-record from list-file-line
    if not reference-loaded
        move spaces to list-detail-line
        move "** file could not be read" to list-note-out
        write list-record from list-detail-line
        add 1 to list-problem-count
        exit paragraph
    end-if
    if reference-is-translation
        write list-record from translation-heading-line
    else
        if reference-is-part
            write list-record from part-heading-line
        else
            write list-record from rule-heading-line
        end-if
    end-if
    move 0 to list-file-problems
    perform varying reference-idx from 1 by 1
            until reference-idx is greater than reference-count
        perform check-existing-entry
        move spaces to list-detail-line
        move reference-idx to list-entry-out
        move reference-line(reference-idx) to list-image-out
        if entry-is-invalid
            string "** " delimited by size
                edit-message delimited by size
                into list-note-out
            add 1 to list-file-problems
        end-if
        write list-record from list-detail-line
    end-perform
    add list-file-problems to list-problem-count
    move spaces to list-detail-line
    if reference-overflowed
        move "** more than 200 entries; only the first 200 are listed"
            to list-note-out
        write list-record from list-detail-line
        add 1 to list-problem-count
        exit paragraph
    end-if
    if reference-count is not equal to 0
        exit paragraph
    end-if
    if reference-is-rule
        move "no rules on file: excfix uses its built-in rules"
            to list-note-out
    else
        if reference-is-part
            move "no ranges on file: the part-number check passes every conversion"
                to list-note-out
        else
            move "no translations on file: numerals convert as keyed"
                to list-note-out
        end-if
    end-if
    write list-record from list-detail-line.
