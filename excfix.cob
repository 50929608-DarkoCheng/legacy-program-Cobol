      record key hist-key
      sharing with all other
      file status is history-file-status.
    select optional write-off-file assign to "EXCWOFF.TXT"
      organization line sequential
      file status is write-off-file-status.
    select optional qa-sample-register assign to "QASAMPLE.TXT"
      organization line sequential
      file status is qa-sample-file-status.
    select depot-profile assign to "DEPOTPRF.DAT"
      organization indexed
      access mode dynamic
      record key dp-depot-id
      sharing with all other
      file status is depot-file-status.

data division.
file section.
fd exceptions-report.
    copy "excrec.cpy".
fd exceptions-work.
    01 work-record.
        05 wrk-sequence pic x(10).
        05 wrk-reason-text pic x(52).
        05 filler pic x.
        05 wrk-direction pic x(01).
        05 filler pic x.
        05 wrk-depot pic x(08).
        05 filler pic x.
        05 wrk-source pic x(30).
        05 filler pic x.
        05 wrk-first-date pic 9(08).
        05 filler pic x.
        05 wrk-first-run pic x(16).
        05 filler pic x.
        05 wrk-qualifier pic x(01).
fd rules-file.
    01 rules-record.
        05 rule-reason-in pic x(02).
        05 exc2-reason-text-out pic x(52).
        05 filler pic x value space.
        05 exc2-direction-out pic x(01).
        05 filler pic x value space.
        05 exc2-depot-out pic x(08).
        05 filler pic x value space.
        05 exc2-source-out pic x(30).
        05 filler pic x value space.
        05 exc2-first-date pic 9(08).
        05 filler pic x value space.
        05 exc2-first-run pic x(16).
        05 filler pic x value space.
        05 exc2-qualifier-out pic x(01).
fd standard-output.
    01 stdout-record.
        05 out-sequence pic x(10).
        05 np-new-tag pic x(60).
fd conversion-history.
    copy "histrec.cpy".
fd depot-profile.
    copy "deptrec.cpy".
fd qa-sample-register.
    copy "qarec.cpy".
*> a supervisor's list of exceptions to write off: the run id the
*> item was first rejected in and its sequence number, one per line,
*> optionally the depot and a note for the record. sequences restart
*> each run and each depot numbers its own file, so the run id is
*> needed to name one item; a depot, when given, must match too.
fd write-off-file.
    01 write-off-record.
        05 wo-run-id-in pic x(16).
        05 filler pic x.
        05 wo-sequence-in pic x(10).
        05 filler pic x.
        05 wo-depot-in pic x(08).
        05 filler pic x.
        05 wo-note-in pic x(40).

working-storage section.
    copy "procparm.cpy".
    copy "rnconst.cpy".
    copy "inrec.cpy".
    copy "convparm.cpy".
    copy "signparm.cpy".

77 exceptions-file-status pic xx.
77 work-file-status pic xx.
77 cmd-line-arg-index pic 9(2).
77 cmd-line-arg-value pic x(30).

*> depot profile support: each reject goes back through conv under
*> the profile of the depot it was rejected for. a reject with no
*> depot on it takes the depot named on the command line, and
*> failing that the additive answer, as before profiles existed.
77 depot-file-status pic xx.
77 depot-file-open pic x value 'N'.
77 default-depot-id pic x(08) value spaces.
77 reject-depot-id pic x(08).
77 loaded-depot-id pic x(08) value spaces.
77 depot-found-flag pic x value 'N'.
    88 depot-profile-found value 'Y'.
    88 depot-profile-missing value 'N'.

*> write-offs: the run id + sequence pairs listed on EXCWOFF.TXT
*> are closed without resubmission when a supervisor runs excfix.
*> the list is emptied once applied; an operator's run leaves it
*> for later.
77 write-off-file-status pic xx.
77 write-off-eof-flag pic x value 'N'.
77 write-off-count pic 9(05) usage is computational value 0.
77 write-off-idx pic 9(05) usage is computational.
77 write-off-flag pic x value 'N'.
    88 write-offs-applied value 'Y'.
77 reject-write-off-flag pic x.
    88 reject-is-written-off value 'Y'.
01 write-off-table.
    05 write-off-entry occurs 500 times.
        10 wo-run-id pic x(16).
        10 wo-sequence pic x(10).
        10 wo-depot pic x(08).
        10 wo-matched pic x(01).

77 rule-count pic 9(02) value 0.
77 rule-idx pic 9(02) usage is computational.
01 rule-table.
        10 rule-reason pic x(02).
        10 rule-action pic x(08).

*> a QA failure (reason 09) goes back through conv only when it
*> carries the tag as the inspector read it, different from the
*> numeral the run converted; one that reads as the run had it is
*> held for a supervisor
77 qa-sample-file-status pic xx.
77 qa-scan-eof-flag pic x.
77 qa-reading-flag pic x.
    88 qa-reading-differs value 'Y'.
    88 qa-reading-unchanged value 'N'.

77 corrected-numeral pic x(60).
77 squeeze-numeral pic x(60).
77 roman-letter-count pic 99 usage is computational.
77 fix-pos pic 99 usage is computational.
77 fix-out-pos pic 99 usage is computational.
77 last-char-pos pic 99 usage is computational.
77 total-rejects-read pic 9(09) value 0.
77 total-fixed pic 9(09) value 0.
77 total-still-bad pic 9(09) value 0.
77 total-written-off pic 9(09) value 0.

*> conversion-history support: resubmissions are history too, so
*> the help desk sees the repair as well as the original reject. a

procedure division.
main-logic.
    move "EXCFIX" to sign-program
    move 'O' to sign-required-role
    set sign-func-sign-on to true
    call "signon" using signon-parameters
    if sign-on-refused
        move 12 to return-code
        stop run
    end-if
    move sign-operator-id to conv-operator-id
    perform get-run-parameters
    perform load-write-offs
    perform load-correction-rules
    perform snapshot-exceptions
    if total-rejects-read is equal to 0
    perform open-resubmission-outputs
    perform reprocess-all-rejects
    perform close-resubmission-outputs
    perform clear-applied-write-offs
    if depot-file-open is equal to 'Y'
        close depot-profile
    end-if
    display " "
    display "==== Exception reprocessing summary ===="
    display "Rejects read            : " total-rejects-read
    display "Repaired and converted  : " total-fixed
    display "Still unfixable         : " total-still-bad
    display "Written off             : " total-written-off
    display "Unfixable detail written to EXCEPRPT2.TXT"
    display "========================================"
    stop run.

get-run-parameters.
    call "procdate" using procdate-parameters
    move proc-business-date to run-date-now
    accept run-time-now from time
    move spaces to run-identity
    string run-date-now delimited by size
        move 1 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        if cmd-line-arg-value(2:1) is equal to space
            move cmd-line-arg-value(1:1) to additive-answer
        else
            move cmd-line-arg-value to default-depot-id
            inspect default-depot-id converting
                "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        end-if
    end-if
    open input depot-profile
    if depot-file-status is equal to "00"
        move 'Y' to depot-file-open
    end-if
    if default-depot-id is not equal to spaces
        move default-depot-id to reject-depot-id
        perform read-depot-profile
        if depot-profile-missing
            display "Depot " default-depot-id
                " is not on DEPOTPRF.DAT; rejects without a depot"
                " fall back to standard notation."
            move spaces to default-depot-id
        end-if
    end-if.

*> ----------------------------------------------------------------
*> the settings one reject is resubmitted under: its own depot's
*> profile, else the command-line depot's, else the additive answer
*> with vinculum notation and no part-reference check
*> ----------------------------------------------------------------
select-reject-settings.
    move wrk-depot to reject-depot-id
    if reject-depot-id is equal to spaces
        move default-depot-id to reject-depot-id
    end-if
    if reject-depot-id is not equal to spaces
        perform read-depot-profile
    else
        set depot-profile-missing to true
    end-if
    if depot-profile-found
        move dp-depot-id to conv-depot-id
        if dp-additive is equal to 'Y' or 'y'
            set conv-additive-only to true
        else
            set conv-standard-notation to true
        end-if
        if dp-notation is equal to 'A' or 'a'
            set conv-notation-apostrophus to true
        else
            set conv-notation-vinculum to true
        end-if
        if dp-part-check is equal to 'N' or 'n'
            set conv-part-check-off to true
        else
            set conv-part-check-active to true
        end-if
    else
        move wrk-depot to conv-depot-id
        if additive-answer is equal to 'Y' or 'y'
            set conv-additive-only to true
        else
            set conv-standard-notation to true
        end-if
        set conv-notation-vinculum to true
        set conv-part-check-off to true
    end-if.

*> consecutive rejects usually share a depot, so the profile last
*> read is kept and the file only read again when the depot changes
read-depot-profile.
    if reject-depot-id is equal to loaded-depot-id
        exit paragraph
    end-if
    set depot-profile-missing to true
    move spaces to loaded-depot-id
    if depot-file-open is not equal to 'Y'
        exit paragraph
    end-if
    move reject-depot-id to dp-depot-id
    read depot-profile key is dp-depot-id
        invalid key continue
        not invalid key
            set depot-profile-found to true
            move reject-depot-id to loaded-depot-id
    end-read.

*> ----------------------------------------------------------------
*> the correction rules are data, not code: EXCRULES.TXT carries
*> one "rr aaaaaaaa" line per rule, applied in file order to every
*> the same way, not as a roman-to-decimal conversion of its text
*> ----------------------------------------------------------------
reprocess-one-reject.
    perform check-write-off
    if reject-is-written-off
        add 1 to total-written-off
        perform write-write-off-history
        exit paragraph
    end-if
    move wrk-numeral to corrected-numeral
    perform varying rule-idx from 1 by 1 until rule-idx is greater than rule-count
        if rule-reason(rule-idx) is equal to wrk-reason-code
    move wrk-sequence to ir-sequence-number
    move corrected-numeral to ir-numeral
    move wrk-direction to ir-direction
    move wrk-qualifier to ir-qualifier
    perform select-reject-settings
    move "EXCFIX" to conv-source
    move run-identity to conv-run-id
    perform set-reject-origin
    set qa-reading-differs to true
    if wrk-reason-code is equal to "09"
        perform check-qa-tag-reading
    end-if
    if ir-dir-range
        perform hold-range-reject
    else
        if qa-reading-unchanged
            perform hold-qa-reject
        else
            perform resubmit-one-reject
        end-if
    end-if
    if conv-is-valid
        move conv-reason-code to exc2-reason-code-out
        move conv-reason-text to exc2-reason-text-out
        move wrk-direction to exc2-direction-out
        move wrk-qualifier to exc2-qualifier-out
        move conv-depot-id to exc2-depot-out
        move conv-origin-source to exc2-source-out
        move conv-origin-date to exc2-first-date
        move conv-origin-run to exc2-first-run
        write second-pass-record
    end-if
    perform write-history-record.

resubmit-one-reject.
    if ir-dir-dec-to-roman
        perform resubmit-decimal-record
    else
        if ir-dir-normalize
            set conv-func-normalize to true
            call "conv" using input-record, conv-parameters
        else
            if ir-dir-roman-date
                set conv-func-roman-date to true
            else
                set conv-func-roman-to-dec to true
            end-if
            call "conv" using input-record, conv-parameters
        end-if
    end-if.

*> ----------------------------------------------------------------
*> a rejected range record ('R') is a whole run of tags, and only
*> the file-mode run expands ranges. it cannot be resubmitted from
*> here: it stays on the live report with its age, and shows on the
*> second-pass report, until the depot sends the range again in a
*> new input file or a supervisor writes it off. the correction
*> rules are not applied to it: it goes back exactly as it came.
*> ----------------------------------------------------------------
hold-range-reject.
    move wrk-numeral to ir-numeral
    move wrk-numeral to corrected-numeral
    move 0 to conv-output-decimal
    move 0 to conv-output-twelfths
    set conv-is-invalid to true
    set conv-reason-bad-range to true
    move wrk-reason-text to conv-reason-text
    perform write-live-exception.

*> ----------------------------------------------------------------
*> a QA failure whose numeral is still the one the run converted --
*> the inspector left the tag reading blank -- would only convert
*> to the same value again and pass as repaired. it stays on the
*> live report with its age until a supervisor traces it and writes
*> it off; the correction rules are not applied to it.
*> ----------------------------------------------------------------
hold-qa-reject.
    move wrk-numeral to ir-numeral
    move wrk-numeral to corrected-numeral
    move 0 to conv-output-decimal
    move 0 to conv-output-twelfths
    set conv-is-invalid to true
    set conv-reason-qa-failed to true
    move wrk-reason-text to conv-reason-text
    perform write-live-exception.

*> the failed sample line of the item's run and sequence holds the
*> numeral the run converted; with no such line to compare against
*> the item is held, not resubmitted
check-qa-tag-reading.
    set qa-reading-unchanged to true
    open input qa-sample-register
    if qa-sample-file-status is not equal to "00"
        if qa-sample-file-status is equal to "05"
            close qa-sample-register
        end-if
        exit paragraph
    end-if
    move 'N' to qa-scan-eof-flag
    perform until qa-scan-eof-flag is equal to 'Y'
        read qa-sample-register
            at end move 'Y' to qa-scan-eof-flag
            not at end
                if qa-run-id is equal to wrk-first-run
                        and qa-sequence is equal to wrk-sequence
                        and qa-result-fail
                    move 'Y' to qa-scan-eof-flag
                    if qa-numeral is not equal to wrk-numeral
                        set qa-reading-differs to true
                    end-if
                end-if
        end-read
    end-perform
    close qa-sample-register.

write-history-record.
    if history-is-open is not equal to 'Y'
        exit paragraph
    end-if
    move conv-output-twelfths to hist-twelfths
    move run-date-now to hist-date
    move ir-direction to hist-direction
    if conv-is-valid
        move "REPAIRED" to hist-disposition
    else
    end-if
    write history-record invalid key continue end-write.

*> ----------------------------------------------------------------
*> a resubmitted reject keeps the source, date and run of its first
*> rejection. one written before those were carried has none, so
*> its age starts from this cycle.
*> ----------------------------------------------------------------
set-reject-origin.
    if wrk-first-date is numeric and wrk-first-date is greater than 0
        move wrk-source to conv-origin-source
        move wrk-first-date to conv-origin-date
        move wrk-first-run to conv-origin-run
    else
        if wrk-source is equal to spaces
            move conv-source to conv-origin-source
        else
            move wrk-source to conv-origin-source
        end-if
        move run-date-now to conv-origin-date
        move run-identity to conv-origin-run
    end-if.

*> ----------------------------------------------------------------
*> EXCWOFF.TXT is read up front. writing off is a supervisor's
*> decision, so an operator's run applies none of it and leaves the
*> file for a supervisor's run to pick up.
*> ----------------------------------------------------------------
load-write-offs.
    move 0 to write-off-count
    move 'N' to write-off-flag
    open input write-off-file
    if write-off-file-status is not equal to "00"
        if write-off-file-status is equal to "05"
            close write-off-file
        end-if
        exit paragraph
    end-if
    move 'N' to write-off-eof-flag
    perform until write-off-eof-flag is equal to 'Y'
        read write-off-file
            at end move 'Y' to write-off-eof-flag
            not at end
                if wo-sequence-in is not equal to spaces
                        or wo-run-id-in is not equal to spaces
                    if wo-run-id-in is equal to spaces
                            or wo-sequence-in is equal to spaces
                        display "** WARNING: EXCWOFF.TXT line for run id "
                            wo-run-id-in " sequence " wo-sequence-in
                            " needs both; not applied. **"
                    else
                        if write-off-count is less than 500
                            add 1 to write-off-count
                            move wo-run-id-in to wo-run-id(write-off-count)
                            move wo-sequence-in to wo-sequence(write-off-count)
                            move wo-depot-in to wo-depot(write-off-count)
                            move 'N' to wo-matched(write-off-count)
                        else
                            display "** WARNING: more than 500 write-offs on"
                                " EXCWOFF.TXT; run id " wo-run-id-in
                                " sequence " wo-sequence-in
                                " not applied. **"
                        end-if
                    end-if
                end-if
        end-read
    end-perform
    close write-off-file
    if write-off-count is equal to 0
        exit paragraph
    end-if
    move 'S' to sign-required-role
    move "write off listed exceptions" to sign-action
    set sign-func-check-role to true
    call "signon" using signon-parameters
    if sign-on-refused
        display "EXCWOFF.TXT lists " write-off-count " write-offs; only a"
            " supervisor may apply them. They are left for later."
        move 0 to write-off-count
        exit paragraph
    end-if
    move 'Y' to write-off-flag
    display write-off-count " write-offs on EXCWOFF.TXT will be applied.".

check-write-off.
    move 'N' to reject-write-off-flag
    perform varying write-off-idx from 1 by 1
            until write-off-idx is greater than write-off-count
        if wo-run-id(write-off-idx) is equal to wrk-first-run
                and wo-sequence(write-off-idx) is equal to wrk-sequence
                and (wo-depot(write-off-idx) is equal to spaces
                    or wo-depot(write-off-idx) is equal to wrk-depot)
            move 'Y' to reject-write-off-flag
            move 'Y' to wo-matched(write-off-idx)
        end-if
    end-perform.

*> a write-off closes the item on the history like a repair does,
*> so the help desk sees why the tag stopped coming back
write-write-off-history.
    if history-is-open is not equal to 'Y'
        exit paragraph
    end-if
    add 1 to history-entry-counter
    move spaces to history-record
    move wrk-sequence to hist-sequence
    move run-identity to hist-run-id
    move history-entry-counter to hist-entry-number
    move wrk-numeral to hist-numeral
    move 0 to hist-decimal
    move 0 to hist-twelfths
    move run-date-now to hist-date
    move wrk-direction to hist-direction
    move "WRITTEN OFF" to hist-disposition
    write history-record invalid key continue end-write.

*> the applied list is emptied so the same write-offs are not met
*> again; a listed run id + sequence not on the backlog is reported
clear-applied-write-offs.
    if not write-offs-applied
        exit paragraph
    end-if
    perform varying write-off-idx from 1 by 1
            until write-off-idx is greater than write-off-count
        if wo-matched(write-off-idx) is not equal to 'Y'
            display "Write-off run id " wo-run-id(write-off-idx)
                " sequence " wo-sequence(write-off-idx)
                " was not on the exceptions report; nothing closed."
        end-if
    end-perform
    open output write-off-file
    close write-off-file.

*> ----------------------------------------------------------------
*> a direction-'2' reject carries a decimal in the numeral field,
*> optionally with a ".tt" twelfths fraction. a field that is still
    move conv-reason-code to exc-reason-code-out
    move conv-reason-text to exc-reason-text-out
    move ir-direction to exc-direction-out
    move ir-qualifier to exc-qualifier-out
    move conv-depot-id to exc-depot-out
    move conv-origin-source to exc-source-out
    move conv-origin-date to exc-first-date
    move conv-origin-run to exc-first-run
    write exceptions-record
    close exceptions-report.

*> the character-substitution rules never touch a direction-'2'
*> reject: its field is a decimal number, and turning its digit 1
*> into an I would corrupt a value the blank/punctuation rules
*> alone could have repaired. a direction-'4' date is spared the
*> same way when it carries no roman letter at all, i.e. it is a
*> calendar date and not a roman one with a stray digit in it.
*> ----------------------------------------------------------------
apply-one-rule.
    perform count-roman-letters
    if rule-action(rule-idx) is equal to "SUBST1I "
        if wrk-direction is not equal to '2'
                and (wrk-direction is not equal to '4'
                  or roman-letter-count is greater than 0)
            inspect corrected-numeral converting "1" to "I"
        end-if
    else if rule-action(rule-idx) is equal to "SUBSTLI "
        if wrk-direction is not equal to '2'
                and (wrk-direction is not equal to '4'
                  or roman-letter-count is greater than 0)
            inspect corrected-numeral converting "l" to "I"
        end-if
    else if rule-action(rule-idx) is equal to "DEBLANK "
            rule-action(rule-idx) " ignored. **"
    end-if.

count-roman-letters.
    move 0 to roman-letter-count
    inspect corrected-numeral tallying roman-letter-count
        for all "I" "V" "X" "L" "C" "D" "M"
                "i" "v" "x" "c" "d" "m".

remove-embedded-blanks.
    move spaces to squeeze-numeral
    move 0 to fix-out-pos
