identification division.
program-id. qapost.
environment division.
input-output section.
file-control.
    select qa-sample-register assign to "QASAMPLE.TXT"
      organization line sequential
      file status is sample-file-status.
    select qa-register-work assign to "QAWORK.TXT"
      organization line sequential
      file status is work-file-status.
    select optional run-registry assign to "RUNREG.TXT"
      organization line sequential
      file status is registry-file-status.
    select exceptions-report assign to "EXCEPRPT.TXT"
      organization line sequential
      file status is exceptions-file-status.

data division.
file section.
fd qa-sample-register.
    copy "qarec.cpy".
fd qa-register-work.
    01 work-record pic x(240).
fd run-registry.
    copy "runreg.cpy".
fd exceptions-report.
    copy "excrec.cpy".

working-storage section.
    copy "rnconst.cpy".
    copy "procparm.cpy".
    copy "convparm.cpy".
    copy "signparm.cpy".
*> the sampled record being shown or posted
    copy "qarec.cpy" replacing leading ==qa-== by ==held-==.

77 sample-file-status pic xx.
77 work-file-status pic xx.
77 registry-file-status pic xx.
77 exceptions-file-status pic xx.
77 scan-eof-flag pic x.

77 cmd-line-arg-count pic 9(2) value 0.
77 cmd-line-arg-index pic 9(2).
77 cmd-line-arg-value pic x(30).

77 target-run-id pic x(16).
77 menu-choice pic 9(1).
77 entry-answer pic x.
77 keyed-result pic x.
77 keyed-tag-reading pic x(60).
77 stop-posting-flag pic x.

77 registry-match-flag pic x value 'N'.
77 registered-file-name pic x(30).
77 run-flagged-flag pic x value 'N'.
    88 run-already-flagged value 'Y'.

*> the run's sampled records, in register order, and which of them
*> this session failed (each of those goes to the exceptions report
*> once the results are saved)
77 sample-count pic 9(05) usage is computational value 0.
77 sample-idx pic 9(05) usage is computational.
77 register-run-lines pic 9(05) usage is computational.
01 run-sample-table.
    05 run-sample-image pic x(240) occurs 2000 times.
01 run-sample-flags.
    05 rs-new-fail pic x(01) occurs 2000 times.

77 item-out pic zzzz9.
77 fraction-out pic z9.
77 count-pending pic 9(05).
77 count-passed pic 9(05).
77 count-failed pic 9(05).
77 posted-this-session pic 9(05).
77 failed-this-session pic 9(05).
77 exceptions-queued pic 9(05) value 0.

77 posting-date pic 9(08).
77 posting-time pic 9(08).

procedure division.
main-logic.
*>  inspectors post their own findings; nothing here changes a
*>  conversion, so an operator sign-on is enough
    move "QAPOST" to sign-program
    move 'O' to sign-required-role
    set sign-func-sign-on to true
    call "signon" using signon-parameters
    if sign-on-refused
        move 12 to return-code
        stop run
    end-if
    call "procdate" using procdate-parameters
    move proc-business-date to posting-date
    perform get-run-parameters
    perform load-run-sample
    if sample-count is equal to 0
        display "Run " target-run-id " has no QA sample on QASAMPLE.TXT;"
            " run qasamp first."
        move 12 to return-code
        stop run
    end-if
    perform find-registry-entry
    perform count-run-results
    move 1 to menu-choice
    perform until menu-choice is equal to 0
        display " "
        display "QA results for run " target-run-id
        display "Sampled " sample-count "  passed " count-passed
            "  failed " count-failed "  pending " count-pending
        display "1 post results  2 list sample  0 quit"
        accept menu-choice
        if menu-choice is equal to 1
            perform post-inspection-results
        else if menu-choice is equal to 2
            perform list-run-sample
        else if menu-choice is equal to 0
            display "End of posting session."
        else
            display "Invalid choice."
        end-if
    end-perform
    if run-already-flagged
        move 4 to return-code
    end-if
    stop run.

get-run-parameters.
    move spaces to target-run-id
    accept cmd-line-arg-count from argument-number
    if cmd-line-arg-count is greater than 0
        move 1 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        move cmd-line-arg-value(1:16) to target-run-id
    else
        display "Enter the run id whose QA results are being posted:"
        accept target-run-id
    end-if
    if target-run-id is equal to spaces
        display "A run id is required."
        move 12 to return-code
        stop run
    end-if.

load-run-sample.
    move 0 to sample-count
    open input qa-sample-register
    if sample-file-status is not equal to "00"
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read qa-sample-register
            at end move 'Y' to scan-eof-flag
            not at end
                if qa-run-id is equal to target-run-id
                        and sample-count is less than 2000
                    add 1 to sample-count
                    move qa-sample-record to run-sample-image(sample-count)
                    move 'N' to rs-new-fail(sample-count)
                end-if
        end-read
    end-perform
    close qa-sample-register.

*> the run's input file for the registry line, and whether an
*> earlier session has already flagged the run
find-registry-entry.
    move spaces to registered-file-name
    open input run-registry
    if registry-file-status is not equal to "00"
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read run-registry
            at end move 'Y' to scan-eof-flag
            not at end
                if rr-run-id is equal to target-run-id
                        and rr-status is not equal to "STARTED"
                    move 'Y' to registry-match-flag
                    move rr-input-file to registered-file-name
                    if rr-status is equal to "QA-FAILED"
                        move 'Y' to run-flagged-flag
                    end-if
                end-if
        end-read
    end-perform
    close run-registry.

count-run-results.
    move 0 to count-pending
    move 0 to count-passed
    move 0 to count-failed
    perform varying sample-idx from 1 by 1 until sample-idx is greater than sample-count
        move run-sample-image(sample-idx) to held-sample-record
        if held-result-pass
            add 1 to count-passed
        else
            if held-result-fail
                add 1 to count-failed
            else
                add 1 to count-pending
            end-if
        end-if
    end-perform.

*> ----------------------------------------------------------------
*> option 1: each record still pending is shown in worksheet order
*> and its result keyed from the worksheet. a failure asks for the
*> tag as the inspector read it. nothing is kept until the session's
*> results are confirmed, and a posted result is final.
*> ----------------------------------------------------------------
post-inspection-results.
    if count-pending is equal to 0
        display "Every sampled record of this run already has a result."
        exit paragraph
    end-if
    move 0 to posted-this-session
    move 0 to failed-this-session
    move 'N' to stop-posting-flag
    perform varying sample-idx from 1 by 1
            until sample-idx is greater than sample-count
               or stop-posting-flag is equal to 'Y'
        move run-sample-image(sample-idx) to held-sample-record
        if held-result-pending
            perform post-one-result
        end-if
    end-perform
    if posted-this-session is equal to 0
        exit paragraph
    end-if
    display posted-this-session " results keyed, " failed-this-session
        " of them failures. Save them? (Y/N):"
    accept entry-answer
    if entry-answer is not equal to 'Y' and 'y'
        display "Results not saved."
        perform load-run-sample
        perform count-run-results
        exit paragraph
    end-if
    perform rewrite-sample-register
    if work-file-status is not equal to "00"
        perform load-run-sample
        perform count-run-results
        exit paragraph
    end-if
    if failed-this-session is greater than 0
        perform queue-failed-items
    end-if
    perform count-run-results
    perform judge-run-against-tolerance.

post-one-result.
    move sample-idx to item-out
    display " "
    display "Item " item-out "  sequence " held-sequence "  depot " held-depot
    display "  Numeral " held-numeral
    if held-twelfths is numeric and held-twelfths is greater than 0
        move held-twelfths to fraction-out
        display "  Decimal " held-decimal " and " fraction-out "/12"
    else
        display "  Decimal " held-decimal
    end-if
    display "Result - P pass, F fail, blank to leave pending, Q to stop:"
    move space to keyed-result
    accept keyed-result
    inspect keyed-result converting "pfq" to "PFQ"
    if keyed-result is equal to 'Q'
        move 'Y' to stop-posting-flag
        exit paragraph
    end-if
    if keyed-result is equal to space
        exit paragraph
    end-if
    if keyed-result is not equal to 'P' and 'F'
        display "Result must be P or F; item left pending."
        exit paragraph
    end-if
    move spaces to held-tag-reading
    if keyed-result is equal to 'F'
        display "The numeral as read from the tag (blank if it reads as"
            " shown):"
        move spaces to keyed-tag-reading
        accept keyed-tag-reading
        inspect keyed-tag-reading converting
            "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        move keyed-tag-reading to held-tag-reading
        move 'Y' to rs-new-fail(sample-idx)
        add 1 to failed-this-session
    end-if
    move keyed-result to held-result
    move sign-operator-id to held-inspector
    move posting-date to held-result-date
    move held-sample-record to run-sample-image(sample-idx)
    add 1 to posted-this-session.

*> ----------------------------------------------------------------
*> the register is rewritten through QAWORK.TXT, the run's lines
*> replaced in order by the posted ones and every other run's lines
*> carried through untouched
*> ----------------------------------------------------------------
rewrite-sample-register.
    open input qa-sample-register
    open output qa-register-work
    if work-file-status is not equal to "00"
        display "Cannot create QAWORK.TXT, file status " work-file-status
        display "Results not saved."
        close qa-sample-register
        exit paragraph
    end-if
    move 0 to register-run-lines
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read qa-sample-register
            at end move 'Y' to scan-eof-flag
            not at end
                if qa-run-id is equal to target-run-id
                        and register-run-lines is less than sample-count
                    add 1 to register-run-lines
                    write work-record from run-sample-image(register-run-lines)
                else
                    write work-record from qa-sample-record
                end-if
        end-read
    end-perform
    close qa-sample-register
    close qa-register-work
    open input qa-register-work
    open output qa-sample-register
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read qa-register-work
            at end move 'Y' to scan-eof-flag
            not at end write qa-sample-record from work-record
        end-read
    end-perform
    close qa-register-work
    close qa-sample-register
    display "Results saved to QASAMPLE.TXT".

*> ----------------------------------------------------------------
*> every failure goes to the exceptions report as reason 09 with
*> the tag as the inspector read it, so excfix reconverts what the
*> tag really says; a tag that reads as recorded goes back as it
*> was, excfix holds it rather than convert it to the same value
*> again, and the supervisor writes it off or traces it there
*> ----------------------------------------------------------------
queue-failed-items.
    open extend exceptions-report
    if exceptions-file-status is equal to "35"
        open output exceptions-report
        close exceptions-report
        open extend exceptions-report
    end-if
    perform varying sample-idx from 1 by 1 until sample-idx is greater than sample-count
        if rs-new-fail(sample-idx) is equal to 'Y'
            move run-sample-image(sample-idx) to held-sample-record
            perform queue-one-failed-item
            move 'N' to rs-new-fail(sample-idx)
        end-if
    end-perform
    close exceptions-report
    display exceptions-queued " failed items queued to EXCEPRPT.TXT for excfix".

queue-one-failed-item.
    move spaces to exceptions-record
    move held-sequence to exc-sequence-out
    if held-tag-reading is equal to spaces
        move held-numeral to exc-numeral-out
    else
        move held-tag-reading to exc-numeral-out
    end-if
    set conv-reason-qa-failed to true
    move conv-reason-code to exc-reason-code-out
    string "Failed QA inspection; the run gave " delimited by size
        held-decimal delimited by size
        into exc-reason-text-out
    move held-direction to exc-direction-out
    move held-depot to exc-depot-out
    move held-source to exc-source-out
    move posting-date to exc-first-date
    move target-run-id to exc-first-run
    write exceptions-record
    add 1 to exceptions-queued.

*> ----------------------------------------------------------------
*> the run is flagged once its failures pass the tolerance share of
*> the whole sample -- more failures can only follow, so it need
*> not wait for the last result. the flag is a fresh status line on
*> the append-only registry, as ackpost's and backout's are.
*> ----------------------------------------------------------------
judge-run-against-tolerance.
    if count-failed * 100 is not greater than qa-failure-tolerance * sample-count
        if count-pending is equal to 0
            display "Run " target-run-id " passed QA: " count-failed
                " failures in " sample-count " sampled."
        end-if
        exit paragraph
    end-if
    if run-already-flagged
        display "Run " target-run-id " is already flagged QA-FAILED."
        exit paragraph
    end-if
    open extend run-registry
    if registry-file-status is equal to "35"
        open output run-registry
        close run-registry
        open extend run-registry
    end-if
    accept posting-time from time
    move spaces to registry-record
    move target-run-id to rr-run-id
    move registered-file-name to rr-input-file
    move posting-date to rr-start-date
    move posting-time to rr-start-time
    move posting-date to rr-end-date
    move posting-time to rr-end-time
    move "QA-FAILED" to rr-status
    move sample-count to rr-total-read
    move count-passed to rr-total-converted
    move count-failed to rr-total-rejected
    move 0 to rr-sum-of-decimals
    write registry-record
    close run-registry
    move 'Y' to run-flagged-flag
    display "** Run " target-run-id " flagged QA-FAILED on RUNREG.TXT: "
        count-failed " failures in " sample-count " sampled. **".

*> ----------------------------------------------------------------
*> option 2: the run's sample with whatever has been posted
*> ----------------------------------------------------------------
list-run-sample.
    perform varying sample-idx from 1 by 1 until sample-idx is greater than sample-count
        move run-sample-image(sample-idx) to held-sample-record
        move sample-idx to item-out
        if held-result-pending
            display item-out " " held-sequence " " held-numeral(1:30) " "
                held-decimal "  pending"
        else
            display item-out " " held-sequence " " held-numeral(1:30) " "
                held-decimal "  " held-result " " held-inspector " "
                held-tag-reading(1:30)
        end-if
    end-perform.
