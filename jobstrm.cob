identification division.
program-id. jobstrm.
environment division.
input-output section.
file-control.
    select job-steps assign to "JOBSTEPS.TXT"
      organization line sequential
      file status is steps-file-status.
    select optional job-log assign to "JOBLOG.TXT"
      organization line sequential
      file status is log-file-status.
    select job-status-report assign to "JOBSTAT.TXT"
      organization line sequential
      file status is report-file-status.
    select optional run-registry assign to "RUNREG.TXT"
      organization line sequential
      file status is registry-file-status.
    select optional probe-file assign to probe-file-name
      organization line sequential
      file status is probe-file-status.

data division.
file section.
*> the night's chain is data, not code, like the excfix rules and
*> the retention policy: one line per step in the order they run,
*> "*" in column 1 for a comment line.
*>   step name   the name the log and the status report carry
*>   rc limit    the highest return code that lets the chain go on
*>   trigger     a dataset the step waits on (the loader's
*>               LOADACK.TXT for ackpost); when it is not there the
*>               step is bypassed and the chain carries on. blank
*>               means the step always runs.
*>   command     the command line; &RUNID is replaced by the newest
*>               run id on RUNREG.TXT when the step starts, so
*>               runvrfy can check the run the chain just made
fd job-steps.
    01 job-step-record.
        05 js-step-name pic x(08).
        05 filler pic x.
        05 js-rc-limit pic 9(02).
        05 filler pic x.
        05 js-trigger-file pic x(30).
        05 filler pic x.
        05 js-command pic x(100).
*> the step log: one line each time a step starts, ends, fails or
*> is passed over, under the job id of the night it belongs to.
*> a restart reads it back to find where the failed night stopped.
fd job-log.
    01 job-log-record.
        05 jl-job-id pic x(16).
        05 filler pic x.
        05 jl-step-number pic 9(03).
        05 filler pic x.
        05 jl-step-name pic x(08).
        05 filler pic x.
        05 jl-event pic x(08).
        05 filler pic x.
        05 jl-return-code pic 9(04).
        05 filler pic x.
        05 jl-date pic 9(08).
        05 filler pic x.
        05 jl-time pic 9(08).
fd job-status-report.
    01 report-line pic x(100).
fd run-registry.
    copy "runreg.cpy".
fd probe-file.
    01 probe-record pic x(100).

working-storage section.
    copy "procparm.cpy".
77 steps-file-status pic xx.
77 log-file-status pic xx.
77 report-file-status pic xx.
77 registry-file-status pic xx.
77 probe-file-status pic xx.
77 scan-eof-flag pic x.

77 cmd-line-arg-count pic 9(2) value 0.
77 cmd-line-arg-index pic 9(2).
77 cmd-line-arg-value pic x(30).

*> N is a fresh night from the first step; R restarts the last
*> night from the step it stopped on, or from a named step
77 job-mode pic x value 'N'.
    88 job-mode-restart value 'R'.
77 restart-step-name pic x(08) value spaces.

77 job-id pic x(16).
77 job-date pic 9(08).
77 job-time pic 9(08).
77 step-time-now pic 9(08).
77 first-step-to-run pic 9(03) value 1.

*> the chain as loaded from JOBSTEPS.TXT, with what became of each
*> step tonight (or on the night being restarted)
77 step-count pic 9(03) usage is computational value 0.
77 step-idx pic 9(03) usage is computational.
01 step-table.
    05 step-entry occurs 50 times.
        10 st-name pic x(08).
        10 st-rc-limit pic 9(02).
        10 st-trigger pic x(30).
        10 st-command pic x(100).
        10 st-outcome pic x(08).
        10 st-return-code pic 9(04).

77 system-return pic s9(09) usage is computational.
77 step-return-code pic 9(04).
77 job-condition-code pic 9(04) value 0.
77 chain-broken-flag pic x value 'N'.
77 broken-step-idx pic 9(03) usage is computational value 0.

77 step-command-line pic x(160).
77 command-before pic x(100).
77 command-after pic x(100).
77 latest-run-id pic x(16).
77 probe-file-name pic x(30).

*> the three reports the operator used to read one by one each
*> morning, boiled down to the line that matters in each
77 edit-verdict pic x(70) value spaces.
77 verify-verdict pic x(70) value spaces.
01 last-run-summary.
    05 lr-run-id pic x(16) value spaces.
    05 filler pic x value space.
    05 lr-input-file pic x(30) value spaces.
    05 filler pic x value space.
    05 lr-status pic x(09) value spaces.
01 last-ack-summary.
    05 la-run-id pic x(16) value spaces.
    05 filler pic x value space.
    05 la-status pic x(09) value spaces.
77 lr-total-read pic 9(10) value 0.
77 lr-total-converted pic 9(10) value 0.
77 lr-total-rejected pic 9(10) value 0.

01 report-heading-line.
    05 filler pic x(26) value "Nightly job stream   job ".
    05 heading-job-id pic x(16).
    05 filler pic x(10) value "   date  ".
    05 heading-job-date pic 9(08).
01 step-heading-line.
    05 filler pic x(44)
        value "  Stp   Name      Limit   RC   Outcome".
01 step-detail-line.
    05 filler pic x(02) value spaces.
    05 detail-step-number pic zz9.
    05 filler pic x(3) value spaces.
    05 detail-step-name pic x(08).
    05 filler pic x(3) value spaces.
    05 detail-rc-limit pic z9.
    05 filler pic x(3) value spaces.
    05 detail-return-code pic zzz9.
    05 filler pic x(3) value spaces.
    05 detail-outcome pic x(12).
01 source-detail-line.
    05 filler pic x(02) value spaces.
    05 source-name pic x(12).
    05 filler pic x(02) value ": ".
    05 source-text pic x(80).
01 run-count-line.
    05 filler pic x(16) value spaces.
    05 filler pic x(06) value "read ".
    05 count-read pic z(9)9.
    05 filler pic x(12) value "  converted ".
    05 count-converted pic z(9)9.
    05 filler pic x(11) value "  rejected ".
    05 count-rejected pic z(9)9.

procedure division.
main-logic.
    perform get-job-parameters
    perform load-job-steps
    if step-count is equal to 0
        display "JOBSTEPS.TXT carries no steps; nothing to run."
        move 12 to return-code
        stop run
    end-if
    call "procdate" using procdate-parameters
    move proc-business-date to job-date
    accept job-time from time
    if job-mode-restart
        perform find-restart-point
    else
        move spaces to job-id
        string job-date delimited by size
            job-time delimited by size
            into job-id
    end-if
    perform open-job-log
    perform varying step-idx from first-step-to-run by 1
            until step-idx is greater than step-count
               or chain-broken-flag is equal to 'Y'
        perform run-one-step
    end-perform
    if chain-broken-flag is equal to 'Y'
        perform skip-rest-of-chain
    end-if
    close job-log
    perform write-job-status-report
    display " "
    display "==== Nightly job stream " job-id " ===="
    perform varying step-idx from 1 by 1 until step-idx is greater than step-count
        display "  " st-name(step-idx) "  rc " st-return-code(step-idx)
            "  " st-outcome(step-idx)
    end-perform
    if chain-broken-flag is equal to 'Y'
        display "Chain stopped at " st-name(broken-step-idx)
            "; restart with: jobstrm R"
    else
        display "Chain complete."
    end-if
    display "Status written to JOBSTAT.TXT"
    if job-condition-code is greater than 99
        move 12 to job-condition-code
    end-if
    move job-condition-code to return-code
    stop run.

*> ----------------------------------------------------------------
*> jobstrm            run the chain from the top
*> jobstrm R          restart the last night where it stopped
*> jobstrm R STEPNAME restart the last night from a named step
*> ----------------------------------------------------------------
get-job-parameters.
    accept cmd-line-arg-count from argument-number
    if cmd-line-arg-count is greater than 0
        move 1 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        if cmd-line-arg-value(1:1) is equal to 'R' or 'r'
            move 'R' to job-mode
        end-if
        if cmd-line-arg-count is greater than 1
            move 2 to cmd-line-arg-index
            display cmd-line-arg-index upon argument-number
            accept cmd-line-arg-value from argument-value
            move cmd-line-arg-value(1:8) to restart-step-name
        end-if
    end-if.

load-job-steps.
    open input job-steps
    if steps-file-status is not equal to "00"
        display "Cannot open JOBSTEPS.TXT, file status " steps-file-status
        move 12 to return-code
        stop run
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read job-steps
            at end move 'Y' to scan-eof-flag
            not at end
                if job-step-record(1:1) is not equal to '*'
                        and js-step-name is not equal to spaces
                    perform load-one-step
                end-if
        end-read
    end-perform
    close job-steps.

load-one-step.
    if step-count is not less than 50
        display "** WARNING: more than 50 steps on JOBSTEPS.TXT;"
            " step " js-step-name " ignored. **"
        exit paragraph
    end-if
    add 1 to step-count
    move js-step-name to st-name(step-count)
    if js-rc-limit is numeric
        move js-rc-limit to st-rc-limit(step-count)
    else
        move 0 to st-rc-limit(step-count)
    end-if
    move js-trigger-file to st-trigger(step-count)
    move js-command to st-command(step-count)
    move "NOT RUN" to st-outcome(step-count)
    move 0 to st-return-code(step-count).

*> ----------------------------------------------------------------
*> a restart picks up the newest job id on the step log. every
*> step that ended (or was bypassed) under that id is carried as
*> done; the chain resumes at the first step that did not, or at
*> the step the operator named.
*> ----------------------------------------------------------------
find-restart-point.
    move spaces to job-id
    open input job-log
    if log-file-status is not equal to "00"
        display "No JOBLOG.TXT to restart from; running from the top."
        move 'N' to job-mode
        string job-date delimited by size
            job-time delimited by size
            into job-id
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read job-log
            at end move 'Y' to scan-eof-flag
            not at end
                if jl-job-id is greater than job-id
                    move jl-job-id to job-id
                end-if
        end-read
    end-perform
    close job-log
    if job-id is equal to spaces
        move 'N' to job-mode
        string job-date delimited by size
            job-time delimited by size
            into job-id
        exit paragraph
    end-if
    open input job-log
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read job-log
            at end move 'Y' to scan-eof-flag
            not at end
                if jl-job-id is equal to job-id
                        and jl-step-number is greater than 0
                        and jl-step-number is not greater than step-count
                    move jl-event to st-outcome(jl-step-number)
                    move jl-return-code to st-return-code(jl-step-number)
                end-if
        end-read
    end-perform
    close job-log
    move 0 to first-step-to-run
    if restart-step-name is not equal to spaces
        perform varying step-idx from 1 by 1
                until step-idx is greater than step-count
                   or first-step-to-run is greater than 0
            if st-name(step-idx) is equal to restart-step-name
                move step-idx to first-step-to-run
            end-if
        end-perform
        if first-step-to-run is equal to 0
            display "Step " restart-step-name " is not on JOBSTEPS.TXT."
            move 12 to return-code
            stop run
        end-if
    else
        perform varying step-idx from 1 by 1
                until step-idx is greater than step-count
                   or first-step-to-run is greater than 0
            if st-outcome(step-idx) is not equal to "ENDED"
                    and st-outcome(step-idx) is not equal to "BYPASSED"
                move step-idx to first-step-to-run
            end-if
        end-perform
        if first-step-to-run is equal to 0
            display "Job " job-id " ran every step; nothing to restart."
            move 0 to return-code
            stop run
        end-if
    end-if
*>  the steps the first attempt already ended keep their return
*>  codes in the night's condition code, so a warning before the
*>  restart point still shows in the final return code
    perform varying step-idx from 1 by 1
            until step-idx is not less than first-step-to-run
        if st-outcome(step-idx) is equal to "ENDED"
                and st-return-code(step-idx) is greater than job-condition-code
            move st-return-code(step-idx) to job-condition-code
        end-if
    end-perform
    perform varying step-idx from first-step-to-run by 1
            until step-idx is greater than step-count
        move "NOT RUN" to st-outcome(step-idx)
        move 0 to st-return-code(step-idx)
    end-perform
    display "Restarting job " job-id " at step " first-step-to-run
        " (" st-name(first-step-to-run) ")".

open-job-log.
    open extend job-log
    if log-file-status is equal to "35"
        open output job-log
        close job-log
        open extend job-log
    end-if.

*> ----------------------------------------------------------------
*> one step: bypass it if the dataset it waits on has not come in,
*> otherwise run the command and hold its return code against the
*> step's limit. the shell hands back the wait status, so the
*> step's own return code is the high byte of what comes back.
*> ----------------------------------------------------------------
run-one-step.
    if st-trigger(step-idx) is not equal to spaces
        move st-trigger(step-idx) to probe-file-name
        open input probe-file
        if probe-file-status is not equal to "00"
            move "BYPASSED" to st-outcome(step-idx)
            move 0 to st-return-code(step-idx)
            perform log-step-event
            display "Step " st-name(step-idx) " bypassed: "
                probe-file-name " has not arrived."
            exit paragraph
        end-if
        close probe-file
    end-if
    perform build-step-command
    move "STARTED" to st-outcome(step-idx)
    move 0 to st-return-code(step-idx)
    perform log-step-event
    display "Step " st-name(step-idx) ": " step-command-line
    call "SYSTEM" using step-command-line
        returning system-return
    end-call
    if system-return is less than 0
        move 9999 to step-return-code
    else
        if system-return is greater than 255
            divide system-return by 256 giving system-return
        end-if
        move system-return to step-return-code
    end-if
    move step-return-code to st-return-code(step-idx)
    if step-return-code is greater than job-condition-code
        move step-return-code to job-condition-code
    end-if
    if step-return-code is greater than st-rc-limit(step-idx)
        move "FAILED" to st-outcome(step-idx)
        move 'Y' to chain-broken-flag
        move step-idx to broken-step-idx
    else
        move "ENDED" to st-outcome(step-idx)
    end-if
    perform log-step-event.

build-step-command.
    move spaces to step-command-line
    move spaces to command-before
    move spaces to command-after
    if st-command(step-idx) is equal to spaces
        exit paragraph
    end-if
    unstring st-command(step-idx) delimited by "&RUNID"
        into command-before command-after
    end-unstring
    if command-after is equal to spaces
            and command-before is equal to st-command(step-idx)
        move st-command(step-idx) to step-command-line
        exit paragraph
    end-if
    perform find-latest-run-id
    string command-before delimited by "  "
        " " delimited by size
        latest-run-id delimited by space
        " " delimited by size
        command-after delimited by "  "
        into step-command-line
    end-string.

*> the newest conversion run on the registry, the one the chain's
*> conversion step just made (or the merge that closed it)
find-latest-run-id.
    move spaces to latest-run-id
    open input run-registry
    if registry-file-status is not equal to "00"
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read run-registry
            at end move 'Y' to scan-eof-flag
            not at end
                if (rr-status is equal to "COMPLETED"
                        or rr-status is equal to "MERGED"
                        or rr-status is equal to "STARTED"
                        or rr-status is equal to "ABORTED")
                        and rr-run-id is greater than latest-run-id
                    move rr-run-id to latest-run-id
                end-if
        end-read
    end-perform
    close run-registry.

skip-rest-of-chain.
    compute step-idx = broken-step-idx + 1
    perform until step-idx is greater than step-count
        move "SKIPPED" to st-outcome(step-idx)
        move 0 to st-return-code(step-idx)
        perform log-step-event
        add 1 to step-idx
    end-perform.

log-step-event.
    accept step-time-now from time
    move spaces to job-log-record
    move job-id to jl-job-id
    move step-idx to jl-step-number
    move st-name(step-idx) to jl-step-name
    move st-outcome(step-idx) to jl-event
    move st-return-code(step-idx) to jl-return-code
    move job-date to jl-date
    move step-time-now to jl-time
    write job-log-record.

*> ----------------------------------------------------------------
*> the one status report: every step's outcome, then the verdict
*> lines of the edit and verification reports and the registry's
*> word on the conversion run and the loader acknowledgment
*> ----------------------------------------------------------------
write-job-status-report.
    perform collect-step-report-lines
    open output job-status-report
    move job-id to heading-job-id
    move job-date to heading-job-date
    write report-line from report-heading-line
    move spaces to report-line
    write report-line
    write report-line from step-heading-line
    perform varying step-idx from 1 by 1 until step-idx is greater than step-count
        move step-idx to detail-step-number
        move st-name(step-idx) to detail-step-name
        move st-rc-limit(step-idx) to detail-rc-limit
        move st-return-code(step-idx) to detail-return-code
        if job-mode-restart and step-idx is less than first-step-to-run
            move "DONE EARLIER" to detail-outcome
        else
            move st-outcome(step-idx) to detail-outcome
        end-if
        write report-line from step-detail-line
    end-perform
    move spaces to report-line
    write report-line
    move "From the step reports:" to report-line
    write report-line
    move "EDITRPT.TXT" to source-name
    move edit-verdict to source-text
    if source-text is equal to spaces
        move "(no edit report)" to source-text
    end-if
    write report-line from source-detail-line
    move "RUNREG.TXT" to source-name
    if lr-run-id is equal to spaces
        move "(no conversion run registered)" to source-text
    else
        move spaces to source-text
        string "last run " delimited by size
            last-run-summary delimited by size
            into source-text
    end-if
    write report-line from source-detail-line
    if lr-run-id is not equal to spaces
        move lr-total-read to count-read
        move lr-total-converted to count-converted
        move lr-total-rejected to count-rejected
        write report-line from run-count-line
    end-if
    if la-run-id is not equal to spaces
        move "RUNREG.TXT" to source-name
        move spaces to source-text
        string "loader ack " delimited by size
            last-ack-summary delimited by size
            into source-text
        write report-line from source-detail-line
    end-if
    move "RUNVRFY.TXT" to source-name
    move verify-verdict to source-text
    if source-text is equal to spaces
        move "(no verification report)" to source-text
    end-if
    write report-line from source-detail-line
    move spaces to report-line
    write report-line
    if chain-broken-flag is equal to 'Y'
        move spaces to report-line
        string "JOB VERDICT: STOPPED AT " delimited by size
            st-name(broken-step-idx) delimited by space
            " - correct and restart with jobstrm R" delimited by size
            into report-line
    else
        move "JOB VERDICT: CHAIN COMPLETE." to report-line
    end-if
    write report-line
    close job-status-report.

collect-step-report-lines.
    move "EDITRPT.TXT" to probe-file-name
    perform find-verdict-line
    move probe-record(1:70) to edit-verdict
    move "RUNVRFY.TXT" to probe-file-name
    perform find-verdict-line
    move probe-record(1:70) to verify-verdict
    open input run-registry
    if registry-file-status is not equal to "00"
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read run-registry
            at end move 'Y' to scan-eof-flag
            not at end
                if rr-status is equal to "COMPLETED"
                        or rr-status is equal to "MERGED"
                        or rr-status is equal to "STARTED"
                        or rr-status is equal to "ABORTED"
                    if rr-run-id is not less than lr-run-id
                        move rr-run-id to lr-run-id
                        move rr-input-file to lr-input-file
                        move rr-status to lr-status
                        move rr-total-read to lr-total-read
                        move rr-total-converted to lr-total-converted
                        move rr-total-rejected to lr-total-rejected
                    end-if
                else
                    if rr-status is equal to "DELIVERED"
                            or rr-status is equal to "NAK"
                        move rr-run-id to la-run-id
                        move rr-status to la-status
                    end-if
                end-if
        end-read
    end-perform
    close run-registry.

find-verdict-line.
    move spaces to probe-record
    open input probe-file
    if probe-file-status is not equal to "00"
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read probe-file
            at end move 'Y' to scan-eof-flag
            not at end
                if probe-record(1:8) is equal to "VERDICT:"
                    move 'Y' to scan-eof-flag
                end-if
        end-read
    end-perform
    if probe-record(1:8) is not equal to "VERDICT:"
        move spaces to probe-record
    end-if
    close probe-file.
