identification division.
program-id. qarpt.
environment division.
input-output section.
file-control.
    select optional qa-sample-register assign to "QASAMPLE.TXT"
      organization line sequential
      file status is sample-file-status.
    select optional run-registry assign to "RUNREG.TXT"
      organization line sequential
      file status is registry-file-status.
    select qa-report assign to "QARPT.TXT"
      organization line sequential
      file status is report-file-status.

data division.
file section.
fd qa-sample-register.
    copy "qarec.cpy".
fd run-registry.
    copy "runreg.cpy".
fd qa-report.
    01 report-line pic x(100).

working-storage section.
    copy "rnconst.cpy".
    copy "procparm.cpy".

77 sample-file-status pic xx.
77 registry-file-status pic xx.
77 report-file-status pic xx.
77 scan-eof-flag pic x.

77 cmd-line-arg-count pic 9(2) value 0.
77 cmd-line-arg-index pic 9(2).
77 cmd-line-arg-value pic x(30).

*> the quarter reported, keyed as YYYYQn
77 report-quarter pic x(06).
77 report-year pic 9(04).
77 report-quarter-number pic 9(01).
77 quarter-first-month pic 9(02).
77 quarter-from-date pic 9(08).
77 quarter-to-date pic 9(08).
77 business-month pic 9(02).
01 quarter-year-x pic x(04).
01 quarter-year-9 redefines quarter-year-x pic 9(04).
01 quarter-number-x pic x(01).
01 quarter-number-9 redefines quarter-number-x pic 9(01).

*> one entry per depot sampled in the quarter, the run last seen
*> for it telling a new run from another line of the same one
*> (qasamp appends a run's sample together, so a run's lines are
*> never interleaved with another's)
77 depot-count pic 9(03) usage is computational value 0.
77 depot-idx pic 9(03) usage is computational.
77 depot-found-idx pic 9(03) usage is computational.
77 depot-table-full-flag pic x value 'N'.
01 depot-table.
    05 depot-entry occurs 100 times.
        10 qd-depot pic x(08).
        10 qd-last-run pic x(16).
        10 qd-runs pic 9(05).
        10 qd-sampled pic 9(07).
        10 qd-passed pic 9(07).
        10 qd-failed pic 9(07).
        10 qd-pending pic 9(07).
01 quarter-totals.
    05 qt-last-run pic x(16) value spaces.
    05 qt-runs pic 9(05) value 0.
    05 qt-sampled pic 9(07) value 0.
    05 qt-passed pic 9(07) value 0.
    05 qt-failed pic 9(07) value 0.
    05 qt-pending pic 9(07) value 0.
77 runs-flagged pic 9(05) value 0.

*> the figures for one line, whichever depot (or the total) it is
77 line-posted pic 9(07).
77 line-failed pic 9(07).
77 error-proportion pic 9v9(12).
77 upper-proportion pic 9v9(12).
77 error-percent pic 999v99.
77 upper-percent pic 999v99.
77 sqrt-input pic 9v9(12).
77 sqrt-result pic 9v9(12).
77 sqrt-step pic 99 usage is computational.

01 report-heading-line.
    05 filler pic x(32) value "Quarterly QA sampling report".
    05 heading-quarter pic x(06).
    05 filler pic x(03) value "  (".
    05 heading-from-date pic 9(08).
    05 filler pic x(04) value " to ".
    05 heading-to-date pic 9(08).
    05 filler pic x(01) value ")".
01 column-heading-line.
    05 filler pic x(10) value "DEPOT".
    05 filler pic x(07) value "RUNS".
    05 filler pic x(09) value "SAMPLED".
    05 filler pic x(09) value "POSTED".
    05 filler pic x(09) value "PENDING".
    05 filler pic x(09) value "FAILED".
    05 filler pic x(09) value "ERROR%".
    05 filler pic x(11) value "UPPER 95%".
    05 filler pic x(15) value "WITHIN TOL".
01 depot-line.
    05 dl-depot pic x(08).
    05 filler pic x(02) value spaces.
    05 dl-runs pic zzzz9.
    05 filler pic x(02) value spaces.
    05 dl-sampled pic zzzzzz9.
    05 filler pic x(02) value spaces.
    05 dl-posted pic zzzzzz9.
    05 filler pic x(02) value spaces.
    05 dl-pending pic zzzzzz9.
    05 filler pic x(02) value spaces.
    05 dl-failed pic zzzzzz9.
    05 filler pic x(02) value spaces.
    05 dl-error-percent pic zz9.99.
    05 filler pic x(04) value spaces.
    05 dl-upper-percent pic zz9.99.
    05 filler pic x(05) value spaces.
    05 dl-verdict pic x(15).
01 note-line.
    05 filler pic x(02) value spaces.
    05 note-text pic x(60).
    05 note-value pic zzzz9.

procedure division.
main-logic.
    perform get-run-parameters
    perform tally-quarter-samples
    perform count-flagged-runs
    open output qa-report
    if report-file-status is not equal to "00"
        display "Cannot create QARPT.TXT, file status " report-file-status
        move 12 to return-code
        stop run
    end-if
    move report-quarter to heading-quarter
    move quarter-from-date to heading-from-date
    move quarter-to-date to heading-to-date
    write report-line from report-heading-line
    move spaces to report-line
    write report-line
    write report-line from column-heading-line
    perform varying depot-idx from 1 by 1 until depot-idx is greater than depot-count
        perform write-one-depot-line
    end-perform
    move spaces to report-line
    write report-line
    move spaces to depot-line
    move "ALL" to dl-depot
    move qt-runs to dl-runs
    move qt-sampled to dl-sampled
    move qt-pending to dl-pending
    move qt-failed to dl-failed
    add qt-passed qt-failed giving line-posted
    move qt-failed to line-failed
    perform fill-line-figures
    write report-line from depot-line
    move spaces to report-line
    write report-line
    perform write-report-notes
    close qa-report
    display " "
    display "==== Quarterly QA sampling " report-quarter " ===="
    display "Depots sampled          : " depot-count
    display "Records sampled         : " qt-sampled
    display "Results posted          : " line-posted
    display "Failed inspection       : " qt-failed
    display "Runs flagged QA-FAILED  : " runs-flagged
    display "Report written to QARPT.TXT"
    if qt-sampled is equal to 0
        display "No QA samples were drawn in the quarter."
        move 4 to return-code
    end-if
    stop run.

*> ----------------------------------------------------------------
*> the quarter comes from the command line (qarpt 2026Q3) or the
*> operator; blank is the last whole quarter before the business
*> date, the one the auditors ask for
*> ----------------------------------------------------------------
get-run-parameters.
    move spaces to report-quarter
    accept cmd-line-arg-count from argument-number
    if cmd-line-arg-count is greater than 0
        move 1 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        move cmd-line-arg-value(1:6) to report-quarter
    else
        display "Quarter to report (YYYYQn, blank for the last whole quarter):"
        accept report-quarter
    end-if
    if report-quarter is equal to spaces
        perform default-to-last-quarter
    end-if
    inspect report-quarter converting "q" to "Q"
    move report-quarter(1:4) to quarter-year-x
    move report-quarter(6:1) to quarter-number-x
    if quarter-year-x is not numeric
            or report-quarter(5:1) is not equal to 'Q'
            or quarter-number-x is not numeric
            or quarter-number-9 is less than 1
            or quarter-number-9 is greater than 4
        display "Give the quarter as YYYYQn, for example 2026Q3."
        move 12 to return-code
        stop run
    end-if
    move quarter-year-9 to report-year
    move quarter-number-9 to report-quarter-number
    compute quarter-first-month = (report-quarter-number - 1) * 3 + 1
    compute quarter-from-date = report-year * 10000
        + quarter-first-month * 100 + 1
    compute quarter-to-date = report-year * 10000
        + (quarter-first-month + 2) * 100 + 31
    if report-quarter-number is equal to 2 or 3
        subtract 1 from quarter-to-date
    end-if.

default-to-last-quarter.
    call "procdate" using procdate-parameters
    move proc-business-date(1:4) to report-year
    move proc-business-date(5:2) to business-month
    compute report-quarter-number = (business-month - 1) / 3 + 1
    if report-quarter-number is equal to 1
        move 4 to report-quarter-number
        subtract 1 from report-year
    else
        subtract 1 from report-quarter-number
    end-if
    move report-year to report-quarter(1:4)
    move 'Q' to report-quarter(5:1)
    move report-quarter-number to report-quarter(6:1).

*> ----------------------------------------------------------------
*> every record sampled in the quarter, by the depot it converted
*> for; the quarter is the business date the sample was drawn
*> ----------------------------------------------------------------
tally-quarter-samples.
    open input qa-sample-register
    if sample-file-status is not equal to "00"
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read qa-sample-register
            at end move 'Y' to scan-eof-flag
            not at end
                if qa-sample-date is not less than quarter-from-date
                        and qa-sample-date is not greater than quarter-to-date
                    perform tally-one-sampled-record
                end-if
        end-read
    end-perform
    close qa-sample-register.

tally-one-sampled-record.
    if qa-depot is equal to spaces
        move "NODEPOT" to qa-depot
    end-if
    perform find-depot-entry
    if depot-found-idx is equal to 0
        exit paragraph
    end-if
    if qd-last-run(depot-found-idx) is not equal to qa-run-id
        move qa-run-id to qd-last-run(depot-found-idx)
        add 1 to qd-runs(depot-found-idx)
    end-if
    if qt-last-run is not equal to qa-run-id
        move qa-run-id to qt-last-run
        add 1 to qt-runs
    end-if
    add 1 to qd-sampled(depot-found-idx)
    add 1 to qt-sampled
    if qa-result-pass
        add 1 to qd-passed(depot-found-idx)
        add 1 to qt-passed
    else
        if qa-result-fail
            add 1 to qd-failed(depot-found-idx)
            add 1 to qt-failed
        else
            add 1 to qd-pending(depot-found-idx)
            add 1 to qt-pending
        end-if
    end-if.

find-depot-entry.
    move 0 to depot-found-idx
    perform varying depot-idx from 1 by 1
            until depot-idx is greater than depot-count
               or depot-found-idx is greater than 0
        if qd-depot(depot-idx) is equal to qa-depot
            move depot-idx to depot-found-idx
        end-if
    end-perform
    if depot-found-idx is greater than 0
        exit paragraph
    end-if
    if depot-count is not less than 100
        if depot-table-full-flag is equal to 'N'
            move 'Y' to depot-table-full-flag
            display "** WARNING: more than 100 depots sampled; later"
                " depots are left out of the report. **"
        end-if
        exit paragraph
    end-if
    add 1 to depot-count
    move depot-count to depot-found-idx
    move qa-depot to qd-depot(depot-count)
    move spaces to qd-last-run(depot-count)
    move 0 to qd-runs(depot-count)
    move 0 to qd-sampled(depot-count)
    move 0 to qd-passed(depot-count)
    move 0 to qd-failed(depot-count)
    move 0 to qd-pending(depot-count).

*> runs qapost flagged in the quarter, by the date of the flag
count-flagged-runs.
    open input run-registry
    if registry-file-status is not equal to "00"
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read run-registry
            at end move 'Y' to scan-eof-flag
            not at end
                if rr-status is equal to "QA-FAILED"
                        and rr-end-date is not less than quarter-from-date
                        and rr-end-date is not greater than quarter-to-date
                    add 1 to runs-flagged
                end-if
        end-read
    end-perform
    close run-registry.

write-one-depot-line.
    move spaces to depot-line
    move qd-depot(depot-idx) to dl-depot
    move qd-runs(depot-idx) to dl-runs
    move qd-sampled(depot-idx) to dl-sampled
    move qd-pending(depot-idx) to dl-pending
    move qd-failed(depot-idx) to dl-failed
    add qd-passed(depot-idx) qd-failed(depot-idx) giving line-posted
    move qd-failed(depot-idx) to line-failed
    perform fill-line-figures
    write report-line from depot-line.

*> ----------------------------------------------------------------
*> the error rate is the share of posted results that failed. the
*> upper bound is the highest rate the sample still leaves open at
*> 95% confidence: the normal approximation rate + 1.96 standard
*> errors, or, when nothing failed, three over the results posted
*> (the usual rule of three, since the approximation gives no
*> width at a zero rate). a depot is within tolerance only when
*> even that bound is no worse than the run tolerance.
*> ----------------------------------------------------------------
fill-line-figures.
    move line-posted to dl-posted
    if line-posted is equal to 0
        move 0 to dl-error-percent
        move 0 to dl-upper-percent
        move "NO RESULTS" to dl-verdict
        exit paragraph
    end-if
    compute error-proportion rounded = line-failed / line-posted
    if line-failed is equal to 0
        if line-posted is less than 3
            move 1 to upper-proportion
        else
            compute upper-proportion rounded = 3 / line-posted
        end-if
    else
        compute sqrt-input rounded =
            error-proportion * (1 - error-proportion) / line-posted
        perform compute-square-root
        compute upper-proportion rounded =
            error-proportion + 1.96 * sqrt-result
        if upper-proportion is greater than 1
            move 1 to upper-proportion
        end-if
    end-if
    compute error-percent rounded = error-proportion * 100
    compute upper-percent rounded = upper-proportion * 100
    move error-percent to dl-error-percent
    move upper-percent to dl-upper-percent
    if upper-percent is not greater than qa-failure-tolerance
        move "YES" to dl-verdict
    else
        if error-percent is not greater than qa-failure-tolerance
            move "NOT PROVEN" to dl-verdict
        else
            move "NO" to dl-verdict
        end-if
    end-if.

*> newton's method; the variance of a proportion is never above a
*> quarter, so the root is never above a half and the first guess
*> of a half comes down onto it from above
compute-square-root.
    move 0 to sqrt-result
    if sqrt-input is equal to 0
        exit paragraph
    end-if
    move 0.5 to sqrt-result
    perform varying sqrt-step from 1 by 1 until sqrt-step is greater than 40
        compute sqrt-result rounded =
            (sqrt-result + sqrt-input / sqrt-result) / 2
    end-perform.

write-report-notes.
    move spaces to note-line
    move "Runs flagged QA-FAILED in the quarter" to note-text
    move runs-flagged to note-value
    write report-line from note-line
    move spaces to note-line
    move "Failure tolerance per run sample, percent" to note-text
    move qa-failure-tolerance to note-value
    write report-line from note-line
    move spaces to report-line
    write report-line
    move "  UPPER 95% is the highest error rate the posted results leave"
        to report-line
    write report-line
    move "  open at 95% confidence. WITHIN TOL is YES when that bound is"
        to report-line
    write report-line
    move "  within tolerance, NOT PROVEN when only the observed rate is."
        to report-line
    write report-line
    move "  Draws favour fractions and values above 3,999, the likeliest"
        to report-line
    write report-line
    move "  errors, so the rates lean high rather than low."
        to report-line
    write report-line.
