identification division.
program-id. qasamp.
environment division.
input-output section.
file-control.
    select audit-log assign to "AUDITLOG.TXT"
      organization line sequential
      file status is audit-file-status.
    select audit-index assign to "AUDITIX.DAT"
      organization indexed
      access mode dynamic
      record key ax-key
      alternate record key ax-date with duplicates
      sharing with all other
      file status is index-file-status.
    select optional run-registry assign to "RUNREG.TXT"
      organization line sequential
      file status is registry-file-status.
    select depot-profile assign to "DEPOTPRF.DAT"
      organization indexed
      access mode dynamic
      record key dp-depot-id
      sharing with all other
      file status is depot-file-status.
    select qa-sample-register assign to "QASAMPLE.TXT"
      organization line sequential
      file status is sample-file-status.
    select qa-worksheet assign to "QASHEET.TXT"
      organization line sequential
      file status is worksheet-file-status.

data division.
file section.
fd audit-log.
    copy "audrec.cpy".
fd audit-index.
    copy "audxrec.cpy".
fd run-registry.
    copy "runreg.cpy".
fd depot-profile.
    copy "deptrec.cpy".
fd qa-sample-register.
    copy "qarec.cpy".
fd qa-worksheet.
    01 worksheet-line pic x(132).

working-storage section.
    copy "rnconst.cpy".
    copy "procparm.cpy".
    copy "gapparm.cpy".

77 audit-file-status pic xx.
77 index-file-status pic xx.
77 registry-file-status pic xx.
77 depot-file-status pic xx.
77 sample-file-status pic xx.
77 worksheet-file-status pic xx.
77 scan-eof-flag pic x.
77 index-lines-read pic 9(10) value 0.

77 cmd-line-arg-count pic 9(2) value 0.
77 cmd-line-arg-index pic 9(2).
77 cmd-line-arg-value pic x(30).

77 target-run-id pic x(16).
*> a rate given on the command line holds for every depot in the
*> run; otherwise each depot's profile rate, else the default
77 run-rate pic 9(03) value 0.
77 registry-match-flag pic x value 'N'.
77 registry-backout-flag pic x value 'N'.
77 registered-file-name pic x(30).
77 already-sampled-flag pic x value 'N'.
77 depot-file-open pic x value 'N'.

*> the run's converted roman-to-decimal records, once each: a
*> sequence the resume overlap converted twice is the same tag.
*> ec-priority is the record's draw, divided by its weight, and the
*> lowest priorities in each depot are the ones inspected.
77 candidate-count pic 9(05) usage is computational value 0.
77 candidate-idx pic 9(05) usage is computational.
77 candidate-found-idx pic 9(05) usage is computational.
77 candidate-table-full-flag pic x value 'N'.
01 candidate-table.
    05 candidate-entry occurs 20000 times.
        10 ec-sequence pic x(10).
        10 ec-depot pic x(08).
        10 ec-numeral pic x(60).
        10 ec-decimal pic 9(10).
        10 ec-twelfths pic 9(02).
        10 ec-weighting pic x(01).
        10 ec-source pic x(30).
        10 ec-direction pic x(01).
        10 ec-priority pic 9(07).
        10 ec-selected pic x(01).

*> one entry per depot the run converted for
77 group-count pic 9(03) usage is computational value 0.
77 group-idx pic 9(03) usage is computational.
77 group-found-idx pic 9(03) usage is computational.
01 depot-group-table.
    05 depot-group-entry occurs 50 times.
        10 dg-depot pic x(08).
        10 dg-population pic 9(05).
        10 dg-rate pic 9(03).
        10 dg-target pic 9(05).
        10 dg-drawn pic 9(05).

77 audit-result-value pic 9(10).
77 parse-pos pic 99 usage is computational.
01 parse-digit-x pic x.
01 parse-digit-9 redefines parse-digit-x pic 9.

*> the draw is worked out from the run id and the sequence number
*> alone, so the same run always yields the same sample however
*> often it is drawn and in whatever order its lines are read
77 hash-alphabet pic x(64) value
    "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz-.".
77 hash-value pic 9(09).
77 hash-work pic 9(12).
77 hash-quotient pic 9(12).
77 hash-code pic 9(02).
77 hash-char pic x.
77 hash-pos pic 99 usage is computational.
77 alphabet-pos pic 99 usage is computational.
77 draw-value pic 9(06).
77 draw-weight pic 9(02).

77 lowest-priority pic 9(07).
77 lowest-idx pic 9(05) usage is computational.
77 draw-counter pic 9(05).
77 sample-total pic 9(05) value 0.
77 sample-cap-flag pic x value 'N'.

77 sample-date pic 9(08).
77 worksheet-item pic 9(05) value 0.

01 worksheet-title-line.
    05 filler pic x(30) value "QA INSPECTION WORKSHEET   RUN".
    05 title-run-id pic x(16).
    05 filler pic x(08) value "   FILE".
    05 title-file pic x(30).
    05 filler pic x(10) value "   DRAWN".
    05 title-date pic 9(08).
01 worksheet-instruction-line.
    05 filler pic x(60)
        value "Check each tag against the decimal. Write the tag as read".
    05 filler pic x(60)
        value "under FINDING when it differs, and P or F under RESULT.".
01 worksheet-heading-line.
    05 filler pic x(06) value "ITEM".
    05 filler pic x(09) value "DEPOT".
    05 filler pic x(11) value "SEQUENCE".
    05 filler pic x(31) value "NUMERAL".
    05 filler pic x(17) value "DECIMAL".
    05 filler pic x(03) value "WT".
    05 filler pic x(31) value "FINDING".
    05 filler pic x(06) value "RESULT".
01 worksheet-detail-line.
    05 wd-item pic zzzz9.
    05 filler pic x value space.
    05 wd-depot pic x(08).
    05 filler pic x value space.
    05 wd-sequence pic x(10).
    05 filler pic x value space.
    05 wd-numeral pic x(30).
    05 filler pic x value space.
    05 wd-decimal pic z(9)9.
    05 wd-fraction pic x(07).
    05 wd-weighting pic x(01).
    05 filler pic x(02) value spaces.
    05 wd-finding pic x(30) value all "_".
    05 filler pic x value space.
    05 wd-result pic x(03) value "[ ]".
01 worksheet-fraction.
    05 filler pic x(02) value " +".
    05 wf-twelfths pic z9.
    05 filler pic x(03) value "/12".
01 worksheet-depot-line.
    05 filler pic x(08) value "  Depot".
    05 wt-depot pic x(08).
    05 filler pic x(12) value " converted".
    05 wt-population pic zzzz9.
    05 filler pic x(08) value "   rate".
    05 wt-rate pic zz9.
    05 filler pic x(11) value "%   drawn".
    05 wt-drawn pic zzzz9.

procedure division.
main-logic.
    perform get-run-parameters
    perform find-registry-entry
    if registry-match-flag is not equal to 'Y'
        display "** Run " target-run-id " has not finished on RUNREG.TXT;"
            " nothing sampled. **"
        move 12 to return-code
        stop run
    end-if
    if registry-backout-flag is equal to 'Y'
        display "Run " target-run-id " has been backed out; nothing to"
            " inspect."
        move 4 to return-code
        stop run
    end-if
*>  a run is sampled once; asking again reprints its worksheet from
*>  the register, so a lost worksheet never means a second draw
    perform reprint-existing-sample
    if already-sampled-flag is equal to 'Y'
        display "Run " target-run-id " was already sampled; worksheet"
            " reprinted to QASHEET.TXT"
        stop run
    end-if
    perform gather-run-conversions
    if candidate-count is equal to 0
        display "Run " target-run-id " has no converted roman-to-decimal"
            " records to sample."
        move 4 to return-code
        stop run
    end-if
    if depot-file-open is equal to 'Y'
        close depot-profile
    end-if
    perform varying group-idx from 1 by 1 until group-idx is greater than group-count
        perform draw-one-depot-sample
    end-perform
    perform write-drawn-sample
    display " "
    display "==== QA sample for run " target-run-id " ===="
    display "Converted records     : " candidate-count
    display "Records drawn         : " sample-total
    display "Worksheet written to QASHEET.TXT; post results with qapost"
    display "==========================================="
    if sample-cap-flag is equal to 'Y'
        move 4 to return-code
    end-if
    stop run.

*> ----------------------------------------------------------------
*> qasamp run-id [rate]: the job stream passes &RUNID after each
*> file run; the rate is a whole percent from 1 to 100
*> ----------------------------------------------------------------
get-run-parameters.
    call "procdate" using procdate-parameters
    move proc-business-date to sample-date
    move spaces to target-run-id
    accept cmd-line-arg-count from argument-number
    if cmd-line-arg-count is greater than 0
        move 1 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        move cmd-line-arg-value(1:16) to target-run-id
    else
        display "Enter the run id to sample:"
        accept target-run-id
    end-if
    if target-run-id is equal to spaces
        display "A run id is required."
        move 12 to return-code
        stop run
    end-if
    if cmd-line-arg-count is greater than 1
        move 2 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        perform parse-run-rate
        if run-rate is equal to 0 or run-rate is greater than 100
            display "The sample rate must be a whole percent from 1 to 100."
            move 12 to return-code
            stop run
        end-if
    end-if.

parse-run-rate.
    move 0 to run-rate
    perform varying parse-pos from 1 by 1 until parse-pos is greater than 4
        move cmd-line-arg-value(parse-pos:1) to parse-digit-x
        if parse-digit-x is numeric
            compute run-rate = run-rate * 10 + parse-digit-9
        else
            if parse-digit-x is not equal to space
                move 0 to run-rate
                exit paragraph
            end-if
        end-if
    end-perform.

*> the run must have finished; its input file names the worksheet,
*> and a backed-out run has nothing left to inspect
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
                    if rr-status is equal to "COMPLETED" or "MERGED"
                            or "ABORTED"
                        move 'Y' to registry-match-flag
                        move rr-input-file to registered-file-name
                    end-if
                    if rr-status is equal to "BACKOUT"
                        move 'Y' to registry-backout-flag
                    end-if
                end-if
        end-read
    end-perform
    close run-registry.

reprint-existing-sample.
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
                    if already-sampled-flag is equal to 'N'
                        move 'Y' to already-sampled-flag
                        move qa-sample-date to sample-date
                        perform open-worksheet
                    end-if
                    perform write-worksheet-detail
                end-if
        end-read
    end-perform
    close qa-sample-register
    if already-sampled-flag is equal to 'Y'
        close qa-worksheet
    end-if.

*> ----------------------------------------------------------------
*> the run's audit lines, from the index under the run id or else
*> from the live log, which is also read when the run is on the
*> audit gap register. only conversions a tag stands behind are
*> drawn: roman to decimal (direction blank or 1) with a result.
*> ----------------------------------------------------------------
gather-run-conversions.
    open input depot-profile
    if depot-file-status is equal to "00"
        move 'Y' to depot-file-open
    end-if
    perform read-run-from-index
    if index-lines-read is greater than 0
        exit paragraph
    end-if
    open input audit-log
    if audit-file-status is not equal to "00"
        display "Cannot open AUDITLOG.TXT, file status " audit-file-status
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read audit-log
            at end move 'Y' to scan-eof-flag
            not at end
                if audit-run-id-out is equal to target-run-id
                    perform note-one-conversion
                end-if
        end-read
    end-perform
    close audit-log.

read-run-from-index.
    move 0 to index-lines-read
    set gap-func-check-run to true
    move target-run-id to gap-run-id
    call "audgap" using audgap-parameters
    if gap-found
        display "Run " target-run-id " has audit lines missing from"
            " AUDITIX.DAT; reading the log."
        exit paragraph
    end-if
    open input audit-index
    if index-file-status is not equal to "00"
        exit paragraph
    end-if
    move low-values to ax-key
    move target-run-id to ax-run-id
    start audit-index key is not less than ax-key
        invalid key move 'Y' to scan-eof-flag
        not invalid key move 'N' to scan-eof-flag
    end-start
    perform until scan-eof-flag is equal to 'Y'
        read audit-index next record
            at end move 'Y' to scan-eof-flag
            not at end
                if ax-run-id is not equal to target-run-id
                    move 'Y' to scan-eof-flag
                else
                    add 1 to index-lines-read
                    move ax-audit-line to audit-record
                    perform note-one-conversion
                end-if
        end-read
    end-perform
    close audit-index.

note-one-conversion.
    if audit-direction-out is not equal to space and '1'
        exit paragraph
    end-if
    perform parse-audit-result
    if audit-result-value is equal to 0
        exit paragraph
    end-if
    move 0 to candidate-found-idx
    perform varying candidate-idx from 1 by 1
            until candidate-idx is greater than candidate-count
               or candidate-found-idx is greater than 0
        if ec-sequence(candidate-idx) is equal to audit-sequence-out
            move candidate-idx to candidate-found-idx
        end-if
    end-perform
    if candidate-found-idx is greater than 0
        exit paragraph
    end-if
    if candidate-count is not less than 20000
        if candidate-table-full-flag is equal to 'N'
            move 'Y' to candidate-table-full-flag
            display "** WARNING: more than 20000 conversions in this"
                " run; later records are not sampled. **"
        end-if
        exit paragraph
    end-if
    perform find-depot-group
    if group-found-idx is equal to 0
        exit paragraph
    end-if
    add 1 to candidate-count
    move audit-sequence-out to ec-sequence(candidate-count)
    move audit-depot-out to ec-depot(candidate-count)
    move audit-input-out to ec-numeral(candidate-count)
    move audit-result-value to ec-decimal(candidate-count)
    move audit-source-out to ec-source(candidate-count)
    move audit-direction-out to ec-direction(candidate-count)
    move 'N' to ec-selected(candidate-count)
    if audit-twelfths-out is numeric
        move audit-twelfths-out to ec-twelfths(candidate-count)
    else
        move 0 to ec-twelfths(candidate-count)
    end-if
    add 1 to dg-population(group-found-idx)
    perform weigh-one-candidate.

*> fractions and values past 3,999 are where conversions go wrong,
*> so each makes a record that many times likelier to be drawn
weigh-one-candidate.
    move 1 to draw-weight
    move space to ec-weighting(candidate-count)
    if ec-twelfths(candidate-count) is greater than 0
        multiply qa-priority-weight by draw-weight
        move 'F' to ec-weighting(candidate-count)
    end-if
    if ec-decimal(candidate-count) is greater than 3999
        multiply qa-priority-weight by draw-weight
        if ec-weighting(candidate-count) is equal to 'F'
            move 'B' to ec-weighting(candidate-count)
        else
            move 'H' to ec-weighting(candidate-count)
        end-if
    end-if
    perform compute-draw-value
    compute ec-priority(candidate-count) = draw-value * 10 / draw-weight.

compute-draw-value.
    move 7 to hash-value
    perform varying hash-pos from 1 by 1 until hash-pos is greater than 16
        move target-run-id(hash-pos:1) to hash-char
        perform add-hash-char
    end-perform
    perform varying hash-pos from 1 by 1 until hash-pos is greater than 10
        move audit-sequence-out(hash-pos:1) to hash-char
        perform add-hash-char
    end-perform
    compute hash-work = hash-value * 69069 + 12345
    divide hash-work by 1000000 giving hash-quotient remainder draw-value.

add-hash-char.
    move 0 to hash-code
    perform varying alphabet-pos from 1 by 1
            until alphabet-pos is greater than 64 or hash-code is greater than 0
        if hash-alphabet(alphabet-pos:1) is equal to hash-char
            move alphabet-pos to hash-code
        end-if
    end-perform
    compute hash-work = hash-value * 31 + hash-code + 1
    divide hash-work by 1000003 giving hash-quotient remainder hash-value.

*> the depot's rate is settled the first time the depot is met
find-depot-group.
    move 0 to group-found-idx
    perform varying group-idx from 1 by 1
            until group-idx is greater than group-count
               or group-found-idx is greater than 0
        if dg-depot(group-idx) is equal to audit-depot-out
            move group-idx to group-found-idx
        end-if
    end-perform
    if group-found-idx is greater than 0
        exit paragraph
    end-if
    if group-count is not less than 50
        display "** WARNING: more than 50 depots in this run; depot "
            audit-depot-out " is not sampled. **"
        exit paragraph
    end-if
    add 1 to group-count
    move group-count to group-found-idx
    move audit-depot-out to dg-depot(group-count)
    move 0 to dg-population(group-count)
    move 0 to dg-drawn(group-count)
    move run-rate to dg-rate(group-count)
    if dg-rate(group-count) is equal to 0
            and depot-file-open is equal to 'Y'
            and audit-depot-out is not equal to spaces
        move audit-depot-out to dp-depot-id
        read depot-profile key is dp-depot-id
            invalid key continue
            not invalid key
                if dp-qa-rate is numeric
                        and dp-qa-rate is not greater than 100
                    move dp-qa-rate to dg-rate(group-count)
                end-if
        end-read
    end-if
    if dg-rate(group-count) is equal to 0
        move qa-sample-rate to dg-rate(group-count)
    end-if.

parse-audit-result.
    move 0 to audit-result-value
    perform varying parse-pos from 1 by 1 until parse-pos is greater than 10
        move audit-result-out(parse-pos:1) to parse-digit-x
        if parse-digit-x is numeric
            compute audit-result-value =
                audit-result-value * 10 + parse-digit-9
        end-if
    end-perform.

*> ----------------------------------------------------------------
*> the depot's share: its rate of what it converted, rounded up,
*> but never fewer than the minimum unless it converted fewer. the
*> records with the lowest priority are taken, so a weighted record
*> is likelier to be among them without any being certain to be.
*> ----------------------------------------------------------------
draw-one-depot-sample.
    compute dg-target(group-idx) =
        (dg-population(group-idx) * dg-rate(group-idx) + 99) / 100
    if dg-target(group-idx) is less than qa-minimum-sample
        move qa-minimum-sample to dg-target(group-idx)
    end-if
    if dg-target(group-idx) is greater than dg-population(group-idx)
        move dg-population(group-idx) to dg-target(group-idx)
    end-if
    perform varying draw-counter from 1 by 1
            until draw-counter is greater than dg-target(group-idx)
        if sample-total is not less than qa-maximum-sample
            if sample-cap-flag is equal to 'N'
                move 'Y' to sample-cap-flag
                display "** WARNING: the sample is capped at "
                    qa-maximum-sample " records; later depots are"
                    " under-sampled. **"
            end-if
            exit paragraph
        end-if
        perform draw-lowest-priority
    end-perform.

draw-lowest-priority.
    move 9999999 to lowest-priority
    move 0 to lowest-idx
    perform varying candidate-idx from 1 by 1
            until candidate-idx is greater than candidate-count
        if ec-depot(candidate-idx) is equal to dg-depot(group-idx)
                and ec-selected(candidate-idx) is equal to 'N'
                and (lowest-idx is equal to 0
                  or ec-priority(candidate-idx) is less than lowest-priority)
            move ec-priority(candidate-idx) to lowest-priority
            move candidate-idx to lowest-idx
        end-if
    end-perform
    if lowest-idx is greater than 0
        move 'Y' to ec-selected(lowest-idx)
        add 1 to dg-drawn(group-idx)
        add 1 to sample-total
    end-if.

*> ----------------------------------------------------------------
*> the drawn records go on the register pending a result, and on
*> the worksheet in the order the run converted them
*> ----------------------------------------------------------------
write-drawn-sample.
    open extend qa-sample-register
    if sample-file-status is equal to "35"
        open output qa-sample-register
        close qa-sample-register
        open extend qa-sample-register
    end-if
    if sample-file-status is not equal to "00"
        display "Cannot extend QASAMPLE.TXT, file status " sample-file-status
        move 12 to return-code
        stop run
    end-if
    perform open-worksheet
    perform varying candidate-idx from 1 by 1
            until candidate-idx is greater than candidate-count
        if ec-selected(candidate-idx) is equal to 'Y'
            perform register-one-drawn-record
        end-if
    end-perform
    close qa-sample-register
    move spaces to worksheet-line
    write worksheet-line
    perform varying group-idx from 1 by 1 until group-idx is greater than group-count
        move dg-depot(group-idx) to wt-depot
        if wt-depot is equal to spaces
            move "NODEPOT" to wt-depot
        end-if
        move dg-population(group-idx) to wt-population
        move dg-rate(group-idx) to wt-rate
        move dg-drawn(group-idx) to wt-drawn
        write worksheet-line from worksheet-depot-line
    end-perform
    close qa-worksheet.

register-one-drawn-record.
    move spaces to qa-sample-record
    move target-run-id to qa-run-id
    move ec-sequence(candidate-idx) to qa-sequence
    move ec-depot(candidate-idx) to qa-depot
    move sample-date to qa-sample-date
    move ec-numeral(candidate-idx) to qa-numeral
    move ec-decimal(candidate-idx) to qa-decimal
    move ec-twelfths(candidate-idx) to qa-twelfths
    move ec-weighting(candidate-idx) to qa-weighting
    move 0 to qa-result-date
    move ec-source(candidate-idx) to qa-source
    move ec-direction(candidate-idx) to qa-direction
    write qa-sample-record
    perform write-worksheet-detail.

open-worksheet.
    open output qa-worksheet
    if worksheet-file-status is not equal to "00"
        display "Cannot create QASHEET.TXT, file status " worksheet-file-status
        move 12 to return-code
        stop run
    end-if
    move 0 to worksheet-item
    move target-run-id to title-run-id
    move registered-file-name to title-file
    move sample-date to title-date
    write worksheet-line from worksheet-title-line
    write worksheet-line from worksheet-instruction-line
    move spaces to worksheet-line
    write worksheet-line
    write worksheet-line from worksheet-heading-line.

write-worksheet-detail.
    add 1 to worksheet-item
    move worksheet-item to wd-item
    move qa-depot to wd-depot
    move qa-sequence to wd-sequence
    move qa-numeral to wd-numeral
    move qa-decimal to wd-decimal
    move spaces to wd-fraction
    if qa-twelfths is numeric and qa-twelfths is greater than 0
        move qa-twelfths to wf-twelfths
        move worksheet-fraction to wd-fraction
    end-if
    move qa-weighting to wd-weighting
    write worksheet-line from worksheet-detail-line.
