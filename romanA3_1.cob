    select normalize-pairs assign to pairs-dataset-name
      organization line sequential
      file status is pairs-file-status.
    select range-map assign to range-map-dataset-name
      organization line sequential
      file status is range-map-file-status.
    select interface-output assign to interface-dataset-name
      organization line sequential
      file status is interface-file-status.
    select depot-return assign to return-dataset-name
      organization line sequential
      file status is return-file-status.
    select return-reject-work assign to return-work-name
      organization line sequential
      file status is return-work-status.
    select plate-work-order assign to plate-dataset-name
      organization line sequential
      file status is plate-file-status.
    select split-totals-file assign to split-totals-name
      organization line sequential
      file status is split-totals-status.
    select most-referenced-report assign to "MASTFREQ.TXT"
      organization line sequential.
    select sort-work assign to "SORTWRK.TMP".
    select depot-profile assign to "DEPOTPRF.DAT"
      organization indexed
      access mode dynamic
      record key dp-depot-id
      sharing with all other
      file status is depot-file-status.

data division.
file section.
        05 checkpoint-total-rejected pic 9(10).
        05 checkpoint-sum-of-decimals pic 9(12).
        05 checkpoint-file-name pic x(30).
    *> a checkpoint written before range records existed reads these
    *> back as spaces
        05 checkpoint-ranges-read pic 9(10).
        05 checkpoint-rows-generated pic 9(10).
fd manifest-file.
    01 manifest-record pic 9(10).
fd control-list.
    01 control-list-record.
        05 cl-file-name pic x(30).
        05 cl-expected-count pic x(10).
        05 cl-depot-id pic x(08).
fd duplicates-report.
    01 duplicates-record.
        05 dup-sequence-out pic x(10).
        05 np-old-tag pic x(60).
        05 filler pic x value space.
        05 np-new-tag pic x(60).
*> one line per row a range record generated: the range's own
*> sequence and numeral field beside the derived sequence, row and
*> value, so any generated row traces back to the line it came from
fd range-map.
    01 range-map-record.
        05 rm-range-sequence pic x(10).
        05 filler pic x value space.
        05 rm-derived-sequence pic x(10).
        05 filler pic x value space.
        05 rm-row-number pic 9(04).
        05 filler pic x value space.
        05 rm-row-value pic 9(10).
        05 filler pic x value space.
        05 rm-range-numeral pic x(60).
        05 filler pic x value space.
        05 rm-run-id pic x(16).
fd interface-output.
    01 interface-record pic x(83).
fd depot-return.
    01 return-record pic x(132).
fd return-reject-work.
    01 return-work-record pic x(132).
fd plate-work-order.
    01 plate-record pic x(110).
fd split-totals-file.
    01 split-totals-record.
        05 st-total-read pic 9(10).
        05 st-total-rejected pic 9(10).
        05 st-total-duplicates pic 9(10).
        05 st-sum-of-decimals pic 9(12).
        05 st-ranges-read pic 9(10).
        05 st-rows-generated pic 9(10).
fd part-input.
    01 part-record pic x(132).
fd csv-part-input.
fd run-registry.
    copy "runreg.cpy".
fd exceptions-report.
    copy "excrec.cpy".
fd run-status-file.
    01 run-status-line pic x(100).
fd conversion-history.
        ==master-numeral== by ==sw-numeral==
        ==master-decimal== by ==sw-decimal==
        ==master-usage-count== by ==sw-usage-count==.
fd depot-profile.
    copy "deptrec.cpy".

working-storage section.
    copy "procparm.cpy".
    copy "rnconst.cpy".
    copy "inrec.cpy".
    copy "convparm.cpy".
    copy "signparm.cpy".

01 Input-Int pic 9(1).
01 WS-EOF picture a(1).
77 dup-dataset-name pic x(30) value "DUPRPT.TXT".
77 register-dataset-name pic x(30) value "CONVREG.TXT".
77 pairs-dataset-name pic x(30) value "NORMPAIR.TXT".
77 range-map-dataset-name pic x(30) value "RANGEMAP.TXT".
77 interface-dataset-name pic x(30) value "INTFACE.TXT".
77 plate-dataset-name pic x(30) value "PLATEWO.TXT".

*> split-run support: stream k of n works its own record range of
*> the input with stream-suffixed outputs and checkpoint, and the
77 decimal-input pic 9(10).
77 additive-answer pic x value 'N'.
77 notation-answer pic x value ' '.
77 date-layout-answer pic x value ' '.
77 batch-mode-flag pic x value 'N'.
77 cmd-line-arg-count pic 9(2) value 0.
77 cmd-line-arg-index pic 9(2).
77 cmd-line-arg-value pic x(30).

*> depot profile support: a batch run started as "romannumerals
*> DEPOT01 FILE.TXT" takes format, notation, part-reference check
*> and reject-rate tolerance from the depot's DEPOTPRF.DAT entry
*> instead of a line of positional letters. the settings the run
*> started with are saved so a control-list line naming its own
*> depot changes them for that one file only.
77 depot-file-status pic xx.
77 depot-id-answer pic x(08) value spaces.
77 profile-key pic x(08).
77 depot-contact pic x(30) value spaces.
77 part-check-answer pic x value 'Y'.
77 reject-limit-percent pic 9(03).
77 range-limit-rows pic 9(04).
77 depot-found-flag pic x value 'N'.
    88 depot-profile-found value 'Y'.
    88 depot-profile-missing value 'N'.
01 saved-run-settings.
    05 saved-format-code pic x(01).
    05 saved-mode-additive pic x(01).
    05 saved-notation pic x(01).
    05 saved-part-check pic x(01).
    05 saved-reject-limit pic 9(03).
    05 saved-range-limit pic 9(04).
    05 saved-depot-id pic x(08).
    05 saved-contact pic x(30).

*> condition code handed back to the scheduler: 0 clean, 4 rejects
*> present, 8 manifest discrepancy, 12 circuit breaker or abort.
*> the highest condition reached wins.
77 run-records-read pic 9(10) value 0.
77 run-records-rejected pic 9(10) value 0.

*> range records: each is one record read, and each row it expands
*> into is one conversion. the two counts are kept apart so the
*> control totals show how much of the work came from ranges.
77 ranges-read pic 9(10) value 0.
77 rows-generated pic 9(10) value 0.
77 grand-ranges-read pic 9(10) value 0.
77 grand-rows-generated pic 9(10) value 0.
77 range-record-sequence pic x(10).
77 range-record-numeral pic x(60).
77 range-first-text pic x(60).
77 range-last-text pic x(60).
77 range-extra-text pic x(60).
77 range-bound-text pic x(60).
77 range-bound-value pic 9(10).
77 range-bound-state pic x(01).
    88 range-bound-good value 'Y'.
    88 range-bound-bad value 'N'.
77 range-first-value pic 9(10).
77 range-last-value pic 9(10).
77 range-row-total pic 9(10).
77 range-row-index pic 9(05) usage is computational.
77 range-row-number pic 9(04).
77 range-row-value pic 9(10).
77 range-row-direction pic x(01).
    88 range-rows-roman value '1'.
    88 range-rows-decimal value '2'.
77 range-state pic x(01).
    88 range-is-good value 'Y'.
    88 range-is-bad value 'N'.
77 range-reason-text pic x(52).
77 range-scan-pos pic 99 usage is computational.
77 range-stem-start pic 99 usage is computational.
77 range-stem-end pic 99 usage is computational.
77 range-char-value pic 9(04).
77 range-prior-value pic 9(04).
77 range-sum pic s9(10).
77 range-roman-text pic x(60).
77 range-roman-pos pic 99.
77 range-table-idx pic 99 usage is computational.
77 range-work-value pic 9(10).
77 range-value-edit pic z(9)9.
77 range-lead-spaces pic 99 usage is computational.
01 range-digit-x pic x.
01 range-digit-9 redefines range-digit-x pic 9.
01 range-roman-values.
    05 filler pic x(6) value "1000M ".
    05 filler pic x(6) value "0900CM".
    05 filler pic x(6) value "0500D ".
    05 filler pic x(6) value "0400CD".
    05 filler pic x(6) value "0100C ".
    05 filler pic x(6) value "0090XC".
    05 filler pic x(6) value "0050L ".
    05 filler pic x(6) value "0040XL".
    05 filler pic x(6) value "0010X ".
    05 filler pic x(6) value "0009IX".
    05 filler pic x(6) value "0005V ".
    05 filler pic x(6) value "0004IV".
    05 filler pic x(6) value "0001I ".
01 range-roman-table redefines range-roman-values.
    05 range-roman-entry occurs 13 times.
        10 range-roman-value pic 9(4).
        10 range-roman-numeral pic x(2).

77 records-already-processed pic 9(10) value 0.
77 skip-counter pic 9(10).
77 checkpoint-quotient pic 9(10).
77 grand-sum-of-decimals pic 9(12) value 0.

77 pairs-file-status pic xx.
77 range-map-file-status pic xx.
77 original-numeral pic x(60).

*> the inventory load interface: a header, one detail per successful
77 trailer-scan-hash pic 9(12).
77 trailer-scan-decimal pic 9(10).

*> the signage team's plate-cutting work order: a header per file,
*> one line per plate a file run romanizes (direction '2'), with its
*> size class and how many of each glyph it takes, and a trailer
*> totalling the letter stock for the batch. glyphs 1-7 are I V X L
*> C D M, 8 the apostrophus reversed C, 9 the vinculum brackets, 10
*> the fraction dots and 11 the S. like the interface trailer, the
*> totals are taken from the plate lines actually on the file.
77 plate-file-status pic xx.
77 plate-scan-eof pic x.
77 plate-scan-count pic 9(07).
77 glyph-idx pic 9(02) usage is computational.
77 glyph-pos pic 9(02) usage is computational.
77 glyph-char pic x.
01 glyph-letters pic x(07) value "IVXLCDM".
*> the statement each depot gets back: per file it submitted, a
*> header naming the depot, run id and run date, every converted
*> record with its decimal, then every reject with its reason, and
*> a trailer with the file's counts. the rejects are held on
*> RTNWORK.TMP until the file finishes so they follow the converted
*> lines; a resumed file extends both, so like CONVOUT the lines
*> reprocessed after the last checkpoint can appear twice while the
*> trailer counts stay those of the file. a depot named on more
*> than one control-list line gets one statement per file, all in
*> its one RTN-<depot>.TXT for the run. a file run under no depot
*> gets its own RTN-<file stem>.TXT, so files from different
*> senders are never mixed in one return file. a split stream
*> writes its share of the statement to RTNPART.nn (its rejects
*> held on RTNWORK.nn) and the merge step builds the one statement
*> for the whole file from the streams' partials.
77 return-file-status pic xx.
77 return-work-status pic xx.
77 return-work-eof pic x.
77 return-dataset-name pic x(30).
77 return-work-name pic x(30) value "RTNWORK.TMP".
77 return-merge-pass pic 9(01).
77 return-parts-found pic x.
77 return-depot-key pic x(20).
77 return-stem-source pic x(30).
77 return-depot-count pic 9(03) usage is computational.
77 return-depot-idx pic 9(03) usage is computational.
77 return-depot-seen pic x.
01 return-depot-table.
    05 return-depot-entry pic x(20) occurs 100 times.
01 return-header-rec.
    05 filler pic x value 'H'.
    05 rt-header-depot pic x(08).
    05 filler pic x value space.
    05 rt-header-contact pic x(30).
    05 filler pic x value space.
    05 rt-header-run-id pic x(16).
    05 filler pic x value space.
    05 rt-header-date pic 9(08).
    05 filler pic x value space.
    05 rt-header-file pic x(30).
01 return-detail-rec.
    05 filler pic x value 'D'.
    05 rt-detail-sequence pic x(10).
    05 filler pic x value space.
    05 rt-detail-numeral pic x(60).
    05 filler pic x value space.
    05 rt-detail-decimal pic 9(10).
    05 filler pic x value space.
    05 rt-detail-twelfths pic 9(02).
01 return-reject-rec.
    05 filler pic x value 'R'.
    05 rt-reject-sequence pic x(10).
    05 filler pic x value space.
    05 rt-reject-numeral pic x(60).
    05 filler pic x value space.
    05 rt-reject-reason pic x(02).
    05 filler pic x value space.
    05 rt-reject-text pic x(52).
01 return-trailer-rec.
    05 filler pic x value 'T'.
    05 rt-trailer-read pic 9(10).
    05 filler pic x value space.
    05 rt-trailer-converted pic 9(10).
    05 filler pic x value space.
    05 rt-trailer-rejected pic 9(10).
01 plate-header-rec.
    05 filler pic x value 'H'.
    05 pw-header-date pic 9(08).
    05 filler pic x value space.
    05 pw-header-file pic x(30).
    05 filler pic x value space.
    05 pw-header-run-id pic x(16).
    05 filler pic x value space.
    05 pw-header-depot pic x(08).
    05 filler pic x value space.
    05 pw-header-notation pic x(01).
01 plate-detail-rec.
    05 pw-record-type pic x(01).
    05 pw-sequence pic x(10).
    05 filler pic x.
    05 pw-numeral pic x(60).
    05 filler pic x.
    05 pw-char-count pic 9(02).
    05 filler pic x.
    05 pw-size-class pic x(01).
    05 pw-glyph-entry occurs 11 times.
        10 filler pic x.
        10 pw-glyph-count pic 9(02).
01 plate-trailer-rec.
    05 pw-trailer-type pic x(01).
    05 pw-trailer-plates pic 9(07).
    05 pw-trailer-entry occurs 11 times.
        10 filler pic x.
        10 pw-trailer-glyphs pic 9(07).

*> run registry: every file-mode run gets a date-and-time run id,
*> journalled to RUNREG.TXT with its final control totals, and a
*> file that already completed within the same processing day is
01 file-subtotal-table.
    05 file-subtotal-entry occurs 50 times.
        10 sub-file-name pic x(30).
        10 sub-depot-id pic x(08).
        10 sub-total-read pic 9(10).
        10 sub-total-converted pic 9(10).
        10 sub-total-rejected pic 9(10).
    set conv-standard-notation to true
    set conv-notation-vinculum to true
    set conv-part-check-off to true
    move spaces to conv-depot-id
    move "BATCH" to conv-operator-id
    move spaces to conv-origin-source
    move 0 to conv-origin-date
    move spaces to conv-origin-run
    move reject-rate-limit to reject-limit-percent
    move range-row-limit to range-limit-rows
    open input standard-input
    perform check-batch-mode-arguments
    if batch-mode-flag is equal to 'Y' and Input-Int is equal to 1
    move spaces to pairs-dataset-name
    string "NORMPAIR." delimited by size stream-suffix delimited by size
        into pairs-dataset-name
    move spaces to range-map-dataset-name
    string "RANGEMAP." delimited by size stream-suffix delimited by size
        into range-map-dataset-name
    move spaces to interface-dataset-name
    string "INTFACE." delimited by size stream-suffix delimited by size
        into interface-dataset-name
    move spaces to plate-dataset-name
    string "PLATEWO." delimited by size stream-suffix delimited by size
        into plate-dataset-name
    move spaces to split-totals-name
    string "SPLITTOT." delimited by size stream-suffix delimited by size
        into split-totals-name
    move spaces to run-status-name
    string "RUNSTAT." delimited by size stream-suffix delimited by size
        into run-status-name
    move spaces to return-work-name
    string "RTNWORK." delimited by size stream-suffix delimited by size
        into return-work-name.

*> ----------------------------------------------------------------
*> a checkpoint left over from an aborted file run means the
        open extend standard-output
    end-if.

*> ----------------------------------------------------------------
*> a first argument longer than one character is a depot id (the
*> depot form); a single character is the old positional mode code
*> the merge step and older scheduler entries still use
*> ----------------------------------------------------------------
check-batch-mode-arguments.
    accept cmd-line-arg-count from argument-number
    if cmd-line-arg-count is greater than 0
        move 1 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        if cmd-line-arg-value(2:1) is equal to space
            perform check-positional-arguments
        else
            perform check-depot-arguments
        end-if
        move 'Y' to batch-mode-flag
    end-if.

*> mode, file, additive Y/N, stream id, stream count, format,
*> rerun override, notation -- each in its fixed position
check-positional-arguments.
    move cmd-line-arg-value(1:1) to Input-Int
    if cmd-line-arg-count is greater than 1
        move 2 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        move cmd-line-arg-value to file-name
    end-if
    if cmd-line-arg-count is greater than 2
        move 3 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        move cmd-line-arg-value(1:1) to additive-answer
    end-if
    if cmd-line-arg-count is greater than 3
        move 4 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        perform parse-numeric-argument
        move arg-numeric-value to split-stream-id
    end-if
    if cmd-line-arg-count is greater than 4
        move 5 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        perform parse-numeric-argument
        move arg-numeric-value to split-stream-count
    end-if
    if cmd-line-arg-count is greater than 5
        move 6 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        move cmd-line-arg-value(1:1) to input-format-code
        perform normalize-format-code
    end-if
    if cmd-line-arg-count is greater than 6
        move 7 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        move cmd-line-arg-value(1:1) to override-answer
    end-if
    if cmd-line-arg-count is greater than 7
        move 8 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        move cmd-line-arg-value(1:1) to notation-answer
    end-if.

*> romannumerals DEPOT01 FILE.TXT [O] [stream-id stream-count]:
*> everything else comes from the profile. after the file name an
*> O is the rerun override and numbers are the split stream id then
*> the stream count, in any order relative to the O.
check-depot-arguments.
    move cmd-line-arg-value to depot-id-answer
    inspect depot-id-answer converting
        "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    move 1 to Input-Int
    if cmd-line-arg-count is greater than 1
        move 2 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        move cmd-line-arg-value to file-name
    end-if
    perform varying cmd-line-arg-index from 3 by 1
            until cmd-line-arg-index is greater than cmd-line-arg-count
        perform check-one-depot-option
    end-perform.

check-one-depot-option.
    display cmd-line-arg-index upon argument-number
    accept cmd-line-arg-value from argument-value
    if cmd-line-arg-value(1:1) is equal to 'O' or 'o'
        move 'O' to override-answer
    else
        perform parse-numeric-argument
        if split-stream-id is equal to 0
            move arg-numeric-value to split-stream-id
        else
            move arg-numeric-value to split-stream-count
        end-if
    end-if.

normalize-format-code.
        set conv-standard-notation to true
    end-if
    perform resolve-notation-answer
    if depot-id-answer is not equal to spaces
        move depot-id-answer to profile-key
        perform load-depot-profile
        if depot-profile-missing
            display "** Run refused: depot " depot-id-answer
                " is not on DEPOTPRF.DAT. **"
            move 12 to batch-condition-code
            exit paragraph
        end-if
        perform apply-depot-profile
    end-if
    if Input-Int is equal to 1
        if split-active
            perform run-split-stream
    move total-rejected to st-total-rejected
    move total-duplicates to st-total-duplicates
    move sum-of-decimals to st-sum-of-decimals
    move ranges-read to st-ranges-read
    move rows-generated to st-rows-generated
    write split-totals-record
    close split-totals-file.

*> ----------------------------------------------------------------
*> the merge step: roll every stream's partial totals into one
*> combined summary, append the partial CONVOUT, CSV, plate and
*> range trace outputs in stream order onto the combined datasets,
*> and reconcile the whole file against the manifest.
*> run as: 5 <file> <Y/N> <stream count>
*> ----------------------------------------------------------------
merge-split-outputs.
    if split-stream-count is equal to 0
    move 0 to grand-total-converted
    move 0 to grand-total-rejected
    move 0 to grand-sum-of-decimals
    move 0 to grand-ranges-read
    move 0 to grand-rows-generated
    move 0 to total-duplicates
    move 0 to seen-count
    move 'N' to seen-table-full-flag
    move 0 to records-already-processed
    perform ensure-standard-output-open
    open output csv-output
    open output plate-work-order
    open output range-map
    open extend duplicates-report
    if duplicates-file-status is equal to "35"
        open output duplicates-report
        perform merge-one-stream
    end-perform
    close csv-output
    close plate-work-order
    close range-map
    close duplicates-report
    if circuit-intact
        perform write-plate-trailer
    end-if
    move grand-total-read to total-read
    move grand-total-converted to total-converted
    move grand-total-rejected to total-rejected
    move grand-sum-of-decimals to sum-of-decimals
    move grand-ranges-read to ranges-read
    move grand-rows-generated to rows-generated
    if circuit-intact
        perform merge-stream-returns
    end-if
    perform reconcile-manifest
    perform print-batch-summary
    if total-rejected is greater than 0
    move registered-run-name to rr-input-file
    move register-run-date to rr-start-date
    move run-time-now to rr-start-time
    call "procdate" using procdate-parameters
    move proc-business-date to rr-end-date
    accept rr-end-time from time
    move "MERGED" to rr-status
    move total-read to rr-total-read
            add st-total-rejected to grand-total-rejected
            add st-total-duplicates to total-duplicates
            add st-sum-of-decimals to grand-sum-of-decimals
            if st-ranges-read is numeric
                add st-ranges-read to grand-ranges-read
                add st-rows-generated to grand-rows-generated
            end-if
    end-read
    close split-totals-file
    if merge-stream-read is greater than 0
    end-perform
    close part-input
    close csv-part-input
    perform append-stream-duplicates
    perform append-stream-plates
    perform append-stream-range-map.

*> ----------------------------------------------------------------
*> the stream's own within-stream duplicates are already counted in
    end-perform
    close part-input.

*> a stream's plate lines join the combined work order; its own
*> trailer is dropped and only the first stream's header kept, and
*> the merge writes one trailer for the whole file
append-stream-plates.
    move spaces to part-file-name
    string "PLATEWO." delimited by size stream-suffix delimited by size
        into part-file-name
    open input part-input
    if part-file-status is not equal to "00"
        display "** Missing partial output " part-file-name " **"
        move 12 to batch-condition-code
        set circuit-broken to true
        exit paragraph
    end-if
    move 'N' to part-eof-flag
    perform until part-eof-flag is equal to 'Y'
        read part-input
            at end move 'Y' to part-eof-flag
            not at end
                if part-record(1:1) is equal to 'D'
                        or (part-record(1:1) is equal to 'H'
                            and merge-stream-idx is equal to 1)
                    move part-record to plate-record
                    write plate-record
                end-if
        end-read
    end-perform
    close part-input.

*> a stream's range trace joins RANGEMAP.TXT as it stands, so every
*> generated row of a split run still leads back to its range line
append-stream-range-map.
    move spaces to part-file-name
    string "RANGEMAP." delimited by size stream-suffix delimited by size
        into part-file-name
    open input part-input
    if part-file-status is not equal to "00"
        display "** Missing partial output " part-file-name " **"
        move 12 to batch-condition-code
        set circuit-broken to true
        exit paragraph
    end-if
    move 'N' to part-eof-flag
    perform until part-eof-flag is equal to 'Y'
        read part-input
            at end move 'Y' to part-eof-flag
            not at end
                move part-record to range-map-record
                write range-map-record
        end-read
    end-perform
    close part-input.

*> ----------------------------------------------------------------
*> the depot's statement for the whole file, from the streams'
*> RTNPART partials: the first stream's header, every stream's
*> converted lines in stream order, then every stream's rejects,
*> and one trailer with the merged file counts in place of the
*> streams' own. the header names the depot the streams ran under,
*> and so the file the statement goes to. a partial missing (a
*> stream run before the streams wrote them) leaves no statement
*> and a warning rather than a statement short of lines.
*> ----------------------------------------------------------------
merge-stream-returns.
    move 'Y' to return-parts-found
    move spaces to return-header-rec
    perform varying merge-stream-idx from 1 by 1
            until merge-stream-idx is greater than split-stream-count
        move merge-stream-idx to stream-suffix
        move spaces to part-file-name
        string "RTNPART." delimited by size stream-suffix delimited by size
            into part-file-name
        open input part-input
        if part-file-status is not equal to "00"
            move 'N' to return-parts-found
        else
            if merge-stream-idx is equal to 1
                read part-input
                    at end continue
                    not at end
                        if part-record(1:1) is equal to 'H'
                            move part-record to return-header-rec
                        end-if
                end-read
            end-if
            close part-input
        end-if
    end-perform
    if return-parts-found is not equal to 'Y'
            or return-header-rec(1:1) is not equal to 'H'
        display "** WARNING: split partials RTNPART.nn incomplete;"
            " no depot return statement for " file-name " **"
        if batch-condition-code is less than 4
            move 4 to batch-condition-code
        end-if
        exit paragraph
    end-if
    if rt-header-depot is equal to "NODEPOT"
        move file-name to return-stem-source
        perform derive-return-file-stem
    else
        move rt-header-depot to return-depot-key
    end-if
    move spaces to return-dataset-name
    string "RTN-" delimited by size
        return-depot-key delimited by space
        ".TXT" delimited by size
        into return-dataset-name
    open output depot-return
    write return-record from return-header-rec
    perform varying return-merge-pass from 1 by 1
            until return-merge-pass is greater than 2
        perform varying merge-stream-idx from 1 by 1
                until merge-stream-idx is greater than split-stream-count
            perform copy-stream-return-lines
        end-perform
    end-perform
    move total-read to rt-trailer-read
    move total-converted to rt-trailer-converted
    move total-rejected to rt-trailer-rejected
    write return-record from return-trailer-rec
    close depot-return
    display "Depot return: " return-dataset-name.

*> pass 1 takes the converted lines, pass 2 the rejects
copy-stream-return-lines.
    move merge-stream-idx to stream-suffix
    move spaces to part-file-name
    string "RTNPART." delimited by size stream-suffix delimited by size
        into part-file-name
    open input part-input
    if part-file-status is not equal to "00"
        exit paragraph
    end-if
    move 'N' to part-eof-flag
    perform until part-eof-flag is equal to 'Y'
        read part-input
            at end move 'Y' to part-eof-flag
            not at end
                if (return-merge-pass is equal to 1
                        and part-record(1:1) is equal to 'D')
                    or (return-merge-pass is equal to 2
                        and part-record(1:1) is equal to 'R')
                    move part-record to return-record
                    write return-record
                end-if
        end-read
    end-perform
    close part-input.

merge-one-conv-line.
    write stdout-record from part-record
    move part-record(1:10) to merge-seq
    end-if.

*> ----------------------------------------------------------------
*> the original interactive menu, now with options 0/1/2/3/4. the
*> person at the terminal signs on first and every conversion they
*> run is audited under their id; an unattended batch run has no
*> terminal and is audited as BATCH.
*> ----------------------------------------------------------------
run-interactive-menu.
    move "ROMANNUM" to sign-program
    move 'O' to sign-required-role
    set sign-func-sign-on to true
    call "signon" using signon-parameters
    if sign-on-refused
        move 12 to batch-condition-code
        exit paragraph
    end-if
    move sign-operator-id to conv-operator-id
    perform until Input-Int is equal to 0
        display "Please enter 1 for file input or 2 for normal input and 0 for quit"
        display "(3 converts a decimal part number, 4 a plaque date)"
        accept Input-Int
        if Input-Int is equal to 2
            perform prompt-additive-mode
            perform process-keyboard-mode
        else if Input-Int is equal to 1
            perform prompt-file-run-settings
            if depot-profile-found
                display "Enter file name eg. (input.txt), or @list for a control list:"
                accept file-name
                perform process-file-or-list
            end-if
        else if Input-Int is equal to 3
            perform process-decimal-mode
        else if Input-Int is equal to 4
            perform process-date-mode
        else if Input-Int is equal to 0
            display "Thank you for using."
        else
        end-if
    end-perform.

*> ----------------------------------------------------------------
*> a file run from the menu names its depot and takes the profile,
*> or is left blank and the operator answers the settings by hand
*> ----------------------------------------------------------------
prompt-file-run-settings.
    set depot-profile-found to true
    move spaces to conv-depot-id
    move spaces to depot-contact
    move 'Y' to part-check-answer
    move reject-rate-limit to reject-limit-percent
    move range-row-limit to range-limit-rows
    display "Depot id, or blank to enter the run settings by hand:"
    move spaces to depot-id-answer
    accept depot-id-answer
    inspect depot-id-answer converting
        "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    if depot-id-answer is equal to spaces
        perform prompt-additive-mode
        display "Input format - F fixed columns, C comma, T tab:"
        accept input-format-code
        perform normalize-format-code
        exit paragraph
    end-if
    move depot-id-answer to profile-key
    perform load-depot-profile
    if depot-profile-found
        perform apply-depot-profile
    else
        display "Depot " depot-id-answer " is not on DEPOTPRF.DAT."
    end-if.

prompt-additive-mode.
    display "Is this batch additive-only clock-face notation, e.g. IIII? (Y/N):"
    accept additive-answer
    display "ROMAN EQUIV is:" conv-output-numeral
    display " ".

*> ----------------------------------------------------------------
*> option 4: a plaque date either way round. a calendar date asks
*> which layout to cut; a roman date comes back as YYYYMMDD.
*> ----------------------------------------------------------------
process-date-mode.
    display "Enter a date as YYYYMMDD or YYYY, or a roman date such as XV.X.MMXXVI:"
    move spaces to keyboard-raw-input
    accept keyboard-raw-input
    move spaces to input-record
    move keyboard-raw-input(1:max-numeral-length) to ir-numeral
    set ir-dir-roman-date to true
    if ir-numeral(1:1) is numeric
        display "Layout - D day.month.year, Y year alone:"
        move space to date-layout-answer
        accept date-layout-answer
        inspect date-layout-answer converting "dy" to "DY"
        move date-layout-answer to ir-qualifier
        if not ir-date-layout-full and not ir-date-layout-year
            move 'D' to ir-qualifier
        end-if
    end-if
    set conv-func-roman-date to true
    move "KEYBOARD" to conv-source
    call "conv" using input-record, conv-parameters
    perform write-output-record
    if conv-is-invalid
        display "Invalid date: " conv-reason-text
    else
        display "ROMAN DATE is:" conv-output-numeral
        display "CALENDAR DATE is:" conv-output-decimal
    end-if
    display " ".

*> ----------------------------------------------------------------
*> a file name of "@name" is not a data file: it is a control list
*> naming the datasets to run through in one sitting, so month-end
    move 0 to seen-count
    move 0 to total-duplicates
    move 'N' to seen-table-full-flag
    move 0 to return-depot-count
    move 0 to register-page-number
    move register-lines-per-page to register-line-count
    if resume-in-progress
        open output duplicates-report
        open output register-report
        open output normalize-pairs
        open output range-map
    end-if
*>  the converted decimals of a file run are checked against the
*>  optional part-number reference inside conv, so a miss rejects
*>  before the audit line or any output row is written -- unless
*>  the depot's profile turns the check off
    move part-check-answer to conv-part-check
    perform save-run-settings
    perform open-conversion-history
    if control-list-active
        perform process-control-list
    perform write-register-totals
    close register-report
    close normalize-pairs
    close range-map
    close duplicates-report
    if total-rejected is greater than 0
            and batch-condition-code is less than 4
    end-if
    if circuit-intact
        perform write-interface-trailer
        perform write-plate-trailer
    end-if
    perform write-registry-end
    move spaces to conv-run-id
    set conv-part-check-off to true
    move spaces to conv-depot-id
    display "Batch condition code: " batch-condition-code.

*> ----------------------------------------------------------------
*> a run resumed from a checkpoint must append to the duplicates
*> report, the register, the pairs file and the range trace as it
*> does to CONVOUT and the CSV, instead of truncating the pre-abort
*> pages
*> ----------------------------------------------------------------
open-extend-run-reports.
    open extend duplicates-report
        open output normalize-pairs
        close normalize-pairs
        open extend normalize-pairs
    end-if
    open extend range-map
    if range-map-file-status is equal to "35"
        open output range-map
        close range-map
        open extend range-map
    end-if.

*> ----------------------------------------------------------------
*> depot profile support
*> ----------------------------------------------------------------
load-depot-profile.
    set depot-profile-missing to true
    open input depot-profile
    if depot-file-status is not equal to "00"
        exit paragraph
    end-if
    move profile-key to dp-depot-id
    read depot-profile key is dp-depot-id
        invalid key continue
        not invalid key set depot-profile-found to true
    end-read
    close depot-profile.

apply-depot-profile.
    move dp-input-format to input-format-code
    perform normalize-format-code
    if dp-additive is equal to 'Y' or 'y'
        move 'Y' to additive-answer
        set conv-additive-only to true
    else
        move 'N' to additive-answer
        set conv-standard-notation to true
    end-if
    move dp-notation to notation-answer
    perform resolve-notation-answer
    if dp-part-check is equal to 'N' or 'n'
        move 'N' to part-check-answer
    else
        move 'Y' to part-check-answer
    end-if
    move part-check-answer to conv-part-check
    if dp-reject-limit is numeric and dp-reject-limit is greater than 0
        move dp-reject-limit to reject-limit-percent
    else
        move reject-rate-limit to reject-limit-percent
    end-if
    if dp-range-limit is numeric and dp-range-limit is greater than 0
        move dp-range-limit to range-limit-rows
    else
        move range-row-limit to range-limit-rows
    end-if
    move dp-depot-id to conv-depot-id
    move dp-contact-name to depot-contact
    display "Depot " conv-depot-id " (" depot-contact "): format "
        input-format-code ", additive " additive-answer
        ", notation " conv-notation ", part check " part-check-answer
        ", reject limit " reject-limit-percent "%".

save-run-settings.
    move input-format-code to saved-format-code
    move conv-mode-additive to saved-mode-additive
    move conv-notation to saved-notation
    move part-check-answer to saved-part-check
    move reject-limit-percent to saved-reject-limit
    move range-limit-rows to saved-range-limit
    move conv-depot-id to saved-depot-id
    move depot-contact to saved-contact.

restore-run-settings.
    move saved-format-code to input-format-code
    move saved-mode-additive to conv-mode-additive
    move saved-notation to conv-notation
    move saved-part-check to part-check-answer
    move part-check-answer to conv-part-check
    move saved-reject-limit to reject-limit-percent
    move saved-range-limit to range-limit-rows
    move saved-depot-id to conv-depot-id
    move saved-contact to depot-contact.

*> a control-list line may name its own depot in columns 41-48, so
*> one list can carry depots with different formats and notations.
*> a line without one runs under the settings the run started with.
select-list-entry-settings.
    perform restore-run-settings
    set depot-profile-found to true
    if cl-depot-id is not equal to spaces
        move cl-depot-id to profile-key
        inspect profile-key converting
            "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        perform load-depot-profile
        if depot-profile-found
            perform apply-depot-profile
        end-if
    end-if.

*> ----------------------------------------------------------------
*> run registry support
*> ----------------------------------------------------------------
build-run-identity.
    call "procdate" using procdate-parameters
    move proc-business-date to register-run-date
    accept run-time-now from time
    move spaces to run-identity
    string register-run-date delimited by size
    move registered-run-name to rr-input-file
    move register-run-date to rr-start-date
    move run-time-now to rr-start-time
    call "procdate" using procdate-parameters
    move proc-business-date to rr-end-date
    accept rr-end-time from time
    if circuit-broken
        move "ABORTED" to rr-status
*> ----------------------------------------------------------------
*> work through the control list in sequence. each line names a
*> dataset in columns 1-30 and, optionally, the count from that
*> depot's manifest in columns 31-40 for per-file reconciliation
*> and the depot profile to run it under in columns 41-48.
*> ----------------------------------------------------------------
process-control-list.
    move 0 to grand-total-read
    move 0 to grand-total-converted
    move 0 to grand-total-rejected
    move 0 to grand-sum-of-decimals
    move 0 to grand-ranges-read
    move 0 to grand-rows-generated
    move 0 to control-file-sequence
    if resume-in-progress
        set skipping-to-pending to true
        else
            display "Skipping " cl-file-name
                " (completed before the checkpoint)."
            perform note-skipped-return-depot
            perform note-return-depot
            exit paragraph
        end-if
    end-if
    perform select-list-entry-settings
    if depot-profile-missing
        display "** " cl-file-name " not processed: depot " cl-depot-id
            " is not on DEPOTPRF.DAT. **"
        move 12 to batch-condition-code
        exit paragraph
    end-if
    add 1 to control-file-sequence
    move cl-file-name to file-name
    move cl-expected-count to list-expected-count
    move 0 to total-converted
    move 0 to total-rejected
    move 0 to sum-of-decimals
    move 0 to ranges-read
    move 0 to rows-generated
    move 0 to run-records-read
    move 0 to run-records-rejected
    move 'N' to WS-EOF
        move 0 to total-converted
        move 0 to total-rejected
        move 0 to sum-of-decimals
        move 0 to ranges-read
        move 0 to rows-generated
    end-if
    open input fileInput
    if split-active and split-first-record is greater than 1
            or control-file-sequence is greater than 1
        perform open-extend-csv-output
        perform open-extend-interface-output
        perform open-extend-plate-output
    else
        open output csv-output
        open output interface-output
        open output plate-work-order
    end-if
    if records-already-processed is equal to 0
        move register-run-date to if-header-date
        move file-name to if-header-file
        move run-identity to if-header-run-id
        write interface-record from interface-header-rec
        perform write-plate-header
    end-if
    perform open-depot-return
    perform until WS-EOF is equal to 'Y'
        read fileInput
            at end move 'Y' to WS-EOF
    close fileInput
    close csv-output
    close interface-output
    close plate-work-order
    perform close-depot-return
    if circuit-intact
        perform reset-checkpoint
    end-if
        move file-input-raw(1:10) to ir-sequence-number
        move file-input-raw(11:max-numeral-length) to ir-numeral
        move file-input-raw(11 + max-numeral-length:1) to ir-direction
        move file-input-raw(12 + max-numeral-length:1) to ir-qualifier
        perform check-direction-and-layout
        if file-input-raw(13 + max-numeral-length:max-record-length - 12 - max-numeral-length)
                is not equal to spaces
            or (not ir-dir-roman-date and not ir-dir-range
                and file-input-raw(12 + max-numeral-length:1) is not equal to space)
            display "** WARNING: record " total-read
                " exceeds maximum numeral length of " max-numeral-length
                " characters; data truncated. **"
    else
        perform parse-delimited-record
    end-if
    string "FILE:" delimited by size file-name delimited by space into conv-source
    if record-parse-good and ir-dir-range
        perform process-range-record
    else
        perform check-duplicate-sequence
        perform convert-one-row
        perform write-row-outputs
    end-if
    divide total-read by checkpoint-interval giving checkpoint-quotient
        remainder checkpoint-remainder
    if checkpoint-remainder is equal to 0
        perform write-checkpoint
        perform write-progress-status
    end-if
    if circuit-intact
            and run-records-read is not less than reject-rate-floor
            and run-records-rejected * 100 is greater than
                run-records-read * reject-limit-percent
        set circuit-broken to true
        move 12 to batch-condition-code
        perform write-checkpoint
        move 'Y' to WS-EOF
        display "** REJECT-RATE BREAKER ** " run-records-rejected " of "
            run-records-read " records rejected; run stopped at a checkpoint."
    end-if
    if split-active and total-read is not less than split-stream-quota
        move 'Y' to WS-EOF
    end-if.

*> ----------------------------------------------------------------
*> one conversion, from a record of the file or a row a range
*> generated: a structurally bad record goes straight to the
*> exceptions report, anything else to conv the way its direction
*> byte says
*> ----------------------------------------------------------------
convert-one-row.
    if record-parse-bad
        if ir-numeral is equal to spaces
            move file-input-raw(1:max-numeral-length) to ir-numeral
            if ir-dir-normalize
                perform process-normalize-record
            else
                if ir-dir-roman-date
                    set conv-func-roman-date to true
                else
                    set conv-func-roman-to-dec to true
                end-if
                call "conv" using input-record, conv-parameters
            end-if
        end-if
    end-if.

*> every output a converted or rejected row lands on. a roman date
*> is no part number: its YYYYMMDD result stays off the inventory
*> interface feed, and out of the decimal hash that checks it
write-row-outputs.
    if conv-is-valid
        add 1 to total-converted
        if not ir-dir-roman-date
            compute sum-of-decimals = sum-of-decimals + conv-output-decimal
            perform write-interface-detail
        end-if
        if ir-dir-dec-to-roman and sequence-is-new
            perform write-plate-detail
        end-if
    else
        add 1 to total-rejected
        add 1 to run-records-rejected
    end-if
    perform write-output-record
    perform write-return-line
    perform write-register-detail
    perform write-history-record
    if sequence-is-new
        perform write-csv-record
    end-if.

*> ----------------------------------------------------------------
*> a range record ('R') expands into one row per value from its
*> first value to its last. each row carries a derived sequence --
*> the last six characters of the range's own sequence number and
*> a four-digit row number -- and goes through conv and every
*> output exactly as a record of the file would, with a line on
*> RANGEMAP.TXT tying it back to the range. a range that cannot be
*> expanded is rejected whole, as the one record it is, under
*> reason 08; none of its rows is converted.
*> ----------------------------------------------------------------
process-range-record.
    add 1 to ranges-read
    move ir-sequence-number to range-record-sequence
    move ir-numeral to range-record-numeral
    perform parse-range-bounds
    if range-is-bad
        perform check-duplicate-sequence
        set conv-func-roman-to-dec to true
        move 0 to conv-output-decimal
        move 0 to conv-output-twelfths
        set conv-is-invalid to true
        set conv-reason-bad-range to true
        move range-reason-text to conv-reason-text
        perform write-driver-exception
        perform write-row-outputs
        exit paragraph
    end-if
*>  the breaker weighs a range by its rows, each counted as it is
*>  generated, not by the record that carried them as well
    subtract 1 from run-records-read
    perform derive-range-stem
    perform varying range-row-index from 1 by 1
            until range-row-index is greater than range-row-total
        perform generate-one-range-row
    end-perform.

generate-one-range-row.
    add 1 to rows-generated
    add 1 to run-records-read
    compute range-row-value = range-first-value + range-row-index - 1
    move range-row-index to range-row-number
    move spaces to input-record
    if range-stem-end is equal to 0
        move range-row-number to ir-sequence-number
    else
        string range-record-sequence(range-stem-start:
                range-stem-end - range-stem-start + 1) delimited by size
            range-row-number delimited by size
            into ir-sequence-number
    end-if
    if range-rows-roman
        move range-row-value to range-work-value
        perform build-range-roman
        move range-roman-text to ir-numeral
        move '1' to ir-direction
    else
        move range-row-value to range-value-edit
        move 0 to range-lead-spaces
        inspect range-value-edit tallying range-lead-spaces for leading spaces
        move range-value-edit(range-lead-spaces + 1:) to ir-numeral
        move '2' to ir-direction
    end-if
    set record-parse-good to true
    perform check-duplicate-sequence
    perform convert-one-row
    move spaces to range-map-record
    move range-record-sequence to rm-range-sequence
    move ir-sequence-number to rm-derived-sequence
    move range-row-number to rm-row-number
    move range-row-value to rm-row-value
    move range-record-numeral to rm-range-numeral
    move run-identity to rm-run-id
    write range-map-record
    perform write-row-outputs.

*> the stem is up to six characters ending at the last non-blank
*> character of the range's sequence number
derive-range-stem.
    move 1 to range-stem-start
    move 0 to range-stem-end
    perform varying range-scan-pos from 1 by 1
            until range-scan-pos is greater than 10
        if range-record-sequence(range-scan-pos:1) is not equal to space
            move range-scan-pos to range-stem-end
        end-if
    end-perform
    if range-stem-end is greater than 6
        compute range-stem-start = range-stem-end - 5
    end-if.

*> ----------------------------------------------------------------
*> first-last: two values joined by one hyphen, both decimals or
*> both numerals in the run's notation. the qualifier byte names
*> the direction of the rows; left blank, the first value decides.
*> ----------------------------------------------------------------
parse-range-bounds.
    set range-is-good to true
    move spaces to range-reason-text
    move spaces to range-first-text
    move spaces to range-last-text
    move spaces to range-extra-text
    unstring range-record-numeral delimited by "-"
        into range-first-text range-last-text range-extra-text
    move range-first-text to range-bound-text
    perform left-justify-range-bound
    move range-bound-text to range-first-text
    move range-last-text to range-bound-text
    perform left-justify-range-bound
    move range-bound-text to range-last-text
    if range-first-text is equal to spaces
            or range-last-text is equal to spaces
            or range-extra-text is not equal to spaces
        set range-is-bad to true
        move "A range is a first and a last value joined by -." to range-reason-text
        exit paragraph
    end-if
    move ir-qualifier to range-row-direction
    if range-row-direction is equal to space
        if range-first-text(1:1) is numeric
            move '2' to range-row-direction
        else
            move '1' to range-row-direction
        end-if
    end-if
    move range-first-text to range-bound-text
    perform evaluate-range-bound
    move range-bound-value to range-first-value
    if range-bound-good
        move range-last-text to range-bound-text
        perform evaluate-range-bound
        move range-bound-value to range-last-value
    end-if
    if range-bound-bad
        set range-is-bad to true
        if range-rows-roman
            move "Range bounds are not numerals from I to MMMCMXCIX." to range-reason-text
        else
            move "Range bounds are not whole decimal numbers." to range-reason-text
        end-if
        exit paragraph
    end-if
    if range-last-value is less than range-first-value
        set range-is-bad to true
        move "Range runs backwards: last value is below the first." to range-reason-text
        exit paragraph
    end-if
    compute range-row-total = range-last-value - range-first-value + 1
    if range-row-total is greater than range-limit-rows
        set range-is-bad to true
        move "Range has more rows than the depot's range limit." to range-reason-text
    end-if.

left-justify-range-bound.
    move 1 to range-scan-pos
    perform until range-scan-pos is greater than 60
            or range-bound-text(range-scan-pos:1) is not equal to space
        add 1 to range-scan-pos
    end-perform
    if range-scan-pos is greater than 1 and range-scan-pos is not greater than 60
        move range-bound-text(range-scan-pos:) to range-roman-text
        move range-roman-text to range-bound-text
    end-if.

*> ----------------------------------------------------------------
*> one bound to its value. a decimal bound is digits only, with no
*> fraction; a numeral bound must be exactly the form this run's
*> notation writes for its value, so every generated row between
*> two good bounds is itself good.
*> ----------------------------------------------------------------
evaluate-range-bound.
    set range-bound-good to true
    move 0 to range-bound-value
    move 0 to range-sum
    move 0 to range-prior-value
    inspect range-bound-text converting "ivxlcdm" to "IVXLCDM"
    perform varying range-scan-pos from 1 by 1
            until range-scan-pos is greater than 60
               or range-bound-text(range-scan-pos:1) is equal to space
               or range-bound-bad
        perform evaluate-one-bound-char
    end-perform
    if range-bound-bad
        exit paragraph
    end-if
    if range-scan-pos is not greater than 60
        if range-bound-text(range-scan-pos:) is not equal to spaces
            set range-bound-bad to true
            exit paragraph
        end-if
    end-if
    if range-rows-roman
        add range-prior-value to range-sum
        if range-sum is less than 1 or range-sum is greater than 3999
            set range-bound-bad to true
            exit paragraph
        end-if
        move range-sum to range-bound-value
        move range-sum to range-work-value
        perform build-range-roman
        if range-roman-text is not equal to range-bound-text
            set range-bound-bad to true
        end-if
    else
        if range-bound-value is equal to 0
            set range-bound-bad to true
        end-if
    end-if.

evaluate-one-bound-char.
    if range-rows-decimal
        move range-bound-text(range-scan-pos:1) to range-digit-x
        if range-digit-x is numeric
                and range-scan-pos is not greater than 10
            compute range-bound-value = range-bound-value * 10 + range-digit-9
        else
            set range-bound-bad to true
        end-if
        exit paragraph
    end-if
    move 0 to range-char-value
    perform varying range-table-idx from 1 by 1
            until range-table-idx is greater than 13
        if range-roman-numeral(range-table-idx)(2:1) is equal to space
                and range-roman-numeral(range-table-idx)(1:1)
                    is equal to range-bound-text(range-scan-pos:1)
            move range-roman-value(range-table-idx) to range-char-value
        end-if
    end-perform
    if range-char-value is equal to 0
        set range-bound-bad to true
        exit paragraph
    end-if
    if conv-standard-notation and range-prior-value is less than range-char-value
        subtract range-prior-value from range-sum
    else
        add range-prior-value to range-sum
    end-if
    move range-char-value to range-prior-value.

*> a value in this run's notation: the subtractive pairs for a
*> standard run, single characters only for a clock-face run
build-range-roman.
    move spaces to range-roman-text
    move 1 to range-roman-pos
    perform varying range-table-idx from 1 by 1
            until range-table-idx is greater than 13
        if conv-standard-notation
                or range-roman-numeral(range-table-idx)(2:1) is equal to space
            perform until range-work-value is less than
                    range-roman-value(range-table-idx)
                string range-roman-numeral(range-table-idx) delimited by space
                    into range-roman-text with pointer range-roman-pos
                subtract range-roman-value(range-table-idx) from range-work-value
            end-perform
        end-if
    end-perform.

*> ----------------------------------------------------------------
*> delimited records: sequence, numeral and optional direction byte
*> (followed by the layout letter on a date record) separated by
*> comma or tab, with fields optionally surrounded by
*> double quotes (a quoted field may contain the delimiter). a line
*> with no numeral field, too many fields, an unterminated quote, an
*> overlong field or a bad direction byte is structurally bad and
        move parsed-field-1(1:10) to ir-sequence-number
        move parsed-field-2 to ir-numeral
        move parsed-field-3(1:1) to ir-direction
        move parsed-field-3(2:1) to ir-qualifier
        perform check-direction-and-layout
    end-if.

*> ----------------------------------------------------------------
*> the byte after the direction means something only on a date
*> record ('4'), where it is the layout and must be blank, D or Y,
*> and on a range record ('R'), where it is the direction of the
*> generated rows and must be blank, 1 or 2; on any other direction
*> it is ignored as it always was
*> ----------------------------------------------------------------
check-direction-and-layout.
    inspect ir-direction converting "r" to "R"
    if ir-direction is not equal to ' ' and '1' and '2' and '3' and '4' and 'R'
        set record-parse-bad to true
    end-if
    if ir-dir-roman-date
        inspect ir-qualifier converting "dy" to "DY"
        if not ir-date-layout-full and not ir-date-layout-year
            set record-parse-bad to true
        end-if
    else
        if ir-dir-range
            if ir-qualifier is not equal to ' ' and '1' and '2'
                set record-parse-bad to true
            end-if
        else
            move space to ir-qualifier
        end-if
    end-if.

parse-one-delimited-char.
    move conv-reason-code to exc-reason-code-out
    move conv-reason-text to exc-reason-text-out
    move ir-direction to exc-direction-out
    move ir-qualifier to exc-qualifier-out
    move conv-depot-id to exc-depot-out
    move conv-source to exc-source-out
    move register-run-date to exc-first-date
    move conv-run-id to exc-first-run
    write exceptions-record
    close exceptions-report.

    move "Records read" to reg-total-caption
    move total-read to reg-total-value
    write register-line from register-total-line
    move "Range records read" to reg-total-caption
    move ranges-read to reg-total-value
    write register-line from register-total-line
    move "Rows generated by ranges" to reg-total-caption
    move rows-generated to reg-total-value
    write register-line from register-total-line
    move "Converted successfully" to reg-total-caption
    move total-converted to reg-total-value
    write register-line from register-total-line
    end-if
    move conv-output-twelfths to hist-twelfths
    move register-run-date to hist-date
    move ir-direction to hist-direction
    if conv-is-valid
        if sequence-is-duplicate
            move "DUPLICATE" to hist-disposition
            move checkpoint-total-rejected to total-rejected
            move checkpoint-sum-of-decimals to sum-of-decimals
            move checkpoint-file-name to checkpoint-pending-file
            if checkpoint-ranges-read is numeric
                move checkpoint-ranges-read to ranges-read
                move checkpoint-rows-generated to rows-generated
            end-if
    end-read
    close checkpoint-file.

    move total-rejected to checkpoint-total-rejected
    move sum-of-decimals to checkpoint-sum-of-decimals
    move file-name to checkpoint-file-name
    move ranges-read to checkpoint-ranges-read
    move rows-generated to checkpoint-rows-generated
    write checkpoint-record
    close checkpoint-file.

    write interface-record from interface-trailer-rec
    close interface-output.

*> ----------------------------------------------------------------
*> depot return file support
*> ----------------------------------------------------------------
open-depot-return.
    if conv-depot-id is equal to spaces
        move file-name to return-stem-source
        perform derive-return-file-stem
    else
        move conv-depot-id to return-depot-key
    end-if
    move spaces to return-dataset-name
    string "RTN-" delimited by size
        return-depot-key delimited by space
        ".TXT" delimited by size
        into return-dataset-name
    if split-active
        move spaces to return-dataset-name
        string "RTNPART." delimited by size stream-suffix delimited by size
            into return-dataset-name
    end-if
    perform note-return-depot
*>  a run starts each depot's statement over on the depot's first
*>  file; the file being resumed, and any depot whose earlier files
*>  the resume skipped, keep what was written before the abort
    if return-depot-seen is equal to 'N'
            and records-already-processed is equal to 0
        open output depot-return
    else
        open extend depot-return
        if return-file-status is equal to "35"
            open output depot-return
            close depot-return
            open extend depot-return
        end-if
    end-if
    if records-already-processed is equal to 0
        open output return-reject-work
        move conv-depot-id to rt-header-depot
        if conv-depot-id is equal to spaces
            move "NODEPOT" to rt-header-depot
        end-if
        move depot-contact to rt-header-contact
        move run-identity to rt-header-run-id
        move register-run-date to rt-header-date
        move file-name to rt-header-file
        write return-record from return-header-rec
    else
        open extend return-reject-work
        if return-work-status is equal to "35"
            open output return-reject-work
            close return-reject-work
            open extend return-reject-work
        end-if
    end-if.

note-return-depot.
    move 'N' to return-depot-seen
    perform varying return-depot-idx from 1 by 1
            until return-depot-idx is greater than return-depot-count
        if return-depot-entry(return-depot-idx) is equal to return-depot-key
            move 'Y' to return-depot-seen
        end-if
    end-perform
    if return-depot-seen is equal to 'N'
            and return-depot-count is less than 100
        add 1 to return-depot-count
        move return-depot-key to return-depot-entry(return-depot-count)
    end-if.

note-skipped-return-depot.
    if cl-depot-id is not equal to spaces
        move cl-depot-id to return-depot-key
        inspect return-depot-key converting
            "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    else if saved-depot-id is not equal to spaces
        move saved-depot-id to return-depot-key
    else
        move cl-file-name to return-stem-source
        perform derive-return-file-stem
    end-if.

*> the name of a file run under no depot up to its first dot
derive-return-file-stem.
    move spaces to return-depot-key
    unstring return-stem-source delimited by "." or space
        into return-depot-key
    end-unstring
    if return-depot-key is equal to spaces
        move "NODEPOT" to return-depot-key
    end-if.

write-return-line.
    if conv-is-valid
        move ir-sequence-number to rt-detail-sequence
        move ir-numeral to rt-detail-numeral
        if conv-func-dec-to-roman
            move conv-input-decimal to rt-detail-decimal
        else
            move conv-output-decimal to rt-detail-decimal
        end-if
        move conv-output-twelfths to rt-detail-twelfths
        write return-record from return-detail-rec
    else
        move ir-sequence-number to rt-reject-sequence
        move ir-numeral to rt-reject-numeral
        move conv-reason-code to rt-reject-reason
        move conv-reason-text to rt-reject-text
        write return-work-record from return-reject-rec
    end-if.

*> a file stopped short by the reject-rate breaker keeps its held
*> rejects for the resume, which finishes the statement
close-depot-return.
    close return-reject-work
    if circuit-intact
        open input return-reject-work
        move 'N' to return-work-eof
        perform until return-work-eof is equal to 'Y'
            read return-reject-work
                at end move 'Y' to return-work-eof
                not at end
                    move return-work-record to return-record
                    write return-record
            end-read
        end-perform
        close return-reject-work
        move total-read to rt-trailer-read
        move total-converted to rt-trailer-converted
        move total-rejected to rt-trailer-rejected
        write return-record from return-trailer-rec
        display "Depot return: " return-dataset-name
    end-if
    close depot-return.

*> ----------------------------------------------------------------
*> plate-cutting work order support
*> ----------------------------------------------------------------
open-extend-plate-output.
    open extend plate-work-order
    if plate-file-status is equal to "35"
        open output plate-work-order
        close plate-work-order
        open extend plate-work-order
    end-if.

write-plate-header.
    move register-run-date to pw-header-date
    move file-name to pw-header-file
    move run-identity to pw-header-run-id
    move conv-depot-id to pw-header-depot
    if conv-notation-apostrophus
        move 'A' to pw-header-notation
    else
        move 'V' to pw-header-notation
    end-if
    write plate-record from plate-header-rec.

write-plate-detail.
    move spaces to plate-detail-rec
    move 'D' to pw-record-type
    move ir-sequence-number to pw-sequence
    move conv-output-numeral to pw-numeral
    perform varying glyph-idx from 1 by 1 until glyph-idx is greater than 11
        move 0 to pw-glyph-count(glyph-idx)
    end-perform
    move 0 to pw-char-count
    perform varying glyph-pos from 1 by 1
            until glyph-pos is greater than max-numeral-length
        move conv-output-numeral(glyph-pos:1) to glyph-char
        if glyph-char is not equal to space
            add 1 to pw-char-count
            perform count-one-glyph
        end-if
    end-perform
    perform select-plate-size-class
    write plate-record from plate-detail-rec.

select-plate-size-class.
    if pw-char-count is not greater than plate-small-length
        move 'S' to pw-size-class
    else if pw-char-count is not greater than plate-medium-length
        move 'M' to pw-size-class
    else if pw-char-count is not greater than plate-large-length
        move 'L' to pw-size-class
    else
        move 'X' to pw-size-class
    end-if.

*> ')' is the reversed C of an apostrophus group, but one half of a
*> bracket pair under vinculum notation
count-one-glyph.
    perform varying glyph-idx from 1 by 1 until glyph-idx is greater than 7
        if glyph-char is equal to glyph-letters(glyph-idx:1)
            add 1 to pw-glyph-count(glyph-idx)
            exit paragraph
        end-if
    end-perform
    if glyph-char is equal to ')'
        if conv-notation-apostrophus
            add 1 to pw-glyph-count(8)
        else
            add 1 to pw-glyph-count(9)
        end-if
    else if glyph-char is equal to '('
        add 1 to pw-glyph-count(9)
    else if glyph-char is equal to '.'
        add 1 to pw-glyph-count(10)
    else if glyph-char is equal to 'S'
        add 1 to pw-glyph-count(11)
    end-if.

write-plate-trailer.
    move spaces to plate-trailer-rec
    move 'T' to pw-trailer-type
    move 0 to pw-trailer-plates
    perform varying glyph-idx from 1 by 1 until glyph-idx is greater than 11
        move 0 to pw-trailer-glyphs(glyph-idx)
    end-perform
    open input plate-work-order
    if plate-file-status is not equal to "00"
        exit paragraph
    end-if
    move 'N' to plate-scan-eof
    perform until plate-scan-eof is equal to 'Y'
        read plate-work-order
            at end move 'Y' to plate-scan-eof
            not at end
                if plate-record(1:1) is equal to 'D'
                    move plate-record to plate-detail-rec
                    add 1 to pw-trailer-plates
                    perform varying glyph-idx from 1 by 1
                            until glyph-idx is greater than 11
                        add pw-glyph-count(glyph-idx)
                            to pw-trailer-glyphs(glyph-idx)
                    end-perform
                end-if
        end-read
    end-perform
    close plate-work-order
    perform open-extend-plate-output
    write plate-record from plate-trailer-rec
    close plate-work-order
    move pw-trailer-plates to plate-scan-count
    display "Plate work order: " plate-scan-count " plates on "
        plate-dataset-name.

*> ----------------------------------------------------------------
*> manifest reconciliation
*> ----------------------------------------------------------------
    add total-converted to grand-total-converted
    add total-rejected to grand-total-rejected
    add sum-of-decimals to grand-sum-of-decimals
    add ranges-read to grand-ranges-read
    add rows-generated to grand-rows-generated
    if control-file-sequence is not greater than 50
        move file-name to sub-file-name(control-file-sequence)
        move conv-depot-id to sub-depot-id(control-file-sequence)
        move total-read to sub-total-read(control-file-sequence)
        move total-converted to sub-total-converted(control-file-sequence)
        move total-rejected to sub-total-rejected(control-file-sequence)
            until subtotal-idx is greater than control-file-sequence
               or subtotal-idx is greater than 50
        display sub-file-name(subtotal-idx)
            " " sub-depot-id(subtotal-idx)
            " read " sub-total-read(subtotal-idx)
            " converted " sub-total-converted(subtotal-idx)
            " rejected " sub-total-rejected(subtotal-idx)
    move grand-total-converted to total-converted
    move grand-total-rejected to total-rejected
    move grand-sum-of-decimals to sum-of-decimals
    move grand-ranges-read to ranges-read
    move grand-rows-generated to rows-generated
    perform print-batch-summary.

*> ----------------------------------------------------------------
print-batch-summary.
    display " "
    display "==== End of batch run summary ===="
    if conv-depot-id is not equal to spaces and single-file-run
        display "Depot profile           : " conv-depot-id " " depot-contact
    end-if
    display "Total records read      : " total-read
    display "Range records read      : " ranges-read
    display "Rows generated by ranges: " rows-generated
    display "Converted successfully  : " total-converted
    display "Rejected                : " total-rejected
    display "Duplicate sequences     : " total-duplicates
