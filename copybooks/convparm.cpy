            88 conv-func-roman-to-dec value '1'.
            88 conv-func-dec-to-roman value '2'.
            88 conv-func-normalize value '3'.
            88 conv-func-roman-date value '4'.
        05 conv-mode-additive pic x(01).
            88 conv-additive-only value 'Y'.
            88 conv-standard-notation value 'N'.
    *> caller sets conv-part-check and a converted decimal is not on
    *> the inventory part-number reference file.
            88 conv-reason-part-unknown value '06'.
    *> '07' is a date conversion whose day, month or year cannot be a
    *> calendar date (XXXI.II, 20250230); a roman part that is not a
    *> valid numeral at all keeps reasons 01 to 03.
            88 conv-reason-invalid-date value '07'.
    *> '08' is stamped by the file-mode driver on a range record it
    *> will not expand: bounds that are not values, a last value
    *> below the first, or more rows than the depot allows.
            88 conv-reason-bad-range value '08'.
    *> '09' is stamped by qapost on a sampled conversion the QA
    *> inspector failed against the physical tag; the item carries
    *> the numeral as the inspector read it, so excfix resubmits what
    *> the tag really says.
            88 conv-reason-qa-failed value '09'.
        05 conv-reason-text pic x(52).
    *> notation for the decimal-to-roman side above 3,999: blank or
    *> 'V' writes vinculum brackets, 'A' writes apostrophus groups
            88 conv-notation-apostrophus value 'A'.
    *> 'Y' makes conv check the converted decimal against the
    *> optional PARTREF.TXT part-number reference file and reject
    *> misses with reason 06. the file-mode driver and excfix set it
    *> as the depot profile says (on when no profile applies to a
    *> file run); keyboard sessions leave it off.
        05 conv-part-check pic x(01).
            88 conv-part-check-active value 'Y'.
            88 conv-part-check-off values ' ', 'N'.
    *> the depot profile the caller is running under (spaces when no
    *> profile applies); stamped on the exceptions report so excfix
    *> can resubmit a reject under the same depot's settings.
        05 conv-depot-id pic x(08).
    *> who the conversion was run for: the operator signed on at the
    *> terminal, or BATCH for an unattended run. stamped on the audit
    *> log so the auditors can see who did what.
        05 conv-operator-id pic x(08).
    *> the origin of a reject being resubmitted: its original source,
    *> the date it was first rejected and the run that rejected it.
    *> excfix sets them so a reject that fails again keeps its age;
    *> every other caller leaves them spaces and zero, and conv stamps
    *> its own source, today and the current run.
        05 conv-origin-source pic x(30).
        05 conv-origin-date pic 9(08).
        05 conv-origin-run pic x(16).
