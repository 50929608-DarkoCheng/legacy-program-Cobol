    *> qarec.cpy
    *> one line of QASAMPLE.TXT, the quality-assurance sample
    *> register: every converted record qasamp drew for inspection,
    *> with what the inspector found once qapost has posted it.
    *> shared by every program that writes or reads the register:
    *> qasamp, qapost, qarpt, and excfix, which looks up the numeral
    *> a failed record was converted from.
    01 qa-sample-record.
        05 qa-run-id pic x(16).
        05 filler pic x value space.
        05 qa-sequence pic x(10).
        05 filler pic x value space.
        05 qa-depot pic x(08).
        05 filler pic x value space.
    *> the business date the sample was drawn; the quarterly report
    *> buckets by it
        05 qa-sample-date pic 9(08).
        05 filler pic x value space.
        05 qa-numeral pic x(60).
        05 filler pic x value space.
        05 qa-decimal pic 9(10).
        05 filler pic x value space.
        05 qa-twelfths pic 9(02).
        05 filler pic x value space.
    *> why the draw favoured the record: F it carries a fraction,
    *> H its value is above 3,999, B both, blank neither
        05 qa-weighting pic x(01).
        05 filler pic x value space.
    *> blank until the inspector's result is posted
        05 qa-result pic x(01).
            88 qa-result-pending value space.
            88 qa-result-pass value 'P'.
            88 qa-result-fail value 'F'.
        05 filler pic x value space.
        05 qa-inspector pic x(08).
        05 filler pic x value space.
        05 qa-result-date pic 9(08).
        05 filler pic x value space.
    *> on a failure, the numeral as the inspector read it off the tag
        05 qa-tag-reading pic x(60).
        05 filler pic x value space.
    *> where the record came from, so a failure goes to the exceptions
    *> report as the run's own rejects do
        05 qa-source pic x(30).
        05 filler pic x value space.
        05 qa-direction pic x(01).
