    *> excrec.cpy
    *> one line of EXCEPRPT.TXT, the exceptions report: every record
    *> rejected by conv, by the driver's own structural checks or by
    *> the downstream loader. shared by every program that writes or
    *> reads the report: conv, romannumerals, ackpost, excfix and
    *> excage.
    01 exceptions-record.
        05 exc-sequence-out pic x(10).
        05 filler pic x value space.
        05 exc-numeral-out pic x(60).
        05 filler pic x value space.
        05 exc-reason-code-out pic x(02).
        05 filler pic x value space.
        05 exc-reason-text-out pic x(52).
        05 filler pic x value space.
        05 exc-direction-out pic x(01).
    *> the depot profile the rejected record was run under, so excfix
    *> resubmits it with that depot's settings. records written
    *> before the field existed read back as spaces.
        05 filler pic x value space.
        05 exc-depot-out pic x(08).
    *> where the record first came from and when and in which run it
    *> was first rejected. conv and the driver stamp them on a new
    *> reject; excfix carries them forward on every resubmission, so
    *> an item keeps its age until it is repaired or written off.
    *> records written before the fields existed read back as spaces
    *> and age as undated.
        05 filler pic x value space.
        05 exc-source-out pic x(30).
        05 filler pic x value space.
        05 exc-first-date pic 9(08).
        05 filler pic x value space.
        05 exc-first-run pic x(16).
    *> the roman date layout a direction '4' record asked for, so a
    *> resubmitted date is cut the same way. blank on everything else.
        05 filler pic x value space.
        05 exc-qualifier-out pic x(01).
