    *> audrec.cpy
    *> one line of AUDITLOG.TXT: every conversion conv has ever run,
    *> stamped with date, time and the source it came from. the date
    *> is the business date the run was booked to (PROCDATE.TXT);
    *> the time, and the clock date at the end of the record, are
    *> the wall clock the conversion actually ran by. shared
    *> between conv (which appends) and audrpt (which reports on and
    *> rolls over the log).
    01 audit-record.
    *> back as spaces, which is the roman-to-decimal direction.
        05 filler pic x value space.
        05 audit-direction-out pic x(01).
    *> the operator signed on when the conversion ran, or BATCH for
    *> an unattended run. records written before sign-on existed
    *> read back as spaces.
        05 filler pic x value space.
        05 audit-operator-out pic x(08).
    *> the wall-clock date of the conversion, which differs from
    *> audit-date-out when a run crosses midnight or reruns an
    *> earlier business day. records written before the field
    *> existed read back as spaces.
        05 filler pic x value space.
        05 audit-clock-date-out pic 9(08).
    *> the depot profile the conversion ran under (spaces when no
    *> profile applied), so the monthly chargeback can bill each
    *> depot for its own work. records written before the field
    *> existed read back as spaces.
        05 filler pic x value space.
        05 audit-depot-out pic x(08).
    *> the notation mode the conversion ran under, Y additive-only
    *> or N standard: the last byte of the MASTER.DAT key, so the
    *> recovery job can put a replayed conversion back on the entry
    *> it really touched. records written before the field existed
    *> read back as a space.
        05 filler pic x value space.
        05 audit-mode-out pic x(01).
