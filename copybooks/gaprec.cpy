    *> gaprec.cpy
    *> one line of AUDITGAP.TXT, the audit index gap register: a run
    *> (and business date) for which at least one audit line reached
    *> AUDITLOG.TXT but not AUDITIX.DAT. written and read only through
    *> the audgap subprogram; cleared by audload once a rebuild has
    *> put every kept line back in the index.
    01 audit-gap-record.
        05 gr-run-id pic x(16).
        05 filler pic x value space.
    *> the business date the missing line was booked to
        05 gr-date pic 9(08).
        05 filler pic x value space.
    *> the wall clock when the first line went missing
        05 gr-clock-date pic 9(08).
        05 filler pic x value space.
        05 gr-time pic 9(08).
        05 filler pic x value space.
        05 gr-sequence pic x(10).
        05 filler pic x value space.
    *> the index file status that stopped the line, for operations
        05 gr-index-status pic x(02).
        05 filler pic x value space.
        05 gr-program pic x(08).
