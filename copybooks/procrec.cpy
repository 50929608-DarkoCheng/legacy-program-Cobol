    *> procrec.cpy
    *> the one record of PROCDATE.TXT, the processing date control
    *> record: the business date in force, and who moved it last,
    *> how, when by the wall clock and from what date. read through
    *> procdate by every program, written only by dateroll.
    01 procdate-record.
        05 pd-business-date pic 9(08).
        05 filler pic x value space.
    *> ROLLED by the nightly date-roll step, SET by a supervisor
        05 pd-last-action pic x(08).
        05 filler pic x value space.
        05 pd-changed-by pic x(08).
        05 filler pic x value space.
        05 pd-changed-date pic 9(08).
        05 filler pic x value space.
        05 pd-changed-time pic 9(08).
        05 filler pic x value space.
        05 pd-prior-date pic 9(08).
