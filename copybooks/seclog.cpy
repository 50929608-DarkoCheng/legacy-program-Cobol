    *> seclog.cpy
    *> one line of SECLOG.TXT, the append-only security log: failed
    *> sign-ons, role refusals and changes to the operator file, with
    *> the wall-clock date and time they happened.
    01 security-record.
        05 sl-date pic 9(08).
        05 filler pic x value space.
        05 sl-time pic 9(08).
        05 filler pic x value space.
        05 sl-program pic x(08).
        05 filler pic x value space.
        05 sl-operator-id pic x(08).
        05 filler pic x value space.
        05 sl-event pic x(08).
        05 filler pic x value space.
        05 sl-detail pic x(40).
