    *> gapparm.cpy
    *> call interface of the audgap subprogram, which keeps the
    *> register of runs and dates whose audit lines are not all in
    *> AUDITIX.DAT. conv (and audload) record a gap whenever a line
    *> cannot be indexed; every reader of the index asks first, and
    *> reads the log and the archives instead for a run or period
    *> with a gap, since an index that holds some of the lines would
    *> otherwise pass for one that holds them all.
    01 audgap-parameters.
        05 gap-function pic x(01).
            88 gap-func-record value 'W'.
            88 gap-func-check-run value 'R'.
            88 gap-func-check-dates value 'D'.
            88 gap-func-clear value 'C'.
    *> W: the line that missed the index; R: the run asked about
        05 gap-run-id pic x(16).
        05 gap-sequence pic x(10).
    *> W: the business date of the line; D: the period asked about
        05 gap-from-date pic 9(08).
        05 gap-to-date pic 9(08).
        05 gap-index-status pic x(02).
        05 gap-program pic x(08).
    *> R and D: whether the register holds a gap for the request
        05 gap-found-flag pic x(01).
            88 gap-found value 'Y'.
            88 gap-none value 'N'.
