    *> oprrec.cpy
    *> record layout of the OPERATOR.DAT operator file: one entry per
    *> person allowed at the interactive programs, keyed by user id.
    *> the role decides what each person may do -- I inquiry (history,
    *> audit and master value lookups only), O operator (conversions
    *> and excfix resubmissions), S supervisor (backout, approving
    *> MASTER.DAT changes, profile and operator maintenance).
    *> read by the signon subprogram, maintained by opermnt.
    01 operator-record.
        05 op-operator-id pic x(08).
        05 op-operator-name pic x(30).
        05 op-role pic x(01).
            88 op-role-inquiry value 'I'.
            88 op-role-operator value 'O'.
            88 op-role-supervisor value 'S'.
        05 op-password pic x(08).
    *> a revoked id stays on file so its history still resolves to a
    *> name, but can no longer sign on
        05 op-status pic x(01).
            88 op-active value 'A'.
            88 op-revoked value 'R'.
        05 op-added-date pic 9(08).
        05 op-added-by pic x(08).
        05 filler pic x(30).
