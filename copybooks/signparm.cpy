    *> signparm.cpy
    *> call interface of the signon subprogram. function S signs an
    *> operator on against OPERATOR.DAT and hands back who they are;
    *> function C checks the already signed-on operator's role
    *> against what one menu option needs. every failed sign-on and
    *> every refusal goes to the SECLOG.TXT security log.
    01 signon-parameters.
        05 sign-function pic x(01).
            88 sign-func-sign-on value 'S'.
            88 sign-func-check-role value 'C'.
    *> the calling program, and what was attempted, for the log
        05 sign-program pic x(08).
        05 sign-action pic x(30).
    *> the least role the program or option needs: I, O or S
        05 sign-required-role pic x(01).
        05 sign-operator-id pic x(08).
        05 sign-operator-name pic x(30).
        05 sign-operator-role pic x(01).
            88 sign-role-inquiry value 'I'.
            88 sign-role-operator value 'O'.
            88 sign-role-supervisor value 'S'.
        05 sign-result pic x(01).
            88 sign-on-accepted value 'Y'.
            88 sign-on-refused value 'N'.
