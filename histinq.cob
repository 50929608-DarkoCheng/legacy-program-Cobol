    copy "histrec.cpy".

working-storage section.
    copy "signparm.cpy".
77 history-file-status pic xx.
77 history-eof-flag pic x.
77 keyed-sequence pic x(10).

procedure division.
main-logic.
    move "HISTINQ" to sign-program
    move 'I' to sign-required-role
    set sign-func-sign-on to true
    call "signon" using signon-parameters
    if sign-on-refused
        move 12 to return-code
        stop run
    end-if
    open input conversion-history
    if history-file-status is not equal to "00"
        display "Cannot open CONVHIST.DAT, file status " history-file-status
