identification division.
program-id. recovr.
environment division.
input-output section.
file-control.
    select optional audit-log assign to "AUDITLOG.TXT"
      organization line sequential
      file status is audit-file-status.
    select audit-archive assign to archive-file-name
      organization line sequential
      file status is archive-file-status.
    select optional run-registry assign to "RUNREG.TXT"
      organization line sequential
      file status is registry-file-status.
    select optional maintenance-journal assign to "MASTJRNL.TXT"
      organization line sequential
      file status is journal-file-status.
    select optional translation-table assign to "TRANSTBL.TXT"
      organization line sequential
      file status is translation-file-status.
    select depot-profile assign to "DEPOTPRF.DAT"
      organization indexed
      access mode dynamic
      record key dp-depot-id
      sharing with all other
      file status is depot-file-status.
    select rebuilt-master assign to "MASTNEW.DAT"
      organization indexed
      access mode dynamic
      record key rb-numeral
      file status is rebuilt-file-status.
    select damaged-master assign to "MASTER.DAT"
      organization indexed
      access mode dynamic
      record key dm-numeral
      file status is damaged-file-status.
    select rebuilt-history assign to "HISTNEW.DAT"
      organization indexed
      access mode dynamic
      record key rh-key
      file status is rebuilt-file-status.
    select damaged-history assign to "CONVHIST.DAT"
      organization indexed
      access mode dynamic
      record key dh-key
      file status is damaged-file-status.
    select recovery-report assign to "RECOVRPT.TXT"
      organization line sequential
      file status is report-file-status.

data division.
file section.
fd audit-log.
    01 audit-log-line pic x(200).
fd audit-archive.
    01 archive-record pic x(200).
fd run-registry.
    copy "runreg.cpy".
*> the mastmnt journal, read back for the changes it applied
fd maintenance-journal.
    01 journal-record.
        05 jr-date pic 9(08).
        05 filler pic x.
        05 jr-time pic 9(08).
        05 filler pic x.
        05 jr-applied-by pic x(08).
        05 filler pic x.
        05 jr-requested-by pic x(08).
        05 filler pic x.
        05 jr-function pic x(08).
        05 filler pic x.
        05 jr-before-image pic x(88).
        05 filler pic x.
        05 jr-after-image pic x(88).
fd translation-table.
    01 translation-record.
        05 tt-source pic x(30).
        05 filler pic x.
        05 tt-from-char pic x(01).
        05 filler pic x.
        05 tt-to-char pic x(01).
fd depot-profile.
    copy "deptrec.cpy".
fd rebuilt-master.
    copy "mastrec.cpy" replacing ==master-record== by ==rb-record==
        ==master-numeral== by ==rb-numeral==
        ==master-decimal== by ==rb-decimal==
        ==master-usage-count== by ==rb-usage-count==
        ==master-last-used-date== by ==rb-last-used-date==.
fd damaged-master.
    copy "mastrec.cpy" replacing ==master-record== by ==dm-record==
        ==master-numeral== by ==dm-numeral==
        ==master-decimal== by ==dm-decimal==
        ==master-usage-count== by ==dm-usage-count==
        ==master-last-used-date== by ==dm-last-used-date==.
fd rebuilt-history.
    copy "histrec.cpy" replacing ==history-record== by ==rh-record==
        ==hist-key== by ==rh-key==
        ==hist-sequence== by ==rh-sequence==
        ==hist-run-id== by ==rh-run-id==
        ==hist-entry-number== by ==rh-entry-number==
        ==hist-numeral== by ==rh-numeral==
        ==hist-decimal== by ==rh-decimal==
        ==hist-twelfths== by ==rh-twelfths==
        ==hist-date== by ==rh-date==
        ==hist-disposition== by ==rh-disposition==
        ==hist-direction== by ==rh-direction==.
fd damaged-history.
    copy "histrec.cpy" replacing ==history-record== by ==dh-record==
        ==hist-key== by ==dh-key==
        ==hist-sequence== by ==dh-sequence==
        ==hist-run-id== by ==dh-run-id==
        ==hist-entry-number== by ==dh-entry-number==
        ==hist-numeral== by ==dh-numeral==
        ==hist-decimal== by ==dh-decimal==
        ==hist-twelfths== by ==dh-twelfths==
        ==hist-date== by ==dh-date==
        ==hist-disposition== by ==dh-disposition==
        ==hist-direction== by ==dh-direction==.
fd recovery-report.
    01 report-line pic x(132).

working-storage section.
    copy "procparm.cpy".
    copy "signparm.cpy".
*> every audit line, live or archived, is viewed through the one
*> shared layout, the same way finsum and backout read the trail
    copy "audrec.cpy" replacing ==audit-record== by ==scan-record==
        ==audit-date-out== by ==scan-date==
        ==audit-time-out== by ==scan-time==
        ==audit-source-out== by ==scan-source==
        ==audit-input-out== by ==scan-input==
        ==audit-result-out== by ==scan-result==
        ==audit-run-id-out== by ==scan-run-id==
        ==audit-sequence-out== by ==scan-sequence==
        ==audit-twelfths-out== by ==scan-twelfths==
        ==audit-direction-out== by ==scan-direction==
        ==audit-depot-out== by ==scan-depot==
        ==audit-mode-out== by ==scan-mode==.

77 audit-file-status pic xx.
77 archive-file-status pic xx.
77 registry-file-status pic xx.
77 journal-file-status pic xx.
77 translation-file-status pic xx.
77 depot-file-status pic xx.
77 rebuilt-file-status pic xx.
77 damaged-file-status pic xx.
77 report-file-status pic xx.
77 scan-eof-flag pic x value 'N'.
77 archive-file-name pic x(30).
77 archives-walked pic 9(05) value 0.
77 depot-file-open pic x value 'N'.

77 cmd-line-arg-count pic 9(2) value 0.
77 cmd-line-arg-index pic 9(2).
77 cmd-line-arg-value pic x(30).

*> M rebuilds MASTER.DAT into MASTNEW.DAT, H rebuilds CONVHIST.DAT
*> into HISTNEW.DAT; operations swaps the new file in, as it does
*> after a mastmnt rebuild
77 recovery-target pic x(01).
    88 recover-master value 'M'.
    88 recover-history value 'H'.
77 from-date-text pic x(08).
77 to-date-text pic x(08).
77 from-date pic 9(08) value 0.
77 to-date pic 9(08) value 0.
77 today-date pic 9(08).
77 walk-date pic 9(08).
77 walk-end-date pic 9(08).
77 walk-year pic 9(04).
77 walk-month pic 9(02).
77 walk-day pic 9(02).
77 leap-remainder pic 9(04).
77 days-in-month pic 9(02).

77 result-value pic 9(10).
77 parse-pos pic 99 usage is computational.
01 parse-digit-x pic x.
01 parse-digit-9 redefines parse-digit-x pic 9.

*> runs taken back by backout: their conversions are not replayed
77 backout-count pic 9(05) usage is computational value 0.
77 backout-idx pic 9(05) usage is computational.
77 backout-found pic x.
01 backout-run-table.
    05 backout-run-id pic x(16) occurs 5000 times.

*> the journal's applied changes inside the period, replayed in
*> their place among the conversions by business date and time
77 change-count pic 9(05) usage is computational value 0.
77 change-idx pic 9(05) usage is computational value 1.
77 change-table-full-flag pic x value 'N'.
01 change-table.
    05 change-entry occurs 2000 times.
        10 ch-stamp pic 9(16).
        10 ch-function pic x(08).
        10 ch-before-numeral pic x(61).
        10 ch-after-image pic x(88).
01 change-stamp.
    05 change-stamp-date pic 9(08).
    05 change-stamp-time pic 9(08).
01 change-stamp-9 redefines change-stamp pic 9(16).
01 line-stamp.
    05 line-stamp-date pic 9(08).
    05 line-stamp-time pic 9(08).
01 line-stamp-9 redefines line-stamp pic 9(16).
01 journal-before-view.
    05 jb-numeral pic x(61).
    05 filler pic x(27).
*> the after image of a correction is a whole master record
01 journal-after-view.
    05 ja-numeral pic x(61).
    05 ja-decimal pic 9(10).
    05 ja-usage-count pic 9(09).
    05 ja-last-used-date pic 9(08).

*> conv builds its master keys from the numeral AFTER the depot's
*> TRANSTBL.TXT substitutions and after the fraction marks are
*> stripped, so the replayed keys are built the same way backout
*> builds its decrement keys
77 translation-eof-flag pic x.
77 translation-count pic 9(03) value 0.
77 translation-idx pic 9(03) usage is computational.
01 translation-rule-table.
    05 translation-rule-entry occurs 200 times.
        10 tr-source pic x(30).
        10 tr-from-char pic x(01).
        10 tr-to-char pic x(01).
77 usage-numeral-work pic x(60).
77 strip-scan-pos pic s99.
01 replay-key.
    05 replay-key-text pic x(60).
    05 replay-key-mode pic x(01).
77 loaded-depot-id pic x(08) value spaces.
77 loaded-depot-mode pic x(01) value 'N'.

*> a history entry's number is the run's own counter, which the
*> audit trail does not carry; the rebuild numbers each run's
*> entries again in the order the trail holds them
77 run-count pic 9(05) usage is computational value 0.
77 run-idx pic 9(05) usage is computational.
77 run-found-idx pic 9(05) usage is computational.
01 history-run-table.
    05 history-run-entry occurs 5000 times.
        10 hr-run-id pic x(16).
        10 hr-entry-counter pic 9(10).

77 lines-in-period pic 9(10) value 0.
77 lines-replayed pic 9(10) value 0.
77 lines-backed-out pic 9(10) value 0.
77 lines-not-applicable pic 9(10) value 0.
77 changes-applied pic 9(07) value 0.
77 changes-not-found pic 9(07) value 0.
77 rebuilt-written pic 9(10) value 0.
77 rebuilt-rejected-writes pic 9(10) value 0.

*> the comparison with whatever is left of the damaged file
77 damaged-readable-flag pic x value 'N'.
77 damaged-read-count pic 9(10) value 0.
77 damaged-read-error-flag pic x value 'N'.
77 compare-matched pic 9(10) value 0.
77 compare-differ pic 9(10) value 0.
77 compare-damaged-only pic 9(10) value 0.
77 compare-rebuilt-only pic 9(10) value 0.
77 detail-lines-written pic 9(05) value 0.
77 detail-line-limit pic 9(05) value 500.
77 compare-found-flag pic x.
77 previous-group-key pic x(26).
77 group-occurrence pic 9(05) usage is computational.
77 group-step pic 9(05) usage is computational.
77 group-eof-flag pic x.
77 duplicate-seen-flag pic x.
77 held-group-key pic x(26).
01 held-history-record pic x(129).

01 report-heading-line.
    05 filler pic x(22) value "Recovery rebuild of ".
    05 rh-target-name pic x(13).
    05 filler pic x(11) value "from trail ".
    05 rh-from pic 9(08).
    05 filler pic x(03) value " - ".
    05 rh-to pic 9(08).
    05 filler pic x(06) value "  by  ".
    05 rh-operator pic x(08).
01 report-count-line.
    05 rc-caption pic x(44).
    05 rc-value pic z(9)9.
01 master-detail-line.
    05 md-tag pic x(13).
    05 md-numeral pic x(40).
    05 filler pic x value space.
    05 md-mode pic x(01).
    05 filler pic x(09) value "  dmg   ".
    05 md-damaged-decimal pic z(9)9.
    05 filler pic x value space.
    05 md-damaged-usage pic z(8)9.
    05 filler pic x value space.
    05 md-damaged-date pic 9(08) blank when zero.
    05 filler pic x(08) value "  new  ".
    05 md-rebuilt-decimal pic z(9)9.
    05 filler pic x value space.
    05 md-rebuilt-usage pic z(8)9.
    05 filler pic x value space.
    05 md-rebuilt-date pic 9(08) blank when zero.
01 history-detail-line.
    05 hd-tag pic x(13).
    05 hd-sequence pic x(10).
    05 filler pic x value space.
    05 hd-run-id pic x(16).
    05 filler pic x(07) value "  dmg  ".
    05 hd-damaged-numeral pic x(20).
    05 filler pic x value space.
    05 hd-damaged-disposition pic x(12).
    05 filler pic x(07) value "  new  ".
    05 hd-rebuilt-numeral pic x(20).
    05 filler pic x value space.
    05 hd-rebuilt-disposition pic x(12).

procedure division.
main-logic.
*>  a rebuilt file replaces the one every run trusts, so the
*>  recovery is a supervisor's call, like a mastmnt rebuild
    move "RECOVR" to sign-program
    move "rebuild from the audit trail" to sign-action
    move 'S' to sign-required-role
    set sign-func-sign-on to true
    call "signon" using signon-parameters
    if sign-on-refused
        move 12 to return-code
        stop run
    end-if
    perform get-run-parameters
    perform load-backed-out-runs
    if recover-master
        perform load-translation-table
        perform load-journal-changes
        open input depot-profile
        if depot-file-status is equal to "00"
            move 'Y' to depot-file-open
        end-if
        open output rebuilt-master
        if rebuilt-file-status is not equal to "00"
            display "Cannot create MASTNEW.DAT, file status "
                rebuilt-file-status
            move 12 to return-code
            stop run
        end-if
        close rebuilt-master
        open i-o rebuilt-master
    else
        open output rebuilt-history
        if rebuilt-file-status is not equal to "00"
            display "Cannot create HISTNEW.DAT, file status "
                rebuilt-file-status
            move 12 to return-code
            stop run
        end-if
        close rebuilt-history
        open i-o rebuilt-history
    end-if
    perform walk-dated-archives
    perform replay-live-log
    if recover-master
        perform apply-remaining-changes
        if depot-file-open is equal to 'Y'
            close depot-profile
        end-if
        close rebuilt-master
    else
        close rebuilt-history
    end-if
    perform write-recovery-report
    display " "
    display "==== Recovery rebuild ===="
    display "Trail period           : " from-date " - " to-date
    display "Archives walked        : " archives-walked
    display "Audit lines replayed   : " lines-replayed
    display "Backed-out lines       : " lines-backed-out
    if recover-master
        display "Journal changes applied: " changes-applied
        display "Entries in MASTNEW.DAT : " rebuilt-written
    else
        display "Entries in HISTNEW.DAT : " rebuilt-written
    end-if
    if damaged-readable-flag is equal to 'Y'
        display "Matched / differ       : " compare-matched " / "
            compare-differ
        display "Damaged only / new only: " compare-damaged-only " / "
            compare-rebuilt-only
    else
        display "The damaged file could not be read; nothing compared."
    end-if
    display "=========================="
    display "Comparison on RECOVRPT.TXT"
    if recover-master
        display "Rename MASTNEW.DAT over MASTER.DAT to complete the"
            " recovery."
    else
        display "Rename HISTNEW.DAT over CONVHIST.DAT to complete the"
            " recovery."
    end-if
    if damaged-read-error-flag is equal to 'Y'
            or rebuilt-rejected-writes is greater than 0
        move 4 to return-code
    end-if
    stop run.

*> ----------------------------------------------------------------
*> recovr M|H from-date [to-date]: which file, and the stretch of
*> the trail to replay -- normally from the oldest archive kept up
*> to the business date, which is the default end
*> ----------------------------------------------------------------
get-run-parameters.
    move space to recovery-target
    move spaces to from-date-text
    move spaces to to-date-text
    accept cmd-line-arg-count from argument-number
    if cmd-line-arg-count is greater than 0
        move 1 to cmd-line-arg-index
        display cmd-line-arg-index upon argument-number
        accept cmd-line-arg-value from argument-value
        move cmd-line-arg-value(1:1) to recovery-target
        if cmd-line-arg-count is greater than 1
            move 2 to cmd-line-arg-index
            display cmd-line-arg-index upon argument-number
            accept cmd-line-arg-value from argument-value
            move cmd-line-arg-value(1:8) to from-date-text
        end-if
        if cmd-line-arg-count is greater than 2
            move 3 to cmd-line-arg-index
            display cmd-line-arg-index upon argument-number
            accept cmd-line-arg-value from argument-value
            move cmd-line-arg-value(1:8) to to-date-text
        end-if
    else
        display "Rebuild M (MASTER.DAT) or H (CONVHIST.DAT):"
        accept recovery-target
        display "Replay the trail from date (YYYYMMDD):"
        accept from-date-text
        display "to date (YYYYMMDD), blank for the business date:"
        accept to-date-text
    end-if
    inspect recovery-target converting "mh" to "MH"
    if not recover-master and not recover-history
        display "Give M to rebuild MASTER.DAT or H to rebuild"
            " CONVHIST.DAT."
        move 12 to return-code
        stop run
    end-if
    call "procdate" using procdate-parameters
    move proc-business-date to today-date
    if from-date-text is not numeric
        display "Give the start of the trail to replay as YYYYMMDD."
        move 12 to return-code
        stop run
    end-if
    move from-date-text to from-date
    if to-date-text is equal to spaces
        move today-date to to-date
    else
        if to-date-text is not numeric
            display "Give the end of the trail to replay as YYYYMMDD."
            move 12 to return-code
            stop run
        end-if
        move to-date-text to to-date
    end-if
    if from-date is less than 19000101 or to-date is less than from-date
        display "** " from-date " - " to-date " is not a period to"
            " replay. **"
        move 12 to return-code
        stop run
    end-if.

load-backed-out-runs.
    open input run-registry
    if registry-file-status is not equal to "00"
        if registry-file-status is equal to "05"
            close run-registry
        end-if
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read run-registry
            at end move 'Y' to scan-eof-flag
            not at end
                if rr-status is equal to "BACKOUT"
                        and backout-count is less than 5000
                    add 1 to backout-count
                    move rr-run-id to backout-run-id(backout-count)
                end-if
        end-read
    end-perform
    close run-registry.

load-translation-table.
    move 0 to translation-count
    open input translation-table
    if translation-file-status is not equal to "00"
        if translation-file-status is equal to "05"
            close translation-table
        end-if
        exit paragraph
    end-if
    move 'N' to translation-eof-flag
    perform until translation-eof-flag is equal to 'Y'
        read translation-table
            at end move 'Y' to translation-eof-flag
            not at end
                if tt-source is not equal to spaces
                        and tt-from-char is not equal to space
                    if translation-count is less than 200
                        add 1 to translation-count
                        move tt-source to tr-source(translation-count)
                        move tt-from-char to tr-from-char(translation-count)
                        move tt-to-char to tr-to-char(translation-count)
                    else
                        display "** WARNING: more than 200 translation"
                            " rules; later rules are ignored. **"
                        move 'Y' to translation-eof-flag
                    end-if
                end-if
        end-read
    end-perform
    close translation-table.

*> ----------------------------------------------------------------
*> the changes mastmnt applied inside the period, in the order it
*> journalled them: a correction, or a delete or purge. a change
*> only ever reached the journal once a supervisor had applied it.
*> ----------------------------------------------------------------
load-journal-changes.
    move 0 to change-count
    move 1 to change-idx
    open input maintenance-journal
    if journal-file-status is not equal to "00"
        if journal-file-status is equal to "05"
            close maintenance-journal
        end-if
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read maintenance-journal
            at end move 'Y' to scan-eof-flag
            not at end
                if jr-date is numeric and jr-time is numeric
                        and jr-date is not less than from-date
                        and jr-date is not greater than to-date
                        and (jr-function is equal to "CORRECT"
                          or jr-function is equal to "DELETE"
                          or jr-function is equal to "PURGE")
                    perform note-one-journal-change
                end-if
        end-read
    end-perform
    close maintenance-journal.

note-one-journal-change.
    if change-count is not less than 2000
        if change-table-full-flag is equal to 'N'
            move 'Y' to change-table-full-flag
            display "** WARNING: more than 2000 journal changes in the"
                " period; later changes are not reapplied. **"
        end-if
        exit paragraph
    end-if
    add 1 to change-count
    move jr-date to change-stamp-date
    move jr-time to change-stamp-time
    move change-stamp-9 to ch-stamp(change-count)
    move jr-function to ch-function(change-count)
    move jr-before-image to journal-before-view
    move jb-numeral to ch-before-numeral(change-count)
    move jr-after-image to ch-after-image(change-count).

*> ----------------------------------------------------------------
*> the line-sequential log and its archives are the legal record,
*> so the rebuild replays them rather than the AUDITIX.DAT copy.
*> audrpt moves everything dated on or before the rollover into the
*> archive named for it, so walking the archives oldest first and
*> then the live log replays the conversions in the order they ran.
*> ----------------------------------------------------------------
walk-dated-archives.
    move today-date to walk-end-date
    move from-date to walk-date
    perform until walk-date is greater than walk-end-date
        perform replay-one-archive
        perform advance-walk-date
    end-perform.

replay-one-archive.
    move spaces to archive-file-name
    string "AUDARCH." delimited by size
        walk-date delimited by size
        ".TXT" delimited by size
        into archive-file-name
    open input audit-archive
    if archive-file-status is not equal to "00"
        exit paragraph
    end-if
    add 1 to archives-walked
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read audit-archive
            at end move 'Y' to scan-eof-flag
            not at end
                move archive-record to scan-record
                perform replay-one-audit-line
        end-read
    end-perform
    close audit-archive.

replay-live-log.
    open input audit-log
    if audit-file-status is not equal to "00"
        if audit-file-status is equal to "05"
            close audit-log
        end-if
        exit paragraph
    end-if
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read audit-log
            at end move 'Y' to scan-eof-flag
            not at end
                move audit-log-line to scan-record
                perform replay-one-audit-line
        end-read
    end-perform
    close audit-log.

*> ----------------------------------------------------------------
*> one audit line inside the period and not from a backed-out run
*> ----------------------------------------------------------------
replay-one-audit-line.
    if scan-date is not numeric
        exit paragraph
    end-if
    if scan-date is less than from-date or scan-date is greater than to-date
        exit paragraph
    end-if
    add 1 to lines-in-period
    move 'N' to backout-found
    perform varying backout-idx from 1 by 1
            until backout-idx is greater than backout-count
               or backout-found is equal to 'Y'
        if backout-run-id(backout-idx) is equal to scan-run-id
            move 'Y' to backout-found
        end-if
    end-perform
    if backout-found is equal to 'Y' and scan-run-id is not equal to spaces
        add 1 to lines-backed-out
        exit paragraph
    end-if
    perform parse-result-value
    if recover-master
        perform replay-master-line
    else
        perform replay-history-line
    end-if.

parse-result-value.
    move 0 to result-value
    perform varying parse-pos from 1 by 1 until parse-pos is greater than 10
        move scan-result(parse-pos:1) to parse-digit-x
        if parse-digit-x is numeric
            compute result-value = result-value * 10 + parse-digit-9
        end-if
    end-perform.

*> ----------------------------------------------------------------
*> MASTER.DAT: a converted roman-to-decimal line is one use of its
*> cache entry, as backout counts it -- the entry is written with a
*> count of one the first time and counted up after. the journal's
*> changes dated before the line go in first.
*> ----------------------------------------------------------------
replay-master-line.
    move scan-date to line-stamp-date
    move 0 to line-stamp-time
    if scan-time is numeric
        move scan-time to line-stamp-time
    end-if
    perform apply-changes-before-line
    if result-value is equal to 0
            or (scan-direction is not equal to ' '
                and scan-direction is not equal to '1')
        add 1 to lines-not-applicable
        exit paragraph
    end-if
    add 1 to lines-replayed
    perform build-master-form-numeral
    move usage-numeral-work to replay-key-text
    inspect replay-key-text converting
        "abcdefghijklmnopqrstuvwxyz" to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    perform select-replay-mode
    move replay-key to rb-numeral
    read rebuilt-master key is rb-numeral
        invalid key
            move replay-key to rb-numeral
            move result-value to rb-decimal
            move 1 to rb-usage-count
            move scan-date to rb-last-used-date
            write rb-record
                invalid key add 1 to rebuilt-rejected-writes
                not invalid key add 1 to rebuilt-written
            end-write
        not invalid key
            move result-value to rb-decimal
            add 1 to rb-usage-count
            if scan-date is greater than rb-last-used-date
                move scan-date to rb-last-used-date
            end-if
            rewrite rb-record invalid key continue end-rewrite
    end-read.

*> the mode the line carries; a line written before the trail
*> carried it takes its depot's profile setting, and standard
*> notation when there is no profile to ask
select-replay-mode.
    if scan-mode is equal to 'Y' or 'N'
        move scan-mode to replay-key-mode
        exit paragraph
    end-if
    move 'N' to replay-key-mode
    if scan-depot is equal to spaces or depot-file-open is not equal to 'Y'
        exit paragraph
    end-if
    if scan-depot is not equal to loaded-depot-id
        move scan-depot to loaded-depot-id
        move 'N' to loaded-depot-mode
        move scan-depot to dp-depot-id
        read depot-profile key is dp-depot-id
            invalid key continue
            not invalid key
                if dp-additive is equal to 'Y'
                    move 'Y' to loaded-depot-mode
                end-if
        end-read
    end-if
    move loaded-depot-mode to replay-key-mode.

*> the numeral as conv keyed it into the cache: the depot's
*> translation rules applied (the audit line carries the FILE:
*> source they are keyed by), then the trailing uncia dots and the
*> S mark stripped, exactly as extract-fraction-part strips them
build-master-form-numeral.
    move scan-input to usage-numeral-work
    perform varying translation-idx from 1 by 1
            until translation-idx is greater than translation-count
        if tr-source(translation-idx) is equal to scan-source
            inspect usage-numeral-work converting
                tr-from-char(translation-idx) to tr-to-char(translation-idx)
        end-if
    end-perform
    move 0 to strip-scan-pos
    perform varying parse-pos from 1 by 1 until parse-pos is greater than 60
        if usage-numeral-work(parse-pos:1) is not equal to space
            move parse-pos to strip-scan-pos
        end-if
    end-perform
    perform until strip-scan-pos is less than 1
           or usage-numeral-work(strip-scan-pos:1) is not equal to '.'
        move space to usage-numeral-work(strip-scan-pos:1)
        subtract 1 from strip-scan-pos
    end-perform
    if strip-scan-pos is not less than 1
        if usage-numeral-work(strip-scan-pos:1) is equal to 'S' or 's'
            move space to usage-numeral-work(strip-scan-pos:1)
        end-if
    end-if.

apply-changes-before-line.
    perform until change-idx is greater than change-count
           or ch-stamp(change-idx) is greater than line-stamp-9
        perform apply-one-change
        add 1 to change-idx
    end-perform.

apply-remaining-changes.
    perform until change-idx is greater than change-count
        perform apply-one-change
        add 1 to change-idx
    end-perform.

*> ----------------------------------------------------------------
*> a correction repoints the entry at its corrected value (an entry
*> first used before the period is taken as the journal left it);
*> a delete or purge takes the entry out, so a later use starts it
*> again from one, as conv would have
*> ----------------------------------------------------------------
apply-one-change.
    if ch-function(change-idx) is equal to "CORRECT"
        move ch-after-image(change-idx) to journal-after-view
        move ja-numeral to rb-numeral
        read rebuilt-master key is rb-numeral
            invalid key
                move journal-after-view to rb-record
                write rb-record
                    invalid key add 1 to rebuilt-rejected-writes
                    not invalid key
                        add 1 to rebuilt-written
                        add 1 to changes-applied
                end-write
            not invalid key
                move ja-decimal to rb-decimal
                rewrite rb-record invalid key continue end-rewrite
                add 1 to changes-applied
        end-read
    else
        move ch-before-numeral(change-idx) to rb-numeral
        read rebuilt-master key is rb-numeral
            invalid key
                add 1 to changes-not-found
            not invalid key
                delete rebuilt-master invalid key continue end-delete
                subtract 1 from rebuilt-written
                add 1 to changes-applied
        end-read
    end-if.

*> ----------------------------------------------------------------
*> CONVHIST.DAT: every line from a depot file or an excfix repair is
*> one history entry, with the disposition its writer would have
*> given it. keyboard sessions never wrote history.
*> ----------------------------------------------------------------
replay-history-line.
    if scan-source(1:5) is not equal to "FILE:"
            and scan-source is not equal to "EXCFIX"
        add 1 to lines-not-applicable
        exit paragraph
    end-if
    add 1 to lines-replayed
    perform find-history-run
    add 1 to hr-entry-counter(run-found-idx)
    move spaces to rh-record
    move scan-sequence to rh-sequence
    move scan-run-id to rh-run-id
    move hr-entry-counter(run-found-idx) to rh-entry-number
    move scan-input to rh-numeral
    move result-value to rh-decimal
    move 0 to rh-twelfths
    if scan-twelfths is numeric
        move scan-twelfths to rh-twelfths
    end-if
    move scan-date to rh-date
    move scan-direction to rh-direction
    if scan-source is equal to "EXCFIX"
        if result-value is greater than 0
            move "REPAIRED" to rh-disposition
        else
            move "UNFIXABLE" to rh-disposition
        end-if
    else
        if result-value is greater than 0
            perform set-converted-disposition
        else
            move "REJECTED" to rh-disposition
        end-if
    end-if
    write rh-record
        invalid key add 1 to rebuilt-rejected-writes
        not invalid key add 1 to rebuilt-written
    end-write.

*> a sequence the run already converted once is a duplicate, as
*> the run itself judged it; the run's earlier entries for the
*> sequence are the ones already rebuilt under its key
set-converted-disposition.
    move "CONVERTED" to rh-disposition
    move rh-record to held-history-record
    move rh-key(1:26) to held-group-key
    move 'N' to duplicate-seen-flag
    move 0 to rh-entry-number
    start rebuilt-history key is greater than rh-key
        invalid key move 'Y' to group-eof-flag
        not invalid key move 'N' to group-eof-flag
    end-start
    perform until group-eof-flag is equal to 'Y'
        read rebuilt-history next record
            at end move 'Y' to group-eof-flag
            not at end
                if rh-key(1:26) is not equal to held-group-key
                    move 'Y' to group-eof-flag
                else
                    if rh-disposition is equal to "CONVERTED"
                        move 'Y' to group-eof-flag
                        move 'Y' to duplicate-seen-flag
                    end-if
                end-if
        end-read
    end-perform
    move held-history-record to rh-record
    if duplicate-seen-flag is equal to 'Y'
        move "DUPLICATE" to rh-disposition
    end-if.

find-history-run.
    move 0 to run-found-idx
    perform varying run-idx from 1 by 1
            until run-idx is greater than run-count
               or run-found-idx is greater than 0
        if hr-run-id(run-idx) is equal to scan-run-id
            move run-idx to run-found-idx
        end-if
    end-perform
    if run-found-idx is greater than 0
        exit paragraph
    end-if
    if run-count is less than 5000
        add 1 to run-count
        move scan-run-id to hr-run-id(run-count)
        move 0 to hr-entry-counter(run-count)
        move run-count to run-found-idx
    else
*>      past the table every further run numbers on from the last
*>      entry's counter, which still keeps the keys unique
        move 5000 to run-found-idx
    end-if.

*> ----------------------------------------------------------------
*> the report: what was replayed, then the rebuilt file set against
*> whatever of the damaged one can still be read -- entry by entry
*> from the damaged side, then the rebuilt entries it did not have
*> ----------------------------------------------------------------
write-recovery-report.
    open output recovery-report
    if recover-master
        move "MASTER.DAT" to rh-target-name
    else
        move "CONVHIST.DAT" to rh-target-name
    end-if
    move from-date to rh-from
    move to-date to rh-to
    move sign-operator-id to rh-operator
    write report-line from report-heading-line
    move spaces to report-line
    write report-line
    move "Dated archives walked" to rc-caption
    move archives-walked to rc-value
    write report-line from report-count-line
    move "Audit lines in the period" to rc-caption
    move lines-in-period to rc-value
    write report-line from report-count-line
    move "Lines of backed-out runs, not replayed" to rc-caption
    move lines-backed-out to rc-value
    write report-line from report-count-line
    move "Lines with nothing to rebuild" to rc-caption
    move lines-not-applicable to rc-value
    write report-line from report-count-line
    move "Lines replayed" to rc-caption
    move lines-replayed to rc-value
    write report-line from report-count-line
    if recover-master
        move "MASTJRNL.TXT changes reapplied" to rc-caption
        move changes-applied to rc-value
        write report-line from report-count-line
        move "Journal deletes with no entry to remove" to rc-caption
        move changes-not-found to rc-value
        write report-line from report-count-line
    end-if
    move "Entries in the rebuilt file" to rc-caption
    move rebuilt-written to rc-value
    write report-line from report-count-line
    move "Entries the rebuilt file refused" to rc-caption
    move rebuilt-rejected-writes to rc-value
    write report-line from report-count-line
    move spaces to report-line
    write report-line
    if recover-master
        perform compare-master-files
    else
        perform compare-history-files
    end-if
    move spaces to report-line
    write report-line
    if damaged-readable-flag is not equal to 'Y'
        move "The damaged file could not be opened; nothing compared."
            to report-line
        write report-line
        close recovery-report
        exit paragraph
    end-if
    if damaged-read-error-flag is equal to 'Y'
        move "The damaged file stopped reading part way through; the"
            to report-line
        write report-line
        move "entries after that point are counted as rebuilt only."
            to report-line
        write report-line
    end-if
    move "Damaged entries read" to rc-caption
    move damaged-read-count to rc-value
    write report-line from report-count-line
    move "Entries matching" to rc-caption
    move compare-matched to rc-value
    write report-line from report-count-line
    move "Entries that differ" to rc-caption
    move compare-differ to rc-value
    write report-line from report-count-line
    move "Entries only in the damaged file" to rc-caption
    move compare-damaged-only to rc-value
    write report-line from report-count-line
    move "Entries only in the rebuilt file" to rc-caption
    move compare-rebuilt-only to rc-value
    write report-line from report-count-line
    if detail-lines-written is not less than detail-line-limit
        move "Only the first 500 differences are listed above."
            to report-line
        write report-line
    end-if
    close recovery-report.

compare-master-files.
    open input rebuilt-master
    open input damaged-master
    if damaged-file-status is not equal to "00"
        close rebuilt-master
        exit paragraph
    end-if
    move 'Y' to damaged-readable-flag
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read damaged-master next record
            at end move 'Y' to scan-eof-flag
            not at end perform compare-one-damaged-master
        end-read
        if damaged-file-status(1:1) is not equal to "0"
                and damaged-file-status is not equal to "10"
            move 'Y' to damaged-read-error-flag
            move 'Y' to scan-eof-flag
        end-if
    end-perform
    move low-values to rb-numeral
    start rebuilt-master key is greater than rb-numeral
        invalid key move 'Y' to scan-eof-flag
        not invalid key move 'N' to scan-eof-flag
    end-start
    perform until scan-eof-flag is equal to 'Y'
        read rebuilt-master next record
            at end move 'Y' to scan-eof-flag
            not at end perform compare-one-rebuilt-master
        end-read
    end-perform
    close damaged-master
    close rebuilt-master.

compare-one-damaged-master.
    add 1 to damaged-read-count
    move dm-numeral to rb-numeral
    read rebuilt-master key is rb-numeral
        invalid key
            add 1 to compare-damaged-only
            move "DAMAGED ONLY" to md-tag
            move 0 to rb-decimal
            move 0 to rb-usage-count
            move 0 to rb-last-used-date
            perform write-master-detail
        not invalid key
            if dm-decimal is equal to rb-decimal
                    and dm-usage-count is equal to rb-usage-count
                    and dm-last-used-date is equal to rb-last-used-date
                add 1 to compare-matched
            else
                add 1 to compare-differ
                move "DIFFERS" to md-tag
                perform write-master-detail
            end-if
    end-read.

*> a rebuilt entry the damaged file does not have, or had past the
*> point it stopped reading
compare-one-rebuilt-master.
    move 'N' to compare-found-flag
    if damaged-read-error-flag is not equal to 'Y'
        move rb-numeral to dm-numeral
        read damaged-master key is dm-numeral
            invalid key continue
            not invalid key move 'Y' to compare-found-flag
        end-read
    end-if
    if compare-found-flag is equal to 'N'
        add 1 to compare-rebuilt-only
        move "REBUILT ONLY" to md-tag
        move 0 to dm-decimal
        move 0 to dm-usage-count
        move 0 to dm-last-used-date
        perform write-master-detail
    end-if.

write-master-detail.
    if detail-lines-written is not less than detail-line-limit
        exit paragraph
    end-if
    add 1 to detail-lines-written
    if md-tag is equal to "REBUILT ONLY"
        move rb-numeral(1:40) to md-numeral
        move rb-numeral(61:1) to md-mode
    else
        move dm-numeral(1:40) to md-numeral
        move dm-numeral(61:1) to md-mode
    end-if
    move dm-decimal to md-damaged-decimal
    move dm-usage-count to md-damaged-usage
    move dm-last-used-date to md-damaged-date
    move rb-decimal to md-rebuilt-decimal
    move rb-usage-count to md-rebuilt-usage
    move rb-last-used-date to md-rebuilt-date
    write report-line from master-detail-line.

*> ----------------------------------------------------------------
*> history entries are matched by sequence and run id, the nth
*> entry of a pair against the nth, since the rebuilt entry numbers
*> are the rebuild's own; the disposition, numeral and decimal must
*> agree
*> ----------------------------------------------------------------
compare-history-files.
    open input rebuilt-history
    open input damaged-history
    if damaged-file-status is not equal to "00"
        close rebuilt-history
        exit paragraph
    end-if
    move 'Y' to damaged-readable-flag
    move spaces to previous-group-key
    move 'N' to scan-eof-flag
    perform until scan-eof-flag is equal to 'Y'
        read damaged-history next record
            at end move 'Y' to scan-eof-flag
            not at end perform compare-one-damaged-history
        end-read
        if damaged-file-status(1:1) is not equal to "0"
                and damaged-file-status is not equal to "10"
            move 'Y' to damaged-read-error-flag
            move 'Y' to scan-eof-flag
        end-if
    end-perform
    move spaces to previous-group-key
    move low-values to rh-key
    start rebuilt-history key is greater than rh-key
        invalid key move 'Y' to scan-eof-flag
        not invalid key move 'N' to scan-eof-flag
    end-start
    perform until scan-eof-flag is equal to 'Y'
        read rebuilt-history next record
            at end move 'Y' to scan-eof-flag
            not at end perform compare-one-rebuilt-history
        end-read
    end-perform
    close damaged-history
    close rebuilt-history.

compare-one-damaged-history.
    add 1 to damaged-read-count
    if dh-key(1:26) is equal to previous-group-key
        add 1 to group-occurrence
    else
        move dh-key(1:26) to previous-group-key
        move 1 to group-occurrence
    end-if
    move 'N' to compare-found-flag
    move dh-sequence to rh-sequence
    move dh-run-id to rh-run-id
    move 0 to rh-entry-number
    start rebuilt-history key is greater than rh-key
        invalid key move 'Y' to group-eof-flag
        not invalid key move 'N' to group-eof-flag
    end-start
    move 0 to group-step
    perform until group-eof-flag is equal to 'Y'
        read rebuilt-history next record
            at end move 'Y' to group-eof-flag
            not at end
                if rh-key(1:26) is not equal to previous-group-key
                    move 'Y' to group-eof-flag
                else
                    add 1 to group-step
                    if group-step is equal to group-occurrence
                        move 'Y' to compare-found-flag
                        move 'Y' to group-eof-flag
                    end-if
                end-if
        end-read
    end-perform
    if compare-found-flag is equal to 'N'
        add 1 to compare-damaged-only
        move "DAMAGED ONLY" to hd-tag
        move spaces to rh-numeral
        move spaces to rh-disposition
        perform write-history-detail
        exit paragraph
    end-if
    if dh-numeral is equal to rh-numeral
            and dh-decimal is equal to rh-decimal
            and dh-disposition is equal to rh-disposition
        add 1 to compare-matched
    else
        add 1 to compare-differ
        move "DIFFERS" to hd-tag
        perform write-history-detail
    end-if.

compare-one-rebuilt-history.
    if rh-key(1:26) is equal to previous-group-key
        add 1 to group-occurrence
    else
        move rh-key(1:26) to previous-group-key
        move 1 to group-occurrence
    end-if
    move 'N' to compare-found-flag
    if damaged-read-error-flag is not equal to 'Y'
        move rh-sequence to dh-sequence
        move rh-run-id to dh-run-id
        move 0 to dh-entry-number
        start damaged-history key is greater than dh-key
            invalid key move 'Y' to group-eof-flag
            not invalid key move 'N' to group-eof-flag
        end-start
        move 0 to group-step
        perform until group-eof-flag is equal to 'Y'
            read damaged-history next record
                at end move 'Y' to group-eof-flag
                not at end
                    if dh-key(1:26) is not equal to previous-group-key
                        move 'Y' to group-eof-flag
                    else
                        add 1 to group-step
                        if group-step is equal to group-occurrence
                            move 'Y' to compare-found-flag
                            move 'Y' to group-eof-flag
                        end-if
                    end-if
            end-read
        end-perform
    end-if
    if compare-found-flag is equal to 'N'
        add 1 to compare-rebuilt-only
        move "REBUILT ONLY" to hd-tag
        move rh-sequence to dh-sequence
        move rh-run-id to dh-run-id
        move spaces to dh-numeral
        move spaces to dh-disposition
        perform write-history-detail
    end-if.

write-history-detail.
    if detail-lines-written is not less than detail-line-limit
        exit paragraph
    end-if
    add 1 to detail-lines-written
    move dh-sequence to hd-sequence
    move dh-run-id to hd-run-id
    move dh-numeral to hd-damaged-numeral
    move dh-disposition to hd-damaged-disposition
    move rh-numeral to hd-rebuilt-numeral
    move rh-disposition to hd-rebuilt-disposition
    write report-line from history-detail-line.

advance-walk-date.
    move walk-date(1:4) to walk-year
    move walk-date(5:2) to walk-month
    move walk-date(7:2) to walk-day
    perform compute-days-in-month
    add 1 to walk-day
    if walk-day is greater than days-in-month
        move 1 to walk-day
        add 1 to walk-month
        if walk-month is greater than 12
            move 1 to walk-month
            add 1 to walk-year
        end-if
    end-if
    compute walk-date = walk-year * 10000 + walk-month * 100 + walk-day.

compute-days-in-month.
    if walk-month is equal to 4 or 6 or 9 or 11
        move 30 to days-in-month
    else
        if walk-month is equal to 2
            move 28 to days-in-month
            divide walk-year by 4 giving leap-remainder
                remainder leap-remainder
            if leap-remainder is equal to 0
                move 29 to days-in-month
                divide walk-year by 100 giving leap-remainder
                    remainder leap-remainder
                if leap-remainder is equal to 0
                    divide walk-year by 400 giving leap-remainder
                        remainder leap-remainder
                    if leap-remainder is not equal to 0
                        move 28 to days-in-month
                    end-if
                end-if
            end-if
        else
            move 31 to days-in-month
        end-if
    end-if.
