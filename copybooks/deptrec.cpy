    *> deptrec.cpy
    *> record layout of the DEPOTPRF.DAT depot profile file: one entry
    *> per source depot, keyed by depot id, holding the settings that
    *> used to ride as positional letters on every scheduler entry.
    *> the conversion run, preflt and excfix all take a depot's
    *> format, notation and tolerance from here, so the same depot is
    *> always processed the same way. maintained by deptmnt.
    *> a depot id is always at least two characters, so it can never
    *> be mistaken for one of the old single-letter mode codes.
    01 depot-profile-record.
        05 dp-depot-id pic x(08).
    *> F fixed columns, C comma, T tab
        05 dp-input-format pic x(01).
    *> Y additive-only clock-face notation, N standard
        05 dp-additive pic x(01).
    *> blank or V vinculum brackets, A apostrophus above 3,999
        05 dp-notation pic x(01).
    *> Y check converted decimals against PARTREF.TXT, N skip it
        05 dp-part-check pic x(01).
    *> the reject-rate breaker threshold for this depot, in percent
        05 dp-reject-limit pic 9(03).
        05 dp-contact-name pic x(30).
    *> the most rows one range record may expand into for this depot
        05 dp-range-limit pic 9(04).
    *> the finance cost centre the depot's monthly chargeback is
    *> debited to; spaces sends the charge to the suspense centre
        05 dp-cost-centre pic x(10).
    *> the percent of the depot's converted records qasamp draws for
    *> QA inspection after each file run; zero or spaces takes the
    *> rnconst default
        05 dp-qa-rate pic 9(03).
    *> room for later settings without reorganizing the file. a
    *> field carved out of here reads back as spaces on entries
    *> written before it existed, so check numerics before use.
        05 filler pic x(23).
