    *> attempts before a locked MASTER.DAT record is treated as a
    *> cache miss by a concurrent run.
    78 master-retry-limit value 3.
    *> sign-on attempts an operator gets before the program refuses
    *> the session.
    78 sign-on-attempt-limit value 3.
    *> plate size classes on the signage work order, by the number
    *> of characters on the plate: small up to plate-small-length,
    *> medium up to plate-medium-length, large up to
    *> plate-large-length, extra large beyond.
    78 plate-small-length value 4.
    78 plate-medium-length value 8.
    78 plate-large-length value 12.
    *> the most rows one range input record may expand into when the
    *> depot profile does not say; a profile may set up to 9999, the
    *> most a four-digit row number in the derived sequence can carry.
    78 range-row-limit value 1000.
    *> general-ledger coding of the monthly depot chargeback: each
    *> depot's cost centre is debited on the chargeback expense
    *> account and the conversion service's own centre credited on
    *> its recovery account. a depot with no cost centre on its
    *> profile is debited to the suspense centre for finance to clear.
    78 chargeback-debit-account value "61500".
    78 chargeback-credit-account value "48100".
    78 service-cost-centre value "ITCONVSVC".
    78 suspense-cost-centre value "SUSPENSE".
    *> quality-assurance sampling of file-mode runs: the percent of a
    *> depot's converted records drawn when neither the command line
    *> nor the depot profile gives a rate, the fewest drawn from any
    *> depot in a run (all of them when it converted fewer), the most
    *> one run's sample may hold, how many times likelier a record
    *> carrying a fraction or a value above 3,999 is to be drawn, and
    *> the percent of a sample that may fail inspection before the
    *> run is flagged QA-FAILED on the run registry.
    78 qa-sample-rate value 5.
    78 qa-minimum-sample value 5.
    78 qa-maximum-sample value 2000.
    78 qa-priority-weight value 3.
    78 qa-failure-tolerance value 2.
