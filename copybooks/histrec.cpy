        05 hist-twelfths pic 9(02).
        05 hist-date pic 9(08).
        05 hist-disposition pic x(12).
    *> the direction byte of the record: ' ' or '1' roman to decimal,
    *> '2' decimal to roman, '3' normalize, '4' roman date, 'R' a
    *> rejected range. a roman date's decimal is YYYYMMDD or YYYY,
    *> no part number, so the part reports pass it by. entries
    *> written before the field existed read back as a space.
        05 hist-direction pic x(01).
