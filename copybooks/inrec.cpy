    *> blank (the historical layout) or '1' means roman to decimal, '2'
    *> means the numeral field carries a decimal part number to be
    *> romanized, '3' means normalize the numeral (accept additive
    *> clock-face forms, return the canonical subtractive form), '4'
    *> means the numeral field carries a date for a plaque: either a
    *> calendar date (YYYYMMDD, or YYYY for a year alone) to be cut as
    *> a roman date, or a roman date (day.month.year, or a year alone,
    *> as XV.X.MMXXVI) to be read back as a calendar date.
    *> the qualifier byte after the direction chooses the layout of a
    *> roman date being written: blank or 'D' for day.month.year, 'Y'
    *> for the year alone.
    *> 'R' marks a range record: the numeral field carries a first and
    *> last value joined by a hyphen (CL-CLXXX, 2400-2450) and the
    *> qualifier byte is the direction every generated row takes,
    *> '1' roman to decimal or '2' decimal to roman (blank takes it
    *> from the first value: digits are decimals, anything else is a
    *> numeral). the file-mode run expands the record into one row
    *> per value. the qualifier is blank on every other direction.
    01 input-record.
        05 ir-sequence-number pic x(10).
        05 ir-numeral pic x(60).
            88 ir-dir-roman-to-dec values ' ', '1'.
            88 ir-dir-dec-to-roman value '2'.
            88 ir-dir-normalize value '3'.
            88 ir-dir-roman-date value '4'.
            88 ir-dir-range value 'R'.
        05 ir-qualifier pic x(01).
            88 ir-date-layout-full values ' ', 'D'.
            88 ir-date-layout-year value 'Y'.
            88 ir-range-rows-roman value '1'.
            88 ir-range-rows-decimal value '2'.
