    *> audxrec.cpy
    *> one entry of AUDITIX.DAT, the indexed copy of the audit trail.
    *> conv writes an entry beside every AUDITLOG.TXT line and audload
    *> builds the file once from the live log and the dated archives,
    *> so a lookup by run id and sequence number, or by date, goes
    *> straight to its records instead of reading every archive. the
    *> line-sequential log stays the legal record; the entry carries
    *> the audit line exactly as written there, to be read back
    *> through the audrec.cpy layout.
    *> the key runs on past run id and sequence number to the wall
    *> clock and a serial: a resumed run audits the same sequence
    *> again, keyboard sessions carry neither, and two lines that
    *> still collide take the next serial.
    01 audit-index-record.
        05 ax-key.
            10 ax-run-id pic x(16).
            10 ax-sequence pic x(10).
            10 ax-clock-date pic x(08).
            10 ax-time pic x(08).
            10 ax-serial pic 9(04).
    *> the business date of the line, for the date-range readers
        05 ax-date pic 9(08).
        05 ax-audit-line pic x(200).
