    *> procparm.cpy
    *> call interface of the procdate subprogram, which hands back
    *> the business date every program books its work to: the date
    *> on the PROCDATE.TXT control record that operations set and
    *> dateroll advances, or the system date when there is no usable
    *> control record. a run that finishes after midnight, or a
    *> rerun of an earlier day's file, still books to the day the
    *> control record says.
    01 procdate-parameters.
        05 proc-business-date pic 9(08).
        05 proc-date-origin pic x(01).
            88 proc-date-from-control value 'C'.
            88 proc-date-from-clock value 'S'.
