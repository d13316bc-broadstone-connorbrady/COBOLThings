      *> CALREC.CPY
      *> Business calendar record - one line per non-working day on
      *> the BUSCAL sequential file, kept in date order by CAL-MAINT.
      *> Only the days a weekday is not worked are listed: bank
      *> holidays and any other closure. Saturdays and Sundays are
      *> never business days and are not put on the file; every
      *> program that needs the calendar works them out from the date
      *> itself. STORD-GEN moves payments off non-working days,
      *> BATCH-WINDOW refuses a non-business date without an operator
      *> override, and HOLD-MAINT counts hold expiry in business days,
      *> all from this one file, so a year must be loaded (and the
      *> CAL-MAINT year-ahead listing signed off) before it arrives.
       01  BUSINESS-CALENDAR-RECORD.
           05  CAL-DATE              PIC 9(08).
           05  CAL-DESCRIPTION       PIC X(30).
           05  CAL-OPERATOR-ID       PIC X(08).
           05  CAL-ADDED-DATE        PIC 9(08).
