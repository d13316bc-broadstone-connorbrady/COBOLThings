      *> path. SO-EXPIRY-DATE of zeros means the order never lapses;
      *> otherwise nothing is generated for a due date after it, and
      *> the lapsed record is left on the file for the record.
      *> SO-NEXT-DUE-DATE is the nominal date the order falls due and
      *> rolls from itself; when it lands on a weekend or on a day on
      *> the BUSCAL business calendar the payment itself is made on
      *> the next working day, or the previous one when
      *> SO-NON-WORKING-DAY-RULE is "P". Orders written before the
      *> rule existed read it as a space, which means next.
       01  STANDING-ORDER-RECORD.
           05  SO-NI-NUMBER          PIC X(10).
           05  SO-TRANSACTION-TYPE   PIC X(01).
           05  SO-NEXT-DUE-DATE      PIC 9(08).
           05  SO-EXPIRY-DATE        PIC 9(08).
           05  SO-ACCOUNT-NUMBER     PIC 9(04).
           05  SO-NON-WORKING-DAY-RULE PIC X(01).
               88  SO-PAY-NEXT-WORKING-DAY   VALUES "N" SPACE.
               88  SO-PAY-PREVIOUS-WORKING-DAY VALUE "P".
