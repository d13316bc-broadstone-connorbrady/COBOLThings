      *> signed with a trailing separate sign and carries two implied
      *> decimal places (the last two digits are pence), e.g. a floor
      *> of -500.00 is keyed 000000000000050000-.
      *> The overdraft charging fields ride at the end of the row, read
      *> only by OD-CHARGE: RP-OVERDRAFT-RATE is the debit interest
      *> rate charged on an overdrawn current account each time the
      *> charging run is made (a per-run rate, like CM-INTEREST-RATE,
      *> keyed 0004 for 0.04 per cent), RP-UNARRANGED-FEE the flat fee
      *> for a day spent in unarranged overdraft and RP-BOUNCED-ITEM-
      *> FEE the flat fee for each debit refused for lack of funds,
      *> both keyed as eighteen digits with the pence in the last two.
      *> A row keyed before the fields existed reads them as spaces;
      *> OD-CHARGE refuses to run on such a row, and every other
      *> reader ignores them.
       01  RATES-PARAMETER-RECORD.
           05  RP-EFFECTIVE-DATE     PIC 9(08).
           05  RP-TAX-RATE           PIC 9(02)V99.
           05  RP-OVERDRAFT-FLOOR    PIC S9(16)V99
                                     SIGN IS TRAILING SEPARATE CHARACTER.
           05  RP-OVERDRAFT-RATE     PIC 9(02)V99.
           05  RP-UNARRANGED-FEE     PIC 9(16)V99.
           05  RP-BOUNCED-ITEM-FEE   PIC 9(16)V99.
