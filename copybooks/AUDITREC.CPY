      *> legs of a transfer carry the one detail's reference), or
      *> the reference the posting program generated itself - OP for
      *> a MAIN session, IN for an INTEREST-CALC credit, RV for a
      *> TXN-REVERSE correction, CH for an OD-CHARGE debit, CL for an
      *> ACCT-CLOSE closure posting - so any
      *> posting traces back to the input record and run that
      *> produced it. References carry the posting year
      *> (prefix plus YYMMDD plus a sequence unique within that
      *> prefix and day), so a reference can never recur on the same
      *> calendar day next year. Spaces on records from before the
      *> field existed.
      *> AU-POSTING-SOURCE says structurally which program posted the
      *> record - BT for MAIN-BATCH, OP for a MAIN session, IN for an
      *> INTEREST-CALC credit, RV for a TXN-REVERSE correction, CH for
      *> an OD-CHARGE overdraft interest or fee debit, CL for the
      *> ACCT-CLOSE posting that settles a closing account's balance
      *> (its final interest and charges post as IN and CH, so they
      *> are counted with the rest of their kind) - so a
      *> reader (the GL extract's interest rollup, say) never has to
      *> infer the poster from the reference prefix, which on an
      *> upstream-assigned reference proves nothing. Spaces on
      *> records from before the field existed.
      *> AU-APPROVER-ID is the second operator who approved the
      *> posting through APPR-MAINT, and AU-APPROVAL-REFERENCE the
      *> APPRQUEUE request they approved (see APPRREC.CPY), whose
      *> "R" row names the operator who asked for it - so the trail
      *> itself shows two people were involved. Both are spaces on
      *> a posting that needed no approval and on records from
      *> before the fields existed; both ride at the end of the
      *> record like the account fields.
      *> AU-CURRENCY-CODE is the currency of the account posted to
      *> (its CM-CURRENCY-CODE), so every amount on the record is in
      *> that currency; spaces on records from before the field
      *> existed, which were all sterling. A transfer leg also carries
      *> the other side's currency in AU-COUNTERPARTY-CURRENCY, the
      *> other leg's gross amount in that currency in AU-COUNTERPARTY-
      *> VALUE, and in AU-EXCHANGE-RATE the rate the transfer was
      *> converted at - units of the credited account's currency per
      *> one unit of the debited account's, six decimal places, keyed
      *> 0001000000 when both accounts share a currency - so both
      *> amounts and the rate used are on each leg. The three are
      *> spaces, zeros and zeros on a single-sided posting. All four
      *> ride at the end of the record.
       01  AUDIT-RECORD.
           05  AU-NI-NUMBER          PIC X(10).
           05  AU-CUSTOMER-NAME      PIC X(30).
               88  AU-CONSOLE-POSTING        VALUE "OP".
               88  AU-INTEREST-POSTING       VALUE "IN".
               88  AU-REVERSAL-POSTING       VALUE "RV".
               88  AU-CHARGE-POSTING         VALUE "CH".
               88  AU-CLOSURE-POSTING        VALUE "CL".
           05  AU-APPROVER-ID        PIC X(08).
           05  AU-APPROVAL-REFERENCE PIC X(12).
           05  AU-CURRENCY-CODE      PIC X(03).
           05  AU-COUNTERPARTY-CURRENCY PIC X(03).
           05  AU-COUNTERPARTY-VALUE PIC S9(16)V99
                                     SIGN IS TRAILING SEPARATE CHARACTER.
           05  AU-EXCHANGE-RATE      PIC 9(04)V9(06).
