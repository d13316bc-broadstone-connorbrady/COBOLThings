      *> dormant-eligible. CM-DORMANT-FLAG is set to "D" by
      *> DORMANT-SCAN and cleared through CUSTMAINT's Reactivate
      *> screen; MAIN and MAIN-BATCH refuse to post to a flagged
      *> account until it is reactivated. ACCT-CLOSE sets the flag to
      *> "C" when an account is closed - the record stays on file for
      *> the history and the statement trail, but nothing may post to
      *> it again and it cannot be reactivated.
           05  CM-LAST-ACTIVITY-DATE PIC 9(08).
           05  CM-DORMANT-FLAG       PIC X(01).
               88  CM-ACCOUNT-DORMANT        VALUE "D".
               88  CM-ACCOUNT-CLOSED         VALUE "C".
      *> The customer's postal address, maintained through CUSTMAINT
      *> and printed as the address block on STATEMENT-GEN output so
      *> a statement can go straight into a window envelope. All
               10  CM-ADDRESS-LINE-2 PIC X(30).
               10  CM-ADDRESS-LINE-3 PIC X(30).
               10  CM-POSTCODE       PIC X(08).
      *> CM-CURRENCY-CODE is the ISO code of the currency the account
      *> is held in - GBP, EUR or USD - set once when CUSTMAINT opens
      *> the account and never changed afterwards: a customer who wants
      *> euro as well as sterling holds a second account under the same
      *> NI number. CM-BALANCE, the overdraft arrangement and every
      *> amount posted to the account are in this currency; sterling is
      *> the base currency the ledger is kept in, and CURR-CONV stamped
      *> every account opened before the field existed as GBP.
           05  CM-CURRENCY-CODE      PIC X(03).
               88  CM-STERLING-ACCOUNT       VALUE "GBP".
               88  CM-VALID-CURRENCY         VALUES "GBP" "EUR" "USD".
