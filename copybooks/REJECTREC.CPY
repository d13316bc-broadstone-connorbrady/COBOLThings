      *> Rejected daily transaction record - one line per DAILYTXN
      *> detail record MAIN-BATCH refused to post, written to the
      *> REJECTS sequential file so the operator no longer has to
      *> re-key rejected items off the console log. The first 63 bytes
      *> are byte-for-byte the DAILY-TRANSACTION-RECORD layout (see
      *> DAILYTXN.CPY), and the file carries its own header and
      *> trailer over the rejected details, so once the causes are
               88  RJ-HEADER-RECORD          VALUE "H".
               88  RJ-DETAIL-RECORD          VALUE "D".
               88  RJ-TRAILER-RECORD         VALUE "T".
           05  RJ-RECORD-BODY        PIC X(62).
           05  RJ-DETAIL-FIELDS REDEFINES RJ-RECORD-BODY.
               10  RJ-NI-NUMBER          PIC X(10).
               10  RJ-ACCOUNT-NUMBER     PIC X(04).
               10  RJ-COUNTERPARTY-NI    PIC X(10).
               10  RJ-COUNTERPARTY-ACCOUNT PIC X(04).
               10  RJ-TXN-REFERENCE      PIC X(12).
               10  RJ-CURRENCY-CODE      PIC X(03).
           05  RJ-HEADER-FIELDS REDEFINES RJ-RECORD-BODY.
               10  RJ-FILE-DATE          PIC 9(08).
               10  RJ-FILE-SOURCE        PIC X(08).
               10  FILLER                PIC X(46).
           05  RJ-TRAILER-FIELDS REDEFINES RJ-RECORD-BODY.
               10  RJ-TRAILER-RECORD-COUNT PIC 9(08).
               10  RJ-TRAILER-TOTAL-AMOUNT PIC S9(16)V99
                                     SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER                PIC X(35).
           05  RJ-REJECT-REASON      PIC X(04).
               88  RJ-BAD-NI-FORMAT          VALUE "NIFM".
               88  RJ-BAD-TXN-TYPE           VALUE "TYPE".
               88  RJ-BAD-COUNTERPARTY-ACCT  VALUE "CPAC".
               88  RJ-MISSING-REFERENCE      VALUE "NREF".
               88  RJ-DUPLICATE-REFERENCE    VALUE "DUPR".
               88  RJ-ACCOUNT-CLOSED         VALUE "CLSD".
               88  RJ-CURRENCY-MISMATCH      VALUE "CURR".
               88  RJ-NO-EXCHANGE-RATE       VALUE "NORT".
