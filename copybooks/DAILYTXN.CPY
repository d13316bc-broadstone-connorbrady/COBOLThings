      *> amounts post to the penny end to end.
      *> DT-TXN-REFERENCE is the detail's unique transaction
      *> reference, assigned by whatever produced the file (the
      *> upstream system's own reference, STORD-GEN's SO-prefixed
      *> one, or DD-COLLECT's DD-prefixed one). MAIN-BATCH refuses
      *> a reference it has already posted - the REFLOG file keeps
      *> every posted reference - so the same detail appearing twice
      *> inside one file, or re-sent inside a later file, rejects as
      *> a duplicate instead of posting a second time; the reference
      *> is carried onto the AUDITTRL record, so a disputed posting
      *> traces from the statement line back to the exact input
      *> record and run that produced it.
      *> DT-CURRENCY-CODE names the currency DT-TRANSACTION-VALUE is
      *> in, and must be the currency of the account posted to - of
      *> the debited account on a transfer, the credited side being
      *> converted at the day's FXRATES rate - or MAIN-BATCH rejects
      *> the detail. Spaces mean sterling, so a file from before the
      *> field existed, or from a sterling-only upstream, posts as it
      *> always did.
       01  DAILY-TRANSACTION-RECORD.
           05  DT-RECORD-TYPE        PIC X(01).
               88  DT-HEADER-RECORD          VALUE "H".
               88  DT-DETAIL-RECORD          VALUE "D".
               88  DT-TRAILER-RECORD         VALUE "T".
           05  DT-RECORD-BODY        PIC X(62).
           05  DT-DETAIL-FIELDS REDEFINES DT-RECORD-BODY.
               10  DT-NI-NUMBER          PIC X(10).
               10  DT-ACCOUNT-NUMBER     PIC X(04).
               10  DT-COUNTERPARTY-NI    PIC X(10).
               10  DT-COUNTERPARTY-ACCOUNT PIC X(04).
               10  DT-TXN-REFERENCE      PIC X(12).
               10  DT-CURRENCY-CODE      PIC X(03).
           05  DT-HEADER-FIELDS REDEFINES DT-RECORD-BODY.
               10  DT-FILE-DATE          PIC 9(08).
               10  DT-FILE-SOURCE        PIC X(08).
               10  FILLER                PIC X(46).
           05  DT-TRAILER-FIELDS REDEFINES DT-RECORD-BODY.
               10  DT-TRAILER-RECORD-COUNT PIC 9(08).
               10  DT-TRAILER-TOTAL-AMOUNT PIC S9(16)V99
                                     SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER                PIC X(35).
