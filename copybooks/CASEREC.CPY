      *> CASEREC.CPY
      *> Monitoring case record - one line per posting TXN-MONITOR
      *> flags for compliance, written to the dated cases file (CASES
      *> plus the business date, the way GL-EXTRACT dates its
      *> extract) so one night's run can never overwrite another's.
      *> CS-TRANSACTION-REF is the flagged posting's own
      *> AU-TRANSACTION-REF, the anchor compliance looks it up on the
      *> trail by; the two legs of a transfer share one reference, so
      *> the NI number and account say which leg was flagged. A
      *> posting caught by more than one test appears once per reason.
      *> CS-REASON-CODE says which test caught it:
      *>   LRGV - a single posting at or over the large-value
      *>          threshold;
      *>   STRC - one of several just-under-threshold credits (or
      *>          debits) on one NI number inside the structuring
      *>          window; every posting in the pattern is written, the
      *>          earlier days' ones included;
      *>   XFRB - one of a burst of transfers paid in to one
      *>          counterparty NI number on the day;
      *>   REAC - a large posting on an account reactivated from
      *>          dormant within the reactivation window.
       01  MONITOR-CASE-RECORD.
           05  CS-BUSINESS-DATE      PIC 9(08).
           05  CS-REASON-CODE        PIC X(04).
               88  CS-LARGE-VALUE            VALUE "LRGV".
               88  CS-STRUCTURING            VALUE "STRC".
               88  CS-TRANSFER-BURST         VALUE "XFRB".
               88  CS-REACTIVATED-LARGE      VALUE "REAC".
           05  CS-TRANSACTION-REF    PIC X(12).
           05  CS-NI-NUMBER          PIC X(10).
           05  CS-ACCOUNT-NUMBER     PIC X(04).
           05  CS-TRANSACTION-DATE   PIC 9(08).
           05  CS-TRANSACTION-TYPE   PIC X(01).
           05  CS-AMOUNT             PIC S9(16)V99
                                     SIGN IS TRAILING SEPARATE CHARACTER.
           05  CS-COUNTERPARTY-NI-NUMBER PIC X(10).
           05  CS-POSTING-SOURCE     PIC X(02).
