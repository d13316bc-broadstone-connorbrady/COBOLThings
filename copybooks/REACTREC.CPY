      *> REACTREC.CPY
      *> Reactivation log record - one line appended to the REACTLOG
      *> sequential file each time CUSTMAINT's Reactivate screen
      *> clears a DORMANT-SCAN flag. The master itself cannot say an
      *> account was only just reactivated (reactivation stamps
      *> CM-LAST-ACTIVITY-DATE exactly as an ordinary posting does),
      *> so TXN-MONITOR reads this log to find the accounts whose
      *> first movements after a long quiet spell deserve a second
      *> look. Append-only, like HOLDS and RUNCTL; nothing rewrites
      *> or deletes a row.
       01  REACTIVATION-RECORD.
           05  RA-NI-NUMBER          PIC X(10).
           05  RA-ACCOUNT-NUMBER     PIC X(04).
           05  RA-REACTIVATED-DATE   PIC 9(08).
           05  RA-REACTIVATED-TIME   PIC 9(08).
