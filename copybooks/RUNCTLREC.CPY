      *> RC-REJECT-COUNT the details found on that step's dated
      *> rejects file afterwards, so "which steps rejected work" is
      *> on the report without digging through console logs.
      *> An "O" row under step 00 records that the operator opened
      *> the window for a date the business calendar says is not a
      *> business day; the step replay ignores it and the status
      *> report says so at the foot.
       01  RUN-CONTROL-RECORD.
           05  RC-BUSINESS-DATE      PIC 9(08).
           05  RC-STEP-NUMBER        PIC 9(02).
               88  RC-STEP-COMPLETED         VALUE "C".
               88  RC-STEP-FAILED            VALUE "F".
               88  RC-WINDOW-CLOSED          VALUE "W".
               88  RC-DATE-OVERRIDDEN        VALUE "O".
           05  RC-STAMP-TIME         PIC 9(08).
           05  RC-RECORD-COUNT       PIC 9(08).
           05  RC-REJECT-COUNT       PIC 9(08).
