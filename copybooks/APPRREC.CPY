      *> APPRREC.CPY
      *> Approval queue record - the APPRQUEUE file is an append-only
      *> ledger, the same discipline as HOLDS: an "R" row is a request
      *> for a second operator to approve an action the requesting
      *> operator was not allowed to apply alone (see APPRPARMREC.CPY
      *> for the thresholds), and later rows carrying the same
      *> AQ-REQUEST-REFERENCE record what became of it - "A" approved
      *> or "D" declined through APPR-MAINT, then "E" once an approved
      *> request has been applied. No row is ever rewritten in place.
      *> A request is pending while it has neither an "A" nor a "D"
      *> row; a pending (or approved but not yet applied) request
      *> whose AQ-EXPIRY-DATE has passed has expired and simply stops
      *> counting, no row needed, as a lapsed hold does.
      *> An approved action takes effect when it is keyed again in
      *> the program that queued it: that program finds the approved,
      *> unexpired request for exactly the same action, applies it,
      *> carries the approver onto what it writes (AU-APPROVER-ID on
      *> a reversal's audit entries) and appends the "E" row, so one
      *> approval applies one action once.
      *> AQ-REQUEST-TYPE says what is asked for, and the key fields
      *> say exactly which action:
      *>   REVS - TXN-REVERSE backing out the entry whose own
      *>          AU-TRANSACTION-REF is AQ-TARGET-REFERENCE on the
      *>          account named (AQ-AMOUNT its net value);
      *>   ODLM - CUSTMAINT setting the account's CM-OVERDRAFT-LIMIT
      *>          to the image in AQ-NEW-VALUE (AQ-AMOUNT the
      *>          arranged overdraft as a positive amount);
      *>   REAC - CUSTMAINT reactivating the dormant account named
      *>          (AQ-AMOUNT its balance);
      *>   HREL - HOLD-MAINT releasing the hold whose reference is
      *>          AQ-TARGET-REFERENCE (AQ-AMOUNT the hold's amount).
      *> Fields that do not apply to a type are spaces. Every row
      *> repeats the request's key fields, so the file reads on its
      *> own. AQ-OPERATOR-ID is the operator who made the row - the
      *> requester on an "R" row, the approver or decliner on an "A"
      *> or "D" row, the operator who applied it on an "E" row - and
      *> APPR-MAINT will not let the requester decide their own
      *> request. Request references are AQ plus YYMMDD plus a
      *> four-digit sequence continued past the highest same-day AQ
      *> reference on the queue.
       01  APPROVAL-RECORD.
           05  AQ-ACTION             PIC X(01).
               88  AQ-REQUEST-ACTION         VALUE "R".
               88  AQ-APPROVE-ACTION         VALUE "A".
               88  AQ-DECLINE-ACTION         VALUE "D".
               88  AQ-APPLIED-ACTION         VALUE "E".
           05  AQ-REQUEST-REFERENCE  PIC X(12).
           05  AQ-REQUEST-TYPE       PIC X(04).
               88  AQ-REVERSAL-REQUEST       VALUE "REVS".
               88  AQ-OVERDRAFT-REQUEST      VALUE "ODLM".
               88  AQ-REACTIVATION-REQUEST   VALUE "REAC".
               88  AQ-HOLD-RELEASE-REQUEST   VALUE "HREL".
           05  AQ-NI-NUMBER          PIC X(10).
           05  AQ-ACCOUNT-NUMBER     PIC X(04).
           05  AQ-TARGET-REFERENCE   PIC X(12).
           05  AQ-NEW-VALUE          PIC X(10).
           05  AQ-AMOUNT             PIC S9(16)V99
                                     SIGN IS TRAILING SEPARATE CHARACTER.
           05  AQ-OPERATOR-ID        PIC X(08).
           05  AQ-ACTION-DATE        PIC 9(08).
           05  AQ-ACTION-TIME        PIC 9(08).
           05  AQ-EXPIRY-DATE        PIC 9(08).
