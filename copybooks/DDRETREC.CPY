      *> DDRETREC.CPY
      *> Direct debit returns record - one line per inbound collection
      *> DD-COLLECT refused, written to a dated returns file (RET plus
      *> the collection file's date plus its source) that goes back to
      *> the originators' bureau. The first 70 bytes are byte-for-byte
      *> the COLLECTION-RECORD layout (see COLLREC.CPY), so the
      *> originator gets its own request back exactly as sent, and the
      *> file carries its own header (the inbound file's date and
      *> source) and a trailer with the count and total returned, so
      *> the bureau can prove it received every return.
      *> RT-RETURN-REASON says why the collection was not made:
      *>   NOMD - no mandate on file for the originator and reference,
      *>          or the mandate names a different account;
      *>   CANC - the mandate has been cancelled by the customer;
      *>   OVLM - the amount is over the mandate's maximum;
      *>   AMNT - the amount is not a real amount (non-numeric, zero
      *>          or negative);
      *>   NOMA - the account the mandate names is not on the master;
      *>   CLSD - the account has been closed;
      *>   DORM - the account is dormant;
      *>   CURR - the account is not held in sterling; Bacs collects
      *>          only in sterling.
      *> A collection that passes here can still be refused when
      *> MAIN-BATCH posts it (ODFL, lack of funds); that refusal lands
      *> on MAIN-BATCH's own rejects file for the DDCOLLCT source.
       01  RETURN-RECORD.
           05  RT-RECORD-TYPE        PIC X(01).
               88  RT-HEADER-RECORD          VALUE "H".
               88  RT-DETAIL-RECORD          VALUE "D".
               88  RT-TRAILER-RECORD         VALUE "T".
           05  RT-RECORD-BODY        PIC X(69).
           05  RT-DETAIL-FIELDS REDEFINES RT-RECORD-BODY.
               10  RT-ORIGINATOR-ID      PIC X(06).
               10  RT-MANDATE-REFERENCE  PIC X(18).
               10  RT-NI-NUMBER          PIC X(10).
               10  RT-ACCOUNT-NUMBER     PIC X(04).
               10  RT-AMOUNT             PIC S9(16)V99.
               10  RT-COLLECTION-REFERENCE PIC X(12).
               10  FILLER                PIC X(01).
           05  RT-HEADER-FIELDS REDEFINES RT-RECORD-BODY.
               10  RT-FILE-DATE          PIC 9(08).
               10  RT-FILE-SOURCE        PIC X(08).
               10  FILLER                PIC X(53).
           05  RT-TRAILER-FIELDS REDEFINES RT-RECORD-BODY.
               10  RT-TRAILER-RECORD-COUNT PIC 9(08).
               10  RT-TRAILER-TOTAL-AMOUNT PIC S9(16)V99
                                     SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER                PIC X(42).
           05  RT-RETURN-REASON      PIC X(04).
               88  RT-NO-MANDATE             VALUE "NOMD".
               88  RT-MANDATE-CANCELLED      VALUE "CANC".
               88  RT-OVER-MANDATE-LIMIT     VALUE "OVLM".
               88  RT-INVALID-AMOUNT         VALUE "AMNT".
               88  RT-NO-MASTER-RECORD       VALUE "NOMA".
               88  RT-ACCOUNT-CLOSED         VALUE "CLSD".
               88  RT-ACCOUNT-DORMANT        VALUE "DORM".
               88  RT-NOT-STERLING-ACCOUNT   VALUE "CURR".
