      *> MANDREC.CPY
      *> Direct debit mandate record - one line per authority a customer
      *> has given a third-party originator (a utility, an insurer) to
      *> collect from one of their accounts, on the MANDATES sequential
      *> file. A mandate is identified by MD-ORIGINATOR-ID (the
      *> originator's six-character service user number) plus
      *> MD-MANDATE-REFERENCE (the originator's own reference for the
      *> customer, unique within that originator); DD-COLLECT matches
      *> every inbound collection request on the pair and will only
      *> collect from the NI number and account the mandate names.
      *> Mandates are set up, amended and cancelled through MAND-MAINT.
      *> A cancelled mandate stays on the file with MD-MANDATE-STATUS
      *> "X" and the date it was cancelled, so a collection still sent
      *> against it is returned as cancelled rather than as unknown -
      *> the distinction the originator needs to stop collecting.
      *> MD-MAXIMUM-AMOUNT carries two implied decimal places (the last
      *> two digits are pence); zeros means the customer set no limit,
      *> otherwise a collection for more is returned over the limit.
       01  MANDATE-RECORD.
           05  MD-ORIGINATOR-ID      PIC X(06).
           05  MD-MANDATE-REFERENCE  PIC X(18).
           05  MD-NI-NUMBER          PIC X(10).
           05  MD-ACCOUNT-NUMBER     PIC 9(04).
           05  MD-MANDATE-STATUS     PIC X(01).
               88  MD-MANDATE-ACTIVE         VALUE "A".
               88  MD-MANDATE-CANCELLED      VALUE "X".
           05  MD-MAXIMUM-AMOUNT     PIC 9(16)V99.
               88  MD-NO-MAXIMUM-AMOUNT      VALUE ZEROS.
           05  MD-SET-UP-DATE        PIC 9(08).
           05  MD-CANCELLED-DATE     PIC 9(08).
