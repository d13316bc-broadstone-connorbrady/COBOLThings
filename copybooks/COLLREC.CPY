      *> COLLREC.CPY
      *> Inbound direct debit collection request file layout - the
      *> COLLIN file the originators' bureau sends in, read by
      *> DD-COLLECT. Like DAILYTXN it carries control records: the
      *> first record must be a header ("H") naming the collection date
      *> and the bureau's submission name, and the last a trailer ("T")
      *> carrying the detail record count and the sum of the (numeric)
      *> detail amounts; DD-COLLECT proves the whole file against them
      *> before a single collection is accepted, and against the
      *> COLLLOG of date/source pairs already processed, so a truncated
      *> or re-sent file refuses as a whole.
      *> On a detail ("D") record, CR-ORIGINATOR-ID plus
      *> CR-MANDATE-REFERENCE name the mandate being collected under
      *> (see MANDREC.CPY), CR-NI-NUMBER plus CR-ACCOUNT-NUMBER the
      *> account the originator believes it covers, and
      *> CR-COLLECTION-REFERENCE the originator's own reference for
      *> this one collection, carried onto the returns file and the
      *> collection report so a return can be matched up at their end.
      *> CR-AMOUNT and the trailer total carry two implied decimal
      *> places - the last two digits are pence.
       01  COLLECTION-RECORD.
           05  CR-RECORD-TYPE        PIC X(01).
               88  CR-HEADER-RECORD          VALUE "H".
               88  CR-DETAIL-RECORD          VALUE "D".
               88  CR-TRAILER-RECORD         VALUE "T".
           05  CR-RECORD-BODY        PIC X(69).
           05  CR-DETAIL-FIELDS REDEFINES CR-RECORD-BODY.
               10  CR-ORIGINATOR-ID      PIC X(06).
               10  CR-MANDATE-REFERENCE  PIC X(18).
               10  CR-NI-NUMBER          PIC X(10).
               10  CR-ACCOUNT-NUMBER     PIC X(04).
               10  CR-AMOUNT             PIC S9(16)V99.
               10  CR-COLLECTION-REFERENCE PIC X(12).
               10  FILLER                PIC X(01).
           05  CR-HEADER-FIELDS REDEFINES CR-RECORD-BODY.
               10  CR-FILE-DATE          PIC 9(08).
               10  CR-FILE-SOURCE        PIC X(08).
               10  FILLER                PIC X(53).
           05  CR-TRAILER-FIELDS REDEFINES CR-RECORD-BODY.
               10  CR-TRAILER-RECORD-COUNT PIC 9(08).
               10  CR-TRAILER-TOTAL-AMOUNT PIC S9(16)V99
                                     SIGN IS TRAILING SEPARATE CHARACTER.
               10  FILLER                PIC X(42).
