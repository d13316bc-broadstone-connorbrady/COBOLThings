      *> CHGJREC.CPY
      *> Change journal record - one line appended to the CHGJRNL
      *> sequential file for every add, update, delete and
      *> reactivation made through CUSTMAINT, STORD-MAINT and
      *> HOLD-MAINT, and every business calendar day added or removed
      *> through CAL-MAINT - the non-monetary changes AUDITTRL never
      *> sees.
      *> Permanent and append-only, like HOLDS and REACTLOG: nothing
      *> rewrites, trims or archives a row, so "what was it before,
      *> who changed it and when" can be answered for any change
      *> ever made.
      *> Each row carries the whole record as it stood before the
      *> change and as it stood after it, byte for byte in the
      *> record's own layout (CUSTMAST.CPY, STORDREC.CPY, HOLDREC.CPY
      *> or CALREC.CPY, as CJ-RECORD-TYPE says), left-justified and
      *> space-filled to the image width. An add has a blank before
      *> image and a delete a blank after image. A hold is never
      *> changed in place - placing it is its add, and its release
      *> shows the "P" row as the before image and the "R" row that
      *> released it as the after image. A calendar row carries no
      *> customer, so its NI and account numbers are spaces.
      *> CHG-REPORT lists the journal field by field for a day and
      *> flags the high-risk changes.
       01  CHANGE-JOURNAL-RECORD.
           05  CJ-CHANGE-DATE        PIC 9(08).
           05  CJ-CHANGE-TIME        PIC 9(08).
           05  CJ-OPERATOR-ID        PIC X(08).
           05  CJ-PROGRAM-ID         PIC X(11).
           05  CJ-RECORD-TYPE        PIC X(04).
               88  CJ-CUSTOMER-RECORD        VALUE "CUST".
               88  CJ-STANDING-ORDER-RECORD  VALUE "STOR".
               88  CJ-HOLD-RECORD            VALUE "HOLD".
               88  CJ-CALENDAR-RECORD        VALUE "CALR".
           05  CJ-CHANGE-ACTION      PIC X(04).
               88  CJ-ADD-ACTION             VALUE "ADD ".
               88  CJ-UPDATE-ACTION          VALUE "UPDT".
               88  CJ-DELETE-ACTION          VALUE "DELT".
               88  CJ-REACTIVATE-ACTION      VALUE "REAC".
               88  CJ-HOLD-PLACE-ACTION      VALUE "PLAC".
               88  CJ-HOLD-RELEASE-ACTION    VALUE "RELS".
           05  CJ-NI-NUMBER          PIC X(10).
           05  CJ-ACCOUNT-NUMBER     PIC X(04).
           05  CJ-BEFORE-IMAGE       PIC X(200).
           05  CJ-AFTER-IMAGE        PIC X(200).
