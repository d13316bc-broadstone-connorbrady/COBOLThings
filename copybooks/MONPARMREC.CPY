      *> MONPARMREC.CPY
      *> Monitoring parameter record - one line per effective-dated
      *> threshold set on the MONPARM sequential file, read at
      *> Initialize-Run by TXN-MONITOR the way RATEPARM is read by
      *> the posting programs: the row with the latest
      *> MP-EFFECTIVE-DATE on or before the business date wins, and
      *> the run refuses to start without one, so compliance can
      *> tighten a threshold with a one-line file edit and the trail
      *> of edits shows what was in force on any night.
      *> Amounts are unsigned, eighteen digits with the pence in the
      *> last two. A posting at or over MP-LARGE-VALUE is a large
      *> single transaction; one at or over MP-STRUCTURING-FLOOR but
      *> under MP-LARGE-VALUE is "just under", and MP-STRUCTURING-
      *> COUNT or more just-under credits (or debits) on one NI
      *> number inside the last MP-STRUCTURING-DAYS days (the
      *> business date included) is a structuring pattern.
      *> MP-BURST-COUNT or more transfers paid in to one counterparty
      *> NI number on the business date is a transfer burst. A
      *> posting at or over MP-REACTIVATED-VALUE on an account
      *> reactivated from dormant within the last
      *> MP-REACTIVATION-DAYS days (see REACTREC.CPY) is a large
      *> movement after reactivation.
      *> MP-ADDRESS-CHANGE-DAYS is read by CHG-REPORT, not TXN-MONITOR:
      *> a debit at or over MP-LARGE-VALUE on an account whose address
      *> was changed within the last MP-ADDRESS-CHANGE-DAYS days (the
      *> report date included - see CHGJREC.CPY) is flagged as a
      *> high-risk change. Rows keyed before the field existed leave
      *> it blank; CHG-REPORT refuses to run on such a row.
       01  MONITOR-PARAMETER-RECORD.
           05  MP-EFFECTIVE-DATE     PIC 9(08).
           05  MP-LARGE-VALUE        PIC 9(16)V99.
           05  MP-STRUCTURING-FLOOR  PIC 9(16)V99.
           05  MP-STRUCTURING-COUNT  PIC 9(03).
           05  MP-STRUCTURING-DAYS   PIC 9(03).
           05  MP-BURST-COUNT        PIC 9(03).
           05  MP-REACTIVATION-DAYS  PIC 9(03).
           05  MP-REACTIVATED-VALUE  PIC 9(16)V99.
           05  MP-ADDRESS-CHANGE-DAYS PIC 9(03).
