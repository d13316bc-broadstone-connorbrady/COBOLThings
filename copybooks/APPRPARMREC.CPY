      *> APPRPARMREC.CPY
      *> Approval threshold record - one line per effective-dated
      *> threshold set on the APPRPARM sequential file, read at the
      *> start of every TXN-REVERSE, CUSTMAINT and HOLD-MAINT session
      *> the way MONPARM is read by TXN-MONITOR: the row with the
      *> latest AP-EFFECTIVE-DATE on or before the session date wins,
      *> and the session refuses to start without one, so a threshold
      *> is moved with a one-line file edit and the trail of edits
      *> shows what was in force on any day.
      *> Amounts are unsigned, eighteen digits with the pence in the
      *> last two; an action at or over its threshold is not applied
      *> by the operator who keys it but queued on APPRQUEUE (see
      *> APPRREC.CPY) for a second operator to approve. Zeros sends
      *> every such action through the queue.
      *>   AP-REVERSAL-THRESHOLD     - the net value of the entry
      *>                               TXN-REVERSE would back out;
      *>   AP-OVERDRAFT-THRESHOLD    - the arranged overdraft (how far
      *>                               below zero) CUSTMAINT would set;
      *>                               taking an arrangement away is
      *>                               never queued;
      *>   AP-REACTIVATION-THRESHOLD - the balance, either way of zero,
      *>                               on the dormant account CUSTMAINT
      *>                               would reactivate;
      *>   AP-HOLD-RELEASE-THRESHOLD - the amount of a hold HOLD-MAINT
      *>                               would release for an operator
      *>                               other than the one who placed
      *>                               it (an operator releasing their
      *>                               own hold is never queued).
      *> AP-PENDING-DAYS is how many days after the request a queued
      *> action can still be approved and applied; after that it has
      *> expired and must be requested afresh.
       01  APPROVAL-PARAMETER-RECORD.
           05  AP-EFFECTIVE-DATE     PIC 9(08).
           05  AP-REVERSAL-THRESHOLD PIC 9(16)V99.
           05  AP-OVERDRAFT-THRESHOLD PIC 9(16)V99.
           05  AP-REACTIVATION-THRESHOLD PIC 9(16)V99.
           05  AP-HOLD-RELEASE-THRESHOLD PIC 9(16)V99.
           05  AP-PENDING-DAYS       PIC 9(03).
