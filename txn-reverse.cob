*>               a second and recurred on the same calendar day
*>               every year. The audit record also carries the new
*>               AU-POSTING-SOURCE ("RV").
*> 2026-10-15 CB A closed account - selected or the counterparty of
*>               the transfer being reversed - is refused: reversing
*>               onto it would leave a balance on an account
*>               ACCT-CLOSE has settled to zero and nothing can post
*>               to again. Such a correction is made by hand.
*> 2026-10-15 CB Maker-checker - the session now starts by asking for
*>               the operator's ID, and a reversal whose net value
*>               is at or over the APPRPARM reversal threshold (see
*>               APPRPARMREC.CPY) is not posted: it is queued on
*>               APPRQUEUE for a second operator to approve through
*>               APPR-MAINT. Keying the same entry again once the
*>               request is approved posts the reversal, with the
*>               approver and the request reference on both
*>               correcting entries (AU-APPROVER-ID,
*>               AU-APPROVAL-REFERENCE), and marks the request
*>               applied.
*> 2026-10-15 CB A transfer between accounts in different currencies
*>               posts a different gross on each leg, so the
*>               counterparty leg is now matched on the other side's
*>               value the selected entry records, not on its own
*>               gross. Each correcting entry carries the currency,
*>               other-side value and exchange rate of the entry it
*>               backs out.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RATEPARM-STATUS.

    SELECT APPROVAL-PARAM-FILE ASSIGN TO "APPRPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPRPARM-STATUS.

    SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUEUE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPRQUEUE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RATE-PARAM-FILE.
    COPY "RATESREC.CPY".

FD  APPROVAL-PARAM-FILE.
    COPY "APPRPARMREC.CPY".

FD  APPROVAL-QUEUE-FILE.
    COPY "APPRREC.CPY".

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
01 NINumber PIC X(10).
01 Orig-IsReversalFlag PIC X(01).
    88 Orig-Is-Reversal-Entry VALUE "R".
01 Orig-Reference PIC X(12).
01 Orig-Currency PIC X(03).
01 Orig-CounterpartyCurrency PIC X(03).
01 Orig-CounterpartyValue PIC S9(16)V99 VALUE ZEROS.
01 Orig-ExchangeRate PIC 9(04)V9(06) VALUE ZEROS.
*> The gross the counterparty leg of a transfer posted: the same
*> figure as this entry's own gross unless the transfer crossed
*> currencies, when it is the other-side value recorded with it.
01 Orig-OtherSideGross PIC S9(16)V99 VALUE ZEROS.

01 OrigFoundSwitch PIC X(01) VALUE "N".
    88 Orig-Found VALUE "Y".
01 Reverse-Edited-Amount PIC -(13)9.99.
01 Reverse-Edited-Balance PIC -(13)9.99.

*> The operator keying this session, asked for before anything else
*> and carried onto every approval queue row the session writes -
*> see APPRREC.CPY.
01 OperatorId PIC X(08) VALUE SPACES.
01 TimeNow PIC 9(08).

01 APPRPARM-STATUS PIC X(02).
    88 APPRPARM-OK VALUE "00".

01 APPRQUEUE-STATUS PIC X(02).
    88 APPRQUEUE-OK VALUE "00".
    88 APPRQUEUE-NOT-FOUND VALUE "35".

01 ApprovalParamEndOfFile PIC X(01) VALUE "N".
    88 ApprovalParamAtEnd VALUE "Y".
    88 ApprovalParamNotAtEnd VALUE "N".

01 ApprovalQueueEndOfFile PIC X(01) VALUE "N".
    88 ApprovalQueueAtEnd VALUE "Y".
    88 ApprovalQueueNotAtEnd VALUE "N".

*> Loaded from the APPRPARM file before anything is accepted - see
*> APPRPARMREC.CPY; the session refuses to start without an
*> effective, sensible row.
01 ReversalThreshold PIC 9(16)V99 VALUE ZEROS.
01 OverdraftThreshold PIC 9(16)V99 VALUE ZEROS.
01 ReactivationThreshold PIC 9(16)V99 VALUE ZEROS.
01 HoldReleaseThreshold PIC 9(16)V99 VALUE ZEROS.
01 PendingDays PIC 9(03) VALUE ZEROS.
01 ApprovalParamsEffectiveDate PIC 9(08) VALUE ZEROS.

01 ApprovalRowFoundSwitch PIC X(01) VALUE "N".
    88 ApprovalRowFound VALUE "Y".
    88 ApprovalRowNotFound VALUE "N".

01 ApprovalRowValidSwitch PIC X(01) VALUE "N".
    88 ApprovalRowValid VALUE "Y".
    88 ApprovalRowInvalid VALUE "N".

*> The action being checked against the approval queue, in the
*> queue's own key terms, and what the queue says about it: the
*> latest request for exactly this action and how it stands.
01 ApprovalRequestType PIC X(04).
01 ApprovalNINumber PIC X(10).
01 ApprovalAccountNumber PIC X(04).
01 ApprovalTargetReference PIC X(12).
01 ApprovalNewValue PIC X(10).
01 ApprovalAmount PIC S9(16)V99 VALUE ZEROS.

01 ApprovalStateSwitch PIC X(01) VALUE "N".
    88 Approval-Not-Requested VALUE "N".
    88 Approval-Pending VALUE "P".
    88 Approval-Granted VALUE "A".
    88 Approval-Declined VALUE "D".
    88 Approval-Used VALUE "E".
    88 Approval-Lapsed VALUE "X".

01 MatchedRequestReference PIC X(12) VALUE SPACES.
01 MatchedApproverId PIC X(08) VALUE SPACES.
01 MatchedExpiryDate PIC 9(08) VALUE ZEROS.

01 ApprovalRowAction PIC X(01).

01 ApprovalRowWrittenSwitch PIC X(01) VALUE "N".
    88 ApprovalRowWritten VALUE "Y".
    88 ApprovalRowNotWritten VALUE "N".

*> Sequence behind the generated request references - AQ plus
*> YYMMDD plus this, started one past the highest same-day AQ
*> reference already on the queue.
01 ApprovalSequence PIC 9(04) VALUE ZEROS.
01 ApprovalSeqCandidate PIC 9(04) VALUE ZEROS.

*> A queued request's expiry date, stepped forward PendingDays
*> calendar days from the request date.
01 ExpiryDate.
    05 EXD-YEAR PIC 9(04).
    05 EXD-MONTH PIC 9(02).
    05 EXD-DAY PIC 9(02).
01 ExpiryDate-Whole REDEFINES ExpiryDate PIC 9(08).

01 DaysInTargetMonth PIC 9(02).
01 LeapYearDividend PIC 9(04).
01 LeapYearQuotient PIC 9(04).
01 LeapYearRemainder PIC 9(04).

*> What the correcting entries carry in AU-APPROVER-ID and
*> AU-APPROVAL-REFERENCE - spaces unless the reversal needed, and
*> has been given, a second operator's approval.
01 ReversalApproverId PIC X(08) VALUE SPACES.
01 ReversalApprovalReference PIC X(12) VALUE SPACES.

*> PROGRAM TO RUN
PROCEDURE DIVISION.


PERFORM Load-Rate-Parameters

PERFORM Load-Approval-Parameters

PERFORM Accept-Operator-Id

OPEN I-O CUSTMAST-FILE

IF NOT CUSTMAST-OK
    STOP RUN
END-IF

IF CM-ACCOUNT-CLOSED
    DISPLAY "Rejected: account " AccountNumber " for NI number "
        NINumber " is closed - a closed account cannot be "
        "corrected through TXN-REVERSE"
    CLOSE CUSTMAST-FILE
    STOP RUN
END-IF

IF CM-ACCOUNT-DORMANT
    DISPLAY "Rejected: account " AccountNumber " for NI number "
        NINumber " is dormant - reactivate it through CUSTMAINT "
    STOP RUN
END-IF

IF Orig-Net >= ReversalThreshold
    PERFORM Check-Reversal-Approval
END-IF

PERFORM Commit-Reversal

IF TransferStepSucceeded
    AND ReversalApprovalReference NOT = SPACES
    PERFORM Record-Approval-Applied
END-IF

CLOSE CUSTMAST-FILE

STOP RUN.
            MOVE AU-COUNTERPARTY-ACCOUNT TO Orig-CounterpartyAcct
            MOVE AU-REVERSAL-FLAG TO Orig-IsReversalFlag
            MOVE AU-TRANSACTION-REF TO Orig-Reference
            MOVE AU-CURRENCY-CODE TO Orig-Currency
            MOVE AU-COUNTERPARTY-CURRENCY TO Orig-CounterpartyCurrency
            MOVE AU-COUNTERPARTY-VALUE TO Orig-CounterpartyValue
            MOVE AU-EXCHANGE-RATE TO Orig-ExchangeRate
            IF AU-COUNTERPARTY-CURRENCY = SPACES
                MOVE AU-GROSS-TRANSACTION-VALUE TO Orig-OtherSideGross
            ELSE
                MOVE AU-COUNTERPARTY-VALUE TO Orig-OtherSideGross
            END-IF
        END-IF
    END-IF

        AND AU-NI-NUMBER = Orig-CounterpartyNI
        AND AU-ACCOUNT-NUMBER = Orig-CounterpartyAcct
        AND AU-TRANSACTION-DATE = Orig-Date
        AND AU-GROSS-TRANSACTION-VALUE = Orig-OtherSideGross
        AND AU-TRANSACTION-TYPE NOT = Orig-Type
        AND AU-COUNTERPARTY-NI-NUMBER = NINumber
        AND AU-COUNTERPARTY-ACCOUNT = AccountNumber
            CLOSE CUSTMAST-FILE
            STOP RUN
        END-IF
        IF CM-ACCOUNT-CLOSED
            DISPLAY "Rejected: the counterparty account "
                Orig-CounterpartyNI " account " Orig-CounterpartyAcct
                " is closed - a closed account cannot be corrected "
                "through TXN-REVERSE"
            CLOSE CUSTMAST-FILE
            STOP RUN
        END-IF
        IF CM-ACCOUNT-DORMANT
            DISPLAY "Rejected: the counterparty account "
                Orig-CounterpartyNI " account " Orig-CounterpartyAcct
        MOVE Orig-Reference TO AU-REVERSED-REFERENCE
        MOVE TransactionReference TO AU-TRANSACTION-REF
        MOVE "RV" TO AU-POSTING-SOURCE
        MOVE ReversalApproverId TO AU-APPROVER-ID
        MOVE ReversalApprovalReference TO AU-APPROVAL-REFERENCE
        MOVE Orig-Currency TO AU-CURRENCY-CODE
        MOVE Orig-CounterpartyCurrency TO AU-COUNTERPARTY-CURRENCY
        MOVE Orig-CounterpartyValue TO AU-COUNTERPARTY-VALUE
        MOVE Orig-ExchangeRate TO AU-EXCHANGE-RATE
        WRITE AUDIT-RECORD

        IF Orig-CounterpartyNI NOT = SPACES
            MOVE Cp-Reference TO AU-REVERSED-REFERENCE
            MOVE TransactionReference TO AU-TRANSACTION-REF
            MOVE "RV" TO AU-POSTING-SOURCE
            MOVE ReversalApproverId TO AU-APPROVER-ID
            MOVE ReversalApprovalReference TO AU-APPROVAL-REFERENCE
            MOVE Orig-CounterpartyCurrency TO AU-CURRENCY-CODE
            MOVE Orig-Currency TO AU-COUNTERPARTY-CURRENCY
            IF Orig-CounterpartyCurrency = SPACES
                MOVE ZEROS TO AU-COUNTERPARTY-VALUE
            ELSE
                MOVE Orig-Gross TO AU-COUNTERPARTY-VALUE
            END-IF
            MOVE Orig-ExchangeRate TO AU-EXCHANGE-RATE
            WRITE AUDIT-RECORD
        END-IF

    DISPLAY "Reversal of entry " ChosenOrdinal " (" Orig-Reference
        ") for " NINumber " account " AccountNumber
    MOVE Orig-Net TO Reverse-Edited-Amount
    DISPLAY "Net amount backed out: " Reverse-Edited-Amount " "
        Orig-Currency
    MOVE Orig-Tax TO Reverse-Edited-Amount
    DISPLAY "Tax backed out:        " Reverse-Edited-Amount
    MOVE Leg1NewBalance TO Reverse-Edited-Balance
        MOVE Leg2NewBalance TO Reverse-Edited-Balance
        DISPLAY "Counterparty balance:  " Reverse-Edited-Balance
    END-IF
    IF ReversalApprovalReference NOT = SPACES
        DISPLAY "Approved by " ReversalApproverId " under request "
            ReversalApprovalReference
    END-IF
    DISPLAY "------------------------------------------".

*> ----------------------------------------------------------------
*> Check-Reversal-Approval - a reversal at or over the threshold is
*> posted only against an approved, unexpired request for backing
*> out exactly this entry; otherwise it is queued (or found already
*> waiting) and the session ends with nothing changed.
*> ----------------------------------------------------------------
Check-Reversal-Approval.
    MOVE "REVS" TO ApprovalRequestType
    MOVE NINumber TO ApprovalNINumber
    MOVE AccountNumber TO ApprovalAccountNumber
    MOVE Orig-Reference TO ApprovalTargetReference
    MOVE SPACES TO ApprovalNewValue
    MOVE Orig-Net TO ApprovalAmount
    PERFORM Check-Approval-Queue

    IF Approval-Granted
        MOVE MatchedApproverId TO ReversalApproverId
        MOVE MatchedRequestReference TO ReversalApprovalReference
    ELSE
        IF Approval-Pending
            DISPLAY "Reversal of entry " ChosenOrdinal " is already "
                "awaiting approval as request " MatchedRequestReference
                " - nothing has been changed"
        ELSE
            IF Approval-Declined
                DISPLAY "Request " MatchedRequestReference " for this "
                    "reversal was declined by " MatchedApproverId
                    " - queuing a fresh request"
            END-IF
            MOVE Orig-Net TO Reverse-Edited-Amount
            DISPLAY "A reversal of " Reverse-Edited-Amount " needs a "
                "second operator's approval"
            PERFORM Queue-For-Approval
        END-IF
        CLOSE CUSTMAST-FILE
        STOP RUN
    END-IF.

*> ----------------------------------------------------------------
*> Accept-Operator-Id - who is keying this session. Any action that
*> has to wait for a second operator's approval is queued under
*> this ID, and APPR-MAINT will not let the same ID approve it.
*> ----------------------------------------------------------------
Accept-Operator-Id.
    DISPLAY "Operator ID: " WITH NO ADVANCING
    MOVE SPACES TO OperatorId
    ACCEPT OperatorId
    IF OperatorId = SPACES
        DISPLAY "Rejected: an operator ID must be keyed - actions "
            "that need a second operator's approval are queued "
            "under it"
        STOP RUN
    END-IF.

*> ----------------------------------------------------------------
*> Load-Approval-Parameters - take the approval thresholds off the
*> APPRPARM file: the row with the latest effective date on or
*> before today wins, a later row on the same date winning over an
*> earlier one. No effective row, or one that makes no sense, means
*> no session - without a threshold there is no telling which
*> actions one operator may apply alone.
*> ----------------------------------------------------------------
Load-Approval-Parameters.
    SET ApprovalRowNotFound TO TRUE
    SET ApprovalRowInvalid TO TRUE
    MOVE ZEROS TO ApprovalParamsEffectiveDate
    SET ApprovalParamNotAtEnd TO TRUE
    OPEN INPUT APPROVAL-PARAM-FILE
    IF NOT APPRPARM-OK
        DISPLAY "Rejected: could not open the approval parameter "
            "file (status " APPRPARM-STATUS ")"
        STOP RUN
    END-IF
    READ APPROVAL-PARAM-FILE
        AT END SET ApprovalParamAtEnd TO TRUE
    END-READ
    PERFORM Select-One-Approval-Row UNTIL ApprovalParamAtEnd
    CLOSE APPROVAL-PARAM-FILE
    IF ApprovalRowNotFound
        DISPLAY "Rejected: no approval parameter row is effective on "
            TodaysDate
        STOP RUN
    END-IF
    IF ApprovalRowInvalid
        DISPLAY "Rejected: the approval parameter row effective "
            ApprovalParamsEffectiveDate " is not usable - every "
            "threshold must be numeric and the pending period at "
            "least 1 day"
        STOP RUN
    END-IF.

*> ----------------------------------------------------------------
*> Select-One-Approval-Row - keep the current row if it is the
*> latest one seen so far that is already in effect, noting whether
*> it passes the sense checks.
*> ----------------------------------------------------------------
Select-One-Approval-Row.
    IF AP-EFFECTIVE-DATE <= TodaysDate
        AND AP-EFFECTIVE-DATE >= ApprovalParamsEffectiveDate
        MOVE AP-EFFECTIVE-DATE TO ApprovalParamsEffectiveDate
        SET ApprovalRowFound TO TRUE
        SET ApprovalRowInvalid TO TRUE
        IF AP-REVERSAL-THRESHOLD IS NUMERIC
            AND AP-OVERDRAFT-THRESHOLD IS NUMERIC
            AND AP-REACTIVATION-THRESHOLD IS NUMERIC
            AND AP-HOLD-RELEASE-THRESHOLD IS NUMERIC
            AND AP-PENDING-DAYS IS NUMERIC
            AND AP-PENDING-DAYS > ZEROS
            MOVE AP-REVERSAL-THRESHOLD TO ReversalThreshold
            MOVE AP-OVERDRAFT-THRESHOLD TO OverdraftThreshold
            MOVE AP-REACTIVATION-THRESHOLD TO ReactivationThreshold
            MOVE AP-HOLD-RELEASE-THRESHOLD TO HoldReleaseThreshold
            MOVE AP-PENDING-DAYS TO PendingDays
            SET ApprovalRowValid TO TRUE
        END-IF
    END-IF

    READ APPROVAL-PARAM-FILE
        AT END SET ApprovalParamAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Check-Approval-Queue - replay the APPRQUEUE ledger for the action
*> described in the Approval- fields: the latest request for exactly
*> that action, and what its later rows say became of it. A pending
*> or approved request past its expiry date has lapsed. A missing
*> queue just means nothing has ever been queued. The same pass
*> notes the highest AQ sequence already used today, for the
*> reference a new request would carry.
*> ----------------------------------------------------------------
Check-Approval-Queue.
    SET Approval-Not-Requested TO TRUE
    MOVE SPACES TO MatchedRequestReference
    MOVE SPACES TO MatchedApproverId
    MOVE ZEROS TO MatchedExpiryDate
    MOVE ZEROS TO ApprovalSequence
    SET ApprovalQueueNotAtEnd TO TRUE
    OPEN INPUT APPROVAL-QUEUE-FILE
    IF APPRQUEUE-OK
        READ APPROVAL-QUEUE-FILE
            AT END SET ApprovalQueueAtEnd TO TRUE
        END-READ
        PERFORM Scan-One-Approval-Row UNTIL ApprovalQueueAtEnd
        CLOSE APPROVAL-QUEUE-FILE
    ELSE
        IF NOT APPRQUEUE-NOT-FOUND
            DISPLAY "Warning: could not open the approval queue "
                "(status " APPRQUEUE-STATUS ") - no approval on it "
                "can be found"
        END-IF
    END-IF

    IF (Approval-Pending OR Approval-Granted)
        AND MatchedExpiryDate < TodaysDate
        SET Approval-Lapsed TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Scan-One-Approval-Row - a request row for exactly this action
*> becomes the one being followed (a later request supersedes an
*> earlier one); an approve, decline or applied row for the request
*> being followed moves it on.
*> ----------------------------------------------------------------
Scan-One-Approval-Row.
    IF AQ-REQUEST-ACTION
        IF AQ-REQUEST-REFERENCE(1:2) = "AQ"
            AND AQ-REQUEST-REFERENCE(3:6) = TodaysDate(3:6)
            AND AQ-REQUEST-REFERENCE(9:4) IS NUMERIC
            MOVE AQ-REQUEST-REFERENCE(9:4) TO ApprovalSeqCandidate
            IF ApprovalSeqCandidate > ApprovalSequence
                MOVE ApprovalSeqCandidate TO ApprovalSequence
            END-IF
        END-IF
        IF AQ-REQUEST-TYPE = ApprovalRequestType
            AND AQ-NI-NUMBER = ApprovalNINumber
            AND AQ-ACCOUNT-NUMBER = ApprovalAccountNumber
            AND AQ-TARGET-REFERENCE = ApprovalTargetReference
            AND AQ-NEW-VALUE = ApprovalNewValue
            SET Approval-Pending TO TRUE
            MOVE AQ-REQUEST-REFERENCE TO MatchedRequestReference
            MOVE SPACES TO MatchedApproverId
            MOVE AQ-EXPIRY-DATE TO MatchedExpiryDate
        END-IF
    ELSE
        IF MatchedRequestReference NOT = SPACES
            AND AQ-REQUEST-REFERENCE = MatchedRequestReference
            EVALUATE TRUE
                WHEN AQ-APPROVE-ACTION
                    SET Approval-Granted TO TRUE
                    MOVE AQ-OPERATOR-ID TO MatchedApproverId
                WHEN AQ-DECLINE-ACTION
                    SET Approval-Declined TO TRUE
                    MOVE AQ-OPERATOR-ID TO MatchedApproverId
                WHEN AQ-APPLIED-ACTION
                    SET Approval-Used TO TRUE
            END-EVALUATE
        END-IF
    END-IF

    READ APPROVAL-QUEUE-FILE
        AT END SET ApprovalQueueAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Queue-For-Approval - the action described in the Approval- fields
*> onto the queue as a new request under this session's operator,
*> expiring PendingDays days from today. Check-Approval-Queue has
*> already been run for it, so the day's AQ sequence is known.
*> ----------------------------------------------------------------
Queue-For-Approval.
    ADD 1 TO ApprovalSequence
    MOVE SPACES TO MatchedRequestReference
    STRING "AQ" TodaysDate(3:6) ApprovalSequence
        DELIMITED BY SIZE INTO MatchedRequestReference
    MOVE TodaysDate TO ExpiryDate-Whole
    PERFORM Advance-One-Day PendingDays TIMES
    MOVE ExpiryDate-Whole TO MatchedExpiryDate
    MOVE "R" TO ApprovalRowAction
    PERFORM Write-Approval-Row
    IF ApprovalRowWritten
        DISPLAY "Queued for approval as request "
            MatchedRequestReference " - nothing has been changed. "
            "Once another operator approves it through APPR-MAINT, "
            "key the same action again by "
            MatchedExpiryDate " to apply it"
    END-IF.

*> ----------------------------------------------------------------
*> Record-Approval-Applied - the approved request just applied is
*> marked done on the queue, so the one approval cannot be used for
*> a second action.
*> ----------------------------------------------------------------
Record-Approval-Applied.
    MOVE "E" TO ApprovalRowAction
    PERFORM Write-Approval-Row
    IF ApprovalRowNotWritten
        DISPLAY "SEVERE: the action was applied but request "
            MatchedRequestReference " could not be marked applied "
            "- append its E row to APPRQUEUE by hand before it is "
            "keyed again"
    END-IF.

*> ----------------------------------------------------------------
*> Write-Approval-Row - one row of the ApprovalRowAction kind for
*> the request in MatchedRequestReference onto the queue, creating
*> the queue the first time.
*> ----------------------------------------------------------------
Write-Approval-Row.
    SET ApprovalRowNotWritten TO TRUE
    ACCEPT TimeNow FROM TIME
    OPEN EXTEND APPROVAL-QUEUE-FILE
    IF APPRQUEUE-NOT-FOUND
        OPEN OUTPUT APPROVAL-QUEUE-FILE
    END-IF
    IF NOT APPRQUEUE-OK
        DISPLAY "Rejected: could not open the approval queue to "
            "append (status " APPRQUEUE-STATUS ")"
    ELSE
        MOVE SPACES TO APPROVAL-RECORD
        MOVE ApprovalRowAction TO AQ-ACTION
        MOVE MatchedRequestReference TO AQ-REQUEST-REFERENCE
        MOVE ApprovalRequestType TO AQ-REQUEST-TYPE
        MOVE ApprovalNINumber TO AQ-NI-NUMBER
        MOVE ApprovalAccountNumber TO AQ-ACCOUNT-NUMBER
        MOVE ApprovalTargetReference TO AQ-TARGET-REFERENCE
        MOVE ApprovalNewValue TO AQ-NEW-VALUE
        MOVE ApprovalAmount TO AQ-AMOUNT
        MOVE OperatorId TO AQ-OPERATOR-ID
        MOVE TodaysDate TO AQ-ACTION-DATE
        MOVE TimeNow TO AQ-ACTION-TIME
        MOVE MatchedExpiryDate TO AQ-EXPIRY-DATE
        WRITE APPROVAL-RECORD
        CLOSE APPROVAL-QUEUE-FILE
        SET ApprovalRowWritten TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Advance-One-Day - step ExpiryDate forward one calendar day, into
*> the month (and year) after when it is already the month's last.
*> ----------------------------------------------------------------
Advance-One-Day.
    PERFORM Compute-Days-In-Month
    IF EXD-DAY < DaysInTargetMonth
        ADD 1 TO EXD-DAY
    ELSE
        MOVE 1 TO EXD-DAY
        IF EXD-MONTH < 12
            ADD 1 TO EXD-MONTH
        ELSE
            MOVE 1 TO EXD-MONTH
            ADD 1 TO EXD-YEAR
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Compute-Days-In-Month - the length of EXD-MONTH in EXD-YEAR.
*> February is 29 in a leap year: divisible by 4, except century
*> years, which must be divisible by 400.
*> ----------------------------------------------------------------
Compute-Days-In-Month.
    EVALUATE EXD-MONTH
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO DaysInTargetMonth
        WHEN 2
            MOVE 28 TO DaysInTargetMonth
            MOVE EXD-YEAR TO LeapYearDividend
            DIVIDE LeapYearDividend BY 4
                GIVING LeapYearQuotient
                REMAINDER LeapYearRemainder
            IF LeapYearRemainder = 0
                MOVE 29 TO DaysInTargetMonth
                DIVIDE LeapYearDividend BY 100
                    GIVING LeapYearQuotient
                    REMAINDER LeapYearRemainder
                IF LeapYearRemainder = 0
                    DIVIDE LeapYearDividend BY 400
                        GIVING LeapYearQuotient
                        REMAINDER LeapYearRemainder
                    IF LeapYearRemainder NOT = 0
                        MOVE 28 TO DaysInTargetMonth
                    END-IF
                END-IF
            END-IF
        WHEN OTHER
            MOVE 31 TO DaysInTargetMonth
    END-EVALUATE.
