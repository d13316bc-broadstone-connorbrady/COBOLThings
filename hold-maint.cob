*>               been trimmed, and a release row for one year's
*>               reference would have marked the next year's
*>               same-reference hold released during the replay.
*> 2026-10-15 CB P)lace refuses an account ACCT-CLOSE has closed -
*>               nothing can debit it, so a hold would earmark
*>               nothing.
*> 2026-10-15 CB Maker-checker - the session now starts by asking for
*>               the operator's ID, which P)lace and R)elease stamp
*>               on the ledger row (HD-OPERATOR-ID) and the release
*>               screen shows against each hold. Releasing a hold
*>               another operator placed, for an amount at or over
*>               the APPRPARM hold release threshold (see
*>               APPRPARMREC.CPY), is queued on APPRQUEUE for a
*>               second operator to approve through APPR-MAINT
*>               instead of being released; releasing the same hold
*>               again once the request is approved releases it and
*>               marks the request applied.
*> 2026-10-15 CB Every hold placed or released is now appended to the
*>               CHGJRNL change journal (see CHGJREC.CPY) with the
*>               date, time and operator: a placing with the new "P"
*>               row as its after image, a release with the "P" row
*>               as its before image and the "R" row as its after.
*> 2026-10-15 CB Hold expiry is now counted in business days: P)lace
*>               asks how many business days the hold should run
*>               and steps forward from today over weekends and the
*>               non-working days on the BUSCAL business calendar
*>               (see CALREC.CPY), instead of taking a keyed expiry
*>               date that took no account of either. The calendar
*>               is loaded at the start of the session and a missing
*>               one refuses it. Approval request expiry stays in
*>               calendar days, as APPRPARM specifies it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HOLDRPT-STATUS.

    SELECT APPROVAL-PARAM-FILE ASSIGN TO "APPRPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPRPARM-STATUS.

    SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUEUE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPRQUEUE-STATUS.

    SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHGJRNL-STATUS.

    SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BUSCAL-STATUS.

DATA DIVISION.
FILE SECTION.

FD  HOLD-REPORT-FILE.
01 HOLD-REPORT-RECORD PIC X(132).

FD  APPROVAL-PARAM-FILE.
    COPY "APPRPARMREC.CPY".

FD  APPROVAL-QUEUE-FILE.
    COPY "APPRREC.CPY".

FD  CHANGE-JOURNAL-FILE.
    COPY "CHGJREC.CPY".

FD  CALENDAR-FILE.
    COPY "CALREC.CPY".

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
01 MaintenanceChoice PIC X(01).
01 HOLDRPT-STATUS PIC X(02).
    88 HOLDRPT-OK VALUE "00".

01 BUSCAL-STATUS PIC X(02).
    88 BUSCAL-OK VALUE "00".

01 CalendarEndOfFile PIC X(01) VALUE "N".
    88 CalendarAtEnd VALUE "Y".
    88 CalendarNotAtEnd VALUE "N".

01 HoldsEndOfFile PIC X(01) VALUE "N".
    88 HoldsAtEnd VALUE "Y".
    88 HoldsNotAtEnd VALUE "N".
        10 HT-EXPIRY-DATE PIC 9(08).
        10 HT-RELEASED-FLAG PIC X(01).
            88 HT-Hold-Released VALUE "Y".
        10 HT-PLACED-BY PIC X(08).

01 HoldTableFullSwitch PIC X(01) VALUE "N".
    88 HoldTable-Is-Full VALUE "Y".
01 HoldAmountEntry PIC X(18).
01 HoldAmountEntry-Num REDEFINES HoldAmountEntry PIC 9(16)V99.

*> How long a new hold runs, in business days counted from the day
*> after today; the hold is active through the last of them.
01 HoldDaysEntry PIC X(03).
01 HoldDaysEntry-Num REDEFINES HoldDaysEntry PIC 9(03).
01 BusinessDaysCounted PIC 9(03) VALUE ZEROS.

01 OrdinalEntry PIC X(04).
01 OrdinalEntry-Num REDEFINES OrdinalEntry PIC 9(04).
01 Hold-Edited-Amount PIC -(13)9.99.
01 Hold-Edited-Count PIC ZZZ,ZZZ,ZZ9.

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
*> calendar days from the request date; and a new hold's expiry,
*> stepped forward the hold's business days from today.
01 ExpiryDate.
    05 EXD-YEAR PIC 9(04).
    05 EXD-MONTH PIC 9(02).
    05 EXD-DAY PIC 9(02).
01 ExpiryDate-Whole REDEFINES ExpiryDate PIC 9(08).

01 DaysInTargetMonth PIC 9(02).
01 LeapYearDividend PIC 9(04).
01 LeapYearQuotient PIC 9(04).
01 LeapYearRemainder PIC 9(04).

*> The business calendar - every non-working weekday on BUSCAL,
*> with the reason it is not worked. Weekends are not on the file;
*> Compute-Day-Of-Week finds them from the date.
01 MaxCalendarDays CONSTANT AS 500.
01 CalendarDayCount PIC 9(04) VALUE ZEROS.
01 CalendarTable.
    05 CDT-Entry OCCURS 500 TIMES INDEXED BY CDT-Idx.
        10 CDT-DATE PIC 9(08).
        10 CDT-DESCRIPTION PIC X(30).

01 CalendarTableFullSwitch PIC X(01) VALUE "N".
    88 CalendarTable-Is-Full VALUE "Y".

01 BusinessDaySwitch PIC X(01) VALUE "Y".
    88 Business-Day VALUE "Y".
    88 Non-Business-Day VALUE "N".
01 NonWorkingReason PIC X(30) VALUE SPACES.

*> Day-of-week working fields (Zeller's congruence): DayOfWeek comes
*> out 0 for a Saturday, 1 for a Sunday, 2 for a Monday and so on
*> to 6 for a Friday. January and February count as months 13 and
*> 14 of the year before.
01 WeekdayMonth PIC 9(02).
01 WeekdayYear PIC 9(04).
01 WeekdayMonthTerm PIC 9(04).
01 WeekdayYearBy4 PIC 9(04).
01 WeekdayYearBy100 PIC 9(04).
01 WeekdayYearBy400 PIC 9(04).
01 WeekdaySum PIC 9(06).
01 WeekdayQuotient PIC 9(06).
01 DayOfWeek PIC 9(01).
    88 Day-Is-Saturday VALUE 0.
    88 Day-Is-Sunday VALUE 1.

*> Whether the release in hand may go ahead: no approval needed,
*> held back and queued for approval, or going ahead under an
*> approved request that must then be marked applied.
01 ActionApprovalSwitch PIC X(01) VALUE "N".
    88 Action-Needs-No-Approval VALUE "N".
    88 Action-Held-For-Approval VALUE "H".
    88 Action-Approved VALUE "A".

01 CHGJRNL-STATUS PIC X(02).
    88 CHGJRNL-OK VALUE "00".
    88 CHGJRNL-NOT-FOUND VALUE "35".

*> The change in hand for the change journal (see CHGJREC.CPY): what
*> was done, to which account's hold, and the ledger row as it
*> stood before and after.
01 ChangeRecordType PIC X(04).
01 ChangeAction PIC X(04).
01 ChangeNINumber PIC X(10).
01 ChangeAccountNumber PIC X(04).
01 ChangeBeforeImage PIC X(200).
01 ChangeAfterImage PIC X(200).

*> PROGRAM TO RUN
PROCEDURE DIVISION.

ACCEPT TodaysDate FROM DATE YYYYMMDD

PERFORM Load-Approval-Parameters

PERFORM Load-Business-Calendar

PERFORM Accept-Operator-Id

OPEN INPUT CUSTMAST-FILE
IF NOT CUSTMAST-OK
    DISPLAY "Rejected: could not open the customer master file "
            MOVE HD-PLACED-DATE TO HT-PLACED-DATE(HoldCount)
            MOVE HD-EXPIRY-DATE TO HT-EXPIRY-DATE(HoldCount)
            MOVE "N" TO HT-RELEASED-FLAG(HoldCount)
            MOVE HD-OPERATOR-ID TO HT-PLACED-BY(HoldCount)
        ELSE
            SET HoldTable-Is-Full TO TRUE
        END-IF
                    "for NI number " NINumber " account "
                    AccountNumber
            NOT INVALID KEY
                IF CM-ACCOUNT-CLOSED
                    DISPLAY "Rejected: account " AccountNumber
                        " for NI number " NINumber " is closed - "
                        "no hold can be placed on it"
                ELSE
                    PERFORM Place-Hold-Details
                END-IF
        END-READ
    END-IF.

*> ----------------------------------------------------------------
*> Place-Hold-Details - the amount and how many business days the
*> hold runs, then the "P" row onto the ledger, expiring on the last
*> of those days, and the table reloaded off disk.
*> ----------------------------------------------------------------
Place-Hold-Details.
    DISPLAY "Hold amount (18 digits, pence in the last two): "
            "amount (all 18 digits must be keyed, pence in the "
            "last two, and not zero)"
    ELSE
        DISPLAY "Hold for how many business days (001-999): "
            WITH NO ADVANCING
        ACCEPT HoldDaysEntry
        IF HoldDaysEntry IS NOT NUMERIC
            OR HoldDaysEntry-Num = ZEROS
            DISPLAY "Rejected: '" HoldDaysEntry "' is not a number "
                "of business days from 001 to 999"
        ELSE
            PERFORM Compute-Hold-Expiry
            OPEN EXTEND HOLDS-FILE
            IF HOLDS-NOT-FOUND
                OPEN OUTPUT HOLDS-FILE
                MOVE AccountNumber TO HD-ACCOUNT-NUMBER
                MOVE HoldAmountEntry-Num TO HD-AMOUNT
                MOVE TodaysDate TO HD-PLACED-DATE
                MOVE ExpiryDate-Whole TO HD-EXPIRY-DATE
                MOVE SPACES TO HD-RELEASE-REASON
                MOVE OperatorId TO HD-OPERATOR-ID
                MOVE HOLD-RECORD TO ChangeAfterImage
                WRITE HOLD-RECORD
                CLOSE HOLDS-FILE
                DISPLAY "Hold " HD-HOLD-REFERENCE " placed on "
                    NINumber " account " AccountNumber
                    ", expiring after " HD-EXPIRY-DATE
                MOVE SPACES TO ChangeBeforeImage
                MOVE "PLAC" TO ChangeAction
                PERFORM Write-Change-Journal
                PERFORM Load-Holds-Ledger
            END-IF
        END-IF
    IF AccountNumber-Is-Valid
        MOVE ZEROS TO ListOrdinal
        MOVE ZEROS TO ChosenHoldIndex
        DISPLAY "HOLD  REFERENCE     PLACED   EXPIRES  "
            "           AMOUNT PLACED BY"
        PERFORM List-One-Active-Hold
            VARYING HT-Idx FROM 1 BY 1
            UNTIL HT-Idx > HoldCount
                    "the hold numbers listed"
            ELSE
                PERFORM Find-Chosen-Active-Hold
                PERFORM Check-Hold-Release-Approval
                IF NOT Action-Held-For-Approval
                    PERFORM Append-Operator-Release
                END-IF
            END-IF
        END-IF
    END-IF.
        MOVE HT-AMOUNT(HT-Idx) TO Hold-Edited-Amount
        DISPLAY ListOrdinal "  " HT-HOLD-REFERENCE(HT-Idx) "  "
            HT-PLACED-DATE(HT-Idx) " " HT-EXPIRY-DATE(HT-Idx) " "
            Hold-Edited-Amount " " HT-PLACED-BY(HT-Idx)
    END-IF.

*> ----------------------------------------------------------------
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Check-Hold-Release-Approval - releasing a hold somebody else
*> placed (a hold with no placer on record counts as somebody
*> else's) for an amount at or over the hold release threshold
*> needs an approved, unexpired request for exactly that hold;
*> without one the request is queued (or found already waiting)
*> and the hold stays on.
*> ----------------------------------------------------------------
Check-Hold-Release-Approval.
    SET Action-Needs-No-Approval TO TRUE
    IF HT-PLACED-BY(ChosenHoldIndex) NOT = OperatorId
        AND HT-AMOUNT(ChosenHoldIndex) >= HoldReleaseThreshold
        MOVE "HREL" TO ApprovalRequestType
        MOVE NINumber TO ApprovalNINumber
        MOVE AccountNumber TO ApprovalAccountNumber
        MOVE HT-HOLD-REFERENCE(ChosenHoldIndex)
            TO ApprovalTargetReference
        MOVE SPACES TO ApprovalNewValue
        MOVE HT-AMOUNT(ChosenHoldIndex) TO ApprovalAmount
        PERFORM Check-Approval-Queue
        IF Approval-Granted
            SET Action-Approved TO TRUE
        ELSE
            SET Action-Held-For-Approval TO TRUE
            MOVE ApprovalAmount TO Hold-Edited-Amount
            DISPLAY "Releasing hold " ApprovalTargetReference " for "
                Hold-Edited-Amount ", placed by "
                HT-PLACED-BY(ChosenHoldIndex) ", needs a second "
                "operator's approval - the hold stays on"
            IF Approval-Pending
                DISPLAY "It is already awaiting approval as request "
                    MatchedRequestReference
            ELSE
                IF Approval-Declined
                    DISPLAY "Request " MatchedRequestReference
                        " for it was declined by " MatchedApproverId
                        " - queuing a fresh request"
                END-IF
                PERFORM Queue-For-Approval
            END-IF
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Append-Operator-Release - the OPER release row onto the ledger
*> and the table reloaded off disk.
        MOVE HT-AMOUNT(ChosenHoldIndex) TO HD-AMOUNT
        MOVE HT-PLACED-DATE(ChosenHoldIndex) TO HD-PLACED-DATE
        MOVE HT-EXPIRY-DATE(ChosenHoldIndex) TO HD-EXPIRY-DATE
*> The hold as its "P" row placed it is the release's before image.
        SET HD-PLACE-ACTION TO TRUE
        MOVE HT-PLACED-BY(ChosenHoldIndex) TO HD-OPERATOR-ID
        MOVE HOLD-RECORD TO ChangeBeforeImage
        SET HD-RELEASE-ACTION TO TRUE
        SET HD-RELEASED-BY-OPERATOR TO TRUE
        MOVE OperatorId TO HD-OPERATOR-ID
        MOVE HOLD-RECORD TO ChangeAfterImage
        WRITE HOLD-RECORD
        CLOSE HOLDS-FILE
        DISPLAY "Hold " HD-HOLD-REFERENCE " released"
        MOVE "RELS" TO ChangeAction
        PERFORM Write-Change-Journal
        IF Action-Approved
            DISPLAY "Approved by " MatchedApproverId " under request "
                MatchedRequestReference
            PERFORM Record-Approval-Applied
        END-IF
        PERFORM Load-Holds-Ledger
    END-IF.

*> ----------------------------------------------------------------
*> Write-Change-Journal - append the change in hand to CHGJRNL,
*> creating the journal the first time. The ledger row is already
*> on HOLDS either way; a failed append is reported so the change
*> can be recorded by hand.
*> ----------------------------------------------------------------
Write-Change-Journal.
    MOVE "HOLD" TO ChangeRecordType
    MOVE NINumber TO ChangeNINumber
    MOVE AccountNumber TO ChangeAccountNumber
    ACCEPT TimeNow FROM TIME
    OPEN EXTEND CHANGE-JOURNAL-FILE
    IF CHGJRNL-NOT-FOUND
        OPEN OUTPUT CHANGE-JOURNAL-FILE
    END-IF
    IF NOT CHGJRNL-OK
        DISPLAY "Warning: could not open the change journal "
            "(status " CHGJRNL-STATUS ") - the " ChangeAction
            " of " ChangeRecordType " record " ChangeNINumber
            " account " ChangeAccountNumber " is NOT journalled"
    ELSE
        MOVE SPACES TO CHANGE-JOURNAL-RECORD
        MOVE TodaysDate TO CJ-CHANGE-DATE
        MOVE TimeNow TO CJ-CHANGE-TIME
        MOVE OperatorId TO CJ-OPERATOR-ID
        MOVE "HOLD-MAINT" TO CJ-PROGRAM-ID
        MOVE ChangeRecordType TO CJ-RECORD-TYPE
        MOVE ChangeAction TO CJ-CHANGE-ACTION
        MOVE ChangeNINumber TO CJ-NI-NUMBER
        MOVE ChangeAccountNumber TO CJ-ACCOUNT-NUMBER
        MOVE ChangeBeforeImage TO CJ-BEFORE-IMAGE
        MOVE ChangeAfterImage TO CJ-AFTER-IMAGE
        WRITE CHANGE-JOURNAL-RECORD
        CLOSE CHANGE-JOURNAL-FILE
    END-IF.

*> ----------------------------------------------------------------
*> List-Account-Holds - every hold the ledger knows for one account,
*> whatever its state, so "what is earmarked against my account"
        AND AccountNumber-Num > ZEROS
        SET AccountNumber-Is-Valid TO TRUE
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
*> Load-Business-Calendar - every non-working day on BUSCAL into the
*> calendar table. Without it a hold's business days cannot be
*> counted, so a missing or oversized calendar refuses the session.
*> ----------------------------------------------------------------
Load-Business-Calendar.
    OPEN INPUT CALENDAR-FILE
    IF NOT BUSCAL-OK
        DISPLAY "Rejected: could not open the business calendar "
            "BUSCAL (status " BUSCAL-STATUS ") - load the calendar "
            "through CAL-MAINT"
        STOP RUN
    END-IF
    SET CalendarNotAtEnd TO TRUE
    READ CALENDAR-FILE
        AT END SET CalendarAtEnd TO TRUE
    END-READ
    PERFORM Load-One-Calendar-Day UNTIL CalendarAtEnd
    CLOSE CALENDAR-FILE

    IF CalendarTable-Is-Full
        DISPLAY "Rejected: more than " MaxCalendarDays " days on "
            "the business calendar - remove past years through "
            "CAL-MAINT"
        STOP RUN
    END-IF.

Load-One-Calendar-Day.
    IF CalendarDayCount < MaxCalendarDays
        ADD 1 TO CalendarDayCount
        MOVE CAL-DATE TO CDT-DATE(CalendarDayCount)
        MOVE CAL-DESCRIPTION TO CDT-DESCRIPTION(CalendarDayCount)
    ELSE
        SET CalendarTable-Is-Full TO TRUE
    END-IF

    READ CALENDAR-FILE
        AT END SET CalendarAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Compute-Hold-Expiry - step ExpiryDate forward from today one day
*> at a time, counting only business days, until the hold's keyed
*> number of them has been counted.
*> ----------------------------------------------------------------
Compute-Hold-Expiry.
    MOVE TodaysDate TO ExpiryDate-Whole
    MOVE ZEROS TO BusinessDaysCounted
    PERFORM Advance-One-Business-Day
        UNTIL BusinessDaysCounted = HoldDaysEntry-Num.

Advance-One-Business-Day.
    PERFORM Advance-One-Day
    PERFORM Check-Business-Day
    IF Business-Day
        ADD 1 TO BusinessDaysCounted
    END-IF.

*> ----------------------------------------------------------------
*> Check-Business-Day - is ExpiryDate a working day? Not if it is a
*> Saturday or a Sunday, nor if it is on the business calendar.
*> ----------------------------------------------------------------
Check-Business-Day.
    SET Business-Day TO TRUE
    MOVE SPACES TO NonWorkingReason
    PERFORM Compute-Day-Of-Week
    EVALUATE TRUE
        WHEN Day-Is-Saturday
            SET Non-Business-Day TO TRUE
            MOVE "SATURDAY" TO NonWorkingReason
        WHEN Day-Is-Sunday
            SET Non-Business-Day TO TRUE
            MOVE "SUNDAY" TO NonWorkingReason
        WHEN OTHER
            PERFORM Match-One-Calendar-Day
                VARYING CDT-Idx FROM 1 BY 1
                UNTIL CDT-Idx > CalendarDayCount
                    OR Non-Business-Day
    END-EVALUATE.

Match-One-Calendar-Day.
    IF CDT-DATE(CDT-Idx) = ExpiryDate-Whole
        SET Non-Business-Day TO TRUE
        MOVE CDT-DESCRIPTION(CDT-Idx) TO NonWorkingReason
    END-IF.

*> ----------------------------------------------------------------
*> Compute-Day-Of-Week - the weekday ExpiryDate falls on, by
*> Zeller's congruence, every division truncating.
*> ----------------------------------------------------------------
Compute-Day-Of-Week.
    MOVE EXD-MONTH TO WeekdayMonth
    MOVE EXD-YEAR TO WeekdayYear
    IF WeekdayMonth < 3
        ADD 12 TO WeekdayMonth
        SUBTRACT 1 FROM WeekdayYear
    END-IF
    COMPUTE WeekdaySum = 13 * (WeekdayMonth + 1)
    DIVIDE WeekdaySum BY 5 GIVING WeekdayMonthTerm
    DIVIDE WeekdayYear BY 4 GIVING WeekdayYearBy4
    DIVIDE WeekdayYear BY 100 GIVING WeekdayYearBy100
    DIVIDE WeekdayYear BY 400 GIVING WeekdayYearBy400
    COMPUTE WeekdaySum = EXD-DAY + WeekdayMonthTerm + WeekdayYear
        + WeekdayYearBy4 - WeekdayYearBy100 + WeekdayYearBy400
    DIVIDE WeekdaySum BY 7 GIVING WeekdayQuotient
        REMAINDER DayOfWeek.

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
