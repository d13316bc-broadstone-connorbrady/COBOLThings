*>               on file). STATEMENT-GEN prints the block on the
*>               statement; ADDR-SCAN lists the accounts still
*>               missing one.
*> 2026-10-15 CB Reactivate now appends a row to the REACTLOG file
*>               (see REACTREC.CPY) once the master is rewritten, so
*>               TXN-MONITOR can single out large movements on an
*>               account that was only just brought back from
*>               dormant - the master's activity date cannot tell a
*>               reactivation from an ordinary posting.
*> 2026-10-15 CB D)elete is gone from the menu - the bare DELETE lost
*>               whatever balance, holds and standing orders the
*>               account still had. Accounts are closed through
*>               ACCT-CLOSE instead; Inquire shows a closed account
*>               as CLOSED and Reactivate refuses one.
*> 2026-10-15 CB Maker-checker - the session now starts by asking for
*>               the operator's ID. An overdraft arrangement at or
*>               over the APPRPARM overdraft threshold (see
*>               APPRPARMREC.CPY), keyed on Add or Update, and the
*>               reactivation of an account whose balance is at or
*>               over the reactivation threshold, are no longer
*>               applied by the one operator: they are queued on
*>               APPRQUEUE for a second operator to approve through
*>               APPR-MAINT (the rest of an Add or Update still goes
*>               through, the limit left as it was). Keying the same
*>               limit, or the reactivation, again once the request
*>               is approved applies it and marks the request
*>               applied.
*> 2026-10-15 CB Every add, update and reactivation now appends the
*>               master record as it stood before and after the
*>               change, with the date, time and operator, to the
*>               CHGJRNL change journal (see CHGJREC.CPY) - a
*>               disputed address or interest rate could not be
*>               traced, AUDITTRL only seeing balances. An update
*>               that changed nothing is not journalled.
*> 2026-10-15 CB Accounts now carry a currency (CM-CURRENCY-CODE).
*>               Add asks for it, Enter meaning GBP, and takes only
*>               GBP, EUR or USD; a euro or dollar account is opened
*>               only for a customer who already holds an open
*>               sterling account under the same NI number. The
*>               currency is fixed once the account is opened -
*>               Update does not offer it - and Inquire shows it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HOLDS-STATUS.

    SELECT REACTIVATION-FILE ASSIGN TO "REACTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REACTLOG-STATUS.

    SELECT APPROVAL-PARAM-FILE ASSIGN TO "APPRPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPRPARM-STATUS.

    SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUEUE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPRQUEUE-STATUS.

    SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHGJRNL-STATUS.

DATA DIVISION.
FILE SECTION.

FD  HOLDS-FILE.
    COPY "HOLDREC.CPY".

FD  REACTIVATION-FILE.
    COPY "REACTREC.CPY".

FD  APPROVAL-PARAM-FILE.
    COPY "APPRPARMREC.CPY".

FD  APPROVAL-QUEUE-FILE.
    COPY "APPRREC.CPY".

FD  CHANGE-JOURNAL-FILE.
    COPY "CHGJREC.CPY".

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
01 MaintenanceChoice PIC X(01).
    88 Quit-Maintenance-Choice VALUE "Q".

01 TodaysDate PIC 9(08).
01 TimeNow PIC 9(08).

01 MoreMaintenanceToDo PIC X(01) VALUE "Y".
    88 More-Maintenance-To-Do VALUE "Y".
    88 HOLDS-OK VALUE "00".
    88 HOLDS-NOT-FOUND VALUE "35".

01 REACTLOG-STATUS PIC X(02).
    88 REACTLOG-OK VALUE "00".
    88 REACTLOG-NOT-FOUND VALUE "35".

01 HoldsEndOfFile PIC X(01) VALUE "N".
    88 HoldsAtEnd VALUE "Y".
    88 HoldsNotAtEnd VALUE "N".
    88 AccountNumber-Is-Valid VALUE "Y".
    88 AccountNumber-Is-Invalid VALUE "N".

*> The operator keying this session, asked for before anything else
*> and carried onto every approval queue row the session writes -
*> see APPRREC.CPY.
01 OperatorId PIC X(08) VALUE SPACES.

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

*> Whether the overdraft change or reactivation in hand may go
*> ahead: no approval needed, held back and queued for approval, or
*> going ahead under an approved request that must then be marked
*> applied. The limit as it stood before the screen is kept so a
*> held change can be put back.
01 ActionApprovalSwitch PIC X(01) VALUE "N".
    88 Action-Needs-No-Approval VALUE "N".
    88 Action-Held-For-Approval VALUE "H".
    88 Action-Approved VALUE "A".
01 PreviousOverdraftLimit PIC X(10).
01 Approval-Edited-Amount PIC -(13)9.99.

01 CHGJRNL-STATUS PIC X(02).
    88 CHGJRNL-OK VALUE "00".
    88 CHGJRNL-NOT-FOUND VALUE "35".

*> The change in hand for the change journal (see CHGJREC.CPY): what
*> was done, to which record, and the record as it stood before and
*> after.
01 ChangeRecordType PIC X(04).
01 ChangeAction PIC X(04).
01 ChangeNINumber PIC X(10).
01 ChangeAccountNumber PIC X(04).
01 ChangeBeforeImage PIC X(200).
01 ChangeAfterImage PIC X(200).

*> A euro or dollar account is opened only alongside an open
*> sterling one under the same NI number. The record being keyed is
*> kept aside while the customer's other accounts are read.
01 AddRecordSave PIC X(200).
01 SterlingCheckNINumber PIC X(10).
01 SterlingAccountSwitch PIC X(01) VALUE "N".
    88 Sterling-Account-Held VALUE "Y".
    88 No-Sterling-Account-Held VALUE "N".
01 SterlingScanSwitch PIC X(01) VALUE "N".
    88 Sterling-Scan-Done VALUE "Y".
    88 Sterling-Scan-Not-Done VALUE "N".

*> PROGRAM TO RUN
PROCEDURE DIVISION.

ACCEPT TodaysDate FROM DATE YYYYMMDD

PERFORM Load-Approval-Parameters

PERFORM Accept-Operator-Id

PERFORM Open-Customer-Master

PERFORM Process-One-Maintenance-Request UNTIL No-More-Maintenance-To-Do
*> ----------------------------------------------------------------
Process-One-Maintenance-Request.
    DISPLAY " "
    DISPLAY "A)dd  U)pdate  I)nquire  R)eactivate  Q)uit"
    DISPLAY "Choice: " WITH NO ADVANCING
    ACCEPT MaintenanceChoice

        WHEN Update-Customer-Choice
            PERFORM Update-Customer
        WHEN Delete-Customer-Choice
            DISPLAY "Accounts are no longer deleted - close the "
                "account through ACCT-CLOSE, which settles the "
                "balance and keeps the record for the history"
        WHEN Inquire-Customer-Choice
            PERFORM Inquire-Customer
        WHEN Reactivate-Customer-Choice
        ACCEPT CM-DOB-YEAR
        DISPLAY "Account type (S)avings/(C)urrent: " WITH NO ADVANCING
        ACCEPT CM-ACCOUNT-TYPE
        DISPLAY "Account currency (GBP/EUR/USD, Enter for GBP): "
            WITH NO ADVANCING
        ACCEPT CM-CURRENCY-CODE
        IF CM-CURRENCY-CODE = SPACES
            SET CM-STERLING-ACCOUNT TO TRUE
        END-IF
        SET Sterling-Account-Held TO TRUE
        IF CM-VALID-CURRENCY AND NOT CM-STERLING-ACCOUNT
            PERFORM Check-Sterling-Relationship
        END-IF

        IF NOT CM-SAVINGS-ACCOUNT AND NOT CM-CURRENT-ACCOUNT
            DISPLAY "Rejected: '" CM-ACCOUNT-TYPE "' is not a valid "
                "account type (must be S or C)"
        ELSE
        IF NOT CM-VALID-CURRENCY
            DISPLAY "Rejected: '" CM-CURRENCY-CODE "' is not a "
                "currency accounts are held in (must be GBP, EUR or "
                "USD)"
        ELSE
        IF No-Sterling-Account-Held
            DISPLAY "Rejected: " CM-NI-NUMBER " holds no open "
                "sterling account - a " CM-CURRENCY-CODE " account "
                "is only opened alongside one"
        ELSE
            MOVE ZEROS TO CM-INTEREST-RATE
            IF CM-SAVINGS-ACCOUNT
            MOVE TodaysDate TO CM-LAST-ACTIVITY-DATE
            MOVE SPACES TO CM-DORMANT-FLAG

            MOVE SPACES TO PreviousOverdraftLimit
            PERFORM Check-Overdraft-Approval

            WRITE CUSTMAST-RECORD
                INVALID KEY
                    DISPLAY "Rejected: account " CM-ACCOUNT-NUMBER
                NOT INVALID KEY
                    DISPLAY "Customer " CM-NI-NUMBER " account "
                        CM-ACCOUNT-NUMBER " added"
                    MOVE SPACES TO ChangeBeforeImage
                    MOVE "ADD " TO ChangeAction
                    PERFORM Journal-Customer-Change
                    PERFORM Settle-Overdraft-Approval
            END-WRITE
        END-IF
        END-IF
        END-IF
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Check-Sterling-Relationship - does the NI number in the buffer
*> already hold an open sterling account? Walks the customer's
*> accounts from the lowest key, then puts the record being added
*> back in the buffer.
*> ----------------------------------------------------------------
Check-Sterling-Relationship.
    SET No-Sterling-Account-Held TO TRUE
    MOVE CUSTMAST-RECORD TO AddRecordSave
    MOVE CM-NI-NUMBER TO SterlingCheckNINumber
    MOVE ZEROS TO CM-ACCOUNT-NUMBER
    SET Sterling-Scan-Not-Done TO TRUE
    START CUSTMAST-FILE KEY IS NOT LESS THAN CM-ACCOUNT-KEY
        INVALID KEY SET Sterling-Scan-Done TO TRUE
    END-START
    PERFORM Check-One-Customer-Account UNTIL Sterling-Scan-Done
    MOVE AddRecordSave TO CUSTMAST-RECORD.

*> ----------------------------------------------------------------
*> Check-One-Customer-Account - the next account on the master;
*> the walk stops at the first open sterling account or the first
*> record belonging to anyone else.
*> ----------------------------------------------------------------
Check-One-Customer-Account.
    READ CUSTMAST-FILE NEXT RECORD
        AT END SET Sterling-Scan-Done TO TRUE
    END-READ
    IF Sterling-Scan-Not-Done
        IF CM-NI-NUMBER NOT = SterlingCheckNINumber
            SET Sterling-Scan-Done TO TRUE
        ELSE
            IF CM-STERLING-ACCOUNT AND NOT CM-ACCOUNT-CLOSED
                SET Sterling-Account-Held TO TRUE
                SET Sterling-Scan-Done TO TRUE
            END-IF
        END-IF
    END-IF.

*> ----------------------------------------------------------------
                "NI number " CM-NI-NUMBER " account "
                CM-ACCOUNT-NUMBER
        NOT INVALID KEY
            MOVE CUSTMAST-RECORD TO ChangeBeforeImage
            DISPLAY "Customer name (" CM-CUSTOMER-NAME "), Enter to keep: "
                WITH NO ADVANCING
            MOVE SPACES TO CustomerNameEntry
                MOVE ZEROS TO CM-INTEREST-RATE
            END-IF

            MOVE CM-OVERDRAFT-LIMIT TO PreviousOverdraftLimit
            DISPLAY "Overdraft limit (" CM-OVERDRAFT-LIMIT "), Enter "
                "to keep, REMOVE for standard, or e.g. 000050000: "
                WITH NO ADVANCING
                    END-IF
                END-IF
            END-IF
            PERFORM Check-Overdraft-Approval
            DISPLAY "Address line 1 (" CM-ADDRESS-LINE-1
                "), Enter to keep: " WITH NO ADVANCING
            MOVE SPACES TO AddressLineEntry
                NOT INVALID KEY
                    DISPLAY "Customer " CM-NI-NUMBER " account "
                        CM-ACCOUNT-NUMBER " updated"
                    IF CUSTMAST-RECORD NOT = ChangeBeforeImage
                        MOVE "UPDT" TO ChangeAction
                        PERFORM Journal-Customer-Change
                    END-IF
                    PERFORM Settle-Overdraft-Approval
            END-REWRITE
    END-READ.

*> ----------------------------------------------------------------
*> Inquire-Customer - display a customer master record.
*> ----------------------------------------------------------------
            DISPLAY "Date of birth:  " CM-DOB-MONTH "/" CM-DOB-DAY
                "/" CM-DOB-YEAR
            DISPLAY "Account type:   " CM-ACCOUNT-TYPE
            DISPLAY "Currency:       " CM-CURRENCY-CODE
            DISPLAY "Interest rate:  " CM-INTEREST-RATE
            DISPLAY "Balance:        " CM-BALANCE
            PERFORM Compute-Available-Balance
                DISPLAY "Postcode:       " CM-POSTCODE
            END-IF
            DISPLAY "Last activity:  " CM-LAST-ACTIVITY-DATE
            EVALUATE TRUE
                WHEN CM-ACCOUNT-CLOSED
                    DISPLAY "Account status: CLOSED"
                WHEN CM-ACCOUNT-DORMANT
                    DISPLAY "Account status: DORMANT"
                WHEN OTHER
                    DISPLAY "Account status: active"
            END-EVALUATE
    END-READ.

*> ----------------------------------------------------------------
                "NI number " CM-NI-NUMBER " account "
                CM-ACCOUNT-NUMBER
        NOT INVALID KEY
            IF CM-ACCOUNT-CLOSED
                DISPLAY "Rejected: customer " CM-NI-NUMBER " account "
                    CM-ACCOUNT-NUMBER " is closed - a closed account "
                    "cannot be reactivated; open a new account"
            ELSE
            IF NOT CM-ACCOUNT-DORMANT
                DISPLAY "Customer " CM-NI-NUMBER " account "
                    CM-ACCOUNT-NUMBER " is not dormant - "
                    "nothing to reactivate"
            ELSE
                PERFORM Check-Reactivation-Approval
                IF NOT Action-Held-For-Approval
                MOVE CUSTMAST-RECORD TO ChangeBeforeImage
                MOVE SPACES TO CM-DORMANT-FLAG
                MOVE TodaysDate TO CM-LAST-ACTIVITY-DATE
                REWRITE CUSTMAST-RECORD
                    NOT INVALID KEY
                        DISPLAY "Customer " CM-NI-NUMBER " account "
                            CM-ACCOUNT-NUMBER " reactivated"
                        PERFORM Log-Reactivation
                        MOVE "REAC" TO ChangeAction
                        PERFORM Journal-Customer-Change
                        IF Action-Approved
                            DISPLAY "Approved by " MatchedApproverId
                                " under request "
                                MatchedRequestReference
                            PERFORM Record-Approval-Applied
                        END-IF
                END-REWRITE
                END-IF
            END-IF
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> Log-Reactivation - append the reactivation just made to REACTLOG,
*> creating the log the first time. The account is reactivated
*> either way; a failed append is reported so the row can be keyed
*> in by hand before the monitoring run.
*> ----------------------------------------------------------------
Log-Reactivation.
    ACCEPT TimeNow FROM TIME
    OPEN EXTEND REACTIVATION-FILE
    IF REACTLOG-NOT-FOUND
        OPEN OUTPUT REACTIVATION-FILE
    END-IF
    IF NOT REACTLOG-OK
        DISPLAY "Warning: could not open the reactivation log "
            "(status " REACTLOG-STATUS ") - the reactivation of "
            CM-NI-NUMBER " account " CM-ACCOUNT-NUMBER
            " is NOT logged"
    ELSE
        MOVE CM-NI-NUMBER TO RA-NI-NUMBER
        MOVE CM-ACCOUNT-NUMBER TO RA-ACCOUNT-NUMBER
        MOVE TodaysDate TO RA-REACTIVATED-DATE
        MOVE TimeNow TO RA-REACTIVATED-TIME
        WRITE REACTIVATION-RECORD
        CLOSE REACTIVATION-FILE
    END-IF.

*> ----------------------------------------------------------------
*> Journal-Customer-Change - the master record just written or
*> rewritten is the after image; the caller has already set the
*> before image (spaces on an add) and the action.
*> ----------------------------------------------------------------
Journal-Customer-Change.
    MOVE "CUST" TO ChangeRecordType
    MOVE CM-NI-NUMBER TO ChangeNINumber
    MOVE CM-ACCOUNT-NUMBER TO ChangeAccountNumber
    MOVE CUSTMAST-RECORD TO ChangeAfterImage
    PERFORM Write-Change-Journal.

*> ----------------------------------------------------------------
*> Write-Change-Journal - append the change in hand to CHGJRNL,
*> creating the journal the first time. The change itself is
*> already made either way; a failed append is reported so the
*> before and after values can be recorded by hand.
*> ----------------------------------------------------------------
Write-Change-Journal.
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
        MOVE "CUSTMAINT" TO CJ-PROGRAM-ID
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
*> Check-Overdraft-Approval - an arrangement newly keyed at or over
*> the overdraft threshold goes onto the master only against an
*> approved, unexpired request for exactly that limit on exactly
*> this account; otherwise the limit in the buffer is put back to
*> what it was, so the rest of the screen can still be saved.
*> Taking an arrangement away, or keeping it, never needs approval.
*> ----------------------------------------------------------------
Check-Overdraft-Approval.
    SET Action-Needs-No-Approval TO TRUE
    IF NOT CM-NO-OVERDRAFT-LIMIT
        AND CM-OVERDRAFT-LIMIT NOT = PreviousOverdraftLimit
        AND OverdraftLimitAmount >= OverdraftThreshold
        MOVE "ODLM" TO ApprovalRequestType
        MOVE CM-NI-NUMBER TO ApprovalNINumber
        MOVE CM-ACCOUNT-NUMBER TO ApprovalAccountNumber
        MOVE SPACES TO ApprovalTargetReference
        MOVE CM-OVERDRAFT-LIMIT TO ApprovalNewValue
        MOVE OverdraftLimitAmount TO ApprovalAmount
        PERFORM Check-Approval-Queue
        IF Approval-Granted
            SET Action-Approved TO TRUE
        ELSE
            SET Action-Held-For-Approval TO TRUE
            MOVE PreviousOverdraftLimit TO CM-OVERDRAFT-LIMIT
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Settle-Overdraft-Approval - once the record is safely written,
*> queue the held overdraft change (unless it is already waiting),
*> or mark the approved request it was applied under as applied.
*> ----------------------------------------------------------------
Settle-Overdraft-Approval.
    EVALUATE TRUE
        WHEN Action-Approved
            DISPLAY "Overdraft limit " ApprovalNewValue " applied - "
                "approved by " MatchedApproverId " under request "
                MatchedRequestReference
            PERFORM Record-Approval-Applied
        WHEN Action-Held-For-Approval
            MOVE ApprovalAmount TO Approval-Edited-Amount
            DISPLAY "The overdraft limit of " Approval-Edited-Amount
                " needs a second operator's approval - the limit "
                "is left as it was"
            PERFORM Queue-Held-Action
    END-EVALUATE.

*> ----------------------------------------------------------------
*> Check-Reactivation-Approval - reactivating an account whose
*> balance, either way of zero, is at or over the reactivation
*> threshold needs an approved, unexpired request for this
*> account; without one the request is queued (or found already
*> waiting) and the account stays dormant.
*> ----------------------------------------------------------------
Check-Reactivation-Approval.
    SET Action-Needs-No-Approval TO TRUE
    IF CM-BALANCE < ZEROS
        COMPUTE ApprovalAmount = ZEROS - CM-BALANCE
    ELSE
        MOVE CM-BALANCE TO ApprovalAmount
    END-IF
    IF ApprovalAmount >= ReactivationThreshold
        MOVE "REAC" TO ApprovalRequestType
        MOVE CM-NI-NUMBER TO ApprovalNINumber
        MOVE CM-ACCOUNT-NUMBER TO ApprovalAccountNumber
        MOVE SPACES TO ApprovalTargetReference
        MOVE SPACES TO ApprovalNewValue
        PERFORM Check-Approval-Queue
        IF Approval-Granted
            SET Action-Approved TO TRUE
        ELSE
            SET Action-Held-For-Approval TO TRUE
            MOVE ApprovalAmount TO Approval-Edited-Amount
            DISPLAY "Reactivating an account with a balance of "
                Approval-Edited-Amount " needs a second operator's "
                "approval - the account stays dormant"
            PERFORM Queue-Held-Action
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Queue-Held-Action - a held action onto the approval queue, unless
*> the same action is already there waiting for a decision.
*> ----------------------------------------------------------------
Queue-Held-Action.
    IF Approval-Pending
        DISPLAY "It is already awaiting approval as request "
            MatchedRequestReference
    ELSE
        IF Approval-Declined
            DISPLAY "Request " MatchedRequestReference " for it was "
                "declined by " MatchedApproverId " - queuing a fresh "
                "request"
        END-IF
        PERFORM Queue-For-Approval
    END-IF.

*> ----------------------------------------------------------------
*> Validate-NI-Number - real NI numbers are two letters, six digits,
*> one trailing letter (e.g. AB123456C), checked against
        AND HT-EXPIRY-DATE(HT-Idx) >= TodaysDate
        ADD HT-AMOUNT(HT-Idx) TO ActiveHoldsTotal
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
