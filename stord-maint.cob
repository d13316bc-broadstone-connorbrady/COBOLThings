*>               refuses a generation run, and recovery is by hand
*>               (STORDKEEP over STANDORD; changes made before an
*>               abend are re-keyed).
*> 2026-10-15 CB A)dd refuses an account ACCT-CLOSE has closed - an
*>               order for it would only be refused by STORD-GEN.
*> 2026-10-15 CB The session now starts by asking for the operator's
*>               ID, and every order added, updated or cancelled is
*>               appended to the CHGJRNL change journal (see
*>               CHGJREC.CPY) as it stood before and after, with the
*>               date, time and operator, once STANDORD has been
*>               rewritten. An update that changed nothing is not
*>               journalled.
*> 2026-10-15 CB A)dd and U)pdate take the order's new non-working
*>               day rule (STORDREC.CPY's SO-NON-WORKING-DAY-RULE):
*>               N pays a payment falling on a weekend or holiday on
*>               the next working day, P on the previous one. Enter
*>               takes N on an add and keeps the current rule on an
*>               update; I)nquire shows it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS CM-ACCOUNT-KEY
        FILE STATUS IS CUSTMAST-STATUS.

    SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHGJRNL-STATUS.

DATA DIVISION.
FILE SECTION.

    COPY "STORDREC.CPY".

FD  KEEP-ORDER-FILE.
01 KEEP-ORDER-RECORD PIC X(51).

FD  CUSTMAST-FILE.
    COPY "CUSTMAST.CPY".

FD  CHANGE-JOURNAL-FILE.
    COPY "CHGJREC.CPY".

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
01 MaintenanceChoice PIC X(01).
    88 Quit-Maintenance-Choice VALUE "Q".

01 TodaysDate PIC 9(08).
01 TimeNow PIC 9(08).

*> The operator keying this session, asked for before anything else
*> and carried onto every change journal row the session writes.
01 OperatorId PIC X(08) VALUE SPACES.

01 MoreMaintenanceToDo PIC X(01) VALUE "Y".
    88 More-Maintenance-To-Do VALUE "Y".
        10 SOT-FREQUENCY PIC X(01).
        10 SOT-NEXT-DUE-DATE PIC 9(08).
        10 SOT-EXPIRY-DATE PIC 9(08).
        10 SOT-NON-WORKING-DAY-RULE PIC X(01).
        10 SOT-CANCELLED-FLAG PIC X(01).
            88 SOT-Order-Cancelled VALUE "Y".

01 FrequencyEntry PIC X(01).
    88 FrequencyEntry-Is-Valid VALUES "W" "M" "Q" "Y".

01 NonWorkingRuleEntry PIC X(01).
    88 NonWorkingRuleEntry-Is-Valid VALUES "N" "P" SPACE.

01 AmountEntry PIC X(18).
01 AmountEntry-Num REDEFINES AmountEntry PIC 9(16)V99.


01 Order-Edited-Amount PIC -(13)9.99.

01 CHGJRNL-STATUS PIC X(02).
    88 CHGJRNL-OK VALUE "00".
    88 CHGJRNL-NOT-FOUND VALUE "35".

*> The change in hand for the change journal (see CHGJREC.CPY): what
*> was done, to which order, and the order as it stood before and
*> after.
01 ChangeRecordType PIC X(04).
01 ChangeAction PIC X(04).
01 ChangeNINumber PIC X(10).
01 ChangeAccountNumber PIC X(04).
01 ChangeBeforeImage PIC X(200).
01 ChangeAfterImage PIC X(200).

*> PROGRAM TO RUN
PROCEDURE DIVISION.

ACCEPT TodaysDate FROM DATE YYYYMMDD

PERFORM Accept-Operator-Id

PERFORM Initialize-Session

PERFORM Process-One-Maintenance-Request UNTIL No-More-Maintenance-To-Do
        MOVE SO-FREQUENCY TO SOT-FREQUENCY(StandingOrderCount)
        MOVE SO-NEXT-DUE-DATE TO SOT-NEXT-DUE-DATE(StandingOrderCount)
        MOVE SO-EXPIRY-DATE TO SOT-EXPIRY-DATE(StandingOrderCount)
        MOVE SO-NON-WORKING-DAY-RULE
            TO SOT-NON-WORKING-DAY-RULE(StandingOrderCount)
        IF SOT-NON-WORKING-DAY-RULE(StandingOrderCount) = SPACE
            MOVE "N" TO SOT-NON-WORKING-DAY-RULE(StandingOrderCount)
        END-IF
        MOVE "N" TO SOT-CANCELLED-FLAG(StandingOrderCount)
    ELSE
        SET StandingOrderTable-Is-Full TO TRUE
    MOVE SOT-AMOUNT(SOT-Idx) TO SO-AMOUNT
    MOVE SOT-FREQUENCY(SOT-Idx) TO SO-FREQUENCY
    MOVE SOT-NEXT-DUE-DATE(SOT-Idx) TO SO-NEXT-DUE-DATE
    MOVE SOT-EXPIRY-DATE(SOT-Idx) TO SO-EXPIRY-DATE
    MOVE SOT-NON-WORKING-DAY-RULE(SOT-Idx) TO SO-NON-WORKING-DAY-RULE.

*> ----------------------------------------------------------------
*> Process-One-Maintenance-Request - show the menu and carry out
                            "for it would only NOMA-reject every "
                            "morning"
                    NOT INVALID KEY
                        IF CM-ACCOUNT-CLOSED
                            DISPLAY "Rejected: account " AccountNumber
                                " for NI number " NINumber " is "
                                "closed - no standing order can be "
                                "set up on it"
                        ELSE
                            PERFORM Add-Order-Details
                        END-IF
                END-READ
            END-IF
        END-IF
        DISPLAY "Rejected: '" FrequencyEntry "' is not a valid "
            "frequency (must be W, M, Q or Y)"
    ELSE
    DISPLAY "Payment on a weekend or holiday goes N)ext or "
        "P)revious working day (Enter for N): " WITH NO ADVANCING
    MOVE SPACES TO NonWorkingRuleEntry
    ACCEPT NonWorkingRuleEntry
    IF NOT NonWorkingRuleEntry-Is-Valid
        DISPLAY "Rejected: '" NonWorkingRuleEntry "' is not a valid "
            "non-working day rule (must be N or P)"
    ELSE
    IF NonWorkingRuleEntry = SPACE
        MOVE "N" TO NonWorkingRuleEntry
    END-IF
    DISPLAY "Next due date (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT DateEntry
    PERFORM Validate-Date-Entry
            TO SOT-TRANSACTION-TYPE(StandingOrderCount)
        MOVE AmountEntry-Num TO SOT-AMOUNT(StandingOrderCount)
        MOVE FrequencyEntry TO SOT-FREQUENCY(StandingOrderCount)
        MOVE NonWorkingRuleEntry
            TO SOT-NON-WORKING-DAY-RULE(StandingOrderCount)
        MOVE DateEntry-Num TO SOT-NEXT-DUE-DATE(StandingOrderCount)
        MOVE "N" TO SOT-CANCELLED-FLAG(StandingOrderCount)

            MOVE ZEROS TO SOT-EXPIRY-DATE(StandingOrderCount)
            PERFORM Rewrite-Standing-Orders
            DISPLAY "Standing order added"
            PERFORM Journal-Added-Order
        ELSE
            PERFORM Validate-Date-Entry
            IF DateEntry-Is-Invalid
                    TO SOT-EXPIRY-DATE(StandingOrderCount)
                PERFORM Rewrite-Standing-Orders
                DISPLAY "Standing order added"
                PERFORM Journal-Added-Order
            END-IF
        END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

*> ----------------------------------------------------------------
*> ----------------------------------------------------------------
List-Customer-Orders.
    MOVE ZEROS TO ListOrdinal
    DISPLAY "ORDR ACCT T F R NEXT DUE EXPIRES  STATE            "
        "AMOUNT"
    PERFORM List-One-Customer-Order
        VARYING SOT-Idx FROM 1 BY 1
        UNTIL SOT-Idx > StandingOrderCount.
        DISPLAY ListOrdinal " " SOT-ACCOUNT-NUMBER(SOT-Idx) " "
            SOT-TRANSACTION-TYPE(SOT-Idx) " "
            SOT-FREQUENCY(SOT-Idx) " "
            SOT-NON-WORKING-DAY-RULE(SOT-Idx) " "
            SOT-NEXT-DUE-DATE(SOT-Idx) " "
            SOT-EXPIRY-DATE(SOT-Idx) " "
            WITH NO ADVANCING
    PERFORM Accept-Order-Choice
    IF ChosenOrderIndex > ZEROS
        SET SOT-Idx TO ChosenOrderIndex
        PERFORM Fill-Standing-Order-Record
        MOVE STANDING-ORDER-RECORD TO ChangeBeforeImage

        DISPLAY "Order type (" SOT-TRANSACTION-TYPE(SOT-Idx)
            "), Enter to keep: " WITH NO ADVANCING
            END-IF
        END-IF

        DISPLAY "Non-working day rule N)ext/P)revious ("
            SOT-NON-WORKING-DAY-RULE(SOT-Idx) "), Enter to keep: "
            WITH NO ADVANCING
        MOVE SPACES TO NonWorkingRuleEntry
        ACCEPT NonWorkingRuleEntry
        IF NonWorkingRuleEntry NOT = SPACE
            IF NonWorkingRuleEntry-Is-Valid
                MOVE NonWorkingRuleEntry
                    TO SOT-NON-WORKING-DAY-RULE(SOT-Idx)
            ELSE
                DISPLAY "Rejected: '" NonWorkingRuleEntry "' is not "
                    "a valid non-working day rule (N or P) - rule "
                    "left unchanged"
            END-IF
        END-IF

        DISPLAY "Next due date (" SOT-NEXT-DUE-DATE(SOT-Idx)
            "), Enter to keep: " WITH NO ADVANCING
        MOVE SPACES TO DateEntry

        PERFORM Rewrite-Standing-Orders
        DISPLAY "Standing order updated"

        SET SOT-Idx TO ChosenOrderIndex
        PERFORM Fill-Standing-Order-Record
        IF STANDING-ORDER-RECORD NOT = ChangeBeforeImage
            MOVE STANDING-ORDER-RECORD TO ChangeAfterImage
            MOVE "UPDT" TO ChangeAction
            PERFORM Write-Change-Journal
        END-IF
    END-IF.

*> ----------------------------------------------------------------
    PERFORM Accept-Order-Choice
    IF ChosenOrderIndex > ZEROS
        SET SOT-Idx TO ChosenOrderIndex
        PERFORM Fill-Standing-Order-Record
        MOVE STANDING-ORDER-RECORD TO ChangeBeforeImage
        MOVE "Y" TO SOT-CANCELLED-FLAG(SOT-Idx)
        PERFORM Rewrite-Standing-Orders
        DISPLAY "Standing order cancelled"

        SET SOT-Idx TO ChosenOrderIndex
        MOVE SPACES TO ChangeAfterImage
        MOVE "DELT" TO ChangeAction
        PERFORM Write-Change-Journal
    END-IF.

*> ----------------------------------------------------------------
*> Journal-Added-Order - the order just added, the last entry in the
*> table, is the after image of an add; there is no before image.
*> ----------------------------------------------------------------
Journal-Added-Order.
    SET SOT-Idx TO StandingOrderCount
    PERFORM Fill-Standing-Order-Record
    MOVE SPACES TO ChangeBeforeImage
    MOVE STANDING-ORDER-RECORD TO ChangeAfterImage
    MOVE "ADD " TO ChangeAction
    PERFORM Write-Change-Journal.

*> ----------------------------------------------------------------
*> Write-Change-Journal - append the change in hand to CHGJRNL,
*> creating the journal the first time; the order is the one
*> SOT-Idx points at. The change itself is already on STANDORD
*> either way; a failed append is reported so the before and after
*> values can be recorded by hand.
*> ----------------------------------------------------------------
Write-Change-Journal.
    MOVE "STOR" TO ChangeRecordType
    MOVE SOT-NI-NUMBER(SOT-Idx) TO ChangeNINumber
    MOVE SOT-ACCOUNT-NUMBER(SOT-Idx) TO ChangeAccountNumber
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
        MOVE "STORD-MAINT" TO CJ-PROGRAM-ID
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
    CLOSE KEEP-ORDER-FILE
    CLOSE CUSTMAST-FILE.

*> ----------------------------------------------------------------
*> Accept-Operator-Id - who is keying this session; every change
*> journal row the session writes carries it.
*> ----------------------------------------------------------------
Accept-Operator-Id.
    DISPLAY "Operator ID: " WITH NO ADVANCING
    MOVE SPACES TO OperatorId
    ACCEPT OperatorId
    IF OperatorId = SPACES
        DISPLAY "Rejected: an operator ID must be keyed - every "
            "change to a standing order is journalled under it"
        STOP RUN
    END-IF.

*> ----------------------------------------------------------------
*> Validate-NI-Number - the same LLDDDDDDL bar CUSTMAINT and the
*> posting programs set; see MAIN for the reasoning behind the
