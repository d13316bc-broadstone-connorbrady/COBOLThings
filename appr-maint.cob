       >>SOURCE FORMAT FREE

*> PROGRAM DETAILS
IDENTIFICATION DIVISION.
PROGRAM-ID. APPR-MAINT.
AUTHOR. Connor Brady.
DATE-WRITTEN. October 15th 2026.

*> MODIFICATION HISTORY
*> 2026-10-15 CB Approval queue maintenance - the checker's side of
*>               maker-checker. TXN-REVERSE, CUSTMAINT and HOLD-MAINT
*>               no longer let one operator back out a large posting,
*>               set a large overdraft arrangement, reactivate a
*>               dormant account carrying a large balance or release
*>               somebody else's large hold alone: past the APPRPARM
*>               thresholds (see APPRPARMREC.CPY) they queue the
*>               action on APPRQUEUE (see APPRREC.CPY) under the
*>               requesting operator's ID. This program L)ists the
*>               requests still waiting, A)pproves or D)eclines one -
*>               never the operator's own - and cuts the R)eport of
*>               one day's queue activity to APPRRPT: everything
*>               requested, approved, declined, applied and expired
*>               that day. An approved request takes effect when it
*>               is keyed again in the program that queued it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT APPROVAL-QUEUE-FILE ASSIGN TO "APPRQUEUE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPRQUEUE-STATUS.

    SELECT APPROVAL-REPORT-FILE ASSIGN TO "APPRRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS APPRRPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  APPROVAL-QUEUE-FILE.
    COPY "APPRREC.CPY".

FD  APPROVAL-REPORT-FILE.
01 APPROVAL-REPORT-RECORD PIC X(132).

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
01 MaintenanceChoice PIC X(01).
    88 List-Pending-Choice VALUE "L".
    88 Approve-Request-Choice VALUE "A".
    88 Decline-Request-Choice VALUE "D".
    88 Activity-Report-Choice VALUE "R".
    88 Quit-Maintenance-Choice VALUE "Q".

01 TodaysDate PIC 9(08).
01 TimeNow PIC 9(08).

*> The operator keying this session - the approver or decliner on
*> every row the session writes, and never allowed to decide a
*> request made under the same ID.
01 OperatorId PIC X(08) VALUE SPACES.

01 MoreMaintenanceToDo PIC X(01) VALUE "Y".
    88 More-Maintenance-To-Do VALUE "Y".
    88 No-More-Maintenance-To-Do VALUE "N".

01 APPRQUEUE-STATUS PIC X(02).
    88 APPRQUEUE-OK VALUE "00".
    88 APPRQUEUE-NOT-FOUND VALUE "35".

01 APPRRPT-STATUS PIC X(02).
    88 APPRRPT-OK VALUE "00".

01 ApprovalQueueEndOfFile PIC X(01) VALUE "N".
    88 ApprovalQueueAtEnd VALUE "Y".
    88 ApprovalQueueNotAtEnd VALUE "N".

*> The whole APPRQUEUE ledger paired up in storage: one row per "R"
*> record, moved on by the "A", "D" and "E" records that name it.
*> Reloaded after every decision, so the screens always show the
*> queue as it stands on disk.
01 MaxRequestEntries CONSTANT AS 1000.
01 RequestCount PIC 9(04) VALUE ZEROS.
01 RequestTable.
    05 AT-Entry OCCURS 1000 TIMES INDEXED BY AT-Idx.
        10 AT-REQUEST-REFERENCE PIC X(12).
        10 AT-REQUEST-TYPE PIC X(04).
        10 AT-NI-NUMBER PIC X(10).
        10 AT-ACCOUNT-NUMBER PIC X(04).
        10 AT-TARGET-REFERENCE PIC X(12).
        10 AT-NEW-VALUE PIC X(10).
        10 AT-AMOUNT PIC S9(16)V99.
        10 AT-REQUESTED-BY PIC X(08).
        10 AT-REQUEST-DATE PIC 9(08).
        10 AT-EXPIRY-DATE PIC 9(08).
        10 AT-STATE PIC X(01).
            88 AT-Pending VALUE "P".
            88 AT-Approved VALUE "A".
            88 AT-Declined VALUE "D".
            88 AT-Applied VALUE "E".
        10 AT-DECIDED-BY PIC X(08).
        10 AT-DECISION-DATE PIC 9(08).
        10 AT-APPLIED-BY PIC X(08).
        10 AT-APPLIED-DATE PIC 9(08).

01 RequestTableFullSwitch PIC X(01) VALUE "N".
    88 RequestTable-Is-Full VALUE "Y".

*> The ordinals shown against the waiting requests on the list and
*> decision screens, so the operator can point at one.
01 ListOrdinal PIC 9(04) VALUE ZEROS.
01 ChosenRequestIndex PIC 9(04) VALUE ZEROS.
01 OrdinalEntry PIC X(04).
01 OrdinalEntry-Num REDEFINES OrdinalEntry PIC 9(04).

*> The decision being recorded - "A" approve or "D" decline.
01 DecisionAction PIC X(01).
    88 Decision-Is-Approve VALUE "A".
    88 Decision-Is-Decline VALUE "D".

*> Report date - keyed, Enter for today - and the report section
*> being written, one pass over the table per section.
01 ReportDateEntry PIC X(08).
01 ReportDateEntry-Num REDEFINES ReportDateEntry PIC 9(08).
01 ReportDate PIC 9(08).

01 ReportSection PIC X(01).
    88 Requested-Section VALUE "R".
    88 Approved-Section VALUE "A".
    88 Declined-Section VALUE "D".
    88 Applied-Section VALUE "E".
    88 Expired-Section VALUE "X".

01 SectionEntryCount PIC 9(06) VALUE ZEROS.
01 SectionEntryAmount PIC S9(16)V99 VALUE ZEROS.
01 ReportEntryActor PIC X(08).

01 ReportEntrySwitch PIC X(01) VALUE "N".
    88 Report-Entry-Selected VALUE "Y".
    88 Report-Entry-Skipped VALUE "N".

01 Appr-Line PIC X(132).
01 Appr-Edited-Amount PIC -(13)9.99.
01 Appr-Edited-Count PIC ZZZ,ZZZ,ZZ9.

*> PROGRAM TO RUN
PROCEDURE DIVISION.

ACCEPT TodaysDate FROM DATE YYYYMMDD

DISPLAY "Operator ID: " WITH NO ADVANCING
ACCEPT OperatorId
IF OperatorId = SPACES
    DISPLAY "Rejected: an operator ID must be keyed - every "
        "decision is recorded under it"
    STOP RUN
END-IF

PERFORM Load-Approval-Queue

PERFORM Process-One-Maintenance-Request UNTIL No-More-Maintenance-To-Do

STOP RUN.

*> ----------------------------------------------------------------
*> Load-Approval-Queue - replay the append-only queue into the
*> table: an "R" row opens an entry, the "A", "D" and "E" rows that
*> name it move it on. A missing APPRQUEUE file just means nothing
*> has ever been queued.
*> ----------------------------------------------------------------
Load-Approval-Queue.
    MOVE ZEROS TO RequestCount
    SET ApprovalQueueNotAtEnd TO TRUE
    OPEN INPUT APPROVAL-QUEUE-FILE
    IF APPRQUEUE-OK
        READ APPROVAL-QUEUE-FILE
            AT END SET ApprovalQueueAtEnd TO TRUE
        END-READ
        PERFORM Load-One-Approval-Row UNTIL ApprovalQueueAtEnd
        CLOSE APPROVAL-QUEUE-FILE
        IF RequestTable-Is-Full
            DISPLAY "Rejected: more than " MaxRequestEntries
                " requests on the APPRQUEUE file - trim the applied, "
                "declined and expired requests before deciding any"
            STOP RUN
        END-IF
    ELSE
        IF NOT APPRQUEUE-NOT-FOUND
            DISPLAY "Rejected: could not open the approval queue "
                "(status " APPRQUEUE-STATUS ")"
            STOP RUN
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Load-One-Approval-Row - one ledger row into the replay.
*> ----------------------------------------------------------------
Load-One-Approval-Row.
    IF AQ-REQUEST-ACTION
        IF RequestCount < MaxRequestEntries
            ADD 1 TO RequestCount
            MOVE AQ-REQUEST-REFERENCE
                TO AT-REQUEST-REFERENCE(RequestCount)
            MOVE AQ-REQUEST-TYPE TO AT-REQUEST-TYPE(RequestCount)
            MOVE AQ-NI-NUMBER TO AT-NI-NUMBER(RequestCount)
            MOVE AQ-ACCOUNT-NUMBER TO AT-ACCOUNT-NUMBER(RequestCount)
            MOVE AQ-TARGET-REFERENCE
                TO AT-TARGET-REFERENCE(RequestCount)
            MOVE AQ-NEW-VALUE TO AT-NEW-VALUE(RequestCount)
            MOVE AQ-AMOUNT TO AT-AMOUNT(RequestCount)
            MOVE AQ-OPERATOR-ID TO AT-REQUESTED-BY(RequestCount)
            MOVE AQ-ACTION-DATE TO AT-REQUEST-DATE(RequestCount)
            MOVE AQ-EXPIRY-DATE TO AT-EXPIRY-DATE(RequestCount)
            MOVE "P" TO AT-STATE(RequestCount)
            MOVE SPACES TO AT-DECIDED-BY(RequestCount)
            MOVE ZEROS TO AT-DECISION-DATE(RequestCount)
            MOVE SPACES TO AT-APPLIED-BY(RequestCount)
            MOVE ZEROS TO AT-APPLIED-DATE(RequestCount)
        ELSE
            SET RequestTable-Is-Full TO TRUE
        END-IF
    ELSE
        PERFORM Apply-One-Later-Row
            VARYING AT-Idx FROM 1 BY 1
            UNTIL AT-Idx > RequestCount
    END-IF

    READ APPROVAL-QUEUE-FILE
        AT END SET ApprovalQueueAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Apply-One-Later-Row - move on the request this decision or
*> applied row names.
*> ----------------------------------------------------------------
Apply-One-Later-Row.
    IF AT-REQUEST-REFERENCE(AT-Idx) = AQ-REQUEST-REFERENCE
        EVALUATE TRUE
            WHEN AQ-APPROVE-ACTION
                MOVE "A" TO AT-STATE(AT-Idx)
                MOVE AQ-OPERATOR-ID TO AT-DECIDED-BY(AT-Idx)
                MOVE AQ-ACTION-DATE TO AT-DECISION-DATE(AT-Idx)
            WHEN AQ-DECLINE-ACTION
                MOVE "D" TO AT-STATE(AT-Idx)
                MOVE AQ-OPERATOR-ID TO AT-DECIDED-BY(AT-Idx)
                MOVE AQ-ACTION-DATE TO AT-DECISION-DATE(AT-Idx)
            WHEN AQ-APPLIED-ACTION
                MOVE "E" TO AT-STATE(AT-Idx)
                MOVE AQ-OPERATOR-ID TO AT-APPLIED-BY(AT-Idx)
                MOVE AQ-ACTION-DATE TO AT-APPLIED-DATE(AT-Idx)
        END-EVALUATE
    END-IF.

*> ----------------------------------------------------------------
*> Process-One-Maintenance-Request - show the menu and carry out
*> whichever action the operator picks.
*> ----------------------------------------------------------------
Process-One-Maintenance-Request.
    DISPLAY " "
    DISPLAY "L)ist pending  A)pprove  D)ecline  R)eport  Q)uit"
    DISPLAY "Choice: " WITH NO ADVANCING
    ACCEPT MaintenanceChoice

    EVALUATE TRUE
        WHEN List-Pending-Choice
            PERFORM List-Pending-Requests
        WHEN Approve-Request-Choice
            SET Decision-Is-Approve TO TRUE
            PERFORM Decide-Request
        WHEN Decline-Request-Choice
            SET Decision-Is-Decline TO TRUE
            PERFORM Decide-Request
        WHEN Activity-Report-Choice
            PERFORM Write-Activity-Report
        WHEN Quit-Maintenance-Choice
            SET No-More-Maintenance-To-Do TO TRUE
        WHEN OTHER
            DISPLAY "Not a valid choice"
    END-EVALUATE.

*> ----------------------------------------------------------------
*> List-Pending-Requests - every request still waiting for a
*> decision and not yet expired, numbered.
*> ----------------------------------------------------------------
List-Pending-Requests.
    MOVE ZEROS TO ListOrdinal
    DISPLAY "REQ  REFERENCE    TYPE NI NUMBER  ACCT "
        "TARGET                  AMOUNT BY       EXPIRES"
    PERFORM List-One-Pending-Request
        VARYING AT-Idx FROM 1 BY 1
        UNTIL AT-Idx > RequestCount
    IF ListOrdinal = ZEROS
        DISPLAY "No requests are waiting for a decision"
    END-IF.

*> ----------------------------------------------------------------
*> List-One-Pending-Request - one table row onto the screen if it
*> is still waiting. The target column is the entry or hold the
*> request names, or the new limit for an overdraft request.
*> ----------------------------------------------------------------
List-One-Pending-Request.
    IF AT-Pending(AT-Idx)
        AND AT-EXPIRY-DATE(AT-Idx) >= TodaysDate
        ADD 1 TO ListOrdinal
        MOVE AT-AMOUNT(AT-Idx) TO Appr-Edited-Amount
        IF AT-TARGET-REFERENCE(AT-Idx) = SPACES
            DISPLAY ListOrdinal " " AT-REQUEST-REFERENCE(AT-Idx) " "
                AT-REQUEST-TYPE(AT-Idx) " " AT-NI-NUMBER(AT-Idx) " "
                AT-ACCOUNT-NUMBER(AT-Idx) " " AT-NEW-VALUE(AT-Idx)
                "  " Appr-Edited-Amount " " AT-REQUESTED-BY(AT-Idx)
                " " AT-EXPIRY-DATE(AT-Idx)
        ELSE
            DISPLAY ListOrdinal " " AT-REQUEST-REFERENCE(AT-Idx) " "
                AT-REQUEST-TYPE(AT-Idx) " " AT-NI-NUMBER(AT-Idx) " "
                AT-ACCOUNT-NUMBER(AT-Idx) " "
                AT-TARGET-REFERENCE(AT-Idx) Appr-Edited-Amount " "
                AT-REQUESTED-BY(AT-Idx) " " AT-EXPIRY-DATE(AT-Idx)
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Decide-Request - list the waiting requests, take the operator's
*> pick and append the approve or decline row. A request cannot be
*> decided by the operator who made it - that is the whole point.
*> ----------------------------------------------------------------
Decide-Request.
    PERFORM List-Pending-Requests
    IF ListOrdinal > ZEROS
        IF Decision-Is-Approve
            DISPLAY "Request number to approve: " WITH NO ADVANCING
        ELSE
            DISPLAY "Request number to decline: " WITH NO ADVANCING
        END-IF
        ACCEPT OrdinalEntry
        IF OrdinalEntry IS NOT NUMERIC
            OR OrdinalEntry-Num = ZEROS
            OR OrdinalEntry-Num > ListOrdinal
            DISPLAY "Rejected: '" OrdinalEntry "' is not one of the "
                "request numbers listed"
        ELSE
            MOVE ZEROS TO ChosenRequestIndex
            PERFORM Find-Chosen-Pending-Request
            IF AT-REQUESTED-BY(ChosenRequestIndex) = OperatorId
                DISPLAY "Rejected: request "
                    AT-REQUEST-REFERENCE(ChosenRequestIndex)
                    " was made by " OperatorId " - another operator "
                    "must decide it"
            ELSE
                PERFORM Append-Decision-Row
            END-IF
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Find-Chosen-Pending-Request - walk the table the same way the
*> listing did, so the Nth request listed is the Nth found here.
*> ----------------------------------------------------------------
Find-Chosen-Pending-Request.
    MOVE ZEROS TO ListOrdinal
    PERFORM Match-One-Pending-Request
        VARYING AT-Idx FROM 1 BY 1
        UNTIL AT-Idx > RequestCount OR ChosenRequestIndex > ZEROS.

*> ----------------------------------------------------------------
*> Match-One-Pending-Request - count waiting requests until the
*> chosen ordinal is reached.
*> ----------------------------------------------------------------
Match-One-Pending-Request.
    IF AT-Pending(AT-Idx)
        AND AT-EXPIRY-DATE(AT-Idx) >= TodaysDate
        ADD 1 TO ListOrdinal
        IF ListOrdinal = OrdinalEntry-Num
            MOVE AT-Idx TO ChosenRequestIndex
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Append-Decision-Row - the approve or decline row onto the queue,
*> repeating the request's key fields, and the table reloaded off
*> disk.
*> ----------------------------------------------------------------
Append-Decision-Row.
    ACCEPT TimeNow FROM TIME
    OPEN EXTEND APPROVAL-QUEUE-FILE
    IF NOT APPRQUEUE-OK
        DISPLAY "Rejected: could not open the approval queue to "
            "append (status " APPRQUEUE-STATUS ")"
    ELSE
        MOVE SPACES TO APPROVAL-RECORD
        MOVE DecisionAction TO AQ-ACTION
        MOVE AT-REQUEST-REFERENCE(ChosenRequestIndex)
            TO AQ-REQUEST-REFERENCE
        MOVE AT-REQUEST-TYPE(ChosenRequestIndex) TO AQ-REQUEST-TYPE
        MOVE AT-NI-NUMBER(ChosenRequestIndex) TO AQ-NI-NUMBER
        MOVE AT-ACCOUNT-NUMBER(ChosenRequestIndex)
            TO AQ-ACCOUNT-NUMBER
        MOVE AT-TARGET-REFERENCE(ChosenRequestIndex)
            TO AQ-TARGET-REFERENCE
        MOVE AT-NEW-VALUE(ChosenRequestIndex) TO AQ-NEW-VALUE
        MOVE AT-AMOUNT(ChosenRequestIndex) TO AQ-AMOUNT
        MOVE OperatorId TO AQ-OPERATOR-ID
        MOVE TodaysDate TO AQ-ACTION-DATE
        MOVE TimeNow TO AQ-ACTION-TIME
        MOVE AT-EXPIRY-DATE(ChosenRequestIndex) TO AQ-EXPIRY-DATE
        WRITE APPROVAL-RECORD
        CLOSE APPROVAL-QUEUE-FILE
        IF Decision-Is-Approve
            DISPLAY "Request " AQ-REQUEST-REFERENCE " approved - it "
                "takes effect when it is keyed again, by "
                AQ-EXPIRY-DATE
        ELSE
            DISPLAY "Request " AQ-REQUEST-REFERENCE " declined"
        END-IF
        PERFORM Load-Approval-Queue
    END-IF.

*> ----------------------------------------------------------------
*> Write-Activity-Report - the APPRRPT report of one day's queue
*> activity, one section per kind with its count and total: what
*> was requested, approved, declined and applied that day, and
*> what expired. A request lapses at the close of its expiry date,
*> so the report - cut at close of business - lists as expired the
*> requests still undecided, or approved but never applied, whose
*> expiry date is the report date.
*> ----------------------------------------------------------------
Write-Activity-Report.
    DISPLAY "Report date (YYYYMMDD, Enter for today): "
        WITH NO ADVANCING
    MOVE SPACES TO ReportDateEntry
    ACCEPT ReportDateEntry
    IF ReportDateEntry = SPACES
        MOVE TodaysDate TO ReportDate
    ELSE
        IF ReportDateEntry IS NUMERIC
            MOVE ReportDateEntry-Num TO ReportDate
        ELSE
            MOVE ZEROS TO ReportDate
        END-IF
    END-IF

    IF ReportDate = ZEROS
        DISPLAY "Rejected: '" ReportDateEntry "' is not a date"
    ELSE
        OPEN OUTPUT APPROVAL-REPORT-FILE
        IF NOT APPRRPT-OK
            DISPLAY "Rejected: could not open the approval report "
                "file (status " APPRRPT-STATUS ")"
        ELSE
            MOVE SPACES TO Appr-Line
            STRING "APPROVAL QUEUE ACTIVITY - REPORT DATE "
                ReportDate "  RUN DATE " TodaysDate
                DELIMITED BY SIZE INTO Appr-Line
            WRITE APPROVAL-REPORT-RECORD FROM Appr-Line

            SET Requested-Section TO TRUE
            PERFORM Write-Report-Section
            SET Approved-Section TO TRUE
            PERFORM Write-Report-Section
            SET Declined-Section TO TRUE
            PERFORM Write-Report-Section
            SET Applied-Section TO TRUE
            PERFORM Write-Report-Section
            SET Expired-Section TO TRUE
            PERFORM Write-Report-Section

            CLOSE APPROVAL-REPORT-FILE
            DISPLAY "Approval activity report for " ReportDate
                " written to APPRRPT"
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Write-Report-Section - one section's heading, its entries off the
*> table, and its count and total.
*> ----------------------------------------------------------------
Write-Report-Section.
    MOVE ZEROS TO SectionEntryCount
    MOVE ZEROS TO SectionEntryAmount

    MOVE SPACES TO Appr-Line
    WRITE APPROVAL-REPORT-RECORD FROM Appr-Line

    MOVE SPACES TO Appr-Line
    EVALUATE TRUE
        WHEN Requested-Section
            MOVE "REQUESTED" TO Appr-Line
        WHEN Approved-Section
            MOVE "APPROVED" TO Appr-Line
        WHEN Declined-Section
            MOVE "DECLINED" TO Appr-Line
        WHEN Applied-Section
            MOVE "APPLIED" TO Appr-Line
        WHEN Expired-Section
            MOVE "EXPIRED" TO Appr-Line
    END-EVALUATE
    WRITE APPROVAL-REPORT-RECORD FROM Appr-Line

    MOVE SPACES TO Appr-Line
    STRING "REFERENCE   " "  TYPE" "  NI NUMBER " " ACCT"
        "  TARGET      " "            AMOUNT" "  REQUESTED BY"
        " REQUESTED" "  EXPIRES " "  BY"
        DELIMITED BY SIZE INTO Appr-Line
    WRITE APPROVAL-REPORT-RECORD FROM Appr-Line

    PERFORM Write-One-Report-Entry
        VARYING AT-Idx FROM 1 BY 1
        UNTIL AT-Idx > RequestCount

    MOVE SPACES TO Appr-Line
    MOVE SectionEntryCount TO Appr-Edited-Count
    MOVE SectionEntryAmount TO Appr-Edited-Amount
    STRING "  COUNT: " Appr-Edited-Count "   TOTAL: "
        Appr-Edited-Amount
        DELIMITED BY SIZE INTO Appr-Line
    WRITE APPROVAL-REPORT-RECORD FROM Appr-Line.

*> ----------------------------------------------------------------
*> Write-One-Report-Entry - one table row onto the report if it
*> belongs in the section being written. The BY column is whoever
*> did what the section is about: the approver or decliner, the
*> operator who applied it, or nobody for an expiry.
*> ----------------------------------------------------------------
Write-One-Report-Entry.
    MOVE SPACES TO ReportEntryActor
    SET Report-Entry-Skipped TO TRUE
    EVALUATE TRUE
        WHEN Requested-Section
            IF AT-REQUEST-DATE(AT-Idx) = ReportDate
                MOVE AT-REQUESTED-BY(AT-Idx) TO ReportEntryActor
                SET Report-Entry-Selected TO TRUE
            END-IF
        WHEN Approved-Section
            IF (AT-Approved(AT-Idx) OR AT-Applied(AT-Idx))
                AND AT-DECISION-DATE(AT-Idx) = ReportDate
                MOVE AT-DECIDED-BY(AT-Idx) TO ReportEntryActor
                SET Report-Entry-Selected TO TRUE
            END-IF
        WHEN Declined-Section
            IF AT-Declined(AT-Idx)
                AND AT-DECISION-DATE(AT-Idx) = ReportDate
                MOVE AT-DECIDED-BY(AT-Idx) TO ReportEntryActor
                SET Report-Entry-Selected TO TRUE
            END-IF
        WHEN Applied-Section
            IF AT-Applied(AT-Idx)
                AND AT-APPLIED-DATE(AT-Idx) = ReportDate
                MOVE AT-APPLIED-BY(AT-Idx) TO ReportEntryActor
                SET Report-Entry-Selected TO TRUE
            END-IF
        WHEN Expired-Section
            IF (AT-Pending(AT-Idx) OR AT-Approved(AT-Idx))
                AND AT-EXPIRY-DATE(AT-Idx) = ReportDate
                SET Report-Entry-Selected TO TRUE
            END-IF
    END-EVALUATE

    IF Report-Entry-Selected
        ADD 1 TO SectionEntryCount
        ADD AT-AMOUNT(AT-Idx) TO SectionEntryAmount
        MOVE SPACES TO Appr-Line
        MOVE AT-REQUEST-REFERENCE(AT-Idx) TO Appr-Line(1:12)
        MOVE AT-REQUEST-TYPE(AT-Idx) TO Appr-Line(15:4)
        MOVE AT-NI-NUMBER(AT-Idx) TO Appr-Line(21:10)
        MOVE AT-ACCOUNT-NUMBER(AT-Idx) TO Appr-Line(32:4)
        IF AT-TARGET-REFERENCE(AT-Idx) = SPACES
            MOVE AT-NEW-VALUE(AT-Idx) TO Appr-Line(38:12)
        ELSE
            MOVE AT-TARGET-REFERENCE(AT-Idx) TO Appr-Line(38:12)
        END-IF
        MOVE AT-AMOUNT(AT-Idx) TO Appr-Edited-Amount
        MOVE Appr-Edited-Amount TO Appr-Line(51:17)
        MOVE AT-REQUESTED-BY(AT-Idx) TO Appr-Line(70:8)
        MOVE AT-REQUEST-DATE(AT-Idx) TO Appr-Line(84:8)
        MOVE AT-EXPIRY-DATE(AT-Idx) TO Appr-Line(94:8)
        MOVE ReportEntryActor TO Appr-Line(104:8)
        WRITE APPROVAL-REPORT-RECORD FROM Appr-Line
    END-IF.
