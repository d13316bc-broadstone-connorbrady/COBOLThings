       >>SOURCE FORMAT FREE

*> PROGRAM DETAILS
IDENTIFICATION DIVISION.
PROGRAM-ID. TXN-MONITOR.
AUTHOR. Connor Brady.
DATE-WRITTEN. October 15th 2026.

*> MODIFICATION HISTORY
*> 2026-10-15 CB Nightly transaction monitoring for compliance, who
*>               until now searched the raw AUDITTRL by hand. One
*>               pass over the trail for an operator-entered business
*>               date (the way GL-EXTRACT takes its date) flags four
*>               patterns against the thresholds on the MONPARM file
*>               (see MONPARMREC.CPY): a single posting at or over the
*>               large-value threshold; several just-under-threshold
*>               credits, or debits, on one NI number inside a
*>               rolling window of days (structuring); a burst of
*>               transfers paid in to one AU-COUNTERPARTY-NI-NUMBER
*>               on the day; and a large posting on an account
*>               reactivated from dormant within the last few days,
*>               off CUSTMAINT's REACTLOG (see REACTREC.CPY). Each
*>               hit goes to the dated cases file (CASES plus the
*>               business date - see CASEREC.CPY) with its reason
*>               code and AU-TRANSACTION-REF, and to the MONRPT alert
*>               report. Only customer postings are judged - system
*>               interest, overdraft charges and reversal entries are
*>               the bank's own bookkeeping, not customer behaviour.
*>               Read-only against the trail; it posts nothing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO "AUDITTRL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

    SELECT MONITOR-PARAM-FILE ASSIGN TO "MONPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MONPARM-STATUS.

    SELECT REACTIVATION-FILE ASSIGN TO "REACTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REACTLOG-STATUS.

    SELECT CASES-FILE ASSIGN USING CasesFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CASES-STATUS.

    SELECT ALERT-REPORT-FILE ASSIGN TO "MONRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MONRPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  AUDIT-FILE.
    COPY "AUDITREC.CPY".

FD  MONITOR-PARAM-FILE.
    COPY "MONPARMREC.CPY".

FD  REACTIVATION-FILE.
    COPY "REACTREC.CPY".

FD  CASES-FILE.
    COPY "CASEREC.CPY".

FD  ALERT-REPORT-FILE.
01 ALERT-REPORT-RECORD PIC X(132).

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
01 AUDIT-STATUS PIC X(02).
    88 AUDIT-OK VALUE "00".

01 MONPARM-STATUS PIC X(02).
    88 MONPARM-OK VALUE "00".

01 REACTLOG-STATUS PIC X(02).
    88 REACTLOG-OK VALUE "00".
    88 REACTLOG-NOT-FOUND VALUE "35".

01 CASES-STATUS PIC X(02).
    88 CASES-OK VALUE "00".

01 MONRPT-STATUS PIC X(02).
    88 MONRPT-OK VALUE "00".

01 AuditEndOfFile PIC X(01) VALUE "N".
    88 AuditAtEnd VALUE "Y".
    88 AuditNotAtEnd VALUE "N".

01 MonParamEndOfFile PIC X(01) VALUE "N".
    88 MonParamAtEnd VALUE "Y".
    88 MonParamNotAtEnd VALUE "N".

01 ReactEndOfFile PIC X(01) VALUE "N".
    88 ReactAtEnd VALUE "Y".
    88 ReactNotAtEnd VALUE "N".

01 TodaysDate PIC 9(08).
01 BusinessDateEntry PIC X(08).
01 BusinessDate PIC 9(08).
01 CasesFileName PIC X(13).

*> Loaded from the MONPARM file at Initialize-Run - see
*> MONPARMREC.CPY; the run refuses to start without an effective,
*> sensible row.
01 LargeValueThreshold PIC 9(16)V99 VALUE ZEROS.
01 StructuringFloor PIC 9(16)V99 VALUE ZEROS.
01 StructuringCount PIC 9(03) VALUE ZEROS.
01 StructuringDays PIC 9(03) VALUE ZEROS.
01 BurstCount PIC 9(03) VALUE ZEROS.
01 ReactivationDays PIC 9(03) VALUE ZEROS.
01 ReactivatedValueThreshold PIC 9(16)V99 VALUE ZEROS.
01 ParamsEffectiveDate PIC 9(08) VALUE ZEROS.

01 ParamRowFoundSwitch PIC X(01) VALUE "N".
    88 ParamRowFound VALUE "Y".
    88 ParamRowNotFound VALUE "N".

01 ParamRowValidSwitch PIC X(01) VALUE "N".
    88 ParamRowValid VALUE "Y".
    88 ParamRowInvalid VALUE "N".

*> Window start dates - the structuring window runs back
*> StructuringDays days with the business date counted as the
*> first of them; a reactivation counts as recent on or after
*> ReactivationStartDate.
01 WindowDate.
    05 WD-YEAR PIC 9(04).
    05 WD-MONTH PIC 9(02).
    05 WD-DAY PIC 9(02).
01 WindowDate-Whole REDEFINES WindowDate PIC 9(08).
01 DaysToRetreat PIC 9(03) VALUE ZEROS.
01 StructuringStartDate PIC 9(08) VALUE ZEROS.
01 ReactivationStartDate PIC 9(08) VALUE ZEROS.

*> Day-retreat working fields - stepping back across a month end
*> lands on the last day of the month before, February included.
01 DaysInTargetMonth PIC 9(02).
01 LeapYearDividend PIC 9(04).
01 LeapYearQuotient PIC 9(04).
01 LeapYearRemainder PIC 9(04).

*> Accounts reactivated inside the reactivation window, off
*> REACTLOG.
01 MaxReactivations CONSTANT AS 500.
01 ReactivationCount PIC 9(04) VALUE ZEROS.
01 ReactivationTable.
    05 RAT-Entry OCCURS 500 TIMES INDEXED BY RAT-Idx.
        10 RAT-NI-NUMBER PIC X(10).
        10 RAT-ACCOUNT-NUMBER PIC X(04).
        10 RAT-REACTIVATED-DATE PIC 9(08).

01 ReactTableFullSwitch PIC X(01) VALUE "N".
    88 ReactTable-Is-Full VALUE "Y".

01 RecentReactivationSwitch PIC X(01) VALUE "N".
    88 Recently-Reactivated VALUE "Y".
    88 Not-Recently-Reactivated VALUE "N".

*> Every just-under-threshold posting inside the structuring window,
*> held until the whole trail has been read, since a pattern is only
*> known once every posting in the window has been counted.
01 MaxStructuringItems CONSTANT AS 2000.
01 StructuringItemCount PIC 9(04) VALUE ZEROS.
01 StructuringItemTable.
    05 SIT-Entry OCCURS 2000 TIMES INDEXED BY SIT-Idx SIT-Scan-Idx.
        10 SIT-NI-NUMBER PIC X(10).
        10 SIT-ACCOUNT-NUMBER PIC X(04).
        10 SIT-TRANSACTION-TYPE PIC X(01).
        10 SIT-TRANSACTION-DATE PIC 9(08).
        10 SIT-TRANSACTION-REF PIC X(12).
        10 SIT-AMOUNT PIC S9(16)V99.
        10 SIT-COUNTERPARTY-NI PIC X(10).
        10 SIT-POSTING-SOURCE PIC X(02).
        10 SIT-FLAGGED PIC X(01).
            88 SIT-Item-Flagged VALUE "Y".

01 StructTableFullSwitch PIC X(01) VALUE "N".
    88 StructTable-Is-Full VALUE "Y".

*> Every transfer paid out on the business date to another
*> customer, grouped afterwards by the NI number paid in to.
01 MaxTransferItems CONSTANT AS 2000.
01 TransferItemCount PIC 9(04) VALUE ZEROS.
01 TransferItemTable.
    05 TIT-Entry OCCURS 2000 TIMES INDEXED BY TIT-Idx TIT-Scan-Idx.
        10 TIT-COUNTERPARTY-NI PIC X(10).
        10 TIT-NI-NUMBER PIC X(10).
        10 TIT-ACCOUNT-NUMBER PIC X(04).
        10 TIT-TRANSACTION-REF PIC X(12).
        10 TIT-AMOUNT PIC S9(16)V99.
        10 TIT-POSTING-SOURCE PIC X(02).
        10 TIT-FLAGGED PIC X(01).
            88 TIT-Item-Flagged VALUE "Y".

01 TransferTableFullSwitch PIC X(01) VALUE "N".
    88 TransferTable-Is-Full VALUE "Y".

01 GroupItemCount PIC 9(04) VALUE ZEROS.

01 PostingsExamined PIC 9(08) VALUE ZEROS.
01 LargeValueCases PIC 9(08) VALUE ZEROS.
01 StructuringCases PIC 9(08) VALUE ZEROS.
01 StructuringPatterns PIC 9(08) VALUE ZEROS.
01 TransferBurstCases PIC 9(08) VALUE ZEROS.
01 TransferBursts PIC 9(08) VALUE ZEROS.
01 ReactivatedCases PIC 9(08) VALUE ZEROS.
01 CasesWritten PIC 9(08) VALUE ZEROS.

01 Alert-Line PIC X(132).
01 Alert-Edited-Amount PIC -(13)9.99.
01 Alert-Edited-Count PIC ZZZ,ZZZ,ZZ9.

*> PROGRAM TO RUN
PROCEDURE DIVISION.

PERFORM Initialize-Run

PERFORM Examine-One-Audit-Record UNTIL AuditAtEnd

PERFORM Flag-Structuring-Patterns

PERFORM Flag-Transfer-Bursts

PERFORM Print-Monitor-Summary

PERFORM Close-Run

STOP RUN.

*> ----------------------------------------------------------------
*> Initialize-Run - take the business date from the operator, load
*> the thresholds, work out the window start dates, table up the
*> recent reactivations and open the trail, the cases file and the
*> alert report.
*> ----------------------------------------------------------------
Initialize-Run.
    ACCEPT TodaysDate FROM DATE YYYYMMDD
    DISPLAY "Monitor postings for business date (YYYYMMDD): "
        WITH NO ADVANCING
    ACCEPT BusinessDateEntry

    IF BusinessDateEntry IS NOT NUMERIC
        DISPLAY "Rejected: the business date must be numeric "
            "YYYYMMDD"
        STOP RUN
    END-IF

    MOVE BusinessDateEntry TO BusinessDate

    MOVE SPACES TO CasesFileName
    STRING "CASES" BusinessDateEntry
        DELIMITED BY SIZE INTO CasesFileName

    PERFORM Load-Monitor-Parameters

    MOVE BusinessDate TO WindowDate-Whole
    COMPUTE DaysToRetreat = StructuringDays - 1
    PERFORM Retreat-One-Day DaysToRetreat TIMES
    MOVE WindowDate-Whole TO StructuringStartDate

    MOVE BusinessDate TO WindowDate-Whole
    MOVE ReactivationDays TO DaysToRetreat
    PERFORM Retreat-One-Day DaysToRetreat TIMES
    MOVE WindowDate-Whole TO ReactivationStartDate

    PERFORM Load-Recent-Reactivations

    OPEN INPUT AUDIT-FILE
    IF NOT AUDIT-OK
        DISPLAY "Rejected: could not open the audit trail file "
            "(status " AUDIT-STATUS ")"
        STOP RUN
    END-IF

    OPEN OUTPUT CASES-FILE
    IF NOT CASES-OK
        DISPLAY "Rejected: could not open the cases file "
            CasesFileName " (status " CASES-STATUS ")"
        CLOSE AUDIT-FILE
        STOP RUN
    END-IF

    OPEN OUTPUT ALERT-REPORT-FILE
    IF NOT MONRPT-OK
        DISPLAY "Rejected: could not open the alert report file "
            "(status " MONRPT-STATUS ")"
        CLOSE AUDIT-FILE
        CLOSE CASES-FILE
        STOP RUN
    END-IF

    PERFORM Write-Report-Heading

    SET AuditNotAtEnd TO TRUE
    READ AUDIT-FILE
        AT END SET AuditAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Load-Monitor-Parameters - take the thresholds off the MONPARM
*> file: the row with the latest effective date on or before the
*> business date wins, a later row on the same date winning over an
*> earlier one. No effective row, or one that makes no sense (a
*> just-under floor at or above the large-value line, a "pattern"
*> of one posting, an empty window), means no run - monitoring
*> against a guessed threshold would tell compliance nothing.
*> ----------------------------------------------------------------
Load-Monitor-Parameters.
    SET ParamRowNotFound TO TRUE
    SET ParamRowInvalid TO TRUE
    MOVE ZEROS TO ParamsEffectiveDate
    SET MonParamNotAtEnd TO TRUE
    OPEN INPUT MONITOR-PARAM-FILE
    IF NOT MONPARM-OK
        DISPLAY "Rejected: could not open the monitoring parameter "
            "file (status " MONPARM-STATUS ")"
        STOP RUN
    END-IF
    READ MONITOR-PARAM-FILE
        AT END SET MonParamAtEnd TO TRUE
    END-READ
    PERFORM Select-One-Parameter-Row UNTIL MonParamAtEnd
    CLOSE MONITOR-PARAM-FILE
    IF ParamRowNotFound
        DISPLAY "Rejected: no monitoring parameter row is effective "
            "on " BusinessDate
        STOP RUN
    END-IF
    IF ParamRowInvalid
        DISPLAY "Rejected: the monitoring parameter row effective "
            ParamsEffectiveDate " is not usable - amounts and counts "
            "must be numeric, the structuring floor below the "
            "large-value threshold, both counts at least 2 and both "
            "windows at least 1 day"
        STOP RUN
    END-IF
    DISPLAY "Thresholds effective " ParamsEffectiveDate
        ": large value " LargeValueThreshold
        ", structuring floor " StructuringFloor.

*> ----------------------------------------------------------------
*> Select-One-Parameter-Row - keep the current row if it is the
*> latest one seen so far that is already in effect, noting whether
*> it passes the sense checks.
*> ----------------------------------------------------------------
Select-One-Parameter-Row.
    IF MP-EFFECTIVE-DATE <= BusinessDate
        AND MP-EFFECTIVE-DATE >= ParamsEffectiveDate
        MOVE MP-EFFECTIVE-DATE TO ParamsEffectiveDate
        SET ParamRowFound TO TRUE
        SET ParamRowInvalid TO TRUE
        IF MP-LARGE-VALUE IS NUMERIC
            AND MP-STRUCTURING-FLOOR IS NUMERIC
            AND MP-STRUCTURING-COUNT IS NUMERIC
            AND MP-STRUCTURING-DAYS IS NUMERIC
            AND MP-BURST-COUNT IS NUMERIC
            AND MP-REACTIVATION-DAYS IS NUMERIC
            AND MP-REACTIVATED-VALUE IS NUMERIC
            IF MP-STRUCTURING-FLOOR < MP-LARGE-VALUE
                AND MP-STRUCTURING-COUNT > 1
                AND MP-STRUCTURING-DAYS > ZEROS
                AND MP-BURST-COUNT > 1
                AND MP-REACTIVATION-DAYS > ZEROS
                MOVE MP-LARGE-VALUE TO LargeValueThreshold
                MOVE MP-STRUCTURING-FLOOR TO StructuringFloor
                MOVE MP-STRUCTURING-COUNT TO StructuringCount
                MOVE MP-STRUCTURING-DAYS TO StructuringDays
                MOVE MP-BURST-COUNT TO BurstCount
                MOVE MP-REACTIVATION-DAYS TO ReactivationDays
                MOVE MP-REACTIVATED-VALUE
                    TO ReactivatedValueThreshold
                SET ParamRowValid TO TRUE
            END-IF
        END-IF
    END-IF

    READ MONITOR-PARAM-FILE
        AT END SET MonParamAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Retreat-One-Day - step WindowDate back one calendar day, into the
*> month (and year) before when it is already the 1st.
*> ----------------------------------------------------------------
Retreat-One-Day.
    IF WD-DAY > 1
        SUBTRACT 1 FROM WD-DAY
    ELSE
        IF WD-MONTH > 1
            SUBTRACT 1 FROM WD-MONTH
        ELSE
            MOVE 12 TO WD-MONTH
            SUBTRACT 1 FROM WD-YEAR
        END-IF
        PERFORM Compute-Days-In-Month
        MOVE DaysInTargetMonth TO WD-DAY
    END-IF.

*> ----------------------------------------------------------------
*> Compute-Days-In-Month - the length of WD-MONTH in WD-YEAR.
*> February is 29 in a leap year: divisible by 4, except century
*> years, which must be divisible by 400.
*> ----------------------------------------------------------------
Compute-Days-In-Month.
    EVALUATE WD-MONTH
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO DaysInTargetMonth
        WHEN 2
            MOVE 28 TO DaysInTargetMonth
            MOVE WD-YEAR TO LeapYearDividend
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

*> ----------------------------------------------------------------
*> Load-Recent-Reactivations - every REACTLOG row dated inside the
*> reactivation window. No log yet just means nothing has been
*> reactivated since the log began.
*> ----------------------------------------------------------------
Load-Recent-Reactivations.
    SET ReactNotAtEnd TO TRUE
    OPEN INPUT REACTIVATION-FILE
    IF REACTLOG-OK
        READ REACTIVATION-FILE
            AT END SET ReactAtEnd TO TRUE
        END-READ
        PERFORM Note-One-Reactivation UNTIL ReactAtEnd
        CLOSE REACTIVATION-FILE
        IF ReactTable-Is-Full
            DISPLAY "Warning: more than " MaxReactivations
                " reactivations inside the window - large movements "
                "after reactivation are not all being checked"
        END-IF
    ELSE
        IF NOT REACTLOG-NOT-FOUND
            DISPLAY "Rejected: could not read the reactivation log "
                "(status " REACTLOG-STATUS ")"
            STOP RUN
        END-IF
    END-IF.

Note-One-Reactivation.
    IF RA-REACTIVATED-DATE >= ReactivationStartDate
        AND RA-REACTIVATED-DATE <= BusinessDate
        IF ReactivationCount < MaxReactivations
            ADD 1 TO ReactivationCount
            MOVE RA-NI-NUMBER TO RAT-NI-NUMBER(ReactivationCount)
            MOVE RA-ACCOUNT-NUMBER
                TO RAT-ACCOUNT-NUMBER(ReactivationCount)
            MOVE RA-REACTIVATED-DATE
                TO RAT-REACTIVATED-DATE(ReactivationCount)
        ELSE
            SET ReactTable-Is-Full TO TRUE
        END-IF
    END-IF

    READ REACTIVATION-FILE
        AT END SET ReactAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Examine-One-Audit-Record - judge one trail record. Only customer
*> postings count: an interest credit, an overdraft charge or a
*> reversal entry is the bank's own doing. A business-date posting
*> is tested straight away for a large value and for a large
*> movement after reactivation, and a transfer paid out to another
*> customer is tabled for the burst test; any posting inside the
*> structuring window in the just-under band is tabled for the
*> structuring test. Amounts are judged gross - the money that
*> actually moved, before any tax was taken off a credit. Only the
*> live trail is read, so a structuring window that reaches back
*> past the last AUDIT-ARCH purge sees only what is still live.
*> ----------------------------------------------------------------
Examine-One-Audit-Record.
    IF AU-TRANSACTION-DATE >= StructuringStartDate
        AND AU-TRANSACTION-DATE <= BusinessDate
        AND NOT AU-REVERSAL-ENTRY
        AND NOT AU-INTEREST-POSTING
        AND NOT AU-CHARGE-POSTING
        AND NOT AU-REVERSAL-POSTING
        IF AU-TRANSACTION-DATE = BusinessDate
            ADD 1 TO PostingsExamined
            IF AU-GROSS-TRANSACTION-VALUE >= LargeValueThreshold
                MOVE "LRGV" TO CS-REASON-CODE
                PERFORM Write-Case-From-Audit
                ADD 1 TO LargeValueCases
            END-IF
            IF AU-GROSS-TRANSACTION-VALUE >= ReactivatedValueThreshold
                PERFORM Check-Recent-Reactivation
                IF Recently-Reactivated
                    MOVE "REAC" TO CS-REASON-CODE
                    PERFORM Write-Case-From-Audit
                    ADD 1 TO ReactivatedCases
                END-IF
            END-IF
            IF AU-DEBIT-TRANSACTION
                AND AU-COUNTERPARTY-NI-NUMBER NOT = SPACES
                AND AU-COUNTERPARTY-NI-NUMBER NOT = AU-NI-NUMBER
                PERFORM Table-One-Transfer
            END-IF
        END-IF
        IF AU-GROSS-TRANSACTION-VALUE >= StructuringFloor
            AND AU-GROSS-TRANSACTION-VALUE < LargeValueThreshold
            PERFORM Table-One-Structuring-Item
        END-IF
    END-IF

    READ AUDIT-FILE
        AT END SET AuditAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Check-Recent-Reactivation - was the account posted to reactivated
*> inside the window, on or before the day of the posting?
*> ----------------------------------------------------------------
Check-Recent-Reactivation.
    SET Not-Recently-Reactivated TO TRUE
    PERFORM Match-One-Reactivation
        VARYING RAT-Idx FROM 1 BY 1
        UNTIL RAT-Idx > ReactivationCount OR Recently-Reactivated.

Match-One-Reactivation.
    IF RAT-NI-NUMBER(RAT-Idx) = AU-NI-NUMBER
        AND RAT-ACCOUNT-NUMBER(RAT-Idx) = AU-ACCOUNT-NUMBER
        AND RAT-REACTIVATED-DATE(RAT-Idx) <= AU-TRANSACTION-DATE
        SET Recently-Reactivated TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Table-One-Transfer - the paying leg of a transfer to another
*> customer, for the burst test.
*> ----------------------------------------------------------------
Table-One-Transfer.
    IF TransferItemCount < MaxTransferItems
        ADD 1 TO TransferItemCount
        SET TIT-Idx TO TransferItemCount
        MOVE AU-COUNTERPARTY-NI-NUMBER TO TIT-COUNTERPARTY-NI(TIT-Idx)
        MOVE AU-NI-NUMBER TO TIT-NI-NUMBER(TIT-Idx)
        MOVE AU-ACCOUNT-NUMBER TO TIT-ACCOUNT-NUMBER(TIT-Idx)
        MOVE AU-TRANSACTION-REF TO TIT-TRANSACTION-REF(TIT-Idx)
        MOVE AU-GROSS-TRANSACTION-VALUE TO TIT-AMOUNT(TIT-Idx)
        MOVE AU-POSTING-SOURCE TO TIT-POSTING-SOURCE(TIT-Idx)
        MOVE "N" TO TIT-FLAGGED(TIT-Idx)
    ELSE
        SET TransferTable-Is-Full TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Table-One-Structuring-Item - a just-under posting inside the
*> window, for the structuring test.
*> ----------------------------------------------------------------
Table-One-Structuring-Item.
    IF StructuringItemCount < MaxStructuringItems
        ADD 1 TO StructuringItemCount
        SET SIT-Idx TO StructuringItemCount
        MOVE AU-NI-NUMBER TO SIT-NI-NUMBER(SIT-Idx)
        MOVE AU-ACCOUNT-NUMBER TO SIT-ACCOUNT-NUMBER(SIT-Idx)
        MOVE AU-TRANSACTION-TYPE TO SIT-TRANSACTION-TYPE(SIT-Idx)
        MOVE AU-TRANSACTION-DATE TO SIT-TRANSACTION-DATE(SIT-Idx)
        MOVE AU-TRANSACTION-REF TO SIT-TRANSACTION-REF(SIT-Idx)
        MOVE AU-GROSS-TRANSACTION-VALUE TO SIT-AMOUNT(SIT-Idx)
        MOVE AU-COUNTERPARTY-NI-NUMBER
            TO SIT-COUNTERPARTY-NI(SIT-Idx)
        MOVE AU-POSTING-SOURCE TO SIT-POSTING-SOURCE(SIT-Idx)
        MOVE "N" TO SIT-FLAGGED(SIT-Idx)
    ELSE
        SET StructTable-Is-Full TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Write-Case-From-Audit - one case for the trail record in hand,
*> under the reason already moved to CS-REASON-CODE.
*> ----------------------------------------------------------------
Write-Case-From-Audit.
    MOVE BusinessDate TO CS-BUSINESS-DATE
    MOVE AU-TRANSACTION-REF TO CS-TRANSACTION-REF
    MOVE AU-NI-NUMBER TO CS-NI-NUMBER
    MOVE AU-ACCOUNT-NUMBER TO CS-ACCOUNT-NUMBER
    MOVE AU-TRANSACTION-DATE TO CS-TRANSACTION-DATE
    MOVE AU-TRANSACTION-TYPE TO CS-TRANSACTION-TYPE
    MOVE AU-GROSS-TRANSACTION-VALUE TO CS-AMOUNT
    MOVE AU-COUNTERPARTY-NI-NUMBER TO CS-COUNTERPARTY-NI-NUMBER
    MOVE AU-POSTING-SOURCE TO CS-POSTING-SOURCE
    PERFORM Write-Case-Record.

*> ----------------------------------------------------------------
*> Flag-Structuring-Patterns - a pattern is StructuringCount or more
*> just-under postings of one direction on one NI number inside the
*> window, at least one of them on the business date (a pattern
*> with nothing new tonight was reported on the night it formed).
*> Every posting in a pattern is written, each pattern once.
*> ----------------------------------------------------------------
Flag-Structuring-Patterns.
    IF StructTable-Is-Full
        DISPLAY "Warning: more than " MaxStructuringItems
            " just-under postings inside the structuring window - "
            "the structuring test is incomplete"
    END-IF
    PERFORM Check-One-Structuring-Group
        VARYING SIT-Idx FROM 1 BY 1
        UNTIL SIT-Idx > StructuringItemCount.

Check-One-Structuring-Group.
    IF SIT-TRANSACTION-DATE(SIT-Idx) = BusinessDate
        AND NOT SIT-Item-Flagged(SIT-Idx)
        MOVE ZEROS TO GroupItemCount
        PERFORM Count-One-Structuring-Match
            VARYING SIT-Scan-Idx FROM 1 BY 1
            UNTIL SIT-Scan-Idx > StructuringItemCount
        IF GroupItemCount >= StructuringCount
            ADD 1 TO StructuringPatterns
            PERFORM Write-One-Structuring-Case
                VARYING SIT-Scan-Idx FROM 1 BY 1
                UNTIL SIT-Scan-Idx > StructuringItemCount
        END-IF
    END-IF.

Count-One-Structuring-Match.
    IF SIT-NI-NUMBER(SIT-Scan-Idx) = SIT-NI-NUMBER(SIT-Idx)
        AND SIT-TRANSACTION-TYPE(SIT-Scan-Idx)
            = SIT-TRANSACTION-TYPE(SIT-Idx)
        ADD 1 TO GroupItemCount
    END-IF.

Write-One-Structuring-Case.
    IF SIT-NI-NUMBER(SIT-Scan-Idx) = SIT-NI-NUMBER(SIT-Idx)
        AND SIT-TRANSACTION-TYPE(SIT-Scan-Idx)
            = SIT-TRANSACTION-TYPE(SIT-Idx)
        MOVE "STRC" TO CS-REASON-CODE
        MOVE BusinessDate TO CS-BUSINESS-DATE
        MOVE SIT-TRANSACTION-REF(SIT-Scan-Idx) TO CS-TRANSACTION-REF
        MOVE SIT-NI-NUMBER(SIT-Scan-Idx) TO CS-NI-NUMBER
        MOVE SIT-ACCOUNT-NUMBER(SIT-Scan-Idx) TO CS-ACCOUNT-NUMBER
        MOVE SIT-TRANSACTION-DATE(SIT-Scan-Idx)
            TO CS-TRANSACTION-DATE
        MOVE SIT-TRANSACTION-TYPE(SIT-Scan-Idx)
            TO CS-TRANSACTION-TYPE
        MOVE SIT-AMOUNT(SIT-Scan-Idx) TO CS-AMOUNT
        MOVE SIT-COUNTERPARTY-NI(SIT-Scan-Idx)
            TO CS-COUNTERPARTY-NI-NUMBER
        MOVE SIT-POSTING-SOURCE(SIT-Scan-Idx) TO CS-POSTING-SOURCE
        PERFORM Write-Case-Record
        MOVE "Y" TO SIT-FLAGGED(SIT-Scan-Idx)
        ADD 1 TO StructuringCases
    END-IF.

*> ----------------------------------------------------------------
*> Flag-Transfer-Bursts - a burst is BurstCount or more transfers
*> paid in to one counterparty NI number on the business date, from
*> whoever paid them; every transfer in a burst is written, each
*> burst once.
*> ----------------------------------------------------------------
Flag-Transfer-Bursts.
    IF TransferTable-Is-Full
        DISPLAY "Warning: more than " MaxTransferItems
            " transfers on the business date - the transfer burst "
            "test is incomplete"
    END-IF
    PERFORM Check-One-Transfer-Group
        VARYING TIT-Idx FROM 1 BY 1
        UNTIL TIT-Idx > TransferItemCount.

Check-One-Transfer-Group.
    IF NOT TIT-Item-Flagged(TIT-Idx)
        MOVE ZEROS TO GroupItemCount
        PERFORM Count-One-Transfer-Match
            VARYING TIT-Scan-Idx FROM 1 BY 1
            UNTIL TIT-Scan-Idx > TransferItemCount
        IF GroupItemCount >= BurstCount
            ADD 1 TO TransferBursts
            PERFORM Write-One-Transfer-Case
                VARYING TIT-Scan-Idx FROM 1 BY 1
                UNTIL TIT-Scan-Idx > TransferItemCount
        END-IF
    END-IF.

Count-One-Transfer-Match.
    IF TIT-COUNTERPARTY-NI(TIT-Scan-Idx) = TIT-COUNTERPARTY-NI(TIT-Idx)
        ADD 1 TO GroupItemCount
    END-IF.

Write-One-Transfer-Case.
    IF TIT-COUNTERPARTY-NI(TIT-Scan-Idx) = TIT-COUNTERPARTY-NI(TIT-Idx)
        MOVE "XFRB" TO CS-REASON-CODE
        MOVE BusinessDate TO CS-BUSINESS-DATE
        MOVE TIT-TRANSACTION-REF(TIT-Scan-Idx) TO CS-TRANSACTION-REF
        MOVE TIT-NI-NUMBER(TIT-Scan-Idx) TO CS-NI-NUMBER
        MOVE TIT-ACCOUNT-NUMBER(TIT-Scan-Idx) TO CS-ACCOUNT-NUMBER
        MOVE BusinessDate TO CS-TRANSACTION-DATE
        MOVE "D" TO CS-TRANSACTION-TYPE
        MOVE TIT-AMOUNT(TIT-Scan-Idx) TO CS-AMOUNT
        MOVE TIT-COUNTERPARTY-NI(TIT-Scan-Idx)
            TO CS-COUNTERPARTY-NI-NUMBER
        MOVE TIT-POSTING-SOURCE(TIT-Scan-Idx) TO CS-POSTING-SOURCE
        PERFORM Write-Case-Record
        MOVE "Y" TO TIT-FLAGGED(TIT-Scan-Idx)
        ADD 1 TO TransferBurstCases
    END-IF.

*> ----------------------------------------------------------------
*> Write-Case-Record - the case in the CASES buffer onto the cases
*> file, and the same case as a line on the alert report.
*> ----------------------------------------------------------------
Write-Case-Record.
    WRITE MONITOR-CASE-RECORD
    ADD 1 TO CasesWritten

    MOVE SPACES TO Alert-Line
    MOVE CS-REASON-CODE TO Alert-Line(1:4)
    MOVE CS-TRANSACTION-REF TO Alert-Line(7:12)
    MOVE CS-NI-NUMBER TO Alert-Line(20:10)
    MOVE CS-ACCOUNT-NUMBER TO Alert-Line(31:4)
    MOVE CS-TRANSACTION-DATE TO Alert-Line(36:8)
    MOVE CS-TRANSACTION-TYPE TO Alert-Line(45:1)
    MOVE CS-AMOUNT TO Alert-Edited-Amount
    MOVE Alert-Edited-Amount TO Alert-Line(47:17)
    MOVE CS-COUNTERPARTY-NI-NUMBER TO Alert-Line(65:10)
    MOVE CS-POSTING-SOURCE TO Alert-Line(76:2)
    EVALUATE TRUE
        WHEN CS-LARGE-VALUE
            MOVE "LARGE SINGLE TRANSACTION" TO Alert-Line(80:40)
        WHEN CS-STRUCTURING
            MOVE "JUST-UNDER THRESHOLD PATTERN" TO Alert-Line(80:40)
        WHEN CS-TRANSFER-BURST
            MOVE "TRANSFER BURST TO ONE PAYEE" TO Alert-Line(80:40)
        WHEN CS-REACTIVATED-LARGE
            MOVE "LARGE MOVEMENT AFTER REACTIVATION"
                TO Alert-Line(80:40)
    END-EVALUATE
    WRITE ALERT-REPORT-RECORD FROM Alert-Line.

*> ----------------------------------------------------------------
*> Write-Report-Heading - title, the thresholds in force and the
*> column headings for the alert report.
*> ----------------------------------------------------------------
Write-Report-Heading.
    MOVE SPACES TO Alert-Line
    STRING "TRANSACTION MONITORING ALERTS - BUSINESS DATE "
        BusinessDate "  RUN DATE " TodaysDate
        DELIMITED BY SIZE INTO Alert-Line
    WRITE ALERT-REPORT-RECORD FROM Alert-Line

    MOVE SPACES TO Alert-Line
    MOVE LargeValueThreshold TO Alert-Edited-Amount
    STRING "THRESHOLDS EFFECTIVE " ParamsEffectiveDate
        "  LARGE VALUE " Alert-Edited-Amount
        DELIMITED BY SIZE INTO Alert-Line
    WRITE ALERT-REPORT-RECORD FROM Alert-Line

    MOVE SPACES TO Alert-Line
    MOVE StructuringFloor TO Alert-Edited-Amount
    STRING "STRUCTURING " StructuringCount " OR MORE FROM "
        Alert-Edited-Amount " IN " StructuringDays " DAYS FROM "
        StructuringStartDate
        DELIMITED BY SIZE INTO Alert-Line
    WRITE ALERT-REPORT-RECORD FROM Alert-Line

    MOVE SPACES TO Alert-Line
    MOVE ReactivatedValueThreshold TO Alert-Edited-Amount
    STRING "TRANSFER BURST " BurstCount " OR MORE TO ONE PAYEE"
        "  REACTIVATED WITHIN " ReactivationDays " DAYS FROM "
        Alert-Edited-Amount
        DELIMITED BY SIZE INTO Alert-Line
    WRITE ALERT-REPORT-RECORD FROM Alert-Line

    MOVE SPACES TO Alert-Line
    WRITE ALERT-REPORT-RECORD FROM Alert-Line

    MOVE SPACES TO Alert-Line
    STRING "RSN   REFERENCE    NI NUMBER  ACCT DATE     T"
        "            AMOUNT COUNTERPTY SRC  DESCRIPTION"
        DELIMITED BY SIZE INTO Alert-Line
    WRITE ALERT-REPORT-RECORD FROM Alert-Line.

*> ----------------------------------------------------------------
*> Print-Monitor-Summary - console and report totals for the run,
*> with any table overflow called out on the report too so nobody
*> reads an incomplete night as a quiet one.
*> ----------------------------------------------------------------
Print-Monitor-Summary.
    DISPLAY "=========================================="
    DISPLAY "Monitoring complete for business date " BusinessDate
    DISPLAY "Cases file:              " CasesFileName
    DISPLAY "Postings examined:       " PostingsExamined
    DISPLAY "Large value cases:       " LargeValueCases
    DISPLAY "Structuring cases:       " StructuringCases
    DISPLAY "Transfer burst cases:    " TransferBurstCases
    DISPLAY "After reactivation cases:" ReactivatedCases
    DISPLAY "Cases written:           " CasesWritten
    DISPLAY "=========================================="

    MOVE SPACES TO Alert-Line
    WRITE ALERT-REPORT-RECORD FROM Alert-Line

    MOVE SPACES TO Alert-Line
    MOVE PostingsExamined TO Alert-Edited-Count
    STRING "POSTINGS EXAMINED:          " Alert-Edited-Count
        DELIMITED BY SIZE INTO Alert-Line
    WRITE ALERT-REPORT-RECORD FROM Alert-Line

    MOVE SPACES TO Alert-Line
    MOVE LargeValueCases TO Alert-Edited-Count
    STRING "LARGE VALUE CASES:          " Alert-Edited-Count
        DELIMITED BY SIZE INTO Alert-Line
    WRITE ALERT-REPORT-RECORD FROM Alert-Line

    MOVE SPACES TO Alert-Line
    MOVE StructuringCases TO Alert-Edited-Count
    STRING "STRUCTURING CASES:          " Alert-Edited-Count
        DELIMITED BY SIZE INTO Alert-Line
    MOVE StructuringPatterns TO Alert-Edited-Count
    MOVE " PATTERNS" TO Alert-Line(41:9)
    MOVE Alert-Edited-Count TO Alert-Line(51:11)
    WRITE ALERT-REPORT-RECORD FROM Alert-Line

    MOVE SPACES TO Alert-Line
    MOVE TransferBurstCases TO Alert-Edited-Count
    STRING "TRANSFER BURST CASES:       " Alert-Edited-Count
        DELIMITED BY SIZE INTO Alert-Line
    MOVE TransferBursts TO Alert-Edited-Count
    MOVE " BURSTS" TO Alert-Line(41:9)
    MOVE Alert-Edited-Count TO Alert-Line(51:11)
    WRITE ALERT-REPORT-RECORD FROM Alert-Line

    MOVE SPACES TO Alert-Line
    MOVE ReactivatedCases TO Alert-Edited-Count
    STRING "AFTER REACTIVATION CASES:   " Alert-Edited-Count
        DELIMITED BY SIZE INTO Alert-Line
    WRITE ALERT-REPORT-RECORD FROM Alert-Line

    IF StructTable-Is-Full
        MOVE SPACES TO Alert-Line
        STRING "WARNING: STRUCTURING TABLE FULL - STRUCTURING TEST "
            "INCOMPLETE"
            DELIMITED BY SIZE INTO Alert-Line
        WRITE ALERT-REPORT-RECORD FROM Alert-Line
    END-IF
    IF TransferTable-Is-Full
        MOVE SPACES TO Alert-Line
        STRING "WARNING: TRANSFER TABLE FULL - TRANSFER BURST TEST "
            "INCOMPLETE"
            DELIMITED BY SIZE INTO Alert-Line
        WRITE ALERT-REPORT-RECORD FROM Alert-Line
    END-IF
    IF ReactTable-Is-Full
        MOVE SPACES TO Alert-Line
        STRING "WARNING: REACTIVATION TABLE FULL - REACTIVATION TEST "
            "INCOMPLETE"
            DELIMITED BY SIZE INTO Alert-Line
        WRITE ALERT-REPORT-RECORD FROM Alert-Line
    END-IF.

*> ----------------------------------------------------------------
*> Close-Run - close whatever Initialize-Run opened.
*> ----------------------------------------------------------------
Close-Run.
    CLOSE AUDIT-FILE
    CLOSE CASES-FILE
    CLOSE ALERT-REPORT-FILE.
