       >>SOURCE FORMAT FREE

*> PROGRAM DETAILS
IDENTIFICATION DIVISION.
PROGRAM-ID. CHG-REPORT.
AUTHOR. Connor Brady.
DATE-WRITTEN. October 15th 2026.

*> MODIFICATION HISTORY
*> 2026-10-15 CB Daily change report off the CHGJRNL change journal
*>               (see CHGJREC.CPY) that CUSTMAINT, STORD-MAINT and
*>               HOLD-MAINT append to. For an operator-entered change
*>               date (the way TXN-MONITOR takes its business date)
*>               every change made that day is listed with when, who
*>               and through which program, then every field that
*>               differs between the before and after images, old
*>               value against new - an add shows every field it
*>               set, a delete every field it took away. High-risk
*>               changes are flagged on the CHGRPT report: a name
*>               and address changed on the one update; an overdraft
*>               limit changed, or a dormant account reactivated,
*>               within MP-ADDRESS-CHANGE-DAYS days of an address
*>               change on the same account; and, off AUDITTRL, a
*>               customer debit at or over MP-LARGE-VALUE posted on
*>               the day to an account whose address was changed
*>               within that window (see MONPARMREC.CPY). Read-only
*>               against the journal and the trail.
*> 2026-10-15 CB The field table takes STORDREC.CPY's new non-working
*>               day rule and the CAL-MAINT business calendar rows
*>               (record type CALR, see CALREC.CPY) now journalled
*>               alongside the others.
*> 2026-10-15 CB The field table takes CUSTMAST.CPY's new currency
*>               code.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHGJRNL-STATUS.

    SELECT MONITOR-PARAM-FILE ASSIGN TO "MONPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MONPARM-STATUS.

    SELECT AUDIT-FILE ASSIGN TO "AUDITTRL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

    SELECT CHANGE-REPORT-FILE ASSIGN TO "CHGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHGRPT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  CHANGE-JOURNAL-FILE.
    COPY "CHGJREC.CPY".

FD  MONITOR-PARAM-FILE.
    COPY "MONPARMREC.CPY".

FD  AUDIT-FILE.
    COPY "AUDITREC.CPY".

FD  CHANGE-REPORT-FILE.
01 CHANGE-REPORT-RECORD PIC X(132).

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
01 CHGJRNL-STATUS PIC X(02).
    88 CHGJRNL-OK VALUE "00".
    88 CHGJRNL-NOT-FOUND VALUE "35".

01 MONPARM-STATUS PIC X(02).
    88 MONPARM-OK VALUE "00".

01 AUDIT-STATUS PIC X(02).
    88 AUDIT-OK VALUE "00".

01 CHGRPT-STATUS PIC X(02).
    88 CHGRPT-OK VALUE "00".

01 JournalEndOfFile PIC X(01) VALUE "N".
    88 JournalAtEnd VALUE "Y".
    88 JournalNotAtEnd VALUE "N".

01 JournalOpenSwitch PIC X(01) VALUE "N".
    88 Journal-Is-Open VALUE "Y".
    88 Journal-Is-Not-Open VALUE "N".

01 MonParamEndOfFile PIC X(01) VALUE "N".
    88 MonParamAtEnd VALUE "Y".
    88 MonParamNotAtEnd VALUE "N".

01 AuditEndOfFile PIC X(01) VALUE "N".
    88 AuditAtEnd VALUE "Y".
    88 AuditNotAtEnd VALUE "N".

01 TodaysDate PIC 9(08).
01 ReportDateEntry PIC X(08).
01 ReportDate PIC 9(08).

*> Loaded from the MONPARM file at Initialize-Run - see
*> MONPARMREC.CPY; the run refuses to start without an effective,
*> sensible row.
01 LargeValueThreshold PIC 9(16)V99 VALUE ZEROS.
01 AddressChangeDays PIC 9(03) VALUE ZEROS.
01 ParamsEffectiveDate PIC 9(08) VALUE ZEROS.

01 ParamRowFoundSwitch PIC X(01) VALUE "N".
    88 ParamRowFound VALUE "Y".
    88 ParamRowNotFound VALUE "N".

01 ParamRowValidSwitch PIC X(01) VALUE "N".
    88 ParamRowValid VALUE "Y".
    88 ParamRowInvalid VALUE "N".

*> Window start date - an address change counts as recent on or
*> after AddressWindowStartDate, the window running back
*> AddressChangeDays days with the report date counted as the first
*> of them.
01 WindowDate.
    05 WD-YEAR PIC 9(04).
    05 WD-MONTH PIC 9(02).
    05 WD-DAY PIC 9(02).
01 WindowDate-Whole REDEFINES WindowDate PIC 9(08).
01 DaysToRetreat PIC 9(03) VALUE ZEROS.
01 AddressWindowStartDate PIC 9(08) VALUE ZEROS.

*> Day-retreat working fields - stepping back across a month end
*> lands on the last day of the month before, February included.
01 DaysInTargetMonth PIC 9(02).
01 LeapYearDividend PIC 9(04).
01 LeapYearQuotient PIC 9(04).
01 LeapYearRemainder PIC 9(04).

*> Where each field sits in the before and after images, record
*> type by record type - the positions are the record layouts in
*> CUSTMAST.CPY, STORDREC.CPY, HOLDREC.CPY and CALREC.CPY, and must
*> move with them. Each entry is the record type, the field name
*> printed, its start and length in the image, how its value is
*> shown (X as it stands, R an interest rate, Z a zoned signed
*> amount, T an amount with a trailing separate sign, O an overdraft
*> arrangement) and the high-risk group it belongs to (A the postal
*> address, N the customer name, O the overdraft limit).
01 FieldTableValues.
    05 FILLER PIC X(32) VALUE "CUSTNI NUMBER           001010X ".
    05 FILLER PIC X(32) VALUE "CUSTACCOUNT NUMBER      011004X ".
    05 FILLER PIC X(32) VALUE "CUSTIDENT               015005X ".
    05 FILLER PIC X(32) VALUE "CUSTCUSTOMER NAME       020020XN".
    05 FILLER PIC X(32) VALUE "CUSTDATE OF BIRTH       040008X ".
    05 FILLER PIC X(32) VALUE "CUSTACCOUNT TYPE        048001X ".
    05 FILLER PIC X(32) VALUE "CUSTINTEREST RATE       049004R ".
    05 FILLER PIC X(32) VALUE "CUSTBALANCE             053018Z ".
    05 FILLER PIC X(32) VALUE "CUSTOVERDRAFT LIMIT     071010OO".
    05 FILLER PIC X(32) VALUE "CUSTLAST ACTIVITY DATE  081008X ".
    05 FILLER PIC X(32) VALUE "CUSTDORMANT FLAG        089001X ".
    05 FILLER PIC X(32) VALUE "CUSTADDRESS LINE 1      090030XA".
    05 FILLER PIC X(32) VALUE "CUSTADDRESS LINE 2      120030XA".
    05 FILLER PIC X(32) VALUE "CUSTADDRESS LINE 3      150030XA".
    05 FILLER PIC X(32) VALUE "CUSTPOSTCODE            180008XA".
    05 FILLER PIC X(32) VALUE "CUSTCURRENCY            188003X ".
    05 FILLER PIC X(32) VALUE "STORNI NUMBER           001010X ".
    05 FILLER PIC X(32) VALUE "STORORDER TYPE          011001X ".
    05 FILLER PIC X(32) VALUE "STORAMOUNT              012018Z ".
    05 FILLER PIC X(32) VALUE "STORFREQUENCY           030001X ".
    05 FILLER PIC X(32) VALUE "STORNEXT DUE DATE       031008X ".
    05 FILLER PIC X(32) VALUE "STOREXPIRY DATE         039008X ".
    05 FILLER PIC X(32) VALUE "STORACCOUNT NUMBER      047004X ".
    05 FILLER PIC X(32) VALUE "STORNON-WORKING RULE    051001X ".
    05 FILLER PIC X(32) VALUE "HOLDLEDGER ACTION       001001X ".
    05 FILLER PIC X(32) VALUE "HOLDHOLD REFERENCE      002012X ".
    05 FILLER PIC X(32) VALUE "HOLDNI NUMBER           014010X ".
    05 FILLER PIC X(32) VALUE "HOLDACCOUNT NUMBER      024004X ".
    05 FILLER PIC X(32) VALUE "HOLDAMOUNT              028019T ".
    05 FILLER PIC X(32) VALUE "HOLDPLACED DATE         047008X ".
    05 FILLER PIC X(32) VALUE "HOLDEXPIRY DATE         055008X ".
    05 FILLER PIC X(32) VALUE "HOLDRELEASE REASON      063004X ".
    05 FILLER PIC X(32) VALUE "HOLDOPERATOR ID         067008X ".
    05 FILLER PIC X(32) VALUE "CALRDATE                001008X ".
    05 FILLER PIC X(32) VALUE "CALRDESCRIPTION         009030X ".
    05 FILLER PIC X(32) VALUE "CALROPERATOR ID         039008X ".
    05 FILLER PIC X(32) VALUE "CALRADDED DATE          047008X ".
01 FieldTable REDEFINES FieldTableValues.
    05 FT-Entry OCCURS 37 TIMES INDEXED BY FT-Idx.
        10 FT-RECORD-TYPE PIC X(04).
        10 FT-FIELD-NAME PIC X(20).
        10 FT-START PIC 9(03).
        10 FT-LENGTH PIC 9(03).
        10 FT-FORMAT PIC X(01).
            88 FT-Shown-As-Is VALUE "X".
            88 FT-Interest-Rate VALUE "R".
            88 FT-Zoned-Amount VALUE "Z".
            88 FT-Separate-Sign-Amount VALUE "T".
            88 FT-Overdraft-Limit VALUE "O".
        10 FT-RISK-GROUP PIC X(01).
            88 FT-Address-Field VALUE "A".
            88 FT-Name-Field VALUE "N".
            88 FT-Overdraft-Field VALUE "O".
01 FieldTableCount CONSTANT AS 37.

*> What the journal row in hand changed, for the high-risk tests.
01 PrintChangeSwitch PIC X(01) VALUE "N".
    88 Print-This-Change VALUE "Y".
    88 Do-Not-Print-This-Change VALUE "N".

01 AddressChangedSwitch PIC X(01) VALUE "N".
    88 Address-Changed VALUE "Y".
    88 Address-Not-Changed VALUE "N".

01 NameChangedSwitch PIC X(01) VALUE "N".
    88 Name-Changed VALUE "Y".
    88 Name-Not-Changed VALUE "N".

01 OverdraftChangedSwitch PIC X(01) VALUE "N".
    88 Overdraft-Changed VALUE "Y".
    88 Overdraft-Not-Changed VALUE "N".

*> Every customer address change inside the window, in journal
*> order, for the tests of what followed it on the same account.
01 MaxAddressChanges CONSTANT AS 500.
01 AddressChangeCount PIC 9(04) VALUE ZEROS.
01 AddressChangeTable.
    05 ACT-Entry OCCURS 500 TIMES INDEXED BY ACT-Idx.
        10 ACT-NI-NUMBER PIC X(10).
        10 ACT-ACCOUNT-NUMBER PIC X(04).
        10 ACT-CHANGE-DATE PIC 9(08).
        10 ACT-OPERATOR-ID PIC X(08).

01 AddressTableFullSwitch PIC X(01) VALUE "N".
    88 AddressTable-Is-Full VALUE "Y".

*> The account and date a recent address change is looked for
*> against, and the latest one found, zero when there is none.
01 SearchNINumber PIC X(10).
01 SearchAccountNumber PIC X(04).
01 SearchDate PIC 9(08).
01 MatchedAddressChange PIC 9(04) VALUE ZEROS.

01 RiskReason PIC X(60).

*> A field's value as printed - the slice of the image it occupies,
*> and its numeric views for the fields shown edited.
01 FieldSlice PIC X(30).
01 FieldDisplay PIC X(30).
01 ZonedAmountImage PIC X(18).
01 ZonedAmount REDEFINES ZonedAmountImage PIC S9(16)V99.
01 SeparateAmountImage PIC X(19).
01 SeparateAmount REDEFINES SeparateAmountImage PIC S9(16)V99
    SIGN IS TRAILING SEPARATE CHARACTER.
01 OverdraftImage PIC X(10).
01 OverdraftAmount REDEFINES OverdraftImage PIC S9(07)V99
    SIGN IS TRAILING SEPARATE CHARACTER.
01 RateImage PIC X(04).
01 RateValue REDEFINES RateImage PIC 9(02)V99.
01 Change-Edited-Rate PIC Z9.99.

01 ImageSwitch PIC X(01) VALUE "B".
    88 Formatting-Before-Image VALUE "B".
    88 Formatting-After-Image VALUE "A".

01 ChangesReported PIC 9(08) VALUE ZEROS.
01 FieldsChangedReported PIC 9(08) VALUE ZEROS.
01 HighRiskChanges PIC 9(08) VALUE ZEROS.
01 DebitsExamined PIC 9(08) VALUE ZEROS.
01 HighRiskDebits PIC 9(08) VALUE ZEROS.

01 Change-Line PIC X(132).
01 Change-Edited-Amount PIC -(13)9.99.
01 Change-Edited-Count PIC ZZZ,ZZZ,ZZ9.

*> PROGRAM TO RUN
PROCEDURE DIVISION.

PERFORM Initialize-Run

PERFORM Examine-One-Journal-Row UNTIL JournalAtEnd

PERFORM Start-Debit-Section

PERFORM Examine-One-Audit-Record UNTIL AuditAtEnd

PERFORM Print-Change-Summary

PERFORM Close-Run

STOP RUN.

*> ----------------------------------------------------------------
*> Initialize-Run - take the change date from the operator, load
*> the thresholds, work out the address change window and open the
*> journal, the trail and the report.
*> ----------------------------------------------------------------
Initialize-Run.
    ACCEPT TodaysDate FROM DATE YYYYMMDD
    DISPLAY "Report changes made on (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT ReportDateEntry

    IF ReportDateEntry IS NOT NUMERIC
        DISPLAY "Rejected: the change date must be numeric YYYYMMDD"
        STOP RUN
    END-IF

    MOVE ReportDateEntry TO ReportDate

    PERFORM Load-Monitor-Parameters

    MOVE ReportDate TO WindowDate-Whole
    COMPUTE DaysToRetreat = AddressChangeDays - 1
    PERFORM Retreat-One-Day DaysToRetreat TIMES
    MOVE WindowDate-Whole TO AddressWindowStartDate

*> A missing journal just means nothing has been changed since the
*> journal began - the report still runs, to say so.
    SET JournalNotAtEnd TO TRUE
    OPEN INPUT CHANGE-JOURNAL-FILE
    IF CHGJRNL-OK
        SET Journal-Is-Open TO TRUE
    ELSE
        IF CHGJRNL-NOT-FOUND
            SET JournalAtEnd TO TRUE
        ELSE
            DISPLAY "Rejected: could not open the change journal "
                "(status " CHGJRNL-STATUS ")"
            STOP RUN
        END-IF
    END-IF

    OPEN INPUT AUDIT-FILE
    IF NOT AUDIT-OK
        DISPLAY "Rejected: could not open the audit trail file "
            "(status " AUDIT-STATUS ")"
        IF Journal-Is-Open
            CLOSE CHANGE-JOURNAL-FILE
        END-IF
        STOP RUN
    END-IF

    OPEN OUTPUT CHANGE-REPORT-FILE
    IF NOT CHGRPT-OK
        DISPLAY "Rejected: could not open the change report file "
            "(status " CHGRPT-STATUS ")"
        IF Journal-Is-Open
            CLOSE CHANGE-JOURNAL-FILE
        END-IF
        CLOSE AUDIT-FILE
        STOP RUN
    END-IF

    PERFORM Write-Report-Heading

    IF Journal-Is-Open
        READ CHANGE-JOURNAL-FILE
            AT END SET JournalAtEnd TO TRUE
        END-READ
    END-IF.

*> ----------------------------------------------------------------
*> Load-Monitor-Parameters - take the large-value threshold and the
*> address change window off the MONPARM file: the row with the
*> latest effective date on or before the change date wins, a later
*> row on the same date winning over an earlier one. No effective
*> row, or one without a usable window, means no run.
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
            "on " ReportDate
        STOP RUN
    END-IF
    IF ParamRowInvalid
        DISPLAY "Rejected: the monitoring parameter row effective "
            ParamsEffectiveDate " is not usable - the large-value "
            "threshold must be numeric and the address change "
            "window numeric and at least 1 day"
        STOP RUN
    END-IF
    DISPLAY "Thresholds effective " ParamsEffectiveDate
        ": large value " LargeValueThreshold
        ", address change window " AddressChangeDays " days".

*> ----------------------------------------------------------------
*> Select-One-Parameter-Row - keep the current row if it is the
*> latest one seen so far that is already in effect, noting whether
*> the fields this report uses pass the sense checks.
*> ----------------------------------------------------------------
Select-One-Parameter-Row.
    IF MP-EFFECTIVE-DATE <= ReportDate
        AND MP-EFFECTIVE-DATE >= ParamsEffectiveDate
        MOVE MP-EFFECTIVE-DATE TO ParamsEffectiveDate
        SET ParamRowFound TO TRUE
        SET ParamRowInvalid TO TRUE
        IF MP-LARGE-VALUE IS NUMERIC
            AND MP-ADDRESS-CHANGE-DAYS IS NUMERIC
            IF MP-ADDRESS-CHANGE-DAYS > ZEROS
                MOVE MP-LARGE-VALUE TO LargeValueThreshold
                MOVE MP-ADDRESS-CHANGE-DAYS TO AddressChangeDays
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
*> Examine-One-Journal-Row - a change inside the address window is
*> compared field by field; one made on the change date is printed
*> with every field it changed and judged for the high-risk
*> patterns, and a customer address change anywhere in the window
*> is tabled for the tests of what followed it. The journal is in
*> the order the changes were made, so everything tabled when a
*> change is judged came before it.
*> ----------------------------------------------------------------
Examine-One-Journal-Row.
    IF CJ-CHANGE-DATE >= AddressWindowStartDate
        AND CJ-CHANGE-DATE <= ReportDate
        SET Do-Not-Print-This-Change TO TRUE
        IF CJ-CHANGE-DATE = ReportDate
            SET Print-This-Change TO TRUE
            ADD 1 TO ChangesReported
            PERFORM Write-Change-Heading
        END-IF

        SET Address-Not-Changed TO TRUE
        SET Name-Not-Changed TO TRUE
        SET Overdraft-Not-Changed TO TRUE
        PERFORM Compare-One-Field
            VARYING FT-Idx FROM 1 BY 1
            UNTIL FT-Idx > FieldTableCount

        IF CJ-CUSTOMER-RECORD AND CJ-UPDATE-ACTION AND Address-Changed
            PERFORM Table-Address-Change
        END-IF

        IF Print-This-Change AND CJ-CUSTOMER-RECORD
            PERFORM Judge-Customer-Change
        END-IF
    END-IF

    READ CHANGE-JOURNAL-FILE
        AT END SET JournalAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Compare-One-Field - one field of this row's record type: when the
*> before and after images differ over it, note its high-risk group
*> and, on the change date, print old value against new.
*> ----------------------------------------------------------------
Compare-One-Field.
    IF FT-RECORD-TYPE(FT-Idx) = CJ-RECORD-TYPE
        AND CJ-BEFORE-IMAGE(FT-START(FT-Idx):FT-LENGTH(FT-Idx))
            NOT = CJ-AFTER-IMAGE(FT-START(FT-Idx):FT-LENGTH(FT-Idx))
        EVALUATE TRUE
            WHEN FT-Address-Field(FT-Idx)
                SET Address-Changed TO TRUE
            WHEN FT-Name-Field(FT-Idx)
                SET Name-Changed TO TRUE
            WHEN FT-Overdraft-Field(FT-Idx)
                SET Overdraft-Changed TO TRUE
        END-EVALUATE
        IF Print-This-Change
            ADD 1 TO FieldsChangedReported
            MOVE SPACES TO Change-Line
            MOVE FT-FIELD-NAME(FT-Idx) TO Change-Line(10:20)
            SET Formatting-Before-Image TO TRUE
            PERFORM Format-Field-Value
            MOVE FieldDisplay TO Change-Line(31:30)
            SET Formatting-After-Image TO TRUE
            PERFORM Format-Field-Value
            MOVE FieldDisplay TO Change-Line(63:30)
            WRITE CHANGE-REPORT-RECORD FROM Change-Line
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Format-Field-Value - the field FT-Idx points at, out of the
*> before or after image, as it should read on the report: blank
*> when the image is blank (the before image of an add, the after
*> image of a delete), amounts and rates edited, anything that will
*> not edit shown as it stands so nothing is hidden.
*> ----------------------------------------------------------------
Format-Field-Value.
    MOVE SPACES TO FieldSlice
    MOVE SPACES TO FieldDisplay
    IF Formatting-Before-Image
        IF CJ-BEFORE-IMAGE NOT = SPACES
            MOVE CJ-BEFORE-IMAGE(FT-START(FT-Idx):FT-LENGTH(FT-Idx))
                TO FieldSlice
        END-IF
    ELSE
        IF CJ-AFTER-IMAGE NOT = SPACES
            MOVE CJ-AFTER-IMAGE(FT-START(FT-Idx):FT-LENGTH(FT-Idx))
                TO FieldSlice
        END-IF
    END-IF

    MOVE FieldSlice TO FieldDisplay
    IF FieldSlice NOT = SPACES
        EVALUATE TRUE
            WHEN FT-Interest-Rate(FT-Idx)
                MOVE FieldSlice(1:4) TO RateImage
                IF RateValue IS NUMERIC
                    MOVE RateValue TO Change-Edited-Rate
                    MOVE Change-Edited-Rate TO FieldDisplay
                END-IF
            WHEN FT-Zoned-Amount(FT-Idx)
                MOVE FieldSlice(1:18) TO ZonedAmountImage
                IF ZonedAmount IS NUMERIC
                    MOVE ZonedAmount TO Change-Edited-Amount
                    MOVE Change-Edited-Amount TO FieldDisplay
                END-IF
            WHEN FT-Separate-Sign-Amount(FT-Idx)
                MOVE FieldSlice(1:19) TO SeparateAmountImage
                IF SeparateAmount IS NUMERIC
                    MOVE SeparateAmount TO Change-Edited-Amount
                    MOVE Change-Edited-Amount TO FieldDisplay
                END-IF
            WHEN FT-Overdraft-Limit(FT-Idx)
                MOVE FieldSlice(1:10) TO OverdraftImage
                IF OverdraftAmount IS NUMERIC
                    MOVE OverdraftAmount TO Change-Edited-Amount
                    MOVE Change-Edited-Amount TO FieldDisplay
                END-IF
        END-EVALUATE
    ELSE
        IF FT-Overdraft-Limit(FT-Idx)
            AND ((Formatting-Before-Image AND CJ-BEFORE-IMAGE NOT = SPACES)
            OR (Formatting-After-Image AND CJ-AFTER-IMAGE NOT = SPACES))
            MOVE "STANDARD FLOOR" TO FieldDisplay
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Table-Address-Change - a customer address change inside the
*> window, kept for the tests of what followed it.
*> ----------------------------------------------------------------
Table-Address-Change.
    IF AddressChangeCount < MaxAddressChanges
        ADD 1 TO AddressChangeCount
        MOVE CJ-NI-NUMBER TO ACT-NI-NUMBER(AddressChangeCount)
        MOVE CJ-ACCOUNT-NUMBER TO ACT-ACCOUNT-NUMBER(AddressChangeCount)
        MOVE CJ-CHANGE-DATE TO ACT-CHANGE-DATE(AddressChangeCount)
        MOVE CJ-OPERATOR-ID TO ACT-OPERATOR-ID(AddressChangeCount)
    ELSE
        SET AddressTable-Is-Full TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Judge-Customer-Change - the high-risk patterns on one customer
*> change made on the change date: name and address changed on the
*> one update (the account taken over wholesale), or the overdraft
*> limit changed or the account reactivated on or after an address
*> change inside the window (the address moved before the money
*> is made reachable).
*> ----------------------------------------------------------------
Judge-Customer-Change.
    IF CJ-UPDATE-ACTION AND Address-Changed AND Name-Changed
        MOVE "NAME AND ADDRESS CHANGED ON THE ONE UPDATE"
            TO RiskReason
        PERFORM Write-Risk-Line
    END-IF

    IF (CJ-UPDATE-ACTION AND Overdraft-Changed)
        OR CJ-REACTIVATE-ACTION
        MOVE CJ-NI-NUMBER TO SearchNINumber
        MOVE CJ-ACCOUNT-NUMBER TO SearchAccountNumber
        MOVE CJ-CHANGE-DATE TO SearchDate
        PERFORM Find-Recent-Address-Change
        IF MatchedAddressChange > ZEROS
            MOVE SPACES TO RiskReason
            IF CJ-REACTIVATE-ACTION
                STRING "REACTIVATED AFTER ADDRESS CHANGE OF "
                    ACT-CHANGE-DATE(MatchedAddressChange) " BY "
                    ACT-OPERATOR-ID(MatchedAddressChange)
                    DELIMITED BY SIZE INTO RiskReason
            ELSE
                STRING "OVERDRAFT CHANGED AFTER ADDRESS CHANGE OF "
                    ACT-CHANGE-DATE(MatchedAddressChange) " BY "
                    ACT-OPERATOR-ID(MatchedAddressChange)
                    DELIMITED BY SIZE INTO RiskReason
            END-IF
            PERFORM Write-Risk-Line
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Find-Recent-Address-Change - the latest address change tabled
*> for the account in SearchNINumber/SearchAccountNumber made on
*> or before SearchDate; zero when there is none.
*> ----------------------------------------------------------------
Find-Recent-Address-Change.
    MOVE ZEROS TO MatchedAddressChange
    PERFORM Match-One-Address-Change
        VARYING ACT-Idx FROM 1 BY 1
        UNTIL ACT-Idx > AddressChangeCount.

Match-One-Address-Change.
    IF ACT-NI-NUMBER(ACT-Idx) = SearchNINumber
        AND ACT-ACCOUNT-NUMBER(ACT-Idx) = SearchAccountNumber
        AND ACT-CHANGE-DATE(ACT-Idx) <= SearchDate
        SET MatchedAddressChange TO ACT-Idx
    END-IF.

*> ----------------------------------------------------------------
*> Write-Risk-Line - the reason in RiskReason flagged under the
*> change just listed.
*> ----------------------------------------------------------------
Write-Risk-Line.
    ADD 1 TO HighRiskChanges
    MOVE SPACES TO Change-Line
    STRING "    *** HIGH RISK: " RiskReason
        DELIMITED BY SIZE INTO Change-Line
    WRITE CHANGE-REPORT-RECORD FROM Change-Line.

*> ----------------------------------------------------------------
*> Write-Change-Heading - when, who, through which program, and to
*> which record, above the fields the change touched.
*> ----------------------------------------------------------------
Write-Change-Heading.
    MOVE SPACES TO Change-Line
    WRITE CHANGE-REPORT-RECORD FROM Change-Line

    MOVE SPACES TO Change-Line
    STRING CJ-CHANGE-TIME(1:2) ":" CJ-CHANGE-TIME(3:2) ":"
        CJ-CHANGE-TIME(5:2)
        DELIMITED BY SIZE INTO Change-Line
    MOVE CJ-OPERATOR-ID TO Change-Line(10:8)
    MOVE CJ-PROGRAM-ID TO Change-Line(19:11)
    MOVE CJ-RECORD-TYPE TO Change-Line(31:4)
    MOVE CJ-CHANGE-ACTION TO Change-Line(36:4)
    MOVE CJ-NI-NUMBER TO Change-Line(41:10)
    MOVE CJ-ACCOUNT-NUMBER TO Change-Line(52:4)
    WRITE CHANGE-REPORT-RECORD FROM Change-Line.

*> ----------------------------------------------------------------
*> Start-Debit-Section - headings for the large debits that followed
*> a recent address change, then the first trail record.
*> ----------------------------------------------------------------
Start-Debit-Section.
    MOVE SPACES TO Change-Line
    WRITE CHANGE-REPORT-RECORD FROM Change-Line

    MOVE SPACES TO Change-Line
    MOVE LargeValueThreshold TO Change-Edited-Amount
    STRING "HIGH RISK: DEBITS OF " Change-Edited-Amount
        " OR MORE ON " ReportDate " AFTER AN ADDRESS CHANGE SINCE "
        AddressWindowStartDate
        DELIMITED BY SIZE INTO Change-Line
    WRITE CHANGE-REPORT-RECORD FROM Change-Line

    MOVE SPACES TO Change-Line
    STRING "REFERENCE    NI NUMBER  ACCT DATE                AMOUNT"
        " SRC  ADDRESS CHANGED   BY"
        DELIMITED BY SIZE INTO Change-Line
    WRITE CHANGE-REPORT-RECORD FROM Change-Line

    SET AuditNotAtEnd TO TRUE
    READ AUDIT-FILE
        AT END SET AuditAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Examine-One-Audit-Record - a customer debit posted on the change
*> date at or over the large-value threshold, on an account whose
*> address was changed inside the window on or before the day, is
*> flagged. Interest, charges and reversals are the bank's own
*> bookkeeping and are not judged; a closure payout is - closing
*> the account is the last step of the pattern.
*> ----------------------------------------------------------------
Examine-One-Audit-Record.
    IF AU-TRANSACTION-DATE = ReportDate
        AND AU-DEBIT-TRANSACTION
        AND NOT AU-REVERSAL-ENTRY
        AND NOT AU-INTEREST-POSTING
        AND NOT AU-CHARGE-POSTING
        AND NOT AU-REVERSAL-POSTING
        ADD 1 TO DebitsExamined
        IF AU-GROSS-TRANSACTION-VALUE >= LargeValueThreshold
            AND AddressChangeCount > ZEROS
            MOVE AU-NI-NUMBER TO SearchNINumber
            MOVE AU-ACCOUNT-NUMBER TO SearchAccountNumber
            MOVE AU-TRANSACTION-DATE TO SearchDate
            PERFORM Find-Recent-Address-Change
            IF MatchedAddressChange > ZEROS
                PERFORM Write-Risk-Debit
            END-IF
        END-IF
    END-IF

    READ AUDIT-FILE
        AT END SET AuditAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Write-Risk-Debit - the flagged debit, with the address change it
*> followed.
*> ----------------------------------------------------------------
Write-Risk-Debit.
    ADD 1 TO HighRiskDebits
    MOVE SPACES TO Change-Line
    MOVE AU-TRANSACTION-REF TO Change-Line(1:12)
    MOVE AU-NI-NUMBER TO Change-Line(14:10)
    MOVE AU-ACCOUNT-NUMBER TO Change-Line(25:4)
    MOVE AU-TRANSACTION-DATE TO Change-Line(30:8)
    MOVE AU-GROSS-TRANSACTION-VALUE TO Change-Edited-Amount
    MOVE Change-Edited-Amount TO Change-Line(39:17)
    MOVE AU-POSTING-SOURCE TO Change-Line(57:2)
    MOVE ACT-CHANGE-DATE(MatchedAddressChange) TO Change-Line(62:8)
    MOVE ACT-OPERATOR-ID(MatchedAddressChange) TO Change-Line(80:8)
    WRITE CHANGE-REPORT-RECORD FROM Change-Line.

*> ----------------------------------------------------------------
*> Write-Report-Heading - title, the thresholds in force and the
*> column headings for the change listing.
*> ----------------------------------------------------------------
Write-Report-Heading.
    MOVE SPACES TO Change-Line
    STRING "MASTER FILE CHANGE REPORT - CHANGE DATE " ReportDate
        "  RUN DATE " TodaysDate
        DELIMITED BY SIZE INTO Change-Line
    WRITE CHANGE-REPORT-RECORD FROM Change-Line

    MOVE SPACES TO Change-Line
    MOVE LargeValueThreshold TO Change-Edited-Amount
    STRING "THRESHOLDS EFFECTIVE " ParamsEffectiveDate
        "  LARGE VALUE " Change-Edited-Amount
        "  ADDRESS CHANGE WINDOW " AddressChangeDays " DAYS FROM "
        AddressWindowStartDate
        DELIMITED BY SIZE INTO Change-Line
    WRITE CHANGE-REPORT-RECORD FROM Change-Line

    MOVE SPACES TO Change-Line
    WRITE CHANGE-REPORT-RECORD FROM Change-Line

    MOVE SPACES TO Change-Line
    STRING "TIME     OPERATOR PROGRAM     TYPE ACTN NI NUMBER  ACCT"
        DELIMITED BY SIZE INTO Change-Line
    WRITE CHANGE-REPORT-RECORD FROM Change-Line

    MOVE SPACES TO Change-Line
    MOVE "FIELD" TO Change-Line(10:5)
    MOVE "BEFORE" TO Change-Line(31:6)
    MOVE "AFTER" TO Change-Line(63:5)
    WRITE CHANGE-REPORT-RECORD FROM Change-Line.

*> ----------------------------------------------------------------
*> Print-Change-Summary - console and report totals for the run,
*> with any table overflow called out on the report too so nobody
*> reads an incomplete day as a quiet one.
*> ----------------------------------------------------------------
Print-Change-Summary.
    DISPLAY "=========================================="
    DISPLAY "Change report complete for " ReportDate
    DISPLAY "Changes reported:        " ChangesReported
    DISPLAY "Fields changed:          " FieldsChangedReported
    DISPLAY "High-risk changes:       " HighRiskChanges
    DISPLAY "Debits examined:         " DebitsExamined
    DISPLAY "High-risk debits:        " HighRiskDebits
    DISPLAY "=========================================="

    MOVE SPACES TO Change-Line
    WRITE CHANGE-REPORT-RECORD FROM Change-Line

    MOVE SPACES TO Change-Line
    MOVE ChangesReported TO Change-Edited-Count
    STRING "CHANGES REPORTED:           " Change-Edited-Count
        DELIMITED BY SIZE INTO Change-Line
    WRITE CHANGE-REPORT-RECORD FROM Change-Line

    MOVE SPACES TO Change-Line
    MOVE FieldsChangedReported TO Change-Edited-Count
    STRING "FIELDS CHANGED:             " Change-Edited-Count
        DELIMITED BY SIZE INTO Change-Line
    WRITE CHANGE-REPORT-RECORD FROM Change-Line

    MOVE SPACES TO Change-Line
    MOVE HighRiskChanges TO Change-Edited-Count
    STRING "HIGH-RISK CHANGES:          " Change-Edited-Count
        DELIMITED BY SIZE INTO Change-Line
    WRITE CHANGE-REPORT-RECORD FROM Change-Line

    MOVE SPACES TO Change-Line
    MOVE DebitsExamined TO Change-Edited-Count
    STRING "DEBITS EXAMINED:            " Change-Edited-Count
        DELIMITED BY SIZE INTO Change-Line
    WRITE CHANGE-REPORT-RECORD FROM Change-Line

    MOVE SPACES TO Change-Line
    MOVE HighRiskDebits TO Change-Edited-Count
    STRING "HIGH-RISK DEBITS:           " Change-Edited-Count
        DELIMITED BY SIZE INTO Change-Line
    WRITE CHANGE-REPORT-RECORD FROM Change-Line

    IF AddressTable-Is-Full
        DISPLAY "Warning: more than " MaxAddressChanges
            " address changes inside the window - the tests of "
            "what followed them are incomplete"
        MOVE SPACES TO Change-Line
        STRING "WARNING: ADDRESS CHANGE TABLE FULL - HIGH-RISK TESTS "
            "INCOMPLETE"
            DELIMITED BY SIZE INTO Change-Line
        WRITE CHANGE-REPORT-RECORD FROM Change-Line
    END-IF.

*> ----------------------------------------------------------------
*> Close-Run - close whatever Initialize-Run opened.
*> ----------------------------------------------------------------
Close-Run.
    IF Journal-Is-Open
        CLOSE CHANGE-JOURNAL-FILE
    END-IF
    CLOSE AUDIT-FILE
    CLOSE CHANGE-REPORT-FILE.
