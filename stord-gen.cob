*>               cannot remove a file, so it truncates SOTXN once
*>               the generated transactions have posted, and an
*>               empty file holds nothing a truncation could lose.
*> 2026-10-15 CB Closed accounts - the master is now opened for
*>               input, and a due order on an account ACCT-CLOSE has
*>               closed generates nothing and is not rolled; it is
*>               reported and counted on the summary instead of
*>               being left for MAIN-BATCH to reject every morning.
*>               ACCT-CLOSE takes an account's orders off STANDORD
*>               as it closes it, so one only turns up here if that
*>               step failed or the order was keyed against the
*>               closed account by hand.
*> 2026-10-15 CB Business calendar - a payment no longer goes out on
*>               a Saturday, a Sunday or a day on the BUSCAL
*>               non-working day file (see CALREC.CPY). The order's
*>               next-due date stays the nominal date and keeps
*>               rolling from itself; the payment date is derived
*>               from it, moved to the next working day or, where
*>               STORDREC.CPY's new SO-NON-WORKING-DAY-RULE is "P",
*>               the previous one, and it is the payment date that
*>               must have arrived for the order to generate. Moved
*>               payments are counted on the summary. The calendar
*>               is loaded before anything is written and a missing
*>               one refuses the run.
*> 2026-10-15 CB Accounts now carry a currency. A standing order is
*>               paid in its account's currency, so every generated
*>               transaction is stamped with the account's
*>               CM-CURRENCY-CODE for MAIN-BATCH to check it against.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REFLOG-STATUS.

    SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BUSCAL-STATUS.

    SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-ACCOUNT-KEY
        FILE STATUS IS CUSTMAST-STATUS.

DATA DIVISION.
FILE SECTION.

    COPY "DAILYTXN.CPY".

FD  KEEP-ORDER-FILE.
01 KEEP-ORDER-RECORD PIC X(51).

FD  REF-LOG-FILE.
01 REF-LOG-RECORD.
    05 RF-FILE-DATE PIC 9(08).
    05 RF-FILE-SOURCE PIC X(08).

FD  CALENDAR-FILE.
    COPY "CALREC.CPY".

FD  CUSTMAST-FILE.
    COPY "CUSTMAST.CPY".

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
01 STANDORD-STATUS PIC X(02).
    88 REFLOG-OK VALUE "00".
    88 REFLOG-NOT-FOUND VALUE "35".

01 CUSTMAST-STATUS PIC X(02).
    88 CUSTMAST-OK VALUE "00".

01 BUSCAL-STATUS PIC X(02).
    88 BUSCAL-OK VALUE "00".

01 CalendarEndOfFile PIC X(01) VALUE "N".
    88 CalendarAtEnd VALUE "Y".
    88 CalendarNotAtEnd VALUE "N".

*> The currency of the due order's account, stamped on what it
*> generates; spaces (sterling) when the account is not on the
*> master, which MAIN-BATCH rejects NOMA in any case.
01 OrderCurrency PIC X(03) VALUE SPACES.
01 OrderAccountSwitch PIC X(01) VALUE "N".
    88 Order-Account-Closed VALUE "Y".
    88 Order-Account-Open VALUE "N".

01 RefLogEndOfFile PIC X(01) VALUE "N".
    88 RefLogAtEnd VALUE "Y".
    88 RefLogNotAtEnd VALUE "N".
        10 SOT-FREQUENCY PIC X(01).
        10 SOT-NEXT-DUE-DATE PIC 9(08).
        10 SOT-EXPIRY-DATE PIC 9(08).
        10 SOT-NON-WORKING-DAY-RULE PIC X(01).
            88 SOT-Pay-Previous-Working-Day VALUE "P".

01 StandingOrderTableFullSwitch PIC X(01) VALUE "N".
    88 StandingOrderTable-Is-Full VALUE "Y".
01 LeapYearRemainder PIC 9(04).
01 MonthsToAdvance PIC 9(02).

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

*> The date the order's current cycle is actually paid: its nominal
*> next-due date moved off any non-working day.
01 PaymentDate PIC 9(08) VALUE ZEROS.

*> Sequence behind the generated references - SO plus YYMMDD plus
*> this, climbing once per detail written, started one past the
*> highest same-day SO reference already posted per REFLOG so a
01 OrdersRead PIC 9(04) VALUE ZEROS.
01 OrdersLapsed PIC 9(04) VALUE ZEROS.
01 OrdersInError PIC 9(04) VALUE ZEROS.
01 OrdersOnClosedAccounts PIC 9(04) VALUE ZEROS.
01 PaymentsMoved PIC 9(04) VALUE ZEROS.
01 TransactionsGenerated PIC 9(08) VALUE ZEROS.

*> PROGRAM TO RUN
PERFORM Print-Generation-Summary

CLOSE DAILY-TXN-FILE
CLOSE CUSTMAST-FILE

GOBACK.


    PERFORM Derive-Reference-Sequence

    PERFORM Load-Business-Calendar

*> The master is read only to refuse orders on a closed account;
*> it is opened before anything is written so a missing master
*> stops the run with STANDORD untouched.
    OPEN INPUT CUSTMAST-FILE
    IF NOT CUSTMAST-OK
        DISPLAY "Rejected: could not open the customer master file "
            "(status " CUSTMAST-STATUS ") - nothing generated and "
            "STANDORD left unchanged"
        STOP RUN
    END-IF

*> A non-empty STORDKEEP is the pre-roll order file stranded by an
*> abend inside a previous run's STANDORD rewrite - STANDORD itself
*> may be truncated, so running against it would quietly lose
        AT END SET RefLogAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Load-Business-Calendar - every non-working day on BUSCAL into the
*> calendar table. Without the file a payment date cannot be told
*> from a holiday, so a missing or oversized calendar refuses the
*> run with nothing generated and STANDORD untouched.
*> ----------------------------------------------------------------
Load-Business-Calendar.
    OPEN INPUT CALENDAR-FILE
    IF NOT BUSCAL-OK
        DISPLAY "Rejected: could not open the business calendar "
            "BUSCAL (status " BUSCAL-STATUS ") - nothing generated "
            "and STANDORD left unchanged; load the calendar through "
            "CAL-MAINT"
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
            "the business calendar - nothing generated and STANDORD "
            "left unchanged; remove past years through CAL-MAINT"
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
*> Load-One-Standing-Order - table up the current record and read
*> the next one.
        MOVE SO-FREQUENCY TO SOT-FREQUENCY(StandingOrderCount)
        MOVE SO-NEXT-DUE-DATE TO SOT-NEXT-DUE-DATE(StandingOrderCount)
        MOVE SO-EXPIRY-DATE TO SOT-EXPIRY-DATE(StandingOrderCount)
        MOVE SO-NON-WORKING-DAY-RULE
            TO SOT-NON-WORKING-DAY-RULE(StandingOrderCount)
    ELSE
        SET StandingOrderTable-Is-Full TO TRUE
    END-IF
*> ----------------------------------------------------------------
Generate-From-One-Order.
    MOVE SOT-FREQUENCY(SOT-Idx) TO OrderFrequency
    PERFORM Derive-Payment-Date

    IF NOT Weekly-Order AND NOT Monthly-Order
        AND NOT Quarterly-Order AND NOT Yearly-Order
        IF PaymentDate <= TodaysDate
            DISPLAY "Rejected: standing order for "
                SOT-NI-NUMBER(SOT-Idx) " has frequency '"
                OrderFrequency "' (must be W, M, Q or Y) - nothing "
                "generated"
            ADD 1 TO OrdersInError
        END-IF
    ELSE
    IF PaymentDate <= TodaysDate
        PERFORM Check-Order-Account
    ELSE
        SET Order-Account-Open TO TRUE
    END-IF
    IF Order-Account-Closed
        DISPLAY "Rejected: standing order for "
            SOT-NI-NUMBER(SOT-Idx) " account "
            SOT-ACCOUNT-NUMBER(SOT-Idx) " is on a closed account - "
            "nothing generated; cancel it through STORD-MAINT"
        ADD 1 TO OrdersOnClosedAccounts
    ELSE
        SET Order-Is-Not-Done TO TRUE
        PERFORM Emit-One-Due-Transaction UNTIL Order-Is-Done
    END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Check-Order-Account - is the due order's account closed, and
*> what currency is it held in? An order whose account is not on
*> the master at all is left to generate as before - MAIN-BATCH
*> rejects it NOMA, which is the report that gets a mis-keyed order
*> put right.
*> ----------------------------------------------------------------
Check-Order-Account.
    SET Order-Account-Open TO TRUE
    MOVE SPACES TO OrderCurrency
    MOVE SOT-NI-NUMBER(SOT-Idx) TO CM-NI-NUMBER
    MOVE SOT-ACCOUNT-NUMBER(SOT-Idx) TO CM-ACCOUNT-NUMBER
    READ CUSTMAST-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE CM-CURRENCY-CODE TO OrderCurrency
            IF CM-ACCOUNT-CLOSED
                SET Order-Account-Closed TO TRUE
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> Emit-One-Due-Transaction - if the payment date of the order's
*> next cycle is still on or before today (and the nominal due date
*> not past its expiry), write one DAILYTXN transaction and roll the
*> due date one cycle forward; otherwise the order is done for this
*> run.
*> ----------------------------------------------------------------
Emit-One-Due-Transaction.
    PERFORM Derive-Payment-Date
    IF PaymentDate > TodaysDate
        SET Order-Is-Done TO TRUE
    ELSE
        IF SOT-EXPIRY-DATE(SOT-Idx) NOT = ZEROS
            MOVE SOT-AMOUNT(SOT-Idx) TO DT-TRANSACTION-VALUE
            MOVE SPACES TO DT-COUNTERPARTY-NI
            MOVE SPACES TO DT-COUNTERPARTY-ACCOUNT
            MOVE OrderCurrency TO DT-CURRENCY-CODE
            ADD 1 TO ReferenceSequence
            MOVE SPACES TO DT-TXN-REFERENCE
            STRING "SO" TodaysDate(3:6) ReferenceSequence
            WRITE DAILY-TRANSACTION-RECORD
            ADD 1 TO TransactionsGenerated
            ADD SOT-AMOUNT(SOT-Idx) TO GeneratedAmountTotal
            IF PaymentDate NOT = SOT-NEXT-DUE-DATE(SOT-Idx)
                ADD 1 TO PaymentsMoved
            END-IF
            PERFORM Roll-Next-Due-Date
        END-IF
    END-IF.

    MOVE OrderDueDate-Whole TO SOT-NEXT-DUE-DATE(SOT-Idx).

*> ----------------------------------------------------------------
*> Derive-Payment-Date - the order's nominal next-due date moved off
*> a weekend or calendar holiday, one day at a time, forward to the
*> next working day or back to the previous one as the order says.
*> The nominal date itself is left alone, so the cycle keeps its
*> day of the month.
*> ----------------------------------------------------------------
Derive-Payment-Date.
    MOVE SOT-NEXT-DUE-DATE(SOT-Idx) TO OrderDueDate-Whole
    PERFORM Check-Business-Day
    PERFORM Step-To-Working-Day UNTIL Business-Day
    MOVE OrderDueDate-Whole TO PaymentDate.

Step-To-Working-Day.
    IF SOT-Pay-Previous-Working-Day(SOT-Idx)
        PERFORM Back-One-Day
    ELSE
        PERFORM Advance-One-Day
    END-IF
    PERFORM Check-Business-Day.

*> ----------------------------------------------------------------
*> Check-Business-Day - is OrderDueDate a working day? Not if it is
*> a Saturday or a Sunday, nor if it is on the business calendar;
*> NonWorkingReason says why not.
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
    IF CDT-DATE(CDT-Idx) = OrderDueDate-Whole
        SET Non-Business-Day TO TRUE
        MOVE CDT-DESCRIPTION(CDT-Idx) TO NonWorkingReason
    END-IF.

*> ----------------------------------------------------------------
*> Compute-Day-Of-Week - the weekday OrderDueDate falls on, by
*> Zeller's congruence, every division truncating.
*> ----------------------------------------------------------------
Compute-Day-Of-Week.
    MOVE ODD-MONTH TO WeekdayMonth
    MOVE ODD-YEAR TO WeekdayYear
    IF WeekdayMonth < 3
        ADD 12 TO WeekdayMonth
        SUBTRACT 1 FROM WeekdayYear
    END-IF
    COMPUTE WeekdaySum = 13 * (WeekdayMonth + 1)
    DIVIDE WeekdaySum BY 5 GIVING WeekdayMonthTerm
    DIVIDE WeekdayYear BY 4 GIVING WeekdayYearBy4
    DIVIDE WeekdayYear BY 100 GIVING WeekdayYearBy100
    DIVIDE WeekdayYear BY 400 GIVING WeekdayYearBy400
    COMPUTE WeekdaySum = ODD-DAY + WeekdayMonthTerm + WeekdayYear
        + WeekdayYearBy4 - WeekdayYearBy100 + WeekdayYearBy400
    DIVIDE WeekdaySum BY 7 GIVING WeekdayQuotient
        REMAINDER DayOfWeek.

*> ----------------------------------------------------------------
*> Advance-One-Day - step OrderDueDate forward one calendar day.
*> ----------------------------------------------------------------
Advance-One-Day.
    PERFORM Compute-Days-In-Month
    IF ODD-DAY < DaysInTargetMonth
        ADD 1 TO ODD-DAY
    ELSE
        MOVE 1 TO ODD-DAY
        IF ODD-MONTH < 12
            ADD 1 TO ODD-MONTH
        ELSE
            MOVE 1 TO ODD-MONTH
            ADD 1 TO ODD-YEAR
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Back-One-Day - step OrderDueDate back one calendar day, onto the
*> last day of the month (and year) before when it is the 1st.
*> ----------------------------------------------------------------
Back-One-Day.
    IF ODD-DAY > 1
        SUBTRACT 1 FROM ODD-DAY
    ELSE
        IF ODD-MONTH > 1
            SUBTRACT 1 FROM ODD-MONTH
        ELSE
            MOVE 12 TO ODD-MONTH
            SUBTRACT 1 FROM ODD-YEAR
        END-IF
        PERFORM Compute-Days-In-Month
        MOVE DaysInTargetMonth TO ODD-DAY
    END-IF.

*> ----------------------------------------------------------------
*> Advance-Seven-Days - add seven days to OrderDueDate, carrying
*> into the month and year as needed.
    MOVE SOT-AMOUNT(SOT-Idx) TO SO-AMOUNT
    MOVE SOT-FREQUENCY(SOT-Idx) TO SO-FREQUENCY
    MOVE SOT-NEXT-DUE-DATE(SOT-Idx) TO SO-NEXT-DUE-DATE
    MOVE SOT-EXPIRY-DATE(SOT-Idx) TO SO-EXPIRY-DATE
    MOVE SOT-NON-WORKING-DAY-RULE(SOT-Idx) TO SO-NON-WORKING-DAY-RULE.

*> ----------------------------------------------------------------
*> Write-One-Keep-Order - one pre-roll order onto the STORDKEEP
    DISPLAY "Orders read:            " OrdersRead
    DISPLAY "Orders lapsed:          " OrdersLapsed
    DISPLAY "Orders in error:        " OrdersInError
    DISPLAY "Orders on closed accts: " OrdersOnClosedAccounts
    DISPLAY "Transactions generated: " TransactionsGenerated
    DISPLAY "Payments moved:         " PaymentsMoved
    DISPLAY "==========================================".
