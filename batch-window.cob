*>               state), so reporting from it showed zero stamps
*>               and counts after a clean run and a failed step as
*>               NOT RUN.
*> 2026-10-15 CB OD-CHARGE joins the chain as step 05, after both
*>               posting steps (and any manual resubmission cycles
*>               between them) so every ODFL reject of the day is on
*>               disk when it prices bounced items, and before the GL
*>               extract so the day's fee income is in the ledger
*>               feed. GL-EXTRACT and DORMANT-SCAN move down to steps
*>               06 and 07; a window that was part-run under the old
*>               numbering should be finished before this goes live,
*>               since RUNCTL rows are matched by step number.
*> 2026-10-15 CB Direct debit collection joins the chain: DD-COLLECT
*>               as step 05 turns the day's inbound collection file
*>               into DDTXN, and POST-DDTXN as step 06 stages DDTXN
*>               over DAILYTXN for a third MAIN-BATCH run (truncating
*>               DDTXN once it has posted, as SOTXN is), both ahead
*>               of OD-CHARGE so a bounced collection is priced the
*>               same night. OD-CHARGE, GL-EXTRACT and DORMANT-SCAN
*>               move down to steps 07, 08 and 09; as before, finish
*>               a part-run window before this goes live.
*> 2026-10-15 CB Business calendar - the operator's business date
*>               must now be a real calendar date, and a Saturday,
*>               a Sunday or a day on the BUSCAL non-working day
*>               file (see CALREC.CPY) is refused unless the
*>               operator overrides it, the override going onto
*>               RUNCTL as an "O" row under step 00 and onto the
*>               status report. A missing calendar refuses the
*>               window, and one holding nothing after the business
*>               date is warned about so next year's holidays get
*>               loaded before STORD-GEN needs them.
*> 2026-10-15 CB The staged transaction and reject probe records are
*>               widened for the currency code DAILYTXN.CPY and
*>               REJECTREC.CPY gained on the end of the detail.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SOTXN-STATUS.

    SELECT DDTXN-FILE ASSIGN TO "DDTXN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DDTXN-STATUS.

    SELECT STAGE-TXN-FILE ASSIGN TO "DAILYTXN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STAGETXN-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REJPROBE-STATUS.

    SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BUSCAL-STATUS.

DATA DIVISION.
FILE SECTION.

01 WINDOW-REPORT-RECORD PIC X(132).

FD  SOTXN-FILE.
01 SOTXN-RECORD PIC X(63).

FD  DDTXN-FILE.
01 DDTXN-RECORD PIC X(63).

FD  STAGE-TXN-FILE.
01 STAGE-TXN-RECORD PIC X(63).

FD  REJECT-PROBE-FILE.
01 REJECT-PROBE-RECORD PIC X(67).

FD  CALENDAR-FILE.
    COPY "CALREC.CPY".

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
    88 SOTXN-OK VALUE "00".
    88 SOTXN-NOT-FOUND VALUE "35".

01 DDTXN-STATUS PIC X(02).
    88 DDTXN-OK VALUE "00".
    88 DDTXN-NOT-FOUND VALUE "35".

01 STAGETXN-STATUS PIC X(02).
    88 STAGETXN-OK VALUE "00".
    88 STAGETXN-NOT-FOUND VALUE "35".
    88 REJPROBE-OK VALUE "00".
    88 REJPROBE-NOT-FOUND VALUE "35".

01 BUSCAL-STATUS PIC X(02).
    88 BUSCAL-OK VALUE "00".

01 CalendarEndOfFile PIC X(01) VALUE "N".
    88 CalendarAtEnd VALUE "Y".
    88 CalendarNotAtEnd VALUE "N".

01 RunCtlEndOfFile PIC X(01) VALUE "N".
    88 RunCtlAtEnd VALUE "Y".
    88 RunCtlNotAtEnd VALUE "N".
    88 SotxnAtEnd VALUE "Y".
    88 SotxnNotAtEnd VALUE "N".

01 DdtxnEndOfFile PIC X(01) VALUE "N".
    88 DdtxnAtEnd VALUE "Y".
    88 DdtxnNotAtEnd VALUE "N".

01 StageEndOfFile PIC X(01) VALUE "N".
    88 StageAtEnd VALUE "Y".
    88 StageNotAtEnd VALUE "N".
01 BusinessDate PIC 9(08).
01 TimeNow PIC 9(08).

*> The business date broken down for the calendar checks.
01 CheckDate.
    05 CKD-YEAR PIC 9(04).
    05 CKD-MONTH PIC 9(02).
    05 CKD-DAY PIC 9(02).
01 CheckDate-Whole REDEFINES CheckDate PIC 9(08).

01 BusinessDateStatus PIC X(01) VALUE "N".
    88 Business-Date-Is-Valid VALUE "Y".
    88 Business-Date-Is-Invalid VALUE "N".

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

*> Calendar days after the business date - none means next year's
*> holidays have not been loaded yet.
01 LaterCalendarDays PIC 9(04) VALUE ZEROS.

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

*> A non-business date is only run on the operator's say-so; the
*> override is recorded on RUNCTL the first time the window runs
*> under it, and the replay notes one already on record.
01 OverrideAnswer PIC X(01) VALUE SPACES.
    88 Override-Confirmed VALUE "Y".

01 DateOverrideSwitch PIC X(01) VALUE "N".
    88 Date-Overridden VALUE "Y".
    88 Date-Not-Overridden VALUE "N".

01 OverrideOnRecordSwitch PIC X(01) VALUE "N".
    88 Override-On-Record VALUE "Y".
    88 No-Override-On-Record VALUE "N".

01 OperatorChoice PIC X(01).
    88 Run-Window-Choice VALUE "R".
    88 Status-Report-Choice VALUE "S".
    88 More-To-Do VALUE "Y".
    88 No-More-To-Do VALUE "N".

*> The window's nine steps in their enforced order, with the state
*> the RUNCTL replay found for each: the LAST row today wins, and
*> spaces means the step has not been touched tonight.
01 WindowStepCount CONSTANT AS 9.
01 WindowStepTable.
    05 WST-Entry OCCURS 9 TIMES INDEXED BY WST-Idx.
        10 WST-STEP-NAME PIC X(12).
        10 WST-PROGRAM-NAME PIC X(12).
        10 WST-LAST-STATUS PIC X(01).

MOVE BusinessDateEntry TO BusinessDate

PERFORM Validate-Business-Date
IF Business-Date-Is-Invalid
    DISPLAY "Rejected: " BusinessDateEntry " is not a real calendar "
        "date"
    STOP RUN
END-IF

PERFORM Load-Business-Calendar

IF LaterCalendarDays = ZEROS
    DISPLAY "Warning: the business calendar holds no non-working "
        "days after " BusinessDate " - load the coming year's "
        "holidays through CAL-MAINT"
END-IF

PERFORM Check-Business-Day
IF Non-Business-Day
    DISPLAY "Warning: " BusinessDate " is not a business day - "
        NonWorkingReason
    DISPLAY "Open the window anyway? (Y to override): "
        WITH NO ADVANCING
    ACCEPT OverrideAnswer
    IF NOT Override-Confirmed
        DISPLAY "Rejected: the window is not opened for a "
            "non-business date without an operator override"
        STOP RUN
    END-IF
    SET Date-Overridden TO TRUE
END-IF

MOVE "RECONCILE" TO WST-STEP-NAME(1)
MOVE "RECONCILE" TO WST-PROGRAM-NAME(1)
MOVE "STORD-GEN" TO WST-STEP-NAME(2)
MOVE "MAIN-BATCH" TO WST-PROGRAM-NAME(3)
MOVE "POST-SOTXN" TO WST-STEP-NAME(4)
MOVE "MAIN-BATCH" TO WST-PROGRAM-NAME(4)
MOVE "DD-COLLECT" TO WST-STEP-NAME(5)
MOVE "DD-COLLECT" TO WST-PROGRAM-NAME(5)
MOVE "POST-DDTXN" TO WST-STEP-NAME(6)
MOVE "MAIN-BATCH" TO WST-PROGRAM-NAME(6)
MOVE "OD-CHARGE" TO WST-STEP-NAME(7)
MOVE "OD-CHARGE" TO WST-PROGRAM-NAME(7)
MOVE "GL-EXTRACT" TO WST-STEP-NAME(8)
MOVE "GL-EXTRACT" TO WST-PROGRAM-NAME(8)
MOVE "DORMANT-SCAN" TO WST-STEP-NAME(9)
MOVE "DORMANT-SCAN" TO WST-PROGRAM-NAME(9)

PERFORM Process-One-Window-Request UNTIL No-More-To-Do

*> Run-The-Window - the chain proper: replay RUNCTL to see where the
*> night stands, run every step not yet completed in the enforced
*> order, stop the moment one fails or is found stranded, and close
*> the window once every step has completed.
*> ----------------------------------------------------------------
Run-The-Window.
    PERFORM Load-Run-Control
        DISPLAY "The window for " BusinessDate " is already closed - "
            "nothing to run"
    ELSE
        IF Date-Overridden AND No-Override-On-Record
            PERFORM Append-Override-Row
        END-IF
        SET Chain-Running TO TRUE
        PERFORM Run-One-Step
            VARYING CurrentStepNumber FROM 1 BY 1
*> Execute-Current-Step - the start row, any staging the step needs,
*> the CALL itself, and the completion (or failure) row. The called
*> program is CANCELled afterwards so a second call starts with
*> fresh working storage - MAIN-BATCH runs three times a night.
*> ----------------------------------------------------------------
Execute-Current-Step.
    MOVE ZEROS TO OfferedDetailCount
        END-IF
    END-IF

    IF CurrentStepNumber = 6
        PERFORM Stage-Ddtxn-To-Dailytxn
        IF Chain-Stopped
            PERFORM Append-Failed-Row
        END-IF
    END-IF

    IF Chain-Running
        IF CurrentStepNumber = 3 OR CurrentStepNumber = 4
            OR CurrentStepNumber = 6
            PERFORM Count-Offered-Details
            IF Chain-Stopped
                PERFORM Append-Failed-Row
            SET Chain-Stopped TO TRUE
        ELSE
            IF CurrentStepNumber = 3 OR CurrentStepNumber = 4
                OR CurrentStepNumber = 6
                PERFORM Count-Rejected-Details
            END-IF
            IF CurrentStepNumber = 4
                PERFORM Truncate-Sotxn
            END-IF
            IF CurrentStepNumber = 6
                PERFORM Truncate-Ddtxn
            END-IF
            PERFORM Append-Completed-Row
            MOVE "C" TO WST-LAST-STATUS(WST-Idx)
            DISPLAY "Step " CurrentStepNumber " "
    OPEN OUTPUT SOTXN-FILE
    CLOSE SOTXN-FILE.

*> ----------------------------------------------------------------
*> Stage-Ddtxn-To-Dailytxn - the direct debit collections file
*> becomes the next MAIN-BATCH input, the same way SOTXN does; both
*> earlier posting steps have already run, so DAILYTXN holds nothing
*> still to post. DD-COLLECT always writes at least a header and a
*> trailer, so an empty DDTXN means it never completed.
*> ----------------------------------------------------------------
Stage-Ddtxn-To-Dailytxn.
    MOVE ZEROS TO StagedRecordCount
    SET DdtxnNotAtEnd TO TRUE
    OPEN INPUT DDTXN-FILE
    IF NOT DDTXN-OK
        DISPLAY "Step " CurrentStepNumber " cannot run: no DDTXN "
            "file to stage (status " DDTXN-STATUS ") - did "
            "DD-COLLECT complete? Chain stopped"
        SET Chain-Stopped TO TRUE
    ELSE
        OPEN OUTPUT STAGE-TXN-FILE
        IF NOT STAGETXN-OK
            DISPLAY "Step " CurrentStepNumber " cannot run: could "
                "not open DAILYTXN for staging (status "
                STAGETXN-STATUS ") - chain stopped"
            CLOSE DDTXN-FILE
            SET Chain-Stopped TO TRUE
        ELSE
            READ DDTXN-FILE
                AT END SET DdtxnAtEnd TO TRUE
            END-READ
            PERFORM Stage-One-Ddtxn-Record UNTIL DdtxnAtEnd
            CLOSE DDTXN-FILE
            CLOSE STAGE-TXN-FILE
            IF StagedRecordCount = ZEROS
                DISPLAY "Step " CurrentStepNumber " cannot run: "
                    "DDTXN is empty - did DD-COLLECT complete? "
                    "Chain stopped"
                SET Chain-Stopped TO TRUE
            END-IF
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Stage-One-Ddtxn-Record - one DDTXN record across to DAILYTXN.
*> ----------------------------------------------------------------
Stage-One-Ddtxn-Record.
    MOVE DDTXN-RECORD TO STAGE-TXN-RECORD
    WRITE STAGE-TXN-RECORD
    ADD 1 TO StagedRecordCount

    READ DDTXN-FILE
        AT END SET DdtxnAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Truncate-Ddtxn - the collections have posted, so the file is
*> emptied; DD-COLLECT's leftover probe treats an empty DDTXN as
*> removed, so tomorrow's collection is not refused.
*> ----------------------------------------------------------------
Truncate-Ddtxn.
    OPEN OUTPUT DDTXN-FILE
    CLOSE DDTXN-FILE.

*> ----------------------------------------------------------------
*> Count-Offered-Details - how many detail records the DAILYTXN
*> about to be posted carries, and the header source it arrived
*> ----------------------------------------------------------------
Load-Run-Control.
    SET Window-Not-Closed TO TRUE
    SET No-Override-On-Record TO TRUE
    PERFORM Clear-One-Step-State
        VARYING WST-Idx FROM 1 BY 1
        UNTIL WST-Idx > WindowStepCount
    IF RC-BUSINESS-DATE = BusinessDate
        IF RC-WINDOW-CLOSED
            SET Window-Already-Closed TO TRUE
        ELSE
        IF RC-DATE-OVERRIDDEN
            SET Override-On-Record TO TRUE
        ELSE
            IF RC-STEP-NUMBER >= 1
                AND RC-STEP-NUMBER <= WindowStepCount
                MOVE RC-REJECT-COUNT TO WST-REJECT-COUNT(WST-Idx)
            END-IF
        END-IF
        END-IF
    END-IF

    READ RUN-CONTROL-FILE
        CLOSE RUN-CONTROL-FILE
    END-IF.

*> ----------------------------------------------------------------
*> Append-Override-Row - the "O" row under step 00: the operator
*> chose to open the window on a non-business date.
*> ----------------------------------------------------------------
Append-Override-Row.
    ACCEPT TimeNow FROM TIME
    MOVE BusinessDate TO RC-BUSINESS-DATE
    MOVE ZEROS TO RC-STEP-NUMBER
    MOVE "OVERRIDE" TO RC-STEP-NAME
    MOVE "O" TO RC-STATUS
    MOVE TimeNow TO RC-STAMP-TIME
    MOVE ZEROS TO RC-RECORD-COUNT
    MOVE ZEROS TO RC-REJECT-COUNT
    OPEN EXTEND RUN-CONTROL-FILE
    IF RUNCTL-NOT-FOUND
        OPEN OUTPUT RUN-CONTROL-FILE
    END-IF
    IF NOT RUNCTL-OK
        DISPLAY "SEVERE: could not append the date override row "
            "(status " RUNCTL-STATUS ") - record the override on "
            BusinessDate " by hand"
    ELSE
        WRITE RUN-CONTROL-RECORD
        CLOSE RUN-CONTROL-FILE
        SET Override-On-Record TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Check-All-Steps-Complete - is every step's last word a "C"?
*> ----------------------------------------------------------------
        END-IF
        WRITE WINDOW-REPORT-RECORD FROM Window-Line

        IF Override-On-Record
            MOVE SPACES TO Window-Line
            STRING "NON-BUSINESS DATE - WINDOW OPENED ON OPERATOR "
                "OVERRIDE"
                DELIMITED BY SIZE INTO Window-Line
            WRITE WINDOW-REPORT-RECORD FROM Window-Line
        END-IF

        CLOSE WINDOW-REPORT-FILE
        DISPLAY "Window status report written to WINDOWRPT"
    END-IF.
    MOVE WST-REJECT-COUNT(WST-Idx) TO Window-Edited-Count
    MOVE Window-Edited-Count TO Window-Line(62:11)
    WRITE WINDOW-REPORT-RECORD FROM Window-Line.

*> ----------------------------------------------------------------
*> Validate-Business-Date - a real month, and a day that month has
*> in that year.
*> ----------------------------------------------------------------
Validate-Business-Date.
    SET Business-Date-Is-Invalid TO TRUE
    MOVE BusinessDate TO CheckDate-Whole
    IF CKD-YEAR > ZEROS
        AND CKD-MONTH >= 1 AND CKD-MONTH <= 12
        PERFORM Compute-Days-In-Month
        IF CKD-DAY >= 1 AND CKD-DAY <= DaysInTargetMonth
            SET Business-Date-Is-Valid TO TRUE
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Load-Business-Calendar - every non-working day on BUSCAL into the
*> calendar table, counting those after the business date. Without
*> the file a holiday cannot be told from a business day, so a
*> missing or oversized calendar refuses the window.
*> ----------------------------------------------------------------
Load-Business-Calendar.
    OPEN INPUT CALENDAR-FILE
    IF NOT BUSCAL-OK
        DISPLAY "Rejected: could not open the business calendar "
            "BUSCAL (status " BUSCAL-STATUS ") - load the calendar "
            "through CAL-MAINT before opening the window"
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
            "CAL-MAINT before opening the window"
        STOP RUN
    END-IF.

Load-One-Calendar-Day.
    IF CalendarDayCount < MaxCalendarDays
        ADD 1 TO CalendarDayCount
        MOVE CAL-DATE TO CDT-DATE(CalendarDayCount)
        MOVE CAL-DESCRIPTION TO CDT-DESCRIPTION(CalendarDayCount)
        IF CAL-DATE > BusinessDate
            ADD 1 TO LaterCalendarDays
        END-IF
    ELSE
        SET CalendarTable-Is-Full TO TRUE
    END-IF

    READ CALENDAR-FILE
        AT END SET CalendarAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Check-Business-Day - is CheckDate a working day? Not if it is a
*> Saturday or a Sunday, nor if it is on the business calendar;
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
    IF CDT-DATE(CDT-Idx) = CheckDate-Whole
        SET Non-Business-Day TO TRUE
        MOVE CDT-DESCRIPTION(CDT-Idx) TO NonWorkingReason
    END-IF.

*> ----------------------------------------------------------------
*> Compute-Day-Of-Week - the weekday CheckDate falls on, by Zeller's
*> congruence, every division truncating.
*> ----------------------------------------------------------------
Compute-Day-Of-Week.
    MOVE CKD-MONTH TO WeekdayMonth
    MOVE CKD-YEAR TO WeekdayYear
    IF WeekdayMonth < 3
        ADD 12 TO WeekdayMonth
        SUBTRACT 1 FROM WeekdayYear
    END-IF
    COMPUTE WeekdaySum = 13 * (WeekdayMonth + 1)
    DIVIDE WeekdaySum BY 5 GIVING WeekdayMonthTerm
    DIVIDE WeekdayYear BY 4 GIVING WeekdayYearBy4
    DIVIDE WeekdayYear BY 100 GIVING WeekdayYearBy100
    DIVIDE WeekdayYear BY 400 GIVING WeekdayYearBy400
    COMPUTE WeekdaySum = CKD-DAY + WeekdayMonthTerm + WeekdayYear
        + WeekdayYearBy4 - WeekdayYearBy100 + WeekdayYearBy400
    DIVIDE WeekdaySum BY 7 GIVING WeekdayQuotient
        REMAINDER DayOfWeek.

*> ----------------------------------------------------------------
*> Compute-Days-In-Month - the length of CKD-MONTH in CKD-YEAR.
*> February is 29 in a leap year: divisible by 4, except century
*> years, which must be divisible by 400.
*> ----------------------------------------------------------------
Compute-Days-In-Month.
    EVALUATE CKD-MONTH
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO DaysInTargetMonth
        WHEN 2
            MOVE 28 TO DaysInTargetMonth
            MOVE CKD-YEAR TO LeapYearDividend
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
