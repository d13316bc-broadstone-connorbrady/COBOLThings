       >>SOURCE FORMAT FREE

*> PROGRAM DETAILS
IDENTIFICATION DIVISION.
PROGRAM-ID. CAL-MAINT.
AUTHOR. Connor Brady.
DATE-WRITTEN. October 15th 2026.

*> MODIFICATION HISTORY
*> 2026-10-15 CB Business calendar maintenance. Nothing in the system
*>               knew a weekend or a bank holiday from any other day:
*>               STORD-GEN paid orders on Christmas Day, BATCH-WINDOW
*>               opened for whatever date was typed, and hold expiry
*>               counted calendar days. The BUSCAL file (see
*>               CALREC.CPY) now lists every weekday that is not
*>               worked, and this program keeps it: A)dd a
*>               non-working day (a real date, not in the past, not
*>               a Saturday or Sunday - those are never business
*>               days and are worked out from the date - and not
*>               already on file) with its description; R)emove one;
*>               L)ist one year's non-working days on the screen;
*>               and Y)ear-ahead listing - the CALLIST report of the
*>               twelve months from a chosen month, each month's
*>               business day count and its holidays by weekday,
*>               with a sign-off block for operations to check the
*>               year's calendar before it is relied on. The file
*>               handling follows STORD-MAINT: the days load into a
*>               table kept in date order, every change rewrites the
*>               whole file, and the pre-session copy sits in CALKEEP
*>               until a clean quit empties it. Every day added or
*>               removed goes onto the CHGJRNL change journal (see
*>               CHGJREC.CPY) as a CALR row under the session's
*>               operator.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CALENDAR-FILE ASSIGN TO "BUSCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BUSCAL-STATUS.

    SELECT KEEP-CALENDAR-FILE ASSIGN TO "CALKEEP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CALKEEP-STATUS.

    SELECT CALENDAR-LISTING-FILE ASSIGN TO "CALLIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CALLIST-STATUS.

    SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHGJRNL-STATUS.

DATA DIVISION.
FILE SECTION.

FD  CALENDAR-FILE.
    COPY "CALREC.CPY".

FD  KEEP-CALENDAR-FILE.
01 KEEP-CALENDAR-RECORD PIC X(54).

FD  CALENDAR-LISTING-FILE.
01 CALENDAR-LISTING-RECORD PIC X(132).

FD  CHANGE-JOURNAL-FILE.
    COPY "CHGJREC.CPY".

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
01 MaintenanceChoice PIC X(01).
    88 Add-Day-Choice VALUE "A".
    88 Remove-Day-Choice VALUE "R".
    88 List-Year-Choice VALUE "L".
    88 Year-Ahead-Listing-Choice VALUE "Y".
    88 Quit-Maintenance-Choice VALUE "Q".

01 TodaysDate PIC 9(08).
01 TimeNow PIC 9(08).

*> The operator keying this session, asked for before anything else
*> and stamped on every day added and every change journal row.
01 OperatorId PIC X(08) VALUE SPACES.

01 MoreMaintenanceToDo PIC X(01) VALUE "Y".
    88 More-Maintenance-To-Do VALUE "Y".
    88 No-More-Maintenance-To-Do VALUE "N".

01 BUSCAL-STATUS PIC X(02).
    88 BUSCAL-OK VALUE "00".
    88 BUSCAL-NOT-FOUND VALUE "35".

01 CALKEEP-STATUS PIC X(02).
    88 CALKEEP-OK VALUE "00".
    88 CALKEEP-NOT-FOUND VALUE "35".

01 CALLIST-STATUS PIC X(02).
    88 CALLIST-OK VALUE "00".

01 CHGJRNL-STATUS PIC X(02).
    88 CHGJRNL-OK VALUE "00".
    88 CHGJRNL-NOT-FOUND VALUE "35".

01 CalendarEndOfFile PIC X(01) VALUE "N".
    88 CalendarAtEnd VALUE "Y".
    88 CalendarNotAtEnd VALUE "N".

01 KeepCalendarEndOfFile PIC X(01) VALUE "N".
    88 KeepCalendarAtEnd VALUE "Y".
    88 KeepCalendarNotAtEnd VALUE "N".

*> Every non-working day loaded into this table in date order and
*> maintained in place, the whole file rewritten after each change.
*> A removed day is flagged and skipped by the rewrite rather than
*> shuffled out of the table; an added one is slotted into its place
*> so the file always goes back out in date order.
01 MaxCalendarDays CONSTANT AS 500.
01 CalendarDayCount PIC 9(04) VALUE ZEROS.
01 CalendarTable.
    05 CDT-Entry OCCURS 500 TIMES INDEXED BY CDT-Idx.
        10 CDT-DATE PIC 9(08).
        10 CDT-DESCRIPTION PIC X(30).
        10 CDT-OPERATOR-ID PIC X(08).
        10 CDT-ADDED-DATE PIC 9(08).
        10 CDT-REMOVED-FLAG PIC X(01).
            88 CDT-Day-Removed VALUE "Y".

01 CalendarTableFullSwitch PIC X(01) VALUE "N".
    88 CalendarTable-Is-Full VALUE "Y".

01 LiveDayCount PIC 9(04) VALUE ZEROS.
01 DaysWritten PIC 9(04) VALUE ZEROS.

*> The day being slotted into the table, where it goes, and the
*> entry found for a keyed date (zero when it is not on file).
01 NewCalendarEntry.
    05 NCE-DATE PIC 9(08).
    05 NCE-DESCRIPTION PIC X(30).
    05 NCE-OPERATOR-ID PIC X(08).
    05 NCE-ADDED-DATE PIC 9(08).
    05 NCE-REMOVED-FLAG PIC X(01).
01 InsertPosition PIC 9(04) VALUE ZEROS.
01 ShiftSubscript PIC 9(04) VALUE ZEROS.
01 FoundDayIndex PIC 9(04) VALUE ZEROS.
01 DuplicatesDropped PIC 9(04) VALUE ZEROS.

*> Entry fields.
01 DateEntry PIC X(08).
01 DateEntry-Num REDEFINES DateEntry PIC 9(08).

01 DateEntry-Status PIC X(01) VALUE "N".
    88 DateEntry-Is-Valid VALUE "Y".
    88 DateEntry-Is-Invalid VALUE "N".

01 DescriptionEntry PIC X(30).
01 ConfirmEntry PIC X(01).
    88 Removal-Confirmed VALUE "Y".

01 YearEntry PIC X(04).
01 YearEntry-Num REDEFINES YearEntry PIC 9(04).

01 MonthEntry PIC X(06).
01 MonthEntry-Num REDEFINES MonthEntry PIC 9(06).
01 MonthEntry-Breakdown REDEFINES MonthEntry.
    05 ME-YEAR PIC 9(04).
    05 ME-MONTH PIC 9(02).

*> The date every calendar paragraph works on: the date keyed, an
*> entry being listed, or the day the year-ahead listing has walked
*> to.
01 CalendarDate.
    05 CLD-YEAR PIC 9(04).
    05 CLD-MONTH PIC 9(02).
    05 CLD-DAY PIC 9(02).
01 CalendarDate-Whole REDEFINES CalendarDate PIC 9(08).

01 DaysInTargetMonth PIC 9(02).
01 LeapYearDividend PIC 9(04).
01 LeapYearQuotient PIC 9(04).
01 LeapYearRemainder PIC 9(04).

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
01 WeekdaySubscript PIC 9(01).

01 WeekdayNameValues.
    05 FILLER PIC X(09) VALUE "SATURDAY ".
    05 FILLER PIC X(09) VALUE "SUNDAY   ".
    05 FILLER PIC X(09) VALUE "MONDAY   ".
    05 FILLER PIC X(09) VALUE "TUESDAY  ".
    05 FILLER PIC X(09) VALUE "WEDNESDAY".
    05 FILLER PIC X(09) VALUE "THURSDAY ".
    05 FILLER PIC X(09) VALUE "FRIDAY   ".
01 WeekdayNameTable REDEFINES WeekdayNameValues.
    05 WeekdayName OCCURS 7 TIMES PIC X(09).

01 MonthNameValues.
    05 FILLER PIC X(09) VALUE "JANUARY  ".
    05 FILLER PIC X(09) VALUE "FEBRUARY ".
    05 FILLER PIC X(09) VALUE "MARCH    ".
    05 FILLER PIC X(09) VALUE "APRIL    ".
    05 FILLER PIC X(09) VALUE "MAY      ".
    05 FILLER PIC X(09) VALUE "JUNE     ".
    05 FILLER PIC X(09) VALUE "JULY     ".
    05 FILLER PIC X(09) VALUE "AUGUST   ".
    05 FILLER PIC X(09) VALUE "SEPTEMBER".
    05 FILLER PIC X(09) VALUE "OCTOBER  ".
    05 FILLER PIC X(09) VALUE "NOVEMBER ".
    05 FILLER PIC X(09) VALUE "DECEMBER ".
01 MonthNameTable REDEFINES MonthNameValues.
    05 MonthName OCCURS 12 TIMES PIC X(09).

*> Year-ahead listing working fields - the twelve months from the
*> chosen one, walked a day at a time.
01 ListingMonthsWanted CONSTANT AS 12.
01 ListingMonthsDone PIC 9(02) VALUE ZEROS.
01 ListingStartDate PIC 9(08) VALUE ZEROS.
01 ListingEndDate PIC 9(08) VALUE ZEROS.
01 MonthBeingListed PIC 9(02) VALUE ZEROS.
01 MonthBusinessDays PIC 9(02) VALUE ZEROS.
01 MonthHolidays PIC 9(02) VALUE ZEROS.
01 PeriodBusinessDays PIC 9(04) VALUE ZEROS.
01 PeriodHolidays PIC 9(04) VALUE ZEROS.

01 ListedDayCount PIC 9(04) VALUE ZEROS.

01 Listing-Line PIC X(132).
01 Listing-Edited-Count PIC ZZZ,ZZ9.

*> The change in hand for the change journal (see CHGJREC.CPY).
01 ChangeAction PIC X(04).
01 ChangeBeforeImage PIC X(200).
01 ChangeAfterImage PIC X(200).

*> PROGRAM TO RUN
PROCEDURE DIVISION.

ACCEPT TodaysDate FROM DATE YYYYMMDD

PERFORM Accept-Operator-Id

PERFORM Initialize-Session

PERFORM Process-One-Maintenance-Request UNTIL No-More-Maintenance-To-Do

PERFORM Close-Session

STOP RUN.

*> ----------------------------------------------------------------
*> Initialize-Session - refuse while a non-empty CALKEEP is on disk
*> (a previous run abended mid-rewrite; recover by hand first), load
*> the calendar into the table in date order, and take the
*> pre-session keep copy.
*> ----------------------------------------------------------------
Initialize-Session.
    OPEN INPUT KEEP-CALENDAR-FILE
    IF CALKEEP-OK
        READ KEEP-CALENDAR-FILE
            AT END SET KeepCalendarAtEnd TO TRUE
            NOT AT END SET KeepCalendarNotAtEnd TO TRUE
        END-READ
        CLOSE KEEP-CALENDAR-FILE
        IF KeepCalendarNotAtEnd
            DISPLAY "Rejected: a non-empty CALKEEP work file is "
                "already on disk - a previous run abended while "
                "rewriting the business calendar; copy CALKEEP "
                "over BUSCAL by hand and verify it before "
                "maintaining the calendar"
            STOP RUN
        END-IF
    ELSE
        IF NOT CALKEEP-NOT-FOUND
            DISPLAY "Rejected: could not probe the calendar keep "
                "file (status " CALKEEP-STATUS ")"
            STOP RUN
        END-IF
    END-IF

*> A missing BUSCAL just means no calendar has been loaded yet - the
*> session starts with an empty table and the first add creates the
*> file.
    SET CalendarNotAtEnd TO TRUE
    OPEN INPUT CALENDAR-FILE
    IF BUSCAL-OK
        READ CALENDAR-FILE
            AT END SET CalendarAtEnd TO TRUE
        END-READ
        PERFORM Load-One-Calendar-Day UNTIL CalendarAtEnd
        CLOSE CALENDAR-FILE
        IF CalendarTable-Is-Full
            DISPLAY "Rejected: more than " MaxCalendarDays " days on "
                "the business calendar - nothing changed and BUSCAL "
                "left untouched; take past years off the file by "
                "hand and rerun"
            STOP RUN
        END-IF
        IF DuplicatesDropped > ZEROS
            DISPLAY "Warning: " DuplicatesDropped " date(s) were on "
                "BUSCAL more than once - the first of each is kept "
                "and the file is rewritten without the others at "
                "the next change"
        END-IF
    ELSE
        IF NOT BUSCAL-NOT-FOUND
            DISPLAY "Rejected: could not open the business calendar "
                "(status " BUSCAL-STATUS ")"
            STOP RUN
        END-IF
    END-IF

*> The pre-session calendar goes to CALKEEP before anything changes,
*> so an abend inside a later rewrite still leaves a complete copy
*> on disk instead of only in working storage.
    OPEN OUTPUT KEEP-CALENDAR-FILE
    IF NOT CALKEEP-OK
        DISPLAY "Rejected: could not open the calendar keep file "
            "(status " CALKEEP-STATUS ") - nothing changed and "
            "BUSCAL left untouched"
        STOP RUN
    END-IF
    PERFORM Write-One-Keep-Day
        VARYING CDT-Idx FROM 1 BY 1
        UNTIL CDT-Idx > CalendarDayCount
    CLOSE KEEP-CALENDAR-FILE.

*> ----------------------------------------------------------------
*> Load-One-Calendar-Day - slot the current record into the table
*> in date order (a hand-edited file may not be) and read the next.
*> ----------------------------------------------------------------
Load-One-Calendar-Day.
    MOVE CAL-DATE TO CalendarDate-Whole
    PERFORM Find-Calendar-Day
    IF FoundDayIndex > ZEROS
        ADD 1 TO DuplicatesDropped
    ELSE
        IF CalendarDayCount < MaxCalendarDays
            MOVE CAL-DATE TO NCE-DATE
            MOVE CAL-DESCRIPTION TO NCE-DESCRIPTION
            MOVE CAL-OPERATOR-ID TO NCE-OPERATOR-ID
            MOVE CAL-ADDED-DATE TO NCE-ADDED-DATE
            PERFORM Insert-Calendar-Day
        ELSE
            SET CalendarTable-Is-Full TO TRUE
        END-IF
    END-IF

    READ CALENDAR-FILE
        AT END SET CalendarAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Insert-Calendar-Day - NewCalendarEntry into the table ahead of
*> the first later date, everything from there on shifted up one.
*> ----------------------------------------------------------------
Insert-Calendar-Day.
    MOVE "N" TO NCE-REMOVED-FLAG
    COMPUTE InsertPosition = CalendarDayCount + 1
    PERFORM Note-One-Insert-Position
        VARYING CDT-Idx FROM CalendarDayCount BY -1
        UNTIL CDT-Idx < 1
    PERFORM Shift-One-Entry-Up
        VARYING ShiftSubscript FROM CalendarDayCount BY -1
        UNTIL ShiftSubscript < InsertPosition
    MOVE NewCalendarEntry TO CDT-Entry(InsertPosition)
    ADD 1 TO CalendarDayCount.

Note-One-Insert-Position.
    IF CDT-DATE(CDT-Idx) > NCE-DATE
        SET InsertPosition TO CDT-Idx
    END-IF.

Shift-One-Entry-Up.
    MOVE CDT-Entry(ShiftSubscript) TO CDT-Entry(ShiftSubscript + 1).

*> ----------------------------------------------------------------
*> Find-Calendar-Day - the live table entry for CalendarDate, left
*> in FoundDayIndex (zero when the date is not on the calendar).
*> ----------------------------------------------------------------
Find-Calendar-Day.
    MOVE ZEROS TO FoundDayIndex
    PERFORM Match-One-Found-Day
        VARYING CDT-Idx FROM 1 BY 1
        UNTIL CDT-Idx > CalendarDayCount
            OR FoundDayIndex > ZEROS.

Match-One-Found-Day.
    IF CDT-DATE(CDT-Idx) = CalendarDate-Whole
        AND NOT CDT-Day-Removed(CDT-Idx)
        SET FoundDayIndex TO CDT-Idx
    END-IF.

*> ----------------------------------------------------------------
*> Write-One-Keep-Day - one pre-session day onto the CALKEEP
*> recovery copy.
*> ----------------------------------------------------------------
Write-One-Keep-Day.
    IF NOT CDT-Day-Removed(CDT-Idx)
        PERFORM Fill-Calendar-Record
        MOVE BUSINESS-CALENDAR-RECORD TO KEEP-CALENDAR-RECORD
        WRITE KEEP-CALENDAR-RECORD
    END-IF.

*> ----------------------------------------------------------------
*> Fill-Calendar-Record - the current table entry into the BUSCAL
*> record buffer, for whichever file it is bound for.
*> ----------------------------------------------------------------
Fill-Calendar-Record.
    MOVE CDT-DATE(CDT-Idx) TO CAL-DATE
    MOVE CDT-DESCRIPTION(CDT-Idx) TO CAL-DESCRIPTION
    MOVE CDT-OPERATOR-ID(CDT-Idx) TO CAL-OPERATOR-ID
    MOVE CDT-ADDED-DATE(CDT-Idx) TO CAL-ADDED-DATE.

*> ----------------------------------------------------------------
*> Process-One-Maintenance-Request - show the menu and carry out
*> whichever maintenance action the operator picks.
*> ----------------------------------------------------------------
Process-One-Maintenance-Request.
    DISPLAY " "
    DISPLAY "A)dd  R)emove  L)ist year  Y)ear-ahead listing  Q)uit"
    DISPLAY "Choice: " WITH NO ADVANCING
    ACCEPT MaintenanceChoice

    EVALUATE TRUE
        WHEN Add-Day-Choice
            PERFORM Add-Calendar-Day
        WHEN Remove-Day-Choice
            PERFORM Remove-Calendar-Day
        WHEN List-Year-Choice
            PERFORM List-Calendar-Year
        WHEN Year-Ahead-Listing-Choice
            PERFORM Write-Year-Ahead-Listing
        WHEN Quit-Maintenance-Choice
            SET No-More-Maintenance-To-Do TO TRUE
        WHEN OTHER
            DISPLAY "Not a valid choice"
    END-EVALUATE.

*> ----------------------------------------------------------------
*> Add-Calendar-Day - a new non-working day: a real date, today or
*> later (a day already gone changes nothing), a weekday (weekends
*> are never business days and are not kept on the file), not
*> already on the calendar, and described.
*> ----------------------------------------------------------------
Add-Calendar-Day.
    IF CalendarDayCount >= MaxCalendarDays
        DISPLAY "Rejected: the calendar table is full ("
            MaxCalendarDays ") - take past years off before adding"
    ELSE
        DISPLAY "Non-working date (YYYYMMDD): " WITH NO ADVANCING
        MOVE SPACES TO DateEntry
        ACCEPT DateEntry
        PERFORM Validate-Date-Entry
        IF DateEntry-Is-Invalid
            DISPLAY "Rejected: '" DateEntry "' is not a valid date"
        ELSE
        IF DateEntry-Num < TodaysDate
            DISPLAY "Rejected: " DateEntry " is in the past - "
                "nothing would ever be moved off it"
        ELSE
            PERFORM Compute-Day-Of-Week
            IF Day-Is-Saturday OR Day-Is-Sunday
                COMPUTE WeekdaySubscript = DayOfWeek + 1
                DISPLAY "Rejected: " DateEntry " is a "
                    WeekdayName(WeekdaySubscript) " - weekends are "
                    "never business days and are not kept on the "
                    "calendar"
            ELSE
                PERFORM Find-Calendar-Day
                IF FoundDayIndex > ZEROS
                    DISPLAY "Rejected: " DateEntry " is already on "
                        "the calendar - "
                        CDT-DESCRIPTION(FoundDayIndex)
                ELSE
                    PERFORM Add-Calendar-Day-Details
                END-IF
            END-IF
        END-IF
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Add-Calendar-Day-Details - the description, then the day slotted
*> into the table, the file rewritten and the add journalled.
*> ----------------------------------------------------------------
Add-Calendar-Day-Details.
    DISPLAY "Description (e.g. CHRISTMAS DAY): " WITH NO ADVANCING
    MOVE SPACES TO DescriptionEntry
    ACCEPT DescriptionEntry
    IF DescriptionEntry = SPACES
        DISPLAY "Rejected: a description must be keyed - it is what "
            "BATCH-WINDOW shows an operator who tries to open the "
            "window on the day"
    ELSE
        MOVE DateEntry-Num TO NCE-DATE
        MOVE DescriptionEntry TO NCE-DESCRIPTION
        MOVE OperatorId TO NCE-OPERATOR-ID
        MOVE TodaysDate TO NCE-ADDED-DATE
        PERFORM Insert-Calendar-Day
        PERFORM Rewrite-Calendar
        DISPLAY "Non-working day " DateEntry " added"

        SET CDT-Idx TO InsertPosition
        PERFORM Fill-Calendar-Record
        MOVE SPACES TO ChangeBeforeImage
        MOVE BUSINESS-CALENDAR-RECORD TO ChangeAfterImage
        MOVE "ADD " TO ChangeAction
        PERFORM Write-Change-Journal
    END-IF.

*> ----------------------------------------------------------------
*> Remove-Calendar-Day - take a day off the calendar, once the
*> operator has seen which day it is and confirmed. Past days may
*> be removed too - that is how old years are cleared.
*> ----------------------------------------------------------------
Remove-Calendar-Day.
    DISPLAY "Non-working date to remove (YYYYMMDD): "
        WITH NO ADVANCING
    MOVE SPACES TO DateEntry
    ACCEPT DateEntry
    PERFORM Validate-Date-Entry
    IF DateEntry-Is-Invalid
        DISPLAY "Rejected: '" DateEntry "' is not a valid date"
    ELSE
        PERFORM Find-Calendar-Day
        IF FoundDayIndex = ZEROS
            DISPLAY "Rejected: " DateEntry " is not on the calendar"
        ELSE
            DISPLAY "Remove " DateEntry " "
                CDT-DESCRIPTION(FoundDayIndex)
            DISPLAY "Confirm (Y to remove): " WITH NO ADVANCING
            MOVE SPACES TO ConfirmEntry
            ACCEPT ConfirmEntry
            IF NOT Removal-Confirmed
                DISPLAY "Not removed"
            ELSE
                SET CDT-Idx TO FoundDayIndex
                PERFORM Fill-Calendar-Record
                MOVE BUSINESS-CALENDAR-RECORD TO ChangeBeforeImage
                MOVE "Y" TO CDT-REMOVED-FLAG(FoundDayIndex)
                PERFORM Rewrite-Calendar
                DISPLAY "Non-working day " DateEntry " removed"

                MOVE SPACES TO ChangeAfterImage
                MOVE "DELT" TO ChangeAction
                PERFORM Write-Change-Journal
            END-IF
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> List-Calendar-Year - one year's non-working days on the screen,
*> with the weekday each falls on and who added it when.
*> ----------------------------------------------------------------
List-Calendar-Year.
    DISPLAY "Year (YYYY): " WITH NO ADVANCING
    MOVE SPACES TO YearEntry
    ACCEPT YearEntry
    IF YearEntry IS NOT NUMERIC OR YearEntry-Num = ZEROS
        DISPLAY "Rejected: '" YearEntry "' is not a valid year"
    ELSE
        MOVE ZEROS TO ListedDayCount
        DISPLAY "DATE     DAY       DESCRIPTION                    "
            "ADDED BY ON"
        PERFORM List-One-Calendar-Day
            VARYING CDT-Idx FROM 1 BY 1
            UNTIL CDT-Idx > CalendarDayCount
        IF ListedDayCount = ZEROS
            DISPLAY "No non-working days on the calendar for "
                YearEntry " - weekends only"
        END-IF
    END-IF.

List-One-Calendar-Day.
    IF CDT-DATE(CDT-Idx)(1:4) = YearEntry
        AND NOT CDT-Day-Removed(CDT-Idx)
        ADD 1 TO ListedDayCount
        MOVE CDT-DATE(CDT-Idx) TO CalendarDate-Whole
        PERFORM Compute-Day-Of-Week
        COMPUTE WeekdaySubscript = DayOfWeek + 1
        DISPLAY CDT-DATE(CDT-Idx) " "
            WeekdayName(WeekdaySubscript) " "
            CDT-DESCRIPTION(CDT-Idx) " "
            CDT-OPERATOR-ID(CDT-Idx) " "
            CDT-ADDED-DATE(CDT-Idx)
    END-IF.

*> ----------------------------------------------------------------
*> Write-Year-Ahead-Listing - the CALLIST report operations check
*> and sign before the calendar is relied on: for each of the twelve
*> months from the chosen one, the business days it holds and every
*> non-working weekday on the calendar, then the period's totals, a
*> warning when the period holds no holidays at all (next year's
*> have not been loaded), and the sign-off block.
*> ----------------------------------------------------------------
Write-Year-Ahead-Listing.
    DISPLAY "First month of the listing (YYYYMM, Enter for this "
        "month): " WITH NO ADVANCING
    MOVE SPACES TO MonthEntry
    ACCEPT MonthEntry
    IF MonthEntry = SPACES
        MOVE TodaysDate(1:6) TO MonthEntry
    END-IF
    IF MonthEntry IS NOT NUMERIC
        OR ME-YEAR = ZEROS
        OR ME-MONTH < 1 OR ME-MONTH > 12
        DISPLAY "Rejected: '" MonthEntry "' is not a valid YYYYMM "
            "month"
    ELSE
        OPEN OUTPUT CALENDAR-LISTING-FILE
        IF NOT CALLIST-OK
            DISPLAY "Rejected: could not open the calendar listing "
                "file (status " CALLIST-STATUS ")"
        ELSE
            PERFORM Produce-Year-Ahead-Listing
            CLOSE CALENDAR-LISTING-FILE
            DISPLAY "Year-ahead calendar listing written to CALLIST"
        END-IF
    END-IF.

Produce-Year-Ahead-Listing.
    MOVE ZEROS TO PeriodBusinessDays
    MOVE ZEROS TO PeriodHolidays
    MOVE ZEROS TO ListingMonthsDone

*> The period runs from the 1st of the chosen month to the last day
*> of the eleventh month after it.
    MOVE ME-YEAR TO CLD-YEAR
    MOVE ME-MONTH TO CLD-MONTH
    MOVE 1 TO CLD-DAY
    MOVE CalendarDate-Whole TO ListingStartDate
    ADD 11 TO CLD-MONTH
    IF CLD-MONTH > 12
        SUBTRACT 12 FROM CLD-MONTH
        ADD 1 TO CLD-YEAR
    END-IF
    PERFORM Compute-Days-In-Month
    MOVE DaysInTargetMonth TO CLD-DAY
    MOVE CalendarDate-Whole TO ListingEndDate

    MOVE SPACES TO Listing-Line
    STRING "BUSINESS CALENDAR - YEAR AHEAD " ListingStartDate
        " TO " ListingEndDate
        DELIMITED BY SIZE INTO Listing-Line
    WRITE CALENDAR-LISTING-RECORD FROM Listing-Line

    MOVE SPACES TO Listing-Line
    STRING "PRINTED " TodaysDate " BY " OperatorId
        " - SATURDAYS AND SUNDAYS ARE NEVER BUSINESS DAYS AND ARE "
        "NOT LISTED"
        DELIMITED BY SIZE INTO Listing-Line
    WRITE CALENDAR-LISTING-RECORD FROM Listing-Line

    MOVE ListingStartDate TO CalendarDate-Whole
    PERFORM List-One-Month
        UNTIL ListingMonthsDone = ListingMonthsWanted

    MOVE SPACES TO Listing-Line
    WRITE CALENDAR-LISTING-RECORD FROM Listing-Line

    MOVE SPACES TO Listing-Line
    MOVE PeriodBusinessDays TO Listing-Edited-Count
    STRING "TOTAL BUSINESS DAYS IN PERIOD       " Listing-Edited-Count
        DELIMITED BY SIZE INTO Listing-Line
    WRITE CALENDAR-LISTING-RECORD FROM Listing-Line

    MOVE SPACES TO Listing-Line
    MOVE PeriodHolidays TO Listing-Edited-Count
    STRING "TOTAL NON-WORKING WEEKDAYS IN PERIOD" Listing-Edited-Count
        DELIMITED BY SIZE INTO Listing-Line
    WRITE CALENDAR-LISTING-RECORD FROM Listing-Line

    IF PeriodHolidays = ZEROS
        MOVE SPACES TO Listing-Line
        WRITE CALENDAR-LISTING-RECORD FROM Listing-Line
        MOVE SPACES TO Listing-Line
        STRING "WARNING: NO NON-WORKING DAYS ARE ON THE CALENDAR FOR "
            "THIS PERIOD - THE BANK HOLIDAYS HAVE NOT BEEN LOADED. "
            "DO NOT SIGN OFF."
            DELIMITED BY SIZE INTO Listing-Line
        WRITE CALENDAR-LISTING-RECORD FROM Listing-Line
    END-IF

    MOVE SPACES TO Listing-Line
    WRITE CALENDAR-LISTING-RECORD FROM Listing-Line

    MOVE SPACES TO Listing-Line
    STRING "CALENDAR CHECKED BY  ______________________________   "
        "DATE  __________"
        DELIMITED BY SIZE INTO Listing-Line
    WRITE CALENDAR-LISTING-RECORD FROM Listing-Line

    MOVE SPACES TO Listing-Line
    WRITE CALENDAR-LISTING-RECORD FROM Listing-Line

    MOVE SPACES TO Listing-Line
    STRING "CALENDAR APPROVED BY ______________________________   "
        "DATE  __________"
        DELIMITED BY SIZE INTO Listing-Line
    WRITE CALENDAR-LISTING-RECORD FROM Listing-Line.

*> ----------------------------------------------------------------
*> List-One-Month - walk CalendarDate through one month a day at a
*> time, listing each calendar holiday and counting the business
*> days, then the month's totals; CalendarDate is left on the 1st of
*> the month after.
*> ----------------------------------------------------------------
List-One-Month.
    MOVE ZEROS TO MonthBusinessDays
    MOVE ZEROS TO MonthHolidays
    MOVE CLD-MONTH TO MonthBeingListed

    MOVE SPACES TO Listing-Line
    WRITE CALENDAR-LISTING-RECORD FROM Listing-Line

    MOVE SPACES TO Listing-Line
    STRING MonthName(CLD-MONTH) " " CLD-YEAR
        DELIMITED BY SIZE INTO Listing-Line
    WRITE CALENDAR-LISTING-RECORD FROM Listing-Line

    PERFORM List-One-Day UNTIL CLD-MONTH NOT = MonthBeingListed

    MOVE SPACES TO Listing-Line
    MOVE MonthBusinessDays TO Listing-Edited-Count
    STRING "    BUSINESS DAYS " Listing-Edited-Count
        DELIMITED BY SIZE INTO Listing-Line
    MOVE MonthHolidays TO Listing-Edited-Count
    MOVE "NON-WORKING WEEKDAYS" TO Listing-Line(30:20)
    MOVE Listing-Edited-Count TO Listing-Line(51:7)
    WRITE CALENDAR-LISTING-RECORD FROM Listing-Line

    ADD MonthBusinessDays TO PeriodBusinessDays
    ADD MonthHolidays TO PeriodHolidays
    ADD 1 TO ListingMonthsDone.

List-One-Day.
    PERFORM Check-Business-Day
    IF Business-Day
        ADD 1 TO MonthBusinessDays
    ELSE
        IF NOT Day-Is-Saturday AND NOT Day-Is-Sunday
            ADD 1 TO MonthHolidays
            COMPUTE WeekdaySubscript = DayOfWeek + 1
            SET CDT-Idx TO FoundDayIndex
            MOVE SPACES TO Listing-Line
            MOVE CalendarDate-Whole TO Listing-Line(5:8)
            MOVE WeekdayName(WeekdaySubscript) TO Listing-Line(14:9)
            MOVE NonWorkingReason TO Listing-Line(24:30)
            STRING "ADDED " CDT-ADDED-DATE(CDT-Idx) " BY "
                CDT-OPERATOR-ID(CDT-Idx)
                DELIMITED BY SIZE INTO Listing-Line(55:30)
            WRITE CALENDAR-LISTING-RECORD FROM Listing-Line
        END-IF
    END-IF
    PERFORM Advance-One-Day.

*> ----------------------------------------------------------------
*> Check-Business-Day - is CalendarDate a working day? Not if it is
*> a Saturday or a Sunday, nor if it is on the calendar;
*> NonWorkingReason says why not, and FoundDayIndex points at the
*> calendar entry when there is one.
*> ----------------------------------------------------------------
Check-Business-Day.
    SET Business-Day TO TRUE
    MOVE SPACES TO NonWorkingReason
    MOVE ZEROS TO FoundDayIndex
    PERFORM Compute-Day-Of-Week
    EVALUATE TRUE
        WHEN Day-Is-Saturday
            SET Non-Business-Day TO TRUE
            MOVE "SATURDAY" TO NonWorkingReason
        WHEN Day-Is-Sunday
            SET Non-Business-Day TO TRUE
            MOVE "SUNDAY" TO NonWorkingReason
        WHEN OTHER
            PERFORM Find-Calendar-Day
            IF FoundDayIndex > ZEROS
                SET Non-Business-Day TO TRUE
                MOVE CDT-DESCRIPTION(FoundDayIndex) TO NonWorkingReason
            END-IF
    END-EVALUATE.

*> ----------------------------------------------------------------
*> Compute-Day-Of-Week - the weekday CalendarDate falls on, by
*> Zeller's congruence, every division truncating.
*> ----------------------------------------------------------------
Compute-Day-Of-Week.
    MOVE CLD-MONTH TO WeekdayMonth
    MOVE CLD-YEAR TO WeekdayYear
    IF WeekdayMonth < 3
        ADD 12 TO WeekdayMonth
        SUBTRACT 1 FROM WeekdayYear
    END-IF
    COMPUTE WeekdaySum = 13 * (WeekdayMonth + 1)
    DIVIDE WeekdaySum BY 5 GIVING WeekdayMonthTerm
    DIVIDE WeekdayYear BY 4 GIVING WeekdayYearBy4
    DIVIDE WeekdayYear BY 100 GIVING WeekdayYearBy100
    DIVIDE WeekdayYear BY 400 GIVING WeekdayYearBy400
    COMPUTE WeekdaySum = CLD-DAY + WeekdayMonthTerm + WeekdayYear
        + WeekdayYearBy4 - WeekdayYearBy100 + WeekdayYearBy400
    DIVIDE WeekdaySum BY 7 GIVING WeekdayQuotient
        REMAINDER DayOfWeek.

*> ----------------------------------------------------------------
*> Advance-One-Day - step CalendarDate forward one calendar day,
*> into the month (and year) after when it is already the month's
*> last.
*> ----------------------------------------------------------------
Advance-One-Day.
    PERFORM Compute-Days-In-Month
    IF CLD-DAY < DaysInTargetMonth
        ADD 1 TO CLD-DAY
    ELSE
        MOVE 1 TO CLD-DAY
        IF CLD-MONTH < 12
            ADD 1 TO CLD-MONTH
        ELSE
            MOVE 1 TO CLD-MONTH
            ADD 1 TO CLD-YEAR
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Compute-Days-In-Month - the length of CLD-MONTH in CLD-YEAR.
*> February is 29 in a leap year: divisible by 4, except century
*> years, which must be divisible by 400.
*> ----------------------------------------------------------------
Compute-Days-In-Month.
    EVALUATE CLD-MONTH
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO DaysInTargetMonth
        WHEN 2
            MOVE 28 TO DaysInTargetMonth
            MOVE CLD-YEAR TO LeapYearDividend
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
*> Rewrite-Calendar - the whole table back over BUSCAL in date
*> order, removed days left behind. The pre-session copy sits in
*> CALKEEP throughout; an abend in here leaves it as the recovery
*> copy, and the next session refuses until it has been dealt with
*> by hand.
*> ----------------------------------------------------------------
Rewrite-Calendar.
    MOVE ZEROS TO LiveDayCount
    MOVE ZEROS TO DaysWritten
    PERFORM Count-One-Live-Day
        VARYING CDT-Idx FROM 1 BY 1
        UNTIL CDT-Idx > CalendarDayCount

    OPEN OUTPUT CALENDAR-FILE
    IF NOT BUSCAL-OK
        DISPLAY "SEVERE: could not rewrite the business calendar "
            "(status " BUSCAL-STATUS ") - copy CALKEEP over BUSCAL "
            "by hand and verify it; this session's changes must be "
            "re-keyed"
        STOP RUN
    END-IF
    PERFORM Write-One-Calendar-Day
        VARYING CDT-Idx FROM 1 BY 1
        UNTIL CDT-Idx > CalendarDayCount
    CLOSE CALENDAR-FILE

    IF DaysWritten NOT = LiveDayCount
        DISPLAY "SEVERE: only " DaysWritten " of " LiveDayCount
            " calendar days went back out - copy CALKEEP over "
            "BUSCAL by hand and investigate"
        STOP RUN
    END-IF.

Count-One-Live-Day.
    IF NOT CDT-Day-Removed(CDT-Idx)
        ADD 1 TO LiveDayCount
    END-IF.

*> ----------------------------------------------------------------
*> Write-One-Calendar-Day - one live day back out.
*> ----------------------------------------------------------------
Write-One-Calendar-Day.
    IF NOT CDT-Day-Removed(CDT-Idx)
        PERFORM Fill-Calendar-Record
        WRITE BUSINESS-CALENDAR-RECORD
        ADD 1 TO DaysWritten
    END-IF.

*> ----------------------------------------------------------------
*> Write-Change-Journal - append the change in hand to CHGJRNL,
*> creating the journal the first time. A calendar day belongs to
*> no customer, so the NI and account numbers go out as spaces. The
*> change itself is already on BUSCAL either way; a failed append is
*> reported so it can be recorded by hand.
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
            " of calendar day " DateEntry " is NOT journalled"
    ELSE
        MOVE SPACES TO CHANGE-JOURNAL-RECORD
        MOVE TodaysDate TO CJ-CHANGE-DATE
        MOVE TimeNow TO CJ-CHANGE-TIME
        MOVE OperatorId TO CJ-OPERATOR-ID
        MOVE "CAL-MAINT" TO CJ-PROGRAM-ID
        SET CJ-CALENDAR-RECORD TO TRUE
        MOVE ChangeAction TO CJ-CHANGE-ACTION
        MOVE SPACES TO CJ-NI-NUMBER
        MOVE SPACES TO CJ-ACCOUNT-NUMBER
        MOVE ChangeBeforeImage TO CJ-BEFORE-IMAGE
        MOVE ChangeAfterImage TO CJ-AFTER-IMAGE
        WRITE CHANGE-JOURNAL-RECORD
        CLOSE CHANGE-JOURNAL-FILE
    END-IF.

*> ----------------------------------------------------------------
*> Close-Session - a clean quit has every change safely on BUSCAL,
*> so the CALKEEP recovery copy is emptied and the next session
*> starts unrefused.
*> ----------------------------------------------------------------
Close-Session.
    OPEN OUTPUT KEEP-CALENDAR-FILE
    CLOSE KEEP-CALENDAR-FILE.

*> ----------------------------------------------------------------
*> Accept-Operator-Id - who is keying this session; every day added
*> and every change journal row the session writes carries it.
*> ----------------------------------------------------------------
Accept-Operator-Id.
    DISPLAY "Operator ID: " WITH NO ADVANCING
    MOVE SPACES TO OperatorId
    ACCEPT OperatorId
    IF OperatorId = SPACES
        DISPLAY "Rejected: an operator ID must be keyed - every "
            "change to the business calendar is journalled under it"
        STOP RUN
    END-IF.

*> ----------------------------------------------------------------
*> Validate-Date-Entry - eight digits making a real date, the day
*> held to the length of its month; the date is left broken down
*> in CalendarDate.
*> ----------------------------------------------------------------
Validate-Date-Entry.
    SET DateEntry-Is-Invalid TO TRUE
    IF DateEntry IS NUMERIC
        MOVE DateEntry-Num TO CalendarDate-Whole
        IF CLD-YEAR > ZEROS
            AND CLD-MONTH >= 01 AND CLD-MONTH <= 12
            PERFORM Compute-Days-In-Month
            IF CLD-DAY >= 01 AND CLD-DAY <= DaysInTargetMonth
                SET DateEntry-Is-Valid TO TRUE
            END-IF
        END-IF
    END-IF.
