       >>SOURCE FORMAT FREE

*> PROGRAM DETAILS
IDENTIFICATION DIVISION.
PROGRAM-ID. CURR-CONV.
AUTHOR. Connor Brady.
DATE-WRITTEN. October 15th 2026.

*> MODIFICATION HISTORY
*> 2026-10-15 CB One-time conversion for the account currency code.
*>               CUSTMAST.CPY grew CM-CURRENCY-CODE on the end of
*>               the record, so an existing file fails at OPEN
*>               against the new layout. Following the ADDR-CONV
*>               precedent, every old-layout record is copied to
*>               CUSTMASTNEW stamped GBP - every account opened
*>               before the field existed was sterling. Once the
*>               read/written counts agree, the operator retires
*>               the old CUSTMAST and puts CUSTMASTNEW in its
*>               place. The old layout (the account-keyed, pence,
*>               addressed, sterling-only shape) is spelled out
*>               here rather than copied because the copybook has
*>               moved on.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-CUSTMAST-FILE ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OC-ACCOUNT-KEY
        FILE STATUS IS OLD-CUSTMAST-STATUS.

    SELECT NEW-CUSTMAST-FILE ASSIGN TO "CUSTMASTNEW"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-ACCOUNT-KEY
        FILE STATUS IS NEW-CUSTMAST-STATUS.

DATA DIVISION.
FILE SECTION.

*> The customer master as it stood before the currency code.
FD  OLD-CUSTMAST-FILE.
01  OLD-CUSTMAST-RECORD.
    05  OC-ACCOUNT-KEY.
        10  OC-NI-NUMBER      PIC X(10).
        10  OC-ACCOUNT-NUMBER PIC 9(04).
    05  OC-IDENT              PIC 9(05).
    05  OC-CUSTOMER-NAME      PIC X(20).
    05  OC-DATE-OF-BIRTH      PIC X(08).
    05  OC-ACCOUNT-TYPE       PIC X(01).
    05  OC-INTEREST-RATE      PIC 9(02)V99.
    05  OC-BALANCE            PIC S9(16)V99.
    05  OC-OVERDRAFT-LIMIT    PIC X(10).
    05  OC-LAST-ACTIVITY-DATE PIC 9(08).
    05  OC-DORMANT-FLAG       PIC X(01).
    05  OC-POSTAL-ADDRESS     PIC X(98).

FD  NEW-CUSTMAST-FILE.
    COPY "CUSTMAST.CPY".

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
01 OLD-CUSTMAST-STATUS PIC X(02).
    88 OLD-CUSTMAST-OK VALUE "00".

01 NEW-CUSTMAST-STATUS PIC X(02).
    88 NEW-CUSTMAST-OK VALUE "00".

01 OldMastEndOfFile PIC X(01) VALUE "N".
    88 OldMastAtEnd VALUE "Y".
    88 OldMastNotAtEnd VALUE "N".

01 TodaysDate PIC 9(08).

01 RecordsRead PIC 9(08) VALUE ZEROS.
01 RecordsWritten PIC 9(08) VALUE ZEROS.
01 WriteFailures PIC 9(08) VALUE ZEROS.

*> PROGRAM TO RUN
PROCEDURE DIVISION.

PERFORM Initialize-Run

PERFORM Convert-Next-Customer UNTIL OldMastAtEnd

PERFORM Print-Conversion-Summary

PERFORM Close-Run

STOP RUN.

*> ----------------------------------------------------------------
*> Initialize-Run - open the old master for input and the new one
*> for output, then position at the first old record.
*> ----------------------------------------------------------------
Initialize-Run.
    ACCEPT TodaysDate FROM DATE YYYYMMDD
    OPEN INPUT OLD-CUSTMAST-FILE
    IF NOT OLD-CUSTMAST-OK
        DISPLAY "Rejected: could not open the customer master file "
            "(status " OLD-CUSTMAST-STATUS ")"
        STOP RUN
    END-IF

    OPEN OUTPUT NEW-CUSTMAST-FILE
    IF NOT NEW-CUSTMAST-OK
        DISPLAY "Rejected: could not open the converted master file "
            "CUSTMASTNEW (status " NEW-CUSTMAST-STATUS ")"
        CLOSE OLD-CUSTMAST-FILE
        STOP RUN
    END-IF

    MOVE LOW-VALUES TO OC-ACCOUNT-KEY
    START OLD-CUSTMAST-FILE KEY IS GREATER THAN OC-ACCOUNT-KEY
        INVALID KEY SET OldMastAtEnd TO TRUE
    END-START
    IF OldMastNotAtEnd
        READ OLD-CUSTMAST-FILE NEXT RECORD
            AT END SET OldMastAtEnd TO TRUE
        END-READ
    END-IF.

*> ----------------------------------------------------------------
*> Convert-Next-Customer - carry every old field across unchanged,
*> stamp the account as sterling, and move on.
*> ----------------------------------------------------------------
Convert-Next-Customer.
    ADD 1 TO RecordsRead

    MOVE OC-NI-NUMBER TO CM-NI-NUMBER
    MOVE OC-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER
    MOVE OC-IDENT TO CM-IDENT
    MOVE OC-CUSTOMER-NAME TO CM-CUSTOMER-NAME
    MOVE OC-DATE-OF-BIRTH TO CM-DATE-OF-BIRTH
    MOVE OC-ACCOUNT-TYPE TO CM-ACCOUNT-TYPE
    MOVE OC-INTEREST-RATE TO CM-INTEREST-RATE
    MOVE OC-BALANCE TO CM-BALANCE
    MOVE OC-OVERDRAFT-LIMIT TO CM-OVERDRAFT-LIMIT
    MOVE OC-LAST-ACTIVITY-DATE TO CM-LAST-ACTIVITY-DATE
    MOVE OC-DORMANT-FLAG TO CM-DORMANT-FLAG
    MOVE OC-POSTAL-ADDRESS TO CM-POSTAL-ADDRESS
    SET CM-STERLING-ACCOUNT TO TRUE

    WRITE CUSTMAST-RECORD
        INVALID KEY
            DISPLAY "Rejected: could not write the converted record "
                "for NI number " OC-NI-NUMBER " account "
                OC-ACCOUNT-NUMBER " (status " NEW-CUSTMAST-STATUS ")"
            ADD 1 TO WriteFailures
        NOT INVALID KEY
            ADD 1 TO RecordsWritten
    END-WRITE

    READ OLD-CUSTMAST-FILE NEXT RECORD
        AT END SET OldMastAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Print-Conversion-Summary - the counts the operator checks before
*> swapping CUSTMASTNEW in as CUSTMAST; a read/written mismatch
*> means the old file stays in place.
*> ----------------------------------------------------------------
Print-Conversion-Summary.
    DISPLAY "=========================================="
    DISPLAY "Currency conversion complete for " TodaysDate
    DISPLAY "Records read:    " RecordsRead
    DISPLAY "Records written: " RecordsWritten
    DISPLAY "Write failures:  " WriteFailures
    DISPLAY "=========================================="
    IF RecordsWritten = RecordsRead AND WriteFailures = ZEROS
        DISPLAY "Counts agree - retire the old CUSTMAST and put "
            "CUSTMASTNEW in its place; every account is now GBP"
    ELSE
        DISPLAY "Counts DO NOT agree - leave the old CUSTMAST in "
            "place and investigate before converting again"
    END-IF.

*> ----------------------------------------------------------------
*> Close-Run - close both masters.
*> ----------------------------------------------------------------
Close-Run.
    CLOSE OLD-CUSTMAST-FILE
    CLOSE NEW-CUSTMAST-FILE.
