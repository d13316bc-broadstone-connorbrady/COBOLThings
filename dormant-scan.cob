*> 2026-09-02 CB Runs as step 06 of the BATCH-WINDOW chain as well
*>               as standalone; the mainline now ends with GOBACK so
*>               a driver CALL comes back.
*> 2026-10-15 CB Closed accounts are skipped and counted - flagging
*>               one dormant would overwrite its closed status and
*>               let CUSTMAINT reactivate it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 AccountsChecked PIC 9(08) VALUE ZEROS.
01 AccountsFlagged PIC 9(08) VALUE ZEROS.
01 AccountsAlreadyDormant PIC 9(08) VALUE ZEROS.
01 AccountsClosed PIC 9(08) VALUE ZEROS.
01 FlagRewriteFailures PIC 9(08) VALUE ZEROS.

01 Dormant-Line PIC X(132).
Scan-Next-Customer.
    ADD 1 TO AccountsChecked

    IF CM-ACCOUNT-CLOSED
        ADD 1 TO AccountsClosed
    ELSE
    IF CM-ACCOUNT-DORMANT
        ADD 1 TO AccountsAlreadyDormant
    ELSE
            PERFORM Flag-Account-Dormant
        END-IF
    END-IF
    END-IF

    READ CUSTMAST-FILE NEXT RECORD
        AT END SET CustMastAtEnd TO TRUE
    DISPLAY "Accounts checked:         " AccountsChecked
    DISPLAY "Accounts newly flagged:   " AccountsFlagged
    DISPLAY "Accounts already dormant: " AccountsAlreadyDormant
    DISPLAY "Closed accounts skipped:  " AccountsClosed
    DISPLAY "Flag rewrite failures:    " FlagRewriteFailures
    DISPLAY "=========================================="

