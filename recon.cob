*>               still ends the run). Refusals keep their STOP RUNs
*>               - a refused step stops the whole chain, which is
*>               the point.
*> 2026-10-15 CB Accounts now carry a currency. Every exception line
*>               shows the account's currency, an audit record
*>               posted in a currency other than the account's is
*>               reported as a currency mismatch, and the report
*>               ends with the accounts, exceptions and master and
*>               replayed balances totalled by currency - balances
*>               in different currencies are never added together.
*>               Audit records written before currencies carry
*>               spaces and are taken as sterling.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 ReconNINumber PIC X(10).
01 ReconAccountNumber PIC X(04).
01 ReconCustomerName PIC X(20).
01 ReconCurrency PIC X(03).
01 MasterBalance PIC S9(16)V99 VALUE ZEROS.
01 ReconstructedBalance PIC S9(16)V99 VALUE ZEROS.
01 ExpectedNewBalance PIC S9(16)V99 VALUE ZEROS.
01 ChainBreaksFound PIC 9(08) VALUE ZEROS.
01 ArithmeticErrorsFound PIC 9(08) VALUE ZEROS.
01 BalanceMismatchesFound PIC 9(08) VALUE ZEROS.
01 CurrencyMismatchesFound PIC 9(08) VALUE ZEROS.

*> Sterling, the currency an audit record written before accounts
*> carried one was posted in.
01 BaseCurrencyCode CONSTANT AS "GBP".
01 AuditCurrency PIC X(03).

*> Accounts, exceptions and balances by currency for the totals at
*> the foot of the report, one row per currency met on the master
*> in the order it was first met.
01 MaxReconCurrencies CONSTANT AS 20.
01 ReconCurrencyCount PIC 9(04) VALUE ZEROS.
01 ReconCurrencyTable.
    05 RCT-Entry OCCURS 20 TIMES INDEXED BY RCT-Idx.
        10 RCT-CURRENCY-CODE PIC X(03).
        10 RCT-ACCOUNTS-CHECKED PIC 9(08).
        10 RCT-ACCOUNTS-IN-EXCEPTION PIC 9(08).
        10 RCT-MASTER-TOTAL PIC S9(16)V99.
        10 RCT-REPLAYED-TOTAL PIC S9(16)V99.
01 MatchedCurrencyIndex PIC 9(04) VALUE ZEROS.
01 CurrenciesNotTotalled PIC 9(08) VALUE ZEROS.

01 CustomerExceptionSwitch PIC X(01) VALUE "N".
    88 Customer-Has-Exception VALUE "Y".
01 Recon-Edited-Balance PIC -(13)9.99.
01 Recon-Edited-Expected PIC -(13)9.99.
01 Recon-Edited-Count PIC ZZZ,ZZZ,ZZ9.
01 Recon-Edited-Exceptions PIC ZZZ,ZZZ,ZZ9.

*> PROGRAM TO RUN
PROCEDURE DIVISION.
    MOVE CM-ACCOUNT-NUMBER TO ReconAccountNumber
    MOVE CM-CUSTOMER-NAME TO ReconCustomerName
    MOVE CM-BALANCE TO MasterBalance
    MOVE CM-CURRENCY-CODE TO ReconCurrency
    IF ReconCurrency = SPACES
        MOVE BaseCurrencyCode TO ReconCurrency
    END-IF
    SET Customer-Is-Clean TO TRUE

    PERFORM Replay-Audit-History
        ADD 1 TO CustomersInException
    END-IF

    PERFORM Add-To-Currency-Totals

    READ CUSTMAST-FILE NEXT RECORD
        AT END SET CustMastAtEnd TO TRUE
    END-READ.
            PERFORM Write-Arithmetic-Error-Line
        END-IF

        MOVE AU-CURRENCY-CODE TO AuditCurrency
        IF AuditCurrency = SPACES
            MOVE BaseCurrencyCode TO AuditCurrency
        END-IF
        IF AuditCurrency NOT = ReconCurrency
            ADD 1 TO CurrencyMismatchesFound
            PERFORM Write-Currency-Mismatch-Line
        END-IF

        MOVE AU-NEW-BALANCE TO ReconstructedBalance
        ADD 1 TO AuditRecordsReplayed
    END-IF
        AT END SET AuditAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Add-To-Currency-Totals - count the account just reconciled, and
*> its master and replayed balances, under its currency. A currency
*> past the table's size is counted but not totalled.
*> ----------------------------------------------------------------
Add-To-Currency-Totals.
    MOVE ZEROS TO MatchedCurrencyIndex
    PERFORM Match-One-Recon-Currency
        VARYING RCT-Idx FROM 1 BY 1
        UNTIL RCT-Idx > ReconCurrencyCount
            OR MatchedCurrencyIndex > ZEROS
    IF MatchedCurrencyIndex = ZEROS
        IF ReconCurrencyCount < MaxReconCurrencies
            ADD 1 TO ReconCurrencyCount
            MOVE ReconCurrencyCount TO MatchedCurrencyIndex
            MOVE ReconCurrency
                TO RCT-CURRENCY-CODE(MatchedCurrencyIndex)
            MOVE ZEROS TO RCT-ACCOUNTS-CHECKED(MatchedCurrencyIndex)
            MOVE ZEROS
                TO RCT-ACCOUNTS-IN-EXCEPTION(MatchedCurrencyIndex)
            MOVE ZEROS TO RCT-MASTER-TOTAL(MatchedCurrencyIndex)
            MOVE ZEROS TO RCT-REPLAYED-TOTAL(MatchedCurrencyIndex)
        ELSE
            ADD 1 TO CurrenciesNotTotalled
        END-IF
    END-IF

    IF MatchedCurrencyIndex > ZEROS
        ADD 1 TO RCT-ACCOUNTS-CHECKED(MatchedCurrencyIndex)
        IF Customer-Has-Exception
            ADD 1 TO RCT-ACCOUNTS-IN-EXCEPTION(MatchedCurrencyIndex)
        END-IF
        ADD MasterBalance TO RCT-MASTER-TOTAL(MatchedCurrencyIndex)
        IF AuditRecordsReplayed > ZEROS
            ADD ReconstructedBalance
                TO RCT-REPLAYED-TOTAL(MatchedCurrencyIndex)
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Match-One-Recon-Currency - the totals row for ReconCurrency.
*> ----------------------------------------------------------------
Match-One-Recon-Currency.
    IF RCT-CURRENCY-CODE(RCT-Idx) = ReconCurrency
        MOVE RCT-Idx TO MatchedCurrencyIndex
    END-IF.

*> ----------------------------------------------------------------
*> Write-Report-Heading - title line for the exceptions report.
*> ----------------------------------------------------------------
    MOVE MasterBalance TO Recon-Edited-Balance
    MOVE ReconstructedBalance TO Recon-Edited-Expected
    STRING ReconNINumber " " ReconAccountNumber " " ReconCustomerName
        " " ReconCurrency
        " BALANCE MISMATCH  MASTER " Recon-Edited-Balance
        "  AUDIT " Recon-Edited-Expected
        DELIMITED BY SIZE INTO Recon-Line
    MOVE SPACES TO Recon-Line
    MOVE MasterBalance TO Recon-Edited-Balance
    STRING ReconNINumber " " ReconAccountNumber " " ReconCustomerName
        " " ReconCurrency
        " NON-ZERO BALANCE " Recon-Edited-Balance
        " WITH NO AUDIT HISTORY"
        DELIMITED BY SIZE INTO Recon-Line
    MOVE AU-PRE-BALANCE TO Recon-Edited-Balance
    MOVE ReconstructedBalance TO Recon-Edited-Expected
    STRING ReconNINumber " " ReconAccountNumber " " ReconCustomerName
        " " ReconCurrency
        " CHAIN BREAK ON " AU-TRANSACTION-DATE
        "  PRE " Recon-Edited-Balance
        "  PRIOR NEW " Recon-Edited-Expected
    MOVE AU-NEW-BALANCE TO Recon-Edited-Balance
    MOVE ExpectedNewBalance TO Recon-Edited-Expected
    STRING ReconNINumber " " ReconAccountNumber " " ReconCustomerName
        " " ReconCurrency
        " BAD ARITHMETIC ON " AU-TRANSACTION-DATE
        "  NEW " Recon-Edited-Balance
        "  EXPECTED " Recon-Edited-Expected
        DELIMITED BY SIZE INTO Recon-Line
    WRITE RECON-REPORT-RECORD FROM Recon-Line.

*> ----------------------------------------------------------------
*> Write-Currency-Mismatch-Line - an audit record posted in a
*> currency other than the one the account is held in.
*> ----------------------------------------------------------------
Write-Currency-Mismatch-Line.
    SET Customer-Has-Exception TO TRUE
    MOVE SPACES TO Recon-Line
    STRING ReconNINumber " " ReconAccountNumber " " ReconCustomerName
        " " ReconCurrency
        " CURRENCY MISMATCH ON " AU-TRANSACTION-DATE
        "  POSTED IN " AuditCurrency
        "  REFERENCE " AU-TRANSACTION-REF
        DELIMITED BY SIZE INTO Recon-Line
    WRITE RECON-REPORT-RECORD FROM Recon-Line.

*> ----------------------------------------------------------------
*> Write-Currency-Totals-Line - one currency's row of the totals
*> at the foot of the report.
*> ----------------------------------------------------------------
Write-Currency-Totals-Line.
    MOVE SPACES TO Recon-Line
    MOVE RCT-ACCOUNTS-CHECKED(RCT-Idx) TO Recon-Edited-Count
    MOVE RCT-MASTER-TOTAL(RCT-Idx) TO Recon-Edited-Balance
    MOVE RCT-REPLAYED-TOTAL(RCT-Idx) TO Recon-Edited-Expected
    MOVE RCT-ACCOUNTS-IN-EXCEPTION(RCT-Idx) TO Recon-Edited-Exceptions
    STRING RCT-CURRENCY-CODE(RCT-Idx) " " Recon-Edited-Count
        " " Recon-Edited-Exceptions
        " " Recon-Edited-Balance
        " " Recon-Edited-Expected
        DELIMITED BY SIZE INTO Recon-Line
    WRITE RECON-REPORT-RECORD FROM Recon-Line.

*> ----------------------------------------------------------------
*> Print-Recon-Summary - console and report roll-up of the run.
*> ----------------------------------------------------------------
    DISPLAY "Balance mismatches:     " BalanceMismatchesFound
    DISPLAY "Chain breaks:           " ChainBreaksFound
    DISPLAY "Arithmetic errors:      " ArithmeticErrorsFound
    DISPLAY "Currency mismatches:    " CurrencyMismatchesFound
    IF CurrenciesNotTotalled > ZEROS
        DISPLAY "Warning: " CurrenciesNotTotalled " accounts held in "
            "currencies past the first " MaxReconCurrencies
            " are left out of the currency totals"
    END-IF
    DISPLAY "=========================================="

    MOVE SPACES TO Recon-Line
    MOVE CustomersInException TO Recon-Edited-Count
    STRING "ACCOUNTS IN EXCEPTION: " Recon-Edited-Count
        DELIMITED BY SIZE INTO Recon-Line
    WRITE RECON-REPORT-RECORD FROM Recon-Line

    MOVE SPACES TO Recon-Line
    WRITE RECON-REPORT-RECORD FROM Recon-Line

    MOVE SPACES TO Recon-Line
    STRING "TOTALS BY CURRENCY - BALANCES ARE IN THE CURRENCY SHOWN "
        "AND ARE NOT ADDED ACROSS CURRENCIES"
        DELIMITED BY SIZE INTO Recon-Line
    WRITE RECON-REPORT-RECORD FROM Recon-Line

    MOVE SPACES TO Recon-Line
    STRING "CCY    ACCOUNTS  EXCEPTIONS    MASTER BALANCE"
        "  REPLAYED BALANCE"
        DELIMITED BY SIZE INTO Recon-Line
    WRITE RECON-REPORT-RECORD FROM Recon-Line

    PERFORM Write-Currency-Totals-Line
        VARYING RCT-Idx FROM 1 BY 1
        UNTIL RCT-Idx > ReconCurrencyCount.

*> ----------------------------------------------------------------
*> Close-Run - close whatever files Initialize-Run opened.
