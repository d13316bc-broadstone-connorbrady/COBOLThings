*>               remittance agrees with the trail to the penny and
*>               finance stops explaining rounding drift to the
*>               auditors.
*> 2026-10-15 CB Accounts now carry a currency. The rollup is per NI
*>               number and currency - a customer with tax withheld
*>               on a sterling and a euro account gets a line for
*>               each - every line shows its currency, and the
*>               period total is given per currency, since amounts
*>               in different currencies cannot be added. Audit
*>               records written before currencies carry spaces and
*>               are taken as sterling.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    88 AuditAtEnd VALUE "Y".
    88 AuditNotAtEnd VALUE "N".

*> Per-customer tax rollup - one row per NI number and currency
*> that had tax withheld in the period, carrying the name off the
*> latest audit record seen and the running gross-credit and tax
*> totals.
01 MaxTaxCustomers CONSTANT AS 500.
01 TaxCustomerCount PIC 9(04) VALUE ZEROS.
01 TaxCustomerTable.
    05 TCT-Entry OCCURS 500 TIMES INDEXED BY TCT-Idx.
        10 TCT-NI-NUMBER PIC X(10).
        10 TCT-CURRENCY-CODE PIC X(03).
        10 TCT-CUSTOMER-NAME PIC X(30).
        10 TCT-GROSS-CREDITS PIC S9(16)V99.
        10 TCT-TAX-WITHHELD PIC S9(16)V99.
01 TaxCustomerTableFullSwitch PIC X(01) VALUE "N".
    88 TaxCustomerTable-Is-Full VALUE "Y".

*> The currency the record in hand was posted in; sterling for a
*> record written before accounts carried one.
01 BaseCurrencyCode CONSTANT AS "GBP".
01 RecordCurrency PIC X(03).

*> Period totals, one row per currency in the order first met.
01 MaxPeriodCurrencies CONSTANT AS 20.
01 PeriodCurrencyCount PIC 9(04) VALUE ZEROS.
01 PeriodCurrencyTable.
    05 PCT-Entry OCCURS 20 TIMES INDEXED BY PCT-Idx.
        10 PCT-CURRENCY-CODE PIC X(03).
        10 PCT-GROSS-CREDITS PIC S9(16)V99.
        10 PCT-TAX-WITHHELD PIC S9(16)V99.
01 MatchedCurrencyIndex PIC 9(04) VALUE ZEROS.

01 PeriodCurrencyTableFullSwitch PIC X(01) VALUE "N".
    88 PeriodCurrencyTable-Is-Full VALUE "Y".

01 Tax-Line PIC X(132).
01 Tax-Edited-Gross PIC -(13)9.99.
*> Accumulate-One-Audit-Record - tax is only ever withheld on
*> credits, so only in-range credit records with tax on them feed
*> the rollup; the gross accumulated is the gross those credits
*> were taxed on, in the currency they were posted in.
*> ----------------------------------------------------------------
Accumulate-One-Audit-Record.
    MOVE AU-CURRENCY-CODE TO RecordCurrency
    IF RecordCurrency = SPACES
        MOVE BaseCurrencyCode TO RecordCurrency
    END-IF

    IF AU-TRANSACTION-DATE >= FromDate
        AND AU-TRANSACTION-DATE <= ToDate
        AND AU-CREDIT-TRANSACTION
        IF TCT-Not-Found
            PERFORM Add-Tax-Customer
        END-IF
        PERFORM Find-Period-Currency
        IF MatchedCurrencyIndex > ZEROS
            ADD AU-GROSS-TRANSACTION-VALUE
                TO PCT-GROSS-CREDITS(MatchedCurrencyIndex)
            ADD AU-TAX-WITHHELD
                TO PCT-TAX-WITHHELD(MatchedCurrencyIndex)
        END-IF
    END-IF

*> A reversal of a taxed credit lands as a debit entry flagged "R"
        IF TCT-Not-Found
            PERFORM Add-Reversal-Tax-Customer
        END-IF
        PERFORM Find-Period-Currency
        IF MatchedCurrencyIndex > ZEROS
            SUBTRACT AU-GROSS-TRANSACTION-VALUE
                FROM PCT-GROSS-CREDITS(MatchedCurrencyIndex)
            SUBTRACT AU-TAX-WITHHELD
                FROM PCT-TAX-WITHHELD(MatchedCurrencyIndex)
        END-IF
    END-IF

    READ AUDIT-FILE
    END-READ.

*> ----------------------------------------------------------------
*> Roll-Up-Tax-Customer - if this NI number already has a row in
*> this currency, add the record's gross and tax into it and
*> refresh the name.
*> ----------------------------------------------------------------
Roll-Up-Tax-Customer.
    IF TCT-NI-NUMBER(TCT-Idx) = AU-NI-NUMBER
        AND TCT-CURRENCY-CODE(TCT-Idx) = RecordCurrency
        ADD AU-GROSS-TRANSACTION-VALUE TO TCT-GROSS-CREDITS(TCT-Idx)
        ADD AU-TAX-WITHHELD TO TCT-TAX-WITHHELD(TCT-Idx)
        MOVE AU-CUSTOMER-NAME TO TCT-CUSTOMER-NAME(TCT-Idx)
    END-IF.

*> ----------------------------------------------------------------
*> Net-Out-Reversed-Tax - if this NI number has a row in this
*> currency, take the reversed gross and tax back off it.
*> ----------------------------------------------------------------
Net-Out-Reversed-Tax.
    IF TCT-NI-NUMBER(TCT-Idx) = AU-NI-NUMBER
        AND TCT-CURRENCY-CODE(TCT-Idx) = RecordCurrency
        SUBTRACT AU-GROSS-TRANSACTION-VALUE
            FROM TCT-GROSS-CREDITS(TCT-Idx)
        SUBTRACT AU-TAX-WITHHELD FROM TCT-TAX-WITHHELD(TCT-Idx)
    IF TaxCustomerCount < MaxTaxCustomers
        ADD 1 TO TaxCustomerCount
        MOVE AU-NI-NUMBER TO TCT-NI-NUMBER(TaxCustomerCount)
        MOVE RecordCurrency TO TCT-CURRENCY-CODE(TaxCustomerCount)
        MOVE AU-CUSTOMER-NAME TO TCT-CUSTOMER-NAME(TaxCustomerCount)
        COMPUTE TCT-GROSS-CREDITS(TaxCustomerCount) =
            ZEROS - AU-GROSS-TRANSACTION-VALUE
    IF TaxCustomerCount < MaxTaxCustomers
        ADD 1 TO TaxCustomerCount
        MOVE AU-NI-NUMBER TO TCT-NI-NUMBER(TaxCustomerCount)
        MOVE RecordCurrency TO TCT-CURRENCY-CODE(TaxCustomerCount)
        MOVE AU-CUSTOMER-NAME TO TCT-CUSTOMER-NAME(TaxCustomerCount)
        MOVE AU-GROSS-TRANSACTION-VALUE
            TO TCT-GROSS-CREDITS(TaxCustomerCount)
        SET TaxCustomerTable-Is-Full TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Find-Period-Currency - the period totals row for RecordCurrency,
*> started at zero the first time the currency is met. A currency
*> past the table's size is left out of the totals and warned of.
*> ----------------------------------------------------------------
Find-Period-Currency.
    MOVE ZEROS TO MatchedCurrencyIndex
    PERFORM Match-One-Period-Currency
        VARYING PCT-Idx FROM 1 BY 1
        UNTIL PCT-Idx > PeriodCurrencyCount
            OR MatchedCurrencyIndex > ZEROS
    IF MatchedCurrencyIndex = ZEROS
        IF PeriodCurrencyCount < MaxPeriodCurrencies
            ADD 1 TO PeriodCurrencyCount
            MOVE PeriodCurrencyCount TO MatchedCurrencyIndex
            MOVE RecordCurrency
                TO PCT-CURRENCY-CODE(MatchedCurrencyIndex)
            MOVE ZEROS TO PCT-GROSS-CREDITS(MatchedCurrencyIndex)
            MOVE ZEROS TO PCT-TAX-WITHHELD(MatchedCurrencyIndex)
        ELSE
            SET PeriodCurrencyTable-Is-Full TO TRUE
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Match-One-Period-Currency - the totals row for RecordCurrency.
*> ----------------------------------------------------------------
Match-One-Period-Currency.
    IF PCT-CURRENCY-CODE(PCT-Idx) = RecordCurrency
        MOVE PCT-Idx TO MatchedCurrencyIndex
    END-IF.

*> ----------------------------------------------------------------
*> Write-Remittance-Report - heading, one fixed-layout line per NI
*> number and currency, and the period total for each currency.
*> ----------------------------------------------------------------
Write-Remittance-Report.
    MOVE SPACES TO Tax-Line

    MOVE SPACES TO Tax-Line
    STRING "NI NUMBER " " CUSTOMER NAME                 "
        "     GROSS CREDITS" "      TAX WITHHELD" " CCY"
        DELIMITED BY SIZE INTO Tax-Line
    WRITE TAX-REPORT-RECORD FROM Tax-Line

    MOVE SPACES TO Tax-Line
    WRITE TAX-REPORT-RECORD FROM Tax-Line

    PERFORM Write-Period-Total-Line
        VARYING PCT-Idx FROM 1 BY 1
        UNTIL PCT-Idx > PeriodCurrencyCount.

*> ----------------------------------------------------------------
*> Write-Period-Total-Line - one currency's period total.
*> ----------------------------------------------------------------
Write-Period-Total-Line.
    MOVE SPACES TO Tax-Line
    MOVE PCT-GROSS-CREDITS(PCT-Idx) TO Tax-Edited-Gross
    MOVE PCT-TAX-WITHHELD(PCT-Idx) TO Tax-Edited-Tax
    STRING "PERIOD TOTAL" "                              "
        Tax-Edited-Gross " " Tax-Edited-Tax " "
        PCT-CURRENCY-CODE(PCT-Idx)
        DELIMITED BY SIZE INTO Tax-Line
    WRITE TAX-REPORT-RECORD FROM Tax-Line.

    MOVE Tax-Edited-Gross TO Tax-Line(43:17)
    MOVE TCT-TAX-WITHHELD(TCT-Idx) TO Tax-Edited-Tax
    MOVE Tax-Edited-Tax TO Tax-Line(61:17)
    MOVE TCT-CURRENCY-CODE(TCT-Idx) TO Tax-Line(79:3)
    WRITE TAX-REPORT-RECORD FROM Tax-Line.

*> ----------------------------------------------------------------
    DISPLAY "=========================================="
    DISPLAY "Tax remittance run complete for period " FromDate
        " to " ToDate
    DISPLAY "Customer/currency lines:     " TaxCustomerCount
    PERFORM Display-Period-Currency-Total
        VARYING PCT-Idx FROM 1 BY 1
        UNTIL PCT-Idx > PeriodCurrencyCount
    DISPLAY "=========================================="

    IF TaxCustomerTable-Is-Full
            "customers had tax withheld this period - customers "
            "beyond that many are in the period total but have no "
            "detail line"
    END-IF

    IF PeriodCurrencyTable-Is-Full
        DISPLAY "Warning: tax was withheld in more than "
            MaxPeriodCurrencies " currencies this period - "
            "currencies beyond that many have no period total"
    END-IF.

*> ----------------------------------------------------------------
*> Display-Period-Currency-Total - one currency's totals on the
*> console.
*> ----------------------------------------------------------------
Display-Period-Currency-Total.
    DISPLAY "Total gross credits " PCT-CURRENCY-CODE(PCT-Idx) ":     "
        PCT-GROSS-CREDITS(PCT-Idx)
    DISPLAY "Total tax withheld " PCT-CURRENCY-CODE(PCT-Idx) ":      "
        PCT-TAX-WITHHELD(PCT-Idx).

*> ----------------------------------------------------------------
*> Close-Run - close whatever files Initialize-Run opened.
*> ----------------------------------------------------------------
