*>               to start "IN" was inflating the interest figure
*>               finance loads into the ledger. The source code
*>               rides on the "D" rows too.
*> 2026-10-15 CB New "S|FEE INCOME|" summary row: the overdraft
*>               interest and fees OD-CHARGE debits (AU-POSTING-SOURCE
*>               "CH"), less any of those charges TXN-REVERSE has
*>               refunded on the same business date, so finance can
*>               post the bank's fee income without picking the
*>               charges out of the gross debits by hand. A refund
*>               is recognised by the reference it reverses being
*>               one of the business date's own charge postings,
*>               tabled as the extract reads them; a charge from an
*>               earlier date is recognised by OD-CHARGE's reference
*>               shape (CH, a YYMMDD date and a four-digit
*>               sequence) - never by a bare "CH" prefix, which an
*>               upstream detail's free-form reference can carry.
*> 2026-10-15 CB Accounts now carry a currency. Each "D" row ends
*>               with its currency and, on a transfer leg, the other
*>               side's currency, value and the exchange rate used.
*>               The "S" rows are now written per currency, each
*>               with its sterling equivalent, and new "B" rows
*>               give the sterling totals across all currencies
*>               plus the conversion difference on transfers that
*>               crossed currencies, so finance can still post one
*>               balanced sterling ledger. Equivalents are taken
*>               record by record at the FXRATES rates in effect on
*>               the business date (see FXRATEREC.CPY). The trailer
*>               keeps the detail count and amount hash total and
*>               adds the sterling equivalent of the amounts. A
*>               currency with no rate leaves its equivalents, the
*>               "B" totals and the trailer equivalent blank: key
*>               the rate and rerun the extract for the date.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GLEXT-STATUS.

    SELECT FXRATES-FILE ASSIGN TO "FXRATES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FXRATES-STATUS.

DATA DIVISION.
FILE SECTION.

FD  GL-EXTRACT-FILE.
01 GL-EXTRACT-RECORD PIC X(200).

FD  FXRATES-FILE.
    COPY "FXRATEREC.CPY".

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
01 BusinessDateEntry PIC X(08).

01 TodaysDate PIC 9(08).

*> Control figures - the trailer carries the detail count, the net
*> amount hash total as posted (whatever the currency) and its
*> sterling equivalent; the "B" rows carry the by-type rollup the
*> ledger side posts from, in sterling equivalents, and the "S"
*> rows the same rollup per currency (see ExtractCurrencyTable).
01 DetailRecordCount PIC 9(08) VALUE ZEROS.
01 DetailAmountTotal PIC S9(16)V99 VALUE ZEROS.
01 DetailBaseTotal PIC S9(16)V99 VALUE ZEROS.
01 GrossDebitsTotal PIC S9(16)V99 VALUE ZEROS.
01 GrossCreditsTotal PIC S9(16)V99 VALUE ZEROS.
01 TaxWithheldTotal PIC S9(16)V99 VALUE ZEROS.
01 DebitRecordCount PIC 9(08) VALUE ZEROS.
01 CreditRecordCount PIC 9(08) VALUE ZEROS.
01 InterestRecordCount PIC 9(08) VALUE ZEROS.
01 FeeIncomeTotal PIC S9(16)V99 VALUE ZEROS.
01 ChargeRecordCount PIC 9(08) VALUE ZEROS.

*> The business date's charge postings, by their own
*> AU-TRANSACTION-REF, so a reversal can be told to be refunding a
*> charge by the reference it names. Should the table fill, a
*> charge past it is still recognised by OD-CHARGE's reference
*> shape, the same fallback a charge from an earlier date gets.
01 MaxChargeReferences CONSTANT AS 5000.
01 ChargeReferenceCount PIC 9(04) VALUE ZEROS.
01 ChargeReferenceTable.
    05 CRT-Entry OCCURS 5000 TIMES INDEXED BY CRT-Idx.
        10 CRT-REFERENCE PIC X(12).

01 ChargeReferenceFullSwitch PIC X(01) VALUE "N".
    88 ChargeReferences-Overflowed VALUE "Y".

01 ReversedChargeSwitch PIC X(01) VALUE "N".
    88 Reverses-Charge VALUE "Y".
    88 Reverses-Other-Debit VALUE "N".
01 TaxedRecordCount PIC 9(08) VALUE ZEROS.

*> A transfer between accounts in different currencies posts each
*> leg in its own account's currency. Their sterling equivalents
*> should cancel; what they miss by - the rounding in the day's
*> rate and in each leg's conversion - is posted as the conversion
*> difference so the sterling ledger still balances.
01 FxTransferLegCount PIC 9(08) VALUE ZEROS.
01 FxConversionDifference PIC S9(16)V99 VALUE ZEROS.

*> The currency the record in hand was posted in (sterling for a
*> record written before accounts carried one) and its gross, tax
*> and net in sterling.
01 BaseCurrencyCode CONSTANT AS "GBP".
01 RecordCurrency PIC X(03).
01 BaseGrossValue PIC S9(16)V99 VALUE ZEROS.
01 BaseTaxWithheld PIC S9(16)V99 VALUE ZEROS.
01 BaseNetValue PIC S9(16)V99 VALUE ZEROS.

*> The FXRATES file as at the business date: for each currency, the
*> row with the latest effective date on or before it.
01 FXRATES-STATUS PIC X(02).
    88 FXRATES-OK VALUE "00".
    88 FXRATES-NOT-FOUND VALUE "35".

01 FxRatesEndOfFile PIC X(01) VALUE "N".
    88 FxRatesAtEnd VALUE "Y".
    88 FxRatesNotAtEnd VALUE "N".

01 MaxCurrencyRates CONSTANT AS 20.
01 FxRateCount PIC 9(04) VALUE ZEROS.
01 FxRateTable.
    05 FXT-Entry OCCURS 20 TIMES INDEXED BY FXT-Idx.
        10 FXT-CURRENCY-CODE PIC X(03).
        10 FXT-EFFECTIVE-DATE PIC 9(08).
        10 FXT-UNITS-PER-STERLING PIC 9(04)V9(06).

01 FxRateTableFullSwitch PIC X(01) VALUE "N".
    88 FxRateTable-Is-Full VALUE "Y".

01 MatchedRateIndex PIC 9(04) VALUE ZEROS.

01 FxRateFoundSwitch PIC X(01) VALUE "N".
    88 FxRateFound VALUE "Y".
    88 FxRateNotFound VALUE "N".

01 LookupCurrency PIC X(03).
01 LookupUnitsPerSterling PIC 9(04)V9(06) VALUE ZEROS.

*> The by-type rollup per currency posted on the business date, one
*> row per currency in the order first met, with the rate its
*> sterling equivalents are taken at.
01 MaxExtractCurrencies CONSTANT AS 20.
01 ExtractCurrencyCount PIC 9(04) VALUE ZEROS.
01 ExtractCurrencyTable.
    05 ECT-Entry OCCURS 20 TIMES INDEXED BY ECT-Idx.
        10 ECT-CURRENCY-CODE PIC X(03).
        10 ECT-UNITS-PER-STERLING PIC 9(04)V9(06).
        10 ECT-RATE-SWITCH PIC X(01).
            88 ECT-Rate-Found VALUE "Y".
            88 ECT-Rate-Missing VALUE "N".
        10 ECT-DEBIT-COUNT PIC 9(08).
        10 ECT-GROSS-DEBITS PIC S9(16)V99.
        10 ECT-GROSS-DEBITS-BASE PIC S9(16)V99.
        10 ECT-CREDIT-COUNT PIC 9(08).
        10 ECT-GROSS-CREDITS PIC S9(16)V99.
        10 ECT-GROSS-CREDITS-BASE PIC S9(16)V99.
        10 ECT-TAXED-COUNT PIC 9(08).
        10 ECT-TAX-WITHHELD PIC S9(16)V99.
        10 ECT-TAX-WITHHELD-BASE PIC S9(16)V99.
        10 ECT-INTEREST-COUNT PIC 9(08).
        10 ECT-INTEREST-CREDITED PIC S9(16)V99.
        10 ECT-INTEREST-CREDITED-BASE PIC S9(16)V99.
        10 ECT-CHARGE-COUNT PIC 9(08).
        10 ECT-FEE-INCOME PIC S9(16)V99.
        10 ECT-FEE-INCOME-BASE PIC S9(16)V99.
01 MatchedCurrencyIndex PIC 9(04) VALUE ZEROS.

01 ExtractCurrencyTableFullSwitch PIC X(01) VALUE "N".
    88 ExtractCurrencyTable-Is-Full VALUE "Y".

*> Set when any record posted on the business date is in a currency
*> with no rate, or past the currency table: the sterling totals are
*> then incomplete and are left blank rather than posted short.
01 BaseTotalsSwitch PIC X(01) VALUE "Y".
    88 Base-Totals-Complete VALUE "Y".
    88 Base-Totals-Incomplete VALUE "N".

*> One summary row in hand, for the shared "S" and "B" row writers.
01 SummaryRowName PIC X(26).
01 SummaryRowCount PIC 9(08).
01 SummaryRowAmount PIC S9(16)V99.
01 SummaryRowBase PIC S9(16)V99.

01 GL-Line PIC X(200).
01 GL-Edited-Amount PIC -(13)9.99.
01 GL-Edited-Gross PIC -(13)9.99.
01 GL-Edited-Pre PIC -(13)9.99.
01 GL-Edited-New PIC -(13)9.99.
01 GL-Edited-Count PIC 9(08).
01 GL-Edited-Base PIC -(13)9.99.
01 GL-Base-Text PIC X(17).
01 GL-Edited-Cp-Value PIC -(13)9.99.
01 GL-Edited-Rate PIC Z(03)9.9(06).

*> PROGRAM TO RUN
PROCEDURE DIVISION.
            ExtractFileName " (status " GLEXT-STATUS ")"
        CLOSE AUDIT-FILE
        STOP RUN
    END-IF

    PERFORM Load-Exchange-Rates.

*> ----------------------------------------------------------------
*> Load-Exchange-Rates - take each currency's rate off the FXRATES
*> file as at the business date: the row with the latest effective
*> date on or before it wins, a later row on the same date winning
*> over an earlier one. A missing file only matters if something
*> was posted in a currency other than sterling, and that is
*> reported when it is met.
*> ----------------------------------------------------------------
Load-Exchange-Rates.
    MOVE ZEROS TO FxRateCount
    SET FxRatesNotAtEnd TO TRUE
    OPEN INPUT FXRATES-FILE
    IF FXRATES-OK
        READ FXRATES-FILE
            AT END SET FxRatesAtEnd TO TRUE
        END-READ
        PERFORM Select-One-Exchange-Rate UNTIL FxRatesAtEnd
        CLOSE FXRATES-FILE
        IF FxRateTable-Is-Full
            DISPLAY "Rejected: more than " MaxCurrencyRates
                " currencies on the exchange rate file"
            CLOSE AUDIT-FILE
            CLOSE GL-EXTRACT-FILE
            STOP RUN
        END-IF
    ELSE
        IF NOT FXRATES-NOT-FOUND
            DISPLAY "Rejected: could not open the exchange rate file "
                "(status " FXRATES-STATUS ")"
            CLOSE AUDIT-FILE
            CLOSE GL-EXTRACT-FILE
            STOP RUN
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Select-One-Exchange-Rate - keep the current row as its currency's
*> rate if it is the latest one seen so far that is in effect on
*> the business date.
*> ----------------------------------------------------------------
Select-One-Exchange-Rate.
    IF FX-EFFECTIVE-DATE <= BusinessDate
        MOVE ZEROS TO MatchedRateIndex
        PERFORM Match-One-Rate-Currency
            VARYING FXT-Idx FROM 1 BY 1
            UNTIL FXT-Idx > FxRateCount OR MatchedRateIndex > ZEROS
        IF MatchedRateIndex = ZEROS
            IF FxRateCount < MaxCurrencyRates
                ADD 1 TO FxRateCount
                MOVE FxRateCount TO MatchedRateIndex
                MOVE FX-CURRENCY-CODE
                    TO FXT-CURRENCY-CODE(MatchedRateIndex)
                MOVE ZEROS TO FXT-EFFECTIVE-DATE(MatchedRateIndex)
            ELSE
                SET FxRateTable-Is-Full TO TRUE
            END-IF
        END-IF
        IF MatchedRateIndex > ZEROS
            AND FX-EFFECTIVE-DATE >= FXT-EFFECTIVE-DATE(MatchedRateIndex)
            MOVE FX-EFFECTIVE-DATE TO FXT-EFFECTIVE-DATE(MatchedRateIndex)
            MOVE FX-UNITS-PER-STERLING
                TO FXT-UNITS-PER-STERLING(MatchedRateIndex)
        END-IF
    END-IF

    READ FXRATES-FILE
        AT END SET FxRatesAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Match-One-Rate-Currency - the table row already holding the
*> current FXRATES row's currency.
*> ----------------------------------------------------------------
Match-One-Rate-Currency.
    IF FXT-CURRENCY-CODE(FXT-Idx) = FX-CURRENCY-CODE
        MOVE FXT-Idx TO MatchedRateIndex
    END-IF.

*> ----------------------------------------------------------------
*> Look-Up-Exchange-Rate - units of LookupCurrency to the pound:
*> one for sterling itself, otherwise the loaded rate, if any. A
*> zero rate on the file counts as no rate.
*> ----------------------------------------------------------------
Look-Up-Exchange-Rate.
    SET FxRateNotFound TO TRUE
    MOVE ZEROS TO LookupUnitsPerSterling
    IF LookupCurrency = BaseCurrencyCode
        MOVE 1 TO LookupUnitsPerSterling
        SET FxRateFound TO TRUE
    ELSE
        MOVE ZEROS TO MatchedRateIndex
        PERFORM Match-One-Lookup-Currency
            VARYING FXT-Idx FROM 1 BY 1
            UNTIL FXT-Idx > FxRateCount OR MatchedRateIndex > ZEROS
        IF MatchedRateIndex > ZEROS
            AND FXT-UNITS-PER-STERLING(MatchedRateIndex) > ZEROS
            MOVE FXT-UNITS-PER-STERLING(MatchedRateIndex)
                TO LookupUnitsPerSterling
            SET FxRateFound TO TRUE
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Match-One-Lookup-Currency - the table row for LookupCurrency.
*> ----------------------------------------------------------------
Match-One-Lookup-Currency.
    IF FXT-CURRENCY-CODE(FXT-Idx) = LookupCurrency
        MOVE FXT-Idx TO MatchedRateIndex
    END-IF.

*> ----------------------------------------------------------------
*> the extract's tax summary agrees with the remittance report.
*> Interest is whatever AU-POSTING-SOURCE says INTEREST-CALC
*> posted - never inferred from the reference, which on an
*> upstream detail is free-form and proves nothing. Fee income is
*> the same for the charge debits (source CH), less a reversal
*> credit that Identify-Reversed-Charge finds refunding one. The
*> totals here are sterling equivalents; the currency's own figures
*> go to its row of the currency rollup. The conversion difference
*> is the sterling equivalent of the debited legs of cross-currency
*> transfers less that of the credited legs.
*> ----------------------------------------------------------------
Extract-One-Audit-Record.
    IF AU-TRANSACTION-DATE = BusinessDate
        MOVE AU-CURRENCY-CODE TO RecordCurrency
        IF RecordCurrency = SPACES
            MOVE BaseCurrencyCode TO RecordCurrency
        END-IF
        PERFORM Find-Extract-Currency
        PERFORM Convert-Record-To-Base
        PERFORM Write-One-Detail-Row
        ADD 1 TO DetailRecordCount
        ADD AU-TRANSACTION-VALUE TO DetailAmountTotal
        ADD BaseNetValue TO DetailBaseTotal
        IF AU-DEBIT-TRANSACTION
            ADD 1 TO DebitRecordCount
            ADD BaseGrossValue TO GrossDebitsTotal
        ELSE
            ADD 1 TO CreditRecordCount
            ADD BaseGrossValue TO GrossCreditsTotal
        END-IF
        IF AU-CREDIT-TRANSACTION
            AND AU-TAX-WITHHELD > ZEROS
            ADD 1 TO TaxedRecordCount
            ADD BaseTaxWithheld TO TaxWithheldTotal
        END-IF
        IF AU-REVERSAL-ENTRY
            AND AU-DEBIT-TRANSACTION
            AND AU-TAX-WITHHELD > ZEROS
            SUBTRACT BaseTaxWithheld FROM TaxWithheldTotal
        END-IF
        IF AU-CREDIT-TRANSACTION
            AND AU-INTEREST-POSTING
            ADD 1 TO InterestRecordCount
            ADD BaseNetValue TO InterestCreditedTotal
        END-IF
        IF AU-DEBIT-TRANSACTION
            AND AU-CHARGE-POSTING
            ADD 1 TO ChargeRecordCount
            ADD BaseNetValue TO FeeIncomeTotal
            PERFORM Remember-Charge-Reference
        END-IF
        SET Reverses-Other-Debit TO TRUE
        IF AU-REVERSAL-ENTRY
            AND AU-CREDIT-TRANSACTION
            PERFORM Identify-Reversed-Charge
        END-IF
        IF Reverses-Charge
            SUBTRACT BaseNetValue FROM FeeIncomeTotal
        END-IF
        IF AU-COUNTERPARTY-CURRENCY NOT = SPACES
            AND AU-COUNTERPARTY-CURRENCY NOT = RecordCurrency
            ADD 1 TO FxTransferLegCount
            IF AU-DEBIT-TRANSACTION
                ADD BaseGrossValue TO FxConversionDifference
            ELSE
                SUBTRACT BaseGrossValue FROM FxConversionDifference
            END-IF
        END-IF
        IF MatchedCurrencyIndex > ZEROS
            PERFORM Add-To-Currency-Rollup
        END-IF
    END-IF

        AT END SET AuditAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Find-Extract-Currency - the currency rollup row for
*> RecordCurrency, started at zero with the currency's rate the
*> first time it is met. A currency with no rate in effect is
*> reported once and its sterling equivalents left blank; one past
*> the table's size has no "S" rows at all. Either way the sterling
*> totals are incomplete.
*> ----------------------------------------------------------------
Find-Extract-Currency.
    MOVE ZEROS TO MatchedCurrencyIndex
    PERFORM Match-One-Extract-Currency
        VARYING ECT-Idx FROM 1 BY 1
        UNTIL ECT-Idx > ExtractCurrencyCount
            OR MatchedCurrencyIndex > ZEROS
    IF MatchedCurrencyIndex = ZEROS
        IF ExtractCurrencyCount < MaxExtractCurrencies
            ADD 1 TO ExtractCurrencyCount
            MOVE ExtractCurrencyCount TO MatchedCurrencyIndex
            PERFORM Start-Currency-Rollup-Row
        ELSE
            IF NOT ExtractCurrencyTable-Is-Full
                DISPLAY "SEVERE: more than " MaxExtractCurrencies
                    " currencies posted on " BusinessDate " - "
                    RecordCurrency " and any after it have no "
                    "summary rows and the sterling totals are blank"
            END-IF
            SET ExtractCurrencyTable-Is-Full TO TRUE
            SET Base-Totals-Incomplete TO TRUE
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Match-One-Extract-Currency - the rollup row for RecordCurrency.
*> ----------------------------------------------------------------
Match-One-Extract-Currency.
    IF ECT-CURRENCY-CODE(ECT-Idx) = RecordCurrency
        MOVE ECT-Idx TO MatchedCurrencyIndex
    END-IF.

*> ----------------------------------------------------------------
*> Start-Currency-Rollup-Row - a new currency's rollup row, zeroed,
*> with its rate as at the business date.
*> ----------------------------------------------------------------
Start-Currency-Rollup-Row.
    MOVE RecordCurrency TO ECT-CURRENCY-CODE(MatchedCurrencyIndex)
    MOVE ZEROS TO ECT-DEBIT-COUNT(MatchedCurrencyIndex)
    MOVE ZEROS TO ECT-GROSS-DEBITS(MatchedCurrencyIndex)
    MOVE ZEROS TO ECT-GROSS-DEBITS-BASE(MatchedCurrencyIndex)
    MOVE ZEROS TO ECT-CREDIT-COUNT(MatchedCurrencyIndex)
    MOVE ZEROS TO ECT-GROSS-CREDITS(MatchedCurrencyIndex)
    MOVE ZEROS TO ECT-GROSS-CREDITS-BASE(MatchedCurrencyIndex)
    MOVE ZEROS TO ECT-TAXED-COUNT(MatchedCurrencyIndex)
    MOVE ZEROS TO ECT-TAX-WITHHELD(MatchedCurrencyIndex)
    MOVE ZEROS TO ECT-TAX-WITHHELD-BASE(MatchedCurrencyIndex)
    MOVE ZEROS TO ECT-INTEREST-COUNT(MatchedCurrencyIndex)
    MOVE ZEROS TO ECT-INTEREST-CREDITED(MatchedCurrencyIndex)
    MOVE ZEROS TO ECT-INTEREST-CREDITED-BASE(MatchedCurrencyIndex)
    MOVE ZEROS TO ECT-CHARGE-COUNT(MatchedCurrencyIndex)
    MOVE ZEROS TO ECT-FEE-INCOME(MatchedCurrencyIndex)
    MOVE ZEROS TO ECT-FEE-INCOME-BASE(MatchedCurrencyIndex)

    MOVE RecordCurrency TO LookupCurrency
    PERFORM Look-Up-Exchange-Rate
    MOVE LookupUnitsPerSterling
        TO ECT-UNITS-PER-STERLING(MatchedCurrencyIndex)
    IF FxRateFound
        SET ECT-Rate-Found(MatchedCurrencyIndex) TO TRUE
    ELSE
        SET ECT-Rate-Missing(MatchedCurrencyIndex) TO TRUE
        SET Base-Totals-Incomplete TO TRUE
        DISPLAY "SEVERE: no exchange rate for " RecordCurrency
            " in effect on " BusinessDate " - its sterling "
            "equivalents and the sterling totals are left blank; "
            "key the rate on FXRATES and rerun the extract"
    END-IF.

*> ----------------------------------------------------------------
*> Convert-Record-To-Base - the record's gross, tax and net in
*> sterling at its currency's rate; zeros when there is no rate.
*> ----------------------------------------------------------------
Convert-Record-To-Base.
    MOVE ZEROS TO BaseGrossValue
    MOVE ZEROS TO BaseTaxWithheld
    MOVE ZEROS TO BaseNetValue
    IF MatchedCurrencyIndex > ZEROS
        IF ECT-Rate-Found(MatchedCurrencyIndex)
            COMPUTE BaseGrossValue ROUNDED =
                AU-GROSS-TRANSACTION-VALUE
                / ECT-UNITS-PER-STERLING(MatchedCurrencyIndex)
            COMPUTE BaseTaxWithheld ROUNDED =
                AU-TAX-WITHHELD
                / ECT-UNITS-PER-STERLING(MatchedCurrencyIndex)
            COMPUTE BaseNetValue ROUNDED =
                AU-TRANSACTION-VALUE
                / ECT-UNITS-PER-STERLING(MatchedCurrencyIndex)
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Add-To-Currency-Rollup - the record's own figures, and their
*> sterling equivalents, into its currency's row, by the same rules
*> as the sterling totals.
*> ----------------------------------------------------------------
Add-To-Currency-Rollup.
    IF AU-DEBIT-TRANSACTION
        ADD 1 TO ECT-DEBIT-COUNT(MatchedCurrencyIndex)
        ADD AU-GROSS-TRANSACTION-VALUE
            TO ECT-GROSS-DEBITS(MatchedCurrencyIndex)
        ADD BaseGrossValue TO ECT-GROSS-DEBITS-BASE(MatchedCurrencyIndex)
    ELSE
        ADD 1 TO ECT-CREDIT-COUNT(MatchedCurrencyIndex)
        ADD AU-GROSS-TRANSACTION-VALUE
            TO ECT-GROSS-CREDITS(MatchedCurrencyIndex)
        ADD BaseGrossValue
            TO ECT-GROSS-CREDITS-BASE(MatchedCurrencyIndex)
    END-IF
    IF AU-CREDIT-TRANSACTION
        AND AU-TAX-WITHHELD > ZEROS
        ADD 1 TO ECT-TAXED-COUNT(MatchedCurrencyIndex)
        ADD AU-TAX-WITHHELD TO ECT-TAX-WITHHELD(MatchedCurrencyIndex)
        ADD BaseTaxWithheld
            TO ECT-TAX-WITHHELD-BASE(MatchedCurrencyIndex)
    END-IF
    IF AU-REVERSAL-ENTRY
        AND AU-DEBIT-TRANSACTION
        AND AU-TAX-WITHHELD > ZEROS
        SUBTRACT AU-TAX-WITHHELD
            FROM ECT-TAX-WITHHELD(MatchedCurrencyIndex)
        SUBTRACT BaseTaxWithheld
            FROM ECT-TAX-WITHHELD-BASE(MatchedCurrencyIndex)
    END-IF
    IF AU-CREDIT-TRANSACTION
        AND AU-INTEREST-POSTING
        ADD 1 TO ECT-INTEREST-COUNT(MatchedCurrencyIndex)
        ADD AU-TRANSACTION-VALUE
            TO ECT-INTEREST-CREDITED(MatchedCurrencyIndex)
        ADD BaseNetValue
            TO ECT-INTEREST-CREDITED-BASE(MatchedCurrencyIndex)
    END-IF
    IF AU-DEBIT-TRANSACTION
        AND AU-CHARGE-POSTING
        ADD 1 TO ECT-CHARGE-COUNT(MatchedCurrencyIndex)
        ADD AU-TRANSACTION-VALUE TO ECT-FEE-INCOME(MatchedCurrencyIndex)
        ADD BaseNetValue TO ECT-FEE-INCOME-BASE(MatchedCurrencyIndex)
    END-IF
    IF Reverses-Charge
        SUBTRACT AU-TRANSACTION-VALUE
            FROM ECT-FEE-INCOME(MatchedCurrencyIndex)
        SUBTRACT BaseNetValue
            FROM ECT-FEE-INCOME-BASE(MatchedCurrencyIndex)
    END-IF.

*> ----------------------------------------------------------------
*> Remember-Charge-Reference - note the charge posting's own
*> reference, while there is room.
*> ----------------------------------------------------------------
Remember-Charge-Reference.
    IF ChargeReferenceCount < MaxChargeReferences
        ADD 1 TO ChargeReferenceCount
        MOVE AU-TRANSACTION-REF TO CRT-REFERENCE(ChargeReferenceCount)
    ELSE
        SET ChargeReferences-Overflowed TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Identify-Reversed-Charge - a reversal credit refunds a charge
*> when the reference it names is one of the business date's charge
*> postings (OD-CHARGE's CH references, and ACCT-CLOSE's closing
*> charges under its CL reference), or failing a match carries
*> OD-CHARGE's reference shape and either names an earlier date,
*> whose charges are not among the day's records, or the table
*> overflowed.
*> ----------------------------------------------------------------
Identify-Reversed-Charge.
    PERFORM Match-Charge-Reference
        VARYING CRT-Idx FROM 1 BY 1
        UNTIL CRT-Idx > ChargeReferenceCount OR Reverses-Charge
    IF Reverses-Other-Debit
        AND AU-REVERSED-REFERENCE(1:2) = "CH"
        AND AU-REVERSED-REFERENCE(3:6) IS NUMERIC
        AND AU-REVERSED-REFERENCE(9:4) IS NUMERIC
        IF AU-REVERSED-REFERENCE(3:6) NOT = BusinessDate(3:6)
            OR ChargeReferences-Overflowed
            SET Reverses-Charge TO TRUE
        END-IF
    END-IF.

Match-Charge-Reference.
    IF CRT-REFERENCE(CRT-Idx) = AU-REVERSED-REFERENCE
        SET Reverses-Charge TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Write-One-Detail-Row - the record's fields pipe-delimited, the
*> amounts edited with an explicit decimal point so the ledger side
*> loads them without knowing our implied-decimal convention. The
*> row ends with the currency the amounts are in and, for a
*> transfer leg, the other side's currency and value and the
*> exchange rate the transfer was converted at.
*> ----------------------------------------------------------------
Write-One-Detail-Row.
    MOVE AU-GROSS-TRANSACTION-VALUE TO GL-Edited-Gross
    MOVE AU-TRANSACTION-VALUE TO GL-Edited-Amount
    MOVE AU-PRE-BALANCE TO GL-Edited-Pre
    MOVE AU-NEW-BALANCE TO GL-Edited-New
    MOVE AU-COUNTERPARTY-VALUE TO GL-Edited-Cp-Value
    MOVE AU-EXCHANGE-RATE TO GL-Edited-Rate
    MOVE SPACES TO GL-Line
    STRING "D|" AU-TRANSACTION-REF "|" AU-POSTING-SOURCE "|"
        AU-NI-NUMBER "|"
        AU-TRANSACTION-TYPE "|" AU-REVERSAL-FLAG "|"
        GL-Edited-Gross "|" GL-Edited-Tax "|" GL-Edited-Amount "|"
        GL-Edited-Pre "|" GL-Edited-New "|"
        AU-COUNTERPARTY-NI-NUMBER "|" AU-COUNTERPARTY-ACCOUNT "|"
        RecordCurrency "|" AU-COUNTERPARTY-CURRENCY "|"
        GL-Edited-Cp-Value "|" GL-Edited-Rate
        DELIMITED BY SIZE INTO GL-Line
    WRITE GL-EXTRACT-RECORD FROM GL-Line.

*> ----------------------------------------------------------------
*> Write-Summary-Rows - the by-type rollup the ledger posts from:
*> gross debits, gross credits, tax withheld (agreeing with what
*> TAX-REMIT will later report for the period), interest credited
*> and fee income, each with its record count. The "S" rows give
*> them currency by currency, in the currency and in sterling; the
*> "B" rows give the sterling totals across every currency, and
*> the conversion difference on cross-currency transfers.
*> ----------------------------------------------------------------
Write-Summary-Rows.
    PERFORM Write-Currency-Summary-Rows
        VARYING ECT-Idx FROM 1 BY 1
        UNTIL ECT-Idx > ExtractCurrencyCount

    MOVE "GROSS DEBITS" TO SummaryRowName
    MOVE DebitRecordCount TO SummaryRowCount
    MOVE GrossDebitsTotal TO SummaryRowBase
    PERFORM Write-One-Base-Row

    MOVE "GROSS CREDITS" TO SummaryRowName
    MOVE CreditRecordCount TO SummaryRowCount
    MOVE GrossCreditsTotal TO SummaryRowBase
    PERFORM Write-One-Base-Row

    MOVE "TAX WITHHELD" TO SummaryRowName
    MOVE TaxedRecordCount TO SummaryRowCount
    MOVE TaxWithheldTotal TO SummaryRowBase
    PERFORM Write-One-Base-Row

    MOVE "INTEREST CREDITED" TO SummaryRowName
    MOVE InterestRecordCount TO SummaryRowCount
    MOVE InterestCreditedTotal TO SummaryRowBase
    PERFORM Write-One-Base-Row

    MOVE "FEE INCOME" TO SummaryRowName
    MOVE ChargeRecordCount TO SummaryRowCount
    MOVE FeeIncomeTotal TO SummaryRowBase
    PERFORM Write-One-Base-Row

    MOVE "FX CONVERSION DIFFERENCE" TO SummaryRowName
    MOVE FxTransferLegCount TO SummaryRowCount
    MOVE FxConversionDifference TO SummaryRowBase
    PERFORM Write-One-Base-Row.

*> ----------------------------------------------------------------
*> Write-Currency-Summary-Rows - the five "S" rows for one currency.
*> ----------------------------------------------------------------
Write-Currency-Summary-Rows.
    MOVE "GROSS DEBITS" TO SummaryRowName
    MOVE ECT-DEBIT-COUNT(ECT-Idx) TO SummaryRowCount
    MOVE ECT-GROSS-DEBITS(ECT-Idx) TO SummaryRowAmount
    MOVE ECT-GROSS-DEBITS-BASE(ECT-Idx) TO SummaryRowBase
    PERFORM Write-One-Summary-Row

    MOVE "GROSS CREDITS" TO SummaryRowName
    MOVE ECT-CREDIT-COUNT(ECT-Idx) TO SummaryRowCount
    MOVE ECT-GROSS-CREDITS(ECT-Idx) TO SummaryRowAmount
    MOVE ECT-GROSS-CREDITS-BASE(ECT-Idx) TO SummaryRowBase
    PERFORM Write-One-Summary-Row

    MOVE "TAX WITHHELD" TO SummaryRowName
    MOVE ECT-TAXED-COUNT(ECT-Idx) TO SummaryRowCount
    MOVE ECT-TAX-WITHHELD(ECT-Idx) TO SummaryRowAmount
    MOVE ECT-TAX-WITHHELD-BASE(ECT-Idx) TO SummaryRowBase
    PERFORM Write-One-Summary-Row

    MOVE "INTEREST CREDITED" TO SummaryRowName
    MOVE ECT-INTEREST-COUNT(ECT-Idx) TO SummaryRowCount
    MOVE ECT-INTEREST-CREDITED(ECT-Idx) TO SummaryRowAmount
    MOVE ECT-INTEREST-CREDITED-BASE(ECT-Idx) TO SummaryRowBase
    PERFORM Write-One-Summary-Row

    MOVE "FEE INCOME" TO SummaryRowName
    MOVE ECT-CHARGE-COUNT(ECT-Idx) TO SummaryRowCount
    MOVE ECT-FEE-INCOME(ECT-Idx) TO SummaryRowAmount
    MOVE ECT-FEE-INCOME-BASE(ECT-Idx) TO SummaryRowBase
    PERFORM Write-One-Summary-Row.

*> ----------------------------------------------------------------
*> Write-One-Summary-Row - "S", the row name, count and amount as
*> before, then the currency and the sterling equivalent (blank
*> when the currency has no rate).
*> ----------------------------------------------------------------
Write-One-Summary-Row.
    MOVE SummaryRowCount TO GL-Edited-Count
    MOVE SummaryRowAmount TO GL-Edited-Amount
    MOVE SPACES TO GL-Base-Text
    IF ECT-Rate-Found(ECT-Idx)
        MOVE SummaryRowBase TO GL-Edited-Base
        MOVE GL-Edited-Base TO GL-Base-Text
    END-IF
    MOVE SPACES TO GL-Line
    STRING "S|" DELIMITED BY SIZE
        SummaryRowName DELIMITED BY "  "
        "|" GL-Edited-Count "|" GL-Edited-Amount "|"
        ECT-CURRENCY-CODE(ECT-Idx) "|" GL-Base-Text
        DELIMITED BY SIZE INTO GL-Line
    WRITE GL-EXTRACT-RECORD FROM GL-Line.

*> ----------------------------------------------------------------
*> Write-One-Base-Row - "B", the row name, the count across every
*> currency and the sterling total (blank when it is incomplete).
*> ----------------------------------------------------------------
Write-One-Base-Row.
    MOVE SummaryRowCount TO GL-Edited-Count
    MOVE SPACES TO GL-Base-Text
    IF Base-Totals-Complete
        MOVE SummaryRowBase TO GL-Edited-Base
        MOVE GL-Edited-Base TO GL-Base-Text
    END-IF
    MOVE SPACES TO GL-Line
    STRING "B|" DELIMITED BY SIZE
        SummaryRowName DELIMITED BY "  "
        "|" GL-Edited-Count "|" GL-Base-Text
        DELIMITED BY SIZE INTO GL-Line
    WRITE GL-EXTRACT-RECORD FROM GL-Line.

*> ----------------------------------------------------------------
*> Write-Extract-Trailer - the "T" row carrying the detail record
*> count and net amount total, so the ledger side can verify it
*> received the whole extract before loading any of it, then the
*> sterling equivalent of that total (blank when incomplete).
*> ----------------------------------------------------------------
Write-Extract-Trailer.
    MOVE DetailRecordCount TO GL-Edited-Count
    MOVE DetailAmountTotal TO GL-Edited-Amount
    MOVE SPACES TO GL-Base-Text
    IF Base-Totals-Complete
        MOVE DetailBaseTotal TO GL-Edited-Base
        MOVE GL-Edited-Base TO GL-Base-Text
    END-IF
    MOVE SPACES TO GL-Line
    STRING "T|" GL-Edited-Count "|" GL-Edited-Amount "|" GL-Base-Text
        DELIMITED BY SIZE INTO GL-Line
    WRITE GL-EXTRACT-RECORD FROM GL-Line.

    DISPLAY "GL extract complete for business date " BusinessDate
    DISPLAY "Extract file:        " ExtractFileName
    DISPLAY "Detail records:      " DetailRecordCount
    DISPLAY "Currencies posted:   " ExtractCurrencyCount
    IF Base-Totals-Complete
        DISPLAY "In sterling equivalents:"
        DISPLAY "Gross debits:        " GrossDebitsTotal
        DISPLAY "Gross credits:       " GrossCreditsTotal
        DISPLAY "Tax withheld:        " TaxWithheldTotal
        DISPLAY "Interest credited:   " InterestCreditedTotal
        DISPLAY "Fee income:          " FeeIncomeTotal
        DISPLAY "FX conversion diff:  " FxConversionDifference
    ELSE
        DISPLAY "SEVERE: sterling totals are incomplete and left "
            "blank on the extract - see the messages above"
    END-IF
    DISPLAY "=========================================="

    IF ChargeReferences-Overflowed
        DISPLAY "Warning: more than " MaxChargeReferences " charge "
            "postings on the business date - refunds of charges "
            "beyond that were recognised by reference shape alone"
    END-IF.

*> ----------------------------------------------------------------
*> Close-Run - close whatever Initialize-Run opened.
