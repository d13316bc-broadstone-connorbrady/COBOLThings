*>               ("BT"), so a reader never has to infer the posting
*>               program from the reference prefix - an upstream
*>               detail's reference is free-form and proves nothing.
*> 2026-10-15 CB A posting to an account ACCT-CLOSE has closed is
*>               rejected with reason CLSD, on either side of a
*>               transfer, in the same way as a dormant account.
*> 2026-10-15 CB Audit records now carry the new AU-APPROVER-ID and
*>               AU-APPROVAL-REFERENCE fields as spaces - nothing
*>               posted here needs a second operator's approval.
*> 2026-10-15 CB Multi-currency accounts - a detail whose
*>               DT-CURRENCY-CODE (spaces meaning GBP) is not the
*>               account's currency is rejected with reason CURR; on
*>               a transfer the amount is in the debited account's
*>               currency. A transfer between accounts in different
*>               currencies converts at the day's rates off the new
*>               FXRATES file, tax being withheld on the converted
*>               amount, and is rejected NORT when either currency
*>               has no rate in effect. Both legs' audit records
*>               carry both currencies, both gross amounts and the
*>               rate used.
*> 2026-10-15 CB Write-Reject-Record now copies the whole detail
*>               onto the rejects file - it was copying only the
*>               first 40 bytes, losing the counterparty, reference
*>               and currency a resubmission needs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HOLDS-STATUS.

    SELECT FXRATES-FILE ASSIGN TO "FXRATES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FXRATES-STATUS.

DATA DIVISION.
FILE SECTION.

FD  HOLDS-FILE.
    COPY "HOLDREC.CPY".

FD  FXRATES-FILE.
    COPY "FXRATEREC.CPY".

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
01 UserName PIC X(30).
01 CustomerOverdraftLimit-Num REDEFINES CustomerOverdraftLimit
    PIC S9(07)V99 SIGN IS TRAILING SEPARATE CHARACTER.

*> The currency the detail's amount is in (spaces on the file mean
*> sterling) and the currencies of the two accounts, captured off
*> the master as each is read - the amount must be in the posting
*> account's currency, the debited one's on a transfer.
01 BaseCurrencyCode CONSTANT AS "GBP".
01 TransactionCurrency PIC X(03).
01 AccountCurrency PIC X(03).
01 CounterpartyCurrency PIC X(03).

*> The FXRATES file loaded at Initialize-Run: for each currency, the
*> row with the latest effective date on or before the business date
*> (see FXRATEREC.CPY). A missing file only means no transfer can
*> cross currencies tonight.
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
01 DebitUnitsPerSterling PIC 9(04)V9(06) VALUE ZEROS.
01 CreditUnitsPerSterling PIC 9(04)V9(06) VALUE ZEROS.

*> The rate a transfer converts at - units of the credited account's
*> currency per unit of the debited account's, one when the two
*> share a currency - and the credited side's gross in its own
*> currency.
01 ExchangeRate PIC 9(04)V9(06) VALUE ZEROS.
01 CounterpartyGrossValue PIC S9(16)V99 VALUE ZEROS.

01 TransactionType PIC X(01).
    88 Credit-Transaction VALUE "C".
    88 Debit-Transaction VALUE "D".
Initialize-Run.
    ACCEPT TodaysDate FROM DATE YYYYMMDD
    PERFORM Load-Rate-Parameters
    PERFORM Load-Exchange-Rates
    OPEN I-O CUSTMAST-FILE
    IF NOT CUSTMAST-OK
        DISPLAY "Rejected: could not open the customer master file "
        AT END SET RateParamAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Load-Exchange-Rates - take each currency's rate off the FXRATES
*> file: the row with the latest effective date on or before the
*> business date wins, a later row on the same date winning over an
*> earlier one. A missing file is not a refusal - single-currency
*> postings need no rate - but a cross-currency transfer rejects
*> NORT for want of one.
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
            STOP RUN
        END-IF
    ELSE
        IF NOT FXRATES-NOT-FOUND
            DISPLAY "Rejected: could not open the exchange rate file "
                "(status " FXRATES-STATUS ")"
            STOP RUN
        END-IF
    END-IF
    DISPLAY "Exchange rates in effect for " FxRateCount
        " currencies besides " BaseCurrencyCode.

*> ----------------------------------------------------------------
*> Select-One-Exchange-Rate - keep the current row as its currency's
*> rate if it is the latest one seen so far that is already in
*> effect.
*> ----------------------------------------------------------------
Select-One-Exchange-Rate.
    IF FX-EFFECTIVE-DATE <= TodaysDate
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
*> Derive-Transfer-Exchange-Rate - the rate the credited side is
*> converted at: one when both accounts share a currency, otherwise
*> the credited currency's rate over the debited one's, both off the
*> day's FXRATES rows. FxRateNotFound on return means one of the two
*> currencies has no rate and the transfer must not post.
*> ----------------------------------------------------------------
Derive-Transfer-Exchange-Rate.
    MOVE 1 TO ExchangeRate
    SET FxRateFound TO TRUE
    IF CounterpartyCurrency NOT = AccountCurrency
        MOVE AccountCurrency TO LookupCurrency
        PERFORM Look-Up-Exchange-Rate
        MOVE LookupUnitsPerSterling TO DebitUnitsPerSterling
        IF FxRateFound
            MOVE CounterpartyCurrency TO LookupCurrency
            PERFORM Look-Up-Exchange-Rate
            MOVE LookupUnitsPerSterling TO CreditUnitsPerSterling
        END-IF
        IF FxRateFound
            COMPUTE ExchangeRate ROUNDED =
                CreditUnitsPerSterling / DebitUnitsPerSterling
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Verify-Daily-Txn-File - the whole file is proven before a single
*> balance is touched: the first record must be a header for today's
    MOVE DT-ACCOUNT-NUMBER TO AccountNumber
    MOVE DT-TRANSACTION-TYPE TO TransactionType
    MOVE DT-TRANSACTION-VALUE TO UserTransactionValue
    MOVE DT-CURRENCY-CODE TO TransactionCurrency
    IF TransactionCurrency = SPACES
        MOVE BaseCurrencyCode TO TransactionCurrency
    END-IF

    PERFORM Validate-NI-Number

                "resubmit"
            SET RJ-ACCOUNT-DORMANT TO TRUE
            PERFORM Write-Reject-Record
        ELSE
        IF CM-ACCOUNT-CLOSED
            DISPLAY "Rejected: account " AccountNumber " for NI "
                "number " NINumber " is closed"
            SET RJ-ACCOUNT-CLOSED TO TRUE
            PERFORM Write-Reject-Record
        ELSE
        IF TransactionCurrency NOT = AccountCurrency
            DISPLAY "Rejected: " NINumber " amount is in "
                TransactionCurrency " but account " AccountNumber
                " is held in " AccountCurrency
            SET RJ-CURRENCY-MISMATCH TO TRUE
            PERFORM Write-Reject-Record
        ELSE
            PERFORM Apply-Tax-And-Compute-Balance
            PERFORM Check-Overdraft-Floor
                END-IF
            END-IF
        END-IF
        END-IF
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> counterparty's NI format, both master records existing, a
*> transfer to self, and the overdraft floor on the debited side.
*> Tax is withheld on the credited leg at TaxRate, the same as any
*> other credit posting. The amount must be in the debited account's
*> currency; a credited account in another currency receives it
*> converted at the day's rate, and no rate rejects the transfer.
*> ----------------------------------------------------------------
Post-Transfer-Transaction.
    MOVE DT-COUNTERPARTY-NI TO CounterpartyNINumber
                    "CUSTMAINT and resubmit"
                SET RJ-ACCOUNT-DORMANT TO TRUE
                PERFORM Write-Reject-Record
            ELSE
            IF CM-ACCOUNT-CLOSED
                DISPLAY "Rejected: account " AccountNumber " for NI "
                    "number " NINumber " is closed"
                SET RJ-ACCOUNT-CLOSED TO TRUE
                PERFORM Write-Reject-Record
            ELSE
            IF TransactionCurrency NOT = AccountCurrency
                DISPLAY "Rejected: transfer from " NINumber " amount "
                    "is in " TransactionCurrency " but account "
                    AccountNumber " is held in " AccountCurrency
                SET RJ-CURRENCY-MISMATCH TO TRUE
                PERFORM Write-Reject-Record
            ELSE
                PERFORM Read-Counterparty-Master
                IF CUSTMAST-NOT-FOUND
                        "and resubmit"
                    SET RJ-ACCOUNT-DORMANT TO TRUE
                    PERFORM Write-Reject-Record
                ELSE
                IF CM-ACCOUNT-CLOSED
                    DISPLAY "Rejected: the account for transfer "
                        "counterparty " CounterpartyNINumber
                        " account " CounterpartyAccountNumber
                        " is closed"
                    SET RJ-ACCOUNT-CLOSED TO TRUE
                    PERFORM Write-Reject-Record
                ELSE
                PERFORM Derive-Transfer-Exchange-Rate
                IF FxRateNotFound
                    DISPLAY "Rejected: transfer from " NINumber
                        " - no exchange rate for " LookupCurrency
                        " is effective on " TodaysDate " to convert "
                        AccountCurrency " to " CounterpartyCurrency
                    SET RJ-NO-EXCHANGE-RATE TO TRUE
                    PERFORM Write-Reject-Record
                ELSE
                    PERFORM Compute-Transfer-Legs
                    PERFORM Check-Overdraft-Floor
                    END-IF
                END-IF
                END-IF
                END-IF
                END-IF
            END-IF
            END-IF
            END-IF
            END-IF
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Read-Counterparty-Master - pull the credited side's name, balance
*> and currency. Leaves the counterparty record in the CUSTMAST buffer.
*> ----------------------------------------------------------------
Read-Counterparty-Master.
    MOVE CounterpartyNINumber TO CM-NI-NUMBER
        NOT INVALID KEY
            MOVE CM-CUSTOMER-NAME TO CounterpartyName
            MOVE CM-BALANCE TO CounterpartyPreBalance
            MOVE CM-CURRENCY-CODE TO CounterpartyCurrency
    END-READ.

*> ----------------------------------------------------------------
*> Compute-Transfer-Legs - the debited side loses the full amount
*> (debits are applied gross, as ever); the credited side gains the
*> amount converted into its own currency at ExchangeRate, less tax
*> withheld at TaxRate on the converted amount, the same as any
*> other credit. The debited side's figures sit in the ordinary
*> User* fields so Check-Overdraft-Floor applies to them unchanged.
*> ----------------------------------------------------------------
Compute-Transfer-Legs.
    MOVE UserTransactionValue TO GrossTransactionValue
    COMPUTE CounterpartyGrossValue ROUNDED =
        GrossTransactionValue * ExchangeRate
    COMPUTE TaxWithheld ROUNDED =
        CounterpartyGrossValue * TaxRate / 100
    COMPUTE NetTransactionValue = CounterpartyGrossValue - TaxWithheld
    COMPUTE UserNewBalance = UserPreBalance - GrossTransactionValue
    COMPUTE CounterpartyNewBalance =
        CounterpartyPreBalance + NetTransactionValue.
*> Write-Transfer-Audit-Records - the two linked legs: a "D" against
*> the debited customer and a "C" against the credited one, each
*> naming the other in AU-COUNTERPARTY-NI-NUMBER. The tax breakdown
*> rides on the credited leg, where it was withheld; each leg also
*> carries the other side's currency and gross and the rate used.
*> ----------------------------------------------------------------
Write-Transfer-Audit-Records.
    MOVE NINumber TO AU-NI-NUMBER
    MOVE SPACES TO AU-REVERSED-REFERENCE
    MOVE TransactionReference TO AU-TRANSACTION-REF
    MOVE "BT" TO AU-POSTING-SOURCE
    MOVE SPACES TO AU-APPROVER-ID
    MOVE SPACES TO AU-APPROVAL-REFERENCE
    MOVE AccountCurrency TO AU-CURRENCY-CODE
    MOVE CounterpartyCurrency TO AU-COUNTERPARTY-CURRENCY
    MOVE CounterpartyGrossValue TO AU-COUNTERPARTY-VALUE
    MOVE ExchangeRate TO AU-EXCHANGE-RATE
    WRITE AUDIT-RECORD

    MOVE CounterpartyNINumber TO AU-NI-NUMBER
    MOVE TodaysDate TO AU-TRANSACTION-DATE
    MOVE "C" TO AU-TRANSACTION-TYPE
    MOVE CounterpartyPreBalance TO AU-PRE-BALANCE
    MOVE CounterpartyGrossValue TO AU-GROSS-TRANSACTION-VALUE
    MOVE TaxWithheld TO AU-TAX-WITHHELD
    MOVE NetTransactionValue TO AU-TRANSACTION-VALUE
    MOVE CounterpartyNewBalance TO AU-NEW-BALANCE
    MOVE SPACES TO AU-REVERSED-REFERENCE
    MOVE TransactionReference TO AU-TRANSACTION-REF
    MOVE "BT" TO AU-POSTING-SOURCE
    MOVE SPACES TO AU-APPROVER-ID
    MOVE SPACES TO AU-APPROVAL-REFERENCE
    MOVE CounterpartyCurrency TO AU-CURRENCY-CODE
    MOVE AccountCurrency TO AU-COUNTERPARTY-CURRENCY
    MOVE GrossTransactionValue TO AU-COUNTERPARTY-VALUE
    MOVE ExchangeRate TO AU-EXCHANGE-RATE
    WRITE AUDIT-RECORD.

*> ----------------------------------------------------------------
    MOVE CounterpartyNewBalance TO UserNewBalance
    MOVE "C" TO TransactionType
    COMPUTE NetTransactionValue =
        CounterpartyGrossValue - TaxWithheld
    PERFORM Update-Customer-Balance-Table
    PERFORM Write-Report-Detail-Line

    IF DT-TRANSACTION-VALUE IS NUMERIC
        ADD DT-TRANSACTION-VALUE TO RejectedAmountTotal
    END-IF
    MOVE DAILY-TRANSACTION-RECORD TO REJECT-RECORD(1:63)
    WRITE REJECT-RECORD.

*> ----------------------------------------------------------------
            MOVE CM-CUSTOMER-NAME TO UserName
            MOVE CM-BALANCE TO UserPreBalance
            MOVE CM-OVERDRAFT-LIMIT TO CustomerOverdraftLimit
            MOVE CM-CURRENCY-CODE TO AccountCurrency
    END-READ.

*> ----------------------------------------------------------------
        MOVE SPACES TO AU-REVERSED-REFERENCE
        MOVE TransactionReference TO AU-TRANSACTION-REF
        MOVE "BT" TO AU-POSTING-SOURCE
        MOVE SPACES TO AU-APPROVER-ID
        MOVE SPACES TO AU-APPROVAL-REFERENCE
        MOVE AccountCurrency TO AU-CURRENCY-CODE
        MOVE SPACES TO AU-COUNTERPARTY-CURRENCY
        MOVE ZEROS TO AU-COUNTERPARTY-VALUE
        MOVE ZEROS TO AU-EXCHANGE-RATE
        WRITE AUDIT-RECORD

        PERFORM Record-Posted-Reference
