*>               day every year, which matters now that reversals
*>               anchor on the reference. The audit record also
*>               carries the new AU-POSTING-SOURCE ("OP").
*> 2026-10-15 CB Closed accounts - a posting to an account ACCT-CLOSE
*>               has closed is refused, on either side of a
*>               transfer, with its own message; unlike a dormant
*>               account there is no way back.
*> 2026-10-15 CB Audit records now carry the new AU-APPROVER-ID and
*>               AU-APPROVAL-REFERENCE fields as spaces - nothing
*>               posted here needs a second operator's approval.
*> 2026-10-15 CB Multi-currency accounts - the operator keys the
*>               currency of the amount (Enter for GBP) and a
*>               posting in any currency but the account's is
*>               refused; on a transfer the amount is in the
*>               debited account's currency. A transfer between
*>               accounts in different currencies converts at the
*>               day's rates off the new FXRATES file (see
*>               FXRATEREC.CPY), tax being withheld on the
*>               converted amount, and is refused when either
*>               currency has no rate in effect. Both legs' audit
*>               records carry both currencies, both gross amounts
*>               and the rate used.

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
*> COBOL Does not enforce types - The programmer does this
WORKING-STORAGE SECTION.
01 ActiveHoldsTotal PIC S9(16)V99 VALUE ZEROS.
01 AvailableNewBalance PIC S9(16)V99 VALUE ZEROS.

*> The currency the amount is keyed in (Enter means sterling) and
*> the currencies of the two accounts, captured off the master as
*> each is read - the amount must be in the posting account's
*> currency, the debited one's on a transfer.
01 BaseCurrencyCode CONSTANT AS "GBP".
01 TransactionCurrency PIC X(03).
01 AccountCurrency PIC X(03).
01 CounterpartyCurrency PIC X(03).

*> The FXRATES file loaded at session start: for each currency, the
*> row with the latest effective date on or before the business date
*> (see FXRATEREC.CPY). A missing file only means no transfer can
*> cross currencies today.
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
01 ExchangeRate-Edited PIC Z(03)9.9(06).
01 CounterpartyGrossValue PIC S9(16)V99 VALUE ZEROS.

01 TransactionType PIC X(01).
    88 Credit-Transaction VALUE "C".
    88 Debit-Transaction VALUE "D".

PERFORM Load-Rate-Parameters

PERFORM Load-Exchange-Rates

OPEN I-O CUSTMAST-FILE

IF NOT CUSTMAST-OK
    STOP RUN
END-IF

IF CM-ACCOUNT-CLOSED
    DISPLAY "Rejected: account " AccountNumber " for NI number "
        NINumber " is closed - no further postings are accepted"
    CLOSE CUSTMAST-FILE
    CLOSE AUDIT-FILE
    STOP RUN
END-IF

DISPLAY "PreBalance: " UserPreBalance

DISPLAY "Debit, Credit or Transfer (D/C/T): " WITH NO ADVANCING

IF Transfer-Transaction
    PERFORM Accept-And-Check-Counterparty
    PERFORM Derive-Transfer-Exchange-Rate
END-IF

DISPLAY "Currency of the amount (GBP/EUR/USD, Enter for GBP): "
    WITH NO ADVANCING
ACCEPT TransactionCurrency

IF TransactionCurrency = SPACES
    MOVE BaseCurrencyCode TO TransactionCurrency
END-IF

IF TransactionCurrency NOT = AccountCurrency
    DISPLAY "Rejected: the amount is in " TransactionCurrency
        " but account " AccountNumber " for NI number " NINumber
        " is held in " AccountCurrency
    CLOSE CUSTMAST-FILE
    CLOSE AUDIT-FILE
    STOP RUN
END-IF

DISPLAY "Enter new transaction amount (18 digits, pence in the "
        AT END SET RateParamAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Load-Exchange-Rates - take each currency's rate off the FXRATES
*> file: the row with the latest effective date on or before the
*> business date wins, a later row on the same date winning over an
*> earlier one. A missing file is not a refusal - single-currency
*> postings need no rate - but a cross-currency transfer is refused
*> later for want of one.
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
    END-IF.

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
*> day's FXRATES rows. No rate for either currency refuses the
*> transfer - converting at a guessed rate is worse than not posting.
*> ----------------------------------------------------------------
Derive-Transfer-Exchange-Rate.
    MOVE 1 TO ExchangeRate
    IF CounterpartyCurrency NOT = AccountCurrency
        MOVE AccountCurrency TO LookupCurrency
        PERFORM Look-Up-Exchange-Rate
        MOVE LookupUnitsPerSterling TO DebitUnitsPerSterling
        IF FxRateFound
            MOVE CounterpartyCurrency TO LookupCurrency
            PERFORM Look-Up-Exchange-Rate
            MOVE LookupUnitsPerSterling TO CreditUnitsPerSterling
        END-IF
        IF FxRateNotFound
            DISPLAY "Rejected: no exchange rate for " LookupCurrency
                " is effective on " TodaysDate " - a transfer from "
                AccountCurrency " to " CounterpartyCurrency
                " cannot be converted"
            CLOSE CUSTMAST-FILE
            CLOSE AUDIT-FILE
            STOP RUN
        END-IF
        COMPUTE ExchangeRate ROUNDED =
            CreditUnitsPerSterling / DebitUnitsPerSterling
        MOVE ExchangeRate TO ExchangeRate-Edited
        DISPLAY "Exchange rate: 1 " AccountCurrency " = "
            ExchangeRate-Edited " " CounterpartyCurrency
    END-IF.

*> ----------------------------------------------------------------
*> Validate-NI-Number - real NI numbers are two letters, six digits,
*> one trailing letter (e.g. AB123456C). IS ALPHABETIC is not used
            MOVE CM-CUSTOMER-NAME TO UserName
            MOVE CM-BALANCE TO UserPreBalance
            MOVE CM-OVERDRAFT-LIMIT TO CustomerOverdraftLimit
            MOVE CM-CURRENCY-CODE TO AccountCurrency
    END-READ.

*> ----------------------------------------------------------------
        STOP RUN
    END-IF

    IF CM-ACCOUNT-CLOSED
        DISPLAY "Rejected: the account for transfer counterparty "
            CounterpartyNINumber " account " CounterpartyAccountNumber
            " is closed - no further postings are accepted"
        CLOSE CUSTMAST-FILE
        CLOSE AUDIT-FILE
        STOP RUN
    END-IF

    DISPLAY "Transfer to " CounterpartyName " (" CounterpartyNINumber
        " account " CounterpartyAccountNumber ", " CounterpartyCurrency
        ")".

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
    MOVE "OP" TO AU-POSTING-SOURCE
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
    MOVE "OP" TO AU-POSTING-SOURCE
    MOVE SPACES TO AU-APPROVER-ID
    MOVE SPACES TO AU-APPROVAL-REFERENCE
    MOVE CounterpartyCurrency TO AU-CURRENCY-CODE
    MOVE AccountCurrency TO AU-COUNTERPARTY-CURRENCY
    MOVE GrossTransactionValue TO AU-COUNTERPARTY-VALUE
    MOVE ExchangeRate TO AU-EXCHANGE-RATE
    WRITE AUDIT-RECORD.

*> ----------------------------------------------------------------
        AccountNumber ")"
    DISPLAY "          to " CounterpartyName " ("
        CounterpartyNINumber " account " CounterpartyAccountNumber ")"
    DISPLAY "Gross transfer:      " GrossTransactionValue " "
        AccountCurrency
    IF CounterpartyCurrency NOT = AccountCurrency
        DISPLAY "Exchange rate:       " ExchangeRate-Edited
        DISPLAY "Converted gross:     " CounterpartyGrossValue " "
            CounterpartyCurrency
    END-IF
    DISPLAY "Tax withheld:        " TaxWithheld " " CounterpartyCurrency
    DISPLAY "Net amount credited: " NetTransactionValue " "
        CounterpartyCurrency
    DISPLAY "Sender balance:      " UserNewBalance " " AccountCurrency
    DISPLAY "Receiver balance:    " CounterpartyNewBalance " "
        CounterpartyCurrency
    DISPLAY "------------------------------------------".

*> ----------------------------------------------------------------
        MOVE SPACES TO AU-REVERSED-REFERENCE
        MOVE TransactionReference TO AU-TRANSACTION-REF
        MOVE "OP" TO AU-POSTING-SOURCE
        MOVE SPACES TO AU-APPROVER-ID
        MOVE SPACES TO AU-APPROVAL-REFERENCE
        MOVE AccountCurrency TO AU-CURRENCY-CODE
        MOVE SPACES TO AU-COUNTERPARTY-CURRENCY
        MOVE ZEROS TO AU-COUNTERPARTY-VALUE
        MOVE ZEROS TO AU-EXCHANGE-RATE
        WRITE AUDIT-RECORD
        IF Debit-Transaction
            PERFORM Release-Matching-Hold
Print-Statement.
    DISPLAY "------------------------------------------"
    DISPLAY "Statement for " UserName " (" NINumber " account "
        AccountNumber ", " AccountCurrency ")"
    DISPLAY "Gross transaction:   " GrossTransactionValue
    DISPLAY "Tax withheld:        " TaxWithheld
    DISPLAY "Net amount applied:  " NetTransactionValue
