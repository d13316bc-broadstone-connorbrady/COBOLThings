       >>SOURCE FORMAT FREE

*> PROGRAM DETAILS
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCT-CLOSE.
AUTHOR. Connor Brady.
DATE-WRITTEN. October 15th 2026.

*> MODIFICATION HISTORY
*> 2026-10-15 CB Account closure, in place of CUSTMAINT's old
*>               Delete-Customer. The bare DELETE took the master
*>               record away whatever was left on it - a non-zero
*>               balance vanished from the books, an active hold
*>               went on earmarking money on an account that no
*>               longer existed, and STORD-GEN kept generating the
*>               account's standing orders for MAIN-BATCH to
*>               NOMA-reject every morning. This program closes an
*>               account properly, as one operator session in the
*>               TXN-REVERSE mould:
*>               - an account with an active hold is refused - the
*>                 hold is released through HOLD-MAINT (or left to
*>                 lapse) first;
*>               - the final figures are posted: a savings account
*>                 is credited a last period's interest at its own
*>                 CM-INTEREST-RATE, taxed at TaxRate, exactly as
*>                 INTEREST-CALC would credit it (AU-POSTING-SOURCE
*>                 "IN", so the GL interest rollup and the tax
*>                 figures take it up); an overdrawn current account
*>                 is debited its overdraft interest and, if it is
*>                 outside its arrangement, the unarranged fee, at
*>                 the RATEPARM rates and by the same rules as
*>                 OD-CHARGE (AU-POSTING-SOURCE "CH", so they land
*>                 in the GL's fee income);
*>               - the balance left is settled either as a linked
*>                 transfer with a nominated account (the closing
*>                 account's credit balance swept to it, or an
*>                 overdrawn balance cleared from it, floor- and
*>                 hold-checked like any debit) or recorded as paid
*>                 out to (or paid in by) the customer, as postings
*>                 of their own AU-POSTING-SOURCE ("CL");
*>               - the master is left on file with a zero balance
*>                 and CM-DORMANT-FLAG set to "C" - MAIN, MAIN-BATCH
*>                 and STORD-GEN refuse to post to it from then on -
*>                 and every standing order for the account is
*>                 taken off STANDORD the way STORD-MAINT's cancel
*>                 does, under the same STORDKEEP protection;
*>               - a closing statement goes to its own CLS file,
*>                 headed with the address block exactly as
*>                 STATEMENT-GEN prints it, listing the closing
*>                 postings down to the zero balance.
*>               Every closure posting carries a CL reference (CL
*>               plus YYMMDD plus a four-digit sequence continued
*>               past the highest same-day CL reference on the
*>               trail); both legs of a settlement transfer share
*>               one. No fresh tax is withheld on a settlement
*>               credit - it is the customer's own money changing
*>               accounts, not income. Both masters are rewritten
*>               before any audit record is written, the closing
*>               side backed out if the nominated side's rewrite
*>               fails, the same discipline as a transfer commit.
*> 2026-10-15 CB Audit records now carry the new AU-APPROVER-ID and
*>               AU-APPROVAL-REFERENCE fields as spaces - nothing
*>               posted here needs a second operator's approval.
*> 2026-10-15 CB STORDREC.CPY grew SO-NON-WORKING-DAY-RULE; the
*>               surviving orders keep it through the rewrite and
*>               the keep record widens to match.
*> 2026-10-15 CB Accounts now carry CM-CURRENCY-CODE. Every closure
*>               posting is in the closing account's currency and
*>               its audit record says so. A settlement transfer is
*>               refused to a nominated account held in another
*>               currency - the customer settles by payout or pay-in
*>               instead, or moves the balance through MAIN first,
*>               where a transfer is converted at the day's rate.
*>               A settlement transfer's two legs record each
*>               other's currency and value at a rate of one.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-ACCOUNT-KEY
        FILE STATUS IS CUSTMAST-STATUS.

    SELECT AUDIT-FILE ASSIGN TO "AUDITTRL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

    SELECT RATE-PARAM-FILE ASSIGN TO "RATEPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RATEPARM-STATUS.

    SELECT HOLDS-FILE ASSIGN TO "HOLDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HOLDS-STATUS.

    SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STANDORD-STATUS.

    SELECT KEEP-ORDER-FILE ASSIGN TO "STORDKEEP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STORDKEEP-STATUS.

    SELECT CLOSING-STATEMENT-FILE ASSIGN USING ClosingStatementName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CLSSTMT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  CUSTMAST-FILE.
    COPY "CUSTMAST.CPY".

FD  AUDIT-FILE.
    COPY "AUDITREC.CPY".

FD  RATE-PARAM-FILE.
    COPY "RATESREC.CPY".

FD  HOLDS-FILE.
    COPY "HOLDREC.CPY".

FD  STANDING-ORDER-FILE.
    COPY "STORDREC.CPY".

FD  KEEP-ORDER-FILE.
01 KEEP-ORDER-RECORD PIC X(51).

FD  CLOSING-STATEMENT-FILE.
01 CLOSING-STATEMENT-RECORD PIC X(132).

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
01 NINumber PIC X(10).
01 NINumber-Breakdown REDEFINES NINumber.
    05 NI-Prefix-Letters PIC AA.
    05 NI-Body-Digits PIC 9(06).
    05 NI-Suffix-Letter PIC A.
    05 NI-Trailing-Byte PIC X(01).

01 NINumber-Status PIC X(01) VALUE "N".
    88 NINumber-Is-Valid VALUE "Y".
    88 NINumber-Is-Invalid VALUE "N".

01 AccountNumber PIC X(04).
01 AccountNumber-Num REDEFINES AccountNumber PIC 9(04).

01 AccountNumber-Status PIC X(01) VALUE "N".
    88 AccountNumber-Is-Valid VALUE "Y".
    88 AccountNumber-Is-Invalid VALUE "N".

*> The nominated account a settlement transfer moves money to or
*> from. The validation paragraphs work on NINumber/AccountNumber,
*> so the nominated key borrows them for its checks and the closing
*> account's key is put back straight after, as MAIN does for a
*> transfer counterparty.
01 NominatedNINumber PIC X(10).
01 NominatedAccountNumber PIC X(04).
01 NominatedAccountNumber-Num REDEFINES NominatedAccountNumber
    PIC 9(04).
01 ClosingNINumberSave PIC X(10).
01 ClosingAccountNumberSave PIC X(04).

*> Loaded from the RATEPARM file before anything is accepted. The
*> overdraft charging fields may be absent on an older row - that
*> only matters when the account being closed is an overdrawn
*> current account, and such a closure is then refused rather than
*> charged at a guessed rate.
01 TaxRate PIC 9(02)V99 VALUE ZEROS.
01 OverdraftFloor PIC S9(16)V99 VALUE ZEROS.
01 OverdraftRate PIC 9(02)V99 VALUE ZEROS.
01 UnarrangedFee PIC 9(16)V99 VALUE ZEROS.
01 RatesEffectiveDate PIC 9(08) VALUE ZEROS.

01 RateRowFoundSwitch PIC X(01) VALUE "N".
    88 RateRowFound VALUE "Y".
    88 RateRowNotFound VALUE "N".

01 ChargeRatesSwitch PIC X(01) VALUE "N".
    88 Charge-Rates-Present VALUE "Y".
    88 Charge-Rates-Missing VALUE "N".

01 RateParamEndOfFile PIC X(01) VALUE "N".
    88 RateParamAtEnd VALUE "Y".
    88 RateParamNotAtEnd VALUE "N".

01 RATEPARM-STATUS PIC X(02).
    88 RATEPARM-OK VALUE "00".

01 CUSTMAST-STATUS PIC X(02).
    88 CUSTMAST-OK VALUE "00".
    88 CUSTMAST-NOT-FOUND VALUE "23".

01 AUDIT-STATUS PIC X(02).
    88 AUDIT-OK VALUE "00".
    88 AUDIT-NOT-FOUND VALUE "35".

01 HOLDS-STATUS PIC X(02).
    88 HOLDS-OK VALUE "00".
    88 HOLDS-NOT-FOUND VALUE "35".

01 STANDORD-STATUS PIC X(02).
    88 STANDORD-OK VALUE "00".
    88 STANDORD-NOT-FOUND VALUE "35".

01 STORDKEEP-STATUS PIC X(02).
    88 STORDKEEP-OK VALUE "00".
    88 STORDKEEP-NOT-FOUND VALUE "35".

01 CLSSTMT-STATUS PIC X(02).
    88 CLSSTMT-OK VALUE "00".

01 AuditEndOfFile PIC X(01) VALUE "N".
    88 AuditAtEnd VALUE "Y".
    88 AuditNotAtEnd VALUE "N".

01 HoldsEndOfFile PIC X(01) VALUE "N".
    88 HoldsAtEnd VALUE "Y".
    88 HoldsNotAtEnd VALUE "N".

01 StandOrdEndOfFile PIC X(01) VALUE "N".
    88 StandOrdAtEnd VALUE "Y".
    88 StandOrdNotAtEnd VALUE "N".

01 KeepOrderEndOfFile PIC X(01) VALUE "N".
    88 KeepOrderAtEnd VALUE "Y".
    88 KeepOrderNotAtEnd VALUE "N".

01 TodaysDate PIC 9(08).

*> The HOLDS ledger replayed into storage at session start, the same
*> replay MAIN makes: one row per "P" record, marked released when
*> its "R" record is seen.
01 MaxHoldEntries CONSTANT AS 500.
01 HoldCount PIC 9(04) VALUE ZEROS.
01 HoldTable.
    05 HT-Entry OCCURS 500 TIMES INDEXED BY HT-Idx.
        10 HT-HOLD-REFERENCE PIC X(12).
        10 HT-NI-NUMBER PIC X(10).
        10 HT-ACCOUNT-NUMBER PIC X(04).
        10 HT-AMOUNT PIC S9(16)V99.
        10 HT-EXPIRY-DATE PIC 9(08).
        10 HT-RELEASED-FLAG PIC X(01).
            88 HT-Hold-Released VALUE "Y".

01 HoldTableFullSwitch PIC X(01) VALUE "N".
    88 HoldTable-Is-Full VALUE "Y".

*> The account whose active holds are being totalled, and the total.
01 HoldKeyNINumber PIC X(10).
01 HoldKeyAccountNumber PIC X(04).
01 ActiveHoldCount PIC 9(04) VALUE ZEROS.
01 ActiveHoldsTotal PIC S9(16)V99 VALUE ZEROS.

*> Every standing order loaded at session start, so a STORDKEEP left
*> behind by an abend refuses the closure before anything posts; the
*> closed account's orders are flagged and the rewrite leaves them
*> behind, the arrangement STORD-MAINT's cancel uses.
01 MaxStandingOrders CONSTANT AS 500.
01 StandingOrderCount PIC 9(04) VALUE ZEROS.
01 StandingOrderTable.
    05 SOT-Entry OCCURS 500 TIMES INDEXED BY SOT-Idx.
        10 SOT-NI-NUMBER PIC X(10).
        10 SOT-ACCOUNT-NUMBER PIC 9(04).
        10 SOT-TRANSACTION-TYPE PIC X(01).
        10 SOT-AMOUNT PIC S9(16)V99.
        10 SOT-FREQUENCY PIC X(01).
        10 SOT-NEXT-DUE-DATE PIC 9(08).
        10 SOT-EXPIRY-DATE PIC 9(08).
        10 SOT-NON-WORKING-DAY-RULE PIC X(01).
        10 SOT-CANCELLED-FLAG PIC X(01).
            88 SOT-Order-Cancelled VALUE "Y".

01 StandingOrderTableFullSwitch PIC X(01) VALUE "N".
    88 StandingOrderTable-Is-Full VALUE "Y".

01 OrdersCancelled PIC 9(04) VALUE ZEROS.
01 LiveOrderCount PIC 9(04) VALUE ZEROS.
01 RolledOrdersWritten PIC 9(04) VALUE ZEROS.

*> The closing account as it stood when the session read it.
01 ClosingName PIC X(30).
01 ClosingPreBalance PIC S9(16)V99 VALUE ZEROS.
01 ClosingLastActivityDate PIC 9(08).
01 ClosingDormantFlag PIC X(01).
01 ClosingCurrency PIC X(03).
01 ClosingAddress.
    88 Closing-Has-No-Address VALUE SPACES.
    05 CA-ADDRESS-LINE-1 PIC X(30).
    05 CA-ADDRESS-LINE-2 PIC X(30).
    05 CA-ADDRESS-LINE-3 PIC X(30).
    05 CA-POSTCODE PIC X(08).

*> The account's own overdraft arrangement, captured off the master -
*> the closing account's for the unarranged test, the nominated
*> account's for its floor check.
01 CustomerOverdraftLimit PIC X(10).
    88 Customer-Has-No-Overdraft-Limit VALUE SPACES.
01 CustomerOverdraftLimit-Num REDEFINES CustomerOverdraftLimit
    PIC S9(07)V99 SIGN IS TRAILING SEPARATE CHARACTER.
01 EffectiveOverdraftFloor PIC S9(16)V99 VALUE ZEROS.

01 UnarrangedSwitch PIC X(01) VALUE "N".
    88 Account-Is-Unarranged VALUE "Y".
    88 Account-Is-Arranged VALUE "N".

*> The closure postings against the closing account, in the order
*> they post - final interest or charges first, the settlement last
*> - each chained off the balance the one before it left. The audit
*> records and the closing statement are both written from here.
01 MaxClosurePostings CONSTANT AS 4.
01 ClosurePostingCount PIC 9(02) VALUE ZEROS.
01 ClosurePostingTable.
    05 CP-Entry OCCURS 4 TIMES INDEXED BY CP-Idx.
        10 CP-TRANSACTION-TYPE PIC X(01).
        10 CP-PRE-BALANCE PIC S9(16)V99.
        10 CP-GROSS-VALUE PIC S9(16)V99.
        10 CP-TAX-WITHHELD PIC S9(16)V99.
        10 CP-NET-VALUE PIC S9(16)V99.
        10 CP-NEW-BALANCE PIC S9(16)V99.
        10 CP-POSTING-SOURCE PIC X(02).
        10 CP-COUNTERPARTY-NI PIC X(10).
        10 CP-COUNTERPARTY-ACCOUNT PIC X(04).
        10 CP-TRANSACTION-REF PIC X(12).
        10 CP-DESCRIPTION PIC X(30).

*> The posting being added to the table.
01 NewPostingType PIC X(01).
01 NewPostingGross PIC S9(16)V99 VALUE ZEROS.
01 NewPostingTax PIC S9(16)V99 VALUE ZEROS.
01 NewPostingSource PIC X(02).
01 NewPostingDescription PIC X(30).

01 RunningBalance PIC S9(16)V99 VALUE ZEROS.
01 SettlementAmount PIC S9(16)V99 VALUE ZEROS.

01 SettlementMethod PIC X(01) VALUE SPACE.
    88 Settle-By-Transfer VALUE "T".
    88 Settle-By-Payment VALUE "P".
    88 Nothing-To-Settle VALUE SPACE.

*> The nominated side of a settlement transfer.
01 NominatedName PIC X(30).
01 NominatedPreBalance PIC S9(16)V99 VALUE ZEROS.
01 NominatedNewBalance PIC S9(16)V99 VALUE ZEROS.
01 NominatedAvailableBalance PIC S9(16)V99 VALUE ZEROS.
01 NominatedLegType PIC X(01).

01 ConfirmEntry PIC X(01).
    88 Closure-Confirmed VALUE "Y".

*> CL plus YYMMDD plus a sequence one past the highest same-day CL
*> reference already on the trail, one per closure posting.
01 ReferenceSequence PIC 9(04) VALUE ZEROS.
01 ReferenceSeqCandidate PIC 9(04) VALUE ZEROS.
01 SettlementReference PIC X(12).

01 ClosureStepStatus PIC X(01) VALUE "Y".
    88 ClosureStepSucceeded VALUE "Y".
    88 ClosureStepFailed VALUE "N".

*> The closing statement goes to a file of its own per account -
*> CLS plus the NI number and account number - so it can be printed
*> and mailed on its own rather than waiting for a statement run.
01 ClosingStatementName PIC X(16).

01 Closure-Line PIC X(132).
01 Closure-Edited-Amount PIC -(13)9.99.
01 Closure-Edited-Balance PIC -(13)9.99.
01 Closure-Edited-Date.
    05 CED-YEAR PIC 9(04).
    05 FILLER PIC X(01) VALUE "-".
    05 CED-MONTH PIC 9(02).
    05 FILLER PIC X(01) VALUE "-".
    05 CED-DAY PIC 9(02).
01 Closure-Date-Breakdown.
    05 CDB-YEAR PIC 9(04).
    05 CDB-MONTH PIC 9(02).
    05 CDB-DAY PIC 9(02).
01 Closure-Date-Whole REDEFINES Closure-Date-Breakdown PIC 9(08).

*> PROGRAM TO RUN
PROCEDURE DIVISION.

ACCEPT TodaysDate FROM DATE YYYYMMDD

PERFORM Load-Rate-Parameters

PERFORM Load-Holds-Ledger

PERFORM Load-Standing-Orders

OPEN I-O CUSTMAST-FILE

IF NOT CUSTMAST-OK
    DISPLAY "Rejected: could not open the customer master file "
        "(status " CUSTMAST-STATUS ")"
    STOP RUN
END-IF

DISPLAY "NI Number: " WITH NO ADVANCING
ACCEPT NINumber

PERFORM Validate-NI-Number

IF NINumber-Is-Invalid
    DISPLAY "Rejected: '" NINumber "' is not a valid NI number "
        "(format must be LLDDDDDDL)"
    CLOSE CUSTMAST-FILE
    STOP RUN
END-IF

DISPLAY "Account number: " WITH NO ADVANCING
ACCEPT AccountNumber

PERFORM Validate-Account-Number

IF AccountNumber-Is-Invalid
    DISPLAY "Rejected: '" AccountNumber "' is not a valid account "
        "number (must be four digits, 0001 or higher)"
    CLOSE CUSTMAST-FILE
    STOP RUN
END-IF

PERFORM Read-Closing-Master

IF CUSTMAST-NOT-FOUND
    DISPLAY "No customer master record found for NI number " NINumber
        " account " AccountNumber
    CLOSE CUSTMAST-FILE
    STOP RUN
END-IF

IF CM-ACCOUNT-CLOSED
    DISPLAY "Rejected: account " AccountNumber " for NI number "
        NINumber " is already closed"
    CLOSE CUSTMAST-FILE
    STOP RUN
END-IF

PERFORM Capture-Closing-Master

MOVE NINumber TO HoldKeyNINumber
MOVE AccountNumber TO HoldKeyAccountNumber
PERFORM Compute-Active-Holds-Total

IF ActiveHoldCount > ZEROS
    MOVE ActiveHoldsTotal TO Closure-Edited-Amount
    DISPLAY "Rejected: account " AccountNumber " for NI number "
        NINumber " has " ActiveHoldCount " active hold(s) totalling "
        Closure-Edited-Amount " - release them through HOLD-MAINT "
        "(or let them lapse) before closing"
    CLOSE CUSTMAST-FILE
    STOP RUN
END-IF

PERFORM Compute-Final-Postings

PERFORM Show-Closure-Figures

IF SettlementAmount NOT = ZEROS
    PERFORM Accept-Settlement
ELSE
    SET Nothing-To-Settle TO TRUE
END-IF

DISPLAY "Close account " AccountNumber " for " NINumber " (Y/N): "
    WITH NO ADVANCING
ACCEPT ConfirmEntry

IF NOT Closure-Confirmed
    DISPLAY "Closure abandoned - nothing posted"
    CLOSE CUSTMAST-FILE
    STOP RUN
END-IF

PERFORM Derive-Reference-Sequence

PERFORM Assign-Closure-References

PERFORM Commit-Closure

IF ClosureStepSucceeded
    PERFORM Cancel-Standing-Orders
    PERFORM Write-Closing-Statement
    PERFORM Print-Closure-Summary
END-IF

CLOSE CUSTMAST-FILE

STOP RUN.

*> ----------------------------------------------------------------
*> Load-Rate-Parameters - take the tax rate, overdraft floor and
*> charging rates off the RATEPARM file: the row with the latest
*> effective date on or before the run date wins. No effective row
*> means no session, the same bar the posting programs set.
*> ----------------------------------------------------------------
Load-Rate-Parameters.
    SET RateRowNotFound TO TRUE
    SET Charge-Rates-Missing TO TRUE
    MOVE ZEROS TO RatesEffectiveDate
    SET RateParamNotAtEnd TO TRUE
    OPEN INPUT RATE-PARAM-FILE
    IF NOT RATEPARM-OK
        DISPLAY "Rejected: could not open the rates parameter file "
            "(status " RATEPARM-STATUS ")"
        STOP RUN
    END-IF
    READ RATE-PARAM-FILE
        AT END SET RateParamAtEnd TO TRUE
    END-READ
    PERFORM Select-One-Rate-Row UNTIL RateParamAtEnd
    CLOSE RATE-PARAM-FILE
    IF RateRowNotFound
        DISPLAY "Rejected: no rates parameter row is effective on "
            TodaysDate
        STOP RUN
    END-IF.

*> ----------------------------------------------------------------
*> Select-One-Rate-Row - keep the current row if it is the latest
*> one seen so far that is already in effect, noting whether it
*> carries the overdraft charging fields.
*> ----------------------------------------------------------------
Select-One-Rate-Row.
    IF RP-EFFECTIVE-DATE <= TodaysDate
        AND RP-EFFECTIVE-DATE >= RatesEffectiveDate
        MOVE RP-EFFECTIVE-DATE TO RatesEffectiveDate
        MOVE RP-TAX-RATE TO TaxRate
        MOVE RP-OVERDRAFT-FLOOR TO OverdraftFloor
        SET RateRowFound TO TRUE
        IF RP-OVERDRAFT-RATE IS NUMERIC
            AND RP-UNARRANGED-FEE IS NUMERIC
            MOVE RP-OVERDRAFT-RATE TO OverdraftRate
            MOVE RP-UNARRANGED-FEE TO UnarrangedFee
            SET Charge-Rates-Present TO TRUE
        ELSE
            SET Charge-Rates-Missing TO TRUE
        END-IF
    END-IF

    READ RATE-PARAM-FILE
        AT END SET RateParamAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Load-Holds-Ledger - replay the append-only HOLDS ledger into the
*> table. A missing file just means no hold has ever been placed; a
*> ledger too big for the table refuses the session - closing an
*> account without being sure it has no earmark is exactly what
*> this program exists to stop.
*> ----------------------------------------------------------------
Load-Holds-Ledger.
    MOVE ZEROS TO HoldCount
    SET HoldsNotAtEnd TO TRUE
    OPEN INPUT HOLDS-FILE
    IF HOLDS-OK
        READ HOLDS-FILE
            AT END SET HoldsAtEnd TO TRUE
        END-READ
        PERFORM Load-One-Hold-Row UNTIL HoldsAtEnd
        CLOSE HOLDS-FILE
        IF HoldTable-Is-Full
            DISPLAY "Rejected: more than " MaxHoldEntries " hold "
                "rows on the HOLDS ledger - trim the released and "
                "lapsed rows and retry"
            STOP RUN
        END-IF
    ELSE
        IF NOT HOLDS-NOT-FOUND
            DISPLAY "Rejected: could not open the holds ledger "
                "(status " HOLDS-STATUS ")"
            STOP RUN
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Load-One-Hold-Row - one ledger row into the replay.
*> ----------------------------------------------------------------
Load-One-Hold-Row.
    IF HD-PLACE-ACTION
        IF HoldCount < MaxHoldEntries
            ADD 1 TO HoldCount
            MOVE HD-HOLD-REFERENCE TO HT-HOLD-REFERENCE(HoldCount)
            MOVE HD-NI-NUMBER TO HT-NI-NUMBER(HoldCount)
            MOVE HD-ACCOUNT-NUMBER TO HT-ACCOUNT-NUMBER(HoldCount)
            MOVE HD-AMOUNT TO HT-AMOUNT(HoldCount)
            MOVE HD-EXPIRY-DATE TO HT-EXPIRY-DATE(HoldCount)
            MOVE "N" TO HT-RELEASED-FLAG(HoldCount)
        ELSE
            SET HoldTable-Is-Full TO TRUE
        END-IF
    ELSE
        IF HD-RELEASE-ACTION
            PERFORM Mark-Hold-Released
                VARYING HT-Idx FROM 1 BY 1
                UNTIL HT-Idx > HoldCount
        END-IF
    END-IF

    READ HOLDS-FILE
        AT END SET HoldsAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Mark-Hold-Released - flag the placed row this release row names.
*> ----------------------------------------------------------------
Mark-Hold-Released.
    IF HT-HOLD-REFERENCE(HT-Idx) = HD-HOLD-REFERENCE
        MOVE "Y" TO HT-RELEASED-FLAG(HT-Idx)
    END-IF.

*> ----------------------------------------------------------------
*> Compute-Active-Holds-Total - the number and sum of the
*> unreleased, unexpired holds on the account in HoldKeyNINumber/
*> HoldKeyAccountNumber.
*> ----------------------------------------------------------------
Compute-Active-Holds-Total.
    MOVE ZEROS TO ActiveHoldCount
    MOVE ZEROS TO ActiveHoldsTotal
    PERFORM Add-One-Active-Hold
        VARYING HT-Idx FROM 1 BY 1
        UNTIL HT-Idx > HoldCount.

*> ----------------------------------------------------------------
*> Add-One-Active-Hold - one table row into the total if it is this
*> account's and still active.
*> ----------------------------------------------------------------
Add-One-Active-Hold.
    IF HT-NI-NUMBER(HT-Idx) = HoldKeyNINumber
        AND HT-ACCOUNT-NUMBER(HT-Idx) = HoldKeyAccountNumber
        AND NOT HT-Hold-Released(HT-Idx)
        AND HT-EXPIRY-DATE(HT-Idx) >= TodaysDate
        ADD 1 TO ActiveHoldCount
        ADD HT-AMOUNT(HT-Idx) TO ActiveHoldsTotal
    END-IF.

*> ----------------------------------------------------------------
*> Load-Standing-Orders - refuse while a non-empty STORDKEEP is on
*> disk (a previous run abended mid-rewrite; recover by hand first),
*> then table up STANDORD. A missing STANDORD means no order has
*> ever been keyed, so there is nothing to cancel.
*> ----------------------------------------------------------------
Load-Standing-Orders.
    OPEN INPUT KEEP-ORDER-FILE
    IF STORDKEEP-OK
        READ KEEP-ORDER-FILE
            AT END SET KeepOrderAtEnd TO TRUE
            NOT AT END SET KeepOrderNotAtEnd TO TRUE
        END-READ
        CLOSE KEEP-ORDER-FILE
        IF KeepOrderNotAtEnd
            DISPLAY "Rejected: a non-empty STORDKEEP work file is "
                "already on disk - a previous run abended while "
                "rewriting the standing order file; copy STORDKEEP "
                "over STANDORD by hand and verify it before "
                "closing an account"
            STOP RUN
        END-IF
    ELSE
        IF NOT STORDKEEP-NOT-FOUND
            DISPLAY "Rejected: could not probe the standing order "
                "keep file (status " STORDKEEP-STATUS ")"
            STOP RUN
        END-IF
    END-IF

    SET StandOrdNotAtEnd TO TRUE
    OPEN INPUT STANDING-ORDER-FILE
    IF STANDORD-OK
        READ STANDING-ORDER-FILE
            AT END SET StandOrdAtEnd TO TRUE
        END-READ
        PERFORM Load-One-Standing-Order UNTIL StandOrdAtEnd
        CLOSE STANDING-ORDER-FILE
        IF StandingOrderTable-Is-Full
            DISPLAY "Rejected: more than " MaxStandingOrders
                " standing orders on file - the account's orders "
                "could not all be cancelled; split the file and "
                "rerun"
            STOP RUN
        END-IF
    ELSE
        IF NOT STANDORD-NOT-FOUND
            DISPLAY "Rejected: could not open the standing order "
                "file (status " STANDORD-STATUS ")"
            STOP RUN
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Load-One-Standing-Order - table up the current record and read
*> the next one.
*> ----------------------------------------------------------------
Load-One-Standing-Order.
    IF StandingOrderCount < MaxStandingOrders
        ADD 1 TO StandingOrderCount
        MOVE SO-NI-NUMBER TO SOT-NI-NUMBER(StandingOrderCount)
        MOVE SO-ACCOUNT-NUMBER
            TO SOT-ACCOUNT-NUMBER(StandingOrderCount)
        MOVE SO-TRANSACTION-TYPE
            TO SOT-TRANSACTION-TYPE(StandingOrderCount)
        MOVE SO-AMOUNT TO SOT-AMOUNT(StandingOrderCount)
        MOVE SO-FREQUENCY TO SOT-FREQUENCY(StandingOrderCount)
        MOVE SO-NEXT-DUE-DATE TO SOT-NEXT-DUE-DATE(StandingOrderCount)
        MOVE SO-EXPIRY-DATE TO SOT-EXPIRY-DATE(StandingOrderCount)
        MOVE SO-NON-WORKING-DAY-RULE
            TO SOT-NON-WORKING-DAY-RULE(StandingOrderCount)
        MOVE "N" TO SOT-CANCELLED-FLAG(StandingOrderCount)
    ELSE
        SET StandingOrderTable-Is-Full TO TRUE
    END-IF

    READ STANDING-ORDER-FILE
        AT END SET StandOrdAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Validate-NI-Number - the same LLDDDDDDL bar MAIN holds postings
*> to; see MAIN for the reasoning behind the byte-by-byte checks.
*> ----------------------------------------------------------------
Validate-NI-Number.
    SET NINumber-Is-Invalid TO TRUE
    IF NI-Prefix-Letters(1:1) >= "A" AND NI-Prefix-Letters(1:1) <= "Z"
        AND NI-Prefix-Letters(2:1) >= "A" AND NI-Prefix-Letters(2:1) <= "Z"
        AND NI-Body-Digits IS NUMERIC
        AND NI-Suffix-Letter >= "A" AND NI-Suffix-Letter <= "Z"
        AND NI-Trailing-Byte = SPACE
        SET NINumber-Is-Valid TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Validate-Account-Number - the account half of the master key must
*> be four digits, and 0000 is not a real account.
*> ----------------------------------------------------------------
Validate-Account-Number.
    SET AccountNumber-Is-Invalid TO TRUE
    IF AccountNumber IS NUMERIC
        AND AccountNumber-Num > ZEROS
        SET AccountNumber-Is-Valid TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Read-Closing-Master - position the master buffer on the account
*> being closed.
*> ----------------------------------------------------------------
Read-Closing-Master.
    MOVE NINumber TO CM-NI-NUMBER
    MOVE AccountNumber TO CM-ACCOUNT-NUMBER
    READ CUSTMAST-FILE
    END-READ.

*> ----------------------------------------------------------------
*> Read-Nominated-Master - position the master buffer on the
*> nominated account of a settlement transfer.
*> ----------------------------------------------------------------
Read-Nominated-Master.
    MOVE NominatedNINumber TO CM-NI-NUMBER
    MOVE NominatedAccountNumber TO CM-ACCOUNT-NUMBER
    READ CUSTMAST-FILE
    END-READ.

*> ----------------------------------------------------------------
*> Capture-Closing-Master - keep what the closure needs off the
*> master while it is in the buffer: the name and address for the
*> closing statement, and the figures the final postings work from.
*> ----------------------------------------------------------------
Capture-Closing-Master.
    MOVE CM-CUSTOMER-NAME TO ClosingName
    MOVE CM-BALANCE TO ClosingPreBalance
    MOVE CM-LAST-ACTIVITY-DATE TO ClosingLastActivityDate
    MOVE CM-DORMANT-FLAG TO ClosingDormantFlag
    MOVE CM-CURRENCY-CODE TO ClosingCurrency
    MOVE CM-POSTAL-ADDRESS TO ClosingAddress
    MOVE CM-OVERDRAFT-LIMIT TO CustomerOverdraftLimit.

*> ----------------------------------------------------------------
*> Compute-Final-Postings - the last interest or charges the account
*> is due, worked out the way INTEREST-CALC and OD-CHARGE work them
*> out, each chained off the balance the one before it leaves. What
*> is left after them is the balance to settle.
*> ----------------------------------------------------------------
Compute-Final-Postings.
    MOVE ZEROS TO ClosurePostingCount
    MOVE ClosingPreBalance TO RunningBalance

*> A savings account in credit earns one last period's interest at
*> its own per-run rate, taxed like any other interest credit.
    IF CM-SAVINGS-ACCOUNT
        AND CM-INTEREST-RATE > ZEROS
        AND RunningBalance > ZEROS
        COMPUTE NewPostingGross ROUNDED =
            RunningBalance * CM-INTEREST-RATE / 100
        IF NewPostingGross > ZEROS
            COMPUTE NewPostingTax ROUNDED =
                NewPostingGross * TaxRate / 100
            MOVE "C" TO NewPostingType
            MOVE "IN" TO NewPostingSource
            MOVE "FINAL INTEREST" TO NewPostingDescription
            PERFORM Add-Closure-Posting
        END-IF
    END-IF

*> An overdrawn current account pays its overdraft interest and, if
*> it sits outside its arrangement, the unarranged fee - the same
*> tests OD-CHARGE applies to the balance it opens its run with.
    IF CM-CURRENT-ACCOUNT
        AND ClosingPreBalance < ZEROS
        IF Charge-Rates-Missing
            DISPLAY "Rejected: account " AccountNumber " is overdrawn "
                "and the rates parameter row effective "
                RatesEffectiveDate " carries no overdraft rate and "
                "fees - key them on the row before closing it"
            CLOSE CUSTMAST-FILE
            STOP RUN
        END-IF

        COMPUTE NewPostingGross ROUNDED =
            (ZEROS - ClosingPreBalance) * OverdraftRate / 100
        IF NewPostingGross > ZEROS
            MOVE ZEROS TO NewPostingTax
            MOVE "D" TO NewPostingType
            MOVE "CH" TO NewPostingSource
            MOVE "OVERDRAFT INTEREST" TO NewPostingDescription
            PERFORM Add-Closure-Posting
        END-IF

        SET Account-Is-Arranged TO TRUE
        IF Customer-Has-No-Overdraft-Limit
            OR CustomerOverdraftLimit-Num IS NOT NUMERIC
            SET Account-Is-Unarranged TO TRUE
        ELSE
            IF ClosingPreBalance < CustomerOverdraftLimit-Num
                SET Account-Is-Unarranged TO TRUE
            END-IF
        END-IF
        IF Account-Is-Unarranged AND UnarrangedFee > ZEROS
            MOVE UnarrangedFee TO NewPostingGross
            MOVE ZEROS TO NewPostingTax
            MOVE "D" TO NewPostingType
            MOVE "CH" TO NewPostingSource
            MOVE "UNARRANGED OVERDRAFT FEE" TO NewPostingDescription
            PERFORM Add-Closure-Posting
        END-IF
    END-IF

    MOVE RunningBalance TO SettlementAmount.

*> ----------------------------------------------------------------
*> Add-Closure-Posting - the New* posting onto the end of the table,
*> chained off the running balance. A credit applies its net (gross
*> less tax); a debit applies its gross.
*> ----------------------------------------------------------------
Add-Closure-Posting.
    ADD 1 TO ClosurePostingCount
    SET CP-Idx TO ClosurePostingCount
    MOVE NewPostingType TO CP-TRANSACTION-TYPE(CP-Idx)
    MOVE RunningBalance TO CP-PRE-BALANCE(CP-Idx)
    MOVE NewPostingGross TO CP-GROSS-VALUE(CP-Idx)
    MOVE NewPostingTax TO CP-TAX-WITHHELD(CP-Idx)
    COMPUTE CP-NET-VALUE(CP-Idx) = NewPostingGross - NewPostingTax
    IF NewPostingType = "C"
        COMPUTE RunningBalance = RunningBalance + CP-NET-VALUE(CP-Idx)
    ELSE
        COMPUTE RunningBalance = RunningBalance - CP-NET-VALUE(CP-Idx)
    END-IF
    MOVE RunningBalance TO CP-NEW-BALANCE(CP-Idx)
    MOVE NewPostingSource TO CP-POSTING-SOURCE(CP-Idx)
    MOVE SPACES TO CP-COUNTERPARTY-NI(CP-Idx)
    MOVE SPACES TO CP-COUNTERPARTY-ACCOUNT(CP-Idx)
    MOVE SPACES TO CP-TRANSACTION-REF(CP-Idx)
    MOVE NewPostingDescription TO CP-DESCRIPTION(CP-Idx).

*> ----------------------------------------------------------------
*> Show-Closure-Figures - what the closure will post before the
*> balance is settled, so the operator can tell the customer.
*> ----------------------------------------------------------------
Show-Closure-Figures.
    DISPLAY "------------------------------------------"
    DISPLAY "Closing " ClosingName " (" NINumber " account "
        AccountNumber ")"
    MOVE ClosingPreBalance TO Closure-Edited-Balance
    DISPLAY "Balance now:          " Closure-Edited-Balance
    PERFORM Show-One-Final-Posting
        VARYING CP-Idx FROM 1 BY 1
        UNTIL CP-Idx > ClosurePostingCount
    MOVE SettlementAmount TO Closure-Edited-Balance
    DISPLAY "Balance to settle:    " Closure-Edited-Balance
    DISPLAY "------------------------------------------".

Show-One-Final-Posting.
    MOVE CP-NET-VALUE(CP-Idx) TO Closure-Edited-Amount
    DISPLAY CP-DESCRIPTION(CP-Idx) " " CP-TRANSACTION-TYPE(CP-Idx)
        " " Closure-Edited-Amount.

*> ----------------------------------------------------------------
*> Accept-Settlement - how the balance left after the final postings
*> is settled: T)ransferred with a nominated account, or P)aid -
*> handed over to the customer when in credit, paid in by them when
*> overdrawn. Either way the closing account ends on zero.
*> ----------------------------------------------------------------
Accept-Settlement.
    IF SettlementAmount > ZEROS
        DISPLAY "Settle the balance by T)ransfer to a nominated "
            "account or P)ayout to the customer: " WITH NO ADVANCING
    ELSE
        DISPLAY "Settle the overdrawn balance by T)ransfer from a "
            "nominated account or P)ayment in by the customer: "
            WITH NO ADVANCING
    END-IF
    ACCEPT SettlementMethod

    IF NOT Settle-By-Transfer AND NOT Settle-By-Payment
        DISPLAY "Rejected: '" SettlementMethod "' is not a valid "
            "settlement (must be T or P)"
        CLOSE CUSTMAST-FILE
        STOP RUN
    END-IF

    IF Settle-By-Transfer
        PERFORM Accept-And-Check-Nominated
    END-IF

    PERFORM Add-Settlement-Posting.

*> ----------------------------------------------------------------
*> Accept-And-Check-Nominated - the nominated account must be a
*> real, open, active account other than the one closing; when it
*> is paying an overdrawn balance off, the debit is held to its
*> available balance and overdraft floor like any other debit.
*> ----------------------------------------------------------------
Accept-And-Check-Nominated.
    MOVE NINumber TO ClosingNINumberSave
    MOVE AccountNumber TO ClosingAccountNumberSave

    DISPLAY "Nominated NI number: " WITH NO ADVANCING
    ACCEPT NominatedNINumber
    MOVE NominatedNINumber TO NINumber
    PERFORM Validate-NI-Number
    MOVE ClosingNINumberSave TO NINumber
    IF NINumber-Is-Invalid
        DISPLAY "Rejected: '" NominatedNINumber "' is not a valid NI "
            "number (format must be LLDDDDDDL)"
        CLOSE CUSTMAST-FILE
        STOP RUN
    END-IF

    DISPLAY "Nominated account number: " WITH NO ADVANCING
    ACCEPT NominatedAccountNumber
    MOVE NominatedAccountNumber TO AccountNumber
    PERFORM Validate-Account-Number
    MOVE ClosingAccountNumberSave TO AccountNumber
    IF AccountNumber-Is-Invalid
        DISPLAY "Rejected: '" NominatedAccountNumber "' is not a "
            "valid account number (must be four digits, 0001 or "
            "higher)"
        CLOSE CUSTMAST-FILE
        STOP RUN
    END-IF

    IF NominatedNINumber = NINumber
        AND NominatedAccountNumber = AccountNumber
        DISPLAY "Rejected: the nominated account is the account "
            "being closed"
        CLOSE CUSTMAST-FILE
        STOP RUN
    END-IF

    PERFORM Read-Nominated-Master

    IF CUSTMAST-NOT-FOUND
        DISPLAY "No customer master record found for nominated "
            "account " NominatedNINumber " account "
            NominatedAccountNumber
        CLOSE CUSTMAST-FILE
        STOP RUN
    END-IF

    IF CM-ACCOUNT-CLOSED
        DISPLAY "Rejected: nominated account " NominatedNINumber
            " account " NominatedAccountNumber " is closed"
        CLOSE CUSTMAST-FILE
        STOP RUN
    END-IF

    IF CM-ACCOUNT-DORMANT
        DISPLAY "Rejected: nominated account " NominatedNINumber
            " account " NominatedAccountNumber " is dormant - "
            "reactivate it through CUSTMAINT before settling to it"
        CLOSE CUSTMAST-FILE
        STOP RUN
    END-IF

    IF CM-CURRENCY-CODE NOT = ClosingCurrency
        DISPLAY "Rejected: nominated account " NominatedNINumber
            " account " NominatedAccountNumber " is held in "
            CM-CURRENCY-CODE " and the closing account in "
            ClosingCurrency " - settle by payout or pay-in, or "
            "transfer the balance through MAIN first"
        CLOSE CUSTMAST-FILE
        STOP RUN
    END-IF

    MOVE CM-CUSTOMER-NAME TO NominatedName
    MOVE CM-BALANCE TO NominatedPreBalance
    MOVE CM-OVERDRAFT-LIMIT TO CustomerOverdraftLimit

    IF SettlementAmount > ZEROS
        MOVE "C" TO NominatedLegType
        COMPUTE NominatedNewBalance =
            NominatedPreBalance + SettlementAmount
    ELSE
        MOVE "D" TO NominatedLegType
        COMPUTE NominatedNewBalance =
            NominatedPreBalance + SettlementAmount
        MOVE NominatedNINumber TO HoldKeyNINumber
        MOVE NominatedAccountNumber TO HoldKeyAccountNumber
        PERFORM Compute-Active-Holds-Total
        COMPUTE NominatedAvailableBalance =
            NominatedNewBalance - ActiveHoldsTotal
        IF Customer-Has-No-Overdraft-Limit
            OR CustomerOverdraftLimit-Num IS NOT NUMERIC
            MOVE OverdraftFloor TO EffectiveOverdraftFloor
        ELSE
            MOVE CustomerOverdraftLimit-Num TO EffectiveOverdraftFloor
        END-IF
        IF NominatedAvailableBalance < EffectiveOverdraftFloor
            DISPLAY "Rejected: clearing the overdrawn balance would "
                "take the nominated account's available balance "
                "(after holds) to " NominatedAvailableBalance
                ", below the overdraft floor of "
                EffectiveOverdraftFloor
            CLOSE CUSTMAST-FILE
            STOP RUN
        END-IF
    END-IF

    DISPLAY "Settlement with " NominatedName " (" NominatedNINumber
        " account " NominatedAccountNumber ")".

*> ----------------------------------------------------------------
*> Add-Settlement-Posting - the posting that takes the closing
*> account to zero: a debit of a credit balance, a credit of an
*> overdrawn one. No tax is withheld either way - the customer's own
*> money is leaving, not income arriving.
*> ----------------------------------------------------------------
Add-Settlement-Posting.
    MOVE ZEROS TO NewPostingTax
    MOVE "CL" TO NewPostingSource
    IF SettlementAmount > ZEROS
        MOVE "D" TO NewPostingType
        MOVE SettlementAmount TO NewPostingGross
    ELSE
        MOVE "C" TO NewPostingType
        COMPUTE NewPostingGross = ZEROS - SettlementAmount
    END-IF
    MOVE SPACES TO NewPostingDescription
    EVALUATE TRUE
        WHEN Settle-By-Transfer AND SettlementAmount > ZEROS
            STRING "TRANSFER TO " NominatedNINumber " "
                NominatedAccountNumber
                DELIMITED BY SIZE INTO NewPostingDescription
        WHEN Settle-By-Transfer
            STRING "TRANSFER FROM " NominatedNINumber " "
                NominatedAccountNumber
                DELIMITED BY SIZE INTO NewPostingDescription
        WHEN SettlementAmount > ZEROS
            MOVE "BALANCE PAID OUT" TO NewPostingDescription
        WHEN OTHER
            MOVE "OVERDRAWN BALANCE PAID IN" TO NewPostingDescription
    END-EVALUATE
    PERFORM Add-Closure-Posting
    IF Settle-By-Transfer
        MOVE NominatedNINumber TO CP-COUNTERPARTY-NI(CP-Idx)
        MOVE NominatedAccountNumber TO CP-COUNTERPARTY-ACCOUNT(CP-Idx)
    END-IF.

*> ----------------------------------------------------------------
*> Derive-Reference-Sequence - one pass over the trail to find the
*> highest CL reference already posted today, so this closure's
*> references continue the day's sequence. A trail that does not
*> exist yet just means the sequence starts at one.
*> ----------------------------------------------------------------
Derive-Reference-Sequence.
    MOVE ZEROS TO ReferenceSequence
    SET AuditNotAtEnd TO TRUE
    OPEN INPUT AUDIT-FILE
    IF AUDIT-OK
        READ AUDIT-FILE
            AT END SET AuditAtEnd TO TRUE
        END-READ
        PERFORM Note-One-Closure-Reference UNTIL AuditAtEnd
        CLOSE AUDIT-FILE
    ELSE
        IF NOT AUDIT-NOT-FOUND
            DISPLAY "Rejected: could not read the audit trail to "
                "derive the reference sequence (status "
                AUDIT-STATUS ") - nothing posted"
            CLOSE CUSTMAST-FILE
            STOP RUN
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Note-One-Closure-Reference - keep the highest same-day CL
*> sequence seen so far.
*> ----------------------------------------------------------------
Note-One-Closure-Reference.
    IF AU-TRANSACTION-REF(1:2) = "CL"
        AND AU-TRANSACTION-REF(3:6) = TodaysDate(3:6)
        AND AU-TRANSACTION-REF(9:4) IS NUMERIC
        MOVE AU-TRANSACTION-REF(9:4) TO ReferenceSeqCandidate
        IF ReferenceSeqCandidate > ReferenceSequence
            MOVE ReferenceSeqCandidate TO ReferenceSequence
        END-IF
    END-IF

    READ AUDIT-FILE
        AT END SET AuditAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Assign-Closure-References - one CL reference per closure
*> posting; the settlement's is kept for the nominated leg, which
*> shares it the way both legs of a transfer share one.
*> ----------------------------------------------------------------
Assign-Closure-References.
    PERFORM Assign-One-Closure-Reference
        VARYING CP-Idx FROM 1 BY 1
        UNTIL CP-Idx > ClosurePostingCount.

Assign-One-Closure-Reference.
    ADD 1 TO ReferenceSequence
    STRING "CL" TodaysDate(3:6) ReferenceSequence
        DELIMITED BY SIZE INTO CP-TRANSACTION-REF(CP-Idx)
    MOVE CP-TRANSACTION-REF(CP-Idx) TO SettlementReference.

*> ----------------------------------------------------------------
*> Commit-Closure - rewrite the closing master (balance now zero,
*> flagged closed) and, for a settlement transfer, the nominated
*> master, before any audit record is written. If the nominated
*> rewrite fails the closing master is put back as it was, so the
*> file never holds half a closure.
*> ----------------------------------------------------------------
Commit-Closure.
    SET ClosureStepSucceeded TO TRUE

    PERFORM Read-Closing-Master
    IF CUSTMAST-NOT-FOUND
        SET ClosureStepFailed TO TRUE
    ELSE
        MOVE RunningBalance TO CM-BALANCE
        MOVE TodaysDate TO CM-LAST-ACTIVITY-DATE
        SET CM-ACCOUNT-CLOSED TO TRUE
        REWRITE CUSTMAST-RECORD
            INVALID KEY SET ClosureStepFailed TO TRUE
        END-REWRITE
    END-IF
    IF ClosureStepFailed
        DISPLAY "Rejected: could not rewrite the customer master "
            "record for NI number " NINumber " (status "
            CUSTMAST-STATUS ") - nothing posted"
    ELSE
        IF Settle-By-Transfer
            PERFORM Read-Nominated-Master
            IF CUSTMAST-NOT-FOUND
                SET ClosureStepFailed TO TRUE
            ELSE
                MOVE NominatedNewBalance TO CM-BALANCE
                MOVE TodaysDate TO CM-LAST-ACTIVITY-DATE
                REWRITE CUSTMAST-RECORD
                    INVALID KEY SET ClosureStepFailed TO TRUE
                END-REWRITE
            END-IF
            IF ClosureStepFailed
                DISPLAY "Rejected: could not rewrite the customer "
                    "master record for nominated account "
                    NominatedNINumber " (status " CUSTMAST-STATUS
                    ") - backing the closure out"
                PERFORM Back-Out-Closing-Master
            END-IF
        END-IF
        IF ClosureStepSucceeded
            PERFORM Append-Closure-Entries
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Back-Out-Closing-Master - the nominated side could not be
*> rewritten, so the closing account's balance, activity date and
*> flag are put back. If even the back-out fails the operator is
*> told in no uncertain terms - RECONCILE will flag the balance.
*> ----------------------------------------------------------------
Back-Out-Closing-Master.
    PERFORM Read-Closing-Master
    IF CUSTMAST-NOT-FOUND
        DISPLAY "SEVERE: could not read " NINumber " back to undo "
            "the closure - master balance and status are wrong "
            "until corrected; run RECONCILE"
    ELSE
        MOVE ClosingPreBalance TO CM-BALANCE
        MOVE ClosingLastActivityDate TO CM-LAST-ACTIVITY-DATE
        MOVE ClosingDormantFlag TO CM-DORMANT-FLAG
        REWRITE CUSTMAST-RECORD
            INVALID KEY
                DISPLAY "SEVERE: could not undo the closure for "
                    NINumber " - master balance and status are "
                    "wrong until corrected; run RECONCILE"
        END-REWRITE
    END-IF.

*> ----------------------------------------------------------------
*> Append-Closure-Entries - every closure posting onto the trail in
*> the order it posted, then the nominated leg of a settlement
*> transfer, naming the closing account as its counterparty.
*> ----------------------------------------------------------------
Append-Closure-Entries.
    OPEN EXTEND AUDIT-FILE
    IF AUDIT-NOT-FOUND
        OPEN OUTPUT AUDIT-FILE
    END-IF
    IF NOT AUDIT-OK
        DISPLAY "SEVERE: could not open the audit trail to append "
            "the closure postings (status " AUDIT-STATUS ") - the "
            "balances are posted but unaudited; run RECONCILE"
    ELSE
        PERFORM Write-One-Closure-Entry
            VARYING CP-Idx FROM 1 BY 1
            UNTIL CP-Idx > ClosurePostingCount

        IF Settle-By-Transfer
            MOVE NominatedNINumber TO AU-NI-NUMBER
            MOVE NominatedName TO AU-CUSTOMER-NAME
            MOVE TodaysDate TO AU-TRANSACTION-DATE
            MOVE NominatedLegType TO AU-TRANSACTION-TYPE
            MOVE NominatedPreBalance TO AU-PRE-BALANCE
            MOVE CP-GROSS-VALUE(ClosurePostingCount)
                TO AU-GROSS-TRANSACTION-VALUE
            MOVE ZEROS TO AU-TAX-WITHHELD
            MOVE CP-GROSS-VALUE(ClosurePostingCount)
                TO AU-TRANSACTION-VALUE
            MOVE NominatedNewBalance TO AU-NEW-BALANCE
            MOVE NINumber TO AU-COUNTERPARTY-NI-NUMBER
            MOVE NominatedAccountNumber-Num TO AU-ACCOUNT-NUMBER
            MOVE AccountNumber TO AU-COUNTERPARTY-ACCOUNT
            MOVE SPACES TO AU-REVERSAL-FLAG
            MOVE SPACES TO AU-REVERSED-REFERENCE
            MOVE SettlementReference TO AU-TRANSACTION-REF
            MOVE "CL" TO AU-POSTING-SOURCE
            MOVE SPACES TO AU-APPROVER-ID
            MOVE SPACES TO AU-APPROVAL-REFERENCE
            MOVE ClosingCurrency TO AU-CURRENCY-CODE
            MOVE ClosingCurrency TO AU-COUNTERPARTY-CURRENCY
            MOVE CP-GROSS-VALUE(ClosurePostingCount)
                TO AU-COUNTERPARTY-VALUE
            MOVE 1 TO AU-EXCHANGE-RATE
            WRITE AUDIT-RECORD
        END-IF

        CLOSE AUDIT-FILE
    END-IF.

*> ----------------------------------------------------------------
*> Write-One-Closure-Entry - one table posting onto the trail.
*> ----------------------------------------------------------------
Write-One-Closure-Entry.
    MOVE NINumber TO AU-NI-NUMBER
    MOVE ClosingName TO AU-CUSTOMER-NAME
    MOVE TodaysDate TO AU-TRANSACTION-DATE
    MOVE CP-TRANSACTION-TYPE(CP-Idx) TO AU-TRANSACTION-TYPE
    MOVE CP-PRE-BALANCE(CP-Idx) TO AU-PRE-BALANCE
    MOVE CP-GROSS-VALUE(CP-Idx) TO AU-GROSS-TRANSACTION-VALUE
    MOVE CP-TAX-WITHHELD(CP-Idx) TO AU-TAX-WITHHELD
    MOVE CP-NET-VALUE(CP-Idx) TO AU-TRANSACTION-VALUE
    MOVE CP-NEW-BALANCE(CP-Idx) TO AU-NEW-BALANCE
    MOVE CP-COUNTERPARTY-NI(CP-Idx) TO AU-COUNTERPARTY-NI-NUMBER
    MOVE AccountNumber-Num TO AU-ACCOUNT-NUMBER
    MOVE CP-COUNTERPARTY-ACCOUNT(CP-Idx) TO AU-COUNTERPARTY-ACCOUNT
    MOVE SPACES TO AU-REVERSAL-FLAG
    MOVE SPACES TO AU-REVERSED-REFERENCE
    MOVE CP-TRANSACTION-REF(CP-Idx) TO AU-TRANSACTION-REF
    MOVE CP-POSTING-SOURCE(CP-Idx) TO AU-POSTING-SOURCE
    MOVE SPACES TO AU-APPROVER-ID
    MOVE SPACES TO AU-APPROVAL-REFERENCE
    MOVE ClosingCurrency TO AU-CURRENCY-CODE
    IF CP-COUNTERPARTY-ACCOUNT(CP-Idx) = SPACES
        MOVE SPACES TO AU-COUNTERPARTY-CURRENCY
        MOVE ZEROS TO AU-COUNTERPARTY-VALUE
        MOVE ZEROS TO AU-EXCHANGE-RATE
    ELSE
        MOVE ClosingCurrency TO AU-COUNTERPARTY-CURRENCY
        MOVE CP-GROSS-VALUE(CP-Idx) TO AU-COUNTERPARTY-VALUE
        MOVE 1 TO AU-EXCHANGE-RATE
    END-IF
    WRITE AUDIT-RECORD.

*> ----------------------------------------------------------------
*> Cancel-Standing-Orders - every order for the closed account comes
*> off STANDORD, lapsed ones included. The table goes to STORDKEEP
*> first and the keep file is emptied only once the rewrite is
*> proven complete, exactly as STORD-MAINT rewrites the file. The
*> account is closed whatever happens here - a leftover order is
*> refused by STORD-GEN as a closed account - so a failure is
*> reported rather than undoing the closure.
*> ----------------------------------------------------------------
Cancel-Standing-Orders.
    MOVE ZEROS TO OrdersCancelled
    PERFORM Cancel-One-Standing-Order
        VARYING SOT-Idx FROM 1 BY 1
        UNTIL SOT-Idx > StandingOrderCount

    IF OrdersCancelled > ZEROS
        OPEN OUTPUT KEEP-ORDER-FILE
        IF NOT STORDKEEP-OK
            DISPLAY "Warning: could not open the standing order keep "
                "file (status " STORDKEEP-STATUS ") - the account's "
                OrdersCancelled " standing order(s) are still on "
                "STANDORD; cancel them through STORD-MAINT"
            MOVE ZEROS TO OrdersCancelled
        ELSE
            PERFORM Write-One-Keep-Order
                VARYING SOT-Idx FROM 1 BY 1
                UNTIL SOT-Idx > StandingOrderCount
            CLOSE KEEP-ORDER-FILE
            PERFORM Rewrite-Standing-Orders
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Cancel-One-Standing-Order - flag the entry if it belongs to the
*> account being closed.
*> ----------------------------------------------------------------
Cancel-One-Standing-Order.
    IF SOT-NI-NUMBER(SOT-Idx) = NINumber
        AND SOT-ACCOUNT-NUMBER(SOT-Idx) = AccountNumber-Num
        MOVE "Y" TO SOT-CANCELLED-FLAG(SOT-Idx)
        ADD 1 TO OrdersCancelled
    END-IF.

*> ----------------------------------------------------------------
*> Write-One-Keep-Order - one pre-closure order, cancelled or not,
*> onto the STORDKEEP recovery copy.
*> ----------------------------------------------------------------
Write-One-Keep-Order.
    PERFORM Fill-Standing-Order-Record
    MOVE STANDING-ORDER-RECORD TO KEEP-ORDER-RECORD
    WRITE KEEP-ORDER-RECORD.

*> ----------------------------------------------------------------
*> Fill-Standing-Order-Record - the current table entry into the
*> STANDORD record buffer, for whichever file it is bound for.
*> ----------------------------------------------------------------
Fill-Standing-Order-Record.
    MOVE SOT-NI-NUMBER(SOT-Idx) TO SO-NI-NUMBER
    MOVE SOT-ACCOUNT-NUMBER(SOT-Idx) TO SO-ACCOUNT-NUMBER
    MOVE SOT-TRANSACTION-TYPE(SOT-Idx) TO SO-TRANSACTION-TYPE
    MOVE SOT-AMOUNT(SOT-Idx) TO SO-AMOUNT
    MOVE SOT-FREQUENCY(SOT-Idx) TO SO-FREQUENCY
    MOVE SOT-NEXT-DUE-DATE(SOT-Idx) TO SO-NEXT-DUE-DATE
    MOVE SOT-EXPIRY-DATE(SOT-Idx) TO SO-EXPIRY-DATE
    MOVE SOT-NON-WORKING-DAY-RULE(SOT-Idx) TO SO-NON-WORKING-DAY-RULE.

*> ----------------------------------------------------------------
*> Rewrite-Standing-Orders - the whole table back over STANDORD,
*> cancelled orders left behind; STORDKEEP is emptied only once
*> every live order has provably gone back out.
*> ----------------------------------------------------------------
Rewrite-Standing-Orders.
    MOVE ZEROS TO LiveOrderCount
    MOVE ZEROS TO RolledOrdersWritten
    PERFORM Count-One-Live-Order
        VARYING SOT-Idx FROM 1 BY 1
        UNTIL SOT-Idx > StandingOrderCount

    OPEN OUTPUT STANDING-ORDER-FILE
    IF NOT STANDORD-OK
        DISPLAY "SEVERE: could not rewrite the standing order file "
            "(status " STANDORD-STATUS ") - copy STORDKEEP over "
            "STANDORD by hand and cancel the closed account's "
            "orders through STORD-MAINT"
        MOVE ZEROS TO OrdersCancelled
    ELSE
        PERFORM Write-One-Standing-Order
            VARYING SOT-Idx FROM 1 BY 1
            UNTIL SOT-Idx > StandingOrderCount
        CLOSE STANDING-ORDER-FILE

        IF RolledOrdersWritten = LiveOrderCount
            OPEN OUTPUT KEEP-ORDER-FILE
            CLOSE KEEP-ORDER-FILE
        ELSE
            DISPLAY "SEVERE: only " RolledOrdersWritten " of "
                LiveOrderCount " standing orders went back out - "
                "copy STORDKEEP over STANDORD by hand and "
                "investigate"
        END-IF
    END-IF.

Count-One-Live-Order.
    IF NOT SOT-Order-Cancelled(SOT-Idx)
        ADD 1 TO LiveOrderCount
    END-IF.

*> ----------------------------------------------------------------
*> Write-One-Standing-Order - one live order back out.
*> ----------------------------------------------------------------
Write-One-Standing-Order.
    IF NOT SOT-Order-Cancelled(SOT-Idx)
        PERFORM Fill-Standing-Order-Record
        WRITE STANDING-ORDER-RECORD
        ADD 1 TO RolledOrdersWritten
    END-IF.

*> ----------------------------------------------------------------
*> Write-Closing-Statement - the final statement for the closed
*> account, to its own CLS file: the address block, the balance
*> before closure, each closure posting in the STATEMENT-GEN column
*> layout with what it was, and the zero closing balance.
*> ----------------------------------------------------------------
Write-Closing-Statement.
    MOVE SPACES TO ClosingStatementName
    STRING "CLS" NINumber(1:9) AccountNumber
        DELIMITED BY SIZE INTO ClosingStatementName
    OPEN OUTPUT CLOSING-STATEMENT-FILE
    IF NOT CLSSTMT-OK
        DISPLAY "Warning: could not open the closing statement file "
            ClosingStatementName " (status " CLSSTMT-STATUS ") - the "
            "account is closed; the closing postings will appear on "
            "the next STATEMENT-GEN run"
    ELSE
        MOVE SPACES TO Closure-Line
        STRING "=================================================="
            "=============================="
            DELIMITED BY SIZE INTO Closure-Line
        WRITE CLOSING-STATEMENT-RECORD FROM Closure-Line

        PERFORM Write-Address-Block

        MOVE SPACES TO Closure-Line
        MOVE TodaysDate TO Closure-Date-Whole
        MOVE CDB-YEAR TO CED-YEAR
        MOVE CDB-MONTH TO CED-MONTH
        MOVE CDB-DAY TO CED-DAY
        STRING "CLOSING STATEMENT FOR " ClosingName " (" NINumber
            " ACCT " AccountNumber ")  CLOSED " Closure-Edited-Date
            DELIMITED BY SIZE INTO Closure-Line
        WRITE CLOSING-STATEMENT-RECORD FROM Closure-Line

        MOVE SPACES TO Closure-Line
        MOVE ClosingPreBalance TO Closure-Edited-Balance
        STRING "BALANCE BEFORE CLOSURE: " Closure-Edited-Balance
            " " ClosingCurrency
            DELIMITED BY SIZE INTO Closure-Line
        WRITE CLOSING-STATEMENT-RECORD FROM Closure-Line

        MOVE SPACES TO Closure-Line
        STRING "DATE       " " T" "             GROSS"
            "      TAX WITHHELD" "       NET APPLIED"
            "           BALANCE" "  REFERENCE"
            "    DETAILS"
            DELIMITED BY SIZE INTO Closure-Line
        WRITE CLOSING-STATEMENT-RECORD FROM Closure-Line

        PERFORM Write-Closing-Detail-Line
            VARYING CP-Idx FROM 1 BY 1
            UNTIL CP-Idx > ClosurePostingCount

        MOVE SPACES TO Closure-Line
        MOVE RunningBalance TO Closure-Edited-Balance
        STRING "CLOSING BALANCE: " Closure-Edited-Balance
            " " ClosingCurrency
            DELIMITED BY SIZE INTO Closure-Line
        WRITE CLOSING-STATEMENT-RECORD FROM Closure-Line

        MOVE SPACES TO Closure-Line
        STRING "THIS ACCOUNT IS NOW CLOSED - NO FURTHER "
            "TRANSACTIONS WILL BE ACCEPTED ON IT"
            DELIMITED BY SIZE INTO Closure-Line
        WRITE CLOSING-STATEMENT-RECORD FROM Closure-Line

        MOVE SPACES TO Closure-Line
        STRING "STANDING ORDERS CANCELLED: " OrdersCancelled
            DELIMITED BY SIZE INTO Closure-Line
        WRITE CLOSING-STATEMENT-RECORD FROM Closure-Line

        MOVE SPACES TO Closure-Line
        WRITE CLOSING-STATEMENT-RECORD FROM Closure-Line

        CLOSE CLOSING-STATEMENT-FILE
    END-IF.

*> ----------------------------------------------------------------
*> Write-Address-Block - the mail-ready block at the head of the
*> page, laid out exactly as STATEMENT-GEN lays it out: name,
*> address lines and postcode, blank lines skipped so the block
*> closes up, or a do-not-mail flag when no address is on file.
*> ----------------------------------------------------------------
Write-Address-Block.
    MOVE SPACES TO Closure-Line
    MOVE ClosingName TO Closure-Line(1:30)
    WRITE CLOSING-STATEMENT-RECORD FROM Closure-Line

    IF NOT Closing-Has-No-Address
        IF CA-ADDRESS-LINE-1 NOT = SPACES
            MOVE SPACES TO Closure-Line
            MOVE CA-ADDRESS-LINE-1 TO Closure-Line(1:30)
            WRITE CLOSING-STATEMENT-RECORD FROM Closure-Line
        END-IF
        IF CA-ADDRESS-LINE-2 NOT = SPACES
            MOVE SPACES TO Closure-Line
            MOVE CA-ADDRESS-LINE-2 TO Closure-Line(1:30)
            WRITE CLOSING-STATEMENT-RECORD FROM Closure-Line
        END-IF
        IF CA-ADDRESS-LINE-3 NOT = SPACES
            MOVE SPACES TO Closure-Line
            MOVE CA-ADDRESS-LINE-3 TO Closure-Line(1:30)
            WRITE CLOSING-STATEMENT-RECORD FROM Closure-Line
        END-IF
        IF CA-POSTCODE NOT = SPACES
            MOVE SPACES TO Closure-Line
            MOVE CA-POSTCODE TO Closure-Line(1:8)
            WRITE CLOSING-STATEMENT-RECORD FROM Closure-Line
        END-IF
    ELSE
        DISPLAY "Warning: no address on file for " NINumber
            " - the closing statement cannot be mailed until one is "
            "keyed through CUSTMAINT"
        MOVE SPACES TO Closure-Line
        STRING "*** NO ADDRESS ON FILE - DO NOT MAIL ***"
            DELIMITED BY SIZE INTO Closure-Line
        WRITE CLOSING-STATEMENT-RECORD FROM Closure-Line
    END-IF

    MOVE SPACES TO Closure-Line
    WRITE CLOSING-STATEMENT-RECORD FROM Closure-Line.

*> ----------------------------------------------------------------
*> Write-Closing-Detail-Line - one closure posting in the
*> STATEMENT-GEN detail layout, with what it was alongside.
*> ----------------------------------------------------------------
Write-Closing-Detail-Line.
    MOVE SPACES TO Closure-Line
    MOVE TodaysDate TO Closure-Date-Whole
    MOVE CDB-YEAR TO CED-YEAR
    MOVE CDB-MONTH TO CED-MONTH
    MOVE CDB-DAY TO CED-DAY
    MOVE Closure-Edited-Date TO Closure-Line(1:10)
    MOVE CP-TRANSACTION-TYPE(CP-Idx) TO Closure-Line(13:1)
    MOVE CP-GROSS-VALUE(CP-Idx) TO Closure-Edited-Amount
    MOVE Closure-Edited-Amount TO Closure-Line(15:17)
    MOVE CP-TAX-WITHHELD(CP-Idx) TO Closure-Edited-Amount
    MOVE Closure-Edited-Amount TO Closure-Line(33:17)
    MOVE CP-NET-VALUE(CP-Idx) TO Closure-Edited-Amount
    MOVE Closure-Edited-Amount TO Closure-Line(51:17)
    MOVE CP-NEW-BALANCE(CP-Idx) TO Closure-Edited-Balance
    MOVE Closure-Edited-Balance TO Closure-Line(69:17)
    MOVE CP-TRANSACTION-REF(CP-Idx) TO Closure-Line(87:12)
    MOVE CP-DESCRIPTION(CP-Idx) TO Closure-Line(101:30)
    WRITE CLOSING-STATEMENT-RECORD FROM Closure-Line.

*> ----------------------------------------------------------------
*> Print-Closure-Summary - payslip-style confirmation of the
*> closure.
*> ----------------------------------------------------------------
Print-Closure-Summary.
    DISPLAY "------------------------------------------"
    DISPLAY "Account " AccountNumber " for " NINumber " closed"
    DISPLAY "Closure postings:        " ClosurePostingCount
    IF Settle-By-Transfer
        MOVE NominatedNewBalance TO Closure-Edited-Balance
        DISPLAY "Nominated account balance: " Closure-Edited-Balance
    END-IF
    DISPLAY "Standing orders cancelled: " OrdersCancelled
    DISPLAY "Closing statement:       " ClosingStatementName
    DISPLAY "------------------------------------------".
