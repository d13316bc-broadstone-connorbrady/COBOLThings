       >>SOURCE FORMAT FREE

*> PROGRAM DETAILS
IDENTIFICATION DIVISION.
PROGRAM-ID. OD-CHARGE.
AUTHOR. Connor Brady.
DATE-WRITTEN. October 15th 2026.

*> MODIFICATION HISTORY
*> 2026-10-15 CB Overdraft charging run for current accounts.
*>               INTEREST-CALC only ever credits savings accounts, so
*>               a current account sitting below zero cost the
*>               customer nothing, and neither a MAIN-BATCH ODFL
*>               reject nor a balance run past the account's
*>               arrangement was ever priced. This run walks every
*>               CM-CURRENT-ACCOUNT record and debits, each as its
*>               own audited posting: debit interest on an overdrawn
*>               balance at RP-OVERDRAFT-RATE off RATEPARM (a
*>               per-run rate, the same convention as
*>               CM-INTEREST-RATE); the RP-UNARRANGED-FEE when the
*>               balance is below zero with no arrangement on the
*>               master, or below the arrangement agreed; and the
*>               RP-BOUNCED-ITEM-FEE for each debit MAIN-BATCH
*>               refused ODFL today, taken off the day's dated
*>               rejects files (a resubmitted item rejected again in
*>               a later cycle carries the same reference and is
*>               charged once). The debits carry their own
*>               AU-POSTING-SOURCE ("CH") and CH-prefixed references
*>               so GL-EXTRACT can report them as fee income, and
*>               the ODCHGRPT report lists each account charged with
*>               its breakdown and the bounced items behind it.
*>               Charges post whatever the floor - refusing a charge
*>               because the account is already at its limit would
*>               let the most overdrawn accounts run free - and
*>               CM-LAST-ACTIVITY-DATE is not stamped, for the same
*>               reason INTEREST-CALC does not stamp it. A second run
*>               on the same day is refused, since it would charge
*>               every account twice. Runs as a step of the
*>               BATCH-WINDOW chain after the posting steps (so the
*>               day's rejects are all on disk) and before the GL
*>               extract, as well as standalone; the mainline ends
*>               with GOBACK so a driver CALL comes back.
*> 2026-10-15 CB A closed account is not charged - ACCT-CLOSE takes
*>               its last charges as it closes it. Those charges
*>               post with AU-POSTING-SOURCE "CH" but a CL
*>               reference, so the run-already-made test now also
*>               requires a CH reference; a closure earlier in the
*>               day no longer refuses the run.
*> 2026-10-15 CB Direct debit collections post through MAIN-BATCH
*>               under source DDCOLLCT, so their rejects files are
*>               probed as a third feed (DDCOL) and a collection
*>               refused ODFL is charged as a bounced item like any
*>               other debit.
*> 2026-10-15 CB Audit records now carry the new AU-APPROVER-ID and
*>               AU-APPROVAL-REFERENCE fields as spaces - nothing
*>               posted here needs a second operator's approval.
*> 2026-10-15 CB Audit records carry the account's CM-CURRENCY-CODE;
*>               the amounts posted here are in the account's own
*>               currency, and the transfer-only fields (other
*>               side's currency, value and exchange rate) are
*>               spaces and zeros.
*> 2026-10-15 CB The business date now comes from the operator, the
*>               way GL-EXTRACT takes its date, and drives the
*>               rejects files probed, the charge date and CH
*>               references, the already-run test and the RATEPARM
*>               row chosen - MAIN-BATCH names its rejects files by
*>               the posted file's business date, so a run keyed to
*>               the wall clock found no bounced items once a window
*>               crossed midnight, and dated the charges a day late.
*>               The report is now ODCHGRPT; it shared CHGRPT with
*>               CHG-REPORT, so whichever ran second overwrote the
*>               other's report.

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

    SELECT CHARGE-REPORT-FILE ASSIGN TO "ODCHGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ODCHGRPT-STATUS.

    SELECT RATE-PARAM-FILE ASSIGN TO "RATEPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RATEPARM-STATUS.

    SELECT REJECT-FILE ASSIGN USING RejectFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REJECT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  CUSTMAST-FILE.
    COPY "CUSTMAST.CPY".

FD  AUDIT-FILE.
    COPY "AUDITREC.CPY".

FD  CHARGE-REPORT-FILE.
01 CHARGE-REPORT-RECORD PIC X(132).

FD  RATE-PARAM-FILE.
    COPY "RATESREC.CPY".

FD  REJECT-FILE.
    COPY "REJECTREC.CPY".

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
01 UserName PIC X(30).
01 NINumber PIC X(10).
01 AccountNumber PIC X(04).
01 UserPreBalance PIC S9(16)V99 VALUE ZEROS.
01 UserNewBalance PIC S9(16)V99 VALUE ZEROS.

*> Loaded from the RATEPARM file at Initialize-Run - see
*> RATESREC.CPY; the run refuses to start without an effective row
*> that carries the charging fields.
01 OverdraftRate PIC 9(02)V99 VALUE ZEROS.
01 UnarrangedFee PIC 9(16)V99 VALUE ZEROS.
01 BouncedItemFee PIC 9(16)V99 VALUE ZEROS.
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
    88 CUSTMAST-AT-END VALUE "10".

01 AUDIT-STATUS PIC X(02).
    88 AUDIT-OK VALUE "00".
    88 AUDIT-NOT-FOUND VALUE "35".

01 ODCHGRPT-STATUS PIC X(02).
    88 ODCHGRPT-OK VALUE "00".

01 REJECT-STATUS PIC X(02).
    88 REJECT-OK VALUE "00".
    88 REJECT-NOT-FOUND VALUE "35".

01 CustMastEndOfFile PIC X(01) VALUE "N".
    88 CustMastAtEnd VALUE "Y".
    88 CustMastNotAtEnd VALUE "N".

01 AuditEndOfFile PIC X(01) VALUE "N".
    88 AuditAtEnd VALUE "Y".
    88 AuditNotAtEnd VALUE "N".

01 RejectEndOfFile PIC X(01) VALUE "N".
    88 RejectAtEnd VALUE "Y".
    88 RejectNotAtEnd VALUE "N".

*> The business date the charges are for, keyed by the operator -
*> not the wall clock, which moves on if the window crosses midnight.
01 BusinessDateEntry PIC X(08).
01 BusinessDate PIC 9(08).

*> The day's rejects files are named the way MAIN-BATCH names them -
*> REJ plus the date plus the first five characters of the posted
*> file's source, RJ and a cycle digit - so every known feed is
*> probed at every cycle; a file that is not there simply means
*> that feed and cycle rejected nothing.
01 RejectFeedCount CONSTANT AS 3.
01 RejectFeedTable.
    05 RFT-Entry OCCURS 3 TIMES INDEXED BY RFT-Idx.
        10 RFT-FEED-PREFIX PIC X(05).
01 RejectCycleDigit PIC 9(01) VALUE ZEROS.
01 RejectSource PIC X(08).
01 RejectFileName PIC X(19).
01 RejectFilesRead PIC 9(04) VALUE ZEROS.

*> Every distinct ODFL item found on the day's rejects - the same
*> reference rejected again by a resubmission cycle is one bounced
*> item, not two.
01 MaxBouncedItems CONSTANT AS 500.
01 BouncedItemCount PIC 9(04) VALUE ZEROS.
01 BouncedItemTable.
    05 BIT-Entry OCCURS 500 TIMES INDEXED BY BIT-Idx.
        10 BIT-NI-NUMBER PIC X(10).
        10 BIT-ACCOUNT-NUMBER PIC X(04).
        10 BIT-TXN-REFERENCE PIC X(12).
        10 BIT-TRANSACTION-VALUE PIC S9(16)V99.

01 BouncedItemTableFullSwitch PIC X(01) VALUE "N".
    88 BouncedItemTable-Is-Full VALUE "Y".

01 BouncedItemFoundSwitch PIC X(01) VALUE "N".
    88 Bounced-Item-Found VALUE "Y".
    88 Bounced-Item-Not-Found VALUE "N".

*> The account currently being charged - its arrangement off the
*> master, the balance the charges are judged against (the balance
*> before any of tonight's charges land), and what it was charged.
01 CustomerOverdraftLimit PIC X(10).
    88 Customer-Has-No-Overdraft-Limit VALUE SPACES.
01 CustomerOverdraftLimit-Num REDEFINES CustomerOverdraftLimit
    PIC S9(07)V99 SIGN IS TRAILING SEPARATE CHARACTER.

01 OpeningBalance PIC S9(16)V99 VALUE ZEROS.
01 ChargeAmount PIC S9(16)V99 VALUE ZEROS.
01 AccountInterestCharged PIC S9(16)V99 VALUE ZEROS.
01 AccountUnarrangedCharged PIC S9(16)V99 VALUE ZEROS.
01 AccountBouncedCharged PIC S9(16)V99 VALUE ZEROS.
01 AccountBouncedItems PIC 9(04) VALUE ZEROS.
01 AccountTotalCharged PIC S9(16)V99 VALUE ZEROS.

01 UnarrangedSwitch PIC X(01) VALUE "N".
    88 Account-Is-Unarranged VALUE "Y".
    88 Account-Is-Arranged VALUE "N".

01 MasterRewriteStatus PIC X(01) VALUE "Y".
    88 MasterRewriteSucceeded VALUE "Y".
    88 MasterRewriteFailed VALUE "N".

*> Sequence behind the generated references - CH plus YYMMDD plus
*> this, climbing once per charge posted. The same pass over the
*> trail that finds it also finds whether the business date's
*> charges have already gone on.
01 ReferenceSequence PIC 9(04) VALUE ZEROS.
01 ReferenceSeqCandidate PIC 9(04) VALUE ZEROS.
01 TransactionReference PIC X(12).

01 ChargesPostedSwitch PIC X(01) VALUE "N".
    88 Charges-Already-Posted VALUE "Y".
    88 Charges-Not-Yet-Posted VALUE "N".

01 AccountsExamined PIC 9(08) VALUE ZEROS.
01 AccountsCharged PIC 9(08) VALUE ZEROS.
01 ChargesPosted PIC 9(08) VALUE ZEROS.
01 ChargeRewriteFailures PIC 9(08) VALUE ZEROS.
01 TotalInterestCharged PIC S9(16)V99 VALUE ZEROS.
01 TotalUnarrangedCharged PIC S9(16)V99 VALUE ZEROS.
01 TotalBouncedCharged PIC S9(16)V99 VALUE ZEROS.
01 TotalCharged PIC S9(16)V99 VALUE ZEROS.

01 Charge-Line PIC X(132).
01 Charge-Edited-Interest PIC -(13)9.99.
01 Charge-Edited-Unarranged PIC -(13)9.99.
01 Charge-Edited-Bounced PIC -(13)9.99.
01 Charge-Edited-Total PIC -(13)9.99.
01 Charge-Edited-Balance PIC -(13)9.99.
01 Charge-Edited-Amount PIC -(13)9.99.
01 Charge-Edited-Items PIC ZZZ9.
01 Charge-Edited-Count PIC ZZZ,ZZZ,ZZ9.

*> PROGRAM TO RUN
PROCEDURE DIVISION.

PERFORM Initialize-Run

PERFORM Process-Next-Customer UNTIL CustMastAtEnd

PERFORM Print-Charge-Summary

PERFORM Close-Run

GOBACK.

*> ----------------------------------------------------------------
*> Initialize-Run - take the business date, load the charging rates,
*> make sure that date's charges have not already gone on, table up
*> the day's bounced items, then open the master, the trail and the
*> report and position at the first master record.
*> ----------------------------------------------------------------
Initialize-Run.
    DISPLAY "Post overdraft charges for business date (YYYYMMDD): "
        WITH NO ADVANCING
    ACCEPT BusinessDateEntry

    IF BusinessDateEntry IS NOT NUMERIC
        DISPLAY "Rejected: the business date must be numeric "
            "YYYYMMDD"
        STOP RUN
    END-IF

    MOVE BusinessDateEntry TO BusinessDate

    PERFORM Load-Rate-Parameters
    PERFORM Derive-Reference-Sequence

    IF Charges-Already-Posted
        DISPLAY "Rejected: overdraft charges have already been "
            "posted for " BusinessDate " - a second run would charge "
            "every account twice"
        STOP RUN
    END-IF

    MOVE "UPSTR" TO RFT-FEED-PREFIX(1)
    MOVE "STAND" TO RFT-FEED-PREFIX(2)
    MOVE "DDCOL" TO RFT-FEED-PREFIX(3)
    PERFORM Load-Bounced-Items

    OPEN I-O CUSTMAST-FILE
    IF NOT CUSTMAST-OK
        DISPLAY "Rejected: could not open the customer master file "
            "(status " CUSTMAST-STATUS ")"
        STOP RUN
    END-IF

    OPEN EXTEND AUDIT-FILE
    IF AUDIT-NOT-FOUND
        OPEN OUTPUT AUDIT-FILE
    END-IF
    IF NOT AUDIT-OK
        DISPLAY "Rejected: could not open the audit trail file "
            "(status " AUDIT-STATUS ")"
        CLOSE CUSTMAST-FILE
        STOP RUN
    END-IF

    OPEN OUTPUT CHARGE-REPORT-FILE
    IF NOT ODCHGRPT-OK
        DISPLAY "Rejected: could not open the charges report file "
            "(status " ODCHGRPT-STATUS ")"
        CLOSE CUSTMAST-FILE
        CLOSE AUDIT-FILE
        STOP RUN
    END-IF

    PERFORM Write-Report-Heading
    MOVE LOW-VALUES TO CM-ACCOUNT-KEY
    START CUSTMAST-FILE KEY IS GREATER THAN CM-ACCOUNT-KEY
        INVALID KEY SET CustMastAtEnd TO TRUE
    END-START
    IF CustMastNotAtEnd
        READ CUSTMAST-FILE NEXT RECORD
            AT END SET CustMastAtEnd TO TRUE
        END-READ
    END-IF.

*> ----------------------------------------------------------------
*> Load-Rate-Parameters - take the charging rates off the RATEPARM
*> file: the row with the latest effective date on or before the
*> business date wins, a later row on the same date winning over an earlier
*> one. No effective row, or an effective row keyed before the
*> charging fields existed, means no run - charging at a guessed
*> rate is worse than not charging.
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
            BusinessDate
        STOP RUN
    END-IF
    IF Charge-Rates-Missing
        DISPLAY "Rejected: the rates parameter row effective "
            RatesEffectiveDate " carries no overdraft rate and "
            "fees - key them on the row before charging"
        STOP RUN
    END-IF
    DISPLAY "Rates effective " RatesEffectiveDate ": overdraft rate "
        OverdraftRate ", unarranged fee " UnarrangedFee
        ", bounced item fee " BouncedItemFee.

*> ----------------------------------------------------------------
*> Select-One-Rate-Row - keep the current row if it is the latest
*> one seen so far that is already in effect, noting whether it
*> carries the charging fields.
*> ----------------------------------------------------------------
Select-One-Rate-Row.
    IF RP-EFFECTIVE-DATE <= BusinessDate
        AND RP-EFFECTIVE-DATE >= RatesEffectiveDate
        MOVE RP-EFFECTIVE-DATE TO RatesEffectiveDate
        SET RateRowFound TO TRUE
        IF RP-OVERDRAFT-RATE IS NUMERIC
            AND RP-UNARRANGED-FEE IS NUMERIC
            AND RP-BOUNCED-ITEM-FEE IS NUMERIC
            MOVE RP-OVERDRAFT-RATE TO OverdraftRate
            MOVE RP-UNARRANGED-FEE TO UnarrangedFee
            MOVE RP-BOUNCED-ITEM-FEE TO BouncedItemFee
            SET Charge-Rates-Present TO TRUE
        ELSE
            SET Charge-Rates-Missing TO TRUE
        END-IF
    END-IF

    READ RATE-PARAM-FILE
        AT END SET RateParamAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Derive-Reference-Sequence - one pass over the trail to find the
*> highest CH reference already posted for the business date, and
*> whether any charge has already gone on for that date at all; a trail that does
*> not exist yet just means the sequence starts at one.
*> ----------------------------------------------------------------
Derive-Reference-Sequence.
    MOVE ZEROS TO ReferenceSequence
    SET Charges-Not-Yet-Posted TO TRUE
    SET AuditNotAtEnd TO TRUE
    OPEN INPUT AUDIT-FILE
    IF AUDIT-OK
        READ AUDIT-FILE
            AT END SET AuditAtEnd TO TRUE
        END-READ
        PERFORM Note-One-Charge-Reference UNTIL AuditAtEnd
        CLOSE AUDIT-FILE
    ELSE
        IF NOT AUDIT-NOT-FOUND
            DISPLAY "Rejected: could not read the audit trail to "
                "derive the reference sequence (status "
                AUDIT-STATUS ")"
            STOP RUN
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Note-One-Charge-Reference - keep the highest same-day CH
*> sequence seen so far, and note a charge already posted for the
*> business date.
*> ----------------------------------------------------------------
Note-One-Charge-Reference.
    IF AU-TRANSACTION-REF(1:2) = "CH"
        AND AU-TRANSACTION-REF(3:6) = BusinessDate(3:6)
        AND AU-TRANSACTION-REF(9:4) IS NUMERIC
        MOVE AU-TRANSACTION-REF(9:4) TO ReferenceSeqCandidate
        IF ReferenceSeqCandidate > ReferenceSequence
            MOVE ReferenceSeqCandidate TO ReferenceSequence
        END-IF
    END-IF

    IF AU-CHARGE-POSTING
        AND AU-TRANSACTION-DATE = BusinessDate
        AND AU-TRANSACTION-REF(1:2) = "CH"
        SET Charges-Already-Posted TO TRUE
    END-IF

    READ AUDIT-FILE
        AT END SET AuditAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Load-Bounced-Items - probe every feed's rejects file at every
*> cycle for the business date and table up each distinct ODFL item. A full
*> table refuses the run before anything is charged: charging some
*> bounced items and silently not others is worse than a late run.
*> ----------------------------------------------------------------
Load-Bounced-Items.
    PERFORM Load-One-Feed-Rejects
        VARYING RFT-Idx FROM 1 BY 1
        UNTIL RFT-Idx > RejectFeedCount

    IF BouncedItemTable-Is-Full
        DISPLAY "Rejected: more than " MaxBouncedItems " bounced "
            "items on the day's rejects files - nothing charged"
        STOP RUN
    END-IF

    DISPLAY "Rejects files read: " RejectFilesRead
        ", bounced items found: " BouncedItemCount.

*> ----------------------------------------------------------------
*> Load-One-Feed-Rejects - one feed's cycles 1 to 9.
*> ----------------------------------------------------------------
Load-One-Feed-Rejects.
    PERFORM Load-One-Rejects-File
        VARYING RejectCycleDigit FROM 1 BY 1
        UNTIL RejectCycleDigit > 8

    MOVE 9 TO RejectCycleDigit
    PERFORM Load-One-Rejects-File.

*> ----------------------------------------------------------------
*> Load-One-Rejects-File - the rejects file for the current feed and
*> cycle, if there is one; any other open failure is reported and
*> stops the run rather than quietly under-charging.
*> ----------------------------------------------------------------
Load-One-Rejects-File.
    MOVE SPACES TO RejectSource
    STRING RFT-FEED-PREFIX(RFT-Idx) "RJ" RejectCycleDigit
        DELIMITED BY SIZE INTO RejectSource
    MOVE SPACES TO RejectFileName
    STRING "REJ" BusinessDate RejectSource
        DELIMITED BY SIZE INTO RejectFileName

    SET RejectNotAtEnd TO TRUE
    OPEN INPUT REJECT-FILE
    IF REJECT-OK
        ADD 1 TO RejectFilesRead
        READ REJECT-FILE
            AT END SET RejectAtEnd TO TRUE
        END-READ
        PERFORM Note-One-Rejected-Item UNTIL RejectAtEnd
        CLOSE REJECT-FILE
    ELSE
        IF NOT REJECT-NOT-FOUND
            DISPLAY "Rejected: could not read the rejects file "
                RejectFileName " (status " REJECT-STATUS ")"
            STOP RUN
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Note-One-Rejected-Item - an ODFL detail goes into the bounced
*> item table unless its reference is already there for the same
*> account.
*> ----------------------------------------------------------------
Note-One-Rejected-Item.
    IF RJ-DETAIL-RECORD
        AND RJ-OVERDRAFT-FLOOR
        SET Bounced-Item-Not-Found TO TRUE
        PERFORM Match-One-Bounced-Item
            VARYING BIT-Idx FROM 1 BY 1
            UNTIL BIT-Idx > BouncedItemCount OR Bounced-Item-Found
        IF Bounced-Item-Not-Found
            IF BouncedItemCount < MaxBouncedItems
                ADD 1 TO BouncedItemCount
                MOVE RJ-NI-NUMBER TO BIT-NI-NUMBER(BouncedItemCount)
                MOVE RJ-ACCOUNT-NUMBER
                    TO BIT-ACCOUNT-NUMBER(BouncedItemCount)
                MOVE RJ-TXN-REFERENCE
                    TO BIT-TXN-REFERENCE(BouncedItemCount)
                MOVE RJ-TRANSACTION-VALUE
                    TO BIT-TRANSACTION-VALUE(BouncedItemCount)
            ELSE
                SET BouncedItemTable-Is-Full TO TRUE
            END-IF
        END-IF
    END-IF

    READ REJECT-FILE
        AT END SET RejectAtEnd TO TRUE
    END-READ.

Match-One-Bounced-Item.
    IF BIT-NI-NUMBER(BIT-Idx) = RJ-NI-NUMBER
        AND BIT-ACCOUNT-NUMBER(BIT-Idx) = RJ-ACCOUNT-NUMBER
        AND BIT-TXN-REFERENCE(BIT-Idx) = RJ-TXN-REFERENCE
        SET Bounced-Item-Found TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Process-Next-Customer - charge the current master record if it is
*> an open current account, then move on to the next one.
*> ----------------------------------------------------------------
Process-Next-Customer.
    IF CM-CURRENT-ACCOUNT AND NOT CM-ACCOUNT-CLOSED
        ADD 1 TO AccountsExamined
        PERFORM Charge-Current-Account
    END-IF

    READ CUSTMAST-FILE NEXT RECORD
        AT END SET CustMastAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Charge-Current-Account - every charge is judged against the
*> balance the account opened the run with, then posted one by one
*> through Post-One-Charge so each lands on the trail as its own
*> debit chained off the one before it.
*> ----------------------------------------------------------------
Charge-Current-Account.
    MOVE CM-NI-NUMBER TO NINumber
    MOVE CM-ACCOUNT-NUMBER TO AccountNumber
    MOVE CM-CUSTOMER-NAME TO UserName
    MOVE CM-BALANCE TO OpeningBalance
    MOVE CM-OVERDRAFT-LIMIT TO CustomerOverdraftLimit
    MOVE ZEROS TO AccountInterestCharged
    MOVE ZEROS TO AccountUnarrangedCharged
    MOVE ZEROS TO AccountBouncedCharged
    MOVE ZEROS TO AccountBouncedItems
    MOVE ZEROS TO AccountTotalCharged

*> Debit interest on the overdrawn balance, at the per-run rate.
    IF OpeningBalance < ZEROS
        COMPUTE ChargeAmount ROUNDED =
            (ZEROS - OpeningBalance) * OverdraftRate / 100
        IF ChargeAmount > ZEROS
            PERFORM Post-One-Charge
            IF MasterRewriteSucceeded
                MOVE ChargeAmount TO AccountInterestCharged
            END-IF
        END-IF
    END-IF

*> Unarranged overdraft - below zero with no arrangement on the
*> master, or below the arrangement agreed. A limit field that is
*> neither spaces nor a valid signed number is treated as no
*> arrangement, the same fallback Check-Overdraft-Floor makes.
    SET Account-Is-Arranged TO TRUE
    IF OpeningBalance < ZEROS
        IF Customer-Has-No-Overdraft-Limit
            OR CustomerOverdraftLimit-Num IS NOT NUMERIC
            SET Account-Is-Unarranged TO TRUE
        ELSE
            IF OpeningBalance < CustomerOverdraftLimit-Num
                SET Account-Is-Unarranged TO TRUE
            END-IF
        END-IF
    END-IF
    IF Account-Is-Unarranged AND UnarrangedFee > ZEROS
        MOVE UnarrangedFee TO ChargeAmount
        PERFORM Post-One-Charge
        IF MasterRewriteSucceeded
            MOVE ChargeAmount TO AccountUnarrangedCharged
        END-IF
    END-IF

*> One fee per bounced item refused on this account today.
    PERFORM Charge-One-Bounced-Item
        VARYING BIT-Idx FROM 1 BY 1
        UNTIL BIT-Idx > BouncedItemCount

    COMPUTE AccountTotalCharged = AccountInterestCharged
        + AccountUnarrangedCharged + AccountBouncedCharged
    IF AccountTotalCharged > ZEROS
        ADD 1 TO AccountsCharged
        ADD AccountInterestCharged TO TotalInterestCharged
        ADD AccountUnarrangedCharged TO TotalUnarrangedCharged
        ADD AccountBouncedCharged TO TotalBouncedCharged
        ADD AccountTotalCharged TO TotalCharged
        PERFORM Write-Report-Detail-Line
        PERFORM Write-Bounced-Item-Line
            VARYING BIT-Idx FROM 1 BY 1
            UNTIL BIT-Idx > BouncedItemCount
    END-IF.

*> ----------------------------------------------------------------
*> Charge-One-Bounced-Item - the bounced item fee, if this table
*> entry is one of the current account's.
*> ----------------------------------------------------------------
Charge-One-Bounced-Item.
    IF BIT-NI-NUMBER(BIT-Idx) = NINumber
        AND BIT-ACCOUNT-NUMBER(BIT-Idx) = AccountNumber
        AND BouncedItemFee > ZEROS
        MOVE BouncedItemFee TO ChargeAmount
        PERFORM Post-One-Charge
        IF MasterRewriteSucceeded
            ADD ChargeAmount TO AccountBouncedCharged
            ADD 1 TO AccountBouncedItems
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Post-One-Charge - debit ChargeAmount from the master and append
*> its audit record, unless the rewrite fails. No tax is withheld
*> on a debit, so gross and net are the same figure; the floor is
*> deliberately not checked (see the modification history).
*> ----------------------------------------------------------------
Post-One-Charge.
    SET MasterRewriteSucceeded TO TRUE
    MOVE CM-BALANCE TO UserPreBalance
    COMPUTE UserNewBalance = UserPreBalance - ChargeAmount
    MOVE UserNewBalance TO CM-BALANCE
    REWRITE CUSTMAST-RECORD
        INVALID KEY
            SET MasterRewriteFailed TO TRUE
    END-REWRITE

    IF MasterRewriteFailed
        MOVE UserPreBalance TO CM-BALANCE
        ADD 1 TO ChargeRewriteFailures
        DISPLAY "Rejected: could not rewrite the customer master "
            "record for NI number " NINumber " account "
            AccountNumber " (status " CUSTMAST-STATUS ") - charge "
            "not posted"
    ELSE
        ADD 1 TO ReferenceSequence
        MOVE SPACES TO TransactionReference
        STRING "CH" BusinessDate(3:6) ReferenceSequence
            DELIMITED BY SIZE INTO TransactionReference
        MOVE NINumber TO AU-NI-NUMBER
        MOVE UserName TO AU-CUSTOMER-NAME
        MOVE BusinessDate TO AU-TRANSACTION-DATE
        MOVE "D" TO AU-TRANSACTION-TYPE
        MOVE UserPreBalance TO AU-PRE-BALANCE
        MOVE ChargeAmount TO AU-GROSS-TRANSACTION-VALUE
        MOVE ZEROS TO AU-TAX-WITHHELD
        MOVE ChargeAmount TO AU-TRANSACTION-VALUE
        MOVE UserNewBalance TO AU-NEW-BALANCE
        MOVE SPACES TO AU-COUNTERPARTY-NI-NUMBER
        MOVE AccountNumber TO AU-ACCOUNT-NUMBER
        MOVE SPACES TO AU-COUNTERPARTY-ACCOUNT
        MOVE SPACES TO AU-REVERSAL-FLAG
        MOVE SPACES TO AU-REVERSED-REFERENCE
        MOVE TransactionReference TO AU-TRANSACTION-REF
        MOVE "CH" TO AU-POSTING-SOURCE
        MOVE SPACES TO AU-APPROVER-ID
        MOVE SPACES TO AU-APPROVAL-REFERENCE
        MOVE CM-CURRENCY-CODE TO AU-CURRENCY-CODE
        MOVE SPACES TO AU-COUNTERPARTY-CURRENCY
        MOVE ZEROS TO AU-COUNTERPARTY-VALUE
        MOVE ZEROS TO AU-EXCHANGE-RATE
        WRITE AUDIT-RECORD
        ADD 1 TO ChargesPosted
    END-IF.

*> ----------------------------------------------------------------
*> Write-Report-Heading - title and column headings for the
*> charges report.
*> ----------------------------------------------------------------
Write-Report-Heading.
    MOVE SPACES TO Charge-Line
    STRING "OVERDRAFT CHARGES REPORT - BUSINESS DATE " BusinessDate
        "  RATES EFFECTIVE " RatesEffectiveDate
        DELIMITED BY SIZE INTO Charge-Line
    WRITE CHARGE-REPORT-RECORD FROM Charge-Line

    MOVE SPACES TO Charge-Line
    WRITE CHARGE-REPORT-RECORD FROM Charge-Line

    MOVE SPACES TO Charge-Line
    STRING "NI NUMBER " " ACCT" " CUSTOMER NAME       "
        "    DEBIT INTEREST" "    UNARRANGED FEE" " ITEMS"
        "      BOUNCED FEES" "     TOTAL CHARGED"
        "    ENDING BALANCE"
        DELIMITED BY SIZE INTO Charge-Line
    WRITE CHARGE-REPORT-RECORD FROM Charge-Line.

*> ----------------------------------------------------------------
*> Write-Report-Detail-Line - one line per account charged.
*> ----------------------------------------------------------------
Write-Report-Detail-Line.
    MOVE SPACES TO Charge-Line
    MOVE NINumber TO Charge-Line(1:10)
    MOVE AccountNumber TO Charge-Line(12:4)
    MOVE UserName TO Charge-Line(17:20)
    MOVE AccountInterestCharged TO Charge-Edited-Interest
    MOVE Charge-Edited-Interest TO Charge-Line(38:17)
    MOVE AccountUnarrangedCharged TO Charge-Edited-Unarranged
    MOVE Charge-Edited-Unarranged TO Charge-Line(56:17)
    MOVE AccountBouncedItems TO Charge-Edited-Items
    MOVE Charge-Edited-Items TO Charge-Line(74:4)
    MOVE AccountBouncedCharged TO Charge-Edited-Bounced
    MOVE Charge-Edited-Bounced TO Charge-Line(79:17)
    MOVE AccountTotalCharged TO Charge-Edited-Total
    MOVE Charge-Edited-Total TO Charge-Line(97:17)
    MOVE CM-BALANCE TO Charge-Edited-Balance
    MOVE Charge-Edited-Balance TO Charge-Line(115:17)
    WRITE CHARGE-REPORT-RECORD FROM Charge-Line.

*> ----------------------------------------------------------------
*> Write-Bounced-Item-Line - under an account's line, each bounced
*> item it was charged for, by the refused debit's own reference.
*> ----------------------------------------------------------------
Write-Bounced-Item-Line.
    IF BIT-NI-NUMBER(BIT-Idx) = NINumber
        AND BIT-ACCOUNT-NUMBER(BIT-Idx) = AccountNumber
        MOVE SPACES TO Charge-Line
        MOVE BIT-TRANSACTION-VALUE(BIT-Idx) TO Charge-Edited-Amount
        STRING "    BOUNCED ITEM " BIT-TXN-REFERENCE(BIT-Idx)
            " REFUSED AMOUNT " Charge-Edited-Amount
            DELIMITED BY SIZE INTO Charge-Line
        WRITE CHARGE-REPORT-RECORD FROM Charge-Line
    END-IF.

*> ----------------------------------------------------------------
*> Print-Charge-Summary - console and report totals for the run.
*> ----------------------------------------------------------------
Print-Charge-Summary.
    DISPLAY "=========================================="
    DISPLAY "Overdraft charging run complete for " BusinessDate
    DISPLAY "Current accounts examined: " AccountsExamined
    DISPLAY "Accounts charged:          " AccountsCharged
    DISPLAY "Charges posted:            " ChargesPosted
    DISPLAY "Charge rewrite failures:   " ChargeRewriteFailures
    DISPLAY "Total charged:             " TotalCharged
    DISPLAY "=========================================="

    MOVE SPACES TO Charge-Line
    WRITE CHARGE-REPORT-RECORD FROM Charge-Line

    MOVE SPACES TO Charge-Line
    MOVE AccountsCharged TO Charge-Edited-Count
    STRING "ACCOUNTS CHARGED: " Charge-Edited-Count
        DELIMITED BY SIZE INTO Charge-Line
    WRITE CHARGE-REPORT-RECORD FROM Charge-Line

    MOVE SPACES TO Charge-Line
    MOVE TotalInterestCharged TO Charge-Edited-Amount
    STRING "TOTAL DEBIT INTEREST:   " Charge-Edited-Amount
        DELIMITED BY SIZE INTO Charge-Line
    WRITE CHARGE-REPORT-RECORD FROM Charge-Line

    MOVE SPACES TO Charge-Line
    MOVE TotalUnarrangedCharged TO Charge-Edited-Amount
    STRING "TOTAL UNARRANGED FEES:  " Charge-Edited-Amount
        DELIMITED BY SIZE INTO Charge-Line
    WRITE CHARGE-REPORT-RECORD FROM Charge-Line

    MOVE SPACES TO Charge-Line
    MOVE TotalBouncedCharged TO Charge-Edited-Amount
    STRING "TOTAL BOUNCED ITEM FEES:" Charge-Edited-Amount
        DELIMITED BY SIZE INTO Charge-Line
    WRITE CHARGE-REPORT-RECORD FROM Charge-Line

    MOVE SPACES TO Charge-Line
    MOVE TotalCharged TO Charge-Edited-Amount
    STRING "TOTAL CHARGED:          " Charge-Edited-Amount
        DELIMITED BY SIZE INTO Charge-Line
    WRITE CHARGE-REPORT-RECORD FROM Charge-Line.

*> ----------------------------------------------------------------
*> Close-Run - close whatever files Initialize-Run opened.
*> ----------------------------------------------------------------
Close-Run.
    CLOSE CUSTMAST-FILE
    CLOSE AUDIT-FILE
    CLOSE CHARGE-REPORT-FILE.
