       >>SOURCE FORMAT FREE

*> PROGRAM DETAILS
IDENTIFICATION DIVISION.
PROGRAM-ID. CUST-INQUIRY.
AUTHOR. Connor Brady.
DATE-WRITTEN. October 15th 2026.

*> MODIFICATION HISTORY
*> 2026-10-15 CB Consolidated customer inquiry for the front desk.
*>               Answering a phone call meant CUSTMAINT I)nquire for
*>               the master, HOLD-MAINT L)ist for holds, STORD-MAINT
*>               for the standing orders and TXN-REVERSE just to see
*>               recent history - four maintenance programs, three of
*>               which can change money. Keyed on the NI number
*>               alone, this program shows every account held under
*>               it: ledger balance, each active hold and the
*>               available balance (ledger less active holds, the
*>               figure MAIN/MAIN-BATCH hold debits to), overdraft
*>               arrangement, dormancy and address; the account's
*>               live standing orders with the next due date, the
*>               soonest flagged; and its last postings off AUDITTRL
*>               with their references, transfer counterparties and
*>               reversal links both ways (REVERSAL OF on the
*>               correcting entry, REVERSED BY on the entry it backs
*>               out). Every file is opened INPUT - nothing is ever
*>               written - so the desk can be given this program
*>               without being given the maintenance programs.
*> 2026-10-15 CB An account ACCT-CLOSE has closed shows as CLOSED.
*> 2026-10-15 CB Balances are shown with the account's currency, and
*>               each recent posting with the currency it was posted
*>               in (a trail record from before currencies were
*>               carried, with spaces there, is sterling); a cross-
*>               currency transfer also shows the other side's value
*>               and currency.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-ACCOUNT-KEY
        FILE STATUS IS CUSTMAST-STATUS.

    SELECT HOLDS-FILE ASSIGN TO "HOLDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HOLDS-STATUS.

    SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STANDORD-STATUS.

    SELECT AUDIT-FILE ASSIGN TO "AUDITTRL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.

FD  CUSTMAST-FILE.
    COPY "CUSTMAST.CPY".

FD  HOLDS-FILE.
    COPY "HOLDREC.CPY".

FD  STANDING-ORDER-FILE.
    COPY "STORDREC.CPY".

FD  AUDIT-FILE.
    COPY "AUDITREC.CPY".

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

01 TodaysDate PIC 9(08).

01 CUSTMAST-STATUS PIC X(02).
    88 CUSTMAST-OK VALUE "00".

01 HOLDS-STATUS PIC X(02).
    88 HOLDS-OK VALUE "00".
    88 HOLDS-NOT-FOUND VALUE "35".

01 STANDORD-STATUS PIC X(02).
    88 STANDORD-OK VALUE "00".
    88 STANDORD-NOT-FOUND VALUE "35".

01 AUDIT-STATUS PIC X(02).
    88 AUDIT-OK VALUE "00".
    88 AUDIT-NOT-FOUND VALUE "35".

01 CustMastEndOfFile PIC X(01) VALUE "N".
    88 CustMastAtEnd VALUE "Y".
    88 CustMastNotAtEnd VALUE "N".

01 HoldsEndOfFile PIC X(01) VALUE "N".
    88 HoldsAtEnd VALUE "Y".
    88 HoldsNotAtEnd VALUE "N".

01 StandOrdEndOfFile PIC X(01) VALUE "N".
    88 StandOrdAtEnd VALUE "Y".
    88 StandOrdNotAtEnd VALUE "N".

01 AuditEndOfFile PIC X(01) VALUE "N".
    88 AuditAtEnd VALUE "Y".
    88 AuditNotAtEnd VALUE "N".

*> How many of each account's most recent postings to show - Enter
*> takes the default.
01 DefaultHistoryDepth CONSTANT AS 10.
01 MaxHistoryDepth CONSTANT AS 50.
01 HistoryDepthEntry PIC X(02).
01 HistoryDepthEntry-Num REDEFINES HistoryDepthEntry PIC 9(02).
01 HistoryDepth PIC 9(02) VALUE ZEROS.

01 AccountsShown PIC 9(04) VALUE ZEROS.

*> The customer's holds, replayed off the append-only HOLDS ledger
*> once for every account under the NI number: a "P" row opens an
*> entry, its "R" row marks it released; what is left unreleased
*> and unexpired is earmarked.
01 MaxHoldEntries CONSTANT AS 500.
01 HoldCount PIC 9(04) VALUE ZEROS.
01 HoldTable.
    05 HT-Entry OCCURS 500 TIMES INDEXED BY HT-Idx.
        10 HT-HOLD-REFERENCE PIC X(12).
        10 HT-ACCOUNT-NUMBER PIC X(04).
        10 HT-AMOUNT PIC S9(16)V99.
        10 HT-PLACED-DATE PIC 9(08).
        10 HT-EXPIRY-DATE PIC 9(08).
        10 HT-RELEASED-FLAG PIC X(01).
            88 HT-Hold-Released VALUE "Y".

01 HoldTableFullSwitch PIC X(01) VALUE "N".
    88 HoldTable-Is-Full VALUE "Y".

01 ActiveHoldsTotal PIC S9(16)V99 VALUE ZEROS.
01 ActiveHoldCount PIC 9(04) VALUE ZEROS.
01 AvailableBalance PIC S9(16)V99 VALUE ZEROS.

*> The customer's standing orders, every account's, off STANDORD.
01 MaxOrderEntries CONSTANT AS 500.
01 OrderCount PIC 9(04) VALUE ZEROS.
01 OrderTable.
    05 OT-Entry OCCURS 500 TIMES INDEXED BY OT-Idx.
        10 OT-ACCOUNT-NUMBER PIC 9(04).
        10 OT-TRANSACTION-TYPE PIC X(01).
        10 OT-AMOUNT PIC S9(16)V99.
        10 OT-FREQUENCY PIC X(01).
        10 OT-NEXT-DUE-DATE PIC 9(08).
        10 OT-EXPIRY-DATE PIC 9(08).

01 OrderTableFullSwitch PIC X(01) VALUE "N".
    88 OrderTable-Is-Full VALUE "Y".

*> The soonest next-due date among an account's live orders - an
*> order whose next due date is past its expiry has lapsed and
*> will never be generated again.
01 SoonestDueDate PIC 9(08) VALUE ZEROS.
01 LiveOrderCount PIC 9(04) VALUE ZEROS.

*> The account's most recent postings, kept as a ring while the
*> trail is read so only the last HistoryDepth survive; RING-NEXT
*> is the slot the next posting lands in, which once the ring has
*> wrapped is also the oldest one held.
01 HistoryRing.
    05 HR-Entry OCCURS 50 TIMES INDEXED BY HR-Idx.
        10 HR-TRANSACTION-DATE PIC 9(08).
        10 HR-TRANSACTION-TYPE PIC X(01).
        10 HR-TRANSACTION-VALUE PIC S9(16)V99.
        10 HR-NEW-BALANCE PIC S9(16)V99.
        10 HR-TRANSACTION-REF PIC X(12).
        10 HR-POSTING-SOURCE PIC X(02).
        10 HR-CURRENCY-CODE PIC X(03).
        10 HR-COUNTERPARTY-CURRENCY PIC X(03).
        10 HR-COUNTERPARTY-VALUE PIC S9(16)V99.
        10 HR-COUNTERPARTY-NI PIC X(10).
        10 HR-COUNTERPARTY-ACCOUNT PIC X(04).
        10 HR-REVERSAL-FLAG PIC X(01).
            88 HR-Reversal-Entry VALUE "R".
        10 HR-REVERSED-REFERENCE PIC X(12).
        10 HR-REVERSED-BY PIC X(12).
01 RingNext PIC 9(02) VALUE ZEROS.
01 RingHeld PIC 9(02) VALUE ZEROS.
01 RingShown PIC 9(02) VALUE ZEROS.
01 RingSlot PIC 9(02) VALUE ZEROS.
01 AccountPostingCount PIC 9(08) VALUE ZEROS.

01 Inquiry-Edited-Amount PIC -(13)9.99.
01 Inquiry-Edited-Balance PIC -(13)9.99.
01 Inquiry-Edited-Holds PIC -(13)9.99.
01 Inquiry-Edited-Available PIC -(13)9.99.

*> PROGRAM TO RUN
PROCEDURE DIVISION.

ACCEPT TodaysDate FROM DATE YYYYMMDD

DISPLAY "NI Number: " WITH NO ADVANCING
ACCEPT NINumber

PERFORM Validate-NI-Number

IF NINumber-Is-Invalid
    DISPLAY "Rejected: '" NINumber "' is not a valid NI number "
        "(format must be LLDDDDDDL)"
    STOP RUN
END-IF

DISPLAY "Recent postings to show per account (Enter for "
    DefaultHistoryDepth "): " WITH NO ADVANCING
MOVE SPACES TO HistoryDepthEntry
ACCEPT HistoryDepthEntry

IF HistoryDepthEntry = SPACES
    MOVE DefaultHistoryDepth TO HistoryDepth
ELSE
    IF HistoryDepthEntry IS NOT NUMERIC
        OR HistoryDepthEntry-Num = ZEROS
        OR HistoryDepthEntry-Num > MaxHistoryDepth
        DISPLAY "Rejected: '" HistoryDepthEntry "' is not a number "
            "of postings from 01 to " MaxHistoryDepth
        STOP RUN
    END-IF
    MOVE HistoryDepthEntry-Num TO HistoryDepth
END-IF

OPEN INPUT CUSTMAST-FILE

IF NOT CUSTMAST-OK
    DISPLAY "Rejected: could not open the customer master file "
        "(status " CUSTMAST-STATUS ")"
    STOP RUN
END-IF

PERFORM Load-Customer-Holds

PERFORM Load-Customer-Orders

PERFORM Position-On-First-Account

PERFORM Show-One-Account UNTIL CustMastAtEnd

IF AccountsShown = ZEROS
    DISPLAY "No customer master record found for NI number "
        NINumber
ELSE
    DISPLAY " "
    DISPLAY AccountsShown " account(s) on file for NI number "
        NINumber
END-IF

CLOSE CUSTMAST-FILE

STOP RUN.

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
*> Load-Customer-Holds - replay the HOLDS ledger for every account
*> under the NI number. A missing ledger just means nothing has
*> ever been earmarked.
*> ----------------------------------------------------------------
Load-Customer-Holds.
    SET HoldsNotAtEnd TO TRUE
    OPEN INPUT HOLDS-FILE
    IF HOLDS-OK
        READ HOLDS-FILE
            AT END SET HoldsAtEnd TO TRUE
        END-READ
        PERFORM Load-One-Hold-Row UNTIL HoldsAtEnd
        CLOSE HOLDS-FILE
        IF HoldTable-Is-Full
            DISPLAY "Warning: more than " MaxHoldEntries " hold "
                "rows for this customer - the earmarked figures are "
                "incomplete"
        END-IF
    ELSE
        IF NOT HOLDS-NOT-FOUND
            DISPLAY "Warning: could not open the holds ledger "
                "(status " HOLDS-STATUS ") - available balances "
                "shown without holds"
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Load-One-Hold-Row - one ledger row into the replay, kept only
*> when it belongs to the customer being inquired on.
*> ----------------------------------------------------------------
Load-One-Hold-Row.
    IF HD-PLACE-ACTION
        AND HD-NI-NUMBER = NINumber
        IF HoldCount < MaxHoldEntries
            ADD 1 TO HoldCount
            MOVE HD-HOLD-REFERENCE TO HT-HOLD-REFERENCE(HoldCount)
            MOVE HD-ACCOUNT-NUMBER TO HT-ACCOUNT-NUMBER(HoldCount)
            MOVE HD-AMOUNT TO HT-AMOUNT(HoldCount)
            MOVE HD-PLACED-DATE TO HT-PLACED-DATE(HoldCount)
            MOVE HD-EXPIRY-DATE TO HT-EXPIRY-DATE(HoldCount)
            MOVE "N" TO HT-RELEASED-FLAG(HoldCount)
        ELSE
            SET HoldTable-Is-Full TO TRUE
        END-IF
    ELSE
        IF HD-RELEASE-ACTION
            AND HD-NI-NUMBER = NINumber
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
*> Load-Customer-Orders - every standing order keyed under the NI
*> number. A missing STANDORD just means no order has ever been
*> keyed.
*> ----------------------------------------------------------------
Load-Customer-Orders.
    SET StandOrdNotAtEnd TO TRUE
    OPEN INPUT STANDING-ORDER-FILE
    IF STANDORD-OK
        READ STANDING-ORDER-FILE
            AT END SET StandOrdAtEnd TO TRUE
        END-READ
        PERFORM Load-One-Order UNTIL StandOrdAtEnd
        CLOSE STANDING-ORDER-FILE
        IF OrderTable-Is-Full
            DISPLAY "Warning: more than " MaxOrderEntries " standing "
                "orders for this customer - the list is incomplete"
        END-IF
    ELSE
        IF NOT STANDORD-NOT-FOUND
            DISPLAY "Warning: could not open the standing order file "
                "(status " STANDORD-STATUS ") - standing orders not "
                "shown"
        END-IF
    END-IF.

Load-One-Order.
    IF SO-NI-NUMBER = NINumber
        IF OrderCount < MaxOrderEntries
            ADD 1 TO OrderCount
            MOVE SO-ACCOUNT-NUMBER TO OT-ACCOUNT-NUMBER(OrderCount)
            MOVE SO-TRANSACTION-TYPE TO OT-TRANSACTION-TYPE(OrderCount)
            MOVE SO-AMOUNT TO OT-AMOUNT(OrderCount)
            MOVE SO-FREQUENCY TO OT-FREQUENCY(OrderCount)
            MOVE SO-NEXT-DUE-DATE TO OT-NEXT-DUE-DATE(OrderCount)
            MOVE SO-EXPIRY-DATE TO OT-EXPIRY-DATE(OrderCount)
        ELSE
            SET OrderTable-Is-Full TO TRUE
        END-IF
    END-IF

    READ STANDING-ORDER-FILE
        AT END SET StandOrdAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Position-On-First-Account - start the master at the lowest key
*> under the NI number and read the first record; the walk stops
*> at the first record belonging to anyone else.
*> ----------------------------------------------------------------
Position-On-First-Account.
    SET CustMastNotAtEnd TO TRUE
    MOVE NINumber TO CM-NI-NUMBER
    MOVE ZEROS TO CM-ACCOUNT-NUMBER
    START CUSTMAST-FILE KEY IS NOT LESS THAN CM-ACCOUNT-KEY
        INVALID KEY SET CustMastAtEnd TO TRUE
    END-START
    IF CustMastNotAtEnd
        READ CUSTMAST-FILE NEXT RECORD
            AT END SET CustMastAtEnd TO TRUE
        END-READ
    END-IF
    IF CustMastNotAtEnd
        AND CM-NI-NUMBER NOT = NINumber
        SET CustMastAtEnd TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Show-One-Account - the master details, holds, standing orders
*> and recent postings for the account in the buffer, then on to
*> the customer's next account.
*> ----------------------------------------------------------------
Show-One-Account.
    ADD 1 TO AccountsShown
    PERFORM Show-Account-Details
    PERFORM Show-Account-Orders
    PERFORM Show-Account-History

    READ CUSTMAST-FILE NEXT RECORD
        AT END SET CustMastAtEnd TO TRUE
    END-READ
    IF CustMastNotAtEnd
        AND CM-NI-NUMBER NOT = NINumber
        SET CustMastAtEnd TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Show-Account-Details - the master record, with each active hold
*> listed and the available balance worked out from them.
*> ----------------------------------------------------------------
Show-Account-Details.
    DISPLAY " "
    DISPLAY "=========================================="
    DISPLAY "Account " CM-ACCOUNT-NUMBER "  " CM-CUSTOMER-NAME
    DISPLAY "=========================================="
    IF CM-SAVINGS-ACCOUNT
        DISPLAY "Account type:    savings, interest rate "
            CM-INTEREST-RATE
    ELSE
        DISPLAY "Account type:    current"
    END-IF
    EVALUATE TRUE
        WHEN CM-ACCOUNT-CLOSED
            DISPLAY "Account status:  CLOSED - no further postings"
        WHEN CM-ACCOUNT-DORMANT
            DISPLAY "Account status:  DORMANT - no postings until "
                "reactivated"
        WHEN OTHER
            DISPLAY "Account status:  active"
    END-EVALUATE
    DISPLAY "Last activity:   " CM-LAST-ACTIVITY-DATE

    MOVE ZEROS TO ActiveHoldsTotal
    MOVE ZEROS TO ActiveHoldCount
    PERFORM Show-One-Active-Hold
        VARYING HT-Idx FROM 1 BY 1
        UNTIL HT-Idx > HoldCount
    COMPUTE AvailableBalance = CM-BALANCE - ActiveHoldsTotal

    MOVE CM-BALANCE TO Inquiry-Edited-Balance
    MOVE ActiveHoldsTotal TO Inquiry-Edited-Holds
    MOVE AvailableBalance TO Inquiry-Edited-Available
    DISPLAY "Ledger balance:  " Inquiry-Edited-Balance " "
        CM-CURRENCY-CODE
    DISPLAY "Active holds:    " Inquiry-Edited-Holds " "
        CM-CURRENCY-CODE " (" ActiveHoldCount " hold(s))"
    DISPLAY "Available:       " Inquiry-Edited-Available " "
        CM-CURRENCY-CODE
    IF CM-NO-OVERDRAFT-LIMIT
        DISPLAY "Overdraft limit: standard floor"
    ELSE
        DISPLAY "Overdraft limit: " CM-OVERDRAFT-LIMIT
    END-IF
    IF CM-NO-ADDRESS-ON-FILE
        DISPLAY "Address:         none on file"
    ELSE
        DISPLAY "Address:         " CM-ADDRESS-LINE-1
        DISPLAY "                 " CM-ADDRESS-LINE-2
        DISPLAY "                 " CM-ADDRESS-LINE-3
        DISPLAY "Postcode:        " CM-POSTCODE
    END-IF.

*> ----------------------------------------------------------------
*> Show-One-Active-Hold - one replayed hold, if it is on this
*> account and still active, shown and added to the earmarked total.
*> ----------------------------------------------------------------
Show-One-Active-Hold.
    IF HT-ACCOUNT-NUMBER(HT-Idx) = CM-ACCOUNT-NUMBER
        AND NOT HT-Hold-Released(HT-Idx)
        AND HT-EXPIRY-DATE(HT-Idx) >= TodaysDate
        ADD 1 TO ActiveHoldCount
        ADD HT-AMOUNT(HT-Idx) TO ActiveHoldsTotal
        MOVE HT-AMOUNT(HT-Idx) TO Inquiry-Edited-Amount
        DISPLAY "  Hold " HT-HOLD-REFERENCE(HT-Idx) " placed "
            HT-PLACED-DATE(HT-Idx) " expires "
            HT-EXPIRY-DATE(HT-Idx) " " Inquiry-Edited-Amount
    END-IF.

*> ----------------------------------------------------------------
*> Show-Account-Orders - the account's live standing orders, the
*> soonest due marked NEXT.
*> ----------------------------------------------------------------
Show-Account-Orders.
    MOVE ZEROS TO SoonestDueDate
    MOVE ZEROS TO LiveOrderCount
    PERFORM Find-Soonest-Order
        VARYING OT-Idx FROM 1 BY 1
        UNTIL OT-Idx > OrderCount

    DISPLAY "Standing orders:"
    IF LiveOrderCount = ZEROS
        DISPLAY "  none live on this account"
    ELSE
        DISPLAY "  T FREQ NEXT DUE EXPIRES              AMOUNT"
        PERFORM Show-One-Order
            VARYING OT-Idx FROM 1 BY 1
            UNTIL OT-Idx > OrderCount
    END-IF.

Find-Soonest-Order.
    IF OT-ACCOUNT-NUMBER(OT-Idx) = CM-ACCOUNT-NUMBER
        AND (OT-EXPIRY-DATE(OT-Idx) = ZEROS
            OR OT-NEXT-DUE-DATE(OT-Idx) <= OT-EXPIRY-DATE(OT-Idx))
        ADD 1 TO LiveOrderCount
        IF SoonestDueDate = ZEROS
            OR OT-NEXT-DUE-DATE(OT-Idx) < SoonestDueDate
            MOVE OT-NEXT-DUE-DATE(OT-Idx) TO SoonestDueDate
        END-IF
    END-IF.

Show-One-Order.
    IF OT-ACCOUNT-NUMBER(OT-Idx) = CM-ACCOUNT-NUMBER
        AND (OT-EXPIRY-DATE(OT-Idx) = ZEROS
            OR OT-NEXT-DUE-DATE(OT-Idx) <= OT-EXPIRY-DATE(OT-Idx))
        MOVE OT-AMOUNT(OT-Idx) TO Inquiry-Edited-Amount
        DISPLAY "  " OT-TRANSACTION-TYPE(OT-Idx) " "
            OT-FREQUENCY(OT-Idx) "    " OT-NEXT-DUE-DATE(OT-Idx) " "
            OT-EXPIRY-DATE(OT-Idx) " " Inquiry-Edited-Amount
            WITH NO ADVANCING
        IF OT-NEXT-DUE-DATE(OT-Idx) = SoonestDueDate
            DISPLAY "  NEXT"
        ELSE
            DISPLAY " "
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Show-Account-History - one pass over the trail keeping the
*> account's last HistoryDepth postings in the ring, linking each
*> reversal back to the held entry it backs out, then the ring
*> shown oldest first. A missing trail just means nothing has ever
*> been posted.
*> ----------------------------------------------------------------
Show-Account-History.
    MOVE 1 TO RingNext
    MOVE ZEROS TO RingHeld
    MOVE ZEROS TO AccountPostingCount
    SET AuditNotAtEnd TO TRUE
    OPEN INPUT AUDIT-FILE
    IF AUDIT-OK
        READ AUDIT-FILE
            AT END SET AuditAtEnd TO TRUE
        END-READ
        PERFORM Hold-One-Recent-Posting UNTIL AuditAtEnd
        CLOSE AUDIT-FILE
    ELSE
        IF NOT AUDIT-NOT-FOUND
            DISPLAY "Warning: could not open the audit trail "
                "(status " AUDIT-STATUS ") - history not shown"
        END-IF
    END-IF

    DISPLAY "Recent postings (" RingHeld " of "
        AccountPostingCount " on the live trail):"
    IF RingHeld > ZEROS
        DISPLAY "  DATE     T           AMOUNT       NEW BALANCE "
            "REFERENCE    SRC CCY"
        IF RingHeld < HistoryDepth
            MOVE 1 TO RingSlot
        ELSE
            MOVE RingNext TO RingSlot
        END-IF
        PERFORM Show-One-Recent-Posting
            VARYING RingShown FROM 1 BY 1
            UNTIL RingShown > RingHeld
    END-IF.

*> ----------------------------------------------------------------
*> Hold-One-Recent-Posting - the current trail record into the
*> ring if it is this account's, overwriting the oldest held once
*> the ring is full; a reversal entry also marks the held entry it
*> backs out.
*> ----------------------------------------------------------------
Hold-One-Recent-Posting.
    IF AU-NI-NUMBER = CM-NI-NUMBER
        AND AU-ACCOUNT-NUMBER = CM-ACCOUNT-NUMBER
        ADD 1 TO AccountPostingCount
        IF AU-REVERSAL-ENTRY
            PERFORM Link-One-Reversed-Entry
                VARYING HR-Idx FROM 1 BY 1
                UNTIL HR-Idx > RingHeld
        END-IF
        SET HR-Idx TO RingNext
        MOVE AU-TRANSACTION-DATE TO HR-TRANSACTION-DATE(HR-Idx)
        MOVE AU-TRANSACTION-TYPE TO HR-TRANSACTION-TYPE(HR-Idx)
        MOVE AU-TRANSACTION-VALUE TO HR-TRANSACTION-VALUE(HR-Idx)
        MOVE AU-NEW-BALANCE TO HR-NEW-BALANCE(HR-Idx)
        MOVE AU-TRANSACTION-REF TO HR-TRANSACTION-REF(HR-Idx)
        MOVE AU-POSTING-SOURCE TO HR-POSTING-SOURCE(HR-Idx)
        IF AU-CURRENCY-CODE = SPACES
            MOVE "GBP" TO HR-CURRENCY-CODE(HR-Idx)
        ELSE
            MOVE AU-CURRENCY-CODE TO HR-CURRENCY-CODE(HR-Idx)
        END-IF
        MOVE AU-COUNTERPARTY-CURRENCY
            TO HR-COUNTERPARTY-CURRENCY(HR-Idx)
        IF AU-COUNTERPARTY-CURRENCY = SPACES
            MOVE ZEROS TO HR-COUNTERPARTY-VALUE(HR-Idx)
        ELSE
            MOVE AU-COUNTERPARTY-VALUE TO HR-COUNTERPARTY-VALUE(HR-Idx)
        END-IF
        MOVE AU-COUNTERPARTY-NI-NUMBER TO HR-COUNTERPARTY-NI(HR-Idx)
        MOVE AU-COUNTERPARTY-ACCOUNT
            TO HR-COUNTERPARTY-ACCOUNT(HR-Idx)
        MOVE AU-REVERSAL-FLAG TO HR-REVERSAL-FLAG(HR-Idx)
        MOVE AU-REVERSED-REFERENCE TO HR-REVERSED-REFERENCE(HR-Idx)
        MOVE SPACES TO HR-REVERSED-BY(HR-Idx)
        IF RingHeld < HistoryDepth
            ADD 1 TO RingHeld
        END-IF
        ADD 1 TO RingNext
        IF RingNext > HistoryDepth
            MOVE 1 TO RingNext
        END-IF
    END-IF

    READ AUDIT-FILE
        AT END SET AuditAtEnd TO TRUE
    END-READ.

Link-One-Reversed-Entry.
    IF HR-TRANSACTION-REF(HR-Idx) = AU-REVERSED-REFERENCE
        AND NOT HR-Reversal-Entry(HR-Idx)
        MOVE AU-TRANSACTION-REF TO HR-REVERSED-BY(HR-Idx)
    END-IF.

*> ----------------------------------------------------------------
*> Show-One-Recent-Posting - one held posting, with its transfer
*> counterparty or reversal link, then on round the ring.
*> ----------------------------------------------------------------
Show-One-Recent-Posting.
    SET HR-Idx TO RingSlot
    MOVE HR-TRANSACTION-VALUE(HR-Idx) TO Inquiry-Edited-Amount
    MOVE HR-NEW-BALANCE(HR-Idx) TO Inquiry-Edited-Balance
    DISPLAY "  " HR-TRANSACTION-DATE(HR-Idx) " "
        HR-TRANSACTION-TYPE(HR-Idx) " " Inquiry-Edited-Amount " "
        Inquiry-Edited-Balance " " HR-TRANSACTION-REF(HR-Idx) " "
        HR-POSTING-SOURCE(HR-Idx) "  " HR-CURRENCY-CODE(HR-Idx)
    IF HR-Reversal-Entry(HR-Idx)
        DISPLAY "      REVERSAL OF " HR-REVERSED-REFERENCE(HR-Idx)
    END-IF
    IF HR-REVERSED-BY(HR-Idx) NOT = SPACES
        DISPLAY "      REVERSED BY " HR-REVERSED-BY(HR-Idx)
    END-IF
    IF HR-COUNTERPARTY-NI(HR-Idx) NOT = SPACES
        DISPLAY "      TRANSFER WITH " HR-COUNTERPARTY-NI(HR-Idx)
            " " HR-COUNTERPARTY-ACCOUNT(HR-Idx)
        IF HR-COUNTERPARTY-CURRENCY(HR-Idx) NOT = SPACES
            AND HR-COUNTERPARTY-CURRENCY(HR-Idx)
                NOT = HR-CURRENCY-CODE(HR-Idx)
            MOVE HR-COUNTERPARTY-VALUE(HR-Idx) TO Inquiry-Edited-Amount
            DISPLAY "      OTHER SIDE " Inquiry-Edited-Amount " "
                HR-COUNTERPARTY-CURRENCY(HR-Idx)
        END-IF
    END-IF

    ADD 1 TO RingSlot
    IF RingSlot > HistoryDepth
        MOVE 1 TO RingSlot
    END-IF.
