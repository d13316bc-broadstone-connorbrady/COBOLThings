       >>SOURCE FORMAT FREE

*> PROGRAM DETAILS
IDENTIFICATION DIVISION.
PROGRAM-ID. MAND-MAINT.
AUTHOR. Connor Brady.
DATE-WRITTEN. October 15th 2026.

*> MODIFICATION HISTORY
*> 2026-10-15 CB Direct debit mandate maintenance. Third-party
*>               collections used to be keyed straight into DAILYTXN
*>               upstream with nothing to say the customer had ever
*>               authorised them; DD-COLLECT now collects only under
*>               a mandate on the MANDATES file (see MANDREC.CPY),
*>               and this is where mandates are kept, in the
*>               STORD-MAINT mould: S)et up validates the NI number
*>               and account against CUSTMAST (a closed account is
*>               refused), takes the originator's service user
*>               number and its reference for the customer - the
*>               pair must not already be on file - and an optional
*>               maximum amount; A)mend moves a mandate to another
*>               account or changes its maximum with the usual
*>               press-Enter-keeps-current behaviour; C)ancel marks
*>               a mandate cancelled and dates it, leaving it on the
*>               file so a later collection under it is returned as
*>               cancelled rather than as unknown; I)nquire lists
*>               all of one customer's mandates, cancelled ones
*>               included. The file handling follows STORD-MAINT:
*>               the mandates load into a table, every change
*>               rewrites the whole file, and the pre-session copy
*>               sits in MANDKEEP until a clean quit empties it - a
*>               non-empty MANDKEEP on disk refuses the session (and
*>               a DD-COLLECT run), and recovery is by hand
*>               (MANDKEEP over MANDATES; changes made before an
*>               abend are re-keyed).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MANDATE-FILE ASSIGN TO "MANDATES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MANDATES-STATUS.

    SELECT KEEP-MANDATE-FILE ASSIGN TO "MANDKEEP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MANDKEEP-STATUS.

    SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-ACCOUNT-KEY
        FILE STATUS IS CUSTMAST-STATUS.

DATA DIVISION.
FILE SECTION.

FD  MANDATE-FILE.
    COPY "MANDREC.CPY".

FD  KEEP-MANDATE-FILE.
01 KEEP-MANDATE-RECORD PIC X(73).

FD  CUSTMAST-FILE.
    COPY "CUSTMAST.CPY".

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
01 MaintenanceChoice PIC X(01).
    88 Set-Up-Mandate-Choice VALUE "S".
    88 Amend-Mandate-Choice VALUE "A".
    88 Cancel-Mandate-Choice VALUE "C".
    88 Inquire-Mandate-Choice VALUE "I".
    88 Quit-Maintenance-Choice VALUE "Q".

01 TodaysDate PIC 9(08).

01 MoreMaintenanceToDo PIC X(01) VALUE "Y".
    88 More-Maintenance-To-Do VALUE "Y".
    88 No-More-Maintenance-To-Do VALUE "N".

01 MANDATES-STATUS PIC X(02).
    88 MANDATES-OK VALUE "00".
    88 MANDATES-NOT-FOUND VALUE "35".

01 MANDKEEP-STATUS PIC X(02).
    88 MANDKEEP-OK VALUE "00".
    88 MANDKEEP-NOT-FOUND VALUE "35".

01 CUSTMAST-STATUS PIC X(02).
    88 CUSTMAST-OK VALUE "00".
    88 CUSTMAST-NOT-FOUND VALUE "23".

01 MandatesEndOfFile PIC X(01) VALUE "N".
    88 MandatesAtEnd VALUE "Y".
    88 MandatesNotAtEnd VALUE "N".

01 KeepMandateEndOfFile PIC X(01) VALUE "N".
    88 KeepMandateAtEnd VALUE "Y".
    88 KeepMandateNotAtEnd VALUE "N".

*> Every mandate loaded into this table and maintained in place, the
*> whole file rewritten after each change - the arrangement
*> STORD-MAINT uses for standing orders. A cancelled mandate stays
*> in the table and on the file; only its status and date change.
01 MaxMandates CONSTANT AS 500.
01 MandateCount PIC 9(04) VALUE ZEROS.
01 MandateTable.
    05 MDT-Entry OCCURS 500 TIMES INDEXED BY MDT-Idx.
        10 MDT-ORIGINATOR-ID PIC X(06).
        10 MDT-MANDATE-REFERENCE PIC X(18).
        10 MDT-NI-NUMBER PIC X(10).
        10 MDT-ACCOUNT-NUMBER PIC 9(04).
        10 MDT-MANDATE-STATUS PIC X(01).
            88 MDT-Mandate-Cancelled VALUE "X".
        10 MDT-MAXIMUM-AMOUNT PIC 9(16)V99.
        10 MDT-SET-UP-DATE PIC 9(08).
        10 MDT-CANCELLED-DATE PIC 9(08).

01 MandateTableFullSwitch PIC X(01) VALUE "N".
    88 MandateTable-Is-Full VALUE "Y".

01 MandatesWritten PIC 9(04) VALUE ZEROS.

*> Entry fields, validated to the same bars DD-COLLECT and the
*> posting programs assume before anything lands on the file.
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

01 AccountCheckStatus PIC X(01) VALUE "N".
    88 Account-Is-Usable VALUE "Y".
    88 Account-Is-Not-Usable VALUE "N".

01 OriginatorEntry PIC X(06).
01 MandateReferenceEntry PIC X(18).

01 DuplicateMandateSwitch PIC X(01) VALUE "N".
    88 Duplicate-Mandate-Found VALUE "Y".
    88 No-Duplicate-Mandate VALUE "N".

01 AmountEntry PIC X(18).
01 AmountEntry-Num REDEFINES AmountEntry PIC 9(16)V99.

01 OrdinalEntry PIC X(04).
01 OrdinalEntry-Num REDEFINES OrdinalEntry PIC 9(04).

*> The ordinals shown against one customer's mandates on the
*> listing, so the amend and cancel screens can point at one.
01 ListOrdinal PIC 9(04) VALUE ZEROS.
01 ChosenMandateIndex PIC 9(04) VALUE ZEROS.

01 Mandate-Edited-Amount PIC -(13)9.99.

*> PROGRAM TO RUN
PROCEDURE DIVISION.

ACCEPT TodaysDate FROM DATE YYYYMMDD

PERFORM Initialize-Session

PERFORM Process-One-Maintenance-Request UNTIL No-More-Maintenance-To-Do

PERFORM Close-Session

STOP RUN.

*> ----------------------------------------------------------------
*> Initialize-Session - refuse while a non-empty MANDKEEP is on disk
*> (a previous run abended mid-rewrite; recover by hand first), load
*> the mandates into the table, take the pre-session keep copy, and
*> open the master for the validation reads.
*> ----------------------------------------------------------------
Initialize-Session.
    OPEN INPUT KEEP-MANDATE-FILE
    IF MANDKEEP-OK
        READ KEEP-MANDATE-FILE
            AT END SET KeepMandateAtEnd TO TRUE
            NOT AT END SET KeepMandateNotAtEnd TO TRUE
        END-READ
        CLOSE KEEP-MANDATE-FILE
        IF KeepMandateNotAtEnd
            DISPLAY "Rejected: a non-empty MANDKEEP work file is "
                "already on disk - a previous run abended while "
                "rewriting the mandate file; copy MANDKEEP over "
                "MANDATES by hand and verify it before maintaining "
                "mandates"
            STOP RUN
        END-IF
    ELSE
        IF NOT MANDKEEP-NOT-FOUND
            DISPLAY "Rejected: could not probe the mandate keep file "
                "(status " MANDKEEP-STATUS ")"
            STOP RUN
        END-IF
    END-IF

*> A missing MANDATES just means no mandate has ever been set up -
*> the session starts with an empty table and the first set-up
*> creates the file.
    SET MandatesNotAtEnd TO TRUE
    OPEN INPUT MANDATE-FILE
    IF MANDATES-OK
        READ MANDATE-FILE
            AT END SET MandatesAtEnd TO TRUE
        END-READ
        PERFORM Load-One-Mandate UNTIL MandatesAtEnd
        CLOSE MANDATE-FILE
        IF MandateTable-Is-Full
            DISPLAY "Rejected: more than " MaxMandates " mandates on "
                "file - nothing changed and MANDATES left untouched; "
                "split the file and rerun"
            STOP RUN
        END-IF
    ELSE
        IF NOT MANDATES-NOT-FOUND
            DISPLAY "Rejected: could not open the mandate file "
                "(status " MANDATES-STATUS ")"
            STOP RUN
        END-IF
    END-IF

*> The pre-session mandates go to MANDKEEP before anything changes,
*> so an abend inside a later rewrite still leaves a complete copy
*> on disk instead of only in working storage.
    OPEN OUTPUT KEEP-MANDATE-FILE
    IF NOT MANDKEEP-OK
        DISPLAY "Rejected: could not open the mandate keep file "
            "(status " MANDKEEP-STATUS ") - nothing changed and "
            "MANDATES left untouched"
        STOP RUN
    END-IF
    PERFORM Write-One-Keep-Mandate
        VARYING MDT-Idx FROM 1 BY 1
        UNTIL MDT-Idx > MandateCount
    CLOSE KEEP-MANDATE-FILE

    OPEN INPUT CUSTMAST-FILE
    IF NOT CUSTMAST-OK
        DISPLAY "Rejected: could not open the customer master file "
            "(status " CUSTMAST-STATUS ") - a mandate cannot be "
            "validated against the master"
        STOP RUN
    END-IF.

*> ----------------------------------------------------------------
*> Load-One-Mandate - table up the current record and read the next
*> one.
*> ----------------------------------------------------------------
Load-One-Mandate.
    IF MandateCount < MaxMandates
        ADD 1 TO MandateCount
        MOVE MD-ORIGINATOR-ID TO MDT-ORIGINATOR-ID(MandateCount)
        MOVE MD-MANDATE-REFERENCE
            TO MDT-MANDATE-REFERENCE(MandateCount)
        MOVE MD-NI-NUMBER TO MDT-NI-NUMBER(MandateCount)
        MOVE MD-ACCOUNT-NUMBER TO MDT-ACCOUNT-NUMBER(MandateCount)
        MOVE MD-MANDATE-STATUS TO MDT-MANDATE-STATUS(MandateCount)
        MOVE MD-MAXIMUM-AMOUNT TO MDT-MAXIMUM-AMOUNT(MandateCount)
        MOVE MD-SET-UP-DATE TO MDT-SET-UP-DATE(MandateCount)
        MOVE MD-CANCELLED-DATE TO MDT-CANCELLED-DATE(MandateCount)
    ELSE
        SET MandateTable-Is-Full TO TRUE
    END-IF

    READ MANDATE-FILE
        AT END SET MandatesAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Write-One-Keep-Mandate - one pre-session mandate onto the
*> MANDKEEP recovery copy.
*> ----------------------------------------------------------------
Write-One-Keep-Mandate.
    PERFORM Fill-Mandate-Record
    MOVE MANDATE-RECORD TO KEEP-MANDATE-RECORD
    WRITE KEEP-MANDATE-RECORD.

*> ----------------------------------------------------------------
*> Fill-Mandate-Record - the current table entry into the MANDATES
*> record buffer, for whichever file it is bound for.
*> ----------------------------------------------------------------
Fill-Mandate-Record.
    MOVE MDT-ORIGINATOR-ID(MDT-Idx) TO MD-ORIGINATOR-ID
    MOVE MDT-MANDATE-REFERENCE(MDT-Idx) TO MD-MANDATE-REFERENCE
    MOVE MDT-NI-NUMBER(MDT-Idx) TO MD-NI-NUMBER
    MOVE MDT-ACCOUNT-NUMBER(MDT-Idx) TO MD-ACCOUNT-NUMBER
    MOVE MDT-MANDATE-STATUS(MDT-Idx) TO MD-MANDATE-STATUS
    MOVE MDT-MAXIMUM-AMOUNT(MDT-Idx) TO MD-MAXIMUM-AMOUNT
    MOVE MDT-SET-UP-DATE(MDT-Idx) TO MD-SET-UP-DATE
    MOVE MDT-CANCELLED-DATE(MDT-Idx) TO MD-CANCELLED-DATE.

*> ----------------------------------------------------------------
*> Process-One-Maintenance-Request - show the menu and carry out
*> whichever maintenance action the operator picks.
*> ----------------------------------------------------------------
Process-One-Maintenance-Request.
    DISPLAY " "
    DISPLAY "S)et up  A)mend  C)ancel  I)nquire  Q)uit"
    DISPLAY "Choice: " WITH NO ADVANCING
    ACCEPT MaintenanceChoice

    EVALUATE TRUE
        WHEN Set-Up-Mandate-Choice
            PERFORM Set-Up-Mandate
        WHEN Amend-Mandate-Choice
            PERFORM Amend-Mandate
        WHEN Cancel-Mandate-Choice
            PERFORM Cancel-Mandate
        WHEN Inquire-Mandate-Choice
            PERFORM Inquire-Mandates
        WHEN Quit-Maintenance-Choice
            SET No-More-Maintenance-To-Do TO TRUE
        WHEN OTHER
            DISPLAY "Not a valid choice"
    END-EVALUATE.

*> ----------------------------------------------------------------
*> Set-Up-Mandate - a new mandate: the account must be a real, open
*> account on the master, the originator and reference must both be
*> keyed and must not already name a mandate (cancelled ones
*> included - a reference is never reused), and the maximum is
*> either zeros for none or a real amount.
*> ----------------------------------------------------------------
Set-Up-Mandate.
    IF MandateCount >= MaxMandates
        DISPLAY "Rejected: the mandate table is full (" MaxMandates
            ") - split the file before setting up"
    ELSE
        PERFORM Accept-Mandate-Account
        IF Account-Is-Usable
            PERFORM Set-Up-Mandate-Details
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Accept-Mandate-Account - NI number and account off the console,
*> held to the posting programs' bar, and checked on the master: it
*> must exist and must not be closed.
*> ----------------------------------------------------------------
Accept-Mandate-Account.
    SET Account-Is-Not-Usable TO TRUE
    DISPLAY "NI Number: " WITH NO ADVANCING
    ACCEPT NINumber
    PERFORM Validate-NI-Number
    IF NINumber-Is-Invalid
        DISPLAY "Rejected: '" NINumber "' is not a valid NI number "
            "(format must be LLDDDDDDL)"
    ELSE
        DISPLAY "Account number: " WITH NO ADVANCING
        ACCEPT AccountNumber
        PERFORM Validate-Account-Number
        IF AccountNumber-Is-Invalid
            DISPLAY "Rejected: '" AccountNumber "' is not a valid "
                "account number (must be four digits, 0001 or "
                "higher)"
        ELSE
            PERFORM Check-Mandate-Account
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Check-Mandate-Account - the keyed account must be on the master
*> and open.
*> ----------------------------------------------------------------
Check-Mandate-Account.
    SET Account-Is-Not-Usable TO TRUE
    MOVE NINumber TO CM-NI-NUMBER
    MOVE AccountNumber TO CM-ACCOUNT-NUMBER
    READ CUSTMAST-FILE
        INVALID KEY
            DISPLAY "Rejected: no customer master record found for "
                "NI number " NINumber " account " AccountNumber
        NOT INVALID KEY
            IF CM-ACCOUNT-CLOSED
                DISPLAY "Rejected: account " AccountNumber " for NI "
                    "number " NINumber " is closed - no mandate can "
                    "be set up on it"
            ELSE
                SET Account-Is-Usable TO TRUE
            END-IF
    END-READ.

*> ----------------------------------------------------------------
*> Set-Up-Mandate-Details - the mandate's own fields, each validated
*> as it is keyed; the first rejection abandons the set-up with the
*> file untouched.
*> ----------------------------------------------------------------
Set-Up-Mandate-Details.
    DISPLAY "Originator ID (six-digit service user number): "
        WITH NO ADVANCING
    ACCEPT OriginatorEntry
    IF OriginatorEntry IS NOT NUMERIC
        DISPLAY "Rejected: '" OriginatorEntry "' is not a valid "
            "originator ID (must be six digits)"
    ELSE
    DISPLAY "Mandate reference: " WITH NO ADVANCING
    MOVE SPACES TO MandateReferenceEntry
    ACCEPT MandateReferenceEntry
    IF MandateReferenceEntry = SPACES
        DISPLAY "Rejected: a mandate reference must be keyed"
    ELSE
    PERFORM Check-Duplicate-Mandate
    IF Duplicate-Mandate-Found
        DISPLAY "Rejected: originator " OriginatorEntry " already "
            "has a mandate with reference " MandateReferenceEntry
            " on file - a reference is never reused"
    ELSE
    DISPLAY "Maximum amount (18 digits, pence in the last two, "
        "Enter or zeros for no maximum): " WITH NO ADVANCING
    MOVE SPACES TO AmountEntry
    ACCEPT AmountEntry
    IF AmountEntry = SPACES
        MOVE ZEROS TO AmountEntry
    END-IF
    IF AmountEntry IS NOT NUMERIC
        DISPLAY "Rejected: '" AmountEntry "' is not a valid amount "
            "(all 18 digits must be keyed, pence in the last two)"
    ELSE
        ADD 1 TO MandateCount
        MOVE OriginatorEntry TO MDT-ORIGINATOR-ID(MandateCount)
        MOVE MandateReferenceEntry
            TO MDT-MANDATE-REFERENCE(MandateCount)
        MOVE NINumber TO MDT-NI-NUMBER(MandateCount)
        MOVE AccountNumber-Num TO MDT-ACCOUNT-NUMBER(MandateCount)
        MOVE "A" TO MDT-MANDATE-STATUS(MandateCount)
        MOVE AmountEntry-Num TO MDT-MAXIMUM-AMOUNT(MandateCount)
        MOVE TodaysDate TO MDT-SET-UP-DATE(MandateCount)
        MOVE ZEROS TO MDT-CANCELLED-DATE(MandateCount)
        PERFORM Rewrite-Mandates
        DISPLAY "Mandate set up"
    END-IF
    END-IF
    END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Check-Duplicate-Mandate - is the keyed originator and reference
*> pair already on the table?
*> ----------------------------------------------------------------
Check-Duplicate-Mandate.
    SET No-Duplicate-Mandate TO TRUE
    PERFORM Check-One-Duplicate-Mandate
        VARYING MDT-Idx FROM 1 BY 1
        UNTIL MDT-Idx > MandateCount.

Check-One-Duplicate-Mandate.
    IF MDT-ORIGINATOR-ID(MDT-Idx) = OriginatorEntry
        AND MDT-MANDATE-REFERENCE(MDT-Idx) = MandateReferenceEntry
        SET Duplicate-Mandate-Found TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Inquire-Mandates - every mandate on file for one customer, across
*> all their accounts, cancelled ones included.
*> ----------------------------------------------------------------
Inquire-Mandates.
    DISPLAY "NI Number: " WITH NO ADVANCING
    ACCEPT NINumber
    PERFORM Validate-NI-Number
    IF NINumber-Is-Invalid
        DISPLAY "Rejected: '" NINumber "' is not a valid NI number "
            "(format must be LLDDDDDDL)"
    ELSE
        PERFORM List-Customer-Mandates
        IF ListOrdinal = ZEROS
            DISPLAY "No mandates on file for " NINumber
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> List-Customer-Mandates - the numbered listing the amend and
*> cancel screens pick from.
*> ----------------------------------------------------------------
List-Customer-Mandates.
    MOVE ZEROS TO ListOrdinal
    DISPLAY "MNDT ACCT ORIGIN REFERENCE          SET UP   STATE"
        "                  MAXIMUM"
    PERFORM List-One-Customer-Mandate
        VARYING MDT-Idx FROM 1 BY 1
        UNTIL MDT-Idx > MandateCount.

*> ----------------------------------------------------------------
*> List-One-Customer-Mandate - one of the customer's mandates onto
*> the listing: ACTIVE, or CANCELLED with the date.
*> ----------------------------------------------------------------
List-One-Customer-Mandate.
    IF MDT-NI-NUMBER(MDT-Idx) = NINumber
        ADD 1 TO ListOrdinal
        MOVE MDT-MAXIMUM-AMOUNT(MDT-Idx) TO Mandate-Edited-Amount
        DISPLAY ListOrdinal " " MDT-ACCOUNT-NUMBER(MDT-Idx) " "
            MDT-ORIGINATOR-ID(MDT-Idx) " "
            MDT-MANDATE-REFERENCE(MDT-Idx) " "
            MDT-SET-UP-DATE(MDT-Idx) " "
            WITH NO ADVANCING
        IF MDT-Mandate-Cancelled(MDT-Idx)
            DISPLAY "CANCELLED " MDT-CANCELLED-DATE(MDT-Idx) " "
                WITH NO ADVANCING
        ELSE
            DISPLAY "ACTIVE             " WITH NO ADVANCING
        END-IF
        IF MDT-MAXIMUM-AMOUNT(MDT-Idx) = ZEROS
            DISPLAY "       no maximum"
        ELSE
            DISPLAY Mandate-Edited-Amount
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Accept-Mandate-Choice - list one customer's mandates and take the
*> operator's pick, leaving ChosenMandateIndex pointing at it (zero
*> when nothing was chosen, or a cancelled mandate was - nothing
*> more can be done to one of those).
*> ----------------------------------------------------------------
Accept-Mandate-Choice.
    MOVE ZEROS TO ChosenMandateIndex
    DISPLAY "NI Number: " WITH NO ADVANCING
    ACCEPT NINumber
    PERFORM Validate-NI-Number
    IF NINumber-Is-Invalid
        DISPLAY "Rejected: '" NINumber "' is not a valid NI number "
            "(format must be LLDDDDDDL)"
    ELSE
        PERFORM List-Customer-Mandates
        IF ListOrdinal = ZEROS
            DISPLAY "No mandates on file for " NINumber
        ELSE
            DISPLAY "Mandate number: " WITH NO ADVANCING
            ACCEPT OrdinalEntry
            IF OrdinalEntry IS NOT NUMERIC
                OR OrdinalEntry-Num = ZEROS
                OR OrdinalEntry-Num > ListOrdinal
                DISPLAY "Rejected: '" OrdinalEntry "' is not one of "
                    "the mandate numbers listed"
            ELSE
                PERFORM Find-Chosen-Mandate
                SET MDT-Idx TO ChosenMandateIndex
                IF MDT-Mandate-Cancelled(MDT-Idx)
                    DISPLAY "Rejected: that mandate was cancelled on "
                        MDT-CANCELLED-DATE(MDT-Idx) " - set up a new "
                        "one if the customer has re-authorised"
                    MOVE ZEROS TO ChosenMandateIndex
                END-IF
            END-IF
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Find-Chosen-Mandate - walk the table the same way the listing
*> did, so the Nth mandate listed is the Nth found here.
*> ----------------------------------------------------------------
Find-Chosen-Mandate.
    MOVE ZEROS TO ListOrdinal
    PERFORM Match-One-Chosen-Mandate
        VARYING MDT-Idx FROM 1 BY 1
        UNTIL MDT-Idx > MandateCount
            OR ChosenMandateIndex > ZEROS.

Match-One-Chosen-Mandate.
    IF MDT-NI-NUMBER(MDT-Idx) = NINumber
        ADD 1 TO ListOrdinal
        IF ListOrdinal = OrdinalEntry-Num
            MOVE MDT-Idx TO ChosenMandateIndex
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Amend-Mandate - move a live mandate to another of the customer's
*> accounts or change its maximum, Enter keeping each current value;
*> an invalid entry leaves that field unchanged the way CUSTMAINT's
*> update screen does. The originator and reference are the
*> mandate's identity and are not amended - a new reference is a
*> new mandate.
*> ----------------------------------------------------------------
Amend-Mandate.
    PERFORM Accept-Mandate-Choice
    IF ChosenMandateIndex > ZEROS
        SET MDT-Idx TO ChosenMandateIndex

        DISPLAY "Account number (" MDT-ACCOUNT-NUMBER(MDT-Idx)
            "), Enter to keep: " WITH NO ADVANCING
        MOVE SPACES TO AccountNumber
        ACCEPT AccountNumber
        IF AccountNumber NOT = SPACES
            PERFORM Validate-Account-Number
            IF AccountNumber-Is-Invalid
                DISPLAY "Rejected: '" AccountNumber "' is not a valid "
                    "account number - account left unchanged"
            ELSE
                PERFORM Check-Mandate-Account
                SET MDT-Idx TO ChosenMandateIndex
                IF Account-Is-Usable
                    MOVE AccountNumber-Num
                        TO MDT-ACCOUNT-NUMBER(MDT-Idx)
                ELSE
                    DISPLAY "Account left unchanged"
                END-IF
            END-IF
        END-IF

        MOVE MDT-MAXIMUM-AMOUNT(MDT-Idx) TO Mandate-Edited-Amount
        DISPLAY "Maximum amount (" Mandate-Edited-Amount "), Enter "
            "to keep, or 18 digits with pence in the last two, "
            "zeros for no maximum: " WITH NO ADVANCING
        MOVE SPACES TO AmountEntry
        ACCEPT AmountEntry
        IF AmountEntry NOT = SPACES
            IF AmountEntry IS NUMERIC
                MOVE AmountEntry-Num TO MDT-MAXIMUM-AMOUNT(MDT-Idx)
            ELSE
                DISPLAY "Rejected: '" AmountEntry "' is not a valid "
                    "amount - maximum left unchanged"
            END-IF
        END-IF

        PERFORM Rewrite-Mandates
        DISPLAY "Mandate amended"
    END-IF.

*> ----------------------------------------------------------------
*> Cancel-Mandate - the customer has withdrawn the authority: the
*> mandate is marked cancelled and dated, and stays on the file so
*> a collection still sent under it is returned as cancelled.
*> ----------------------------------------------------------------
Cancel-Mandate.
    PERFORM Accept-Mandate-Choice
    IF ChosenMandateIndex > ZEROS
        SET MDT-Idx TO ChosenMandateIndex
        MOVE "X" TO MDT-MANDATE-STATUS(MDT-Idx)
        MOVE TodaysDate TO MDT-CANCELLED-DATE(MDT-Idx)
        PERFORM Rewrite-Mandates
        DISPLAY "Mandate cancelled"
    END-IF.

*> ----------------------------------------------------------------
*> Rewrite-Mandates - the whole table back over MANDATES. The
*> pre-session copy sits in MANDKEEP throughout; an abend in here
*> leaves it as the recovery copy, and the next session (or
*> DD-COLLECT run) refuses until it has been dealt with by hand.
*> ----------------------------------------------------------------
Rewrite-Mandates.
    MOVE ZEROS TO MandatesWritten
    OPEN OUTPUT MANDATE-FILE
    IF NOT MANDATES-OK
        DISPLAY "SEVERE: could not rewrite the mandate file "
            "(status " MANDATES-STATUS ") - copy MANDKEEP over "
            "MANDATES by hand and verify it; this session's "
            "changes must be re-keyed"
        STOP RUN
    END-IF
    PERFORM Write-One-Mandate
        VARYING MDT-Idx FROM 1 BY 1
        UNTIL MDT-Idx > MandateCount
    CLOSE MANDATE-FILE

    IF MandatesWritten NOT = MandateCount
        DISPLAY "SEVERE: only " MandatesWritten " of " MandateCount
            " mandates went back out - copy MANDKEEP over MANDATES "
            "by hand and investigate"
        STOP RUN
    END-IF.

*> ----------------------------------------------------------------
*> Write-One-Mandate - one mandate back out.
*> ----------------------------------------------------------------
Write-One-Mandate.
    PERFORM Fill-Mandate-Record
    WRITE MANDATE-RECORD
    IF MANDATES-OK
        ADD 1 TO MandatesWritten
    END-IF.

*> ----------------------------------------------------------------
*> Close-Session - a clean quit has every change safely on MANDATES,
*> so the MANDKEEP recovery copy is emptied and the next session (or
*> DD-COLLECT run) starts unrefused.
*> ----------------------------------------------------------------
Close-Session.
    OPEN OUTPUT KEEP-MANDATE-FILE
    CLOSE KEEP-MANDATE-FILE
    CLOSE CUSTMAST-FILE.

*> ----------------------------------------------------------------
*> Validate-NI-Number - the same LLDDDDDDL bar CUSTMAINT and the
*> posting programs set; see MAIN for the reasoning behind the
*> byte-by-byte checks.
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
