       >>SOURCE FORMAT FREE

*> PROGRAM DETAILS
IDENTIFICATION DIVISION.
PROGRAM-ID. DD-COLLECT.
AUTHOR. Connor Brady.
DATE-WRITTEN. October 15th 2026.

*> MODIFICATION HISTORY
*> 2026-10-15 CB Direct debit collection. Reads the COLLIN file of
*>               collection requests the originators' bureau sends
*>               in (see COLLREC.CPY), proves it against its own
*>               header and trailer and against the COLLLOG of
*>               date/source pairs already collected, and matches
*>               every request to a mandate on the MANDATES file
*>               (see MANDREC.CPY) kept by MAND-MAINT. A request
*>               under a live mandate, within its maximum, against
*>               an open and active account goes onto the DDTXN
*>               file as an ordinary DAILYTXN-format debit (header
*>               source DDCOLLCT, trailer with count and amount
*>               total, references DD plus YYMMDD plus a sequence
*>               continued past REFLOG the way STORD-GEN numbers its
*>               SO references), which BATCH-WINDOW stages into
*>               MAIN-BATCH like SOTXN. Every other request goes
*>               back to the originator on the dated returns file
*>               (RET plus the collection file's date and source,
*>               see DDRETREC.CPY) with its reason code, and the
*>               DDCOLRPT control report agrees requests in to
*>               collections out plus returns. No COLLIN, an empty
*>               one, or one already on COLLLOG means no collections
*>               today: DDTXN still goes out, headed and trailed
*>               with no details, so the posting step runs clean.
*> 2026-10-15 CB Accounts now carry a currency. A collection against
*>               an account not held in sterling goes back to the
*>               originator as CURR, since Bacs collects only in
*>               sterling, and every collection written to DDTXN is
*>               stamped GBP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COLLECTION-FILE ASSIGN TO "COLLIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS COLLIN-STATUS.

    SELECT COLLECTION-LOG-FILE ASSIGN TO "COLLLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS COLLLOG-STATUS.

    SELECT MANDATE-FILE ASSIGN TO "MANDATES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MANDATES-STATUS.

    SELECT KEEP-MANDATE-FILE ASSIGN TO "MANDKEEP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MANDKEEP-STATUS.

    SELECT DAILY-TXN-FILE ASSIGN TO "DDTXN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DAILYTXN-STATUS.

    SELECT RETURN-FILE ASSIGN USING ReturnFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RETURNS-STATUS.

    SELECT COLLECTION-REPORT-FILE ASSIGN TO "DDCOLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DDCOLRPT-STATUS.

    SELECT REF-LOG-FILE ASSIGN TO "REFLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REFLOG-STATUS.

    SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-ACCOUNT-KEY
        FILE STATUS IS CUSTMAST-STATUS.

DATA DIVISION.
FILE SECTION.

FD  COLLECTION-FILE.
    COPY "COLLREC.CPY".

FD  COLLECTION-LOG-FILE.
01 COLLECTION-LOG-RECORD.
    05 CL-FILE-DATE PIC 9(08).
    05 CL-FILE-SOURCE PIC X(08).

FD  MANDATE-FILE.
    COPY "MANDREC.CPY".

FD  KEEP-MANDATE-FILE.
01 KEEP-MANDATE-RECORD PIC X(73).

FD  DAILY-TXN-FILE.
    COPY "DAILYTXN.CPY".

FD  RETURN-FILE.
    COPY "DDRETREC.CPY".

FD  COLLECTION-REPORT-FILE.
01 COLLECTION-REPORT-RECORD PIC X(132).

FD  REF-LOG-FILE.
01 REF-LOG-RECORD.
    05 RF-TXN-REFERENCE PIC X(12).
    05 RF-FILE-DATE PIC 9(08).
    05 RF-FILE-SOURCE PIC X(08).

FD  CUSTMAST-FILE.
    COPY "CUSTMAST.CPY".

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
01 COLLIN-STATUS PIC X(02).
    88 COLLIN-OK VALUE "00".
    88 COLLIN-NOT-FOUND VALUE "35".

01 COLLLOG-STATUS PIC X(02).
    88 COLLLOG-OK VALUE "00".
    88 COLLLOG-NOT-FOUND VALUE "35".

01 MANDATES-STATUS PIC X(02).
    88 MANDATES-OK VALUE "00".
    88 MANDATES-NOT-FOUND VALUE "35".

01 MANDKEEP-STATUS PIC X(02).
    88 MANDKEEP-OK VALUE "00".
    88 MANDKEEP-NOT-FOUND VALUE "35".

01 DAILYTXN-STATUS PIC X(02).
    88 DAILYTXN-OK VALUE "00".
    88 DAILYTXN-NOT-FOUND VALUE "35".

01 RETURNS-STATUS PIC X(02).
    88 RETURNS-OK VALUE "00".

01 DDCOLRPT-STATUS PIC X(02).
    88 DDCOLRPT-OK VALUE "00".

01 REFLOG-STATUS PIC X(02).
    88 REFLOG-OK VALUE "00".
    88 REFLOG-NOT-FOUND VALUE "35".

01 CUSTMAST-STATUS PIC X(02).
    88 CUSTMAST-OK VALUE "00".

01 CollInEndOfFile PIC X(01) VALUE "N".
    88 CollInAtEnd VALUE "Y".
    88 CollInNotAtEnd VALUE "N".

01 CollLogEndOfFile PIC X(01) VALUE "N".
    88 CollLogAtEnd VALUE "Y".
    88 CollLogNotAtEnd VALUE "N".

01 MandatesEndOfFile PIC X(01) VALUE "N".
    88 MandatesAtEnd VALUE "Y".
    88 MandatesNotAtEnd VALUE "N".

01 KeepMandateEndOfFile PIC X(01) VALUE "N".
    88 KeepMandateAtEnd VALUE "Y".
    88 KeepMandateNotAtEnd VALUE "N".

01 RefLogEndOfFile PIC X(01) VALUE "N".
    88 RefLogAtEnd VALUE "Y".
    88 RefLogNotAtEnd VALUE "N".

01 LeftoverTxnSwitch PIC X(01) VALUE "N".
    88 Leftover-Txn-Found VALUE "Y".
    88 No-Leftover-Txn VALUE "N".

*> Whether there is an inbound file to collect from at all - no
*> COLLIN, an empty one or one COLLLOG says was already collected
*> all leave this off, and the run writes an empty DDTXN.
01 CollectionsSwitch PIC X(01) VALUE "N".
    88 Collections-To-Process VALUE "Y".
    88 No-Collections-To-Process VALUE "N".

01 AlreadyCollectedSwitch PIC X(01) VALUE "N".
    88 File-Already-Collected VALUE "Y".
    88 File-Not-Yet-Collected VALUE "N".

01 TrailerSeenSwitch PIC X(01) VALUE "N".
    88 Trailer-Has-Been-Seen VALUE "Y".
    88 Trailer-Not-Yet-Seen VALUE "N".

01 TodaysDate PIC 9(08).

*> The inbound file's own header date and source - they name the
*> returns file and go onto COLLLOG at a clean end of run.
01 CollectionFileDate PIC 9(08) VALUE ZEROS.
01 CollectionFileSource PIC X(08) VALUE SPACES.
01 ReturnFileName PIC X(19).

01 VerifyDetailCount PIC 9(08) VALUE ZEROS.
01 VerifyAmountTotal PIC S9(16)V99 VALUE ZEROS.

*> Every mandate on file, looked up by originator and reference for
*> each request - MANDATES is sequential, so it is tabled the way
*> MAND-MAINT tables it.
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

01 MandateTableFullSwitch PIC X(01) VALUE "N".
    88 MandateTable-Is-Full VALUE "Y".

01 MatchedMandateIndex PIC 9(04) VALUE ZEROS.
01 MandateAccountNumber PIC 9(04).

*> The outcome for the request in hand - spaces when it collects,
*> otherwise the return reason written onto the returns file.
01 ReturnReason PIC X(04).
    88 Request-Collects VALUE SPACES.

01 CollectionAmount PIC S9(16)V99 VALUE ZEROS.

*> Sequence behind the generated references - DD plus YYMMDD plus
*> this, started one past the highest same-day DD reference already
*> posted per REFLOG, exactly as STORD-GEN numbers its SO ones.
01 ReferenceSequence PIC 9(04) VALUE ZEROS.
01 ReferenceSeqCandidate PIC 9(04) VALUE ZEROS.

01 RequestsRead PIC 9(08) VALUE ZEROS.
01 RequestsAmountTotal PIC S9(16)V99 VALUE ZEROS.
01 CollectionsWritten PIC 9(08) VALUE ZEROS.
01 CollectedAmountTotal PIC S9(16)V99 VALUE ZEROS.
01 ReturnsWritten PIC 9(08) VALUE ZEROS.
01 ReturnedAmountTotal PIC S9(16)V99 VALUE ZEROS.

01 ReturnedNoMandate PIC 9(08) VALUE ZEROS.
01 ReturnedCancelled PIC 9(08) VALUE ZEROS.
01 ReturnedOverLimit PIC 9(08) VALUE ZEROS.
01 ReturnedBadAmount PIC 9(08) VALUE ZEROS.
01 ReturnedNoMaster PIC 9(08) VALUE ZEROS.
01 ReturnedClosed PIC 9(08) VALUE ZEROS.
01 ReturnedDormant PIC 9(08) VALUE ZEROS.
01 ReturnedNotSterling PIC 9(08) VALUE ZEROS.

01 Collection-Line PIC X(132).
01 Collection-Edited-Amount PIC -(13)9.99.
01 Collection-Edited-Count PIC ZZZ,ZZZ,ZZ9.

*> PROGRAM TO RUN
PROCEDURE DIVISION.

PERFORM Initialize-Run

IF Collections-To-Process
    PERFORM Collect-From-Inbound-File
END-IF

PERFORM Write-Collection-Trailer

PERFORM Write-Report-Totals

IF Collections-To-Process
    PERFORM Record-Collection-In-Log
END-IF

PERFORM Print-Collection-Summary

CLOSE DAILY-TXN-FILE
CLOSE COLLECTION-REPORT-FILE
CLOSE CUSTMAST-FILE

GOBACK.

*> ----------------------------------------------------------------
*> Initialize-Run - every refusal happens here, before DDTXN or the
*> returns file is opened, so a refused run leaves nothing behind
*> that the next run's leftover probe would trip over.
*> ----------------------------------------------------------------
Initialize-Run.
    ACCEPT TodaysDate FROM DATE YYYYMMDD

    PERFORM Derive-Reference-Sequence
    PERFORM Load-Mandates

    OPEN INPUT CUSTMAST-FILE
    IF NOT CUSTMAST-OK
        DISPLAY "Rejected: could not open the customer master file "
            "(status " CUSTMAST-STATUS ") - nothing collected"
        STOP RUN
    END-IF

*> OPEN OUTPUT would silently truncate a DDTXN still waiting to be
*> posted, and COLLLOG already says those requests were collected -
*> so they would never collect at all. Refuse instead; an EMPTY file
*> counts as absent, because BATCH-WINDOW truncates DDTXN once it
*> has posted, just as it does SOTXN.
    SET No-Leftover-Txn TO TRUE
    OPEN INPUT DAILY-TXN-FILE
    IF DAILYTXN-OK
        READ DAILY-TXN-FILE
            NOT AT END SET Leftover-Txn-Found TO TRUE
        END-READ
        CLOSE DAILY-TXN-FILE
        IF Leftover-Txn-Found
            DISPLAY "Rejected: a collections file is already sitting "
                "at DDTXN - post it through MAIN-BATCH or remove it "
                "before collecting again"
            CLOSE CUSTMAST-FILE
            STOP RUN
        END-IF
    ELSE
        IF NOT DAILYTXN-NOT-FOUND
            DISPLAY "Rejected: could not probe the collections file "
                "(status " DAILYTXN-STATUS ")"
            CLOSE CUSTMAST-FILE
            STOP RUN
        END-IF
    END-IF

    PERFORM Check-Collection-File

    OPEN OUTPUT DAILY-TXN-FILE
    IF NOT DAILYTXN-OK
        DISPLAY "Rejected: could not open the collections file "
            "(status " DAILYTXN-STATUS ")"
        CLOSE CUSTMAST-FILE
        STOP RUN
    END-IF

    MOVE SPACES TO DAILY-TRANSACTION-RECORD
    SET DT-HEADER-RECORD TO TRUE
    MOVE TodaysDate TO DT-FILE-DATE
    MOVE "DDCOLLCT" TO DT-FILE-SOURCE
    WRITE DAILY-TRANSACTION-RECORD

    OPEN OUTPUT COLLECTION-REPORT-FILE
    IF NOT DDCOLRPT-OK
        DISPLAY "Rejected: could not open the collection report file "
            "(status " DDCOLRPT-STATUS ")"
        CLOSE DAILY-TXN-FILE
        CLOSE CUSTMAST-FILE
        STOP RUN
    END-IF
    PERFORM Write-Report-Heading.

*> ----------------------------------------------------------------
*> Derive-Reference-Sequence - one pass over REFLOG for the highest
*> DD reference already POSTED today. A missing REFLOG just means
*> nothing has ever been posted.
*> ----------------------------------------------------------------
Derive-Reference-Sequence.
    MOVE ZEROS TO ReferenceSequence
    SET RefLogNotAtEnd TO TRUE
    OPEN INPUT REF-LOG-FILE
    IF REFLOG-OK
        READ REF-LOG-FILE
            AT END SET RefLogAtEnd TO TRUE
        END-READ
        PERFORM Note-One-Logged-Reference UNTIL RefLogAtEnd
        CLOSE REF-LOG-FILE
    ELSE
        IF NOT REFLOG-NOT-FOUND
            DISPLAY "Rejected: could not read the reference log to "
                "derive the reference sequence (status "
                REFLOG-STATUS ")"
            STOP RUN
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Note-One-Logged-Reference - keep the highest same-day DD
*> sequence seen so far.
*> ----------------------------------------------------------------
Note-One-Logged-Reference.
    IF RF-TXN-REFERENCE(1:2) = "DD"
        AND RF-TXN-REFERENCE(3:6) = TodaysDate(3:6)
        AND RF-TXN-REFERENCE(9:4) IS NUMERIC
        MOVE RF-TXN-REFERENCE(9:4) TO ReferenceSeqCandidate
        IF ReferenceSeqCandidate > ReferenceSequence
            MOVE ReferenceSeqCandidate TO ReferenceSequence
        END-IF
    END-IF

    READ REF-LOG-FILE
        AT END SET RefLogAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Load-Mandates - refuse while a non-empty MANDKEEP is on disk (a
*> MAND-MAINT session is mid-flight or abended mid-rewrite, so
*> MANDATES may be incomplete), then table every mandate. A missing
*> MANDATES just means none has been set up, and every request
*> returns as having no mandate.
*> ----------------------------------------------------------------
Load-Mandates.
    OPEN INPUT KEEP-MANDATE-FILE
    IF MANDKEEP-OK
        READ KEEP-MANDATE-FILE
            AT END SET KeepMandateAtEnd TO TRUE
            NOT AT END SET KeepMandateNotAtEnd TO TRUE
        END-READ
        CLOSE KEEP-MANDATE-FILE
        IF KeepMandateNotAtEnd
            DISPLAY "Rejected: a non-empty MANDKEEP work file is on "
                "disk - a MAND-MAINT session is still open or "
                "abended while rewriting the mandate file; finish it "
                "or recover MANDATES by hand before collecting"
            STOP RUN
        END-IF
    ELSE
        IF NOT MANDKEEP-NOT-FOUND
            DISPLAY "Rejected: could not probe the mandate keep file "
                "(status " MANDKEEP-STATUS ")"
            STOP RUN
        END-IF
    END-IF

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
                "file - collecting against a partial table would "
                "return good requests; nothing collected"
            STOP RUN
        END-IF
    ELSE
        IF NOT MANDATES-NOT-FOUND
            DISPLAY "Rejected: could not open the mandate file "
                "(status " MANDATES-STATUS ")"
            STOP RUN
        END-IF
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
    ELSE
        SET MandateTable-Is-Full TO TRUE
    END-IF

    READ MANDATE-FILE
        AT END SET MandatesAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Check-Collection-File - is there an inbound file to collect from,
*> and is it whole? A file COLLLOG says was already collected is a
*> warning, not a refusal - it is the file the last run consumed,
*> still on disk - and nothing is collected from it. Anything else
*> is proven exactly the way MAIN-BATCH proves DAILYTXN: a header
*> for today's date first, a trailer whose count and total match
*> what is on the file last, nothing after it and no record type
*> other than H, D or T. Any failure refuses the run.
*> ----------------------------------------------------------------
Check-Collection-File.
    SET No-Collections-To-Process TO TRUE
    SET CollInNotAtEnd TO TRUE
    OPEN INPUT COLLECTION-FILE
    IF NOT COLLIN-OK
        IF COLLIN-NOT-FOUND
            DISPLAY "No collection file at COLLIN - nothing to "
                "collect today"
        ELSE
            DISPLAY "Rejected: could not open the collection file "
                "(status " COLLIN-STATUS ")"
            CLOSE CUSTMAST-FILE
            STOP RUN
        END-IF
    ELSE
    READ COLLECTION-FILE
        AT END SET CollInAtEnd TO TRUE
    END-READ
    IF CollInAtEnd
        DISPLAY "The collection file at COLLIN is empty - nothing to "
            "collect today"
        CLOSE COLLECTION-FILE
    ELSE
    IF NOT CR-HEADER-RECORD
        DISPLAY "Rejected: the collection file does not start with a "
            "header record"
        PERFORM Refuse-Collection-File
    END-IF
    MOVE CR-FILE-DATE TO CollectionFileDate
    MOVE CR-FILE-SOURCE TO CollectionFileSource
    PERFORM Check-Collection-Log
    IF File-Already-Collected
        DISPLAY "Warning: the collection file dated "
            CollectionFileDate " from source " CollectionFileSource
            " has already been collected - nothing collected from it "
            "again"
        CLOSE COLLECTION-FILE
    ELSE
        IF CollectionFileDate NOT = TodaysDate
            DISPLAY "Rejected: the collection file is dated "
                CollectionFileDate " but today is " TodaysDate
                " - is this an old file?"
            PERFORM Refuse-Collection-File
        END-IF
        PERFORM Verify-Collection-File
        CLOSE COLLECTION-FILE
        SET Collections-To-Process TO TRUE
    END-IF
    END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Check-Collection-Log - has this date/source pair already been
*> collected? A missing COLLLOG just means nothing ever has.
*> ----------------------------------------------------------------
Check-Collection-Log.
    SET File-Not-Yet-Collected TO TRUE
    SET CollLogNotAtEnd TO TRUE
    OPEN INPUT COLLECTION-LOG-FILE
    IF COLLLOG-OK
        READ COLLECTION-LOG-FILE
            AT END SET CollLogAtEnd TO TRUE
        END-READ
        PERFORM Check-One-Collection-Log-Entry UNTIL CollLogAtEnd
        CLOSE COLLECTION-LOG-FILE
    ELSE
        IF NOT COLLLOG-NOT-FOUND
            DISPLAY "Rejected: could not open the collection log "
                "(status " COLLLOG-STATUS ")"
            PERFORM Refuse-Collection-File
        END-IF
    END-IF.

Check-One-Collection-Log-Entry.
    IF CL-FILE-DATE = CollectionFileDate
        AND CL-FILE-SOURCE = CollectionFileSource
        SET File-Already-Collected TO TRUE
    END-IF

    READ COLLECTION-LOG-FILE
        AT END SET CollLogAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Verify-Collection-File - the rest of the file after the header.
*> ----------------------------------------------------------------
Verify-Collection-File.
    MOVE ZEROS TO VerifyDetailCount
    MOVE ZEROS TO VerifyAmountTotal
    SET Trailer-Not-Yet-Seen TO TRUE

    READ COLLECTION-FILE
        AT END SET CollInAtEnd TO TRUE
    END-READ
    PERFORM Verify-One-Collection-Record UNTIL CollInAtEnd

    IF Trailer-Not-Yet-Seen
        DISPLAY "Rejected: the collection file has no trailer "
            "record - was the transfer truncated?"
        PERFORM Refuse-Collection-File
    END-IF.

*> ----------------------------------------------------------------
*> Verify-One-Collection-Record - count and total the details, and
*> check the trailer against them the moment it is seen.
*> ----------------------------------------------------------------
Verify-One-Collection-Record.
    EVALUATE TRUE
        WHEN Trailer-Has-Been-Seen
            DISPLAY "Rejected: the collection file has records "
                "after its trailer"
            PERFORM Refuse-Collection-File
        WHEN CR-DETAIL-RECORD
            ADD 1 TO VerifyDetailCount
            IF CR-AMOUNT IS NUMERIC
                ADD CR-AMOUNT TO VerifyAmountTotal
            END-IF
        WHEN CR-TRAILER-RECORD
            SET Trailer-Has-Been-Seen TO TRUE
            IF CR-TRAILER-RECORD-COUNT NOT = VerifyDetailCount
                DISPLAY "Rejected: the collection file holds "
                    VerifyDetailCount " detail records but the "
                    "trailer claims " CR-TRAILER-RECORD-COUNT
                PERFORM Refuse-Collection-File
            END-IF
            IF CR-TRAILER-TOTAL-AMOUNT NOT = VerifyAmountTotal
                DISPLAY "Rejected: the collection file amounts total "
                    VerifyAmountTotal " but the trailer claims "
                    CR-TRAILER-TOTAL-AMOUNT
                PERFORM Refuse-Collection-File
            END-IF
        WHEN OTHER
            DISPLAY "Rejected: the collection file holds a record of "
                "unknown type '" CR-RECORD-TYPE "'"
            PERFORM Refuse-Collection-File
    END-EVALUATE

    READ COLLECTION-FILE
        AT END SET CollInAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Refuse-Collection-File - nothing has been written yet, so the run
*> simply closes what it opened and stops.
*> ----------------------------------------------------------------
Refuse-Collection-File.
    CLOSE COLLECTION-FILE
    CLOSE CUSTMAST-FILE
    STOP RUN.

*> ----------------------------------------------------------------
*> Collect-From-Inbound-File - the proven file again from the top:
*> the returns file is started with the inbound header's date and
*> source, and every detail is collected or returned.
*> ----------------------------------------------------------------
Collect-From-Inbound-File.
    MOVE SPACES TO ReturnFileName
    STRING "RET" CollectionFileDate CollectionFileSource
        DELIMITED BY SIZE INTO ReturnFileName
    OPEN OUTPUT RETURN-FILE
    IF NOT RETURNS-OK
        DISPLAY "Rejected: could not open the returns file "
            ReturnFileName " (status " RETURNS-STATUS ") - nothing "
            "collected; empty DDTXN by hand before rerunning"
        CLOSE DAILY-TXN-FILE
        CLOSE COLLECTION-REPORT-FILE
        CLOSE CUSTMAST-FILE
        STOP RUN
    END-IF
    MOVE SPACES TO RETURN-RECORD
    SET RT-HEADER-RECORD TO TRUE
    MOVE CollectionFileDate TO RT-FILE-DATE
    MOVE CollectionFileSource TO RT-FILE-SOURCE
    WRITE RETURN-RECORD

    SET CollInNotAtEnd TO TRUE
    OPEN INPUT COLLECTION-FILE
    READ COLLECTION-FILE
        AT END SET CollInAtEnd TO TRUE
    END-READ
    READ COLLECTION-FILE
        AT END SET CollInAtEnd TO TRUE
    END-READ
    PERFORM Process-One-Collection UNTIL CollInAtEnd
    CLOSE COLLECTION-FILE

    MOVE SPACES TO RETURN-RECORD
    SET RT-TRAILER-RECORD TO TRUE
    MOVE ReturnsWritten TO RT-TRAILER-RECORD-COUNT
    MOVE ReturnedAmountTotal TO RT-TRAILER-TOTAL-AMOUNT
    WRITE RETURN-RECORD
    CLOSE RETURN-FILE.

*> ----------------------------------------------------------------
*> Process-One-Collection - one detail through the checks, then
*> onto DDTXN or the returns file; the trailer is skipped.
*> ----------------------------------------------------------------
Process-One-Collection.
    IF CR-DETAIL-RECORD
        ADD 1 TO RequestsRead
        IF CR-AMOUNT IS NUMERIC
            MOVE CR-AMOUNT TO CollectionAmount
        ELSE
            MOVE ZEROS TO CollectionAmount
        END-IF
        ADD CollectionAmount TO RequestsAmountTotal
        PERFORM Validate-Collection
        IF Request-Collects
            PERFORM Write-Collection
        ELSE
            PERFORM Write-Return
        END-IF
    END-IF

    READ COLLECTION-FILE
        AT END SET CollInAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Validate-Collection - the checks in the order the originator
*> needs them answered: is there a mandate for this account, is it
*> still live, is the amount real and within its maximum, and can
*> the account be debited at all. The first failure is the reason.
*> Funds are not checked here - MAIN-BATCH applies the overdraft
*> floor as it posts, and an ODFL refusal lands on its rejects file.
*> ----------------------------------------------------------------
Validate-Collection.
    MOVE SPACES TO ReturnReason
    PERFORM Find-Collection-Mandate

    IF MatchedMandateIndex = ZEROS
        MOVE "NOMD" TO ReturnReason
    ELSE
    SET MDT-Idx TO MatchedMandateIndex
    IF MDT-Mandate-Cancelled(MDT-Idx)
        MOVE "CANC" TO ReturnReason
    ELSE
    IF CR-AMOUNT IS NOT NUMERIC
        OR CR-AMOUNT NOT > ZEROS
        MOVE "AMNT" TO ReturnReason
    ELSE
    IF MDT-MAXIMUM-AMOUNT(MDT-Idx) NOT = ZEROS
        AND CR-AMOUNT > MDT-MAXIMUM-AMOUNT(MDT-Idx)
        MOVE "OVLM" TO ReturnReason
    ELSE
        MOVE CR-NI-NUMBER TO CM-NI-NUMBER
        MOVE CR-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER
        READ CUSTMAST-FILE
            INVALID KEY
                MOVE "NOMA" TO ReturnReason
            NOT INVALID KEY
                IF CM-ACCOUNT-CLOSED
                    MOVE "CLSD" TO ReturnReason
                ELSE
                    IF CM-ACCOUNT-DORMANT
                        MOVE "DORM" TO ReturnReason
                    ELSE
                        IF NOT CM-STERLING-ACCOUNT
                            MOVE "CURR" TO ReturnReason
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-IF
    END-IF
    END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Find-Collection-Mandate - the mandate the request names, if it
*> names the same NI number and account the mandate covers; a
*> mandate for some other account is no authority for this one.
*> ----------------------------------------------------------------
Find-Collection-Mandate.
    MOVE ZEROS TO MatchedMandateIndex
    PERFORM Match-One-Mandate
        VARYING MDT-Idx FROM 1 BY 1
        UNTIL MDT-Idx > MandateCount
            OR MatchedMandateIndex > ZEROS.

Match-One-Mandate.
    MOVE MDT-ACCOUNT-NUMBER(MDT-Idx) TO MandateAccountNumber
    IF MDT-ORIGINATOR-ID(MDT-Idx) = CR-ORIGINATOR-ID
        AND MDT-MANDATE-REFERENCE(MDT-Idx) = CR-MANDATE-REFERENCE
        AND MDT-NI-NUMBER(MDT-Idx) = CR-NI-NUMBER
        AND MandateAccountNumber = CR-ACCOUNT-NUMBER
        MOVE MDT-Idx TO MatchedMandateIndex
    END-IF.

*> ----------------------------------------------------------------
*> Write-Collection - a DAILYTXN debit for MAIN-BATCH to post.
*> ----------------------------------------------------------------
Write-Collection.
    MOVE SPACES TO DAILY-TRANSACTION-RECORD
    SET DT-DETAIL-RECORD TO TRUE
    MOVE CR-NI-NUMBER TO DT-NI-NUMBER
    MOVE CR-ACCOUNT-NUMBER TO DT-ACCOUNT-NUMBER
    MOVE "D" TO DT-TRANSACTION-TYPE
    MOVE CR-AMOUNT TO DT-TRANSACTION-VALUE
    MOVE SPACES TO DT-COUNTERPARTY-NI
    MOVE SPACES TO DT-COUNTERPARTY-ACCOUNT
    MOVE "GBP" TO DT-CURRENCY-CODE
    ADD 1 TO ReferenceSequence
    MOVE SPACES TO DT-TXN-REFERENCE
    STRING "DD" TodaysDate(3:6) ReferenceSequence
        DELIMITED BY SIZE INTO DT-TXN-REFERENCE
    WRITE DAILY-TRANSACTION-RECORD
    ADD 1 TO CollectionsWritten
    ADD CR-AMOUNT TO CollectedAmountTotal
    PERFORM Write-Report-Detail-Line.

*> ----------------------------------------------------------------
*> Write-Return - the originator's own request back, with the
*> reason it was not collected.
*> ----------------------------------------------------------------
Write-Return.
    MOVE COLLECTION-RECORD TO RETURN-RECORD
    MOVE ReturnReason TO RT-RETURN-REASON
    WRITE RETURN-RECORD
    ADD 1 TO ReturnsWritten
    ADD CollectionAmount TO ReturnedAmountTotal
    EVALUATE TRUE
        WHEN RT-NO-MANDATE
            ADD 1 TO ReturnedNoMandate
        WHEN RT-MANDATE-CANCELLED
            ADD 1 TO ReturnedCancelled
        WHEN RT-OVER-MANDATE-LIMIT
            ADD 1 TO ReturnedOverLimit
        WHEN RT-INVALID-AMOUNT
            ADD 1 TO ReturnedBadAmount
        WHEN RT-NO-MASTER-RECORD
            ADD 1 TO ReturnedNoMaster
        WHEN RT-ACCOUNT-CLOSED
            ADD 1 TO ReturnedClosed
        WHEN RT-ACCOUNT-DORMANT
            ADD 1 TO ReturnedDormant
        WHEN RT-NOT-STERLING-ACCOUNT
            ADD 1 TO ReturnedNotSterling
    END-EVALUATE
    PERFORM Write-Report-Detail-Line.

*> ----------------------------------------------------------------
*> Write-Collection-Trailer - close DDTXN off with the count and
*> amount total MAIN-BATCH will verify against.
*> ----------------------------------------------------------------
Write-Collection-Trailer.
    MOVE SPACES TO DAILY-TRANSACTION-RECORD
    SET DT-TRAILER-RECORD TO TRUE
    MOVE CollectionsWritten TO DT-TRAILER-RECORD-COUNT
    MOVE CollectedAmountTotal TO DT-TRAILER-TOTAL-AMOUNT
    WRITE DAILY-TRANSACTION-RECORD.

*> ----------------------------------------------------------------
*> Record-Collection-In-Log - the inbound pair onto COLLLOG, only at
*> a clean end of run, so a re-offer of the same file collects
*> nothing a second time.
*> ----------------------------------------------------------------
Record-Collection-In-Log.
    OPEN EXTEND COLLECTION-LOG-FILE
    IF COLLLOG-NOT-FOUND
        OPEN OUTPUT COLLECTION-LOG-FILE
    END-IF
    IF NOT COLLLOG-OK
        DISPLAY "SEVERE: could not open the collection log (status "
            COLLLOG-STATUS ") - this file is NOT logged, so a "
            "re-offer will collect it again; log date "
            CollectionFileDate " source " CollectionFileSource
            " by hand"
    ELSE
        MOVE CollectionFileDate TO CL-FILE-DATE
        MOVE CollectionFileSource TO CL-FILE-SOURCE
        WRITE COLLECTION-LOG-RECORD
        CLOSE COLLECTION-LOG-FILE
    END-IF.

*> ----------------------------------------------------------------
*> Write-Report-Heading - title and column headings for DDCOLRPT.
*> ----------------------------------------------------------------
Write-Report-Heading.
    MOVE SPACES TO Collection-Line
    STRING "DIRECT DEBIT COLLECTION REPORT - RUN DATE " TodaysDate
        DELIMITED BY SIZE INTO Collection-Line
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line

    MOVE SPACES TO Collection-Line
    IF Collections-To-Process
        STRING "COLLECTION FILE DATED " CollectionFileDate
            " FROM SOURCE " CollectionFileSource
            DELIMITED BY SIZE INTO Collection-Line
    ELSE
        STRING "NO COLLECTION FILE TO COLLECT FROM"
            DELIMITED BY SIZE INTO Collection-Line
    END-IF
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line

    MOVE SPACES TO Collection-Line
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line

    MOVE SPACES TO Collection-Line
    STRING "ORIGIN MANDATE REFERENCE     NI NUMBER  ACCT"
        "            AMOUNT COLLECTN REF OUTCOME"
        DELIMITED BY SIZE INTO Collection-Line
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line.

*> ----------------------------------------------------------------
*> Write-Report-Detail-Line - one line per request: the DD
*> reference it posts under, or RETURNED and the reason.
*> ----------------------------------------------------------------
Write-Report-Detail-Line.
    MOVE SPACES TO Collection-Line
    MOVE CollectionAmount TO Collection-Edited-Amount
    IF Request-Collects
        STRING CR-ORIGINATOR-ID " " CR-MANDATE-REFERENCE " "
            CR-NI-NUMBER " " CR-ACCOUNT-NUMBER " "
            Collection-Edited-Amount " " CR-COLLECTION-REFERENCE " "
            DT-TXN-REFERENCE
            DELIMITED BY SIZE INTO Collection-Line
    ELSE
        STRING CR-ORIGINATOR-ID " " CR-MANDATE-REFERENCE " "
            CR-NI-NUMBER " " CR-ACCOUNT-NUMBER " "
            Collection-Edited-Amount " " CR-COLLECTION-REFERENCE " "
            "RETURNED " ReturnReason
            DELIMITED BY SIZE INTO Collection-Line
    END-IF
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line.

*> ----------------------------------------------------------------
*> Write-Report-Totals - the control totals: requests in must equal
*> collections out plus returns, by count and by amount, and the
*> returns broken down by reason.
*> ----------------------------------------------------------------
Write-Report-Totals.
    MOVE SPACES TO Collection-Line
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line

    MOVE SPACES TO Collection-Line
    MOVE RequestsRead TO Collection-Edited-Count
    MOVE RequestsAmountTotal TO Collection-Edited-Amount
    STRING "REQUESTS RECEIVED:   " Collection-Edited-Count " "
        Collection-Edited-Amount
        DELIMITED BY SIZE INTO Collection-Line
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line

    MOVE SPACES TO Collection-Line
    MOVE CollectionsWritten TO Collection-Edited-Count
    MOVE CollectedAmountTotal TO Collection-Edited-Amount
    STRING "COLLECTIONS TO POST: " Collection-Edited-Count " "
        Collection-Edited-Amount
        DELIMITED BY SIZE INTO Collection-Line
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line

    MOVE SPACES TO Collection-Line
    MOVE ReturnsWritten TO Collection-Edited-Count
    MOVE ReturnedAmountTotal TO Collection-Edited-Amount
    STRING "RETURNS:             " Collection-Edited-Count " "
        Collection-Edited-Amount
        DELIMITED BY SIZE INTO Collection-Line
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line

    MOVE SPACES TO Collection-Line
    IF RequestsRead = CollectionsWritten + ReturnsWritten
        AND RequestsAmountTotal
            = CollectedAmountTotal + ReturnedAmountTotal
        STRING "CONTROL TOTALS AGREE"
            DELIMITED BY SIZE INTO Collection-Line
    ELSE
        STRING "*** CONTROL TOTALS DO NOT AGREE - INVESTIGATE BEFORE "
            "POSTING DDTXN ***"
            DELIMITED BY SIZE INTO Collection-Line
        DISPLAY "SEVERE: collection control totals do not agree - "
            "see DDCOLRPT before DDTXN is posted"
    END-IF
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line

    MOVE SPACES TO Collection-Line
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line

    MOVE SPACES TO Collection-Line
    STRING "RETURNS BY REASON" DELIMITED BY SIZE INTO Collection-Line
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line

    MOVE ReturnedNoMandate TO Collection-Edited-Count
    MOVE SPACES TO Collection-Line
    STRING "NOMD NO MANDATE          " Collection-Edited-Count
        DELIMITED BY SIZE INTO Collection-Line
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line

    MOVE ReturnedCancelled TO Collection-Edited-Count
    MOVE SPACES TO Collection-Line
    STRING "CANC MANDATE CANCELLED   " Collection-Edited-Count
        DELIMITED BY SIZE INTO Collection-Line
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line

    MOVE ReturnedOverLimit TO Collection-Edited-Count
    MOVE SPACES TO Collection-Line
    STRING "OVLM OVER MANDATE LIMIT  " Collection-Edited-Count
        DELIMITED BY SIZE INTO Collection-Line
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line

    MOVE ReturnedBadAmount TO Collection-Edited-Count
    MOVE SPACES TO Collection-Line
    STRING "AMNT INVALID AMOUNT      " Collection-Edited-Count
        DELIMITED BY SIZE INTO Collection-Line
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line

    MOVE ReturnedNoMaster TO Collection-Edited-Count
    MOVE SPACES TO Collection-Line
    STRING "NOMA NO MASTER RECORD    " Collection-Edited-Count
        DELIMITED BY SIZE INTO Collection-Line
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line

    MOVE ReturnedClosed TO Collection-Edited-Count
    MOVE SPACES TO Collection-Line
    STRING "CLSD ACCOUNT CLOSED      " Collection-Edited-Count
        DELIMITED BY SIZE INTO Collection-Line
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line

    MOVE ReturnedDormant TO Collection-Edited-Count
    MOVE SPACES TO Collection-Line
    STRING "DORM ACCOUNT DORMANT     " Collection-Edited-Count
        DELIMITED BY SIZE INTO Collection-Line
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line

    MOVE ReturnedNotSterling TO Collection-Edited-Count
    MOVE SPACES TO Collection-Line
    STRING "CURR NOT STERLING        " Collection-Edited-Count
        DELIMITED BY SIZE INTO Collection-Line
    WRITE COLLECTION-REPORT-RECORD FROM Collection-Line.

*> ----------------------------------------------------------------
*> Print-Collection-Summary - console roll-up of the run.
*> ----------------------------------------------------------------
Print-Collection-Summary.
    DISPLAY "=========================================="
    DISPLAY "Direct debit collection complete for " TodaysDate
    DISPLAY "Requests received:      " RequestsRead
    DISPLAY "Collections to post:    " CollectionsWritten
    DISPLAY "Returns:                " ReturnsWritten
    IF Collections-To-Process
        DISPLAY "Returns written to " ReturnFileName
    END-IF
    DISPLAY "Collection report written to DDCOLRPT"
    DISPLAY "==========================================".
