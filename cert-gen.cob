       >>SOURCE FORMAT FREE

*> PROGRAM DETAILS
IDENTIFICATION DIVISION.
PROGRAM-ID. CERT-GEN.
AUTHOR. Connor Brady.
DATE-WRITTEN. October 15th 2026.

*> MODIFICATION HISTORY
*> 2026-10-15 CB Year-end certificate of interest paid and tax
*>               deducted at source - one mail-ready certificate per
*>               customer (NI number) covering all their accounts for
*>               a tax year: gross interest (AU-INTEREST-POSTING
*>               credits), the tax withheld from it and the net
*>               interest paid, account by account and in total,
*>               with reversed interest netted back out. Addressed
*>               off the master exactly as STATEMENT-GEN addresses a
*>               statement. The year can span an AUDIT-ARCH purge,
*>               so the operator names the AUDARC archives to read
*>               ahead of the live trail. A control listing proves
*>               the certificates add up to the TAX-REMIT figures
*>               for the same year, recomputed from the same records
*>               under TAX-REMIT's own rules.
*> 2026-10-15 CB Multi-currency accounts - postings to euro and
*>               dollar accounts are certified like sterling ones,
*>               the certificate covering all the customer's
*>               accounts. Each account line shows its currency,
*>               and the certificate, the control listing totals
*>               and the reconciliation to TAX-REMIT (which totals
*>               each currency separately) are all kept per
*>               currency; amounts in different currencies are
*>               never added together. The sort record's audit data
*>               widens for the new AUDITREC.CPY fields.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The same audit-trail layout is read from each AUDARC archive the
*> operator names and then from the live AUDITTRL, one after the
*> other, through the one file name.
    SELECT AUDIT-FILE ASSIGN USING AuditFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-STATUS.

    SELECT CERTIFICATE-FILE ASSIGN TO "TAXCERT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TAXCERT-STATUS.

    SELECT CONTROL-LISTING-FILE ASSIGN TO "TAXCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TAXCTL-STATUS.

    SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-ACCOUNT-KEY
        FILE STATUS IS CUSTMAST-STATUS.

    SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

DATA DIVISION.
FILE SECTION.

FD  AUDIT-FILE.
    COPY "AUDITREC.CPY".

FD  CERTIFICATE-FILE.
01 CERTIFICATE-RECORD PIC X(132).

FD  CONTROL-LISTING-FILE.
01 CONTROL-LISTING-RECORD PIC X(132).

FD  CUSTMAST-FILE.
    COPY "CUSTMAST.CPY".

*> One released record per audit record the certificates need,
*> grouped by customer and account; the trail sequence runs on
*> across the archives and the live trail, which are read oldest
*> first, so each account's records come back in posting order.
SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  SR-NI-NUMBER          PIC X(10).
    05  SR-ACCOUNT-NUMBER     PIC X(04).
    05  SR-TRAIL-SEQUENCE     PIC 9(09).
    05  SR-AUDIT-DATA         PIC X(244).

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
01 FromDate PIC 9(08).
01 ToDate PIC 9(08).
01 FromDateEntry PIC X(08).
01 ToDateEntry PIC X(08).

01 AUDIT-STATUS PIC X(02).
    88 AUDIT-OK VALUE "00".

01 TAXCERT-STATUS PIC X(02).
    88 TAXCERT-OK VALUE "00".

01 TAXCTL-STATUS PIC X(02).
    88 TAXCTL-OK VALUE "00".

01 CUSTMAST-STATUS PIC X(02).
    88 CUSTMAST-OK VALUE "00".
    88 CUSTMAST-NOT-FOUND VALUE "23".

01 AuditFileName PIC X(14) VALUE "AUDITTRL".

*> The trail files to read, in the order they are read: the
*> archives the operator names, oldest cutoff first, and the live
*> trail last. An archive named AUDARC plus a cutoff date holds the
*> records dated before that cutoff, so an archive whose cutoff
*> falls after the start of the year holds part of the year.
01 MaxTrailFiles CONSTANT AS 21.
01 TrailFileCount PIC 9(02) VALUE ZEROS.
01 TrailFileTable.
    05 TF-Entry OCCURS 21 TIMES INDEXED BY TF-Idx.
        10 TF-FILE-NAME PIC X(14).
        10 TF-RECORDS-READ PIC 9(09).
        10 TF-RECORDS-IN-YEAR PIC 9(09).
        10 TF-FIRST-DATE PIC 9(08).

01 ArchiveCutoffEntry PIC X(08).
01 ArchiveCutoffDate PIC 9(08).
01 LastArchiveCutoffDate PIC 9(08) VALUE ZEROS.
01 ArchiveFileName PIC X(14).

01 ArchiveEntryDoneSwitch PIC X(01) VALUE "N".
    88 ArchiveEntryDone VALUE "Y".
    88 ArchiveEntryNotDone VALUE "N".

01 ArchiveCoversYearSwitch PIC X(01) VALUE "N".
    88 Archive-Covers-Year-Start VALUE "Y".

01 YearMayBeIncompleteSwitch PIC X(01) VALUE "N".
    88 Year-May-Be-Incomplete VALUE "Y".

01 TrailReadFailedSwitch PIC X(01) VALUE "N".
    88 Trail-Read-Failed VALUE "Y".

01 AuditEndOfFile PIC X(01) VALUE "N".
    88 AuditAtEnd VALUE "Y".
    88 AuditNotAtEnd VALUE "N".

01 SortEndOfFile PIC X(01) VALUE "N".
    88 SortAtEnd VALUE "Y".
    88 SortNotAtEnd VALUE "N".

01 CustMastEndOfFile PIC X(01) VALUE "N".
    88 CustMastAtEnd VALUE "Y".
    88 CustMastNotAtEnd VALUE "N".

01 TrailSequence PIC 9(09) VALUE ZEROS.
01 RecordsReleased PIC 9(09) VALUE ZEROS.

01 ReleaseRecordSwitch PIC X(01) VALUE "N".
    88 Release-This-Record VALUE "Y".
    88 Skip-This-Record VALUE "N".

*> The currency the record in hand was posted in; sterling for a
*> record written before accounts carried one.
01 BaseCurrencyCode CONSTANT AS "GBP".
01 RecordCurrency PIC X(03).

*> Year figures, one row per currency in the order first met. The
*> TAX-REMIT figures are worked out in the release pass from every
*> in-year record exactly as TAX-REMIT works them out - taxed
*> credits in, reversed taxed credits back out, each currency on its
*> own - so they stand independent of the certificate arithmetic
*> they prove; the certificate totals are added in as each
*> certificate closes. A currency past the table's size cannot be
*> proved, and the listing says the certificates must not go out.
01 MaxYearCurrencies CONSTANT AS 20.
01 YearCurrencyCount PIC 9(04) VALUE ZEROS.
01 YearCurrencyTable.
    05 YCT-Entry OCCURS 20 TIMES INDEXED BY YCT-Idx.
        10 YCT-CURRENCY-CODE PIC X(03).
        10 YCT-REMIT-GROSS-CREDITS PIC S9(16)V99.
        10 YCT-REMIT-TAX-WITHHELD PIC S9(16)V99.
        10 YCT-GROSS-INTEREST PIC S9(16)V99.
        10 YCT-TAX-ON-INTEREST PIC S9(16)V99.
        10 YCT-NET-INTEREST PIC S9(16)V99.
        10 YCT-UNTAXED-INTEREST PIC S9(16)V99.
        10 YCT-OTHER-GROSS PIC S9(16)V99.
        10 YCT-OTHER-TAX PIC S9(16)V99.
01 MatchedCurrencyIndex PIC 9(04) VALUE ZEROS.

01 YearCurrencyTableFullSwitch PIC X(01) VALUE "N".
    88 YearCurrencyTable-Is-Full VALUE "Y".

*> The customer and account the output pass is up to; a change of
*> either is the control break.
01 CertNINumber PIC X(10) VALUE SPACES.
01 CertAccountNumber PIC X(04) VALUE SPACES.
01 AcctCurrency PIC X(03) VALUE SPACES.

01 AccountGroupSwitch PIC X(01) VALUE "N".
    88 Account-Group-Is-Open VALUE "Y".
    88 Account-Group-Is-Closed VALUE "N".

01 AccountYearActivitySwitch PIC X(01) VALUE "N".
    88 Account-Has-Year-Activity VALUE "Y".
    88 Account-Has-No-Year-Activity VALUE "N".

01 AccountInterestSwitch PIC X(01) VALUE "N".
    88 Account-Has-Interest VALUE "Y".
    88 Account-Has-No-Interest VALUE "N".

01 CertificateOpenSwitch PIC X(01) VALUE "N".
    88 Certificate-Is-Open VALUE "Y".
    88 Certificate-Is-Closed VALUE "N".

*> The interest postings seen so far on the account being worked,
*> by their own AU-TRANSACTION-REF, so a reversal can be told to be
*> backing out interest by the reference it names. Interest from
*> before the year is remembered too, since its reversal may land
*> inside the year. Should the table fill, an unmatched reference
*> still counts as interest when it is an INTEREST-CALC reference.
01 MaxInterestReferences CONSTANT AS 1000.
01 InterestReferenceCount PIC 9(04) VALUE ZEROS.
01 InterestReferenceTable.
    05 IR-Entry OCCURS 1000 TIMES INDEXED BY IR-Idx.
        10 IR-REFERENCE PIC X(12).

01 InterestReferenceFullSwitch PIC X(01) VALUE "N".
    88 InterestReferences-Overflowed VALUE "Y".

01 ReversedInterestSwitch PIC X(01) VALUE "N".
    88 Reverses-Interest VALUE "Y".
    88 Reverses-Other-Credit VALUE "N".

*> Account and certificate figures, in the account's currency.
*> Interest paid with no tax on it and the other credits tax was
*> withheld from are carried so the control listing can walk the
*> certificates across to the TAX-REMIT basis, which counts every
*> taxed credit and only those.
01 AcctGrossInterest PIC S9(16)V99 VALUE ZEROS.
01 AcctTaxOnInterest PIC S9(16)V99 VALUE ZEROS.
01 AcctNetInterest PIC S9(16)V99 VALUE ZEROS.
01 AcctUntaxedInterest PIC S9(16)V99 VALUE ZEROS.
01 AcctOtherGross PIC S9(16)V99 VALUE ZEROS.
01 AcctOtherTax PIC S9(16)V99 VALUE ZEROS.

*> The certificate's totals, one row per currency the customer's
*> accounts are held in.
01 MaxCertCurrencies CONSTANT AS 20.
01 CertCurrencyCount PIC 9(04) VALUE ZEROS.
01 CertCurrencyTable.
    05 CCT-Entry OCCURS 20 TIMES INDEXED BY CCT-Idx.
        10 CCT-CURRENCY-CODE PIC X(03).
        10 CCT-GROSS-INTEREST PIC S9(16)V99.
        10 CCT-TAX-ON-INTEREST PIC S9(16)V99.
        10 CCT-NET-INTEREST PIC S9(16)V99.
        10 CCT-UNTAXED-INTEREST PIC S9(16)V99.
        10 CCT-OTHER-GROSS PIC S9(16)V99.
        10 CCT-OTHER-TAX PIC S9(16)V99.

01 CertCurrencyTableFullSwitch PIC X(01) VALUE "N".
    88 CertCurrencyTable-Is-Full VALUE "Y".

01 CertOtherCreditsSwitch PIC X(01) VALUE "N".
    88 Cert-Has-Other-Credits VALUE "Y".
    88 Cert-Has-No-Other-Credits VALUE "N".

01 CertTotalTax PIC S9(16)V99 VALUE ZEROS.

01 CertifiedGrossCredits PIC S9(16)V99 VALUE ZEROS.
01 CertifiedTaxWithheld PIC S9(16)V99 VALUE ZEROS.
01 GrossDifference PIC S9(16)V99 VALUE ZEROS.
01 TaxDifference PIC S9(16)V99 VALUE ZEROS.

01 ReconciliationSwitch PIC X(01) VALUE "Y".
    88 Certificates-Agree VALUE "Y".
    88 Certificates-Disagree VALUE "N".

01 CertificatesProduced PIC 9(08) VALUE ZEROS.
01 CertificatesWithoutAddress PIC 9(08) VALUE ZEROS.

*> The address block for the certificate being opened: the
*> customer's first account on the master with an address on file,
*> else the first account's name with no address, else the audit
*> record's name if the master has nothing under the NI number.
01 CertificateName PIC X(30).
01 CertificateAddressFound PIC X(01) VALUE "N".
    88 Certificate-Has-Address VALUE "Y".
    88 Certificate-Has-No-Address VALUE "N".
01 CertificateAddress.
    05 CA-ADDRESS-LINE-1 PIC X(30).
    05 CA-ADDRESS-LINE-2 PIC X(30).
    05 CA-ADDRESS-LINE-3 PIC X(30).
    05 CA-POSTCODE PIC X(08).

01 NameTakenSwitch PIC X(01) VALUE "N".
    88 Name-Taken-From-Master VALUE "Y".
    88 Name-Not-Taken VALUE "N".

01 Cert-Line PIC X(132).
01 Control-Line PIC X(132).
01 Cert-Edited-Amount PIC -(13)9.99.
01 Cert-Edited-Count PIC ZZZ,ZZZ,ZZ9.
01 Cert-Edited-Date.
    05 CED-YEAR PIC 9(04).
    05 FILLER PIC X(01) VALUE "-".
    05 CED-MONTH PIC 9(02).
    05 FILLER PIC X(01) VALUE "-".
    05 CED-DAY PIC 9(02).
01 Cert-Edited-From-Date PIC X(10).
01 Cert-Edited-To-Date PIC X(10).
01 Cert-Date-Breakdown.
    05 CDB-YEAR PIC 9(04).
    05 CDB-MONTH PIC 9(02).
    05 CDB-DAY PIC 9(02).
01 Cert-Date-Whole REDEFINES Cert-Date-Breakdown PIC 9(08).

*> PROGRAM TO RUN
PROCEDURE DIVISION.

PERFORM Initialize-Run

PERFORM Write-Control-Heading

SORT SORT-WORK-FILE
    ON ASCENDING KEY SR-NI-NUMBER
                     SR-ACCOUNT-NUMBER
                     SR-TRAIL-SEQUENCE
    INPUT PROCEDURE IS Release-Certificate-Records
    OUTPUT PROCEDURE IS Write-All-Certificates

PERFORM Write-Control-Totals

PERFORM Print-Certificate-Summary

PERFORM Close-Run

STOP RUN.

*> ----------------------------------------------------------------
*> Initialize-Run - take the tax year and any archives from the
*> operator, make sure every trail file named can be opened, then
*> open the master and the two outputs.
*> ----------------------------------------------------------------
Initialize-Run.
    DISPLAY "Tax year from (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT FromDateEntry
    DISPLAY "Tax year to (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT ToDateEntry

    IF FromDateEntry IS NOT NUMERIC OR ToDateEntry IS NOT NUMERIC
        DISPLAY "Rejected: tax year dates must be numeric YYYYMMDD"
        STOP RUN
    END-IF

    MOVE FromDateEntry TO FromDate
    MOVE ToDateEntry TO ToDate

    IF FromDate > ToDate
        DISPLAY "Rejected: from date " FromDate " is after to date "
            ToDate
        STOP RUN
    END-IF

    MOVE FromDate TO Cert-Date-Whole
    PERFORM Edit-Certificate-Date
    MOVE Cert-Edited-Date TO Cert-Edited-From-Date
    MOVE ToDate TO Cert-Date-Whole
    PERFORM Edit-Certificate-Date
    MOVE Cert-Edited-Date TO Cert-Edited-To-Date

    DISPLAY "If the year spans an AUDIT-ARCH purge, key the cutoff "
        "date of each AUDARC archive holding part of it, oldest first."
    SET ArchiveEntryNotDone TO TRUE
    PERFORM Accept-One-Archive UNTIL ArchiveEntryDone

    MOVE "AUDITTRL" TO AuditFileName
    OPEN INPUT AUDIT-FILE
    IF NOT AUDIT-OK
        DISPLAY "Rejected: could not open the audit trail file "
            "(status " AUDIT-STATUS ")"
        STOP RUN
    END-IF
    CLOSE AUDIT-FILE
    ADD 1 TO TrailFileCount
    MOVE "AUDITTRL" TO TF-FILE-NAME(TrailFileCount)
    MOVE ZEROS TO TF-RECORDS-READ(TrailFileCount)
    MOVE ZEROS TO TF-RECORDS-IN-YEAR(TrailFileCount)
    MOVE ZEROS TO TF-FIRST-DATE(TrailFileCount)

    OPEN INPUT CUSTMAST-FILE
    IF NOT CUSTMAST-OK
        DISPLAY "Rejected: could not open the customer master file "
            "(status " CUSTMAST-STATUS ") - certificates need the "
            "address block off the master"
        STOP RUN
    END-IF

    OPEN OUTPUT CERTIFICATE-FILE
    IF NOT TAXCERT-OK
        DISPLAY "Rejected: could not open the certificate file "
            "(status " TAXCERT-STATUS ")"
        CLOSE CUSTMAST-FILE
        STOP RUN
    END-IF

    OPEN OUTPUT CONTROL-LISTING-FILE
    IF NOT TAXCTL-OK
        DISPLAY "Rejected: could not open the certificate control "
            "listing file (status " TAXCTL-STATUS ")"
        CLOSE CUSTMAST-FILE
        CLOSE CERTIFICATE-FILE
        STOP RUN
    END-IF.

*> ----------------------------------------------------------------
*> Accept-One-Archive - one archive cutoff date, or Enter to finish.
*> Cutoffs must climb, so no archive is read twice and the trail
*> sequence stays in posting order; each archive is opened here so
*> a mistyped date is caught before anything is written.
*> ----------------------------------------------------------------
Accept-One-Archive.
    MOVE SPACES TO ArchiveCutoffEntry
    DISPLAY "Archive cutoff date (YYYYMMDD, Enter when done): "
        WITH NO ADVANCING
    ACCEPT ArchiveCutoffEntry

    IF ArchiveCutoffEntry = SPACES
        SET ArchiveEntryDone TO TRUE
    ELSE
    IF ArchiveCutoffEntry IS NOT NUMERIC
        DISPLAY "Rejected: archive cutoff must be numeric YYYYMMDD"
    ELSE
    IF TrailFileCount >= MaxTrailFiles - 1
        DISPLAY "Rejected: no more than " MaxTrailFiles
            " trail files can be read in one run"
        SET ArchiveEntryDone TO TRUE
    ELSE
        MOVE ArchiveCutoffEntry TO ArchiveCutoffDate
        IF ArchiveCutoffDate <= LastArchiveCutoffDate
            DISPLAY "Rejected: archive cutoffs must be keyed oldest "
                "first and only once - " ArchiveCutoffDate
                " is not after " LastArchiveCutoffDate
        ELSE
            MOVE SPACES TO ArchiveFileName
            STRING "AUDARC" ArchiveCutoffEntry
                DELIMITED BY SIZE INTO ArchiveFileName
            MOVE ArchiveFileName TO AuditFileName
            OPEN INPUT AUDIT-FILE
            IF NOT AUDIT-OK
                DISPLAY "Rejected: could not open archive "
                    ArchiveFileName " (status " AUDIT-STATUS ")"
            ELSE
                CLOSE AUDIT-FILE
                ADD 1 TO TrailFileCount
                MOVE ArchiveFileName TO TF-FILE-NAME(TrailFileCount)
                MOVE ZEROS TO TF-RECORDS-READ(TrailFileCount)
                MOVE ZEROS TO TF-RECORDS-IN-YEAR(TrailFileCount)
                MOVE ZEROS TO TF-FIRST-DATE(TrailFileCount)
                MOVE ArchiveCutoffDate TO LastArchiveCutoffDate
                IF ArchiveCutoffDate > FromDate
                    SET Archive-Covers-Year-Start TO TRUE
                END-IF
            END-IF
        END-IF
    END-IF
    END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Release-Certificate-Records - read every trail file in turn,
*> oldest first, releasing what the certificates need.
*> ----------------------------------------------------------------
Release-Certificate-Records.
    PERFORM Release-One-Trail-File
        VARYING TF-Idx FROM 1 BY 1
        UNTIL TF-Idx > TrailFileCount

*> The live trail starting after the first day of the year means
*> the start of the year went out in a purge; with no archive read
*> that reaches past the first day, part of the year is missing.
    IF TF-FIRST-DATE(TrailFileCount) > FromDate
        AND NOT Archive-Covers-Year-Start
        SET Year-May-Be-Incomplete TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Release-One-Trail-File - one pass over one trail file.
*> ----------------------------------------------------------------
Release-One-Trail-File.
    MOVE TF-FILE-NAME(TF-Idx) TO AuditFileName
    OPEN INPUT AUDIT-FILE
    IF NOT AUDIT-OK
        DISPLAY "SEVERE: could not open " AuditFileName
            " (status " AUDIT-STATUS ") - the certificates are "
            "incomplete and must not be mailed"
        SET Trail-Read-Failed TO TRUE
    ELSE
        SET AuditNotAtEnd TO TRUE
        READ AUDIT-FILE
            AT END SET AuditAtEnd TO TRUE
        END-READ
        IF AuditNotAtEnd
            MOVE AU-TRANSACTION-DATE TO TF-FIRST-DATE(TF-Idx)
        END-IF
        PERFORM Release-One-Audit-Record UNTIL AuditAtEnd
        CLOSE AUDIT-FILE
    END-IF.

*> ----------------------------------------------------------------
*> Release-One-Audit-Record - feed the TAX-REMIT figures, then
*> release the record if a certificate needs it: an interest credit
*> from any date up to the end of the year (earlier ones only so
*> their reversals are recognised), an in-year credit with tax
*> withheld, or an in-year reversal backing out a credit - in
*> whatever currency the account is held in.
*> ----------------------------------------------------------------
Release-One-Audit-Record.
    ADD 1 TO TrailSequence
    ADD 1 TO TF-RECORDS-READ(TF-Idx)
    SET Skip-This-Record TO TRUE

    IF AU-TRANSACTION-DATE >= FromDate
        AND AU-TRANSACTION-DATE <= ToDate
        ADD 1 TO TF-RECORDS-IN-YEAR(TF-Idx)
        PERFORM Accumulate-Tax-Remit-Figures
        IF AU-CREDIT-TRANSACTION
            AND AU-TAX-WITHHELD > ZEROS
            SET Release-This-Record TO TRUE
        END-IF
        IF AU-REVERSAL-ENTRY
            AND AU-DEBIT-TRANSACTION
            SET Release-This-Record TO TRUE
        END-IF
    END-IF

    IF AU-TRANSACTION-DATE <= ToDate
        AND AU-INTEREST-POSTING
        AND AU-CREDIT-TRANSACTION
        SET Release-This-Record TO TRUE
    END-IF

    IF Release-This-Record
        MOVE AU-NI-NUMBER TO SR-NI-NUMBER
        MOVE AU-ACCOUNT-NUMBER TO SR-ACCOUNT-NUMBER
        MOVE TrailSequence TO SR-TRAIL-SEQUENCE
        MOVE AUDIT-RECORD TO SR-AUDIT-DATA
        RELEASE SORT-WORK-RECORD
        ADD 1 TO RecordsReleased
    END-IF

    READ AUDIT-FILE
        AT END SET AuditAtEnd TO TRUE
    END-READ.

*> ----------------------------------------------------------------
*> Accumulate-Tax-Remit-Figures - TAX-REMIT's rules for an in-year
*> record: a credit with tax withheld adds its gross and tax, a
*> reversal debit carrying tax takes them back off, each in the
*> currency the record was posted in.
*> ----------------------------------------------------------------
Accumulate-Tax-Remit-Figures.
    MOVE AU-CURRENCY-CODE TO RecordCurrency
    IF RecordCurrency = SPACES
        MOVE BaseCurrencyCode TO RecordCurrency
    END-IF

    IF AU-CREDIT-TRANSACTION
        AND AU-TAX-WITHHELD > ZEROS
        PERFORM Find-Year-Currency
        IF MatchedCurrencyIndex > ZEROS
            ADD AU-GROSS-TRANSACTION-VALUE
                TO YCT-REMIT-GROSS-CREDITS(MatchedCurrencyIndex)
            ADD AU-TAX-WITHHELD
                TO YCT-REMIT-TAX-WITHHELD(MatchedCurrencyIndex)
        END-IF
    END-IF
    IF AU-REVERSAL-ENTRY
        AND AU-DEBIT-TRANSACTION
        AND AU-TAX-WITHHELD > ZEROS
        PERFORM Find-Year-Currency
        IF MatchedCurrencyIndex > ZEROS
            SUBTRACT AU-GROSS-TRANSACTION-VALUE
                FROM YCT-REMIT-GROSS-CREDITS(MatchedCurrencyIndex)
            SUBTRACT AU-TAX-WITHHELD
                FROM YCT-REMIT-TAX-WITHHELD(MatchedCurrencyIndex)
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Find-Year-Currency - the year row for RecordCurrency, started at
*> zero the first time the currency is met.
*> ----------------------------------------------------------------
Find-Year-Currency.
    MOVE ZEROS TO MatchedCurrencyIndex
    PERFORM Match-One-Year-Currency
        VARYING YCT-Idx FROM 1 BY 1
        UNTIL YCT-Idx > YearCurrencyCount
            OR MatchedCurrencyIndex > ZEROS
    IF MatchedCurrencyIndex = ZEROS
        IF YearCurrencyCount < MaxYearCurrencies
            ADD 1 TO YearCurrencyCount
            MOVE YearCurrencyCount TO MatchedCurrencyIndex
            MOVE RecordCurrency
                TO YCT-CURRENCY-CODE(MatchedCurrencyIndex)
            MOVE ZEROS TO YCT-REMIT-GROSS-CREDITS(MatchedCurrencyIndex)
            MOVE ZEROS TO YCT-REMIT-TAX-WITHHELD(MatchedCurrencyIndex)
            MOVE ZEROS TO YCT-GROSS-INTEREST(MatchedCurrencyIndex)
            MOVE ZEROS TO YCT-TAX-ON-INTEREST(MatchedCurrencyIndex)
            MOVE ZEROS TO YCT-NET-INTEREST(MatchedCurrencyIndex)
            MOVE ZEROS TO YCT-UNTAXED-INTEREST(MatchedCurrencyIndex)
            MOVE ZEROS TO YCT-OTHER-GROSS(MatchedCurrencyIndex)
            MOVE ZEROS TO YCT-OTHER-TAX(MatchedCurrencyIndex)
        ELSE
            SET YearCurrencyTable-Is-Full TO TRUE
        END-IF
    END-IF.

Match-One-Year-Currency.
    IF YCT-CURRENCY-CODE(YCT-Idx) = RecordCurrency
        MOVE YCT-Idx TO MatchedCurrencyIndex
    END-IF.

*> ----------------------------------------------------------------
*> Write-All-Certificates - the sorted stream comes back grouped by
*> customer, then account, in posting order; a change of account
*> closes the account's figures and a change of customer closes the
*> certificate.
*> ----------------------------------------------------------------
Write-All-Certificates.
    SET SortNotAtEnd TO TRUE
    SET Account-Group-Is-Closed TO TRUE
    SET Certificate-Is-Closed TO TRUE
    RETURN SORT-WORK-FILE
        AT END SET SortAtEnd TO TRUE
    END-RETURN
    PERFORM Process-One-Sorted-Record UNTIL SortAtEnd
    IF Account-Group-Is-Open
        PERFORM Close-Account-Figures
    END-IF
    IF Certificate-Is-Open
        PERFORM Close-Certificate
    END-IF.

*> ----------------------------------------------------------------
*> Process-One-Sorted-Record - the control breaks, then the record
*> applied to the account it belongs to.
*> ----------------------------------------------------------------
Process-One-Sorted-Record.
    IF SR-NI-NUMBER NOT = CertNINumber
        OR SR-ACCOUNT-NUMBER NOT = CertAccountNumber
        IF Account-Group-Is-Open
            PERFORM Close-Account-Figures
        END-IF
        IF SR-NI-NUMBER NOT = CertNINumber
            IF Certificate-Is-Open
                PERFORM Close-Certificate
            END-IF
            MOVE SR-NI-NUMBER TO CertNINumber
            MOVE ZEROS TO CertCurrencyCount
        END-IF
        MOVE SR-ACCOUNT-NUMBER TO CertAccountNumber
        MOVE ZEROS TO AcctGrossInterest
        MOVE ZEROS TO AcctTaxOnInterest
        MOVE ZEROS TO AcctNetInterest
        MOVE ZEROS TO AcctUntaxedInterest
        MOVE ZEROS TO AcctOtherGross
        MOVE ZEROS TO AcctOtherTax
        MOVE ZEROS TO InterestReferenceCount
        SET Account-Has-No-Year-Activity TO TRUE
        SET Account-Has-No-Interest TO TRUE
        SET Account-Group-Is-Open TO TRUE
    END-IF

    MOVE SR-AUDIT-DATA TO AUDIT-RECORD
    PERFORM Apply-Record-To-Account

    RETURN SORT-WORK-FILE
        AT END SET SortAtEnd TO TRUE
    END-RETURN.

*> ----------------------------------------------------------------
*> Apply-Record-To-Account - interest from before the year is only
*> remembered; in the year, interest is added, a reversal backing
*> out interest takes it off again, and tax withheld from any other
*> credit (or given back by reversing one) is carried separately.
*> Every posting to an account is in the account's currency.
*> ----------------------------------------------------------------
Apply-Record-To-Account.
    MOVE AU-CURRENCY-CODE TO AcctCurrency
    IF AcctCurrency = SPACES
        MOVE BaseCurrencyCode TO AcctCurrency
    END-IF

    IF AU-TRANSACTION-DATE < FromDate
        PERFORM Remember-Interest-Reference
    ELSE
        SET Account-Has-Year-Activity TO TRUE
        EVALUATE TRUE
            WHEN AU-INTEREST-POSTING AND AU-CREDIT-TRANSACTION
                PERFORM Remember-Interest-Reference
                SET Account-Has-Interest TO TRUE
                ADD AU-GROSS-TRANSACTION-VALUE TO AcctGrossInterest
                ADD AU-TAX-WITHHELD TO AcctTaxOnInterest
                ADD AU-TRANSACTION-VALUE TO AcctNetInterest
                IF AU-TAX-WITHHELD = ZEROS
                    ADD AU-GROSS-TRANSACTION-VALUE
                        TO AcctUntaxedInterest
                END-IF
            WHEN AU-REVERSAL-ENTRY AND AU-DEBIT-TRANSACTION
                PERFORM Identify-Reversed-Credit
                IF Reverses-Interest
                    SET Account-Has-Interest TO TRUE
                    SUBTRACT AU-GROSS-TRANSACTION-VALUE
                        FROM AcctGrossInterest
                    SUBTRACT AU-TAX-WITHHELD FROM AcctTaxOnInterest
                    SUBTRACT AU-TRANSACTION-VALUE FROM AcctNetInterest
                    IF AU-TAX-WITHHELD = ZEROS
                        SUBTRACT AU-GROSS-TRANSACTION-VALUE
                            FROM AcctUntaxedInterest
                    END-IF
                ELSE
                    IF AU-TAX-WITHHELD > ZEROS
                        SUBTRACT AU-GROSS-TRANSACTION-VALUE
                            FROM AcctOtherGross
                        SUBTRACT AU-TAX-WITHHELD FROM AcctOtherTax
                    END-IF
                END-IF
            WHEN OTHER
                ADD AU-GROSS-TRANSACTION-VALUE TO AcctOtherGross
                ADD AU-TAX-WITHHELD TO AcctOtherTax
        END-EVALUATE
    END-IF.

*> ----------------------------------------------------------------
*> Remember-Interest-Reference - note the interest posting's own
*> reference against the account, while there is room.
*> ----------------------------------------------------------------
Remember-Interest-Reference.
    IF InterestReferenceCount < MaxInterestReferences
        ADD 1 TO InterestReferenceCount
        MOVE AU-TRANSACTION-REF TO IR-REFERENCE(InterestReferenceCount)
    ELSE
        SET InterestReferences-Overflowed TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Identify-Reversed-Credit - a reversal backs out interest when the
*> reference it names is an interest posting on the same account
*> (INTEREST-CALC's IN references, and ACCT-CLOSE's final interest
*> under its CL reference), or failing a match is an INTEREST-CALC
*> reference whose posting was not among the files read.
*> ----------------------------------------------------------------
Identify-Reversed-Credit.
    SET Reverses-Other-Credit TO TRUE
    PERFORM Match-Interest-Reference
        VARYING IR-Idx FROM 1 BY 1
        UNTIL IR-Idx > InterestReferenceCount OR Reverses-Interest
    IF Reverses-Other-Credit
        AND AU-REVERSED-REFERENCE(1:2) = "IN"
        SET Reverses-Interest TO TRUE
    END-IF.

Match-Interest-Reference.
    IF IR-REFERENCE(IR-Idx) = AU-REVERSED-REFERENCE
        SET Reverses-Interest TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Close-Account-Figures - an account with anything in the year
*> opens the customer's certificate if this is the first, and an
*> account with interest in the year gets its line on it, in the
*> account's currency; its figures go to that currency's totals.
*> ----------------------------------------------------------------
Close-Account-Figures.
    SET Account-Group-Is-Closed TO TRUE
    IF Account-Has-Year-Activity
        IF Certificate-Is-Closed
            PERFORM Open-Certificate
        END-IF
        IF Account-Has-Interest
            MOVE SPACES TO Cert-Line
            MOVE CertAccountNumber TO Cert-Line(1:4)
            MOVE AcctGrossInterest TO Cert-Edited-Amount
            MOVE Cert-Edited-Amount TO Cert-Line(10:17)
            MOVE AcctTaxOnInterest TO Cert-Edited-Amount
            MOVE Cert-Edited-Amount TO Cert-Line(28:17)
            MOVE AcctNetInterest TO Cert-Edited-Amount
            MOVE Cert-Edited-Amount TO Cert-Line(46:17)
            MOVE AcctCurrency TO Cert-Line(64:3)
            WRITE CERTIFICATE-RECORD FROM Cert-Line
        END-IF
        PERFORM Find-Cert-Currency
        IF MatchedCurrencyIndex > ZEROS
            ADD AcctGrossInterest
                TO CCT-GROSS-INTEREST(MatchedCurrencyIndex)
            ADD AcctTaxOnInterest
                TO CCT-TAX-ON-INTEREST(MatchedCurrencyIndex)
            ADD AcctNetInterest TO CCT-NET-INTEREST(MatchedCurrencyIndex)
            ADD AcctUntaxedInterest
                TO CCT-UNTAXED-INTEREST(MatchedCurrencyIndex)
            ADD AcctOtherGross TO CCT-OTHER-GROSS(MatchedCurrencyIndex)
            ADD AcctOtherTax TO CCT-OTHER-TAX(MatchedCurrencyIndex)
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Find-Cert-Currency - the certificate's row for AcctCurrency,
*> started at zero the first time one of the customer's accounts in
*> that currency is closed off.
*> ----------------------------------------------------------------
Find-Cert-Currency.
    MOVE ZEROS TO MatchedCurrencyIndex
    PERFORM Match-One-Cert-Currency
        VARYING CCT-Idx FROM 1 BY 1
        UNTIL CCT-Idx > CertCurrencyCount
            OR MatchedCurrencyIndex > ZEROS
    IF MatchedCurrencyIndex = ZEROS
        IF CertCurrencyCount < MaxCertCurrencies
            ADD 1 TO CertCurrencyCount
            MOVE CertCurrencyCount TO MatchedCurrencyIndex
            MOVE AcctCurrency TO CCT-CURRENCY-CODE(MatchedCurrencyIndex)
            MOVE ZEROS TO CCT-GROSS-INTEREST(MatchedCurrencyIndex)
            MOVE ZEROS TO CCT-TAX-ON-INTEREST(MatchedCurrencyIndex)
            MOVE ZEROS TO CCT-NET-INTEREST(MatchedCurrencyIndex)
            MOVE ZEROS TO CCT-UNTAXED-INTEREST(MatchedCurrencyIndex)
            MOVE ZEROS TO CCT-OTHER-GROSS(MatchedCurrencyIndex)
            MOVE ZEROS TO CCT-OTHER-TAX(MatchedCurrencyIndex)
        ELSE
            SET CertCurrencyTable-Is-Full TO TRUE
        END-IF
    END-IF.

Match-One-Cert-Currency.
    IF CCT-CURRENCY-CODE(CCT-Idx) = AcctCurrency
        MOVE CCT-Idx TO MatchedCurrencyIndex
    END-IF.

*> ----------------------------------------------------------------
*> Open-Certificate - rule, address block, title and column
*> headings for the customer's certificate.
*> ----------------------------------------------------------------
Open-Certificate.
    SET Certificate-Is-Open TO TRUE

    MOVE SPACES TO Cert-Line
    STRING "=================================================="
        "=============================="
        DELIMITED BY SIZE INTO Cert-Line
    WRITE CERTIFICATE-RECORD FROM Cert-Line

    PERFORM Find-Certificate-Address
    PERFORM Write-Address-Block

    MOVE SPACES TO Cert-Line
    STRING "CERTIFICATE OF INTEREST PAID AND TAX DEDUCTED AT SOURCE"
        DELIMITED BY SIZE INTO Cert-Line
    WRITE CERTIFICATE-RECORD FROM Cert-Line

    MOVE SPACES TO Cert-Line
    STRING "FOR " CertificateName " (" CertNINumber
        ")  TAX YEAR " Cert-Edited-From-Date " TO "
        Cert-Edited-To-Date
        DELIMITED BY SIZE INTO Cert-Line
    WRITE CERTIFICATE-RECORD FROM Cert-Line

    MOVE SPACES TO Cert-Line
    WRITE CERTIFICATE-RECORD FROM Cert-Line

    MOVE SPACES TO Cert-Line
    STRING "ACCOUNT " "    GROSS INTEREST" "      TAX DEDUCTED"
        "      NET INTEREST" " CCY"
        DELIMITED BY SIZE INTO Cert-Line
    WRITE CERTIFICATE-RECORD FROM Cert-Line.

*> ----------------------------------------------------------------
*> Find-Certificate-Address - walk the customer's accounts on the
*> master for the first one with an address on file; the first
*> account's name stands if none has one.
*> ----------------------------------------------------------------
Find-Certificate-Address.
    SET Certificate-Has-No-Address TO TRUE
    SET Name-Not-Taken TO TRUE
    MOVE AU-CUSTOMER-NAME TO CertificateName
    MOVE SPACES TO CertificateAddress

    SET CustMastNotAtEnd TO TRUE
    MOVE CertNINumber TO CM-NI-NUMBER
    MOVE ZEROS TO CM-ACCOUNT-NUMBER
    START CUSTMAST-FILE KEY IS NOT LESS THAN CM-ACCOUNT-KEY
        INVALID KEY SET CustMastAtEnd TO TRUE
    END-START
    IF CustMastNotAtEnd
        READ CUSTMAST-FILE NEXT RECORD
            AT END SET CustMastAtEnd TO TRUE
        END-READ
    END-IF
    PERFORM Check-One-Address-Account
        UNTIL CustMastAtEnd OR Certificate-Has-Address.

Check-One-Address-Account.
    IF CM-NI-NUMBER NOT = CertNINumber
        SET CustMastAtEnd TO TRUE
    ELSE
        IF Name-Not-Taken
            MOVE CM-CUSTOMER-NAME TO CertificateName
            SET Name-Taken-From-Master TO TRUE
        END-IF
        IF NOT CM-NO-ADDRESS-ON-FILE
            MOVE CM-CUSTOMER-NAME TO CertificateName
            MOVE CM-ADDRESS-LINE-1 TO CA-ADDRESS-LINE-1
            MOVE CM-ADDRESS-LINE-2 TO CA-ADDRESS-LINE-2
            MOVE CM-ADDRESS-LINE-3 TO CA-ADDRESS-LINE-3
            MOVE CM-POSTCODE TO CA-POSTCODE
            SET Certificate-Has-Address TO TRUE
        ELSE
            READ CUSTMAST-FILE NEXT RECORD
                AT END SET CustMastAtEnd TO TRUE
            END-READ
        END-IF
    END-IF.

*> ----------------------------------------------------------------
*> Write-Address-Block - the same mail-ready block STATEMENT-GEN
*> puts at the head of a statement: name, the address lines that
*> are not blank, and postcode, where a window envelope shows them;
*> a customer with no address on file is flagged on the page and
*> counted, and the certificate is held back from the post.
*> ----------------------------------------------------------------
Write-Address-Block.
    MOVE SPACES TO Cert-Line
    MOVE CertificateName TO Cert-Line(1:30)
    WRITE CERTIFICATE-RECORD FROM Cert-Line

    IF Certificate-Has-Address
        IF CA-ADDRESS-LINE-1 NOT = SPACES
            MOVE SPACES TO Cert-Line
            MOVE CA-ADDRESS-LINE-1 TO Cert-Line(1:30)
            WRITE CERTIFICATE-RECORD FROM Cert-Line
        END-IF
        IF CA-ADDRESS-LINE-2 NOT = SPACES
            MOVE SPACES TO Cert-Line
            MOVE CA-ADDRESS-LINE-2 TO Cert-Line(1:30)
            WRITE CERTIFICATE-RECORD FROM Cert-Line
        END-IF
        IF CA-ADDRESS-LINE-3 NOT = SPACES
            MOVE SPACES TO Cert-Line
            MOVE CA-ADDRESS-LINE-3 TO Cert-Line(1:30)
            WRITE CERTIFICATE-RECORD FROM Cert-Line
        END-IF
        IF CA-POSTCODE NOT = SPACES
            MOVE SPACES TO Cert-Line
            MOVE CA-POSTCODE TO Cert-Line(1:8)
            WRITE CERTIFICATE-RECORD FROM Cert-Line
        END-IF
    ELSE
        ADD 1 TO CertificatesWithoutAddress
        MOVE SPACES TO Cert-Line
        STRING "*** NO ADDRESS ON FILE - DO NOT MAIL ***"
            DELIMITED BY SIZE INTO Cert-Line
        WRITE CERTIFICATE-RECORD FROM Cert-Line
    END-IF

    MOVE SPACES TO Cert-Line
    WRITE CERTIFICATE-RECORD FROM Cert-Line.

*> ----------------------------------------------------------------
*> Close-Certificate - the customer's totals across all accounts,
*> one line per currency, any tax also withheld from other credits,
*> and the total tax deducted at source in each currency; then the
*> certificate's lines on the control listing and its figures into
*> the year totals.
*> ----------------------------------------------------------------
Close-Certificate.
    SET Certificate-Is-Closed TO TRUE

    PERFORM Write-Cert-Currency-Total
        VARYING CCT-Idx FROM 1 BY 1
        UNTIL CCT-Idx > CertCurrencyCount

    MOVE SPACES TO Cert-Line
    WRITE CERTIFICATE-RECORD FROM Cert-Line

    SET Cert-Has-No-Other-Credits TO TRUE
    PERFORM Note-Cert-Other-Credits
        VARYING CCT-Idx FROM 1 BY 1
        UNTIL CCT-Idx > CertCurrencyCount
    IF Cert-Has-Other-Credits
        MOVE SPACES TO Cert-Line
        STRING "TAX WAS ALSO DEDUCTED AT SOURCE FROM OTHER CREDITS "
            "TO YOUR ACCOUNTS:"
            DELIMITED BY SIZE INTO Cert-Line
        WRITE CERTIFICATE-RECORD FROM Cert-Line

        PERFORM Write-Cert-Other-Line
            VARYING CCT-Idx FROM 1 BY 1
            UNTIL CCT-Idx > CertCurrencyCount

        MOVE SPACES TO Cert-Line
        WRITE CERTIFICATE-RECORD FROM Cert-Line
    END-IF

    PERFORM Write-Cert-Total-Tax-Line
        VARYING CCT-Idx FROM 1 BY 1
        UNTIL CCT-Idx > CertCurrencyCount

    MOVE SPACES TO Cert-Line
    WRITE CERTIFICATE-RECORD FROM Cert-Line

    ADD 1 TO CertificatesProduced
    PERFORM Write-Cert-Control-Line
        VARYING CCT-Idx FROM 1 BY 1
        UNTIL CCT-Idx > CertCurrencyCount.

*> ----------------------------------------------------------------
*> Write-Cert-Currency-Total - the certificate's interest totals
*> for one currency.
*> ----------------------------------------------------------------
Write-Cert-Currency-Total.
    MOVE SPACES TO Cert-Line
    MOVE "TOTAL" TO Cert-Line(1:5)
    MOVE CCT-GROSS-INTEREST(CCT-Idx) TO Cert-Edited-Amount
    MOVE Cert-Edited-Amount TO Cert-Line(10:17)
    MOVE CCT-TAX-ON-INTEREST(CCT-Idx) TO Cert-Edited-Amount
    MOVE Cert-Edited-Amount TO Cert-Line(28:17)
    MOVE CCT-NET-INTEREST(CCT-Idx) TO Cert-Edited-Amount
    MOVE Cert-Edited-Amount TO Cert-Line(46:17)
    MOVE CCT-CURRENCY-CODE(CCT-Idx) TO Cert-Line(64:3)
    WRITE CERTIFICATE-RECORD FROM Cert-Line.

Note-Cert-Other-Credits.
    IF CCT-OTHER-GROSS(CCT-Idx) NOT = ZEROS
        OR CCT-OTHER-TAX(CCT-Idx) NOT = ZEROS
        SET Cert-Has-Other-Credits TO TRUE
    END-IF.

*> ----------------------------------------------------------------
*> Write-Cert-Other-Line - the other credits taxed at source in one
*> currency, if there were any.
*> ----------------------------------------------------------------
Write-Cert-Other-Line.
    IF CCT-OTHER-GROSS(CCT-Idx) NOT = ZEROS
        OR CCT-OTHER-TAX(CCT-Idx) NOT = ZEROS
        MOVE SPACES TO Cert-Line
        MOVE "OTHER" TO Cert-Line(1:5)
        MOVE CCT-OTHER-GROSS(CCT-Idx) TO Cert-Edited-Amount
        MOVE Cert-Edited-Amount TO Cert-Line(10:17)
        MOVE CCT-OTHER-TAX(CCT-Idx) TO Cert-Edited-Amount
        MOVE Cert-Edited-Amount TO Cert-Line(28:17)
        MOVE CCT-CURRENCY-CODE(CCT-Idx) TO Cert-Line(64:3)
        WRITE CERTIFICATE-RECORD FROM Cert-Line
    END-IF.

*> ----------------------------------------------------------------
*> Write-Cert-Total-Tax-Line - all the tax deducted at source in
*> the year in one currency.
*> ----------------------------------------------------------------
Write-Cert-Total-Tax-Line.
    COMPUTE CertTotalTax =
        CCT-TAX-ON-INTEREST(CCT-Idx) + CCT-OTHER-TAX(CCT-Idx)
    MOVE SPACES TO Cert-Line
    MOVE CertTotalTax TO Cert-Edited-Amount
    STRING "TOTAL TAX DEDUCTED AT SOURCE IN THE YEAR: "
        Cert-Edited-Amount " " CCT-CURRENCY-CODE(CCT-Idx)
        DELIMITED BY SIZE INTO Cert-Line
    WRITE CERTIFICATE-RECORD FROM Cert-Line.

*> ----------------------------------------------------------------
*> Write-Cert-Control-Line - the certificate's line on the control
*> listing for one currency, and its figures into that currency's
*> year totals.
*> ----------------------------------------------------------------
Write-Cert-Control-Line.
    MOVE CCT-CURRENCY-CODE(CCT-Idx) TO RecordCurrency
    PERFORM Find-Year-Currency
    IF MatchedCurrencyIndex > ZEROS
        ADD CCT-GROSS-INTEREST(CCT-Idx)
            TO YCT-GROSS-INTEREST(MatchedCurrencyIndex)
        ADD CCT-TAX-ON-INTEREST(CCT-Idx)
            TO YCT-TAX-ON-INTEREST(MatchedCurrencyIndex)
        ADD CCT-NET-INTEREST(CCT-Idx)
            TO YCT-NET-INTEREST(MatchedCurrencyIndex)
        ADD CCT-UNTAXED-INTEREST(CCT-Idx)
            TO YCT-UNTAXED-INTEREST(MatchedCurrencyIndex)
        ADD CCT-OTHER-GROSS(CCT-Idx)
            TO YCT-OTHER-GROSS(MatchedCurrencyIndex)
        ADD CCT-OTHER-TAX(CCT-Idx)
            TO YCT-OTHER-TAX(MatchedCurrencyIndex)
    END-IF

    MOVE SPACES TO Control-Line
    MOVE CertNINumber TO Control-Line(1:10)
    MOVE CertificateName TO Control-Line(12:30)
    MOVE CCT-GROSS-INTEREST(CCT-Idx) TO Cert-Edited-Amount
    MOVE Cert-Edited-Amount TO Control-Line(43:17)
    MOVE CCT-TAX-ON-INTEREST(CCT-Idx) TO Cert-Edited-Amount
    MOVE Cert-Edited-Amount TO Control-Line(61:17)
    MOVE CCT-NET-INTEREST(CCT-Idx) TO Cert-Edited-Amount
    MOVE Cert-Edited-Amount TO Control-Line(79:17)
    MOVE CCT-OTHER-TAX(CCT-Idx) TO Cert-Edited-Amount
    MOVE Cert-Edited-Amount TO Control-Line(97:17)
    MOVE CCT-CURRENCY-CODE(CCT-Idx) TO Control-Line(115:3)
    IF Certificate-Has-No-Address
        MOVE "NO ADDRESS" TO Control-Line(119:10)
    END-IF
    WRITE CONTROL-LISTING-RECORD FROM Control-Line.

*> ----------------------------------------------------------------
*> Write-Control-Heading - title, the trail files the operator
*> named, and the column headings for the certificate lines.
*> ----------------------------------------------------------------
Write-Control-Heading.
    MOVE SPACES TO Control-Line
    STRING "INTEREST AND TAX CERTIFICATE CONTROL LISTING - TAX YEAR "
        Cert-Edited-From-Date " TO " Cert-Edited-To-Date
        DELIMITED BY SIZE INTO Control-Line
    WRITE CONTROL-LISTING-RECORD FROM Control-Line

    MOVE SPACES TO Control-Line
    WRITE CONTROL-LISTING-RECORD FROM Control-Line

    MOVE SPACES TO Control-Line
    STRING "NI NUMBER " " CUSTOMER NAME                 "
        "    GROSS INTEREST" "   TAX ON INTEREST"
        "      NET INTEREST" "      TAX ON OTHER" " CCY"
        DELIMITED BY SIZE INTO Control-Line
    WRITE CONTROL-LISTING-RECORD FROM Control-Line.

*> ----------------------------------------------------------------
*> Write-Control-Totals - the files read, the year totals for each
*> currency, and the proof: for each currency, the certificates
*> walked across to the TAX-REMIT basis - every credit tax was
*> withheld from, net of reversals - for gross and for tax, against
*> the TAX-REMIT figures for that currency worked out from the same
*> records. Every difference must be nil before the certificates go
*> out.
*> ----------------------------------------------------------------
Write-Control-Totals.
    MOVE SPACES TO Control-Line
    WRITE CONTROL-LISTING-RECORD FROM Control-Line

    MOVE SPACES TO Control-Line
    MOVE "TRAIL FILES READ" TO Control-Line(1:16)
    MOVE "  RECORDS READ" TO Control-Line(17:14)
    MOVE "   IN THE YEAR" TO Control-Line(31:14)
    WRITE CONTROL-LISTING-RECORD FROM Control-Line
    PERFORM Write-Trail-File-Line
        VARYING TF-Idx FROM 1 BY 1
        UNTIL TF-Idx > TrailFileCount

    MOVE SPACES TO Control-Line
    WRITE CONTROL-LISTING-RECORD FROM Control-Line

    MOVE CertificatesProduced TO Cert-Edited-Count
    MOVE SPACES TO Control-Line
    STRING "CERTIFICATES PRODUCED:                     "
        Cert-Edited-Count
        DELIMITED BY SIZE INTO Control-Line
    WRITE CONTROL-LISTING-RECORD FROM Control-Line

    MOVE CertificatesWithoutAddress TO Cert-Edited-Count
    MOVE SPACES TO Control-Line
    STRING "WITHOUT AN ADDRESS (NOT TO BE MAILED):     "
        Cert-Edited-Count
        DELIMITED BY SIZE INTO Control-Line
    WRITE CONTROL-LISTING-RECORD FROM Control-Line

    MOVE SPACES TO Control-Line
    WRITE CONTROL-LISTING-RECORD FROM Control-Line

    PERFORM Write-Year-Currency-Total
        VARYING YCT-Idx FROM 1 BY 1
        UNTIL YCT-Idx > YearCurrencyCount

    SET Certificates-Agree TO TRUE
    IF YearCurrencyTable-Is-Full OR CertCurrencyTable-Is-Full
        SET Certificates-Disagree TO TRUE
    END-IF
    PERFORM Write-Currency-Reconciliation
        VARYING YCT-Idx FROM 1 BY 1
        UNTIL YCT-Idx > YearCurrencyCount

    MOVE SPACES TO Control-Line
    WRITE CONTROL-LISTING-RECORD FROM Control-Line

    MOVE SPACES TO Control-Line
    IF Certificates-Agree
        STRING "CERTIFICATES AGREE WITH THE TAX-REMIT FIGURES FOR "
            "THE YEAR"
            DELIMITED BY SIZE INTO Control-Line
    ELSE
        STRING "*** CERTIFICATES DO NOT AGREE WITH THE TAX-REMIT "
            "FIGURES - DO NOT MAIL ***"
            DELIMITED BY SIZE INTO Control-Line
    END-IF
    WRITE CONTROL-LISTING-RECORD FROM Control-Line

    IF YearCurrencyTable-Is-Full OR CertCurrencyTable-Is-Full
        MOVE SPACES TO Control-Line
        STRING "*** MORE CURRENCIES THAN THE CURRENCY TOTALS CAN "
            "HOLD - CERTIFICATES ARE INCOMPLETE - DO NOT MAIL ***"
            DELIMITED BY SIZE INTO Control-Line
        WRITE CONTROL-LISTING-RECORD FROM Control-Line
    END-IF

    IF Year-May-Be-Incomplete
        MOVE SPACES TO Control-Line
        STRING "*** AUDITTRL STARTS AFTER THE FIRST DAY OF THE YEAR "
            "AND NO ARCHIVE COVERING IT WAS READ - RERUN WITH THE "
            "AUDARC ARCHIVES ***"
            DELIMITED BY SIZE INTO Control-Line
        WRITE CONTROL-LISTING-RECORD FROM Control-Line
    END-IF

    IF Trail-Read-Failed
        MOVE SPACES TO Control-Line
        STRING "*** A TRAIL FILE COULD NOT BE READ - CERTIFICATES "
            "ARE INCOMPLETE - DO NOT MAIL ***"
            DELIMITED BY SIZE INTO Control-Line
        WRITE CONTROL-LISTING-RECORD FROM Control-Line
    END-IF.

*> ----------------------------------------------------------------
*> Write-Year-Currency-Total - the certificate totals for the year
*> in one currency.
*> ----------------------------------------------------------------
Write-Year-Currency-Total.
    MOVE SPACES TO Control-Line
    MOVE "CERTIFICATE TOTALS" TO Control-Line(1:18)
    MOVE YCT-GROSS-INTEREST(YCT-Idx) TO Cert-Edited-Amount
    MOVE Cert-Edited-Amount TO Control-Line(43:17)
    MOVE YCT-TAX-ON-INTEREST(YCT-Idx) TO Cert-Edited-Amount
    MOVE Cert-Edited-Amount TO Control-Line(61:17)
    MOVE YCT-NET-INTEREST(YCT-Idx) TO Cert-Edited-Amount
    MOVE Cert-Edited-Amount TO Control-Line(79:17)
    MOVE YCT-OTHER-TAX(YCT-Idx) TO Cert-Edited-Amount
    MOVE Cert-Edited-Amount TO Control-Line(97:17)
    MOVE YCT-CURRENCY-CODE(YCT-Idx) TO Control-Line(115:3)
    WRITE CONTROL-LISTING-RECORD FROM Control-Line.

*> ----------------------------------------------------------------
*> Write-Currency-Reconciliation - one currency's certificates
*> walked across to its TAX-REMIT figures; a difference in any
*> currency holds back every certificate.
*> ----------------------------------------------------------------
Write-Currency-Reconciliation.
    COMPUTE CertifiedGrossCredits = YCT-GROSS-INTEREST(YCT-Idx)
        - YCT-UNTAXED-INTEREST(YCT-Idx) + YCT-OTHER-GROSS(YCT-Idx)
    COMPUTE CertifiedTaxWithheld =
        YCT-TAX-ON-INTEREST(YCT-Idx) + YCT-OTHER-TAX(YCT-Idx)
    COMPUTE GrossDifference =
        CertifiedGrossCredits - YCT-REMIT-GROSS-CREDITS(YCT-Idx)
    COMPUTE TaxDifference =
        CertifiedTaxWithheld - YCT-REMIT-TAX-WITHHELD(YCT-Idx)
    IF GrossDifference NOT = ZEROS OR TaxDifference NOT = ZEROS
        SET Certificates-Disagree TO TRUE
    END-IF

    MOVE SPACES TO Control-Line
    WRITE CONTROL-LISTING-RECORD FROM Control-Line

    MOVE SPACES TO Control-Line
    STRING "RECONCILIATION TO THE TAX-REMIT "
        YCT-CURRENCY-CODE(YCT-Idx) " FIGURES FOR THE YEAR"
        DELIMITED BY SIZE INTO Control-Line
    WRITE CONTROL-LISTING-RECORD FROM Control-Line

    MOVE "GROSS INTEREST ON CERTIFICATES" TO Control-Line
    MOVE YCT-GROSS-INTEREST(YCT-Idx) TO Cert-Edited-Amount
    PERFORM Write-Reconciliation-Line
    MOVE "LESS INTEREST PAID WITHOUT TAX" TO Control-Line
    MOVE YCT-UNTAXED-INTEREST(YCT-Idx) TO Cert-Edited-Amount
    PERFORM Write-Reconciliation-Line
    MOVE "ADD OTHER CREDITS TAXED AT SOURCE" TO Control-Line
    MOVE YCT-OTHER-GROSS(YCT-Idx) TO Cert-Edited-Amount
    PERFORM Write-Reconciliation-Line
    MOVE "GROSS CREDITS TAXED PER CERTIFICATES" TO Control-Line
    MOVE CertifiedGrossCredits TO Cert-Edited-Amount
    PERFORM Write-Reconciliation-Line
    MOVE "GROSS CREDITS PER TAX-REMIT" TO Control-Line
    MOVE YCT-REMIT-GROSS-CREDITS(YCT-Idx) TO Cert-Edited-Amount
    PERFORM Write-Reconciliation-Line
    MOVE "DIFFERENCE" TO Control-Line
    MOVE GrossDifference TO Cert-Edited-Amount
    PERFORM Write-Reconciliation-Line

    MOVE SPACES TO Control-Line
    WRITE CONTROL-LISTING-RECORD FROM Control-Line

    MOVE "TAX ON INTEREST ON CERTIFICATES" TO Control-Line
    MOVE YCT-TAX-ON-INTEREST(YCT-Idx) TO Cert-Edited-Amount
    PERFORM Write-Reconciliation-Line
    MOVE "ADD TAX ON OTHER CREDITS" TO Control-Line
    MOVE YCT-OTHER-TAX(YCT-Idx) TO Cert-Edited-Amount
    PERFORM Write-Reconciliation-Line
    MOVE "TAX DEDUCTED PER CERTIFICATES" TO Control-Line
    MOVE CertifiedTaxWithheld TO Cert-Edited-Amount
    PERFORM Write-Reconciliation-Line
    MOVE "TAX WITHHELD PER TAX-REMIT" TO Control-Line
    MOVE YCT-REMIT-TAX-WITHHELD(YCT-Idx) TO Cert-Edited-Amount
    PERFORM Write-Reconciliation-Line
    MOVE "DIFFERENCE" TO Control-Line
    MOVE TaxDifference TO Cert-Edited-Amount
    PERFORM Write-Reconciliation-Line.

*> ----------------------------------------------------------------
*> Write-Trail-File-Line - one trail file and what came off it.
*> ----------------------------------------------------------------
Write-Trail-File-Line.
    MOVE SPACES TO Control-Line
    MOVE TF-FILE-NAME(TF-Idx) TO Control-Line(1:14)
    MOVE TF-RECORDS-READ(TF-Idx) TO Cert-Edited-Count
    MOVE Cert-Edited-Count TO Control-Line(20:11)
    MOVE TF-RECORDS-IN-YEAR(TF-Idx) TO Cert-Edited-Count
    MOVE Cert-Edited-Count TO Control-Line(34:11)
    WRITE CONTROL-LISTING-RECORD FROM Control-Line.

*> ----------------------------------------------------------------
*> Write-Reconciliation-Line - the label already in Control-Line,
*> the edited amount and the currency set alongside it.
*> ----------------------------------------------------------------
Write-Reconciliation-Line.
    MOVE Cert-Edited-Amount TO Control-Line(43:17)
    MOVE YCT-CURRENCY-CODE(YCT-Idx) TO Control-Line(61:3)
    WRITE CONTROL-LISTING-RECORD FROM Control-Line.

*> ----------------------------------------------------------------
*> Edit-Certificate-Date - Cert-Date-Whole as YYYY-MM-DD.
*> ----------------------------------------------------------------
Edit-Certificate-Date.
    MOVE CDB-YEAR TO CED-YEAR
    MOVE CDB-MONTH TO CED-MONTH
    MOVE CDB-DAY TO CED-DAY.

*> ----------------------------------------------------------------
*> Print-Certificate-Summary - console roll-up of the run.
*> ----------------------------------------------------------------
Print-Certificate-Summary.
    DISPLAY "=========================================="
    DISPLAY "Certificate run complete for tax year " FromDate
        " to " ToDate
    DISPLAY "Trail files read:       " TrailFileCount
    DISPLAY "Records released:       " RecordsReleased
    DISPLAY "Certificates produced:  " CertificatesProduced
    DISPLAY "Without an address:     " CertificatesWithoutAddress
    PERFORM Display-Year-Currency-Total
        VARYING YCT-Idx FROM 1 BY 1
        UNTIL YCT-Idx > YearCurrencyCount
    DISPLAY "=========================================="

    IF Certificates-Disagree
        DISPLAY "SEVERE: the certificates do not agree with the "
            "TAX-REMIT figures for the year - see TAXCTL; do not "
            "mail them"
    END-IF

    IF Year-May-Be-Incomplete
        DISPLAY "Warning: AUDITTRL starts after " FromDate
            " and no archive reaching into the year was read - "
            "rerun naming the AUDARC archives that cover it"
    END-IF

    IF YearCurrencyTable-Is-Full OR CertCurrencyTable-Is-Full
        DISPLAY "SEVERE: postings in more than " MaxYearCurrencies
            " currencies - currencies beyond that many are missing "
            "from the totals; do not mail the certificates"
    END-IF

    IF InterestReferences-Overflowed
        DISPLAY "Warning: an account had more than "
            MaxInterestReferences " interest postings - reversals "
            "beyond that were matched on the IN reference alone"
    END-IF.

*> ----------------------------------------------------------------
*> Display-Year-Currency-Total - one currency's certificate totals
*> on the console.
*> ----------------------------------------------------------------
Display-Year-Currency-Total.
    DISPLAY "Gross interest " YCT-CURRENCY-CODE(YCT-Idx) ":     "
        YCT-GROSS-INTEREST(YCT-Idx)
    DISPLAY "Tax on interest " YCT-CURRENCY-CODE(YCT-Idx) ":    "
        YCT-TAX-ON-INTEREST(YCT-Idx)
    DISPLAY "Net interest " YCT-CURRENCY-CODE(YCT-Idx) ":       "
        YCT-NET-INTEREST(YCT-Idx).

*> ----------------------------------------------------------------
*> Close-Run - close whatever files Initialize-Run opened.
*> ----------------------------------------------------------------
Close-Run.
    CLOSE CUSTMAST-FILE
    CLOSE CERTIFICATE-FILE
    CLOSE CONTROL-LISTING-FILE.
