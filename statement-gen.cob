*>               the name still comes off the master when it can
*>               (falling back to the audit record's name only when
*>               the master record has gone).
*> 2026-10-15 CB AUDITREC.CPY grew AU-APPROVER-ID and
*>               AU-APPROVAL-REFERENCE; the sort record's audit data
*>               widens to match.
*> 2026-10-15 CB Multi-currency accounts - each statement names the
*>               account's currency on its banner and against the
*>               opening and closing balances, and a transfer leg
*>               that crossed currencies is followed by a line
*>               giving the other side's amount, currency and the
*>               rate used. The sort record's audit data widens for
*>               the new AUDITREC.CPY fields.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    05  SR-NI-NUMBER          PIC X(10).
    05  SR-ACCOUNT-NUMBER     PIC X(04).
    05  SR-TRAIL-SEQUENCE     PIC 9(09).
    05  SR-AUDIT-DATA         PIC X(244).

*> PROGRAMING VARIABLES
WORKING-STORAGE SECTION.
    88 Statement-Has-No-Address VALUE "N".
01 StatementsWithoutAddress PIC 9(08) VALUE ZEROS.

*> The statement's currency - the account's own off the master, or
*> the audit record's when the master record has gone; spaces on
*> either (history from before currencies) mean sterling.
01 BaseCurrencyCode CONSTANT AS "GBP".
01 StatementCurrency PIC X(03).

01 AuditEndOfFile PIC X(01) VALUE "N".
    88 AuditAtEnd VALUE "Y".
    88 AuditNotAtEnd VALUE "N".
01 Statement-Line PIC X(132).
01 Statement-Edited-Amount PIC -(13)9.99.
01 Statement-Edited-Balance PIC -(13)9.99.
01 Statement-Edited-Rate PIC Z(03)9.9(06).
01 Statement-Edited-Date.
    05 SED-YEAR PIC 9(04).
    05 FILLER PIC X(01) VALUE "-".
        DELIMITED BY SIZE INTO Statement-Line(89:)
    WRITE STATEMENT-REPORT-RECORD FROM Statement-Line

    MOVE SPACES TO Statement-Line
    STRING "ACCOUNT CURRENCY: " StatementCurrency
        " - ALL AMOUNTS BELOW ARE IN " StatementCurrency
        DELIMITED BY SIZE INTO Statement-Line
    WRITE STATEMENT-REPORT-RECORD FROM Statement-Line

    MOVE SPACES TO Statement-Line
    MOVE AU-PRE-BALANCE TO Statement-Edited-Balance
    STRING "OPENING BALANCE BROUGHT FORWARD: " Statement-Edited-Balance
        " " StatementCurrency
        DELIMITED BY SIZE INTO Statement-Line
    WRITE STATEMENT-REPORT-RECORD FROM Statement-Line

*> on file says so on the page and joins the console count - the
*> statement still prints, it just cannot be posted until the gap
*> is chased down through CUSTMAINT (ADDR-SCAN lists them all).
*> The account's currency comes off the same master read.
*> ----------------------------------------------------------------
Write-Address-Block.
    MOVE StatementNINumber TO CM-NI-NUMBER
    MOVE StatementAccountNumber TO CM-ACCOUNT-NUMBER
    SET Statement-Has-No-Address TO TRUE
    MOVE AU-CUSTOMER-NAME TO StatementName
    MOVE AU-CURRENCY-CODE TO StatementCurrency
    READ CUSTMAST-FILE
        NOT INVALID KEY
            MOVE CM-CUSTOMER-NAME TO StatementName
            MOVE CM-CURRENCY-CODE TO StatementCurrency
            IF NOT CM-NO-ADDRESS-ON-FILE
                SET Statement-Has-Address TO TRUE
            END-IF
    END-READ
    IF StatementCurrency = SPACES
        MOVE BaseCurrencyCode TO StatementCurrency
    END-IF

    MOVE SPACES TO Statement-Line
    MOVE StatementName TO Statement-Line(1:30)
*> ----------------------------------------------------------------
*> Write-Statement-Detail-Line - one transaction: posting date, D/C
*> direction, the gross/tax/net breakdown, the running balance and
*> the transaction reference. A transfer leg whose other side is in
*> another currency gets a second line with that side's gross, its
*> currency and the rate the transfer converted at.
*> ----------------------------------------------------------------
Write-Statement-Detail-Line.
    MOVE SPACES TO Statement-Line
    MOVE AU-NEW-BALANCE TO Statement-Edited-Balance
    MOVE Statement-Edited-Balance TO Statement-Line(69:17)
    MOVE AU-TRANSACTION-REF TO Statement-Line(87:12)
    WRITE STATEMENT-REPORT-RECORD FROM Statement-Line

    IF AU-COUNTERPARTY-CURRENCY NOT = SPACES
        AND AU-COUNTERPARTY-CURRENCY NOT = StatementCurrency
        MOVE SPACES TO Statement-Line
        MOVE AU-COUNTERPARTY-VALUE TO Statement-Edited-Amount
        MOVE AU-EXCHANGE-RATE TO Statement-Edited-Rate
        STRING "OTHER SIDE OF TRANSFER: " Statement-Edited-Amount
            " " AU-COUNTERPARTY-CURRENCY " AT EXCHANGE RATE "
            Statement-Edited-Rate
            DELIMITED BY SIZE INTO Statement-Line(15:)
        WRITE STATEMENT-REPORT-RECORD FROM Statement-Line
    END-IF.

*> ----------------------------------------------------------------
*> Write-Statement-Closing - the closing balance is the last
    MOVE SPACES TO Statement-Line
    MOVE ClosingBalance TO Statement-Edited-Balance
    STRING "CLOSING BALANCE: " Statement-Edited-Balance
        " " StatementCurrency
        DELIMITED BY SIZE INTO Statement-Line
    WRITE STATEMENT-REPORT-RECORD FROM Statement-Line

