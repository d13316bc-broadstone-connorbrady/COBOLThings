*> 2026-09-02 CB CUSTMAST.CPY grew the address block; the converted
*>               records start with it blank (no address on file),
*>               to be keyed through CUSTMAINT afterwards.
*> 2026-10-15 CB AUDITREC.CPY grew the approval fields
*>               (AU-APPROVER-ID, AU-APPROVAL-REFERENCE); the
*>               converted records carry them as spaces.
*> 2026-10-15 CB STORDREC.CPY grew SO-NON-WORKING-DAY-RULE; the
*>               converted orders are stamped "N" (pay on the next
*>               working day), the long-standing behaviour.
*> 2026-10-15 CB CUSTMAST.CPY grew CM-CURRENCY-CODE and AUDITREC.CPY
*>               the currency and exchange-rate fields; converted
*>               accounts are stamped GBP, and converted history
*>               carries the currency codes as spaces (sterling) and
*>               the transfer value and rate as zeros.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    MOVE OC-LAST-ACTIVITY-DATE TO CM-LAST-ACTIVITY-DATE
    MOVE OC-DORMANT-FLAG TO CM-DORMANT-FLAG
    MOVE SPACES TO CM-POSTAL-ADDRESS
    SET CM-STERLING-ACCOUNT TO TRUE

    WRITE CUSTMAST-RECORD
        INVALID KEY
    MOVE OA-REVERSED-REFERENCE TO AU-REVERSED-REFERENCE
    MOVE SPACES TO AU-TRANSACTION-REF
    MOVE SPACES TO AU-POSTING-SOURCE
    MOVE SPACES TO AU-APPROVER-ID
    MOVE SPACES TO AU-APPROVAL-REFERENCE
    MOVE SPACES TO AU-CURRENCY-CODE
    MOVE SPACES TO AU-COUNTERPARTY-CURRENCY
    MOVE ZEROS TO AU-COUNTERPARTY-VALUE
    MOVE ZEROS TO AU-EXCHANGE-RATE

    WRITE AUDIT-RECORD
    ADD 1 TO AuditRecordsWritten
    MOVE OS-NEXT-DUE-DATE TO SO-NEXT-DUE-DATE
    MOVE OS-EXPIRY-DATE TO SO-EXPIRY-DATE
    MOVE OS-ACCOUNT-NUMBER TO SO-ACCOUNT-NUMBER
    MOVE "N" TO SO-NON-WORKING-DAY-RULE

    WRITE STANDING-ORDER-RECORD
    ADD 1 TO OrderRecordsWritten
