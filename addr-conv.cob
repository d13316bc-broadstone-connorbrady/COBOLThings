*>               account-keyed, pence, address-less shape) is
*>               spelled out here rather than copied because the
*>               copybook has moved on.
*> 2026-10-15 CB CUSTMAST.CPY grew CM-CURRENCY-CODE; the converted
*>               records are stamped GBP, so a file still on the
*>               pre-address shape lands on the current layout
*>               without a separate CURR-CONV run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    MOVE OC-LAST-ACTIVITY-DATE TO CM-LAST-ACTIVITY-DATE
    MOVE OC-DORMANT-FLAG TO CM-DORMANT-FLAG
    MOVE SPACES TO CM-POSTAL-ADDRESS
    SET CM-STERLING-ACCOUNT TO TRUE

    WRITE CUSTMAST-RECORD
        INVALID KEY
