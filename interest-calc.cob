*>               calendar day every year, which matters now that
*>               reversals anchor on the reference. The audit record
*>               also carries the new AU-POSTING-SOURCE ("IN").
*> 2026-10-15 CB A closed account earns nothing - ACCT-CLOSE credits
*>               its last interest as it closes it, and the zero
*>               balance it leaves must stay zero.
*> 2026-10-15 CB Audit records now carry the new AU-APPROVER-ID and
*>               AU-APPROVAL-REFERENCE fields as spaces - nothing
*>               posted here needs a second operator's approval.
*> 2026-10-15 CB Audit records carry the account's CM-CURRENCY-CODE;
*>               the amounts posted here are in the account's own
*>               currency, and the transfer-only fields (other
*>               side's currency, value and exchange rate) are
*>               spaces and zeros.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

*> ----------------------------------------------------------------
*> Process-Next-Customer - credit interest to the current master
*> record if it is savings-flagged and not closed, then move on to
*> the next one.
*> ----------------------------------------------------------------
Process-Next-Customer.
    IF CM-SAVINGS-ACCOUNT AND CM-INTEREST-RATE > ZEROS
        AND NOT CM-ACCOUNT-CLOSED
        PERFORM Credit-Interest
    END-IF

        MOVE SPACES TO AU-REVERSED-REFERENCE
        MOVE TransactionReference TO AU-TRANSACTION-REF
        MOVE "IN" TO AU-POSTING-SOURCE
        MOVE SPACES TO AU-APPROVER-ID
        MOVE SPACES TO AU-APPROVAL-REFERENCE
        MOVE CM-CURRENCY-CODE TO AU-CURRENCY-CODE
        MOVE SPACES TO AU-COUNTERPARTY-CURRENCY
        MOVE ZEROS TO AU-COUNTERPARTY-VALUE
        MOVE ZEROS TO AU-EXCHANGE-RATE
        WRITE AUDIT-RECORD
    END-IF.

