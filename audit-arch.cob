*>               no longer shift the link out from under the
*>               double-reversal guard. The archive and keep
*>               records widen to match the new field.
*> 2026-10-15 CB AUDITREC.CPY grew AU-APPROVER-ID and
*>               AU-APPROVAL-REFERENCE; the archive and keep records
*>               widen to match.
*> 2026-10-15 CB AUDITREC.CPY grew the currency and exchange-rate
*>               fields; the archive and keep records widen to match.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY "AUDITREC.CPY".

FD  ARCHIVE-FILE.
01 ARCHIVE-RECORD PIC X(244).

FD  KEEP-FILE.
01 KEEP-RECORD PIC X(244).

FD  ARCH-REPORT-FILE.
01 ARCH-REPORT-RECORD PIC X(132).
