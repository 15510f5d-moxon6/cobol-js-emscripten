*> ErrorLogRecord - one row per rejected data-entry ACCEPT, so we can
*> see how often the browser-to-COBOL ACCEPT path hands back garbage.
*> EL-FieldName says which kiosk prompt the input was typed at; rows
*> written before the kiosk took sign-ups leave it blank.
01 ErrorLogRecord.
    05 EL-Timestamp    PIC X(14).
    05 EL-RawInput     PIC X(10).
    05 EL-FieldName    PIC X(10).
