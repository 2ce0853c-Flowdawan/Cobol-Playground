*> printed to AUDRPT as a formatted before/after history -- the
*> compliance answer to "who changed customer 042's SSN and when"
*> without eyeballing the raw flat file.
*> A line still in the three-digit customer number layout has the
*> field name running into AUD-IDENT; it is skipped and counted, not
*> listed against the wrong customer.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
01 WS-EOF-FLAG        PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-SELECT-CHOICE   PIC X VALUE SPACE.
01 WS-SELECT-IDENT    PIC 9(6) VALUE ZERO.
01 WS-SELECT-FIELD    PIC X(15) VALUE SPACES.
01 WS-FROM-DATE       PIC 9(8) VALUE ZERO.
01 WS-TO-DATE         PIC 9(8) VALUE ZERO.
01 WS-MATCH-FLAG      PIC X VALUE "N".
   88 WS-RECORD-MATCHES VALUE "Y".
01 WS-MATCH-COUNT     PIC 9(5) VALUE ZERO.
01 WS-OLD-LAYOUT-COUNT PIC 9(5) VALUE ZERO.
01 WS-HISTORY-HEADING PIC X(40) VALUE "Customer change history".
01 WS-CHANGE-LINE.
    02 CH-TIMESTAMP PIC X(21).
    02 FILLER       PIC X(2) VALUE SPACES.
    02 FILLER       PIC X(5) VALUE "cust ".
    02 CH-IDENT     PIC ZZZZZ9.
    02 FILLER       PIC X(2) VALUE SPACES.
    02 CH-FIELD     PIC X(15).
    02 FILLER       PIC X(4) VALUE " by ".
    CLOSE CUSTAUD
    CLOSE AUDRPT
    DISPLAY "Changes listed: " WS-MATCH-COUNT
    IF WS-OLD-LAYOUT-COUNT > ZERO
        DISPLAY "Old layout lines skipped: " WS-OLD-LAYOUT-COUNT
    END-IF
    STOP RUN.

1000-SELECT-RECORD.
    MOVE "N" TO WS-MATCH-FLAG
    IF AUD-IDENT IS NOT NUMERIC
        ADD 1 TO WS-OLD-LAYOUT-COUNT
        EXIT PARAGRAPH
    END-IF
    EVALUATE WS-SELECT-CHOICE
        WHEN "I"
            IF AUD-IDENT = WS-SELECT-IDENT
