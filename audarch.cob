*> retains AUDARCH per the compliance schedule, then swaps CUSTAUDN
*> in as the live CUSTAUD so the flat file custmaint.cob appends to
*> stays small.
*> A line still in the three-digit customer number layout is not
*> carried into either file; the run ends with condition code 8 so
*> CUSTAUDN is not swapped in until CUSTAUD has been converted.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
01 WS-RECORD-MONTH    PIC 9(6) VALUE ZERO.
01 WS-ARCHIVED-COUNT  PIC 9(7) VALUE ZERO.
01 WS-RETAINED-COUNT  PIC 9(7) VALUE ZERO.
01 WS-OLD-LAYOUT-COUNT PIC 9(7) VALUE ZERO.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    DISPLAY "Archive through month (YYYYMM): " WITH NO ADVANCING
    DISPLAY "Archived through " WS-ARCHIVE-MONTH
        ": " WS-ARCHIVED-COUNT " records"
    DISPLAY "Retained in CUSTAUDN: " WS-RETAINED-COUNT " records"
    IF WS-OLD-LAYOUT-COUNT > ZERO
        DISPLAY "Old layout records rejected: " WS-OLD-LAYOUT-COUNT
        DISPLAY "CUSTAUD is not in the current layout,"
            " do not swap CUSTAUDN in"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "Swap CUSTAUDN in as the live CUSTAUD before the next"
        " maintenance session"
    STOP RUN.

1000-SPLIT-ONE-RECORD.
    IF AUD-IDENT OF AUDIT-RECORD IS NOT NUMERIC
        ADD 1 TO WS-OLD-LAYOUT-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE AUD-TIMESTAMP OF AUDIT-RECORD(1:6) TO WS-RECORD-MONTH
    IF WS-RECORD-MONTH <= WS-ARCHIVE-MONTH
        WRITE ARCHIVE-RECORD FROM AUDIT-RECORD
