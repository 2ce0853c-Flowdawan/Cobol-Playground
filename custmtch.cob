*> per-customer activity count, and only then does the master side
*> advance. CUSTTRAN does not have to arrive in CT-IDENT order; it is
*> sorted into CUSTTRSRT below before the merge.
*> A line still in the three-digit customer number layout cannot
*> match any customer; it is listed as not in the current layout,
*> with its ident as keyed, and counted with the unknowns.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
01 WS-TRANS-UNKNOWN   PIC 9(7) VALUE ZERO.
01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-MASTER-KEY       PIC X(6) VALUE SPACES.
01 WS-TRAN-KEY         PIC X(6) VALUE SPACES.
01 WS-MASTER-ONLY-LINE.
    02 FILLER    PIC X(20) VALUE "No activity today:".
    02 ML-IDENT  PIC ZZZZZ9.
    02 FILLER    PIC X(2) VALUE SPACES.
    02 ML-NAME   PIC X(20).
01 WS-TRAN-ONLY-LINE.
    02 FILLER    PIC X(20) VALUE "Unknown customer:".
    02 TL-IDENT  PIC ZZZZZ9.
    02 FILLER    PIC X(2) VALUE SPACES.
    02 TL-ACTIVITY PIC X(20).
01 WS-OLD-LAYOUT-LINE.
    02 FILLER    PIC X(20) VALUE "Not current layout:".
    02 OL-IDENT  PIC X(6).
    02 FILLER    PIC X(2) VALUE SPACES.
    02 OL-ACTIVITY PIC X(20).
01 WS-ACTIVITY-COUNT   PIC 9(3) VALUE ZERO.
01 WS-MATCHED-LINE.
    02 FILLER    PIC X(20) VALUE "Activity for:".
    02 XL-IDENT  PIC ZZZZZ9.
    02 FILLER    PIC X(2) VALUE SPACES.
    02 XL-NAME   PIC X(20).
    02 FILLER    PIC X(2) VALUE SPACES.

4000-TRAN-ONLY.
    ADD 1 TO WS-TRANS-UNKNOWN
    IF CT-IDENT OF SORTEDTRAN-RECORD IS NOT NUMERIC
        MOVE WS-TRAN-KEY TO OL-IDENT
        MOVE CT-ACTIVITY OF SORTEDTRAN-RECORD TO OL-ACTIVITY
        MOVE WS-OLD-LAYOUT-LINE TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE CT-IDENT OF SORTEDTRAN-RECORD TO TL-IDENT
    MOVE CT-ACTIVITY OF SORTEDTRAN-RECORD TO TL-ACTIVITY
    MOVE WS-TRAN-ONLY-LINE TO WS-PRINT-LINE
