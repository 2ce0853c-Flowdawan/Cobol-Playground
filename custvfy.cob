*> record, and ends with a non-zero condition code on any mismatch so
*> operations can prove the reload is complete before releasing the
*> file back to the daily jobs.
*> A control record or backup from before the customer number grew
*> to six digits does not read as numbers in the current layout; the
*> control record is refused outright and an old backup line counts
*> as a mismatch.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   88 WS-END-OF-FILE VALUE "Y".
01 WS-CTL-UNLOAD-DATE PIC 9(8) VALUE ZERO.
01 WS-CTL-COUNT       PIC 9(7) VALUE ZERO.
01 WS-CTL-HASH        PIC 9(12) VALUE ZERO.
01 WS-BKP-COUNT       PIC 9(7) VALUE ZERO.
01 WS-BKP-HASH        PIC 9(12) VALUE ZERO.
01 WS-MAST-COUNT      PIC 9(7) VALUE ZERO.
01 WS-MAST-HASH       PIC 9(12) VALUE ZERO.
01 WS-MISMATCH-FLAG   PIC X VALUE "N".
   88 WS-MISMATCH-FOUND VALUE "Y".
PROCEDURE DIVISION.
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-READ
    IF BC-IDENT-HASH IS NOT NUMERIC
        DISPLAY "CUSTBKPC is not in the six-digit customer number"
            " layout, verify abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE BC-UNLOAD-DATE TO WS-CTL-UNLOAD-DATE
    MOVE BC-RECORD-COUNT TO WS-CTL-COUNT
    MOVE BC-IDENT-HASH TO WS-CTL-HASH
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-BKP-COUNT
        IF CM-IDENT OF CUSTOMER-RECORD IS NUMERIC
            ADD CM-IDENT OF CUSTOMER-RECORD TO WS-BKP-HASH
        ELSE
            DISPLAY "Backup record " WS-BKP-COUNT
                " is not in the current layout"
            MOVE "Y" TO WS-MISMATCH-FLAG
        END-IF
        READ CUSTBKP
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
