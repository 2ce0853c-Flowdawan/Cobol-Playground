*> WS-CHECKPOINT-INTERVAL records, and a rerun skips the CUSTADD
*> records already loaded instead of starting over from record one.
*> Operations resets/removes CUSTCKPT before the next full load.
*> A CUSTADD record still in the three-digit customer number layout
*> shows a non-numeric CM-IDENT and is skipped, not loaded under a
*> number made out of its name.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

1000-LOAD-CUSTOMER.
    ADD 1 TO WS-RECORDS-READ
    IF CM-IDENT OF CUSTOMER-RECORD IS NOT NUMERIC
        DISPLAY "CUSTADD record " WS-RECORDS-READ
            " not in the six-digit customer number layout, skipped"
        ADD 1 TO WS-RECORDS-SKIPPED
    ELSE
        PERFORM 1100-GUARD-OLD-DECK-FIELDS
        WRITE CUSTMAST-RECORD FROM CUSTOMER-RECORD
            INVALID KEY
                DISPLAY "Customer " CM-IDENT OF CUSTOMER-RECORD
                    " already on file, skipped"
                ADD 1 TO WS-RECORDS-SKIPPED
            NOT INVALID KEY
                ADD 1 TO WS-RECORDS-LOADED
        END-WRITE
    END-IF
    ADD 1 TO WS-SINCE-LAST-CKPT
    IF WS-SINCE-LAST-CKPT >= WS-CHECKPOINT-INTERVAL
        PERFORM 9000-WRITE-CHECKPOINT
