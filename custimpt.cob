    MOVE WS-RAW-IDENT TO WS-NUM-FIELD
    PERFORM 8000-CONVERT-NUMBER
    IF NOT WS-NUM-IS-VALID OR WS-NUM-VALUE = 0
            OR WS-NUM-VALUE > 999999
        MOVE "BAD IDENT" TO WS-EDIT-REASON
        EXIT PARAGRAPH
    END-IF
