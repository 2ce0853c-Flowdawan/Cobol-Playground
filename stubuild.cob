    ADD 1 TO WS-RECORDS-READ
    MOVE STUDENT-RECORD TO STUMAST-RECORD
    *> Extracts cut before the guardian ident existed leave spaces
    *> there; the master carries zero (no guardian) for those. A
    *> three-digit guardian from before the customer number grew is
    *> only part of the field and is not guessed at.
    IF ST-GUARDIAN OF STUMAST-RECORD(1:6) = SPACES
        MOVE ZERO TO ST-GUARDIAN OF STUMAST-RECORD
    END-IF
    IF ST-GUARDIAN OF STUMAST-RECORD NOT NUMERIC
        DISPLAY "Student " ST-ID OF STUMAST-RECORD
            " guardian not six digits, skipped"
        ADD 1 TO WS-RECORDS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    IF ST-AGE OF STUMAST-RECORD > 5
            AND ST-AGE OF STUMAST-RECORD < 18
        COMPUTE ST-GRADE OF STUMAST-RECORD
