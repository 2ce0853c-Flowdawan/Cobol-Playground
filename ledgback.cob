    ADD 1 TO WS-RECORDS-READ
    IF AT-POST-DATE OF POSTED-HISTORY-RECORD = WS-BACKOUT-DATE
        MOVE POSTED-HISTORY-RECORD TO BACKOUT-RECORD
        *> Backing out an accrual takes it off the ledger for good:
        *> jrnlrev.cob must not reverse it again next period.
        IF AT-REVERSE-IND OF POSTED-HISTORY-RECORD NOT = SPACE
            MOVE "V" TO AT-REVERSE-IND OF BACKOUT-RECORD
        END-IF
        IF AT-CREDIT OF POSTED-HISTORY-RECORD
            MOVE "D" TO AT-DRCR-IND OF BACKOUT-RECORD
            COMPUTE WS-SIGNED-AMOUNT
