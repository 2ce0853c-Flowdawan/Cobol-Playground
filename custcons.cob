*> order, and CONSRPT shows one balancing line per branch. Any
*> missing, short or doubled deck ends the step with condition code
*> 8 so the stream stops instead of silently shorting the run.
*> A detail whose customer number is not six digits was keyed in the
*> old three-digit layout; it is not written, and its deck is in
*> error like any other bad deck.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
DATA DIVISION.
FILE SECTION.
FD BRANCH1.
01 BRANCH1-LINE PIC X(112).
FD BRANCH2.
01 BRANCH2-LINE PIC X(112).
FD BRANCH3.
01 BRANCH3-LINE PIC X(112).
FD CUSTTRAN.
COPY custtran.
FD CONSRPT.
                ADD 1 TO WS-DETAIL-COUNT
                ADD 1 TO WS-TOTAL-DETAILS
                MOVE BT-DATA TO CUST-TRANSACTION
                IF CT-IDENT IS NOT NUMERIC
                    MOVE "OLD LAYOUT DETAIL" TO WS-ERROR-TEXT
                    PERFORM 4000-FLAG-DECK-ERROR
                ELSE
                    WRITE CUST-TRANSACTION
                    ADD 1 TO WS-TOTAL-WRITTEN
                END-IF
            END-IF
        WHEN BT-TRAILER
            SET WS-TRAILER-SEEN TO TRUE
