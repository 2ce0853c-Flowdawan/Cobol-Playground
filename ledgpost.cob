*> Every account is validated against the CHARTMAST chart of
*> accounts first: a code chartmnt.cob never set up goes to LEDGREJ
*> instead of silently opening a new ACCTMAST account.
*> Lines carrying a journal number are one journal entry and post
*> all or nothing: before the deck is sorted a first pass nets each
*> journal's debits against its credits, and a journal that does
*> not net to zero -- or that has any line rejected for a closed
*> period or an unknown account -- goes to LEDGREJ whole, every
*> line of it, so a missing offset can no longer post and surface
*> weeks later as a trialbal.cob that will not balance. Lines
*> without a journal number post one at a time as before.
*> trialbal.cob reports the resulting balances.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-LEDGREJ-LINE.
    02 LR-REASON     PIC X(16).
    02 FILLER        PIC X(1) VALUE SPACE.
    02 LR-TRAN-IMAGE PIC X(32).
*> Every journal on the deck with its net and whether any of its
*> lines failed on its own, built by the first pass. A deck with
*> more journals than this stops before anything posts.
01 WS-JOURNAL-COUNT    PIC 9(4) VALUE ZERO.
01 WS-JOURNAL-IX       PIC 9(4) VALUE ZERO.
01 WS-JOURNAL-FOUND    PIC 9(4) VALUE ZERO.
01 WS-JOURNAL-TABLE.
    02 WS-JOURNAL-ENTRY OCCURS 1000.
        03 WS-JRNL-NO       PIC X(8).
        03 WS-JRNL-NET      PIC S9(9)V99.
        03 WS-JRNL-LINE-FLAG PIC X.
           88 WS-JRNL-HAS-BAD-LINE VALUE "Y".
01 WS-JOURNALS-REJECTED PIC 9(5) VALUE ZERO.
01 WS-LOOKUP-JOURNAL   PIC X(8) VALUE SPACES.
01 WS-LOOKUP-ACCOUNT   PIC X(5) VALUE SPACES.
01 WS-JOURNAL-FLAG     PIC X VALUE "N".
   88 WS-JOURNAL-REJECTED VALUE "Y".
*> Closed periods from PERDCTL, loaded up front the way runbal.cob
*> loads last night's control records. Ten years of month ends fit.
01 WS-CLOSED-COUNT    PIC 9(3) VALUE ZERO.
    02 FILLER     PIC X(2) VALUE SPACES.
    02 FILLER     PIC X(10) VALUE "Accounts:".
    02 GT-ACCOUNTS PIC ZZZZ9.
01 WS-JOURNAL-REJECT-LINE.
    02 FILLER     PIC X(22) VALUE "Journals rejected:".
    02 JR-COUNT   PIC ZZZZ9.
    02 FILLER     PIC X(30) VALUE "  (whole journal to LEDGREJ)".
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    *> No chart means nothing can be validated, so nothing posts --
    *> same stop-rather-than-guess rule payroll.cob applies to a
    *> missing EMPMAST. chartmnt.cob builds the chart.
    IF WS-CHARTMAST-STATUS NOT = "00"
        DISPLAY "CHARTMAST open failed, status " WS-CHARTMAST-STATUS
            ", posting run abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0200-LOAD-CLOSED-PERIODS
    PERFORM 0300-PROVE-JOURNALS
    SORT SORTWORK
        ON ASCENDING KEY AT-ACCOUNT OF SORT-AMT-RECORD
            AT-POST-DATE OF SORT-AMT-RECORD
        USING AMOUNTS
        GIVING SORTEDAMT
    OPEN INPUT SORTEDAMT
    PERFORM 0100-OPEN-ACCTMAST
    OPEN OUTPUT LEDGREJ
    *> Cumulative journal of everything actually posted, in arrival
    *> order: ledgback.cob reads it back to reverse a bad posting
    MOVE WS-GRAND-TOTAL TO GT-TOTAL
    MOVE WS-ACCOUNT-COUNT TO GT-ACCOUNTS
    WRITE LEDGER-REPORT-LINE FROM WS-GRAND-TOTAL-LINE
    IF WS-JOURNALS-REJECTED > ZERO
        MOVE WS-JOURNALS-REJECTED TO JR-COUNT
        WRITE LEDGER-REPORT-LINE FROM WS-JOURNAL-REJECT-LINE
    END-IF
    CLOSE SORTEDAMT
    CLOSE CHARTMAST
    CLOSE ACCTMAST
    DISPLAY "Transactions posted: " WS-TRANS-POSTED
        "  Accounts touched: " WS-ACCOUNT-COUNT
    DISPLAY "Transactions rejected: " WS-TRANS-REJECTED
    DISPLAY "Journals rejected:     " WS-JOURNALS-REJECTED
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

        CLOSE PERDCTL
    END-IF.

*> First pass over the deck in arrival order: each journal's net and
*> whether any of its lines would fail on its own. Rejecting a
*> journal has to be decided before the account-sorted posting
*> reaches its first line.
0300-PROVE-JOURNALS.
    OPEN INPUT AMOUNTS
    IF WS-AMOUNTS-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    READ AMOUNTS
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        IF AT-JOURNAL-NO OF AMOUNT-TRANSACTION NOT = SPACES
            PERFORM 0310-NET-JOURNAL-LINE
        END-IF
        READ AMOUNTS
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE AMOUNTS
    MOVE "N" TO WS-EOF-FLAG
    MOVE LOW-VALUES TO WS-CHECKED-ACCOUNT
    PERFORM VARYING WS-JOURNAL-IX FROM 1 BY 1
            UNTIL WS-JOURNAL-IX > WS-JOURNAL-COUNT
        IF WS-JRNL-NET(WS-JOURNAL-IX) NOT = ZERO
                OR WS-JRNL-HAS-BAD-LINE(WS-JOURNAL-IX)
            ADD 1 TO WS-JOURNALS-REJECTED
        END-IF
    END-PERFORM.

0310-NET-JOURNAL-LINE.
    MOVE AT-JOURNAL-NO OF AMOUNT-TRANSACTION TO WS-LOOKUP-JOURNAL
    PERFORM 1600-FIND-JOURNAL
    IF WS-JOURNAL-FOUND = ZERO
        IF WS-JOURNAL-COUNT >= 1000
            DISPLAY "More than 1000 journals on AMOUNTS, posting run"
                " abandoned -- widen the journal table"
            CLOSE AMOUNTS
            CLOSE CHARTMAST
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-JOURNAL-COUNT
        MOVE WS-JOURNAL-COUNT TO WS-JOURNAL-FOUND
        MOVE WS-LOOKUP-JOURNAL TO WS-JRNL-NO(WS-JOURNAL-FOUND)
        MOVE ZERO TO WS-JRNL-NET(WS-JOURNAL-FOUND)
        MOVE "N" TO WS-JRNL-LINE-FLAG(WS-JOURNAL-FOUND)
    END-IF
    IF AT-CREDIT OF AMOUNT-TRANSACTION
        SUBTRACT AT-AMOUNT OF AMOUNT-TRANSACTION
            FROM WS-JRNL-NET(WS-JOURNAL-FOUND)
    ELSE
        ADD AT-AMOUNT OF AMOUNT-TRANSACTION
            TO WS-JRNL-NET(WS-JOURNAL-FOUND)
    END-IF
    MOVE AT-POST-DATE OF AMOUNT-TRANSACTION (1:6) TO WS-TRAN-PERIOD
    PERFORM 1400-CHECK-PERIOD-OPEN
    MOVE AT-ACCOUNT OF AMOUNT-TRANSACTION TO WS-LOOKUP-ACCOUNT
    PERFORM 1500-CHECK-ACCOUNT-ON-CHART
    IF WS-PERIOD-IS-CLOSED OR NOT WS-ACCOUNT-KNOWN
        SET WS-JRNL-HAS-BAD-LINE(WS-JOURNAL-FOUND) TO TRUE
    END-IF.

1000-POST-ONE-TRANSACTION.
    MOVE AT-POST-DATE OF SORTEDAMT-RECORD (1:6) TO WS-TRAN-PERIOD
    PERFORM 1400-CHECK-PERIOD-OPEN
    MOVE AT-ACCOUNT OF SORTEDAMT-RECORD TO WS-LOOKUP-ACCOUNT
    PERFORM 1500-CHECK-ACCOUNT-ON-CHART
    PERFORM 1700-CHECK-JOURNAL
    EVALUATE TRUE
        WHEN WS-PERIOD-IS-CLOSED
            ADD 1 TO WS-TRANS-REJECTED
            MOVE "UNKNOWN ACCOUNT" TO LR-REASON
            MOVE SORTEDAMT-RECORD TO LR-TRAN-IMAGE
            WRITE LEDGER-REJECT-RECORD FROM WS-LEDGREJ-LINE
        WHEN WS-JOURNAL-REJECTED
            ADD 1 TO WS-TRANS-REJECTED
            IF WS-JRNL-NET(WS-JOURNAL-FOUND) NOT = ZERO
                MOVE "JOURNAL UNBAL" TO LR-REASON
            ELSE
                MOVE "JOURNAL REJECTED" TO LR-REASON
            END-IF
            MOVE SORTEDAMT-RECORD TO LR-TRAN-IMAGE
            WRITE LEDGER-REJECT-RECORD FROM WS-LEDGREJ-LINE
        WHEN OTHER
            PERFORM 1200-POST-VALID-TRANSACTION
    END-EVALUATE.

1400-CHECK-PERIOD-OPEN.
    MOVE "N" TO WS-PERIOD-FLAG
    PERFORM VARYING WS-CLOSED-IX FROM 1 BY 1
            UNTIL WS-CLOSED-IX > WS-CLOSED-COUNT
        IF WS-CLOSED-PERIOD(WS-CLOSED-IX) = WS-TRAN-PERIOD
*> The chart answer is cached per account code: the deck arrives
*> sorted, so a new READ only happens on an account break.
1500-CHECK-ACCOUNT-ON-CHART.
    IF WS-LOOKUP-ACCOUNT NOT = WS-CHECKED-ACCOUNT
        MOVE WS-LOOKUP-ACCOUNT TO WS-CHECKED-ACCOUNT
        MOVE WS-LOOKUP-ACCOUNT TO CH-ACCOUNT
        READ CHARTMAST
            INVALID KEY
                MOVE "N" TO WS-ACCOUNT-KNOWN-FLAG
        END-READ
    END-IF.

1600-FIND-JOURNAL.
    MOVE ZERO TO WS-JOURNAL-FOUND
    PERFORM VARYING WS-JOURNAL-IX FROM 1 BY 1
            UNTIL WS-JOURNAL-IX > WS-JOURNAL-COUNT
                OR WS-JOURNAL-FOUND > ZERO
        IF WS-JRNL-NO(WS-JOURNAL-IX) = WS-LOOKUP-JOURNAL
            MOVE WS-JOURNAL-IX TO WS-JOURNAL-FOUND
        END-IF
    END-PERFORM.

*> A line of a journal the first pass condemned goes with the rest
*> of its journal, even though the line itself is good.
1700-CHECK-JOURNAL.
    MOVE "N" TO WS-JOURNAL-FLAG
    IF AT-JOURNAL-NO OF SORTEDAMT-RECORD = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE AT-JOURNAL-NO OF SORTEDAMT-RECORD TO WS-LOOKUP-JOURNAL
    PERFORM 1600-FIND-JOURNAL
    IF WS-JOURNAL-FOUND > ZERO
        IF WS-JRNL-NET(WS-JOURNAL-FOUND) NOT = ZERO
                OR WS-JRNL-HAS-BAD-LINE(WS-JOURNAL-FOUND)
            SET WS-JOURNAL-REJECTED TO TRUE
        END-IF
    END-IF.

1200-POST-VALID-TRANSACTION.
    IF NOT WS-HAVE-ACCOUNT
        MOVE AT-ACCOUNT OF SORTEDAMT-RECORD TO WS-CURRENT-ACCOUNT
