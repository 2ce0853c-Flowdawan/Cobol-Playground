       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. recurmnt.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Add/Change/Inquire/Delete maintenance for the RECURMST recurring
*> journal entries recurgen.cob generates on schedule, in the same
*> style as chartmnt.cob. An entry is its schedule -- frequency
*> (M monthly, Q quarterly, A annual), the day of the month it is
*> due on, the first and last period it runs, and whether it is an
*> accrual to be reversed next period -- and up to 99 lines, each
*> an account off the chart, an amount and a side. The lines are
*> keyed in one after another and netted as they go; an entry whose
*> debits and credits do not net to zero is kept, but recurgen.cob
*> will not generate it until it is corrected, since ledgpost.cob
*> would only reject the journal whole.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECURMST ASSIGN TO "RECURMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RE-KEY
        FILE STATUS IS WS-RECURMST-STATUS.
    SELECT CHARTMAST ASSIGN TO "CHARTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CH-ACCOUNT
        FILE STATUS IS WS-CHARTMAST-STATUS.
DATA DIVISION.
FILE SECTION.
FD RECURMST.
COPY recurrec.
FD CHARTMAST.
COPY chartrec.
WORKING-STORAGE SECTION.
01 WS-RECURMST-STATUS  PIC XX VALUE "00".
01 WS-CHARTMAST-STATUS PIC XX VALUE "00".
01 WS-TRANSACTION      PIC X VALUE SPACE.
   88 WS-EXIT-REQUESTED VALUE "X", "x".
01 WS-ENTRY-ID         PIC X(4) VALUE SPACES.
01 WS-REPLY            PIC X VALUE SPACE.
01 WS-LINE-NO          PIC 99 VALUE ZERO.
01 WS-LINE-COUNT       PIC 99 VALUE ZERO.
01 WS-ENTRY-NET        PIC S9(9)V99 VALUE ZERO.
01 WS-ENTRY-DEBITS     PIC 9(9)V99 VALUE ZERO.
01 WS-AMOUNT-EDIT      PIC -ZZZZZZZZ9.99.
01 WS-DONE-FLAG        PIC X VALUE "N".
   88 WS-LINES-DONE VALUE "Y".
01 WS-HEADER-FLAG      PIC X VALUE "N".
   88 WS-HEADER-VALID VALUE "Y".
01 WS-PERIOD-CHECK     PIC 9(6) VALUE ZERO.
01 WS-PERIOD-CHECK-PARTS REDEFINES WS-PERIOD-CHECK.
    02 WS-CHECK-YEAR   PIC 9(4).
    02 WS-CHECK-MONTH  PIC 99.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-OPEN-RECURMST
    *> Lines are only taken for accounts on the chart -- the same
    *> test ledgpost.cob will put them to.
    OPEN INPUT CHARTMAST
    IF WS-CHARTMAST-STATUS NOT = "00"
        DISPLAY "CHARTMAST open failed, status " WS-CHARTMAST-STATUS
        CLOSE RECURMST
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EXIT-REQUESTED
        DISPLAY " "
        DISPLAY "A)dd  C)hange  I)nquire  D)elete  X)it"
        DISPLAY "Transaction: " WITH NO ADVANCING
        ACCEPT WS-TRANSACTION
        MOVE FUNCTION UPPER-CASE(WS-TRANSACTION) TO WS-TRANSACTION
        EVALUATE WS-TRANSACTION
            WHEN "A" PERFORM 1000-ADD-ENTRY
            WHEN "C" PERFORM 2000-CHANGE-ENTRY
            WHEN "I" PERFORM 3000-INQUIRE-ENTRY
            WHEN "D" PERFORM 4000-DELETE-ENTRY
            WHEN "X" CONTINUE
            WHEN OTHER DISPLAY "Invalid transaction code"
        END-EVALUATE
    END-PERFORM
    CLOSE RECURMST
    CLOSE CHARTMAST
    STOP RUN.

0100-OPEN-RECURMST.
    OPEN I-O RECURMST
    IF WS-RECURMST-STATUS = "35"
        OPEN OUTPUT RECURMST
        CLOSE RECURMST
        OPEN I-O RECURMST
    END-IF.

0200-ACCEPT-ENTRY-ID.
    DISPLAY "Recurring entry id: " WITH NO ADVANCING
    ACCEPT WS-ENTRY-ID
    MOVE FUNCTION UPPER-CASE(WS-ENTRY-ID) TO WS-ENTRY-ID
    MOVE WS-ENTRY-ID TO RE-ENTRY-ID
    MOVE ZERO TO RE-LINE-NO.

*> The schedule fields, for an add or a change. A bad value leaves
*> the header unwritten.
0300-ACCEPT-SCHEDULE.
    MOVE "N" TO WS-HEADER-FLAG
    DISPLAY "Description: " WITH NO ADVANCING
    ACCEPT RE-DESC
    DISPLAY "Frequency (M monthly / Q quarterly / A annual): "
        WITH NO ADVANCING
    ACCEPT RE-FREQUENCY
    MOVE FUNCTION UPPER-CASE(RE-FREQUENCY) TO RE-FREQUENCY
    IF NOT RE-VALID-FREQUENCY
        DISPLAY "Frequency must be M, Q or A"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Due on day of month (1-28): " WITH NO ADVANCING
    ACCEPT RE-POST-DAY
    IF RE-POST-DAY < 1 OR RE-POST-DAY > 28
        DISPLAY "Day must be 1 through 28, so every month has it"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "First period (YYYYMM): " WITH NO ADVANCING
    ACCEPT RE-FIRST-PERIOD
    MOVE RE-FIRST-PERIOD TO WS-PERIOD-CHECK
    IF WS-CHECK-YEAR < 1900 OR WS-CHECK-MONTH < 1
            OR WS-CHECK-MONTH > 12
        DISPLAY "First period must be a YYYYMM month"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Last period (YYYYMM, 0 for no end): " WITH NO ADVANCING
    ACCEPT RE-END-PERIOD
    IF RE-END-PERIOD NOT = ZERO
        MOVE RE-END-PERIOD TO WS-PERIOD-CHECK
        IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                OR RE-END-PERIOD < RE-FIRST-PERIOD
            DISPLAY "Last period must be a YYYYMM month on or after"
                " the first"
            EXIT PARAGRAPH
        END-IF
    END-IF
    DISPLAY "Accrual, reverse next period (Y/N): " WITH NO ADVANCING
    ACCEPT RE-REVERSE-IND
    MOVE FUNCTION UPPER-CASE(RE-REVERSE-IND) TO RE-REVERSE-IND
    IF NOT RE-AUTO-REVERSE
        MOVE "N" TO RE-REVERSE-IND
    END-IF
    SET WS-HEADER-VALID TO TRUE.

1000-ADD-ENTRY.
    PERFORM 0200-ACCEPT-ENTRY-ID
    IF WS-ENTRY-ID = SPACES
        DISPLAY "Entry id is required"
        EXIT PARAGRAPH
    END-IF
    READ RECURMST
        INVALID KEY CONTINUE
        NOT INVALID KEY
            DISPLAY "Recurring entry " WS-ENTRY-ID " already exists"
            EXIT PARAGRAPH
    END-READ
    PERFORM 0300-ACCEPT-SCHEDULE
    IF NOT WS-HEADER-VALID
        EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO RE-LAST-GENERATED
    WRITE RECURRING-ENTRY-RECORD
        INVALID KEY
            DISPLAY "Recurring entry " WS-ENTRY-ID " already exists"
            EXIT PARAGRAPH
    END-WRITE
    PERFORM 1100-ENTER-LINES
    DISPLAY "Recurring entry " WS-ENTRY-ID " added"
    PERFORM 3200-SHOW-NET.

*> Lines one after another until a blank account; each must be on
*> the chart and carry a side and an amount.
1100-ENTER-LINES.
    MOVE ZERO TO WS-LINE-NO
    MOVE ZERO TO WS-LINE-COUNT
    MOVE ZERO TO WS-ENTRY-NET
    MOVE ZERO TO WS-ENTRY-DEBITS
    MOVE "N" TO WS-DONE-FLAG
    PERFORM UNTIL WS-LINES-DONE OR WS-LINE-NO >= 99
        PERFORM 1200-ENTER-ONE-LINE
    END-PERFORM.

1200-ENTER-ONE-LINE.
    INITIALIZE RECURRING-ENTRY-RECORD
    MOVE WS-ENTRY-ID TO RE-ENTRY-ID
    COMPUTE RE-LINE-NO = WS-LINE-NO + 1
    DISPLAY "Line " RE-LINE-NO " account (blank to finish): "
        WITH NO ADVANCING
    ACCEPT RE-ACCOUNT
    IF RE-ACCOUNT = SPACES
        SET WS-LINES-DONE TO TRUE
        EXIT PARAGRAPH
    END-IF
    MOVE RE-ACCOUNT TO CH-ACCOUNT
    READ CHARTMAST
        INVALID KEY
            DISPLAY "Account " RE-ACCOUNT " not on the chart"
            EXIT PARAGRAPH
        NOT INVALID KEY
            DISPLAY "  " CH-DESC
    END-READ
    DISPLAY "Debit or credit (D/C): " WITH NO ADVANCING
    ACCEPT RE-DRCR-IND
    MOVE FUNCTION UPPER-CASE(RE-DRCR-IND) TO RE-DRCR-IND
    IF NOT RE-DEBIT AND NOT RE-CREDIT
        DISPLAY "Side must be D or C"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Amount: " WITH NO ADVANCING
    ACCEPT RE-AMOUNT
    IF RE-AMOUNT = ZERO
        DISPLAY "Amount is required"
        EXIT PARAGRAPH
    END-IF
    WRITE RECURRING-ENTRY-RECORD
        INVALID KEY
            DISPLAY "Line " RE-LINE-NO " already on file"
            EXIT PARAGRAPH
    END-WRITE
    ADD 1 TO WS-LINE-NO
    ADD 1 TO WS-LINE-COUNT
    PERFORM 3300-NET-ONE-LINE
    MOVE WS-ENTRY-NET TO WS-AMOUNT-EDIT
    DISPLAY "  Entry net so far: " WS-AMOUNT-EDIT.

2000-CHANGE-ENTRY.
    PERFORM 0200-ACCEPT-ENTRY-ID
    READ RECURMST
        INVALID KEY
            DISPLAY "Recurring entry " WS-ENTRY-ID " not found"
            EXIT PARAGRAPH
    END-READ
    PERFORM 3100-SHOW-HEADER
    PERFORM 0300-ACCEPT-SCHEDULE
    IF NOT WS-HEADER-VALID
        DISPLAY "Recurring entry " WS-ENTRY-ID " not changed"
        EXIT PARAGRAPH
    END-IF
    REWRITE RECURRING-ENTRY-RECORD
        INVALID KEY
            DISPLAY "Update failed for " WS-ENTRY-ID
            EXIT PARAGRAPH
    END-REWRITE
    PERFORM 3400-LIST-LINES
    DISPLAY "Re-key the lines (Y/N): " WITH NO ADVANCING
    ACCEPT WS-REPLY
    IF WS-REPLY = "Y" OR WS-REPLY = "y"
        PERFORM 5000-DELETE-LINES
        PERFORM 1100-ENTER-LINES
    END-IF
    DISPLAY "Recurring entry " WS-ENTRY-ID " updated"
    PERFORM 3200-SHOW-NET.

3000-INQUIRE-ENTRY.
    PERFORM 0200-ACCEPT-ENTRY-ID
    READ RECURMST
        INVALID KEY
            DISPLAY "Recurring entry " WS-ENTRY-ID " not found"
            EXIT PARAGRAPH
    END-READ
    PERFORM 3100-SHOW-HEADER
    PERFORM 3400-LIST-LINES
    PERFORM 3200-SHOW-NET.

3100-SHOW-HEADER.
    DISPLAY "Entry:          " RE-ENTRY-ID
    DISPLAY "Description:    " RE-DESC
    EVALUATE TRUE
        WHEN RE-MONTHLY   DISPLAY "Frequency:      MONTHLY"
        WHEN RE-QUARTERLY DISPLAY "Frequency:      QUARTERLY"
        WHEN RE-ANNUAL    DISPLAY "Frequency:      ANNUAL"
    END-EVALUATE
    DISPLAY "Due on day:     " RE-POST-DAY
    DISPLAY "First period:   " RE-FIRST-PERIOD
    IF RE-END-PERIOD = ZERO
        DISPLAY "Last period:    (no end)"
    ELSE
        DISPLAY "Last period:    " RE-END-PERIOD
    END-IF
    IF RE-AUTO-REVERSE
        DISPLAY "Accrual:        reversed next period"
    ELSE
        DISPLAY "Accrual:        no"
    END-IF
    IF RE-LAST-GENERATED = ZERO
        DISPLAY "Last generated: never"
    ELSE
        DISPLAY "Last generated: " RE-LAST-GENERATED
    END-IF.

3200-SHOW-NET.
    MOVE WS-ENTRY-DEBITS TO WS-AMOUNT-EDIT
    DISPLAY "Lines: " WS-LINE-COUNT "  Debits: " WS-AMOUNT-EDIT
    IF WS-LINE-COUNT = ZERO
        DISPLAY "Entry has no lines -- recurgen will not generate it"
    ELSE
        IF WS-ENTRY-NET NOT = ZERO
            MOVE WS-ENTRY-NET TO WS-AMOUNT-EDIT
            DISPLAY "Entry OUT OF BALANCE by " WS-AMOUNT-EDIT
                " -- recurgen will not generate it until corrected"
        END-IF
    END-IF.

3300-NET-ONE-LINE.
    IF RE-CREDIT
        SUBTRACT RE-AMOUNT FROM WS-ENTRY-NET
    ELSE
        ADD RE-AMOUNT TO WS-ENTRY-NET
        ADD RE-AMOUNT TO WS-ENTRY-DEBITS
    END-IF.

*> Lines follow the header in key order, so a START past the header
*> and READ NEXT walks just this entry's lines.
3400-LIST-LINES.
    MOVE ZERO TO WS-LINE-COUNT
    MOVE ZERO TO WS-ENTRY-NET
    MOVE ZERO TO WS-ENTRY-DEBITS
    MOVE "N" TO WS-DONE-FLAG
    MOVE WS-ENTRY-ID TO RE-ENTRY-ID
    MOVE 1 TO RE-LINE-NO
    START RECURMST KEY IS NOT LESS THAN RE-KEY
        INVALID KEY SET WS-LINES-DONE TO TRUE
    END-START
    PERFORM UNTIL WS-LINES-DONE
        READ RECURMST NEXT RECORD
            AT END SET WS-LINES-DONE TO TRUE
            NOT AT END
                IF RE-ENTRY-ID NOT = WS-ENTRY-ID
                    SET WS-LINES-DONE TO TRUE
                ELSE
                    ADD 1 TO WS-LINE-COUNT
                    PERFORM 3300-NET-ONE-LINE
                    MOVE RE-AMOUNT TO WS-AMOUNT-EDIT
                    DISPLAY "  " RE-LINE-NO "  " RE-ACCOUNT "  "
                        RE-DRCR-IND "  " WS-AMOUNT-EDIT
                END-IF
        END-READ
    END-PERFORM.

4000-DELETE-ENTRY.
    PERFORM 0200-ACCEPT-ENTRY-ID
    READ RECURMST
        INVALID KEY
            DISPLAY "Recurring entry " WS-ENTRY-ID " not found"
            EXIT PARAGRAPH
    END-READ
    PERFORM 5000-DELETE-LINES
    MOVE WS-ENTRY-ID TO RE-ENTRY-ID
    MOVE ZERO TO RE-LINE-NO
    DELETE RECURMST
        INVALID KEY
            DISPLAY "Delete failed for " WS-ENTRY-ID
        NOT INVALID KEY
            DISPLAY "Recurring entry " WS-ENTRY-ID " deleted"
    END-DELETE.

5000-DELETE-LINES.
    PERFORM VARYING WS-LINE-NO FROM 1 BY 1 UNTIL WS-LINE-NO > 98
        MOVE WS-ENTRY-ID TO RE-ENTRY-ID
        MOVE WS-LINE-NO TO RE-LINE-NO
        DELETE RECURMST
            INVALID KEY CONTINUE
        END-DELETE
    END-PERFORM
    MOVE WS-ENTRY-ID TO RE-ENTRY-ID
    MOVE 99 TO RE-LINE-NO
    DELETE RECURMST
        INVALID KEY CONTINUE
    END-DELETE.
