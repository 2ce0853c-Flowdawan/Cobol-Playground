       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. recurgen.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Recurring journal generator. Every RECURMST entry recurmnt.cob
*> set up is checked against the BUSDATE processing date: an entry
*> is due when the month falls on its schedule (monthly, or every
*> third or twelfth month counted from its first period), inside
*> its first and last period, the processing day has reached its
*> due day, and it has not already been generated this month. A due
*> entry's lines are written to the RECURJE deck in the AMOUNTS
*> layout as one journal -- journal number the entry id and the
*> month (RENT2610), dated the processing date, accruals flagged for
*> jrnlrev.cob to reverse next period -- and RE-LAST-GENERATED is
*> stamped, so running the step every night generates each month
*> once, on the first run on or after the due day. Post RECURJE
*> through ledgpost.cob the way FCLEDGER and ARLEDGER are posted.
*> An entry that would only be rejected there -- no lines, a line
*> on an account no longer on the chart, debits and credits that do
*> not net to zero -- is not generated and not stamped, and is
*> listed on the RECURRPT register so it is fixed and picked up on
*> a later night of the month. The deck is written (empty) even on
*> a night nothing falls due, so yesterday's deck is never posted
*> twice.
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
    SELECT RECURJE ASSIGN TO "RECURJE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECURJE-STATUS.
    SELECT RECURRPT ASSIGN TO "RECURRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECURRPT-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD RECURMST.
COPY recurrec.
FD CHARTMAST.
COPY chartrec.
FD RECURJE.
COPY amttran REPLACING AMOUNT-TRANSACTION BY RECURRING-JOURNAL-RECORD.
FD RECURRPT.
01 RECURRING-REPORT-LINE PIC X(80).
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-RECURMST-STATUS  PIC XX VALUE "00".
01 WS-CHARTMAST-STATUS PIC XX VALUE "00".
01 WS-RECURJE-STATUS   PIC XX VALUE "00".
01 WS-RECURRPT-STATUS  PIC XX VALUE "00".
01 WS-RUNCTL-STATUS    PIC XX VALUE "00".
01 WS-EOF-FLAG          PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-LINES-EOF-FLAG    PIC X VALUE "N".
   88 WS-LINES-END VALUE "Y".
01 WS-HAVE-RECURMST-FLAG PIC X VALUE "N".
   88 WS-HAVE-RECURMST VALUE "Y".
01 WS-RUN-DATE         PIC 9(8) VALUE ZERO.
01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    02 WS-RUN-PERIOD   PIC 9(6).
    02 WS-RUN-DAY      PIC 99.
01 WS-RUN-PERIOD-PARTS REDEFINES WS-RUN-DATE.
    02 WS-RUN-YEAR     PIC 9(4).
    02 WS-RUN-MONTH    PIC 99.
    02 FILLER          PIC 99.
01 WS-FIRST-YEAR       PIC 9(4) VALUE ZERO.
01 WS-FIRST-MONTH      PIC 99 VALUE ZERO.
01 WS-MONTHS-IN        PIC S9(5) VALUE ZERO.
01 WS-INTERVAL         PIC 99 VALUE ZERO.
01 WS-CYCLES           PIC S9(5) VALUE ZERO.
01 WS-CYCLE-REMAINDER  PIC 99 VALUE ZERO.
01 WS-DUE-FLAG         PIC X VALUE "N".
   88 WS-ENTRY-DUE VALUE "Y".
*> Entries found due on the first pass, generated on the second.
01 WS-DUE-COUNT        PIC 9(3) VALUE ZERO.
01 WS-DUE-IX           PIC 9(3) VALUE ZERO.
01 WS-DUE-TABLE.
    02 WS-DUE-ENTRY-ID PIC X(4) OCCURS 500.
*> One entry's lines, held until the whole entry is proven.
01 WS-LINE-COUNT       PIC 99 VALUE ZERO.
01 WS-LINE-IX          PIC 99 VALUE ZERO.
01 WS-LINE-TABLE.
    02 WS-LINE-ENTRY OCCURS 99.
        03 WS-LN-ACCOUNT PIC X(5).
        03 WS-LN-AMOUNT  PIC 9(7)V99.
        03 WS-LN-DRCR    PIC X.
01 WS-ENTRY-NET        PIC S9(9)V99 VALUE ZERO.
01 WS-ENTRY-DEBITS     PIC 9(9)V99 VALUE ZERO.
01 WS-BAD-ACCOUNT-FLAG PIC X VALUE "N".
   88 WS-HAS-BAD-ACCOUNT VALUE "Y".
01 WS-JOURNAL-NO       PIC X(8) VALUE SPACES.
01 WS-ENTRIES-READ     PIC 9(5) VALUE ZERO.
01 WS-ENTRIES-GENERATED PIC 9(5) VALUE ZERO.
01 WS-ENTRIES-REFUSED  PIC 9(5) VALUE ZERO.
01 WS-LINES-IN         PIC 9(7) VALUE ZERO.
01 WS-LINES-WRITTEN    PIC 9(7) VALUE ZERO.
01 WS-LINES-REFUSED    PIC 9(7) VALUE ZERO.
01 WS-TOTAL-DEBITS     PIC S9(11)V99 VALUE ZERO.
01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-COLUMN-HEADING.
    02 FILLER PIC X(6)  VALUE "Entry".
    02 FILLER PIC X(26) VALUE "Description".
    02 FILLER PIC X(10) VALUE "Journal".
    02 FILLER PIC X(5)  VALUE "Lines".
    02 FILLER PIC X(15) VALUE "         Debits".
    02 FILLER PIC X(2)  VALUE SPACES.
    02 FILLER PIC X(16) VALUE "Status".
01 WS-DETAIL-LINE.
    02 DL-ENTRY-ID    PIC X(4).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-DESC        PIC X(25).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 DL-JOURNAL     PIC X(8).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-LINES       PIC ZZ9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-DEBITS      PIC -ZZZ,ZZZ,ZZ9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-STATUS      PIC X(16).
01 WS-TOTAL-LINE.
    02 TL-LABEL       PIC X(20).
    02 TL-COUNT       PIC ZZZZ9.
    02 FILLER         PIC X(10) VALUE " entries,".
    02 TL-LINES       PIC ZZZZZZ9.
    02 FILLER         PIC X(8) VALUE " lines".
    02 TL-DEBITS      PIC -ZZZ,ZZZ,ZZ9.99.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    CALL "busdate" USING WS-RUN-DATE
    OPEN INPUT CHARTMAST
    IF WS-CHARTMAST-STATUS NOT = "00"
        DISPLAY "CHARTMAST open failed, status " WS-CHARTMAST-STATUS
            ", generation abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    *> No RECURMST just means no recurring entry was ever set up.
    OPEN I-O RECURMST
    IF WS-RECURMST-STATUS = "00"
        SET WS-HAVE-RECURMST TO TRUE
    ELSE
        DISPLAY "No RECURMST entries (status " WS-RECURMST-STATUS
            "), nothing to generate"
    END-IF
    OPEN OUTPUT RECURJE
    OPEN OUTPUT RECURRPT
    PERFORM 0100-INIT-REPORT
    IF WS-HAVE-RECURMST
        PERFORM 1000-FIND-DUE-ENTRIES
        PERFORM VARYING WS-DUE-IX FROM 1 BY 1
                UNTIL WS-DUE-IX > WS-DUE-COUNT
            PERFORM 2000-GENERATE-ENTRY
        END-PERFORM
        CLOSE RECURMST
    END-IF
    PERFORM 3000-WRITE-TOTALS
    CLOSE CHARTMAST
    CLOSE RECURJE
    CLOSE RECURRPT
    DISPLAY "Recurring entries read:      " WS-ENTRIES-READ
    DISPLAY "Journals generated:          " WS-ENTRIES-GENERATED
    DISPLAY "Entries due but refused:     " WS-ENTRIES-REFUSED
    IF WS-ENTRIES-GENERATED > ZERO
        DISPLAY "Post the RECURJE deck through the normal ledger run"
    END-IF
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

0100-INIT-REPORT.
    MOVE SPACES TO RPT-TITLE
    STRING "RECURRING JOURNALS " WS-RUN-DATE
        DELIMITED BY SIZE INTO RPT-TITLE
    MOVE WS-COLUMN-HEADING TO RPT-COLUMN-HEADING.

*> Headers only on this pass; the lines are read per due entry.
1000-FIND-DUE-ENTRIES.
    READ RECURMST NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        IF RE-HEADER-LINE
            ADD 1 TO WS-ENTRIES-READ
            PERFORM 1100-CHECK-DUE
            IF WS-ENTRY-DUE
                IF WS-DUE-COUNT >= 500
                    DISPLAY "More than 500 entries due, the rest wait"
                        " for the next run"
                ELSE
                    ADD 1 TO WS-DUE-COUNT
                    MOVE RE-ENTRY-ID TO WS-DUE-ENTRY-ID(WS-DUE-COUNT)
                END-IF
            END-IF
        END-IF
        READ RECURMST NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM.

*> Due this month: inside the entry's run of periods, on its
*> schedule counted from the first period, the due day reached, and
*> not generated for this month already.
1100-CHECK-DUE.
    MOVE "N" TO WS-DUE-FLAG
    IF RE-FIRST-PERIOD > WS-RUN-PERIOD
        EXIT PARAGRAPH
    END-IF
    IF RE-END-PERIOD NOT = ZERO AND RE-END-PERIOD < WS-RUN-PERIOD
        EXIT PARAGRAPH
    END-IF
    IF RE-LAST-GENERATED >= WS-RUN-PERIOD
        EXIT PARAGRAPH
    END-IF
    IF WS-RUN-DAY < RE-POST-DAY
        EXIT PARAGRAPH
    END-IF
    DIVIDE RE-FIRST-PERIOD BY 100 GIVING WS-FIRST-YEAR
        REMAINDER WS-FIRST-MONTH
    COMPUTE WS-MONTHS-IN = (WS-RUN-YEAR * 12 + WS-RUN-MONTH)
        - (WS-FIRST-YEAR * 12 + WS-FIRST-MONTH)
    EVALUATE TRUE
        WHEN RE-QUARTERLY MOVE 3 TO WS-INTERVAL
        WHEN RE-ANNUAL    MOVE 12 TO WS-INTERVAL
        WHEN OTHER        MOVE 1 TO WS-INTERVAL
    END-EVALUATE
    DIVIDE WS-MONTHS-IN BY WS-INTERVAL GIVING WS-CYCLES
        REMAINDER WS-CYCLE-REMAINDER
    IF WS-CYCLE-REMAINDER = ZERO
        SET WS-ENTRY-DUE TO TRUE
    END-IF.

2000-GENERATE-ENTRY.
    PERFORM 2100-LOAD-LINES
    MOVE WS-DUE-ENTRY-ID(WS-DUE-IX) TO RE-ENTRY-ID
    MOVE ZERO TO RE-LINE-NO
    READ RECURMST
        INVALID KEY
            EXIT PARAGRAPH
    END-READ
    MOVE SPACES TO WS-JOURNAL-NO
    STRING RE-ENTRY-ID WS-RUN-PERIOD(3:4)
        DELIMITED BY SIZE INTO WS-JOURNAL-NO
    MOVE RE-ENTRY-ID TO DL-ENTRY-ID
    MOVE RE-DESC TO DL-DESC
    MOVE WS-JOURNAL-NO TO DL-JOURNAL
    MOVE WS-LINE-COUNT TO DL-LINES
    MOVE WS-ENTRY-DEBITS TO DL-DEBITS
    ADD WS-LINE-COUNT TO WS-LINES-IN
    EVALUATE TRUE
        WHEN WS-LINE-COUNT = ZERO
            MOVE "REFUSED-NO LINES" TO DL-STATUS
        WHEN WS-HAS-BAD-ACCOUNT
            MOVE "REFUSED-ACCOUNT" TO DL-STATUS
        WHEN WS-ENTRY-NET NOT = ZERO
            MOVE "REFUSED-UNBAL" TO DL-STATUS
        WHEN OTHER
            MOVE "GENERATED" TO DL-STATUS
    END-EVALUATE
    IF DL-STATUS = "GENERATED"
        PERFORM 2300-WRITE-JOURNAL
        MOVE WS-RUN-PERIOD TO RE-LAST-GENERATED
        REWRITE RECURRING-ENTRY-RECORD
            INVALID KEY
                DISPLAY "Could not stamp " RE-ENTRY-ID
                    " as generated -- check before the next run"
        END-REWRITE
        ADD 1 TO WS-ENTRIES-GENERATED
    ELSE
        ADD 1 TO WS-ENTRIES-REFUSED
        ADD WS-LINE-COUNT TO WS-LINES-REFUSED
    END-IF
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

2100-LOAD-LINES.
    MOVE ZERO TO WS-LINE-COUNT
    MOVE ZERO TO WS-ENTRY-NET
    MOVE ZERO TO WS-ENTRY-DEBITS
    MOVE "N" TO WS-BAD-ACCOUNT-FLAG
    MOVE "N" TO WS-LINES-EOF-FLAG
    MOVE WS-DUE-ENTRY-ID(WS-DUE-IX) TO RE-ENTRY-ID
    MOVE 1 TO RE-LINE-NO
    START RECURMST KEY IS NOT LESS THAN RE-KEY
        INVALID KEY SET WS-LINES-END TO TRUE
    END-START
    PERFORM UNTIL WS-LINES-END
        READ RECURMST NEXT RECORD
            AT END SET WS-LINES-END TO TRUE
            NOT AT END
                IF RE-ENTRY-ID NOT = WS-DUE-ENTRY-ID(WS-DUE-IX)
                    SET WS-LINES-END TO TRUE
                ELSE
                    PERFORM 2200-HOLD-ONE-LINE
                END-IF
        END-READ
    END-PERFORM.

2200-HOLD-ONE-LINE.
    ADD 1 TO WS-LINE-COUNT
    MOVE RE-ACCOUNT TO WS-LN-ACCOUNT(WS-LINE-COUNT)
    MOVE RE-AMOUNT TO WS-LN-AMOUNT(WS-LINE-COUNT)
    MOVE RE-DRCR-IND TO WS-LN-DRCR(WS-LINE-COUNT)
    IF RE-CREDIT
        SUBTRACT RE-AMOUNT FROM WS-ENTRY-NET
    ELSE
        ADD RE-AMOUNT TO WS-ENTRY-NET
        ADD RE-AMOUNT TO WS-ENTRY-DEBITS
    END-IF
    MOVE RE-ACCOUNT TO CH-ACCOUNT
    READ CHARTMAST
        INVALID KEY SET WS-HAS-BAD-ACCOUNT TO TRUE
    END-READ.

2300-WRITE-JOURNAL.
    PERFORM VARYING WS-LINE-IX FROM 1 BY 1
            UNTIL WS-LINE-IX > WS-LINE-COUNT
        MOVE SPACES TO RECURRING-JOURNAL-RECORD
        MOVE WS-LN-AMOUNT(WS-LINE-IX)
            TO AT-AMOUNT OF RECURRING-JOURNAL-RECORD
        MOVE WS-LN-ACCOUNT(WS-LINE-IX)
            TO AT-ACCOUNT OF RECURRING-JOURNAL-RECORD
        MOVE WS-RUN-DATE TO AT-POST-DATE OF RECURRING-JOURNAL-RECORD
        MOVE WS-LN-DRCR(WS-LINE-IX)
            TO AT-DRCR-IND OF RECURRING-JOURNAL-RECORD
        MOVE WS-JOURNAL-NO TO AT-JOURNAL-NO OF RECURRING-JOURNAL-RECORD
        IF RE-AUTO-REVERSE
            MOVE "A" TO AT-REVERSE-IND OF RECURRING-JOURNAL-RECORD
        END-IF
        WRITE RECURRING-JOURNAL-RECORD
        ADD 1 TO WS-LINES-WRITTEN
    END-PERFORM
    ADD WS-ENTRY-DEBITS TO WS-TOTAL-DEBITS.

3000-WRITE-TOTALS.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Generated:" TO TL-LABEL
    MOVE WS-ENTRIES-GENERATED TO TL-COUNT
    MOVE WS-LINES-WRITTEN TO TL-LINES
    MOVE WS-TOTAL-DEBITS TO TL-DEBITS
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    IF WS-ENTRIES-REFUSED > ZERO
        MOVE "Refused, see above:" TO TL-LABEL
        MOVE WS-ENTRIES-REFUSED TO TL-COUNT
        MOVE WS-LINES-REFUSED TO TL-LINES
        MOVE ZERO TO TL-DEBITS
        MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "RECURGEN" TO RC-PROGRAM
    MOVE WS-RUN-DATE TO RC-RUN-DATE
    MOVE WS-LINES-IN TO RC-RECORDS-IN
    MOVE WS-LINES-WRITTEN TO RC-RECORDS-OUT
    MOVE WS-LINES-REFUSED TO RC-REJECTS
    MOVE WS-TOTAL-DEBITS TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE RECURRING-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE RECURRING-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO RECURRING-REPORT-LINE
        WRITE RECURRING-REPORT-LINE AFTER ADVANCING 1
        WRITE RECURRING-REPORT-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO RECURRING-REPORT-LINE
        WRITE RECURRING-REPORT-LINE AFTER ADVANCING 1
    END-IF
    WRITE RECURRING-REPORT-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.
