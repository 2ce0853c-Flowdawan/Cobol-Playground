       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. jrnlrev.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Auto-reversal of accrual journals. A journal posted with
*> AT-AUTO-REVERSE -- keyed that way, or generated from a recurmnt.cob
*> entry flagged as an accrual -- belongs to the month it was
*> posted in only; this step writes its reversing journal for the
*> next month so nobody has to remember to key it. The open period
*> is the month after the last PERDCTL close (perdclse.cob), and the
*> reversals fall due on its first business day on the CALFILE
*> calendar dateadv.cob walks: until the BUSDATE processing date
*> reaches that day the step does nothing. From then on every
*> POSTHIST accrual line ledgpost.cob posted in an earlier period
*> gets its mirror image on the REVERSJE deck in the AMOUNTS layout
*> -- same journal number, account and amount, the other side,
*> dated that first business day and marked AT-REVERSING-ENTRY so
*> it is never itself reversed. Journals already reversed are kept
*> on the JRNLRLOG log, so the step can run every night and a rerun
*> writes nothing twice; an accrual ledgback.cob already backed out
*> is passed over. Post REVERSJE through ledgpost.cob as the next
*> step; REVERSRPT lists each journal reversed.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT POSTHIST ASSIGN TO "POSTHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POSTHIST-STATUS.
    SELECT PERDCTL ASSIGN TO "PERDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERDCTL-STATUS.
    SELECT CALFILE ASSIGN TO "CALFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALFILE-STATUS.
    SELECT JRNLRLOG ASSIGN TO "JRNLRLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JRNLRLOG-STATUS.
    SELECT REVERSJE ASSIGN TO "REVERSJE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REVERSJE-STATUS.
    SELECT REVERSRPT ASSIGN TO "REVERSRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REVERSRPT-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD POSTHIST.
COPY amttran REPLACING AMOUNT-TRANSACTION BY POSTED-HISTORY-RECORD.
FD PERDCTL.
COPY perdctl.
FD CALFILE.
01 CALENDAR-RECORD.
    02 CAL-DATE PIC 9(8).
    02 CAL-TYPE PIC X.
       88 CAL-BUSINESS-DAY VALUE "B".
       88 CAL-HOLIDAY      VALUE "H".
*> One record per journal reversed: the journal, the period it was
*> posted in, and the processing date its reversal was written.
FD JRNLRLOG.
01 REVERSAL-LOG-RECORD.
    02 RL-JOURNAL-NO PIC X(8).
    02 RL-PERIOD     PIC 9(6).
    02 RL-RUN-DATE   PIC 9(8).
FD REVERSJE.
COPY amttran REPLACING AMOUNT-TRANSACTION BY REVERSING-JOURNAL-RECORD.
FD REVERSRPT.
01 REVERSAL-REPORT-LINE PIC X(80).
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-POSTHIST-STATUS  PIC XX VALUE "00".
01 WS-PERDCTL-STATUS   PIC XX VALUE "00".
01 WS-CALFILE-STATUS   PIC XX VALUE "00".
01 WS-JRNLRLOG-STATUS  PIC XX VALUE "00".
01 WS-REVERSJE-STATUS  PIC XX VALUE "00".
01 WS-REVERSRPT-STATUS PIC XX VALUE "00".
01 WS-RUNCTL-STATUS    PIC XX VALUE "00".
01 WS-EOF-FLAG          PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-RUN-DATE         PIC 9(8) VALUE ZERO.
01 WS-LAST-CLOSED      PIC 9(6) VALUE ZERO.
01 WS-LAST-CLOSED-PARTS REDEFINES WS-LAST-CLOSED.
    02 WS-LAST-CLOSED-YEAR  PIC 9(4).
    02 WS-LAST-CLOSED-MONTH PIC 99.
01 WS-OPEN-PERIOD      PIC 9(6) VALUE ZERO.
01 WS-OPEN-PERIOD-PARTS REDEFINES WS-OPEN-PERIOD.
    02 WS-OPEN-YEAR    PIC 9(4).
    02 WS-OPEN-MONTH   PIC 99.
01 WS-REVERSAL-DATE    PIC 9(8) VALUE ZERO.
01 WS-LINE-PERIOD      PIC 9(6) VALUE ZERO.
01 WS-LOOKUP-JOURNAL   PIC X(8) VALUE SPACES.
*> Journal and period pairs that must not be reversed again: off
*> the log, and any accrual with a reversing line in its own period
*> (backed out by ledgback.cob).
01 WS-DONE-COUNT       PIC 9(4) VALUE ZERO.
01 WS-DONE-IX          PIC 9(4) VALUE ZERO.
01 WS-DONE-FOUND       PIC 9(4) VALUE ZERO.
01 WS-DONE-TABLE.
    02 WS-DONE-ENTRY OCCURS 2000.
        03 WS-DONE-JOURNAL PIC X(8).
        03 WS-DONE-PERIOD  PIC 9(6).
*> Journals reversed on this run, for the log and the register.
01 WS-REV-COUNT        PIC 9(3) VALUE ZERO.
01 WS-REV-IX           PIC 9(3) VALUE ZERO.
01 WS-REV-FOUND        PIC 9(3) VALUE ZERO.
01 WS-REV-TABLE.
    02 WS-REV-ENTRY OCCURS 500.
        03 WS-REV-JOURNAL  PIC X(8).
        03 WS-REV-PERIOD   PIC 9(6).
        03 WS-REV-LINES    PIC 9(4).
        03 WS-REV-DEBITS   PIC 9(9)V99.
01 WS-RECORDS-READ     PIC 9(7) VALUE ZERO.
01 WS-REVERSALS-OUT    PIC 9(7) VALUE ZERO.
01 WS-OTHER-LINES      PIC 9(7) VALUE ZERO.
01 WS-TOTAL-REVERSED   PIC S9(11)V99 VALUE ZERO.
01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-COLUMN-HEADING.
    02 FILLER PIC X(10) VALUE "Journal".
    02 FILLER PIC X(10) VALUE "Posted in".
    02 FILLER PIC X(6)  VALUE " Lines".
    02 FILLER PIC X(17) VALUE "  Debits reversed".
    02 FILLER PIC X(2)  VALUE SPACES.
    02 FILLER PIC X(14) VALUE "Reversal dated".
01 WS-DETAIL-LINE.
    02 DL-JOURNAL     PIC X(8).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-PERIOD      PIC 9(6).
    02 FILLER         PIC X(4) VALUE SPACES.
    02 DL-LINES       PIC ZZZZZ9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-DEBITS      PIC -ZZZ,ZZZ,ZZ9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-REVERSAL-DATE PIC 9(8).
01 WS-SUMMARY-LINE.
    02 FILLER         PIC X(20) VALUE "Journals reversed:".
    02 SM-JOURNALS    PIC ZZZZ9.
    02 FILLER         PIC X(9) VALUE "  Lines:".
    02 SM-LINES       PIC ZZZZZZ9.
    02 FILLER         PIC X(10) VALUE "  Debits:".
    02 SM-DEBITS      PIC -ZZZ,ZZZ,ZZ9.99.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    CALL "busdate" USING WS-RUN-DATE
    *> The deck is written (empty) whether or not anything is due, so
    *> an earlier night's reversals are never posted twice.
    OPEN OUTPUT REVERSJE
    OPEN OUTPUT REVERSRPT
    PERFORM 0100-INIT-REPORT
    PERFORM 0200-FIND-OPEN-PERIOD
    IF WS-LAST-CLOSED = ZERO
        DISPLAY "No period has been closed yet, nothing to reverse"
        PERFORM 9000-END-RUN
    END-IF
    PERFORM 0300-FIND-REVERSAL-DATE
    IF WS-RUN-DATE < WS-REVERSAL-DATE
        DISPLAY "Reversals for period " WS-OPEN-PERIOD
            " not due until " WS-REVERSAL-DATE
        PERFORM 9000-END-RUN
    END-IF
    OPEN INPUT POSTHIST
    IF WS-POSTHIST-STATUS NOT = "00"
        DISPLAY "No POSTHIST (status " WS-POSTHIST-STATUS
            "), nothing has been posted to reverse"
        PERFORM 9000-END-RUN
    END-IF
    CLOSE POSTHIST
    PERFORM 0400-LOAD-REVERSAL-LOG
    PERFORM 1000-FIND-BACKED-OUT
    PERFORM 2000-WRITE-REVERSALS
    PERFORM 3000-LOG-REVERSALS
    PERFORM 4000-PRINT-REGISTER
    DISPLAY "Postings read:      " WS-RECORDS-READ
    DISPLAY "Journals reversed:  " WS-REV-COUNT
    DISPLAY "Reversal lines:     " WS-REVERSALS-OUT
    IF WS-REVERSALS-OUT > ZERO
        DISPLAY "Post the REVERSJE deck through the normal ledger"
            " run to apply the reversals"
    END-IF
    PERFORM 9000-END-RUN.

0100-INIT-REPORT.
    MOVE "ACCRUAL REVERSALS" TO RPT-TITLE
    MOVE WS-COLUMN-HEADING TO RPT-COLUMN-HEADING.

*> The open period is the month after the last close.
0200-FIND-OPEN-PERIOD.
    OPEN INPUT PERDCTL
    IF WS-PERDCTL-STATUS = "00"
        PERFORM UNTIL WS-PERDCTL-STATUS NOT = "00"
            READ PERDCTL
                AT END MOVE "10" TO WS-PERDCTL-STATUS
                NOT AT END
                    IF PC-CLOSED AND PC-PERIOD > WS-LAST-CLOSED
                        MOVE PC-PERIOD TO WS-LAST-CLOSED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PERDCTL
    END-IF
    IF WS-LAST-CLOSED-MONTH = 12
        COMPUTE WS-OPEN-YEAR = WS-LAST-CLOSED-YEAR + 1
        MOVE 1 TO WS-OPEN-MONTH
    ELSE
        MOVE WS-LAST-CLOSED-YEAR TO WS-OPEN-YEAR
        COMPUTE WS-OPEN-MONTH = WS-LAST-CLOSED-MONTH + 1
    END-IF.

*> First business day of the open period on the calendar. No such
*> day means the calendar has not been extended that far -- the
*> same stop dateadv.cob makes.
0300-FIND-REVERSAL-DATE.
    OPEN INPUT CALFILE
    IF WS-CALFILE-STATUS NOT = "00"
        DISPLAY "CALFILE open failed, status " WS-CALFILE-STATUS
            " -- no calendar to date the reversals by"
        CLOSE REVERSJE
        CLOSE REVERSRPT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    PERFORM UNTIL WS-END-OF-FILE OR WS-REVERSAL-DATE > ZERO
        READ CALFILE
            AT END SET WS-END-OF-FILE TO TRUE
            NOT AT END
                IF CAL-BUSINESS-DAY
                        AND CAL-DATE(1:6) = WS-OPEN-PERIOD
                    MOVE CAL-DATE TO WS-REVERSAL-DATE
                END-IF
        END-READ
    END-PERFORM
    CLOSE CALFILE
    IF WS-REVERSAL-DATE = ZERO
        DISPLAY "No business day in period " WS-OPEN-PERIOD
            " on CALFILE -- extend the calendar"
        CLOSE REVERSJE
        CLOSE REVERSRPT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> No JRNLRLOG yet just means nothing has been reversed.
0400-LOAD-REVERSAL-LOG.
    OPEN INPUT JRNLRLOG
    IF WS-JRNLRLOG-STATUS = "00"
        PERFORM UNTIL WS-JRNLRLOG-STATUS NOT = "00"
            READ JRNLRLOG
                AT END MOVE "10" TO WS-JRNLRLOG-STATUS
                NOT AT END
                    MOVE RL-JOURNAL-NO TO WS-LOOKUP-JOURNAL
                    MOVE RL-PERIOD TO WS-LINE-PERIOD
                    PERFORM 1200-MARK-DONE
            END-READ
        END-PERFORM
        CLOSE JRNLRLOG
    END-IF.

*> An accrual with reversing lines in its own period was backed out
*> there and is off the ledger already.
1000-FIND-BACKED-OUT.
    OPEN INPUT POSTHIST
    MOVE "N" TO WS-EOF-FLAG
    READ POSTHIST
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        IF AT-REVERSING-ENTRY OF POSTED-HISTORY-RECORD
                AND AT-JOURNAL-NO OF POSTED-HISTORY-RECORD NOT = SPACES
            MOVE AT-JOURNAL-NO OF POSTED-HISTORY-RECORD
                TO WS-LOOKUP-JOURNAL
            MOVE AT-POST-DATE OF POSTED-HISTORY-RECORD (1:6)
                TO WS-LINE-PERIOD
            PERFORM 1200-MARK-DONE
        END-IF
        READ POSTHIST
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE POSTHIST.

1100-FIND-DONE.
    MOVE ZERO TO WS-DONE-FOUND
    PERFORM VARYING WS-DONE-IX FROM 1 BY 1
            UNTIL WS-DONE-IX > WS-DONE-COUNT
                OR WS-DONE-FOUND > ZERO
        IF WS-DONE-JOURNAL(WS-DONE-IX) = WS-LOOKUP-JOURNAL
                AND WS-DONE-PERIOD(WS-DONE-IX) = WS-LINE-PERIOD
            MOVE WS-DONE-IX TO WS-DONE-FOUND
        END-IF
    END-PERFORM.

1200-MARK-DONE.
    PERFORM 1100-FIND-DONE
    IF WS-DONE-FOUND > ZERO
        EXIT PARAGRAPH
    END-IF
    IF WS-DONE-COUNT >= 2000
        DISPLAY "More than 2000 journals reversed or backed out,"
            " run abandoned -- widen the table or trim JRNLRLOG"
        CLOSE REVERSJE
        CLOSE REVERSRPT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-DONE-COUNT
    MOVE WS-LOOKUP-JOURNAL TO WS-DONE-JOURNAL(WS-DONE-COUNT)
    MOVE WS-LINE-PERIOD TO WS-DONE-PERIOD(WS-DONE-COUNT).

2000-WRITE-REVERSALS.
    OPEN INPUT POSTHIST
    MOVE "N" TO WS-EOF-FLAG
    READ POSTHIST
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-RECORDS-READ
        PERFORM 2100-JUDGE-ONE-POSTING
        READ POSTHIST
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE POSTHIST.

*> An accrual line from a period before the open one, not reversed
*> or backed out yet, gets its mirror image.
2100-JUDGE-ONE-POSTING.
    MOVE AT-POST-DATE OF POSTED-HISTORY-RECORD (1:6) TO WS-LINE-PERIOD
    MOVE AT-JOURNAL-NO OF POSTED-HISTORY-RECORD TO WS-LOOKUP-JOURNAL
    IF NOT AT-AUTO-REVERSE OF POSTED-HISTORY-RECORD
            OR WS-LOOKUP-JOURNAL = SPACES
            OR WS-LINE-PERIOD >= WS-OPEN-PERIOD
        ADD 1 TO WS-OTHER-LINES
        EXIT PARAGRAPH
    END-IF
    PERFORM 1100-FIND-DONE
    IF WS-DONE-FOUND > ZERO
        ADD 1 TO WS-OTHER-LINES
        EXIT PARAGRAPH
    END-IF
    PERFORM 2200-FIND-RUN-JOURNAL
    MOVE POSTED-HISTORY-RECORD TO REVERSING-JOURNAL-RECORD
    IF AT-CREDIT OF POSTED-HISTORY-RECORD
        MOVE "D" TO AT-DRCR-IND OF REVERSING-JOURNAL-RECORD
        ADD AT-AMOUNT OF POSTED-HISTORY-RECORD
            TO WS-REV-DEBITS(WS-REV-FOUND)
        ADD AT-AMOUNT OF POSTED-HISTORY-RECORD TO WS-TOTAL-REVERSED
    ELSE
        MOVE "C" TO AT-DRCR-IND OF REVERSING-JOURNAL-RECORD
    END-IF
    MOVE WS-REVERSAL-DATE TO AT-POST-DATE OF REVERSING-JOURNAL-RECORD
    MOVE "V" TO AT-REVERSE-IND OF REVERSING-JOURNAL-RECORD
    WRITE REVERSING-JOURNAL-RECORD
    ADD 1 TO WS-REVERSALS-OUT
    ADD 1 TO WS-REV-LINES(WS-REV-FOUND).

2200-FIND-RUN-JOURNAL.
    MOVE ZERO TO WS-REV-FOUND
    PERFORM VARYING WS-REV-IX FROM 1 BY 1
            UNTIL WS-REV-IX > WS-REV-COUNT OR WS-REV-FOUND > ZERO
        IF WS-REV-JOURNAL(WS-REV-IX) = WS-LOOKUP-JOURNAL
                AND WS-REV-PERIOD(WS-REV-IX) = WS-LINE-PERIOD
            MOVE WS-REV-IX TO WS-REV-FOUND
        END-IF
    END-PERFORM
    IF WS-REV-FOUND = ZERO
        IF WS-REV-COUNT >= 500
            DISPLAY "More than 500 journals to reverse, run abandoned"
                " -- widen the journal table"
            CLOSE POSTHIST
            CLOSE REVERSJE
            CLOSE REVERSRPT
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-REV-COUNT
        MOVE WS-REV-COUNT TO WS-REV-FOUND
        MOVE WS-LOOKUP-JOURNAL TO WS-REV-JOURNAL(WS-REV-FOUND)
        MOVE WS-LINE-PERIOD TO WS-REV-PERIOD(WS-REV-FOUND)
        MOVE ZERO TO WS-REV-LINES(WS-REV-FOUND)
        MOVE ZERO TO WS-REV-DEBITS(WS-REV-FOUND)
    END-IF.

3000-LOG-REVERSALS.
    IF WS-REV-COUNT = ZERO
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND JRNLRLOG
    IF WS-JRNLRLOG-STATUS = "35"
        OPEN OUTPUT JRNLRLOG
    END-IF
    PERFORM VARYING WS-REV-IX FROM 1 BY 1
            UNTIL WS-REV-IX > WS-REV-COUNT
        MOVE WS-REV-JOURNAL(WS-REV-IX) TO RL-JOURNAL-NO
        MOVE WS-REV-PERIOD(WS-REV-IX) TO RL-PERIOD
        MOVE WS-RUN-DATE TO RL-RUN-DATE
        WRITE REVERSAL-LOG-RECORD
    END-PERFORM
    CLOSE JRNLRLOG.

4000-PRINT-REGISTER.
    PERFORM VARYING WS-REV-IX FROM 1 BY 1
            UNTIL WS-REV-IX > WS-REV-COUNT
        MOVE WS-REV-JOURNAL(WS-REV-IX) TO DL-JOURNAL
        MOVE WS-REV-PERIOD(WS-REV-IX) TO DL-PERIOD
        MOVE WS-REV-LINES(WS-REV-IX) TO DL-LINES
        MOVE WS-REV-DEBITS(WS-REV-IX) TO DL-DEBITS
        MOVE WS-REVERSAL-DATE TO DL-REVERSAL-DATE
        MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-PERFORM.

*> Every way out of the step: the summary on the register and the
*> control record, so an empty night still balances.
9000-END-RUN.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-REV-COUNT TO SM-JOURNALS
    MOVE WS-REVERSALS-OUT TO SM-LINES
    MOVE WS-TOTAL-REVERSED TO SM-DEBITS
    MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    CLOSE REVERSJE
    CLOSE REVERSRPT
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "JRNLREV" TO RC-PROGRAM
    MOVE WS-RUN-DATE TO RC-RUN-DATE
    MOVE WS-RECORDS-READ TO RC-RECORDS-IN
    COMPUTE RC-RECORDS-OUT = WS-REVERSALS-OUT + WS-OTHER-LINES
    MOVE ZERO TO RC-REJECTS
    MOVE WS-TOTAL-REVERSED TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE REVERSAL-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE REVERSAL-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO REVERSAL-REPORT-LINE
        WRITE REVERSAL-REPORT-LINE AFTER ADVANCING 1
        WRITE REVERSAL-REPORT-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO REVERSAL-REPORT-LINE
        WRITE REVERSAL-REPORT-LINE AFTER ADVANCING 1
    END-IF
    WRITE REVERSAL-REPORT-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.
