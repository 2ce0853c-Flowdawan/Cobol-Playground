       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. secrpt.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Operator security report for the auditors, off the SESSLOG
*> who-did-what trail (sesslog.cob), the OPERFILE operator master
*> (opermaint.cob) and the CUSTAUD what-changed trail (custmaint.cob).
*> It covers a from/to date range asked for at the start; no dates
*> means the business date alone, which is the daily run.
*> The first section lists the exceptions: failed sign-ons, lockouts
*> and attempts on a locked id per operator, with the ids currently
*> locked on OPERFILE and ids not on OPERFILE at all; every sign-on
*> outside business hours or on a Saturday or Sunday; operators who
*> have not signed on in the dormant-day limit (judged against the
*> to date, over the whole log) or never have; operators whose
*> CUSTAUD changes in the range exceed the volume limit; and CUSTAUD
*> changes made under an id that is not on OPERFILE. The batch
*> programs that write CUSTAUD under their own name (finchg.cob) are
*> not operators and are only counted. The business hours, dormant
*> days and volume limit come from the SECCTL control record.
*> The second section lists each operator's sessions in the range:
*> the sign-on, the functions run under it and the sign-off. Only
*> the main menu logs a sign-off, so a session left from another
*> program ends at the operator's next sign-on or last entry and is
*> shown as having no sign-off logged. Entries before the first
*> sign-on in the range are listed as such.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SECCTL ASSIGN TO "SECCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECCTL-STATUS.
    SELECT SESSLOG ASSIGN TO "SESSLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SESSLOG-STATUS.
    SELECT OPERFILE ASSIGN TO "OPERFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OP-ID
        FILE STATUS IS WS-OPERFILE-STATUS.
    SELECT CUSTAUD ASSIGN TO "CUSTAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CUSTAUD-STATUS.
    SELECT SECRPT ASSIGN TO "SECRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECRPT-STATUS.
    SELECT SORTWORK ASSIGN TO "SORTWORK".
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
*> Business day as HHMM from and to, Monday to Friday; the dormant
*> limit in days; the most CUSTAUD changes one operator may make in
*> the range before being listed.
FD SECCTL.
01 SECURITY-CONTROL-RECORD.
    02 SC-DAY-START    PIC 9(4).
    02 SC-DAY-END      PIC 9(4).
    02 SC-DORMANT-DAYS PIC 9(3).
    02 SC-CHANGE-LIMIT PIC 9(5).
FD SESSLOG.
COPY sessrec.
FD OPERFILE.
COPY operrec.
FD CUSTAUD.
COPY auditrec.
FD SECRPT.
01 SECURITY-REPORT-LINE PIC X(80).
SD SORTWORK.
01 SORT-RECORD.
    02 SR-OPERATOR     PIC X(8).
    02 SR-TIMESTAMP.
        03 SR-DATE     PIC 9(8).
        03 SR-HH       PIC 99.
        03 SR-MM       PIC 99.
        03 SR-SS       PIC 99.
        03 FILLER      PIC X(7).
    02 SR-SEQUENCE     PIC 9(7).
    02 SR-FUNCTION     PIC X(20).
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-SECCTL-STATUS   PIC XX VALUE "00".
01 WS-SESSLOG-STATUS  PIC XX VALUE "00".
01 WS-OPERFILE-STATUS PIC XX VALUE "00".
01 WS-CUSTAUD-STATUS  PIC XX VALUE "00".
01 WS-SECRPT-STATUS   PIC XX VALUE "00".
01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-CUSTAUD-FLAG    PIC X VALUE "N".
   88 WS-HAVE-CUSTAUD VALUE "Y".
01 WS-FROM-DATE       PIC 9(8) VALUE ZERO.
01 WS-TO-DATE         PIC 9(8) VALUE ZERO.
01 WS-TO-DAY-NUMBER   PIC 9(7) VALUE ZERO.
01 WS-ENTRY-DATE      PIC 9(8) VALUE ZERO.
01 WS-ENTRY-TIME      PIC 9(4) VALUE ZERO.
01 WS-DAY-NUMBER      PIC 9(7) VALUE ZERO.
01 WS-WEEK-COUNT      PIC 9(7) VALUE ZERO.
01 WS-WEEKDAY         PIC 9 VALUE ZERO.
01 WS-DAYS-IDLE       PIC 9(7) VALUE ZERO.
01 WS-LOOKUP-ID       PIC X(8) VALUE SPACES.
*> Batch programs that write CUSTAUD under their own name rather
*> than a signed-on operator's.
01 WS-AUDIT-OPERATOR  PIC X(8) VALUE SPACES.
   88 WS-BATCH-PROGRAM VALUE "FINCHG".
*> One entry per OPERFILE operator, loaded in key order, then one
*> per id met in SESSLOG or CUSTAUD that is not on OPERFILE.
01 WS-OPERATOR-COUNT  PIC 9(4) VALUE ZERO.
01 WS-OPER-IX         PIC 9(4) VALUE ZERO.
01 WS-OPERATOR-TABLE.
    02 WS-OT-ENTRY OCCURS 500.
        03 WS-OT-ID           PIC X(8).
        03 WS-OT-ON-FILE      PIC X.
           88 WS-OT-ON-OPERFILE VALUE "Y".
        03 WS-OT-LEVEL        PIC 9.
        03 WS-OT-LOCKED       PIC X.
           88 WS-OT-NOW-LOCKED VALUE "Y".
        03 WS-OT-FAILURES     PIC 9(5).
        03 WS-OT-LOCKOUTS     PIC 9(5).
        03 WS-OT-LOCKED-TRIES PIC 9(5).
        03 WS-OT-LAST-SIGN-ON PIC 9(8).
        03 WS-OT-CHANGES      PIC 9(7).
01 WS-TABLE-FULL-COUNT PIC 9(7) VALUE ZERO.
01 WS-DAY-NAME-VALUES.
    02 FILLER PIC X(9) VALUE "Monday".
    02 FILLER PIC X(9) VALUE "Tuesday".
    02 FILLER PIC X(9) VALUE "Wednesday".
    02 FILLER PIC X(9) VALUE "Thursday".
    02 FILLER PIC X(9) VALUE "Friday".
    02 FILLER PIC X(9) VALUE "Saturday".
    02 FILLER PIC X(9) VALUE "Sunday".
01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
    02 WS-DAY-NAME PIC X(9) OCCURS 7.
01 WS-SESSLOG-READ    PIC 9(7) VALUE ZERO.
01 WS-BAD-ENTRY-COUNT PIC 9(7) VALUE ZERO.
01 WS-CUSTAUD-READ    PIC 9(7) VALUE ZERO.
01 WS-OLD-LAYOUT-COUNT PIC 9(7) VALUE ZERO.
01 WS-BATCH-CHANGES   PIC 9(7) VALUE ZERO.
01 WS-LISTED-COUNT    PIC 9(5) VALUE ZERO.
01 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
01 WS-SEQUENCE        PIC 9(7) VALUE ZERO.
01 WS-ENTRIES-LISTED  PIC 9(7) VALUE ZERO.
01 WS-SESSION-COUNT   PIC 9(7) VALUE ZERO.
01 WS-NO-SIGN-OFF-COUNT PIC 9(7) VALUE ZERO.
*> Session state while the sorted entries are printed.
01 WS-PREV-OPERATOR   PIC X(8) VALUE SPACES.
01 WS-HAVE-OPERATOR-FLAG PIC X VALUE "N".
   88 WS-HAVE-OPERATOR VALUE "Y".
01 WS-SESSION-FLAG    PIC X VALUE "N".
   88 WS-SESSION-OPEN VALUE "Y".
01 WS-LOOSE-FLAG      PIC X VALUE "N".
   88 WS-LOOSE-MARKED VALUE "Y".
01 WS-SIGNED-OFF-FLAG PIC X VALUE "N".
   88 WS-SIGNED-OFF VALUE "Y".
01 WS-SESSION-FUNCTIONS PIC 9(4) VALUE ZERO.
01 WS-START-DAY-NUMBER  PIC 9(7) VALUE ZERO.
01 WS-START-MINUTE      PIC 9(4) VALUE ZERO.
01 WS-END-MINUTE        PIC 9(4) VALUE ZERO.
01 WS-SESSION-MINUTES   PIC S9(7) VALUE ZERO.
01 WS-PRINT-LINE      PIC X(80) VALUE SPACES.
01 WS-LIST-HEADING    PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-EXCEPTION-HEADING.
    02 FILLER PIC X(10) VALUE "Operator".
    02 FILLER PIC X(40) VALUE "Exception".
01 WS-SESSION-HEADING.
    02 FILLER PIC X(12) VALUE "Date".
    02 FILLER PIC X(10) VALUE "Time".
    02 FILLER PIC X(20) VALUE "Function".
01 WS-PERIOD-LINE.
    02 FILLER         PIC X(7) VALUE "Period ".
    02 PL-FROM-DATE   PIC 9999/99/99.
    02 FILLER         PIC X(4) VALUE " to ".
    02 PL-TO-DATE     PIC 9999/99/99.
01 WS-SECTION-LINE.
    02 FILLER         PIC X(4) VALUE "*** ".
    02 SL-TEXT        PIC X(70).
01 WS-NONE-LINE.
    02 FILLER         PIC X(10) VALUE SPACES.
    02 FILLER         PIC X(4) VALUE "None".
01 WS-FAILURE-HEADING.
    02 FILLER PIC X(10) VALUE "Operator".
    02 FILLER PIC X(8)  VALUE "  Failed".
    02 FILLER PIC X(10) VALUE "  Lockouts".
    02 FILLER PIC X(14) VALUE "  Locked tries".
    02 FILLER PIC X(8)  VALUE "  Status".
01 WS-FAILURE-LINE.
    02 FL-OPERATOR    PIC X(8).
    02 FILLER         PIC X(5) VALUE SPACES.
    02 FL-FAILURES    PIC ZZZZ9.
    02 FILLER         PIC X(5) VALUE SPACES.
    02 FL-LOCKOUTS    PIC ZZZZ9.
    02 FILLER         PIC X(9) VALUE SPACES.
    02 FL-LOCKED-TRIES PIC ZZZZ9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 FL-STATUS      PIC X(20).
01 WS-AFTER-HOURS-HEADING.
    02 FILLER PIC X(10) VALUE "Operator".
    02 FILLER PIC X(12) VALUE "Date".
    02 FILLER PIC X(10) VALUE "Time".
    02 FILLER PIC X(9)  VALUE "Day".
01 WS-AFTER-HOURS-LINE.
    02 AH-OPERATOR    PIC X(8).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 AH-DATE        PIC 9999/99/99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 AH-HH          PIC 99.
    02 FILLER         PIC X VALUE ":".
    02 AH-MM          PIC 99.
    02 FILLER         PIC X VALUE ":".
    02 AH-SS          PIC 99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 AH-DAY         PIC X(9).
01 WS-DORMANT-HEADING.
    02 FILLER PIC X(10) VALUE "Operator".
    02 FILLER PIC X(7)  VALUE "Level".
    02 FILLER PIC X(14) VALUE "Last sign-on".
    02 FILLER PIC X(9)  VALUE "Days idle".
01 WS-DORMANT-LINE.
    02 DO-OPERATOR    PIC X(8).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DO-LEVEL       PIC 9.
    02 FILLER         PIC X(6) VALUE SPACES.
    02 DO-LAST-SIGN-ON PIC X(10).
    02 FILLER         PIC X(4) VALUE SPACES.
    02 DO-DAYS-IDLE   PIC X(7).
01 WS-EDIT-DATE       PIC 9999/99/99.
01 WS-EDIT-DAYS       PIC ZZZZZZ9.
01 WS-CHANGE-HEADING.
    02 FILLER PIC X(10) VALUE "Operator".
    02 FILLER PIC X(9)  VALUE "  Changes".
01 WS-CHANGE-LINE.
    02 CL-OPERATOR    PIC X(8).
    02 FILLER         PIC X(4) VALUE SPACES.
    02 CL-CHANGES     PIC ZZZZZZ9.
01 WS-BATCH-LINE.
    02 FILLER         PIC X(37)
        VALUE "Changes by batch programs, not listed".
    02 FILLER         PIC X(2) VALUE ": ".
    02 BL-CHANGES     PIC ZZZZZZ9.
01 WS-OPERATOR-LINE.
    02 FILLER         PIC X(9) VALUE "Operator ".
    02 OL-OPERATOR    PIC X(8).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 OL-NOTE        PIC X(20).
01 WS-ENTRY-LINE.
    02 EL-DATE        PIC 9999/99/99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 EL-HH          PIC 99.
    02 FILLER         PIC X VALUE ":".
    02 EL-MM          PIC 99.
    02 FILLER         PIC X VALUE ":".
    02 EL-SS          PIC 99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 EL-FUNCTION    PIC X(22).
01 WS-LOOSE-LINE.
    02 FILLER         PIC X(22) VALUE SPACES.
    02 FILLER         PIC X(24) VALUE "(no sign-on in period)".
01 WS-SESSION-END-LINE.
    02 FILLER         PIC X(24) VALUE SPACES.
    02 SE-FUNCTIONS   PIC ZZZ9.
    02 FILLER         PIC X(14) VALUE " function(s), ".
    02 SE-TEXT        PIC X(34).
01 WS-MINUTES-TEXT.
    02 FILLER         PIC X(17) VALUE "signed off after ".
    02 MT-MINUTES     PIC ZZZZZZ9.
    02 FILLER         PIC X(8) VALUE " minutes".
01 WS-TOTAL-LINE.
    02 TL-TEXT        PIC X(30).
    02 TL-COUNT       PIC ZZZZZZ9.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-READ-CONTROL-RECORD
    PERFORM 0200-GET-DATE-RANGE
    PERFORM 0300-LOAD-OPERATORS
    PERFORM 0400-OPEN-FILES
    PERFORM 1000-TALLY-SESSION-LOG
    PERFORM 1500-TALLY-CUSTAUD
    MOVE "OPERATOR SECURITY EXCEPTIONS" TO RPT-TITLE
    MOVE WS-EXCEPTION-HEADING TO RPT-COLUMN-HEADING
    MOVE WS-FROM-DATE TO PL-FROM-DATE
    MOVE WS-TO-DATE TO PL-TO-DATE
    MOVE WS-PERIOD-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    PERFORM 2000-PRINT-FAILURES
    PERFORM 2200-PRINT-AFTER-HOURS
    PERFORM 2400-PRINT-DORMANT
    PERFORM 2600-PRINT-HEAVY-CHANGERS
    PERFORM 2800-PRINT-UNKNOWN-CHANGERS
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Exceptions listed:" TO TL-TEXT
    MOVE WS-EXCEPTION-COUNT TO TL-COUNT
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    PERFORM 3000-START-SESSION-SECTION
    SORT SORTWORK
        ON ASCENDING KEY SR-OPERATOR SR-TIMESTAMP SR-SEQUENCE
        INPUT PROCEDURE IS 3100-RELEASE-ENTRIES
        OUTPUT PROCEDURE IS 3200-PRINT-SESSIONS
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Sessions listed:" TO TL-TEXT
    MOVE WS-SESSION-COUNT TO TL-COUNT
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "No sign-off logged:" TO TL-TEXT
    MOVE WS-NO-SIGN-OFF-COUNT TO TL-COUNT
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    CLOSE SECRPT
    DISPLAY "Session log lines read: " WS-SESSLOG-READ
    DISPLAY "CUSTAUD lines read:     " WS-CUSTAUD-READ
    DISPLAY "Exceptions listed:      " WS-EXCEPTION-COUNT
    DISPLAY "Sessions listed:        " WS-SESSION-COUNT
    IF WS-BAD-ENTRY-COUNT > ZERO
        DISPLAY "Bad log lines skipped:  " WS-BAD-ENTRY-COUNT
    END-IF
    IF WS-OLD-LAYOUT-COUNT > ZERO
        DISPLAY "Old layout lines skipped: " WS-OLD-LAYOUT-COUNT
    END-IF
    IF WS-TABLE-FULL-COUNT > ZERO
        DISPLAY "Operator table full, entries not counted: "
            WS-TABLE-FULL-COUNT
    END-IF
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

0100-READ-CONTROL-RECORD.
    OPEN INPUT SECCTL
    IF WS-SECCTL-STATUS NOT = "00"
        DISPLAY "SECCTL open failed, status " WS-SECCTL-STATUS
            ", security report abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ SECCTL
        AT END
            DISPLAY "SECCTL is empty, security report abandoned"
            CLOSE SECCTL
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-READ
    CLOSE SECCTL
    IF SC-DAY-START IS NOT NUMERIC OR SC-DAY-END IS NOT NUMERIC
            OR SC-DORMANT-DAYS IS NOT NUMERIC
            OR SC-CHANGE-LIMIT IS NOT NUMERIC
            OR SC-DAY-START NOT < SC-DAY-END
            OR SC-DAY-END > 2400
            OR SC-DORMANT-DAYS = ZERO
        DISPLAY "SECCTL record is not valid, security report abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> No from date is the daily run over the business date; no to date
*> is the from date alone.
0200-GET-DATE-RANGE.
    DISPLAY "From date (YYYYMMDD, blank for business date): "
        WITH NO ADVANCING
    ACCEPT WS-FROM-DATE
    DISPLAY "To date (YYYYMMDD, blank for the from date): "
        WITH NO ADVANCING
    ACCEPT WS-TO-DATE
    IF WS-FROM-DATE = ZERO
        CALL "busdate" USING WS-FROM-DATE
    END-IF
    IF WS-TO-DATE = ZERO
        MOVE WS-FROM-DATE TO WS-TO-DATE
    END-IF
    IF WS-TO-DATE < WS-FROM-DATE
        DISPLAY "To date is before from date, security report abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE WS-TO-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(WS-TO-DATE).

0300-LOAD-OPERATORS.
    OPEN INPUT OPERFILE
    IF WS-OPERFILE-STATUS NOT = "00"
        DISPLAY "OPERFILE open failed, status " WS-OPERFILE-STATUS
            ", security report abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ OPERFILE NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        IF WS-OPERATOR-COUNT < 500
            ADD 1 TO WS-OPERATOR-COUNT
            MOVE WS-OPERATOR-COUNT TO WS-OPER-IX
            PERFORM 7100-CLEAR-OPERATOR-ENTRY
            MOVE OP-ID TO WS-OT-ID(WS-OPER-IX)
            MOVE "Y" TO WS-OT-ON-FILE(WS-OPER-IX)
            MOVE OP-LEVEL TO WS-OT-LEVEL(WS-OPER-IX)
            IF OP-LOCKED
                MOVE "Y" TO WS-OT-LOCKED(WS-OPER-IX)
            END-IF
        ELSE
            ADD 1 TO WS-TABLE-FULL-COUNT
        END-IF
        READ OPERFILE NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE OPERFILE.

*> CUSTAUD is only there once a customer has been changed, so a
*> missing one is no changes rather than a failure.
0400-OPEN-FILES.
    OPEN INPUT SESSLOG
    IF WS-SESSLOG-STATUS NOT = "00"
        DISPLAY "SESSLOG open failed, status " WS-SESSLOG-STATUS
            ", security report abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE SESSLOG
    OPEN INPUT CUSTAUD
    IF WS-CUSTAUD-STATUS = "00"
        SET WS-HAVE-CUSTAUD TO TRUE
        CLOSE CUSTAUD
    ELSE
        IF WS-CUSTAUD-STATUS NOT = "35"
            DISPLAY "CUSTAUD open failed, status " WS-CUSTAUD-STATUS
                ", security report abandoned"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN OUTPUT SECRPT.

*> The failure counts are for the range; the last sign-on is over
*> the whole log up to the to date, which is what dormancy needs.
1000-TALLY-SESSION-LOG.
    OPEN INPUT SESSLOG
    MOVE "N" TO WS-EOF-FLAG
    READ SESSLOG
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-SESSLOG-READ
        PERFORM 1100-TALLY-ONE-ENTRY
        READ SESSLOG
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE SESSLOG.

1100-TALLY-ONE-ENTRY.
    IF SL-TIMESTAMP(1:12) IS NOT NUMERIC
        ADD 1 TO WS-BAD-ENTRY-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE SL-TIMESTAMP(1:8) TO WS-ENTRY-DATE
    IF WS-ENTRY-DATE > WS-TO-DATE
        EXIT PARAGRAPH
    END-IF
    MOVE SL-OPERATOR TO WS-LOOKUP-ID
    PERFORM 7000-FIND-OPERATOR
    IF WS-OPER-IX = ZERO
        EXIT PARAGRAPH
    END-IF
    IF SL-FUNCTION = "SIGN-ON"
        IF WS-ENTRY-DATE > WS-OT-LAST-SIGN-ON(WS-OPER-IX)
            MOVE WS-ENTRY-DATE TO WS-OT-LAST-SIGN-ON(WS-OPER-IX)
        END-IF
    END-IF
    IF WS-ENTRY-DATE < WS-FROM-DATE
        EXIT PARAGRAPH
    END-IF
    EVALUATE SL-FUNCTION
        WHEN "SIGN-ON FAILED"
            ADD 1 TO WS-OT-FAILURES(WS-OPER-IX)
        WHEN "SIGN-ON LOCKOUT"
            ADD 1 TO WS-OT-FAILURES(WS-OPER-IX)
            ADD 1 TO WS-OT-LOCKOUTS(WS-OPER-IX)
        WHEN "SIGN-ON LOCKED"
            ADD 1 TO WS-OT-LOCKED-TRIES(WS-OPER-IX)
    END-EVALUATE.

1500-TALLY-CUSTAUD.
    IF NOT WS-HAVE-CUSTAUD
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT CUSTAUD
    MOVE "N" TO WS-EOF-FLAG
    READ CUSTAUD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-CUSTAUD-READ
        PERFORM 1600-TALLY-ONE-CHANGE
        READ CUSTAUD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE CUSTAUD.

1600-TALLY-ONE-CHANGE.
    IF AUD-IDENT IS NOT NUMERIC
        ADD 1 TO WS-OLD-LAYOUT-COUNT
        EXIT PARAGRAPH
    END-IF
    IF AUD-TIMESTAMP(1:8) IS NOT NUMERIC
        ADD 1 TO WS-BAD-ENTRY-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE AUD-TIMESTAMP(1:8) TO WS-ENTRY-DATE
    IF WS-ENTRY-DATE < WS-FROM-DATE OR WS-ENTRY-DATE > WS-TO-DATE
        EXIT PARAGRAPH
    END-IF
    MOVE AUD-OPERATOR TO WS-AUDIT-OPERATOR
    IF WS-BATCH-PROGRAM
        ADD 1 TO WS-BATCH-CHANGES
        EXIT PARAGRAPH
    END-IF
    MOVE AUD-OPERATOR TO WS-LOOKUP-ID
    PERFORM 7000-FIND-OPERATOR
    IF WS-OPER-IX NOT = ZERO
        ADD 1 TO WS-OT-CHANGES(WS-OPER-IX)
    END-IF.

2000-PRINT-FAILURES.
    MOVE "FAILED SIGN-ONS, LOCKOUTS AND LOCKED IDS" TO SL-TEXT
    MOVE WS-FAILURE-HEADING TO WS-LIST-HEADING
    PERFORM 7500-WRITE-SECTION-HEADING
    MOVE ZERO TO WS-LISTED-COUNT
    PERFORM VARYING WS-OPER-IX FROM 1 BY 1
            UNTIL WS-OPER-IX > WS-OPERATOR-COUNT
        IF WS-OT-FAILURES(WS-OPER-IX) > ZERO
                OR WS-OT-LOCKED-TRIES(WS-OPER-IX) > ZERO
                OR WS-OT-NOW-LOCKED(WS-OPER-IX)
            PERFORM 2100-PRINT-ONE-FAILURE
        END-IF
    END-PERFORM
    PERFORM 7600-WRITE-NONE-IF-EMPTY.

2100-PRINT-ONE-FAILURE.
    ADD 1 TO WS-LISTED-COUNT
    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE WS-OT-ID(WS-OPER-IX) TO FL-OPERATOR
    MOVE WS-OT-FAILURES(WS-OPER-IX) TO FL-FAILURES
    MOVE WS-OT-LOCKOUTS(WS-OPER-IX) TO FL-LOCKOUTS
    MOVE WS-OT-LOCKED-TRIES(WS-OPER-IX) TO FL-LOCKED-TRIES
    EVALUATE TRUE
        WHEN NOT WS-OT-ON-OPERFILE(WS-OPER-IX)
            MOVE "NOT ON OPERFILE" TO FL-STATUS
        WHEN WS-OT-NOW-LOCKED(WS-OPER-IX)
            MOVE "LOCKED NOW" TO FL-STATUS
        WHEN OTHER
            MOVE SPACES TO FL-STATUS
    END-EVALUATE
    MOVE WS-FAILURE-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

*> A second pass over SESSLOG so the sign-ons list in log order.
*> Day 1 of INTEGER-OF-DATE, 1601/01/01, was a Monday.
2200-PRINT-AFTER-HOURS.
    MOVE SPACES TO SL-TEXT
    STRING "SIGN-ONS OUTSIDE BUSINESS HOURS " DELIMITED BY SIZE
        SC-DAY-START(1:2) ":" SC-DAY-START(3:2) DELIMITED BY SIZE
        " TO " DELIMITED BY SIZE
        SC-DAY-END(1:2) ":" SC-DAY-END(3:2) DELIMITED BY SIZE
        ", MONDAY TO FRIDAY" DELIMITED BY SIZE
        INTO SL-TEXT
    END-STRING
    MOVE WS-AFTER-HOURS-HEADING TO WS-LIST-HEADING
    PERFORM 7500-WRITE-SECTION-HEADING
    MOVE ZERO TO WS-LISTED-COUNT
    OPEN INPUT SESSLOG
    MOVE "N" TO WS-EOF-FLAG
    READ SESSLOG
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        IF SL-FUNCTION = "SIGN-ON"
                AND SL-TIMESTAMP(1:12) IS NUMERIC
            PERFORM 2300-CHECK-ONE-SIGN-ON
        END-IF
        READ SESSLOG
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE SESSLOG
    PERFORM 7600-WRITE-NONE-IF-EMPTY.

2300-CHECK-ONE-SIGN-ON.
    MOVE SL-TIMESTAMP(1:8) TO WS-ENTRY-DATE
    IF WS-ENTRY-DATE < WS-FROM-DATE OR WS-ENTRY-DATE > WS-TO-DATE
        EXIT PARAGRAPH
    END-IF
    MOVE SL-TIMESTAMP(9:4) TO WS-ENTRY-TIME
    COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE)
    SUBTRACT 1 FROM WS-DAY-NUMBER
    DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-COUNT
        REMAINDER WS-WEEKDAY
    IF WS-WEEKDAY < 5
            AND WS-ENTRY-TIME NOT < SC-DAY-START
            AND WS-ENTRY-TIME < SC-DAY-END
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-LISTED-COUNT
    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE SL-OPERATOR TO AH-OPERATOR
    MOVE WS-ENTRY-DATE TO AH-DATE
    MOVE SL-TIMESTAMP(9:2) TO AH-HH
    MOVE SL-TIMESTAMP(11:2) TO AH-MM
    MOVE SL-TIMESTAMP(13:2) TO AH-SS
    MOVE WS-DAY-NAME(WS-WEEKDAY + 1) TO AH-DAY
    MOVE WS-AFTER-HOURS-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

2400-PRINT-DORMANT.
    MOVE SPACES TO SL-TEXT
    STRING "DORMANT OPERATORS, NO SIGN-ON IN " DELIMITED BY SIZE
        SC-DORMANT-DAYS DELIMITED BY SIZE
        " DAYS" DELIMITED BY SIZE
        INTO SL-TEXT
    END-STRING
    MOVE WS-DORMANT-HEADING TO WS-LIST-HEADING
    PERFORM 7500-WRITE-SECTION-HEADING
    MOVE ZERO TO WS-LISTED-COUNT
    PERFORM VARYING WS-OPER-IX FROM 1 BY 1
            UNTIL WS-OPER-IX > WS-OPERATOR-COUNT
        IF WS-OT-ON-OPERFILE(WS-OPER-IX)
            PERFORM 2500-CHECK-ONE-DORMANT
        END-IF
    END-PERFORM
    PERFORM 7600-WRITE-NONE-IF-EMPTY.

2500-CHECK-ONE-DORMANT.
    IF WS-OT-LAST-SIGN-ON(WS-OPER-IX) = ZERO
        MOVE "never" TO DO-LAST-SIGN-ON
        MOVE SPACES TO DO-DAYS-IDLE
    ELSE
        COMPUTE WS-DAYS-IDLE = WS-TO-DAY-NUMBER
            - FUNCTION INTEGER-OF-DATE(WS-OT-LAST-SIGN-ON(WS-OPER-IX))
        IF WS-DAYS-IDLE < SC-DORMANT-DAYS
            EXIT PARAGRAPH
        END-IF
        MOVE WS-OT-LAST-SIGN-ON(WS-OPER-IX) TO WS-EDIT-DATE
        MOVE WS-EDIT-DATE TO DO-LAST-SIGN-ON
        MOVE WS-DAYS-IDLE TO WS-EDIT-DAYS
        MOVE WS-EDIT-DAYS TO DO-DAYS-IDLE
    END-IF
    ADD 1 TO WS-LISTED-COUNT
    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE WS-OT-ID(WS-OPER-IX) TO DO-OPERATOR
    MOVE WS-OT-LEVEL(WS-OPER-IX) TO DO-LEVEL
    MOVE WS-DORMANT-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

2600-PRINT-HEAVY-CHANGERS.
    MOVE SPACES TO SL-TEXT
    STRING "CUSTAUD CHANGES OVER " DELIMITED BY SIZE
        SC-CHANGE-LIMIT DELIMITED BY SIZE
        " BY ONE OPERATOR" DELIMITED BY SIZE
        INTO SL-TEXT
    END-STRING
    MOVE WS-CHANGE-HEADING TO WS-LIST-HEADING
    PERFORM 7500-WRITE-SECTION-HEADING
    MOVE ZERO TO WS-LISTED-COUNT
    PERFORM VARYING WS-OPER-IX FROM 1 BY 1
            UNTIL WS-OPER-IX > WS-OPERATOR-COUNT
        IF WS-OT-ON-OPERFILE(WS-OPER-IX)
                AND WS-OT-CHANGES(WS-OPER-IX) > SC-CHANGE-LIMIT
            PERFORM 2700-PRINT-ONE-CHANGER
        END-IF
    END-PERFORM
    PERFORM 7600-WRITE-NONE-IF-EMPTY.

2700-PRINT-ONE-CHANGER.
    ADD 1 TO WS-LISTED-COUNT
    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE WS-OT-ID(WS-OPER-IX) TO CL-OPERATOR
    MOVE WS-OT-CHANGES(WS-OPER-IX) TO CL-CHANGES
    MOVE WS-CHANGE-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

2800-PRINT-UNKNOWN-CHANGERS.
    MOVE "CUSTAUD CHANGES BY IDS NOT ON OPERFILE" TO SL-TEXT
    MOVE WS-CHANGE-HEADING TO WS-LIST-HEADING
    PERFORM 7500-WRITE-SECTION-HEADING
    MOVE ZERO TO WS-LISTED-COUNT
    PERFORM VARYING WS-OPER-IX FROM 1 BY 1
            UNTIL WS-OPER-IX > WS-OPERATOR-COUNT
        IF NOT WS-OT-ON-OPERFILE(WS-OPER-IX)
                AND WS-OT-CHANGES(WS-OPER-IX) > ZERO
            PERFORM 2700-PRINT-ONE-CHANGER
        END-IF
    END-PERFORM
    PERFORM 7600-WRITE-NONE-IF-EMPTY
    IF WS-BATCH-CHANGES > ZERO
        MOVE WS-BATCH-CHANGES TO BL-CHANGES
        MOVE WS-BATCH-LINE TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

*> The sessions start on a page of their own under their own title
*> and column heading; a full line count makes rptwrite break the
*> page on the next line.
3000-START-SESSION-SECTION.
    MOVE "OPERATOR SESSIONS" TO RPT-TITLE
    MOVE WS-SESSION-HEADING TO RPT-COLUMN-HEADING
    MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT
    MOVE WS-PERIOD-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

*> Failed and locked sign-ons are not sessions; they are in the
*> first section.
3100-RELEASE-ENTRIES.
    OPEN INPUT SESSLOG
    MOVE "N" TO WS-EOF-FLAG
    READ SESSLOG
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        IF SL-TIMESTAMP(1:14) IS NUMERIC
                AND SL-TIMESTAMP(1:8) NOT < WS-FROM-DATE
                AND SL-TIMESTAMP(1:8) NOT > WS-TO-DATE
                AND SL-FUNCTION NOT = "SIGN-ON FAILED"
                AND SL-FUNCTION NOT = "SIGN-ON LOCKED"
                AND SL-FUNCTION NOT = "SIGN-ON LOCKOUT"
            ADD 1 TO WS-SEQUENCE
            MOVE SL-OPERATOR TO SR-OPERATOR
            MOVE SL-TIMESTAMP TO SR-TIMESTAMP
            MOVE WS-SEQUENCE TO SR-SEQUENCE
            MOVE SL-FUNCTION TO SR-FUNCTION
            RELEASE SORT-RECORD
        END-IF
        READ SESSLOG
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE SESSLOG.

*> A sign-on opens a session and the functions after it are listed
*> under it; the sign-off closes it. A new sign-on, a password
*> change (logged just before its sign-on) or the end of the
*> operator's entries closes an open session as not signed off.
3200-PRINT-SESSIONS.
    MOVE "N" TO WS-EOF-FLAG
    RETURN SORTWORK
        AT END SET WS-END-OF-FILE TO TRUE
    END-RETURN
    PERFORM UNTIL WS-END-OF-FILE
        IF NOT WS-HAVE-OPERATOR OR SR-OPERATOR NOT = WS-PREV-OPERATOR
            IF WS-SESSION-OPEN
                PERFORM 3600-END-SESSION
            END-IF
            PERFORM 3300-START-OPERATOR
        END-IF
        ADD 1 TO WS-ENTRIES-LISTED
        EVALUATE SR-FUNCTION
            WHEN "SIGN-ON"
                IF WS-SESSION-OPEN
                    PERFORM 3600-END-SESSION
                END-IF
                PERFORM 3400-START-SESSION
            WHEN "PASSWORD CHANGED"
                IF WS-SESSION-OPEN
                    PERFORM 3600-END-SESSION
                END-IF
                MOVE "N" TO WS-LOOSE-FLAG
                PERFORM 3700-PRINT-SESSION-ENTRY
            WHEN "SIGN-OFF"
                PERFORM 3700-PRINT-SESSION-ENTRY
                IF WS-SESSION-OPEN
                    SET WS-SIGNED-OFF TO TRUE
                    PERFORM 3600-END-SESSION
                END-IF
                MOVE "N" TO WS-LOOSE-FLAG
            WHEN OTHER
                PERFORM 3500-PRINT-FUNCTION
        END-EVALUATE
        RETURN SORTWORK
            AT END SET WS-END-OF-FILE TO TRUE
        END-RETURN
    END-PERFORM
    IF WS-SESSION-OPEN
        PERFORM 3600-END-SESSION
    END-IF.

3300-START-OPERATOR.
    MOVE SR-OPERATOR TO WS-PREV-OPERATOR
    SET WS-HAVE-OPERATOR TO TRUE
    MOVE "N" TO WS-LOOSE-FLAG
    MOVE SR-OPERATOR TO WS-LOOKUP-ID
    PERFORM 7000-FIND-OPERATOR
    MOVE SPACES TO OL-NOTE
    IF WS-OPER-IX NOT = ZERO
        IF NOT WS-OT-ON-OPERFILE(WS-OPER-IX)
            MOVE "(not on OPERFILE)" TO OL-NOTE
        END-IF
    END-IF
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SR-OPERATOR TO OL-OPERATOR
    MOVE WS-OPERATOR-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

3400-START-SESSION.
    SET WS-SESSION-OPEN TO TRUE
    MOVE "N" TO WS-SIGNED-OFF-FLAG
    MOVE "N" TO WS-LOOSE-FLAG
    MOVE ZERO TO WS-SESSION-FUNCTIONS
    ADD 1 TO WS-SESSION-COUNT
    COMPUTE WS-START-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(SR-DATE)
    COMPUTE WS-START-MINUTE = SR-HH * 60 + SR-MM
    PERFORM 3700-PRINT-SESSION-ENTRY.

3500-PRINT-FUNCTION.
    IF WS-SESSION-OPEN
        ADD 1 TO WS-SESSION-FUNCTIONS
    ELSE
        IF NOT WS-LOOSE-MARKED
            SET WS-LOOSE-MARKED TO TRUE
            MOVE WS-LOOSE-LINE TO WS-PRINT-LINE
            PERFORM 8000-WRITE-REPORT-LINE
        END-IF
    END-IF
    PERFORM 3800-FORMAT-ENTRY
    MOVE SR-FUNCTION TO EL-FUNCTION(3:20)
    MOVE WS-ENTRY-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

3600-END-SESSION.
    MOVE WS-SESSION-FUNCTIONS TO SE-FUNCTIONS
    IF WS-SIGNED-OFF
        COMPUTE WS-END-MINUTE = SR-HH * 60 + SR-MM
        COMPUTE WS-SESSION-MINUTES =
            (FUNCTION INTEGER-OF-DATE(SR-DATE) - WS-START-DAY-NUMBER)
            * 1440 + WS-END-MINUTE - WS-START-MINUTE
        MOVE WS-SESSION-MINUTES TO MT-MINUTES
        MOVE WS-MINUTES-TEXT TO SE-TEXT
    ELSE
        MOVE "no sign-off logged" TO SE-TEXT
        ADD 1 TO WS-NO-SIGN-OFF-COUNT
    END-IF
    MOVE WS-SESSION-END-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "N" TO WS-SESSION-FLAG
    MOVE "N" TO WS-SIGNED-OFF-FLAG.

3700-PRINT-SESSION-ENTRY.
    PERFORM 3800-FORMAT-ENTRY
    MOVE SR-FUNCTION TO EL-FUNCTION
    MOVE WS-ENTRY-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

3800-FORMAT-ENTRY.
    MOVE SR-DATE TO EL-DATE
    MOVE SR-HH TO EL-HH
    MOVE SR-MM TO EL-MM
    MOVE SR-SS TO EL-SS
    MOVE SPACES TO EL-FUNCTION.

*> Finds WS-LOOKUP-ID in the operator table, adding it as an id not
*> on OPERFILE if it is new; WS-OPER-IX is zero if the table is full.
7000-FIND-OPERATOR.
    PERFORM VARYING WS-OPER-IX FROM 1 BY 1
            UNTIL WS-OPER-IX > WS-OPERATOR-COUNT
        IF WS-OT-ID(WS-OPER-IX) = WS-LOOKUP-ID
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-OPERATOR-COUNT = 500
        ADD 1 TO WS-TABLE-FULL-COUNT
        MOVE ZERO TO WS-OPER-IX
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-OPERATOR-COUNT
    MOVE WS-OPERATOR-COUNT TO WS-OPER-IX
    PERFORM 7100-CLEAR-OPERATOR-ENTRY
    MOVE WS-LOOKUP-ID TO WS-OT-ID(WS-OPER-IX).

7100-CLEAR-OPERATOR-ENTRY.
    MOVE SPACES TO WS-OT-ID(WS-OPER-IX)
    MOVE "N" TO WS-OT-ON-FILE(WS-OPER-IX)
    MOVE ZERO TO WS-OT-LEVEL(WS-OPER-IX)
    MOVE "N" TO WS-OT-LOCKED(WS-OPER-IX)
    MOVE ZERO TO WS-OT-FAILURES(WS-OPER-IX)
    MOVE ZERO TO WS-OT-LOCKOUTS(WS-OPER-IX)
    MOVE ZERO TO WS-OT-LOCKED-TRIES(WS-OPER-IX)
    MOVE ZERO TO WS-OT-LAST-SIGN-ON(WS-OPER-IX)
    MOVE ZERO TO WS-OT-CHANGES(WS-OPER-IX).

*> Section text in SL-TEXT and the list's own column line in
*> WS-LIST-HEADING on the way in.
7500-WRITE-SECTION-HEADING.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-SECTION-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-LIST-HEADING TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

7600-WRITE-NONE-IF-EMPTY.
    IF WS-LISTED-COUNT = ZERO
        MOVE WS-NONE-LINE TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE SECURITY-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE SECURITY-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO SECURITY-REPORT-LINE
        WRITE SECURITY-REPORT-LINE AFTER ADVANCING 1
        WRITE SECURITY-REPORT-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO SECURITY-REPORT-LINE
        WRITE SECURITY-REPORT-LINE AFTER ADVANCING 1
    END-IF
    WRITE SECURITY-REPORT-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "SECRPT" TO RC-PROGRAM
    CALL "busdate" USING RC-RUN-DATE
    COMPUTE RC-RECORDS-IN = WS-SESSLOG-READ + WS-CUSTAUD-READ
    *> Every readable entry is accounted for, listed or not; only the
    *> unusable ones are rejects.
    COMPUTE RC-RECORDS-OUT = WS-SESSLOG-READ + WS-CUSTAUD-READ
        - WS-BAD-ENTRY-COUNT - WS-OLD-LAYOUT-COUNT
    COMPUTE RC-REJECTS = WS-BAD-ENTRY-COUNT + WS-OLD-LAYOUT-COUNT
    MOVE ZERO TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.
