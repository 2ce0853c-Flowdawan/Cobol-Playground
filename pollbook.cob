       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. pollbook.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Poll book for an election: every VOTEMAST voter, sorted by
*> precinct and name, printed as one book per precinct for the poll
*> workers to sign voters off in. Each precinct starts on a new page
*> at page 1 with its own heading and ends with its voter count; a
*> voter line carries name, social security number, age and a
*> signature line, with a blank line between voters for writing
*> room. Voters with no precinct yet (see votemail.cob and
*> prctmnt.cob) are printed last under precinct NONE so nobody is
*> left off the books on election day.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VOTEMAST ASSIGN TO "VOTEMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS VR-SSNUM
        FILE STATUS IS WS-VOTEMAST-STATUS.
    SELECT POLLBOOK ASSIGN TO "POLLBOOK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POLLBOOK-STATUS.
    SELECT SORTWORK ASSIGN TO "SORTWORK".
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD VOTEMAST.
COPY voterec.
FD POLLBOOK.
01 POLL-BOOK-LINE PIC X(80).
SD SORTWORK.
01 SORT-RECORD.
    02 SR-PRECINCT PIC X(4).
    02 SR-NAME     PIC X(20).
    02 SR-SSNUM.
        03 SR-SSAREA   PIC 999.
        03 SR-SSGROUP  PIC 99.
        03 SR-SSSERIAL PIC 9999.
    02 SR-AGE      PIC 99.
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-VOTEMAST-STATUS PIC XX VALUE "00".
01 WS-POLLBOOK-STATUS PIC XX VALUE "00".
01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-ELECTION-DATE   PIC 9(8) VALUE ZERO.
01 WS-VOTERS-READ     PIC 9(7) VALUE ZERO.
01 WS-VOTERS-PRINTED  PIC 9(7) VALUE ZERO.
01 WS-UNASSIGNED      PIC 9(7) VALUE ZERO.
01 WS-PRECINCT-COUNT  PIC 9(5) VALUE ZERO.
01 WS-PRECINCT-VOTERS PIC 9(7) VALUE ZERO.
01 WS-PREV-PRECINCT   PIC X(4) VALUE SPACES.
01 WS-HAVE-PRECINCT-FLAG PIC X VALUE "N".
   88 WS-HAVE-PRECINCT VALUE "Y".
01 WS-FIRST-PAGE-FLAG PIC X VALUE "Y".
   88 WS-FIRST-PAGE VALUE "Y".
01 WS-PRINT-LINE      PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-TITLE-LINE.
    02 FILLER         PIC X(19) VALUE "POLL BOOK PRECINCT ".
    02 TT-PRECINCT    PIC X(4).
01 WS-COLUMN-HEADING.
    02 FILLER PIC X(22) VALUE "Voter".
    02 FILLER PIC X(13) VALUE "SSN".
    02 FILLER PIC X(5)  VALUE "Age".
    02 FILLER PIC X(30) VALUE "Signature".
01 WS-ELECTION-LINE.
    02 FILLER         PIC X(13) VALUE "Election of ".
    02 ED-DATE        PIC 9999/99/99.
01 WS-DETAIL-LINE.
    02 DL-NAME        PIC X(20).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-SSAREA      PIC 999.
    02 FILLER         PIC X VALUE "-".
    02 DL-SSGROUP     PIC 99.
    02 FILLER         PIC X VALUE "-".
    02 DL-SSSERIAL    PIC 9999.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-AGE         PIC Z9.
    02 FILLER         PIC X(3) VALUE SPACES.
    02 FILLER         PIC X(30) VALUE ALL "_".
01 WS-TOTAL-LINE.
    02 FILLER         PIC X(20) VALUE "Voters in precinct ".
    02 TL-PRECINCT    PIC X(4).
    02 FILLER         PIC X(2) VALUE ": ".
    02 TL-VOTERS      PIC ZZZZZZ9.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    DISPLAY "Poll book for election date (YYYYMMDD): "
        WITH NO ADVANCING
    ACCEPT WS-ELECTION-DATE
    IF WS-ELECTION-DATE = ZERO
        DISPLAY "No election date given, poll book abandoned"
        STOP RUN
    END-IF
    OPEN INPUT VOTEMAST
    IF WS-VOTEMAST-STATUS NOT = "00"
        DISPLAY "VOTEMAST open failed, status " WS-VOTEMAST-STATUS
            ", poll book abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT POLLBOOK
    MOVE WS-COLUMN-HEADING TO RPT-COLUMN-HEADING
    MOVE 50 TO RPT-LINES-PER-PAGE
    MOVE WS-ELECTION-DATE TO ED-DATE
    SORT SORTWORK
        ON ASCENDING KEY SR-PRECINCT SR-NAME SR-SSNUM
        INPUT PROCEDURE IS 1000-RELEASE-VOTERS
        OUTPUT PROCEDURE IS 2000-PRINT-POLL-BOOKS
    CLOSE VOTEMAST
    CLOSE POLLBOOK
    DISPLAY "Voters read:     " WS-VOTERS-READ
    DISPLAY "Precincts:       " WS-PRECINCT-COUNT
    DISPLAY "No precinct:     " WS-UNASSIGNED
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

*> An unassigned voter sorts under HIGH-VALUES so precinct NONE
*> comes after every real precinct.
1000-RELEASE-VOTERS.
    READ VOTEMAST NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-VOTERS-READ
        IF VR-PRECINCT = SPACES
            MOVE HIGH-VALUES TO SR-PRECINCT
            ADD 1 TO WS-UNASSIGNED
        ELSE
            MOVE VR-PRECINCT TO SR-PRECINCT
        END-IF
        MOVE VR-NAME TO SR-NAME
        MOVE VR-SSNUM TO SR-SSNUM
        MOVE VR-AGE TO SR-AGE
        RELEASE SORT-RECORD
        READ VOTEMAST NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM.

2000-PRINT-POLL-BOOKS.
    MOVE "N" TO WS-EOF-FLAG
    RETURN SORTWORK
        AT END SET WS-END-OF-FILE TO TRUE
    END-RETURN
    PERFORM UNTIL WS-END-OF-FILE
        IF NOT WS-HAVE-PRECINCT OR SR-PRECINCT NOT = WS-PREV-PRECINCT
            IF WS-HAVE-PRECINCT
                PERFORM 2200-END-PRECINCT
            END-IF
            PERFORM 2100-START-PRECINCT
        END-IF
        PERFORM 2300-PRINT-VOTER
        RETURN SORTWORK
            AT END SET WS-END-OF-FILE TO TRUE
        END-RETURN
    END-PERFORM
    IF WS-HAVE-PRECINCT
        PERFORM 2200-END-PRECINCT
    END-IF.

*> Page number back to zero makes rptwrite start the precinct's book
*> on a fresh page 1 under the precinct's own title.
2100-START-PRECINCT.
    MOVE SR-PRECINCT TO WS-PREV-PRECINCT
    SET WS-HAVE-PRECINCT TO TRUE
    ADD 1 TO WS-PRECINCT-COUNT
    MOVE ZERO TO WS-PRECINCT-VOTERS
    IF SR-PRECINCT = HIGH-VALUES
        MOVE "NONE" TO TT-PRECINCT
    ELSE
        MOVE SR-PRECINCT TO TT-PRECINCT
    END-IF
    MOVE WS-TITLE-LINE TO RPT-TITLE
    MOVE ZERO TO RPT-PAGE-NUMBER
    MOVE ZERO TO RPT-LINE-COUNT
    MOVE WS-ELECTION-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

2200-END-PRECINCT.
    MOVE TT-PRECINCT TO TL-PRECINCT
    MOVE WS-PRECINCT-VOTERS TO TL-VOTERS
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

2300-PRINT-VOTER.
    ADD 1 TO WS-PRECINCT-VOTERS
    ADD 1 TO WS-VOTERS-PRINTED
    MOVE SR-NAME TO DL-NAME
    MOVE SR-SSAREA TO DL-SSAREA
    MOVE SR-SSGROUP TO DL-SSGROUP
    MOVE SR-SSSERIAL TO DL-SSSERIAL
    MOVE SR-AGE TO DL-AGE
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

*> As in the other reports, except that every book after the first
*> begins on a new page even though its page number is 1 again.
8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF WS-FIRST-PAGE
            WRITE POLL-BOOK-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
            MOVE "N" TO WS-FIRST-PAGE-FLAG
        ELSE
            WRITE POLL-BOOK-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO POLL-BOOK-LINE
        WRITE POLL-BOOK-LINE AFTER ADVANCING 1
        WRITE POLL-BOOK-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO POLL-BOOK-LINE
        WRITE POLL-BOOK-LINE AFTER ADVANCING 1
    END-IF
    WRITE POLL-BOOK-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "POLLBOOK" TO RC-PROGRAM
    CALL "busdate" USING RC-RUN-DATE
    MOVE WS-VOTERS-READ TO RC-RECORDS-IN
    MOVE WS-VOTERS-PRINTED TO RC-RECORDS-OUT
    MOVE ZERO TO RC-REJECTS
    MOVE ZERO TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.
