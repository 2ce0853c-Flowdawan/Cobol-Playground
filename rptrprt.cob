       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. rptrprt.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Report archive inquiry and reprint, in the collinq.cob style, over
*> the RPTARCH archive rptsave.cob captures at end of step. L)ist
*> shows every archived run of a report for a business date range
*> with its run sequence, page and line counts and when it was
*> captured. R)eprint writes one archived run back out to the
*> REPRINT file exactly as it was printed, page breaks included --
*> the whole report or a page range. A run of zero asks for the
*> latest run of the date. Each reprint replaces the REPRINT file.
*> Read-only against the archive.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RPTARCH ASSIGN TO "RPTARCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RA-KEY
        FILE STATUS IS WS-RPTARCH-STATUS.
    SELECT REPRINT ASSIGN TO "REPRINT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPRINT-STATUS.
DATA DIVISION.
FILE SECTION.
FD RPTARCH.
COPY rptarch.
FD REPRINT.
01 REPRINT-LINE PIC X(132).
WORKING-STORAGE SECTION.
01 WS-RPTARCH-STATUS  PIC XX VALUE "00".
01 WS-REPRINT-STATUS  PIC XX VALUE "00".
01 WS-TRANSACTION      PIC X VALUE SPACE.
   88 WS-EXIT-REQUESTED VALUE "X", "x".
01 WS-ARCH-EOF-FLAG    PIC X VALUE "N".
   88 WS-ARCH-END-OF-FILE VALUE "Y".
01 WS-REPORT-NAME     PIC X(8) VALUE SPACES.
01 WS-FROM-DATE       PIC 9(8) VALUE ZERO.
01 WS-TO-DATE         PIC 9(8) VALUE ZERO.
01 WS-BUS-DATE        PIC 9(8) VALUE ZERO.
01 WS-RUN-SEQ         PIC 9(3) VALUE ZERO.
01 WS-FROM-PAGE       PIC 9(5) VALUE ZERO.
01 WS-TO-PAGE         PIC 9(5) VALUE ZERO.
01 WS-PAGE-COUNT      PIC 9(5) VALUE ZERO.
01 WS-LAST-PAGE       PIC 9(5) VALUE ZERO.
01 WS-RUN-COUNT       PIC 9(5) VALUE ZERO.
01 WS-LINES-PRINTED   PIC 9(7) VALUE ZERO.
01 WS-HEADER-KEY      PIC X(26) VALUE SPACES.
01 WS-RUN-LINE.
    02 RL-DATE        PIC 9999/99/99.
    02 FILLER         PIC X(6) VALUE "  run ".
    02 RL-RUN-SEQ     PIC 999.
    02 FILLER         PIC X(8) VALUE "  pages ".
    02 RL-PAGES       PIC ZZZZ9.
    02 FILLER         PIC X(8) VALUE "  lines ".
    02 RL-LINES       PIC ZZZZZZ9.
    02 FILLER         PIC X(11) VALUE "  archived ".
    02 RL-ARCHIVED-DATE PIC X(10).
    02 FILLER         PIC X VALUE SPACE.
    02 RL-ARCHIVED-HH PIC X(2).
    02 FILLER         PIC X VALUE ":".
    02 RL-ARCHIVED-MM PIC X(2).
01 WS-EDIT-DATE       PIC 9999/99/99.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    OPEN INPUT RPTARCH
    IF WS-RPTARCH-STATUS NOT = "00"
        DISPLAY "No reports archived yet (RPTARCH status "
            WS-RPTARCH-STATUS ")"
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EXIT-REQUESTED
        DISPLAY " "
        DISPLAY "L)ist  R)eprint  X)it"
        DISPLAY "Transaction: " WITH NO ADVANCING
        ACCEPT WS-TRANSACTION
        MOVE FUNCTION UPPER-CASE(WS-TRANSACTION) TO WS-TRANSACTION
        EVALUATE WS-TRANSACTION
            WHEN "L" PERFORM 1000-LIST-RUNS
            WHEN "R" PERFORM 2000-REPRINT-RUN
            WHEN "X" CONTINUE
            WHEN OTHER DISPLAY "Invalid transaction code"
        END-EVALUATE
    END-PERFORM
    CLOSE RPTARCH
    STOP RUN.

0100-ACCEPT-REPORT-NAME.
    DISPLAY "Report name: " WITH NO ADVANCING
    ACCEPT WS-REPORT-NAME
    MOVE FUNCTION UPPER-CASE(WS-REPORT-NAME) TO WS-REPORT-NAME.

*> No from date lists from the first run on file, no to date up to
*> the last.
1000-LIST-RUNS.
    PERFORM 0100-ACCEPT-REPORT-NAME
    DISPLAY "From date (YYYYMMDD, blank for first): " WITH NO ADVANCING
    ACCEPT WS-FROM-DATE
    DISPLAY "To date (YYYYMMDD, blank for last): " WITH NO ADVANCING
    ACCEPT WS-TO-DATE
    IF WS-TO-DATE = ZERO
        MOVE 99999999 TO WS-TO-DATE
    END-IF
    MOVE ZERO TO WS-RUN-COUNT
    MOVE "N" TO WS-ARCH-EOF-FLAG
    MOVE WS-REPORT-NAME TO RA-REPORT-NAME
    MOVE WS-FROM-DATE TO RA-BUS-DATE
    MOVE ZERO TO RA-RUN-SEQ
    MOVE ZERO TO RA-LINE-NUMBER
    DISPLAY "Archived runs of " WS-REPORT-NAME ":"
    PERFORM UNTIL WS-ARCH-END-OF-FILE
        PERFORM 1100-READ-NEXT-HEADER
        IF NOT WS-ARCH-END-OF-FILE
            PERFORM 1200-SHOW-ONE-RUN
        END-IF
    END-PERFORM
    IF WS-RUN-COUNT = ZERO
        DISPLAY "  No runs archived in that range"
    END-IF.

*> Positions on the header at or after RA-KEY, then sets RA-KEY up
*> to skip past the rest of that run on the next call.
1100-READ-NEXT-HEADER.
    START RPTARCH KEY IS NOT LESS THAN RA-KEY
        INVALID KEY
            SET WS-ARCH-END-OF-FILE TO TRUE
            EXIT PARAGRAPH
    END-START
    READ RPTARCH NEXT RECORD
        AT END
            SET WS-ARCH-END-OF-FILE TO TRUE
            EXIT PARAGRAPH
    END-READ
    IF RA-REPORT-NAME NOT = WS-REPORT-NAME
            OR RA-BUS-DATE > WS-TO-DATE
        SET WS-ARCH-END-OF-FILE TO TRUE
    END-IF.

1200-SHOW-ONE-RUN.
    IF RA-LINE-NUMBER = ZERO
        ADD 1 TO WS-RUN-COUNT
        MOVE RA-BUS-DATE TO RL-DATE
        MOVE RA-RUN-SEQ TO RL-RUN-SEQ
        MOVE RA-PAGE-COUNT TO RL-PAGES
        MOVE RA-LINE-COUNT TO RL-LINES
        MOVE RA-ARCHIVED-AT(1:8) TO WS-EDIT-DATE
        MOVE WS-EDIT-DATE TO RL-ARCHIVED-DATE
        MOVE RA-ARCHIVED-AT(9:2) TO RL-ARCHIVED-HH
        MOVE RA-ARCHIVED-AT(11:2) TO RL-ARCHIVED-MM
        DISPLAY "  " WS-RUN-LINE
    END-IF
    IF RA-RUN-SEQ = 999
        ADD 1 TO RA-BUS-DATE
        MOVE ZERO TO RA-RUN-SEQ
    ELSE
        ADD 1 TO RA-RUN-SEQ
    END-IF
    MOVE ZERO TO RA-LINE-NUMBER.

2000-REPRINT-RUN.
    PERFORM 0100-ACCEPT-REPORT-NAME
    DISPLAY "Business date (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT WS-BUS-DATE
    DISPLAY "Run sequence (blank for latest): " WITH NO ADVANCING
    ACCEPT WS-RUN-SEQ
    IF WS-RUN-SEQ = ZERO
        PERFORM 2100-FIND-LATEST-RUN
        IF WS-RUN-SEQ = ZERO
            DISPLAY WS-REPORT-NAME " has no run archived for "
                WS-BUS-DATE
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE WS-REPORT-NAME TO RA-REPORT-NAME
    MOVE WS-BUS-DATE TO RA-BUS-DATE
    MOVE WS-RUN-SEQ TO RA-RUN-SEQ
    MOVE ZERO TO RA-LINE-NUMBER
    READ RPTARCH
        INVALID KEY
            DISPLAY WS-REPORT-NAME " run " WS-RUN-SEQ
                " is not archived for " WS-BUS-DATE
            EXIT PARAGRAPH
    END-READ
    MOVE RA-KEY TO WS-HEADER-KEY
    MOVE RA-PAGE-COUNT TO WS-PAGE-COUNT
    DISPLAY "Pages on file: " WS-PAGE-COUNT
    DISPLAY "From page (blank for whole report): " WITH NO ADVANCING
    ACCEPT WS-FROM-PAGE
    DISPLAY "To page (blank for last page): " WITH NO ADVANCING
    ACCEPT WS-TO-PAGE
    IF WS-FROM-PAGE = ZERO
        MOVE 1 TO WS-FROM-PAGE
    END-IF
    IF WS-TO-PAGE = ZERO OR WS-TO-PAGE > WS-PAGE-COUNT
        MOVE WS-PAGE-COUNT TO WS-TO-PAGE
    END-IF
    IF WS-FROM-PAGE > WS-TO-PAGE
        DISPLAY "No pages in that range, nothing reprinted"
        EXIT PARAGRAPH
    END-IF
    PERFORM 2200-WRITE-REPRINT.

*> The latest run of the date is the last header before the next
*> date's runs.
2100-FIND-LATEST-RUN.
    MOVE "N" TO WS-ARCH-EOF-FLAG
    MOVE WS-BUS-DATE TO WS-TO-DATE
    MOVE WS-REPORT-NAME TO RA-REPORT-NAME
    MOVE WS-BUS-DATE TO RA-BUS-DATE
    MOVE ZERO TO RA-RUN-SEQ
    MOVE ZERO TO RA-LINE-NUMBER
    PERFORM UNTIL WS-ARCH-END-OF-FILE
        PERFORM 1100-READ-NEXT-HEADER
        IF NOT WS-ARCH-END-OF-FILE
            IF RA-LINE-NUMBER = ZERO
                MOVE RA-RUN-SEQ TO WS-RUN-SEQ
            END-IF
            IF RA-RUN-SEQ = 999
                SET WS-ARCH-END-OF-FILE TO TRUE
            ELSE
                ADD 1 TO RA-RUN-SEQ
                MOVE ZERO TO RA-LINE-NUMBER
            END-IF
        END-IF
    END-PERFORM.

*> The first line out and the first line of each later page go out
*> as the report program wrote them: a new page starts on a new
*> sheet.
2200-WRITE-REPRINT.
    OPEN OUTPUT REPRINT
    MOVE ZERO TO WS-LINES-PRINTED
    MOVE ZERO TO WS-LAST-PAGE
    MOVE "N" TO WS-ARCH-EOF-FLAG
    MOVE WS-HEADER-KEY TO RA-KEY
    MOVE 1 TO RA-LINE-NUMBER
    START RPTARCH KEY IS NOT LESS THAN RA-KEY
        INVALID KEY SET WS-ARCH-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL WS-ARCH-END-OF-FILE
        READ RPTARCH NEXT RECORD
            AT END SET WS-ARCH-END-OF-FILE TO TRUE
            NOT AT END
                IF RA-KEY(1:19) NOT = WS-HEADER-KEY(1:19)
                        OR RA-PAGE-NUMBER > WS-TO-PAGE
                    SET WS-ARCH-END-OF-FILE TO TRUE
                ELSE
                    IF RA-PAGE-NUMBER NOT < WS-FROM-PAGE
                        PERFORM 2300-REPRINT-ONE-LINE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE REPRINT
    DISPLAY "Reprinted " WS-REPORT-NAME " pages " WS-FROM-PAGE
        " to " WS-TO-PAGE ", " WS-LINES-PRINTED " lines, to REPRINT".

2300-REPRINT-ONE-LINE.
    MOVE RA-LINE-TEXT TO REPRINT-LINE
    IF WS-LINES-PRINTED > ZERO
            AND RA-PAGE-NUMBER NOT = WS-LAST-PAGE
        WRITE REPRINT-LINE AFTER ADVANCING PAGE
    ELSE
        WRITE REPRINT-LINE AFTER ADVANCING 1
    END-IF
    MOVE RA-PAGE-NUMBER TO WS-LAST-PAGE
    ADD 1 TO WS-LINES-PRINTED.
