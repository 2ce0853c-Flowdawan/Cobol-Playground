       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. rptsave.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> End-of-step report capture. Every report program overwrites its
*> report on the next run, so this step follows each report step
*> with RPTIN assigned to the report file the previous step just
*> wrote and the report's name on the input, and copies the report
*> line for line into the RPTARCH archive (copybooks/rptarch.cpy)
*> under the report name, the BUSDATE processing date and the next
*> run sequence for that date -- a rerun of a step is kept as a
*> second run, not written over the first.
*> Pages are the pages rptwrite.cob broke the report into: every
*> page after the first starts with the form feed the report
*> program wrote AFTER ADVANCING PAGE, so the archive knows which
*> page each line fell on and rptrprt.cob can reprint a page range.
*> The page and line counts go on the run's header record, which is
*> written first with zero counts and rewritten at the end; a header
*> still at zero pages and lines with lines behind it is a capture
*> that did not finish.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RPTIN ASSIGN TO "RPTIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPTIN-STATUS.
    SELECT RPTARCH ASSIGN TO "RPTARCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RA-KEY
        FILE STATUS IS WS-RPTARCH-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD RPTIN.
01 REPORT-IN-LINE PIC X(132).
FD RPTARCH.
COPY rptarch.
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-RPTIN-STATUS    PIC XX VALUE "00".
01 WS-RPTARCH-STATUS  PIC XX VALUE "00".
01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-ARCH-EOF-FLAG    PIC X VALUE "N".
   88 WS-ARCH-END-OF-FILE VALUE "Y".
01 WS-REPORT-NAME     PIC X(8) VALUE SPACES.
01 WS-BUS-DATE        PIC 9(8) VALUE ZERO.
01 WS-RUN-SEQ         PIC 9(3) VALUE ZERO.
01 WS-HEADER-KEY      PIC X(26) VALUE SPACES.
01 WS-LINES-READ      PIC 9(7) VALUE ZERO.
01 WS-LINES-STORED    PIC 9(7) VALUE ZERO.
01 WS-PAGE-NUMBER     PIC 9(5) VALUE ZERO.
01 WS-FORM-FEED       PIC X VALUE X"0C".
01 WS-REMAINING-TEXT  PIC X(132) VALUE SPACES.
01 WS-SPLIT-TEXT      PIC X(132) VALUE SPACES.
01 WS-FEED-POSITION   PIC 9(3) VALUE ZERO.
01 WS-SPLIT-FLAG      PIC X VALUE "N".
   88 WS-SPLIT-DONE VALUE "Y".
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    DISPLAY "Report name to archive (its DD name): " WITH NO ADVANCING
    ACCEPT WS-REPORT-NAME
    MOVE FUNCTION UPPER-CASE(WS-REPORT-NAME) TO WS-REPORT-NAME
    IF WS-REPORT-NAME = SPACES
        DISPLAY "No report name given, archive abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT RPTIN
    IF WS-RPTIN-STATUS NOT = "00"
        DISPLAY "RPTIN open failed, status " WS-RPTIN-STATUS
            ", archive of " WS-REPORT-NAME " abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O RPTARCH
    IF WS-RPTARCH-STATUS = "35"
        OPEN OUTPUT RPTARCH
        CLOSE RPTARCH
        OPEN I-O RPTARCH
    END-IF
    CALL "busdate" USING WS-BUS-DATE
    PERFORM 1000-FIND-NEXT-RUN
    PERFORM 2000-WRITE-RUN-HEADER
    MOVE "N" TO WS-EOF-FLAG
    READ RPTIN
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-LINES-READ
        IF WS-PAGE-NUMBER = ZERO
            MOVE 1 TO WS-PAGE-NUMBER
        END-IF
        PERFORM 3000-STORE-REPORT-LINE
        READ RPTIN
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    PERFORM 4000-REWRITE-RUN-HEADER
    CLOSE RPTIN
    CLOSE RPTARCH
    DISPLAY "Report archived:  " WS-REPORT-NAME
    DISPLAY "Business date:    " WS-BUS-DATE
    DISPLAY "Run sequence:     " WS-RUN-SEQ
    DISPLAY "Pages:            " WS-PAGE-NUMBER
    DISPLAY "Lines:            " WS-LINES-STORED
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

*> Runs of a report for a date are found header to header: from
*> each header the START skips straight to the next run's header.
1000-FIND-NEXT-RUN.
    MOVE ZERO TO WS-RUN-SEQ
    MOVE "N" TO WS-ARCH-EOF-FLAG
    MOVE WS-REPORT-NAME TO RA-REPORT-NAME
    MOVE WS-BUS-DATE TO RA-BUS-DATE
    MOVE 1 TO RA-RUN-SEQ
    MOVE ZERO TO RA-LINE-NUMBER
    PERFORM UNTIL WS-ARCH-END-OF-FILE
        START RPTARCH KEY IS NOT LESS THAN RA-KEY
            INVALID KEY SET WS-ARCH-END-OF-FILE TO TRUE
        END-START
        IF NOT WS-ARCH-END-OF-FILE
            READ RPTARCH NEXT RECORD
                AT END SET WS-ARCH-END-OF-FILE TO TRUE
            END-READ
        END-IF
        IF NOT WS-ARCH-END-OF-FILE
            IF RA-REPORT-NAME NOT = WS-REPORT-NAME
                    OR RA-BUS-DATE NOT = WS-BUS-DATE
                SET WS-ARCH-END-OF-FILE TO TRUE
            ELSE
                MOVE RA-RUN-SEQ TO WS-RUN-SEQ
                IF WS-RUN-SEQ = 999
                    SET WS-ARCH-END-OF-FILE TO TRUE
                ELSE
                    COMPUTE RA-RUN-SEQ = WS-RUN-SEQ + 1
                    MOVE ZERO TO RA-LINE-NUMBER
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF WS-RUN-SEQ = 999
        DISPLAY "999 runs of " WS-REPORT-NAME " already archived for "
            WS-BUS-DATE ", archive abandoned"
        CLOSE RPTIN
        CLOSE RPTARCH
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-RUN-SEQ.

2000-WRITE-RUN-HEADER.
    MOVE SPACES TO REPORT-ARCHIVE-RECORD
    MOVE WS-REPORT-NAME TO RA-REPORT-NAME
    MOVE WS-BUS-DATE TO RA-BUS-DATE
    MOVE WS-RUN-SEQ TO RA-RUN-SEQ
    MOVE ZERO TO RA-LINE-NUMBER
    MOVE ZERO TO RA-PAGE-COUNT
    MOVE ZERO TO RA-LINE-COUNT
    MOVE FUNCTION CURRENT-DATE(1:14) TO RA-ARCHIVED-AT
    MOVE RA-KEY TO WS-HEADER-KEY
    WRITE REPORT-ARCHIVE-RECORD
        INVALID KEY
            DISPLAY "RPTARCH write failed, status " WS-RPTARCH-STATUS
                ", archive abandoned"
            CLOSE RPTIN
            CLOSE RPTARCH
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-WRITE.

*> A form feed inside a line read back is where the report program
*> started a new page: the text before it belongs to the page it
*> ends, the text after it opens the next one.
3000-STORE-REPORT-LINE.
    MOVE REPORT-IN-LINE TO WS-REMAINING-TEXT
    MOVE "N" TO WS-SPLIT-FLAG
    PERFORM UNTIL WS-SPLIT-DONE
        MOVE ZERO TO WS-FEED-POSITION
        INSPECT WS-REMAINING-TEXT TALLYING WS-FEED-POSITION
            FOR CHARACTERS BEFORE INITIAL WS-FORM-FEED
        IF WS-FEED-POSITION = 132
            MOVE WS-REMAINING-TEXT TO WS-SPLIT-TEXT
            PERFORM 3100-WRITE-ARCHIVE-LINE
            SET WS-SPLIT-DONE TO TRUE
        ELSE
            IF WS-FEED-POSITION > ZERO
                MOVE WS-REMAINING-TEXT(1:WS-FEED-POSITION)
                    TO WS-SPLIT-TEXT
                PERFORM 3100-WRITE-ARCHIVE-LINE
            END-IF
            IF WS-LINES-STORED > ZERO
                ADD 1 TO WS-PAGE-NUMBER
            END-IF
            IF WS-FEED-POSITION = 131
                SET WS-SPLIT-DONE TO TRUE
            ELSE
                MOVE WS-REMAINING-TEXT(WS-FEED-POSITION + 2:)
                    TO WS-SPLIT-TEXT
                MOVE WS-SPLIT-TEXT TO WS-REMAINING-TEXT
            END-IF
        END-IF
    END-PERFORM.

3100-WRITE-ARCHIVE-LINE.
    ADD 1 TO WS-LINES-STORED
    MOVE WS-HEADER-KEY TO RA-KEY
    MOVE WS-LINES-STORED TO RA-LINE-NUMBER
    MOVE WS-PAGE-NUMBER TO RA-PAGE-NUMBER
    MOVE WS-SPLIT-TEXT TO RA-LINE-TEXT
    WRITE REPORT-ARCHIVE-RECORD
        INVALID KEY
            DISPLAY "RPTARCH write failed, status " WS-RPTARCH-STATUS
                ", archive abandoned"
            CLOSE RPTIN
            CLOSE RPTARCH
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-WRITE.

4000-REWRITE-RUN-HEADER.
    IF WS-LINES-STORED = ZERO
        MOVE ZERO TO WS-PAGE-NUMBER
    END-IF
    MOVE WS-HEADER-KEY TO RA-KEY
    READ RPTARCH
        INVALID KEY
            DISPLAY "RPTARCH header lost, status " WS-RPTARCH-STATUS
            MOVE 8 TO RETURN-CODE
            EXIT PARAGRAPH
    END-READ
    MOVE WS-PAGE-NUMBER TO RA-PAGE-COUNT
    MOVE WS-LINES-STORED TO RA-LINE-COUNT
    REWRITE REPORT-ARCHIVE-RECORD
        INVALID KEY
            DISPLAY "RPTARCH header rewrite failed, status "
                WS-RPTARCH-STATUS
            MOVE 8 TO RETURN-CODE
    END-REWRITE.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "RPTSAVE" TO RC-PROGRAM
    CALL "busdate" USING RC-RUN-DATE
    MOVE WS-LINES-READ TO RC-RECORDS-IN
    MOVE WS-LINES-READ TO RC-RECORDS-OUT
    MOVE ZERO TO RC-REJECTS
    MOVE ZERO TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.
