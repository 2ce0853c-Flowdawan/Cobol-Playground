       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. rptpurg.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Retention purge for the RPTARCH report archive rptsave.cob fills.
*> Each report is kept for its own retention period, in days back
*> from the business date, off the RPTRETN control file: one line
*> per report name, and a line named * for every report not listed.
*> A report with no line of its own and no * line is kept, so a new
*> report is never lost before someone decides how long to keep it.
*> Every run removed prints on the ARCHPURG register (report, date,
*> run, pages, lines and the retention applied), in the
*> custpurg.cob manner, so the filed copy says what left the
*> archive and why.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RPTRETN ASSIGN TO "RPTRETN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPTRETN-STATUS.
    SELECT RPTARCH ASSIGN TO "RPTARCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RA-KEY
        FILE STATUS IS WS-RPTARCH-STATUS.
    SELECT ARCHPURG ASSIGN TO "ARCHPURG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHPURG-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD RPTRETN.
01 RETENTION-RECORD.
    02 RR-REPORT-NAME    PIC X(8).
    02 RR-RETENTION-DAYS PIC 9(4).
FD RPTARCH.
COPY rptarch.
FD ARCHPURG.
01 ARCHIVE-PURGE-LINE PIC X(80).
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-RPTRETN-STATUS  PIC XX VALUE "00".
01 WS-RPTARCH-STATUS  PIC XX VALUE "00".
01 WS-ARCHPURG-STATUS PIC XX VALUE "00".
01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-PURGE-FLAG      PIC X VALUE "N".
   88 WS-PURGING-RUN VALUE "Y".
01 WS-TODAY           PIC 9(8) VALUE ZERO.
01 WS-TODAY-NUMBER    PIC 9(7) VALUE ZERO.
01 WS-AGE-DAYS        PIC S9(7) VALUE ZERO.
01 WS-RETENTION-DAYS  PIC 9(4) VALUE ZERO.
01 WS-RETENTION-FLAG  PIC X VALUE "N".
   88 WS-HAVE-RETENTION VALUE "Y".
01 WS-DEFAULT-DAYS    PIC 9(4) VALUE ZERO.
01 WS-DEFAULT-FLAG    PIC X VALUE "N".
   88 WS-HAVE-DEFAULT VALUE "Y".
01 WS-RETENTION-COUNT PIC 9(3) VALUE ZERO.
01 WS-RETN-IX         PIC 9(3) VALUE ZERO.
01 WS-RETENTION-TABLE.
    02 WS-RT-ENTRY OCCURS 200.
        03 WS-RT-REPORT-NAME PIC X(8).
        03 WS-RT-DAYS        PIC 9(4).
01 WS-RECORDS-READ    PIC 9(7) VALUE ZERO.
01 WS-RECORDS-DELETED PIC 9(7) VALUE ZERO.
01 WS-RECORDS-KEPT    PIC 9(7) VALUE ZERO.
01 WS-RUNS-PURGED     PIC 9(7) VALUE ZERO.
01 WS-RUNS-KEPT       PIC 9(7) VALUE ZERO.
01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-COLUMN-HEADING.
    02 FILLER PIC X(10) VALUE "Report".
    02 FILLER PIC X(12) VALUE "Bus. date".
    02 FILLER PIC X(5)  VALUE "Run".
    02 FILLER PIC X(7)  VALUE "Pages".
    02 FILLER PIC X(9)  VALUE "Lines".
    02 FILLER PIC X(14) VALUE "Retention".
01 WS-PURGE-DETAIL-LINE.
    02 PG-REPORT-NAME PIC X(8).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 PG-BUS-DATE    PIC 9999/99/99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 PG-RUN-SEQ     PIC 999.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 PG-PAGES       PIC ZZZZ9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 PG-LINES       PIC ZZZZZZ9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 PG-RETENTION   PIC ZZZ9.
    02 FILLER         PIC X(5) VALUE " days".
01 WS-SUMMARY-LINE.
    02 FILLER         PIC X(13) VALUE "Runs purged: ".
    02 SM-PURGED      PIC ZZZZZZ9.
    02 FILLER         PIC X(14) VALUE "   Runs kept: ".
    02 SM-KEPT        PIC ZZZZZZ9.
    02 FILLER         PIC X(16) VALUE "   As of date: ".
    02 SM-TODAY       PIC 9999/99/99.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-LOAD-RETENTION
    CALL "busdate" USING WS-TODAY
    COMPUTE WS-TODAY-NUMBER = FUNCTION INTEGER-OF-DATE(WS-TODAY)
    OPEN I-O RPTARCH
    IF WS-RPTARCH-STATUS NOT = "00"
        DISPLAY "RPTARCH open failed, status " WS-RPTARCH-STATUS
            ", archive purge abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ARCHPURG
    PERFORM 0200-INIT-REPORT
    MOVE LOW-VALUES TO RA-KEY
    START RPTARCH KEY IS NOT LESS THAN RA-KEY
        INVALID KEY SET WS-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL WS-END-OF-FILE
        READ RPTARCH NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
            NOT AT END PERFORM 1000-JUDGE-ONE-RECORD
        END-READ
    END-PERFORM
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-RUNS-PURGED TO SM-PURGED
    MOVE WS-RUNS-KEPT TO SM-KEPT
    MOVE WS-TODAY TO SM-TODAY
    MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    CLOSE RPTARCH
    CLOSE ARCHPURG
    DISPLAY "Archive records read:    " WS-RECORDS-READ
    DISPLAY "Archive records deleted: " WS-RECORDS-DELETED
    DISPLAY "Runs purged:             " WS-RUNS-PURGED
    DISPLAY "Runs kept:               " WS-RUNS-KEPT
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

0100-LOAD-RETENTION.
    OPEN INPUT RPTRETN
    IF WS-RPTRETN-STATUS NOT = "00"
        DISPLAY "RPTRETN open failed, status " WS-RPTRETN-STATUS
            ", archive purge abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ RPTRETN
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 0150-LOAD-ONE-RETENTION
        READ RPTRETN
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE RPTRETN
    MOVE "N" TO WS-EOF-FLAG
    IF WS-RETENTION-COUNT = ZERO AND NOT WS-HAVE-DEFAULT
        DISPLAY "RPTRETN names no retention, archive purge abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

0150-LOAD-ONE-RETENTION.
    IF RR-REPORT-NAME = SPACES OR RR-RETENTION-DAYS IS NOT NUMERIC
        DISPLAY "RPTRETN line not valid, ignored: " RETENTION-RECORD
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(RR-REPORT-NAME) TO RR-REPORT-NAME
    IF RR-REPORT-NAME = "*"
        MOVE RR-RETENTION-DAYS TO WS-DEFAULT-DAYS
        SET WS-HAVE-DEFAULT TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF WS-RETENTION-COUNT = 200
        DISPLAY "RPTRETN has more than 200 reports, "
            RR-REPORT-NAME " ignored"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-RETENTION-COUNT
    MOVE RR-REPORT-NAME TO WS-RT-REPORT-NAME(WS-RETENTION-COUNT)
    MOVE RR-RETENTION-DAYS TO WS-RT-DAYS(WS-RETENTION-COUNT).

0200-INIT-REPORT.
    MOVE "REPORT ARCHIVE PURGE REGISTER" TO RPT-TITLE
    MOVE WS-COLUMN-HEADING TO RPT-COLUMN-HEADING.

*> The header (line zero) of each run decides for the whole run;
*> the run's lines follow it in key order and go or stay with it.
1000-JUDGE-ONE-RECORD.
    ADD 1 TO WS-RECORDS-READ
    IF RA-LINE-NUMBER = ZERO
        PERFORM 1100-JUDGE-ONE-RUN
    END-IF
    IF WS-PURGING-RUN
        DELETE RPTARCH
            INVALID KEY
                DISPLAY "Purge delete failed for " RA-KEY
                ADD 1 TO WS-RECORDS-KEPT
            NOT INVALID KEY
                ADD 1 TO WS-RECORDS-DELETED
        END-DELETE
    ELSE
        ADD 1 TO WS-RECORDS-KEPT
    END-IF.

1100-JUDGE-ONE-RUN.
    MOVE "N" TO WS-PURGE-FLAG
    PERFORM 1200-FIND-RETENTION
    IF WS-HAVE-RETENTION
        COMPUTE WS-AGE-DAYS = WS-TODAY-NUMBER
            - FUNCTION INTEGER-OF-DATE(RA-BUS-DATE)
        IF WS-AGE-DAYS > WS-RETENTION-DAYS
            SET WS-PURGING-RUN TO TRUE
        END-IF
    END-IF
    IF WS-PURGING-RUN
        ADD 1 TO WS-RUNS-PURGED
        MOVE RA-REPORT-NAME TO PG-REPORT-NAME
        MOVE RA-BUS-DATE TO PG-BUS-DATE
        MOVE RA-RUN-SEQ TO PG-RUN-SEQ
        MOVE RA-PAGE-COUNT TO PG-PAGES
        MOVE RA-LINE-COUNT TO PG-LINES
        MOVE WS-RETENTION-DAYS TO PG-RETENTION
        MOVE WS-PURGE-DETAIL-LINE TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    ELSE
        ADD 1 TO WS-RUNS-KEPT
    END-IF.

1200-FIND-RETENTION.
    MOVE "N" TO WS-RETENTION-FLAG
    PERFORM VARYING WS-RETN-IX FROM 1 BY 1
            UNTIL WS-RETN-IX > WS-RETENTION-COUNT
        IF WS-RT-REPORT-NAME(WS-RETN-IX) = RA-REPORT-NAME
            MOVE WS-RT-DAYS(WS-RETN-IX) TO WS-RETENTION-DAYS
            SET WS-HAVE-RETENTION TO TRUE
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-HAVE-DEFAULT
        MOVE WS-DEFAULT-DAYS TO WS-RETENTION-DAYS
        SET WS-HAVE-RETENTION TO TRUE
    END-IF.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE ARCHIVE-PURGE-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE ARCHIVE-PURGE-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO ARCHIVE-PURGE-LINE
        WRITE ARCHIVE-PURGE-LINE AFTER ADVANCING 1
        WRITE ARCHIVE-PURGE-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO ARCHIVE-PURGE-LINE
        WRITE ARCHIVE-PURGE-LINE AFTER ADVANCING 1
    END-IF
    WRITE ARCHIVE-PURGE-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "RPTPURG" TO RC-PROGRAM
    CALL "busdate" USING RC-RUN-DATE
    MOVE WS-RECORDS-READ TO RC-RECORDS-IN
    COMPUTE RC-RECORDS-OUT = WS-RECORDS-DELETED + WS-RECORDS-KEPT
    MOVE ZERO TO RC-REJECTS
    MOVE ZERO TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.
