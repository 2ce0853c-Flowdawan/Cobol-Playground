       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. clssumm.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Class summary for a term: every ENROLL record of the term, sorted
*> by teacher and course from COURSMST, counted per course as
*> passed or failed under the same PassingScore CLASS rule
*> scorerept.cob and rptcard.cob use, or as not yet scored. Each
*> course line carries its failure rate, each teacher gets a
*> subtotal line and the report ends with the school total, so the
*> office can see which class is struggling. An enrollment on a
*> course no longer on COURSMST is still counted, under a teacher
*> of "(not on COURSMST)".
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    CLASS PassingScore IS "A" THRU "C", "D".
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ENROLL ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EN-KEY
        FILE STATUS IS WS-ENROLL-STATUS.
    SELECT COURSMST ASSIGN TO "COURSMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CR-CODE
        FILE STATUS IS WS-COURSMST-STATUS.
    SELECT CLSSUMM ASSIGN TO "CLSSUMM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLSSUMM-STATUS.
    SELECT SORTWORK ASSIGN TO "SORTWORK".
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD ENROLL.
COPY enroll.
FD COURSMST.
COPY course.
FD CLSSUMM.
01 CLASS-SUMMARY-LINE PIC X(80).
SD SORTWORK.
01 SORT-RECORD.
    02 SR-TEACHER     PIC X(20).
    02 SR-COURSE-CODE PIC X(6).
    02 SR-SUBJECT     PIC X(15).
    02 SR-SCORE       PIC X.
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-ENROLL-STATUS    PIC XX VALUE "00".
01 WS-COURSMST-STATUS  PIC XX VALUE "00".
01 WS-CLSSUMM-STATUS   PIC XX VALUE "00".
01 WS-RUNCTL-STATUS    PIC XX VALUE "00".
01 WS-EOF-FLAG          PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-REPORT-TERM      PIC 9(6) VALUE ZERO.
01 WS-ENROLL-READ      PIC 9(7) VALUE ZERO.
01 WS-ENROLL-IN-TERM   PIC 9(7) VALUE ZERO.
01 WS-ENROLL-OTHER     PIC 9(7) VALUE ZERO.
01 WS-PREV-TEACHER     PIC X(20) VALUE SPACES.
01 WS-PREV-COURSE      PIC X(6) VALUE SPACES.
01 WS-PREV-SUBJECT     PIC X(15) VALUE SPACES.
01 WS-HAVE-COURSE-FLAG PIC X VALUE "N".
   88 WS-HAVE-COURSE VALUE "Y".
*> Enrolled / passed / failed / not scored, kept for the course, the
*> teacher and the school.
01 WS-COURSE-COUNTS.
    02 WS-CC-ENROLLED  PIC 9(5).
    02 WS-CC-PASSED    PIC 9(5).
    02 WS-CC-FAILED    PIC 9(5).
    02 WS-CC-UNSCORED  PIC 9(5).
01 WS-TEACHER-COUNTS.
    02 WS-TC-ENROLLED  PIC 9(5).
    02 WS-TC-PASSED    PIC 9(5).
    02 WS-TC-FAILED    PIC 9(5).
    02 WS-TC-UNSCORED  PIC 9(5).
01 WS-SCHOOL-COUNTS.
    02 WS-SC-ENROLLED  PIC 9(7).
    02 WS-SC-PASSED    PIC 9(7).
    02 WS-SC-FAILED    PIC 9(7).
    02 WS-SC-UNSCORED  PIC 9(7).
01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-COLUMN-HEADING.
    02 FILLER PIC X(22) VALUE "Teacher".
    02 FILLER PIC X(8)  VALUE "Course".
    02 FILLER PIC X(16) VALUE "Subject".
    02 FILLER PIC X(7)  VALUE " Enrol".
    02 FILLER PIC X(7)  VALUE "  Pass".
    02 FILLER PIC X(7)  VALUE "  Fail".
    02 FILLER PIC X(7)  VALUE " No sc".
    02 FILLER PIC X(6)  VALUE " Fail%".
01 WS-DETAIL-LINE.
    02 DL-TEACHER     PIC X(20).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-COURSE      PIC X(6).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-SUBJECT     PIC X(15).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 DL-ENROLLED    PIC ZZZZZZ9.
    02 DL-PASSED      PIC ZZZZZZ9.
    02 DL-FAILED      PIC ZZZZZZ9.
    02 DL-UNSCORED    PIC ZZZZZZ9.
    02 DL-FAIL-PCT    PIC ZZZZ9.
    02 FILLER         PIC X(1) VALUE "%".
01 WS-FAIL-PCT         PIC 9(3) VALUE ZERO.
01 WS-TERM-LINE.
    02 FILLER         PIC X(6) VALUE "Term: ".
    02 TL-TERM        PIC 9(6).
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    DISPLAY "Class summary for term (YYYYTT): " WITH NO ADVANCING
    ACCEPT WS-REPORT-TERM
    IF WS-REPORT-TERM = ZERO
        DISPLAY "No term given, class summary abandoned"
        STOP RUN
    END-IF
    OPEN INPUT ENROLL
    IF WS-ENROLL-STATUS NOT = "00"
        DISPLAY "ENROLL open failed, status " WS-ENROLL-STATUS
            ", class summary abandoned"
        STOP RUN
    END-IF
    OPEN INPUT COURSMST
    IF WS-COURSMST-STATUS NOT = "00"
        DISPLAY "COURSMST open failed, status " WS-COURSMST-STATUS
            ", class summary abandoned"
        CLOSE ENROLL
        STOP RUN
    END-IF
    OPEN OUTPUT CLSSUMM
    MOVE "CLASS SUMMARY BY TEACHER" TO RPT-TITLE
    MOVE WS-COLUMN-HEADING TO RPT-COLUMN-HEADING
    MOVE WS-REPORT-TERM TO TL-TERM
    MOVE WS-TERM-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    INITIALIZE WS-SCHOOL-COUNTS
    SORT SORTWORK
        ON ASCENDING KEY SR-TEACHER SR-COURSE-CODE
        INPUT PROCEDURE IS 1000-RELEASE-ENROLLMENTS
        OUTPUT PROCEDURE IS 2000-SUMMARIZE-CLASSES
    PERFORM 3000-WRITE-SCHOOL-TOTAL
    CLOSE ENROLL
    CLOSE COURSMST
    CLOSE CLSSUMM
    DISPLAY "Enrollments read:    " WS-ENROLL-READ
    DISPLAY "In term " WS-REPORT-TERM ":    " WS-ENROLL-IN-TERM
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

1000-RELEASE-ENROLLMENTS.
    READ ENROLL NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-ENROLL-READ
        IF EN-TERM = WS-REPORT-TERM
            ADD 1 TO WS-ENROLL-IN-TERM
            PERFORM 1100-RELEASE-ONE-ENROLLMENT
        ELSE
            ADD 1 TO WS-ENROLL-OTHER
        END-IF
        READ ENROLL NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM.

1100-RELEASE-ONE-ENROLLMENT.
    MOVE EN-COURSE-CODE TO CR-CODE
    READ COURSMST
        INVALID KEY
            MOVE "(not on COURSMST)" TO CR-TEACHER
            MOVE SPACES TO CR-SUBJECT
    END-READ
    MOVE CR-TEACHER TO SR-TEACHER
    MOVE EN-COURSE-CODE TO SR-COURSE-CODE
    MOVE CR-SUBJECT TO SR-SUBJECT
    MOVE EN-SCORE TO SR-SCORE
    RELEASE SORT-RECORD.

2000-SUMMARIZE-CLASSES.
    MOVE "N" TO WS-EOF-FLAG
    RETURN SORTWORK
        AT END SET WS-END-OF-FILE TO TRUE
    END-RETURN
    PERFORM UNTIL WS-END-OF-FILE
        EVALUATE TRUE
            WHEN NOT WS-HAVE-COURSE
                PERFORM 2050-START-TEACHER
                PERFORM 2060-START-COURSE
            WHEN SR-TEACHER NOT = WS-PREV-TEACHER
                PERFORM 2200-WRITE-COURSE-LINE
                PERFORM 2300-WRITE-TEACHER-LINE
                PERFORM 2050-START-TEACHER
                PERFORM 2060-START-COURSE
            WHEN SR-COURSE-CODE NOT = WS-PREV-COURSE
                PERFORM 2200-WRITE-COURSE-LINE
                PERFORM 2060-START-COURSE
        END-EVALUATE
        PERFORM 2100-COUNT-ONE-SCORE
        RETURN SORTWORK
            AT END SET WS-END-OF-FILE TO TRUE
        END-RETURN
    END-PERFORM
    IF WS-HAVE-COURSE
        PERFORM 2200-WRITE-COURSE-LINE
        PERFORM 2300-WRITE-TEACHER-LINE
    END-IF.

2050-START-TEACHER.
    INITIALIZE WS-TEACHER-COUNTS
    MOVE SR-TEACHER TO WS-PREV-TEACHER.

2060-START-COURSE.
    INITIALIZE WS-COURSE-COUNTS
    MOVE SR-COURSE-CODE TO WS-PREV-COURSE
    MOVE SR-SUBJECT TO WS-PREV-SUBJECT
    SET WS-HAVE-COURSE TO TRUE.

2100-COUNT-ONE-SCORE.
    ADD 1 TO WS-CC-ENROLLED
    EVALUATE TRUE
        WHEN SR-SCORE = SPACE
            ADD 1 TO WS-CC-UNSCORED
        WHEN SR-SCORE IS PassingScore
            ADD 1 TO WS-CC-PASSED
        WHEN OTHER
            ADD 1 TO WS-CC-FAILED
    END-EVALUATE.

2200-WRITE-COURSE-LINE.
    MOVE WS-PREV-TEACHER TO DL-TEACHER
    MOVE WS-PREV-COURSE TO DL-COURSE
    MOVE WS-PREV-SUBJECT TO DL-SUBJECT
    MOVE WS-CC-ENROLLED TO DL-ENROLLED
    MOVE WS-CC-PASSED TO DL-PASSED
    MOVE WS-CC-FAILED TO DL-FAILED
    MOVE WS-CC-UNSCORED TO DL-UNSCORED
    MOVE ZERO TO WS-FAIL-PCT
    IF WS-CC-PASSED + WS-CC-FAILED > ZERO
        COMPUTE WS-FAIL-PCT ROUNDED
            = WS-CC-FAILED * 100 / (WS-CC-PASSED + WS-CC-FAILED)
    END-IF
    MOVE WS-FAIL-PCT TO DL-FAIL-PCT
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    ADD WS-CC-ENROLLED TO WS-TC-ENROLLED
    ADD WS-CC-PASSED TO WS-TC-PASSED
    ADD WS-CC-FAILED TO WS-TC-FAILED
    ADD WS-CC-UNSCORED TO WS-TC-UNSCORED.

2300-WRITE-TEACHER-LINE.
    MOVE SPACES TO DL-TEACHER
    MOVE SPACES TO DL-COURSE
    MOVE "  Teacher total" TO DL-SUBJECT
    MOVE WS-TC-ENROLLED TO DL-ENROLLED
    MOVE WS-TC-PASSED TO DL-PASSED
    MOVE WS-TC-FAILED TO DL-FAILED
    MOVE WS-TC-UNSCORED TO DL-UNSCORED
    MOVE ZERO TO WS-FAIL-PCT
    IF WS-TC-PASSED + WS-TC-FAILED > ZERO
        COMPUTE WS-FAIL-PCT ROUNDED
            = WS-TC-FAILED * 100 / (WS-TC-PASSED + WS-TC-FAILED)
    END-IF
    MOVE WS-FAIL-PCT TO DL-FAIL-PCT
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    ADD WS-TC-ENROLLED TO WS-SC-ENROLLED
    ADD WS-TC-PASSED TO WS-SC-PASSED
    ADD WS-TC-FAILED TO WS-SC-FAILED
    ADD WS-TC-UNSCORED TO WS-SC-UNSCORED.

3000-WRITE-SCHOOL-TOTAL.
    MOVE "School total" TO DL-TEACHER
    MOVE SPACES TO DL-COURSE
    MOVE SPACES TO DL-SUBJECT
    MOVE WS-SC-ENROLLED TO DL-ENROLLED
    MOVE WS-SC-PASSED TO DL-PASSED
    MOVE WS-SC-FAILED TO DL-FAILED
    MOVE WS-SC-UNSCORED TO DL-UNSCORED
    MOVE ZERO TO WS-FAIL-PCT
    IF WS-SC-PASSED + WS-SC-FAILED > ZERO
        COMPUTE WS-FAIL-PCT ROUNDED
            = WS-SC-FAILED * 100 / (WS-SC-PASSED + WS-SC-FAILED)
    END-IF
    MOVE WS-FAIL-PCT TO DL-FAIL-PCT
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE CLASS-SUMMARY-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE CLASS-SUMMARY-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO CLASS-SUMMARY-LINE
        WRITE CLASS-SUMMARY-LINE AFTER ADVANCING 1
        WRITE CLASS-SUMMARY-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO CLASS-SUMMARY-LINE
        WRITE CLASS-SUMMARY-LINE AFTER ADVANCING 1
    END-IF
    WRITE CLASS-SUMMARY-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "CLSSUMM " TO RC-PROGRAM
    CALL "busdate" USING RC-RUN-DATE
    MOVE WS-ENROLL-READ TO RC-RECORDS-IN
    COMPUTE RC-RECORDS-OUT = WS-ENROLL-IN-TERM + WS-ENROLL-OTHER
    MOVE ZERO TO RC-REJECTS
    MOVE ZERO TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.
