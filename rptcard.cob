*> guardian ident is zero, unknown on the master, or flagged
*> inactive go on the HANDADDR list with a reason, so the office
*> addresses exactly those by hand and no card is silently lost.
*> Where the student is enrolled on courses for the term (ENROLL,
*> kept by enrlmnt.cob and scored by crspost.cob), the card also
*> carries one line per course -- subject, teacher, letter score and
*> the same PassingScore judgement -- and a student with course
*> enrollments gets a card even without an overall term score.
*> Without ENROLL and COURSMST the cards print as before.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-KEY
        FILE STATUS IS WS-SCOREHIST-STATUS.
    SELECT ENROLL ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EN-KEY
        FILE STATUS IS WS-ENROLL-STATUS.
    SELECT COURSMST ASSIGN TO "COURSMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CR-CODE
        FILE STATUS IS WS-COURSMST-STATUS.
    SELECT RPTCARD ASSIGN TO "RPTCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPTCARD-STATUS.
COPY custrec.
FD SCOREHIST.
COPY scorehist.
FD ENROLL.
COPY enroll.
FD COURSMST.
COPY course.
FD RPTCARD.
01 REPORT-CARD-LINE PIC X(80).
FD HANDADDR.
01 HAND-ADDRESS-RECORD PIC X(63).
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-STUMAST-STATUS   PIC XX VALUE "00".
01 WS-CUSTMAST-STATUS  PIC XX VALUE "00".
01 WS-SCOREHIST-STATUS PIC XX VALUE "00".
01 WS-ENROLL-STATUS    PIC XX VALUE "00".
01 WS-COURSMST-STATUS  PIC XX VALUE "00".
01 WS-RPTCARD-STATUS   PIC XX VALUE "00".
01 WS-HANDADDR-STATUS  PIC XX VALUE "00".
01 WS-RUNCTL-STATUS    PIC XX VALUE "00".
01 WS-EOF-FLAG          PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-ENROLL-EOF-FLAG   PIC X VALUE "N".
   88 WS-ENROLL-END VALUE "Y".
01 WS-COURSES-FLAG      PIC X VALUE "N".
   88 WS-HAVE-COURSES VALUE "Y".
01 WS-TERM-SCORE-FLAG   PIC X VALUE "N".
   88 WS-HAVE-TERM-SCORE VALUE "Y".
01 WS-COURSE-COUNT      PIC 9(3) VALUE ZERO.
01 WS-CARD-TERM        PIC 9(6) VALUE ZERO.
01 WS-STUDENTS-READ    PIC 9(5) VALUE ZERO.
01 WS-CARDS-PRINTED    PIC 9(5) VALUE ZERO.
    02 CD-SCORE  PIC X.
    02 FILLER    PIC X(3) VALUE SPACES.
    02 CD-VERDICT PIC X(4).
01 WS-COURSE-HEADING   PIC X(30) VALUE "Courses this term:".
01 WS-COURSE-LINE.
    02 FILLER    PIC X(2) VALUE SPACES.
    02 CC-CODE   PIC X(6).
    02 FILLER    PIC X(2) VALUE SPACES.
    02 CC-SUBJECT PIC X(15).
    02 FILLER    PIC X(2) VALUE SPACES.
    02 CC-TEACHER PIC X(20).
    02 FILLER    PIC X(8) VALUE "  score ".
    02 CC-SCORE  PIC X.
    02 FILLER    PIC X(3) VALUE SPACES.
    02 CC-VERDICT PIC X(10).
01 WS-HAND-LINE.
    02 HA-ID       PIC 9(5).
    02 FILLER      PIC X(2) VALUE SPACES.
    02 HA-NAME     PIC X(20).
    02 FILLER      PIC X(2) VALUE SPACES.
    02 FILLER      PIC X(9) VALUE "guardian ".
    02 HA-GUARDIAN PIC ZZZZZ9.
    02 FILLER      PIC X(2) VALUE SPACES.
    02 HA-REASON   PIC X(17).
PROCEDURE DIVISION.
        CLOSE CUSTMAST
        STOP RUN
    END-IF
    OPEN INPUT ENROLL
    IF WS-ENROLL-STATUS = "00"
        OPEN INPUT COURSMST
        IF WS-COURSMST-STATUS = "00"
            SET WS-HAVE-COURSES TO TRUE
        ELSE
            CLOSE ENROLL
        END-IF
    END-IF
    OPEN OUTPUT RPTCARD
    OPEN OUTPUT HANDADDR
    READ STUMAST NEXT RECORD
    CLOSE STUMAST
    CLOSE CUSTMAST
    CLOSE SCOREHIST
    IF WS-HAVE-COURSES
        CLOSE ENROLL
        CLOSE COURSMST
    END-IF
    CLOSE RPTCARD
    CLOSE HANDADDR
    DISPLAY "Students read:      " WS-STUDENTS-READ
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

*> No score and no course posted for the term means no card at
*> all; otherwise the guardian decides whether it mails or goes on
*> the hand list.
1000-JUDGE-ONE-STUDENT.
    ADD 1 TO WS-STUDENTS-READ
    MOVE ST-ID OF STUMAST-RECORD TO SH-STUDENT-ID
    MOVE WS-CARD-TERM TO SH-TERM
    MOVE "N" TO WS-TERM-SCORE-FLAG
    READ SCOREHIST
        NOT INVALID KEY
            SET WS-HAVE-TERM-SCORE TO TRUE
    END-READ
    MOVE ZERO TO WS-COURSE-COUNT
    IF WS-HAVE-COURSES
        PERFORM 1100-COUNT-TERM-COURSES
    END-IF
    IF WS-HAVE-TERM-SCORE OR WS-COURSE-COUNT > ZERO
        PERFORM 2000-ROUTE-THE-CARD
    ELSE
        ADD 1 TO WS-NO-SCORE-COUNT
    END-IF.

1100-COUNT-TERM-COURSES.
    PERFORM 1200-START-TERM-COURSES
    PERFORM UNTIL WS-ENROLL-END
        READ ENROLL NEXT RECORD
            AT END SET WS-ENROLL-END TO TRUE
            NOT AT END
                IF EN-STUDENT-ID NOT = ST-ID OF STUMAST-RECORD
                        OR EN-TERM NOT = WS-CARD-TERM
                    SET WS-ENROLL-END TO TRUE
                ELSE
                    ADD 1 TO WS-COURSE-COUNT
                END-IF
        END-READ
    END-PERFORM.

1200-START-TERM-COURSES.
    MOVE "N" TO WS-ENROLL-EOF-FLAG
    MOVE ST-ID OF STUMAST-RECORD TO EN-STUDENT-ID
    MOVE WS-CARD-TERM TO EN-TERM
    MOVE LOW-VALUES TO EN-COURSE-CODE
    START ENROLL KEY IS NOT LESS THAN EN-KEY
        INVALID KEY SET WS-ENROLL-END TO TRUE
    END-START.

2000-ROUTE-THE-CARD.
    IF ST-GUARDIAN OF STUMAST-RECORD = ZERO
    END-IF.

*> One card page: eject, heading, the guardian's window-envelope
*> address block, then the student's grade, term score and the
*> course lines.
3000-PRINT-REPORT-CARD.
    ADD 1 TO WS-CARDS-PRINTED
    MOVE WS-CARD-HEADING TO REPORT-CARD-LINE
    MOVE ST-GRADE OF STUMAST-RECORD TO CD-GRADE
    WRITE REPORT-CARD-LINE FROM WS-GRADE-LINE
        AFTER ADVANCING 1
    IF WS-HAVE-TERM-SCORE
        MOVE SH-TERM TO CD-TERM
        MOVE SH-SCORE TO CD-SCORE
        IF SH-SCORE IS PassingScore
            MOVE "PASS" TO CD-VERDICT
        ELSE
            MOVE "FAIL" TO CD-VERDICT
        END-IF
        WRITE REPORT-CARD-LINE FROM WS-SCORE-LINE
            AFTER ADVANCING 1
    END-IF
    IF WS-COURSE-COUNT > ZERO
        PERFORM 3100-PRINT-COURSE-LINES
    END-IF.

3100-PRINT-COURSE-LINES.
    MOVE WS-COURSE-HEADING TO REPORT-CARD-LINE
    WRITE REPORT-CARD-LINE AFTER ADVANCING 2
    PERFORM 1200-START-TERM-COURSES
    PERFORM UNTIL WS-ENROLL-END
        READ ENROLL NEXT RECORD
            AT END SET WS-ENROLL-END TO TRUE
            NOT AT END
                IF EN-STUDENT-ID NOT = ST-ID OF STUMAST-RECORD
                        OR EN-TERM NOT = WS-CARD-TERM
                    SET WS-ENROLL-END TO TRUE
                ELSE
                    PERFORM 3200-PRINT-ONE-COURSE
                END-IF
        END-READ
    END-PERFORM.

3200-PRINT-ONE-COURSE.
    MOVE EN-COURSE-CODE TO CR-CODE
    READ COURSMST
        INVALID KEY
            MOVE SPACES TO CR-SUBJECT
            MOVE SPACES TO CR-TEACHER
    END-READ
    MOVE EN-COURSE-CODE TO CC-CODE
    MOVE CR-SUBJECT TO CC-SUBJECT
    MOVE CR-TEACHER TO CC-TEACHER
    MOVE EN-SCORE TO CC-SCORE
    EVALUATE TRUE
        WHEN EN-NOT-SCORED
            MOVE "NOT SCORED" TO CC-VERDICT
        WHEN EN-SCORE IS PassingScore
            MOVE "PASS" TO CC-VERDICT
        WHEN OTHER
            MOVE "FAIL" TO CC-VERDICT
    END-EVALUATE
    WRITE REPORT-CARD-LINE FROM WS-COURSE-LINE
        AFTER ADVANCING 1.

4000-LIST-FOR-HAND-ADDRESSING.
