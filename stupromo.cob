*> the master for the GRADFILE graduates file. The STUPROMO register
*> shows every student's old and new grade, so nobody re-keys the
*> roster in September.
*> Where courses are kept (ENROLL and COURSMST), the run asks for
*> the school year being closed and holds back every student whose
*> last score of that year in a required core subject (CR-CORE-IND)
*> fails the PassingScore rule: the student still ages a year but
*> keeps the grade -- a student of 18 stays on the master instead
*> of graduating -- is marked HELD BACK on the register, and every
*> failed core course is listed on PROMOREV for the review meeting.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    CLASS PassingScore IS "A" THRU "C", "D".
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STUMAST ASSIGN TO "STUMAST"
    SELECT STUPROMO ASSIGN TO "STUPROMO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STUPROMO-STATUS.
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
    SELECT PROMOREV ASSIGN TO "PROMOREV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROMOREV-STATUS.
DATA DIVISION.
FILE SECTION.
FD STUMAST.
COPY student REPLACING STUDENT-RECORD BY GRADUATE-RECORD.
FD STUPROMO.
01 PROMO-REPORT-LINE PIC X(80).
FD ENROLL.
COPY enroll.
FD COURSMST.
COPY course.
FD PROMOREV.
01 PROMO-REVIEW-LINE PIC X(80).
WORKING-STORAGE SECTION.
01 WS-STUMAST-STATUS  PIC XX VALUE "00".
01 WS-GRADFILE-STATUS PIC XX VALUE "00".
01 WS-STUPROMO-STATUS PIC XX VALUE "00".
01 WS-ENROLL-STATUS   PIC XX VALUE "00".
01 WS-COURSMST-STATUS PIC XX VALUE "00".
01 WS-PROMOREV-STATUS PIC XX VALUE "00".
01 WS-ENROLL-EOF-FLAG  PIC X VALUE "N".
   88 WS-ENROLL-END VALUE "Y".
01 WS-CORE-CHECK-FLAG  PIC X VALUE "N".
   88 WS-CHECK-CORE VALUE "Y".
01 WS-HELD-FLAG        PIC X VALUE "N".
   88 WS-HELD-BACK VALUE "Y".
01 WS-SCHOOL-YEAR     PIC 9(4) VALUE ZERO.
01 WS-HELD-COUNT      PIC 9(5) VALUE ZERO.
*> The student's core courses of the year with the score of the
*> latest term each was scored in; ENROLL reads back in term order,
*> so a later term's score replaces an earlier one.
01 WS-CORE-COUNT      PIC 99 VALUE ZERO.
01 WS-CORE-IX         PIC 99 VALUE ZERO.
01 WS-CORE-TABLE.
    02 WS-CORE-ENTRY OCCURS 20.
        03 WS-CORE-CODE    PIC X(6).
        03 WS-CORE-SUBJECT PIC X(15).
        03 WS-CORE-TERM    PIC 9(6).
        03 WS-CORE-SCORE   PIC X.
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-OLD-GRADE       PIC 99 VALUE ZERO.
    02 SM-GRADUATED PIC ZZZZ9.
    02 FILLER       PIC X(11) VALUE "  Ungraded:".
    02 SM-UNGRADED  PIC ZZZZ9.
    02 FILLER       PIC X(8) VALUE "  Held:".
    02 SM-HELD      PIC ZZZZ9.
01 WS-REVIEW-HEADING.
    02 FILLER PIC X(8)  VALUE "Id".
    02 FILLER PIC X(22) VALUE "Name".
    02 FILLER PIC X(7)  VALUE "Grade".
    02 FILLER PIC X(8)  VALUE "Course".
    02 FILLER PIC X(17) VALUE "Subject".
    02 FILLER PIC X(8)  VALUE "Term".
    02 FILLER PIC X(5)  VALUE "Score".
01 WS-REVIEW-LINE.
    02 RV-ID        PIC ZZZZ9.
    02 FILLER       PIC X(3) VALUE SPACES.
    02 RV-NAME      PIC X(20).
    02 FILLER       PIC X(2) VALUE SPACES.
    02 RV-GRADE     PIC Z9.
    02 FILLER       PIC X(5) VALUE SPACES.
    02 RV-COURSE    PIC X(6).
    02 FILLER       PIC X(2) VALUE SPACES.
    02 RV-SUBJECT   PIC X(15).
    02 FILLER       PIC X(2) VALUE SPACES.
    02 RV-TERM      PIC 9(6).
    02 FILLER       PIC X(4) VALUE SPACES.
    02 RV-SCORE     PIC X.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    OPEN I-O STUMAST
            ", promotion run abandoned"
        STOP RUN
    END-IF
    PERFORM 0100-OPEN-COURSE-FILES
    OPEN OUTPUT GRADFILE
    OPEN OUTPUT STUPROMO
    WRITE PROMO-REPORT-LINE FROM WS-PROMO-HEADING
    MOVE WS-INTAKE-COUNT TO SM-INTAKE
    MOVE WS-GRADUATE-COUNT TO SM-GRADUATED
    MOVE WS-UNGRADED-COUNT TO SM-UNGRADED
    MOVE WS-HELD-COUNT TO SM-HELD
    WRITE PROMO-REPORT-LINE FROM WS-SUMMARY-LINE
    CLOSE STUMAST
    CLOSE GRADFILE
    CLOSE STUPROMO
    IF WS-CHECK-CORE
        CLOSE ENROLL
        CLOSE COURSMST
        CLOSE PROMOREV
    END-IF
    DISPLAY "Promoted: " WS-PROMOTED-COUNT
        "  Intake: " WS-INTAKE-COUNT
        "  Graduated: " WS-GRADUATE-COUNT
        "  Held: " WS-HELD-COUNT
    STOP RUN.

*> No ENROLL file means courses are not kept and every student is
*> promoted on age alone, as before. With courses the school year is
*> needed, or nobody could be checked.
0100-OPEN-COURSE-FILES.
    OPEN INPUT ENROLL
    IF WS-ENROLL-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT COURSMST
    IF WS-COURSMST-STATUS NOT = "00"
        DISPLAY "COURSMST open failed, status " WS-COURSMST-STATUS
            ", promotion run abandoned"
        CLOSE ENROLL
        CLOSE STUMAST
        STOP RUN
    END-IF
    DISPLAY "School year being closed (YYYY): " WITH NO ADVANCING
    ACCEPT WS-SCHOOL-YEAR
    IF WS-SCHOOL-YEAR = ZERO
        DISPLAY "No school year given, promotion run abandoned"
        CLOSE ENROLL
        CLOSE COURSMST
        CLOSE STUMAST
        STOP RUN
    END-IF
    SET WS-CHECK-CORE TO TRUE
    OPEN OUTPUT PROMOREV
    WRITE PROMO-REVIEW-LINE FROM WS-REVIEW-HEADING
    MOVE SPACES TO PROMO-REVIEW-LINE
    WRITE PROMO-REVIEW-LINE.

1000-PROMOTE-ONE-STUDENT.
    MOVE ST-GRADE OF STUMAST-RECORD TO WS-OLD-GRADE
    ADD 1 TO ST-AGE OF STUMAST-RECORD
    MOVE ST-NAME OF STUMAST-RECORD TO PD-NAME
    MOVE ST-AGE OF STUMAST-RECORD TO PD-AGE
    MOVE WS-OLD-GRADE TO PD-OLD-GRADE
    MOVE "N" TO WS-HELD-FLAG
    IF WS-CHECK-CORE
        PERFORM 2000-CHECK-CORE-SUBJECTS
    END-IF
    IF WS-HELD-BACK
        *> Failed a core subject: a year older, same grade, and
        *> still on the master whatever the age.
        ADD 1 TO WS-HELD-COUNT
        MOVE WS-OLD-GRADE TO PD-NEW-GRADE
        MOVE "HELD BACK" TO PD-NOTE
        REWRITE STUMAST-RECORD
        WRITE PROMO-REPORT-LINE FROM WS-PROMO-DETAIL-LINE
        EXIT PARAGRAPH
    END-IF
    IF ST-AGE OF STUMAST-RECORD >= 18
        *> Out across the top of the Age > 5 AND Age < 18 band:
        *> off the master and onto the graduates file.
        REWRITE STUMAST-RECORD
    END-IF
    WRITE PROMO-REPORT-LINE FROM WS-PROMO-DETAIL-LINE.

2000-CHECK-CORE-SUBJECTS.
    MOVE ZERO TO WS-CORE-COUNT
    MOVE "N" TO WS-ENROLL-EOF-FLAG
    MOVE ST-ID OF STUMAST-RECORD TO EN-STUDENT-ID
    MOVE WS-SCHOOL-YEAR TO EN-TERM-YEAR
    MOVE ZERO TO EN-TERM-NO
    MOVE LOW-VALUES TO EN-COURSE-CODE
    START ENROLL KEY IS NOT LESS THAN EN-KEY
        INVALID KEY SET WS-ENROLL-END TO TRUE
    END-START
    PERFORM UNTIL WS-ENROLL-END
        READ ENROLL NEXT RECORD
            AT END SET WS-ENROLL-END TO TRUE
            NOT AT END
                IF EN-STUDENT-ID NOT = ST-ID OF STUMAST-RECORD
                        OR EN-TERM-YEAR NOT = WS-SCHOOL-YEAR
                    SET WS-ENROLL-END TO TRUE
                ELSE
                    IF NOT EN-NOT-SCORED
                        PERFORM 2100-KEEP-CORE-SCORE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    PERFORM VARYING WS-CORE-IX FROM 1 BY 1
            UNTIL WS-CORE-IX > WS-CORE-COUNT
        IF WS-CORE-SCORE(WS-CORE-IX) IS NOT PassingScore
            SET WS-HELD-BACK TO TRUE
            PERFORM 2200-LIST-FOR-REVIEW
        END-IF
    END-PERFORM.

2100-KEEP-CORE-SCORE.
    MOVE EN-COURSE-CODE TO CR-CODE
    READ COURSMST
        INVALID KEY EXIT PARAGRAPH
    END-READ
    IF NOT CR-CORE-SUBJECT
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-CORE-IX FROM 1 BY 1
            UNTIL WS-CORE-IX > WS-CORE-COUNT
                OR WS-CORE-CODE(WS-CORE-IX) = EN-COURSE-CODE
        CONTINUE
    END-PERFORM
    IF WS-CORE-IX > WS-CORE-COUNT
        IF WS-CORE-COUNT >= 20
            DISPLAY "Student " EN-STUDENT-ID
                " has more than 20 core courses, " EN-COURSE-CODE
                " not checked"
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-CORE-COUNT
        MOVE WS-CORE-COUNT TO WS-CORE-IX
        MOVE EN-COURSE-CODE TO WS-CORE-CODE(WS-CORE-IX)
        MOVE CR-SUBJECT TO WS-CORE-SUBJECT(WS-CORE-IX)
    END-IF
    MOVE EN-TERM TO WS-CORE-TERM(WS-CORE-IX)
    MOVE EN-SCORE TO WS-CORE-SCORE(WS-CORE-IX).

2200-LIST-FOR-REVIEW.
    MOVE ST-ID OF STUMAST-RECORD TO RV-ID
    MOVE ST-NAME OF STUMAST-RECORD TO RV-NAME
    MOVE WS-OLD-GRADE TO RV-GRADE
    MOVE WS-CORE-CODE(WS-CORE-IX) TO RV-COURSE
    MOVE WS-CORE-SUBJECT(WS-CORE-IX) TO RV-SUBJECT
    MOVE WS-CORE-TERM(WS-CORE-IX) TO RV-TERM
    MOVE WS-CORE-SCORE(WS-CORE-IX) TO RV-SCORE
    WRITE PROMO-REVIEW-LINE FROM WS-REVIEW-LINE.
