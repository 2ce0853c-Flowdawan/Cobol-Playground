       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. enrlmnt.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Enrollment maintenance: puts STUMAST students on COURSMST courses
*> for a term in the ENROLL file. Add takes only a student on the
*> master, a course on the course master, and a course taught to the
*> student's grade (or to any grade). Change corrects the letter
*> score crspost.cob posted; Inquire lists a student's courses for a
*> term (term zero for every term) with subject, teacher and score;
*> Delete drops a course the student has no score in yet -- a
*> scored course is history and stays.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ENROLL ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EN-KEY
        FILE STATUS IS WS-ENROLL-STATUS.
    SELECT STUMAST ASSIGN TO "STUMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ST-ID
        FILE STATUS IS WS-STUMAST-STATUS.
    SELECT COURSMST ASSIGN TO "COURSMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CR-CODE
        FILE STATUS IS WS-COURSMST-STATUS.
DATA DIVISION.
FILE SECTION.
FD ENROLL.
COPY enroll.
FD STUMAST.
COPY student.
FD COURSMST.
COPY course.
WORKING-STORAGE SECTION.
01 WS-ENROLL-STATUS   PIC XX VALUE "00".
01 WS-STUMAST-STATUS  PIC XX VALUE "00".
01 WS-COURSMST-STATUS PIC XX VALUE "00".
01 WS-TRANSACTION     PIC X VALUE SPACE.
   88 WS-EXIT-REQUESTED VALUE "X", "x".
01 WS-LIST-EOF-FLAG   PIC X VALUE "N".
   88 WS-LIST-END VALUE "Y".
01 WS-LIST-STUDENT    PIC 9(5) VALUE ZERO.
01 WS-LIST-TERM       PIC 9(6) VALUE ZERO.
01 WS-LIST-COUNT      PIC 9(3) VALUE ZERO.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    OPEN I-O ENROLL
    IF WS-ENROLL-STATUS = "35"
        OPEN OUTPUT ENROLL
        CLOSE ENROLL
        OPEN I-O ENROLL
    END-IF
    OPEN INPUT STUMAST
    IF WS-STUMAST-STATUS NOT = "00"
        DISPLAY "STUMAST open failed, status " WS-STUMAST-STATUS
        CLOSE ENROLL
        STOP RUN
    END-IF
    OPEN INPUT COURSMST
    IF WS-COURSMST-STATUS NOT = "00"
        DISPLAY "COURSMST open failed, status " WS-COURSMST-STATUS
        CLOSE ENROLL
        CLOSE STUMAST
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EXIT-REQUESTED
        DISPLAY " "
        DISPLAY "A)dd  C)hange  I)nquire  D)elete  X)it"
        DISPLAY "Transaction: " WITH NO ADVANCING
        ACCEPT WS-TRANSACTION
        MOVE FUNCTION UPPER-CASE(WS-TRANSACTION) TO WS-TRANSACTION
        EVALUATE WS-TRANSACTION
            WHEN "A" PERFORM 1000-ADD-ENROLLMENT
            WHEN "C" PERFORM 2000-CHANGE-SCORE
            WHEN "I" PERFORM 3000-INQUIRE-ENROLLMENTS
            WHEN "D" PERFORM 4000-DROP-ENROLLMENT
            WHEN "X" CONTINUE
            WHEN OTHER DISPLAY "Invalid transaction code"
        END-EVALUATE
    END-PERFORM
    CLOSE ENROLL
    CLOSE STUMAST
    CLOSE COURSMST
    STOP RUN.

0100-ACCEPT-KEY.
    DISPLAY "Student id: " WITH NO ADVANCING
    ACCEPT EN-STUDENT-ID
    DISPLAY "Term (YYYYTT): " WITH NO ADVANCING
    ACCEPT EN-TERM
    DISPLAY "Course code: " WITH NO ADVANCING
    ACCEPT EN-COURSE-CODE
    MOVE FUNCTION UPPER-CASE(EN-COURSE-CODE) TO EN-COURSE-CODE.

1000-ADD-ENROLLMENT.
    PERFORM 0100-ACCEPT-KEY
    IF EN-TERM = ZERO OR EN-COURSE-CODE = SPACES
        DISPLAY "Term and course code are required"
        EXIT PARAGRAPH
    END-IF
    MOVE EN-STUDENT-ID TO ST-ID
    READ STUMAST
        INVALID KEY
            DISPLAY "Student " EN-STUDENT-ID " not on STUMAST"
            EXIT PARAGRAPH
    END-READ
    MOVE EN-COURSE-CODE TO CR-CODE
    READ COURSMST
        INVALID KEY
            DISPLAY "Course " EN-COURSE-CODE " not on COURSMST"
            EXIT PARAGRAPH
    END-READ
    IF CR-GRADE-LEVEL NOT = ZERO AND CR-GRADE-LEVEL NOT = ST-GRADE
        DISPLAY "Course " CR-CODE " is taught to grade "
            CR-GRADE-LEVEL ", student is in grade " ST-GRADE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO EN-SCORE
    WRITE ENROLLMENT-RECORD
        INVALID KEY
            DISPLAY ST-NAME " is already on " EN-COURSE-CODE
                " for term " EN-TERM
        NOT INVALID KEY
            DISPLAY ST-NAME " enrolled on " CR-SUBJECT
                " for term " EN-TERM
    END-WRITE.

2000-CHANGE-SCORE.
    PERFORM 0100-ACCEPT-KEY
    READ ENROLL
        INVALID KEY
            DISPLAY "No such enrollment"
        NOT INVALID KEY
            DISPLAY "Current score: " EN-SCORE
            DISPLAY "New score (blank for none): " WITH NO ADVANCING
            ACCEPT EN-SCORE
            MOVE FUNCTION UPPER-CASE(EN-SCORE) TO EN-SCORE
            REWRITE ENROLLMENT-RECORD
                INVALID KEY
                    DISPLAY "Update failed for " EN-COURSE-CODE
                NOT INVALID KEY
                    DISPLAY "Score for " EN-COURSE-CODE " updated"
            END-REWRITE
    END-READ.

3000-INQUIRE-ENROLLMENTS.
    DISPLAY "Student id: " WITH NO ADVANCING
    ACCEPT WS-LIST-STUDENT
    DISPLAY "Term (YYYYTT, 0 for all): " WITH NO ADVANCING
    ACCEPT WS-LIST-TERM
    MOVE ZERO TO WS-LIST-COUNT
    MOVE "N" TO WS-LIST-EOF-FLAG
    MOVE WS-LIST-STUDENT TO EN-STUDENT-ID
    MOVE WS-LIST-TERM TO EN-TERM
    MOVE LOW-VALUES TO EN-COURSE-CODE
    START ENROLL KEY IS NOT LESS THAN EN-KEY
        INVALID KEY SET WS-LIST-END TO TRUE
    END-START
    PERFORM UNTIL WS-LIST-END
        READ ENROLL NEXT RECORD
            AT END SET WS-LIST-END TO TRUE
            NOT AT END
                IF EN-STUDENT-ID NOT = WS-LIST-STUDENT
                        OR (WS-LIST-TERM NOT = ZERO
                            AND EN-TERM NOT = WS-LIST-TERM)
                    SET WS-LIST-END TO TRUE
                ELSE
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM 3100-SHOW-ENROLLMENT
                END-IF
        END-READ
    END-PERFORM
    DISPLAY WS-LIST-COUNT " course(s) for student " WS-LIST-STUDENT.

3100-SHOW-ENROLLMENT.
    MOVE EN-COURSE-CODE TO CR-CODE
    READ COURSMST
        INVALID KEY
            MOVE "(not on COURSMST)" TO CR-SUBJECT
            MOVE SPACES TO CR-TEACHER
    END-READ
    DISPLAY "Term " EN-TERM "  " EN-COURSE-CODE "  " CR-SUBJECT
        "  " CR-TEACHER "  score " EN-SCORE.

4000-DROP-ENROLLMENT.
    PERFORM 0100-ACCEPT-KEY
    READ ENROLL
        INVALID KEY
            DISPLAY "No such enrollment"
            EXIT PARAGRAPH
    END-READ
    IF NOT EN-NOT-SCORED
        DISPLAY "Course " EN-COURSE-CODE " already scored "
            EN-SCORE ", not dropped"
        EXIT PARAGRAPH
    END-IF
    DELETE ENROLL
        INVALID KEY
            DISPLAY "Drop failed for " EN-COURSE-CODE
        NOT INVALID KEY
            DISPLAY "Course " EN-COURSE-CODE " dropped"
    END-DELETE.
