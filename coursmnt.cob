       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coursmnt.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Add/Change/Inquire/Delete maintenance for the COURSMST course
*> master, in the same style as feemaint.cob: code, subject,
*> teacher, the grade level the course is taught to (zero for any
*> grade) and whether it is a required core subject. A course still
*> carrying enrollments on ENROLL is not deleted, so no report card
*> or class summary is left pointing at a course that is gone.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COURSMST ASSIGN TO "COURSMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CR-CODE
        FILE STATUS IS WS-COURSMST-STATUS.
    SELECT ENROLL ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EN-KEY
        FILE STATUS IS WS-ENROLL-STATUS.
DATA DIVISION.
FILE SECTION.
FD COURSMST.
COPY course.
FD ENROLL.
COPY enroll.
WORKING-STORAGE SECTION.
01 WS-COURSMST-STATUS PIC XX VALUE "00".
01 WS-ENROLL-STATUS   PIC XX VALUE "00".
01 WS-TRANSACTION     PIC X VALUE SPACE.
   88 WS-EXIT-REQUESTED VALUE "X", "x".
01 WS-ENROLL-EOF-FLAG PIC X VALUE "N".
   88 WS-ENROLL-END VALUE "Y".
01 WS-ENROLLED-COUNT  PIC 9(5) VALUE ZERO.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    OPEN I-O COURSMST
    IF WS-COURSMST-STATUS = "35"
        OPEN OUTPUT COURSMST
        CLOSE COURSMST
        OPEN I-O COURSMST
    END-IF
    PERFORM UNTIL WS-EXIT-REQUESTED
        DISPLAY " "
        DISPLAY "A)dd  C)hange  I)nquire  D)elete  X)it"
        DISPLAY "Transaction: " WITH NO ADVANCING
        ACCEPT WS-TRANSACTION
        MOVE FUNCTION UPPER-CASE(WS-TRANSACTION) TO WS-TRANSACTION
        EVALUATE WS-TRANSACTION
            WHEN "A" PERFORM 1000-ADD-COURSE
            WHEN "C" PERFORM 2000-CHANGE-COURSE
            WHEN "I" PERFORM 3000-INQUIRE-COURSE
            WHEN "D" PERFORM 4000-DELETE-COURSE
            WHEN "X" CONTINUE
            WHEN OTHER DISPLAY "Invalid transaction code"
        END-EVALUATE
    END-PERFORM
    CLOSE COURSMST
    STOP RUN.

0100-ACCEPT-COURSE-CODE.
    DISPLAY "Course code: " WITH NO ADVANCING
    ACCEPT CR-CODE
    MOVE FUNCTION UPPER-CASE(CR-CODE) TO CR-CODE.

0200-ACCEPT-COURSE-DATA.
    DISPLAY "Subject: " WITH NO ADVANCING
    ACCEPT CR-SUBJECT
    DISPLAY "Teacher: " WITH NO ADVANCING
    ACCEPT CR-TEACHER
    DISPLAY "Grade level (0 for any): " WITH NO ADVANCING
    ACCEPT CR-GRADE-LEVEL
    MOVE SPACE TO CR-CORE-IND
    PERFORM UNTIL CR-CORE-IND = "Y" OR CR-CORE-IND = "N"
        DISPLAY "Required core subject (Y/N): " WITH NO ADVANCING
        ACCEPT CR-CORE-IND
        MOVE FUNCTION UPPER-CASE(CR-CORE-IND) TO CR-CORE-IND
    END-PERFORM.

1000-ADD-COURSE.
    PERFORM 0100-ACCEPT-COURSE-CODE
    IF CR-CODE = SPACES
        DISPLAY "Course code is required"
        EXIT PARAGRAPH
    END-IF
    PERFORM 0200-ACCEPT-COURSE-DATA
    WRITE COURSE-RECORD
        INVALID KEY
            DISPLAY "Course " CR-CODE " already exists"
        NOT INVALID KEY
            DISPLAY "Course " CR-CODE " added"
    END-WRITE.

2000-CHANGE-COURSE.
    PERFORM 0100-ACCEPT-COURSE-CODE
    READ COURSMST
        INVALID KEY
            DISPLAY "Course " CR-CODE " not found"
        NOT INVALID KEY
            PERFORM 3100-SHOW-COURSE
            PERFORM 0200-ACCEPT-COURSE-DATA
            REWRITE COURSE-RECORD
                INVALID KEY
                    DISPLAY "Update failed for " CR-CODE
                NOT INVALID KEY
                    DISPLAY "Course " CR-CODE " updated"
            END-REWRITE
    END-READ.

3000-INQUIRE-COURSE.
    PERFORM 0100-ACCEPT-COURSE-CODE
    READ COURSMST
        INVALID KEY
            DISPLAY "Course " CR-CODE " not found"
        NOT INVALID KEY
            PERFORM 3100-SHOW-COURSE
    END-READ.

3100-SHOW-COURSE.
    DISPLAY "Course:      " CR-CODE
    DISPLAY "Subject:     " CR-SUBJECT
    DISPLAY "Teacher:     " CR-TEACHER
    DISPLAY "Grade level: " CR-GRADE-LEVEL
    DISPLAY "Core:        " CR-CORE-IND.

4000-DELETE-COURSE.
    PERFORM 0100-ACCEPT-COURSE-CODE
    READ COURSMST
        INVALID KEY
            DISPLAY "Course " CR-CODE " not found"
            EXIT PARAGRAPH
    END-READ
    PERFORM 4100-COUNT-ENROLLMENTS
    IF WS-ENROLLED-COUNT > ZERO
        DISPLAY "Course " CR-CODE " has " WS-ENROLLED-COUNT
            " enrollment(s) on ENROLL, not deleted"
        EXIT PARAGRAPH
    END-IF
    DELETE COURSMST
        INVALID KEY
            DISPLAY "Delete failed for " CR-CODE
        NOT INVALID KEY
            DISPLAY "Course " CR-CODE " deleted"
    END-DELETE.

*> ENROLL is keyed by student, so the course is looked for on a
*> pass of the whole file. No ENROLL file means nobody is enrolled.
4100-COUNT-ENROLLMENTS.
    MOVE ZERO TO WS-ENROLLED-COUNT
    OPEN INPUT ENROLL
    IF WS-ENROLL-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-ENROLL-EOF-FLAG
    PERFORM UNTIL WS-ENROLL-END
        READ ENROLL NEXT RECORD
            AT END SET WS-ENROLL-END TO TRUE
            NOT AT END
                IF EN-COURSE-CODE = CR-CODE
                    ADD 1 TO WS-ENROLLED-COUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE ENROLL.
