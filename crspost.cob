       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. crspost.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Posts the term's course scores, the per-subject counterpart of
*> scorepost.cob: every CRSSCORE line (student id, course code,
*> letter score) is written into that student's ENROLL record for
*> the term asked for. A repost of the same course replaces the
*> earlier score. A score for a course the student is not enrolled
*> on for the term is not posted -- it is listed on the console and
*> counted as a reject, to be keyed on enrlmnt.cob first and
*> reposted.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CRSSCORE ASSIGN TO "CRSSCORE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CRSSCORE-STATUS.
    SELECT ENROLL ASSIGN TO "ENROLL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EN-KEY
        FILE STATUS IS WS-ENROLL-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD CRSSCORE.
01 COURSE-SCORE-RECORD.
    02 CS-STUDENT-ID  PIC 9(5).
    02 CS-COURSE-CODE PIC X(6).
    02 CS-SCORE       PIC X.
FD ENROLL.
COPY enroll.
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-CRSSCORE-STATUS  PIC XX VALUE "00".
01 WS-ENROLL-STATUS    PIC XX VALUE "00".
01 WS-RUNCTL-STATUS    PIC XX VALUE "00".
01 WS-EOF-FLAG          PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-POST-TERM        PIC 9(6) VALUE ZERO.
01 WS-SCORES-READ      PIC 9(7) VALUE ZERO.
01 WS-SCORES-POSTED    PIC 9(7) VALUE ZERO.
01 WS-SCORES-REPOSTED  PIC 9(7) VALUE ZERO.
01 WS-SCORES-REJECTED  PIC 9(7) VALUE ZERO.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    DISPLAY "Post course scores for term (YYYYTT): "
        WITH NO ADVANCING
    ACCEPT WS-POST-TERM
    IF WS-POST-TERM = ZERO
        DISPLAY "No term given, posting abandoned"
        STOP RUN
    END-IF
    OPEN INPUT CRSSCORE
    IF WS-CRSSCORE-STATUS NOT = "00"
        DISPLAY "CRSSCORE open failed, status " WS-CRSSCORE-STATUS
            ", posting abandoned"
        STOP RUN
    END-IF
    OPEN I-O ENROLL
    IF WS-ENROLL-STATUS NOT = "00"
        DISPLAY "ENROLL open failed, status " WS-ENROLL-STATUS
            ", posting abandoned"
        CLOSE CRSSCORE
        STOP RUN
    END-IF
    READ CRSSCORE
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 1000-POST-ONE-SCORE
        READ CRSSCORE
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE CRSSCORE
    CLOSE ENROLL
    DISPLAY "Scores read:     " WS-SCORES-READ
    DISPLAY "Scores posted:   " WS-SCORES-POSTED
    DISPLAY "Reposted:        " WS-SCORES-REPOSTED
    DISPLAY "Not enrolled:    " WS-SCORES-REJECTED
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

1000-POST-ONE-SCORE.
    ADD 1 TO WS-SCORES-READ
    MOVE CS-STUDENT-ID TO EN-STUDENT-ID
    MOVE WS-POST-TERM TO EN-TERM
    MOVE FUNCTION UPPER-CASE(CS-COURSE-CODE) TO EN-COURSE-CODE
    READ ENROLL
        INVALID KEY
            ADD 1 TO WS-SCORES-REJECTED
            DISPLAY "Student " CS-STUDENT-ID " not enrolled on "
                CS-COURSE-CODE " for term " WS-POST-TERM
                ", score " CS-SCORE " not posted"
        NOT INVALID KEY
            IF EN-NOT-SCORED
                ADD 1 TO WS-SCORES-POSTED
            ELSE
                ADD 1 TO WS-SCORES-REPOSTED
            END-IF
            MOVE CS-SCORE TO EN-SCORE
            REWRITE ENROLLMENT-RECORD
    END-READ.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "CRSPOST " TO RC-PROGRAM
    CALL "busdate" USING RC-RUN-DATE
    MOVE WS-SCORES-READ TO RC-RECORDS-IN
    COMPUTE RC-RECORDS-OUT = WS-SCORES-POSTED + WS-SCORES-REPOSTED
    MOVE WS-SCORES-REJECTED TO RC-REJECTS
    MOVE ZERO TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.
