       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. feemaint.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Add/Change/Inquire/Delete maintenance for the two files
*> feebill.cob bills student fees from, in the same style as
*> dedmaint.cob: the FEESCHED schedule of fees by grade (G) and the
*> STUFEE optional fees of single students (S). Every transaction
*> asks which of the two it is for. An inquiry with a blank fee code
*> lists every fee on file for the grade or the student. Optional
*> fees are only taken for students on STUMAST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FEESCHED ASSIGN TO "FEESCHED"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FS-KEY
        FILE STATUS IS WS-FEESCHED-STATUS.
    SELECT STUFEE ASSIGN TO "STUFEE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SF-KEY
        FILE STATUS IS WS-STUFEE-STATUS.
    SELECT STUMAST ASSIGN TO "STUMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ST-ID
        FILE STATUS IS WS-STUMAST-STATUS.
DATA DIVISION.
FILE SECTION.
FD FEESCHED.
COPY feesched.
FD STUFEE.
COPY stufee.
FD STUMAST.
COPY student.
WORKING-STORAGE SECTION.
01 WS-FEESCHED-STATUS PIC XX VALUE "00".
01 WS-STUFEE-STATUS   PIC XX VALUE "00".
01 WS-STUMAST-STATUS  PIC XX VALUE "00".
01 WS-TRANSACTION     PIC X VALUE SPACE.
   88 WS-EXIT-REQUESTED VALUE "X", "x".
01 WS-SCHEDULE        PIC X VALUE SPACE.
   88 WS-GRADE-FEE   VALUE "G".
   88 WS-STUDENT-FEE VALUE "S".
01 WS-LIST-EOF-FLAG   PIC X VALUE "N".
   88 WS-LIST-END VALUE "Y".
01 WS-LIST-GRADE      PIC 99 VALUE ZERO.
01 WS-LIST-STUDENT    PIC 9(5) VALUE ZERO.
01 WS-LIST-COUNT      PIC 9(3) VALUE ZERO.
01 WS-AMOUNT-EDIT     PIC ZZZZ9.99.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-OPEN-FEE-FILES
    OPEN INPUT STUMAST
    IF WS-STUMAST-STATUS NOT = "00"
        DISPLAY "STUMAST open failed, status " WS-STUMAST-STATUS
        CLOSE FEESCHED
        CLOSE STUFEE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EXIT-REQUESTED
        DISPLAY " "
        DISPLAY "A)dd  C)hange  I)nquire  D)elete  X)it"
        DISPLAY "Transaction: " WITH NO ADVANCING
        ACCEPT WS-TRANSACTION
        MOVE FUNCTION UPPER-CASE(WS-TRANSACTION) TO WS-TRANSACTION
        EVALUATE WS-TRANSACTION
            WHEN "A" PERFORM 1000-ADD-FEE
            WHEN "C" PERFORM 2000-CHANGE-FEE
            WHEN "I" PERFORM 3000-INQUIRE-FEE
            WHEN "D" PERFORM 4000-DELETE-FEE
            WHEN "X" CONTINUE
            WHEN OTHER DISPLAY "Invalid transaction code"
        END-EVALUATE
    END-PERFORM
    CLOSE FEESCHED
    CLOSE STUFEE
    CLOSE STUMAST
    STOP RUN.

0100-OPEN-FEE-FILES.
    OPEN I-O FEESCHED
    IF WS-FEESCHED-STATUS = "35"
        OPEN OUTPUT FEESCHED
        CLOSE FEESCHED
        OPEN I-O FEESCHED
    END-IF
    OPEN I-O STUFEE
    IF WS-STUFEE-STATUS = "35"
        OPEN OUTPUT STUFEE
        CLOSE STUFEE
        OPEN I-O STUFEE
    END-IF.

*> Which file, and its key. A grade fee is keyed grade + code, an
*> optional fee student id + code.
0200-ACCEPT-KEY.
    DISPLAY "Grade fee or student fee (G/S): " WITH NO ADVANCING
    ACCEPT WS-SCHEDULE
    MOVE FUNCTION UPPER-CASE(WS-SCHEDULE) TO WS-SCHEDULE
    EVALUATE TRUE
        WHEN WS-GRADE-FEE
            DISPLAY "Grade: " WITH NO ADVANCING
            ACCEPT FS-GRADE
            DISPLAY "Fee code: " WITH NO ADVANCING
            ACCEPT FS-FEE-CODE
            MOVE FUNCTION UPPER-CASE(FS-FEE-CODE) TO FS-FEE-CODE
        WHEN WS-STUDENT-FEE
            DISPLAY "Student id: " WITH NO ADVANCING
            ACCEPT SF-STUDENT-ID
            DISPLAY "Fee code: " WITH NO ADVANCING
            ACCEPT SF-FEE-CODE
            MOVE FUNCTION UPPER-CASE(SF-FEE-CODE) TO SF-FEE-CODE
        WHEN OTHER
            DISPLAY "Answer G or S"
    END-EVALUATE.

1000-ADD-FEE.
    PERFORM 0200-ACCEPT-KEY
    EVALUATE TRUE
        WHEN WS-GRADE-FEE
            PERFORM 1100-ADD-GRADE-FEE
        WHEN WS-STUDENT-FEE
            PERFORM 1200-ADD-STUDENT-FEE
    END-EVALUATE.

1100-ADD-GRADE-FEE.
    IF FS-FEE-CODE = SPACES
        DISPLAY "Fee code is required"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Description: " WITH NO ADVANCING
    ACCEPT FS-DESC
    DISPLAY "Monthly amount: " WITH NO ADVANCING
    ACCEPT FS-AMOUNT
    WRITE FEE-SCHEDULE-RECORD
        INVALID KEY
            DISPLAY "Fee " FS-FEE-CODE " for grade " FS-GRADE
                " already exists"
        NOT INVALID KEY
            DISPLAY "Fee " FS-FEE-CODE " for grade " FS-GRADE
                " added"
    END-WRITE.

1200-ADD-STUDENT-FEE.
    IF SF-FEE-CODE = SPACES
        DISPLAY "Fee code is required"
        EXIT PARAGRAPH
    END-IF
    MOVE SF-STUDENT-ID TO ST-ID
    READ STUMAST
        INVALID KEY
            DISPLAY "Student " SF-STUDENT-ID " not on STUMAST"
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Student: " ST-NAME "  grade " ST-GRADE
    DISPLAY "Description: " WITH NO ADVANCING
    ACCEPT SF-DESC
    DISPLAY "Monthly amount: " WITH NO ADVANCING
    ACCEPT SF-AMOUNT
    WRITE STUDENT-FEE-RECORD
        INVALID KEY
            DISPLAY "Fee " SF-FEE-CODE " for student " SF-STUDENT-ID
                " already exists"
        NOT INVALID KEY
            DISPLAY "Fee " SF-FEE-CODE " for student " SF-STUDENT-ID
                " added"
    END-WRITE.

2000-CHANGE-FEE.
    PERFORM 0200-ACCEPT-KEY
    EVALUATE TRUE
        WHEN WS-GRADE-FEE
            READ FEESCHED
                INVALID KEY
                    DISPLAY "Fee " FS-FEE-CODE " for grade " FS-GRADE
                        " not found"
                NOT INVALID KEY
                    DISPLAY "Current description: " FS-DESC
                    DISPLAY "New description: " WITH NO ADVANCING
                    ACCEPT FS-DESC
                    MOVE FS-AMOUNT TO WS-AMOUNT-EDIT
                    DISPLAY "Current amount: " WS-AMOUNT-EDIT
                    DISPLAY "New monthly amount: " WITH NO ADVANCING
                    ACCEPT FS-AMOUNT
                    REWRITE FEE-SCHEDULE-RECORD
                        INVALID KEY
                            DISPLAY "Update failed for " FS-FEE-CODE
                        NOT INVALID KEY
                            DISPLAY "Fee " FS-FEE-CODE " for grade "
                                FS-GRADE " updated"
                    END-REWRITE
            END-READ
        WHEN WS-STUDENT-FEE
            READ STUFEE
                INVALID KEY
                    DISPLAY "Fee " SF-FEE-CODE " for student "
                        SF-STUDENT-ID " not found"
                NOT INVALID KEY
                    DISPLAY "Current description: " SF-DESC
                    DISPLAY "New description: " WITH NO ADVANCING
                    ACCEPT SF-DESC
                    MOVE SF-AMOUNT TO WS-AMOUNT-EDIT
                    DISPLAY "Current amount: " WS-AMOUNT-EDIT
                    DISPLAY "New monthly amount: " WITH NO ADVANCING
                    ACCEPT SF-AMOUNT
                    REWRITE STUDENT-FEE-RECORD
                        INVALID KEY
                            DISPLAY "Update failed for " SF-FEE-CODE
                        NOT INVALID KEY
                            DISPLAY "Fee " SF-FEE-CODE " for student "
                                SF-STUDENT-ID " updated"
                    END-REWRITE
            END-READ
    END-EVALUATE.

3000-INQUIRE-FEE.
    PERFORM 0200-ACCEPT-KEY
    EVALUATE TRUE
        WHEN WS-GRADE-FEE AND FS-FEE-CODE = SPACES
            PERFORM 3100-LIST-GRADE-FEES
        WHEN WS-GRADE-FEE
            READ FEESCHED
                INVALID KEY
                    DISPLAY "Fee " FS-FEE-CODE " for grade " FS-GRADE
                        " not found"
                NOT INVALID KEY
                    PERFORM 3300-SHOW-GRADE-FEE
            END-READ
        WHEN WS-STUDENT-FEE AND SF-FEE-CODE = SPACES
            PERFORM 3200-LIST-STUDENT-FEES
        WHEN WS-STUDENT-FEE
            READ STUFEE
                INVALID KEY
                    DISPLAY "Fee " SF-FEE-CODE " for student "
                        SF-STUDENT-ID " not found"
                NOT INVALID KEY
                    PERFORM 3400-SHOW-STUDENT-FEE
            END-READ
    END-EVALUATE.

3100-LIST-GRADE-FEES.
    MOVE FS-GRADE TO WS-LIST-GRADE
    MOVE ZERO TO WS-LIST-COUNT
    MOVE "N" TO WS-LIST-EOF-FLAG
    START FEESCHED KEY IS NOT LESS THAN FS-KEY
        INVALID KEY SET WS-LIST-END TO TRUE
    END-START
    PERFORM UNTIL WS-LIST-END
        READ FEESCHED NEXT RECORD
            AT END SET WS-LIST-END TO TRUE
            NOT AT END
                IF FS-GRADE NOT = WS-LIST-GRADE
                    SET WS-LIST-END TO TRUE
                ELSE
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM 3300-SHOW-GRADE-FEE
                END-IF
        END-READ
    END-PERFORM
    DISPLAY WS-LIST-COUNT " fee(s) for grade " WS-LIST-GRADE.

3200-LIST-STUDENT-FEES.
    MOVE SF-STUDENT-ID TO WS-LIST-STUDENT
    MOVE ZERO TO WS-LIST-COUNT
    MOVE "N" TO WS-LIST-EOF-FLAG
    START STUFEE KEY IS NOT LESS THAN SF-KEY
        INVALID KEY SET WS-LIST-END TO TRUE
    END-START
    PERFORM UNTIL WS-LIST-END
        READ STUFEE NEXT RECORD
            AT END SET WS-LIST-END TO TRUE
            NOT AT END
                IF SF-STUDENT-ID NOT = WS-LIST-STUDENT
                    SET WS-LIST-END TO TRUE
                ELSE
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM 3400-SHOW-STUDENT-FEE
                END-IF
        END-READ
    END-PERFORM
    DISPLAY WS-LIST-COUNT " optional fee(s) for student "
        WS-LIST-STUDENT.

3300-SHOW-GRADE-FEE.
    MOVE FS-AMOUNT TO WS-AMOUNT-EDIT
    DISPLAY "Grade " FS-GRADE "  " FS-FEE-CODE "  " FS-DESC "  "
        WS-AMOUNT-EDIT.

3400-SHOW-STUDENT-FEE.
    MOVE SF-AMOUNT TO WS-AMOUNT-EDIT
    DISPLAY "Student " SF-STUDENT-ID "  " SF-FEE-CODE "  " SF-DESC
        "  " WS-AMOUNT-EDIT.

4000-DELETE-FEE.
    PERFORM 0200-ACCEPT-KEY
    EVALUATE TRUE
        WHEN WS-GRADE-FEE
            READ FEESCHED
                INVALID KEY
                    DISPLAY "Fee " FS-FEE-CODE " for grade " FS-GRADE
                        " not found"
                NOT INVALID KEY
                    DELETE FEESCHED
                        INVALID KEY
                            DISPLAY "Delete failed for " FS-FEE-CODE
                        NOT INVALID KEY
                            DISPLAY "Fee " FS-FEE-CODE " for grade "
                                FS-GRADE " deleted"
                    END-DELETE
            END-READ
        WHEN WS-STUDENT-FEE
            READ STUFEE
                INVALID KEY
                    DISPLAY "Fee " SF-FEE-CODE " for student "
                        SF-STUDENT-ID " not found"
                NOT INVALID KEY
                    DELETE STUFEE
                        INVALID KEY
                            DISPLAY "Delete failed for " SF-FEE-CODE
                        NOT INVALID KEY
                            DISPLAY "Fee " SF-FEE-CODE " for student "
                                SF-STUDENT-ID " deleted"
                    END-DELETE
            END-READ
    END-EVALUATE.
