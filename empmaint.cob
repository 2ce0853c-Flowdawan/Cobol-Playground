*> employee master that payroll.cob validates PAYTRANS against, in
*> the same style as custmaint.cob for CUSTMAST. Employees are
*> terminated rather than deleted so the id can never be reused and
*> old registers stay explainable. Each employee carries the
*> department ledger account their straight time is charged to and
*> a separate overtime account, so payroll.cob's labor deck shows
*> overtime cost by department. The social security number the
*> year-end wage statements carry is keyed here and held to the same
*> SSA rules custmaint.cob applies.
*> Every rate keyed here, on an add or a change, goes on the RATEHIST
*> history with the date it takes effect, so the rate in force for
*> any pay cycle can be shown later and payroll.cob pays the right
*> one. A rate effective before today is a back-dated raise: the
*> operator is told to run retropay.cob for the back pay it owes.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EM-EMP-ID
        FILE STATUS IS WS-EMPMAST-STATUS.
    SELECT RATEHIST ASSIGN TO "RATEHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RH-KEY
        FILE STATUS IS WS-RATEHIST-STATUS.
DATA DIVISION.
FILE SECTION.
FD EMPMAST.
COPY emprec.
FD RATEHIST.
COPY ratehist.
WORKING-STORAGE SECTION.
01 WS-EMPMAST-STATUS PIC XX VALUE "00".
01 WS-RATEHIST-STATUS PIC XX VALUE "00".
01 WS-TODAY          PIC 9(8) VALUE ZERO.
01 WS-OLD-RATE       PIC 9(3)V99 VALUE ZERO.
01 WS-EFFECTIVE-DATE PIC 9(8) VALUE ZERO.
01 WS-DATE-VALID-FLAG PIC X VALUE "N".
   88 WS-DATE-IS-VALID VALUE "Y".
01 WS-RATE-EOF-FLAG  PIC X VALUE "N".
   88 WS-RATE-END-OF-FILE VALUE "Y".
01 WS-RATE-EDIT      PIC ZZ9.99.
01 WS-TRANSACTION    PIC X VALUE SPACE.
   88 WS-EXIT-REQUESTED VALUE "X", "x".
01 WS-SSNUM-VALID-FLAG PIC X VALUE "N".
   88 WS-SSNUM-IS-VALID VALUE "Y".
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-OPEN-EMPMAST
    CALL "busdate" USING WS-TODAY
    PERFORM UNTIL WS-EXIT-REQUESTED
        DISPLAY " "
        DISPLAY "A)dd  C)hange  I)nquire  T)erminate  X)it"
        END-EVALUATE
    END-PERFORM
    CLOSE EMPMAST
    CLOSE RATEHIST
    STOP RUN.

0100-OPEN-EMPMAST.
        OPEN OUTPUT EMPMAST
        CLOSE EMPMAST
        OPEN I-O EMPMAST
    END-IF
    OPEN I-O RATEHIST
    IF WS-RATEHIST-STATUS = "35"
        OPEN OUTPUT RATEHIST
        CLOSE RATEHIST
        OPEN I-O RATEHIST
    END-IF.

1000-ADD-EMPLOYEE.
    SET EM-ACTIVE TO TRUE
    DISPLAY "Department ledger account: " WITH NO ADVANCING
    ACCEPT EM-DEPT-ACCOUNT
    DISPLAY "Overtime ledger account: " WITH NO ADVANCING
    ACCEPT EM-OT-ACCOUNT
    PERFORM 6000-CAPTURE-SSNUM
    PERFORM 5000-CAPTURE-PAY-METHOD
    WRITE EMPLOYEE-RECORD
        INVALID KEY
            DISPLAY "Employee " EM-EMP-ID " already exists"
        NOT INVALID KEY
            DISPLAY "Employee " EM-EMP-ID " added"
            PERFORM 7000-RECORD-RATE
    END-WRITE.

2000-CHANGE-EMPLOYEE.
            DISPLAY "New name: " WITH NO ADVANCING
            ACCEPT EM-NAME
            DISPLAY "Current rate: " EM-RATE
            MOVE EM-RATE TO WS-OLD-RATE
            DISPLAY "New standard rate: " WITH NO ADVANCING
            ACCEPT EM-RATE
            DISPLAY "Current department account: " EM-DEPT-ACCOUNT
            DISPLAY "New department ledger account: "
                WITH NO ADVANCING
            ACCEPT EM-DEPT-ACCOUNT
            DISPLAY "Current overtime account: " EM-OT-ACCOUNT
            DISPLAY "New overtime ledger account: "
                WITH NO ADVANCING
            ACCEPT EM-OT-ACCOUNT
            DISPLAY "Current SSN: " EM-SSAREA "-" EM-SSGROUP "-"
                EM-SSSERIAL
            PERFORM 6000-CAPTURE-SSNUM
            PERFORM 5000-CAPTURE-PAY-METHOD
            REWRITE EMPLOYEE-RECORD
                INVALID KEY
                    DISPLAY "Update failed for " EM-EMP-ID
                NOT INVALID KEY
                    DISPLAY "Employee " EM-EMP-ID " updated"
                    IF EM-RATE NOT = WS-OLD-RATE
                        PERFORM 7000-RECORD-RATE
                    END-IF
            END-REWRITE
    END-READ.

                DISPLAY "Paid:   PRINTED CHECK"
            END-IF
            DISPLAY "Dept:   " EM-DEPT-ACCOUNT
            DISPLAY "OT:     " EM-OT-ACCOUNT
            DISPLAY "SSN:    " EM-SSAREA "-" EM-SSGROUP "-" EM-SSSERIAL
            PERFORM 3100-LIST-RATE-HISTORY
    END-READ.

3100-LIST-RATE-HISTORY.
    MOVE "N" TO WS-RATE-EOF-FLAG
    MOVE EM-EMP-ID TO RH-EMP-ID
    MOVE ZERO TO RH-EFFECTIVE-DATE
    START RATEHIST KEY IS NOT LESS THAN RH-KEY
        INVALID KEY SET WS-RATE-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL WS-RATE-END-OF-FILE
        READ RATEHIST NEXT RECORD
            AT END SET WS-RATE-END-OF-FILE TO TRUE
            NOT AT END
                IF RH-EMP-ID NOT = EM-EMP-ID
                    SET WS-RATE-END-OF-FILE TO TRUE
                ELSE
                    MOVE RH-RATE TO WS-RATE-EDIT
                    DISPLAY "        rate " WS-RATE-EDIT
                        " effective " RH-EFFECTIVE-DATE
                        " keyed " RH-ENTERED-DATE
                END-IF
        END-READ
    END-PERFORM.

*> A deposit needs the banking details; choosing check clears them
*> so stale numbers can't linger after someone opts back out.
5000-CAPTURE-PAY-METHOD.
                END-REWRITE
            END-IF
    END-READ.

6000-CAPTURE-SSNUM.
    MOVE "N" TO WS-SSNUM-VALID-FLAG
    PERFORM UNTIL WS-SSNUM-IS-VALID
        DISPLAY "Social security number: " WITH NO ADVANCING
        ACCEPT EM-SSNUM
        PERFORM 9000-VALIDATE-SSNUM
        IF NOT WS-SSNUM-IS-VALID
            DISPLAY "Invalid social security number, please re-enter"
        END-IF
    END-PERFORM.

*> The rate just keyed goes on the history under the date it takes
*> effect. A second rate for the same date is a keying correction and
*> replaces the first.
7000-RECORD-RATE.
    MOVE "N" TO WS-DATE-VALID-FLAG
    PERFORM UNTIL WS-DATE-IS-VALID
        DISPLAY "Rate effective date (YYYYMMDD, 0 = today): "
            WITH NO ADVANCING
        ACCEPT WS-EFFECTIVE-DATE
        IF WS-EFFECTIVE-DATE = ZERO
            MOVE WS-TODAY TO WS-EFFECTIVE-DATE
        END-IF
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-DATE) = ZERO
            SET WS-DATE-IS-VALID TO TRUE
        ELSE
            DISPLAY "Invalid date, please re-enter"
        END-IF
    END-PERFORM
    MOVE EM-EMP-ID TO RH-EMP-ID
    MOVE WS-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE
    MOVE EM-RATE TO RH-RATE
    MOVE WS-TODAY TO RH-ENTERED-DATE
    WRITE RATE-HISTORY-RECORD
        INVALID KEY
            REWRITE RATE-HISTORY-RECORD
                INVALID KEY
                    DISPLAY "Rate history update failed for "
                        EM-EMP-ID
            END-REWRITE
    END-WRITE
    IF WS-EFFECTIVE-DATE < WS-TODAY
        DISPLAY "Rate is back-dated to " WS-EFFECTIVE-DATE
            " -- run retropay for the back pay owed"
    END-IF.

*> SSA rules: area is never 000, 666, or 900-999; group and serial
*> are never all zero. Same rule custmaint.cob applies.
9000-VALIDATE-SSNUM.
    MOVE "Y" TO WS-SSNUM-VALID-FLAG
    IF EM-SSAREA = 0 OR EM-SSAREA = 666 OR EM-SSAREA >= 900
        MOVE "N" TO WS-SSNUM-VALID-FLAG
    END-IF
    IF EM-SSGROUP = 0
        MOVE "N" TO WS-SSNUM-VALID-FLAG
    END-IF
    IF EM-SSSERIAL = 0
        MOVE "N" TO WS-SSNUM-VALID-FLAG
    END-IF.
