       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. leavmnt.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Add/Change/Inquire/Delete maintenance for the LEAVEBAL leave-
*> balance file payroll.cob accrues and charges every cycle, in the
*> same style as dedmaint.cob. Records are keyed employee id + leave
*> type (V vacation, S sick), each with its own accrual rate per pay
*> cycle, year-end carryover cap and balance. Adding a record takes
*> the opening balance off HR's card; a change to the balance is an
*> HR correction and says so, since everything else moves it through
*> payroll.cob or leavcary.cob.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LEAVEBAL ASSIGN TO "LEAVEBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LV-KEY
        FILE STATUS IS WS-LEAVEBAL-STATUS.
    SELECT EMPMAST ASSIGN TO "EMPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EM-EMP-ID
        FILE STATUS IS WS-EMPMAST-STATUS.
DATA DIVISION.
FILE SECTION.
FD LEAVEBAL.
COPY leavrec.
FD EMPMAST.
COPY emprec.
WORKING-STORAGE SECTION.
01 WS-LEAVEBAL-STATUS PIC XX VALUE "00".
01 WS-EMPMAST-STATUS  PIC XX VALUE "00".
01 WS-TRANSACTION    PIC X VALUE SPACE.
   88 WS-EXIT-REQUESTED VALUE "X", "x".
01 WS-HOURS-EDIT     PIC -ZZZ9.99.
01 WS-OLD-BALANCE    PIC S9(4)V99 VALUE ZERO.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-OPEN-LEAVEBAL
    *> New balances are only taken for employees on the master.
    OPEN INPUT EMPMAST
    IF WS-EMPMAST-STATUS NOT = "00"
        DISPLAY "EMPMAST open failed, status " WS-EMPMAST-STATUS
        CLOSE LEAVEBAL
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EXIT-REQUESTED
        DISPLAY " "
        DISPLAY "A)dd  C)hange  I)nquire  D)elete  X)it"
        DISPLAY "Transaction: " WITH NO ADVANCING
        ACCEPT WS-TRANSACTION
        MOVE FUNCTION UPPER-CASE(WS-TRANSACTION) TO WS-TRANSACTION
        EVALUATE WS-TRANSACTION
            WHEN "A" PERFORM 1000-ADD-BALANCE
            WHEN "C" PERFORM 2000-CHANGE-BALANCE
            WHEN "I" PERFORM 3000-INQUIRE-BALANCE
            WHEN "D" PERFORM 4000-DELETE-BALANCE
            WHEN "X" CONTINUE
            WHEN OTHER DISPLAY "Invalid transaction code"
        END-EVALUATE
    END-PERFORM
    CLOSE LEAVEBAL
    CLOSE EMPMAST
    STOP RUN.

0100-OPEN-LEAVEBAL.
    OPEN I-O LEAVEBAL
    IF WS-LEAVEBAL-STATUS = "35"
        OPEN OUTPUT LEAVEBAL
        CLOSE LEAVEBAL
        OPEN I-O LEAVEBAL
    END-IF.

0200-ACCEPT-KEY.
    DISPLAY "Employee id: " WITH NO ADVANCING
    ACCEPT LV-EMP-ID
    DISPLAY "Leave type (V vacation / S sick): " WITH NO ADVANCING
    ACCEPT LV-TYPE
    MOVE FUNCTION UPPER-CASE(LV-TYPE) TO LV-TYPE.

1000-ADD-BALANCE.
    PERFORM 0200-ACCEPT-KEY
    IF NOT LV-VACATION AND NOT LV-SICK
        DISPLAY "Leave type must be V or S"
        EXIT PARAGRAPH
    END-IF
    MOVE LV-EMP-ID TO EM-EMP-ID
    READ EMPMAST
        INVALID KEY
            DISPLAY "Employee " LV-EMP-ID " not on EMPMAST"
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Employee: " EM-NAME
    DISPLAY "Accrual hours per pay cycle: " WITH NO ADVANCING
    ACCEPT LV-ACCRUAL-RATE
    DISPLAY "Year-end carryover cap (hours): " WITH NO ADVANCING
    ACCEPT LV-CARRYOVER-CAP
    DISPLAY "Opening balance (hours): " WITH NO ADVANCING
    ACCEPT LV-BALANCE
    MOVE ZERO TO LV-ACCRUED-YTD
    MOVE ZERO TO LV-TAKEN-YTD
    MOVE ZERO TO LV-LAST-ACCRUAL-CYCLE
    WRITE LEAVE-BALANCE-RECORD
        INVALID KEY
            DISPLAY "Leave type " LV-TYPE " for employee "
                LV-EMP-ID " already exists"
        NOT INVALID KEY
            DISPLAY "Leave type " LV-TYPE " for employee "
                LV-EMP-ID " added"
    END-WRITE.

2000-CHANGE-BALANCE.
    PERFORM 0200-ACCEPT-KEY
    READ LEAVEBAL
        INVALID KEY
            DISPLAY "Leave type " LV-TYPE " for employee "
                LV-EMP-ID " not found"
        NOT INVALID KEY
            MOVE LV-ACCRUAL-RATE TO WS-HOURS-EDIT
            DISPLAY "Current accrual per cycle: " WS-HOURS-EDIT
            DISPLAY "New accrual hours per cycle: " WITH NO ADVANCING
            ACCEPT LV-ACCRUAL-RATE
            MOVE LV-CARRYOVER-CAP TO WS-HOURS-EDIT
            DISPLAY "Current carryover cap: " WS-HOURS-EDIT
            DISPLAY "New carryover cap: " WITH NO ADVANCING
            ACCEPT LV-CARRYOVER-CAP
            MOVE LV-BALANCE TO WS-OLD-BALANCE
            MOVE LV-BALANCE TO WS-HOURS-EDIT
            DISPLAY "Current balance: " WS-HOURS-EDIT
            DISPLAY "Corrected balance: " WITH NO ADVANCING
            ACCEPT LV-BALANCE
            IF LV-BALANCE NOT = WS-OLD-BALANCE
                DISPLAY "Balance corrected by HR -- payroll did not"
                    " post this change"
            END-IF
            REWRITE LEAVE-BALANCE-RECORD
                INVALID KEY
                    DISPLAY "Update failed for " LV-EMP-ID
                NOT INVALID KEY
                    DISPLAY "Leave type " LV-TYPE " for employee "
                        LV-EMP-ID " updated"
            END-REWRITE
    END-READ.

3000-INQUIRE-BALANCE.
    PERFORM 0200-ACCEPT-KEY
    READ LEAVEBAL
        INVALID KEY
            DISPLAY "Leave type " LV-TYPE " for employee "
                LV-EMP-ID " not found"
        NOT INVALID KEY
            DISPLAY "Employee:      " LV-EMP-ID
            IF LV-VACATION
                DISPLAY "Type:          VACATION"
            ELSE
                DISPLAY "Type:          SICK"
            END-IF
            MOVE LV-ACCRUAL-RATE TO WS-HOURS-EDIT
            DISPLAY "Accrual/cycle: " WS-HOURS-EDIT
            MOVE LV-BALANCE TO WS-HOURS-EDIT
            DISPLAY "Balance:       " WS-HOURS-EDIT
            MOVE LV-ACCRUED-YTD TO WS-HOURS-EDIT
            DISPLAY "Accrued YTD:   " WS-HOURS-EDIT
            MOVE LV-TAKEN-YTD TO WS-HOURS-EDIT
            DISPLAY "Taken YTD:     " WS-HOURS-EDIT
            MOVE LV-CARRYOVER-CAP TO WS-HOURS-EDIT
            DISPLAY "Carryover cap: " WS-HOURS-EDIT
            DISPLAY "Last accrued:  cycle " LV-LAST-ACCRUAL-CYCLE
    END-READ.

4000-DELETE-BALANCE.
    PERFORM 0200-ACCEPT-KEY
    READ LEAVEBAL
        INVALID KEY
            DISPLAY "Leave type " LV-TYPE " for employee "
                LV-EMP-ID " not found"
        NOT INVALID KEY
            DELETE LEAVEBAL
                INVALID KEY
                    DISPLAY "Delete failed for " LV-EMP-ID
                NOT INVALID KEY
                    DISPLAY "Leave type " LV-TYPE " for employee "
                        LV-EMP-ID " deleted"
            END-DELETE
    END-READ.
