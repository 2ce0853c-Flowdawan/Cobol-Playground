       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. leaverpt.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Leave-balance report off LEAVEBAL, the listing that replaces HR's
*> index cards: one line per employee and leave type with the
*> accrual rate, the hours accrued and taken this year, the balance
*> and the carryover cap, the name looked up from EMPMAST. A balance
*> over its cap is starred -- the hours leavcary.cob will cut at
*> year end unless they are taken first. Totals by leave type at the
*> foot.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LEAVEBAL ASSIGN TO "LEAVEBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LV-KEY
        FILE STATUS IS WS-LEAVEBAL-STATUS.
    SELECT EMPMAST ASSIGN TO "EMPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EM-EMP-ID
        FILE STATUS IS WS-EMPMAST-STATUS.
    SELECT LEAVERPT ASSIGN TO "LEAVERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEAVERPT-STATUS.
DATA DIVISION.
FILE SECTION.
FD LEAVEBAL.
COPY leavrec.
FD EMPMAST.
COPY emprec.
FD LEAVERPT.
01 LEAVE-REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
01 WS-LEAVEBAL-STATUS PIC XX VALUE "00".
01 WS-EMPMAST-STATUS  PIC XX VALUE "00".
01 WS-LEAVERPT-STATUS PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-HAVE-EMPMAST-FLAG PIC X VALUE "N".
   88 WS-HAVE-EMPMAST VALUE "Y".
01 WS-TYPE-IX          PIC 9 VALUE ZERO.
*> Entry 1 vacation, entry 2 sick.
01 WS-TYPE-TOTALS.
    02 WS-TYPE-ENTRY OCCURS 2.
        03 WS-TT-COUNT     PIC 9(5).
        03 WS-TT-ACCRUED   PIC S9(7)V99.
        03 WS-TT-TAKEN     PIC S9(7)V99.
        03 WS-TT-BALANCE   PIC S9(7)V99.
        03 WS-TT-OVER-CAP  PIC 9(5).
01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-HEADING-1.
    02 FILLER PIC X(7)  VALUE "Emp Id".
    02 FILLER PIC X(22) VALUE "Employee Name".
    02 FILLER PIC X(6)  VALUE "Type".
    02 FILLER PIC X(8)  VALUE "  Rate".
    02 FILLER PIC X(9)  VALUE "  Accrued".
    02 FILLER PIC X(9)  VALUE "    Taken".
    02 FILLER PIC X(9)  VALUE "  Balance".
    02 FILLER PIC X(8)  VALUE "     Cap".
01 WS-DETAIL-LINE.
    02 DL-EMP-ID      PIC ZZZZ9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-NAME        PIC X(20).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-TYPE        PIC X(7).
    02 DL-RATE        PIC ZZZ9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-ACCRUED     PIC ZZZ9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-TAKEN       PIC ZZZ9.99.
    02 FILLER         PIC X(1) VALUE SPACE.
    02 DL-BALANCE     PIC -ZZZ9.99.
    02 FILLER         PIC X(1) VALUE SPACE.
    02 DL-CAP         PIC ZZZ9.99.
    02 DL-OVER-CAP    PIC X(2).
01 WS-TOTAL-LINE.
    02 TL-LABEL       PIC X(18).
    02 TL-COUNT       PIC ZZZZ9.
    02 FILLER         PIC X(12) VALUE " balance(s)".
    02 FILLER         PIC X(6) VALUE SPACES.
    02 TL-ACCRUED     PIC ZZZZZ9.99.
    02 TL-TAKEN       PIC ZZZZZ9.99.
    02 TL-BALANCE     PIC -ZZZZ9.99.
01 WS-OVER-CAP-LINE.
    02 FILLER         PIC X(4) VALUE SPACES.
    02 OL-COUNT       PIC ZZZZ9.
    02 FILLER         PIC X(40) VALUE
           " balance(s) over the carryover cap (*)".
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    OPEN INPUT LEAVEBAL
    IF WS-LEAVEBAL-STATUS NOT = "00"
        DISPLAY "LEAVEBAL open failed, status " WS-LEAVEBAL-STATUS
            ", report abandoned"
        STOP RUN
    END-IF
    OPEN INPUT EMPMAST
    IF WS-EMPMAST-STATUS = "00"
        SET WS-HAVE-EMPMAST TO TRUE
    END-IF
    OPEN OUTPUT LEAVERPT
    PERFORM 0100-INIT-REPORT
    INITIALIZE WS-TYPE-TOTALS
    READ LEAVEBAL NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 1000-LIST-BALANCE
        READ LEAVEBAL NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    PERFORM 2000-WRITE-TOTALS
    CLOSE LEAVEBAL
    IF WS-HAVE-EMPMAST
        CLOSE EMPMAST
    END-IF
    CLOSE LEAVERPT
    COMPUTE WS-TT-COUNT(1) = WS-TT-COUNT(1) + WS-TT-COUNT(2)
    DISPLAY "Leave balances listed: " WS-TT-COUNT(1)
    STOP RUN.

0100-INIT-REPORT.
    MOVE "LEAVE BALANCES" TO RPT-TITLE
    MOVE WS-HEADING-1 TO RPT-COLUMN-HEADING.

1000-LIST-BALANCE.
    IF LV-SICK
        MOVE 2 TO WS-TYPE-IX
        MOVE "SICK" TO DL-TYPE
    ELSE
        MOVE 1 TO WS-TYPE-IX
        MOVE "VAC" TO DL-TYPE
    END-IF
    MOVE LV-EMP-ID TO DL-EMP-ID
    MOVE SPACES TO DL-NAME
    IF WS-HAVE-EMPMAST
        MOVE LV-EMP-ID TO EM-EMP-ID
        READ EMPMAST
            INVALID KEY MOVE "(not on EMPMAST)" TO DL-NAME
            NOT INVALID KEY MOVE EM-NAME TO DL-NAME
        END-READ
    END-IF
    MOVE LV-ACCRUAL-RATE TO DL-RATE
    MOVE LV-ACCRUED-YTD TO DL-ACCRUED
    MOVE LV-TAKEN-YTD TO DL-TAKEN
    MOVE LV-BALANCE TO DL-BALANCE
    MOVE LV-CARRYOVER-CAP TO DL-CAP
    IF LV-BALANCE > LV-CARRYOVER-CAP
        MOVE " *" TO DL-OVER-CAP
        ADD 1 TO WS-TT-OVER-CAP(WS-TYPE-IX)
    ELSE
        MOVE SPACES TO DL-OVER-CAP
    END-IF
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    ADD 1 TO WS-TT-COUNT(WS-TYPE-IX)
    ADD LV-ACCRUED-YTD TO WS-TT-ACCRUED(WS-TYPE-IX)
    ADD LV-TAKEN-YTD TO WS-TT-TAKEN(WS-TYPE-IX)
    ADD LV-BALANCE TO WS-TT-BALANCE(WS-TYPE-IX).

2000-WRITE-TOTALS.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    PERFORM VARYING WS-TYPE-IX FROM 1 BY 1 UNTIL WS-TYPE-IX > 2
        IF WS-TYPE-IX = 1
            MOVE "Vacation totals:" TO TL-LABEL
        ELSE
            MOVE "Sick totals:" TO TL-LABEL
        END-IF
        MOVE WS-TT-COUNT(WS-TYPE-IX) TO TL-COUNT
        MOVE WS-TT-ACCRUED(WS-TYPE-IX) TO TL-ACCRUED
        MOVE WS-TT-TAKEN(WS-TYPE-IX) TO TL-TAKEN
        MOVE WS-TT-BALANCE(WS-TYPE-IX) TO TL-BALANCE
        MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        IF WS-TT-OVER-CAP(WS-TYPE-IX) > ZERO
            MOVE WS-TT-OVER-CAP(WS-TYPE-IX) TO OL-COUNT
            MOVE WS-OVER-CAP-LINE TO WS-PRINT-LINE
            PERFORM 8000-WRITE-REPORT-LINE
        END-IF
    END-PERFORM.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE LEAVE-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE LEAVE-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO LEAVE-REPORT-LINE
        WRITE LEAVE-REPORT-LINE AFTER ADVANCING 1
        WRITE LEAVE-REPORT-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO LEAVE-REPORT-LINE
        WRITE LEAVE-REPORT-LINE AFTER ADVANCING 1
    END-IF
    WRITE LEAVE-REPORT-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.
