       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. qtrtax.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Quarterly payroll tax liability report, the figures the quarterly
*> return is filled in from. Asks for the tax year and quarter, then
*> prints three sections on QTRTAX:
*>   - the quarter's gross, tax withheld and fixed deductions for
*>     every employee off the quarter-to-date and closed-quarter
*>     figures payroll.cob keeps on YTDFILE, with company totals;
*>   - the monthly tax-deposit schedule, the withholding on every
*>     payroll check and deposit advice on CHECKREG grouped by the
*>     month of its pay date, with the deposit due by the 15th of the
*>     following month, footed against the quarter's total;
*>   - the annual proof that quarters 1 to 4 add up to the
*>     year-to-date gross, withholding and deductions, employee by
*>     employee and for the company.
*> No more subtracting last quarter's ytdrpt.cob listing from this
*> one on a calculator. A schedule that does not foot to the quarter
*> or quarters that do not add up to the year end the step with
*> condition code 8 -- the return must not be filed off figures that
*> disagree with each other.
*> YTDFILE holds one year only and wagestmt.cob clears it at year
*> end, normally in January, so the fourth quarter is usually filed
*> after the year has moved on. A tax year already archived on
*> YTDPRIOR is reported off its YTDPRIOR records, the year-end
*> YTDFILE image; one not yet archived is taken off YTDFILE, which
*> still holds it as long as it is the business date's year or the
*> year before. Any other year is on neither file and is refused.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT YTDFILE ASSIGN TO "YTDFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS YTD-EMP-ID
        FILE STATUS IS WS-YTDFILE-STATUS.
    SELECT EMPMAST ASSIGN TO "EMPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EM-EMP-ID
        FILE STATUS IS WS-EMPMAST-STATUS.
    SELECT YTDPRIOR ASSIGN TO "YTDPRIOR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-YTDPRIOR-STATUS.
    SELECT CHECKREG ASSIGN TO "CHECKREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CK-CHECK-NO
        FILE STATUS IS WS-CHECKREG-STATUS.
    SELECT QTRTAX ASSIGN TO "QTRTAX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QTRTAX-STATUS.
DATA DIVISION.
FILE SECTION.
FD YTDFILE.
COPY ytdrec.
FD EMPMAST.
COPY emprec.
FD YTDPRIOR.
*> The archive wagestmt.cob appends each closed year to: the year,
*> then that year's YTDFILE record as it stood at year end.
01 PRIOR-YEAR-RECORD.
    02 PY-TAX-YEAR  PIC 9(4).
    02 PY-YTD-IMAGE PIC X(227).
FD CHECKREG.
COPY checkreg.
FD QTRTAX.
01 QTR-TAX-REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
01 WS-YTDFILE-STATUS  PIC XX VALUE "00".
01 WS-EMPMAST-STATUS  PIC XX VALUE "00".
01 WS-YTDPRIOR-STATUS PIC XX VALUE "00".
01 WS-CHECKREG-STATUS PIC XX VALUE "00".
01 WS-QTRTAX-STATUS   PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-HAVE-EMPMAST-FLAG PIC X VALUE "N".
   88 WS-HAVE-EMPMAST VALUE "Y".
01 WS-RUN-DATE         PIC 9(8) VALUE ZERO.
01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    02 WS-RUN-YEAR     PIC 9(4).
    02 FILLER          PIC 9(4).
01 WS-TAX-YEAR         PIC 9(4) VALUE ZERO.
01 WS-PRIOR-YEAR       PIC 9(4) VALUE ZERO.
*> Where the year's YTD figures come from, and the file name the
*> proof section quotes.
01 WS-YTD-SOURCE-FLAG  PIC X VALUE "F".
   88 WS-FROM-YTDFILE  VALUE "F".
   88 WS-FROM-YTDPRIOR VALUE "P".
01 WS-YTD-SOURCE-NAME  PIC X(8) VALUE "YTDFILE".
01 WS-TAX-QUARTER      PIC 9 VALUE ZERO.
01 WS-FIRST-MONTH      PIC 99 VALUE ZERO.
01 WS-MONTH-IX         PIC 9 VALUE ZERO.
01 WS-QTR-IX           PIC 9 VALUE ZERO.
01 WS-CHECK-DATE       PIC 9(8) VALUE ZERO.
01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
    02 WS-CHECK-YEAR   PIC 9(4).
    02 WS-CHECK-MONTH  PIC 99.
    02 WS-CHECK-DAY    PIC 99.
01 WS-DUE-DATE         PIC 9(8) VALUE ZERO.
01 WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
    02 WS-DUE-YEAR     PIC 9(4).
    02 WS-DUE-MONTH    PIC 99.
    02 WS-DUE-DAY      PIC 99.
*> One employee's figures for the quarter being picked out: the
*> running quarter-to-date if that is the quarter YTDFILE is in,
*> otherwise the closed quarter's history slot.
01 WS-PICK-QUARTER     PIC 9 VALUE ZERO.
01 WS-Q-GROSS          PIC S9(9)V99 VALUE ZERO.
01 WS-Q-WITHHELD       PIC S9(9)V99 VALUE ZERO.
01 WS-Q-DEDUCT         PIC S9(9)V99 VALUE ZERO.
01 WS-EMPLOYEE-COUNT   PIC 9(5) VALUE ZERO.
01 WS-TOTAL-GROSS      PIC S9(11)V99 VALUE ZERO.
01 WS-TOTAL-WITHHELD   PIC S9(11)V99 VALUE ZERO.
01 WS-TOTAL-DEDUCT     PIC S9(11)V99 VALUE ZERO.
*> The quarter's three months, filled off CHECKREG.
01 WS-MONTH-TABLE.
    02 WS-MONTH-ENTRY OCCURS 3.
        03 WS-MT-PAYMENTS  PIC 9(7).
        03 WS-MT-WITHHELD  PIC S9(11)V99.
01 WS-SCHEDULE-PAYMENTS PIC 9(7) VALUE ZERO.
01 WS-SCHEDULE-TOTAL   PIC S9(11)V99 VALUE ZERO.
01 WS-SCHEDULE-DIFF    PIC S9(11)V99 VALUE ZERO.
*> Company totals of each quarter and of the year, for the proof.
01 WS-PROOF-TABLE.
    02 WS-PROOF-ENTRY OCCURS 4.
        03 WS-PF-GROSS     PIC S9(11)V99.
        03 WS-PF-WITHHELD  PIC S9(11)V99.
        03 WS-PF-DEDUCT    PIC S9(11)V99.
01 WS-SUM-GROSS        PIC S9(11)V99 VALUE ZERO.
01 WS-SUM-WITHHELD     PIC S9(11)V99 VALUE ZERO.
01 WS-SUM-DEDUCT       PIC S9(11)V99 VALUE ZERO.
01 WS-YTD-GROSS-TOTAL  PIC S9(11)V99 VALUE ZERO.
01 WS-YTD-WITHHELD-TOTAL PIC S9(11)V99 VALUE ZERO.
01 WS-YTD-DEDUCT-TOTAL PIC S9(11)V99 VALUE ZERO.
01 WS-EMP-SUM-GROSS    PIC S9(11)V99 VALUE ZERO.
01 WS-EMP-SUM-WITHHELD PIC S9(11)V99 VALUE ZERO.
01 WS-EMP-SUM-DEDUCT   PIC S9(11)V99 VALUE ZERO.
01 WS-PROOF-ERRORS     PIC 9(5) VALUE ZERO.
01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-SECTION-LINE.
    02 FILLER         PIC X(4) VALUE "*** ".
    02 SL-TEXT        PIC X(60).
01 WS-EMP-HEADING.
    02 FILLER PIC X(7)  VALUE "Emp Id".
    02 FILLER PIC X(22) VALUE "Employee Name".
    02 FILLER PIC X(15) VALUE "        Gross".
    02 FILLER PIC X(15) VALUE "     Withheld".
    02 FILLER PIC X(15) VALUE "   Deductions".
01 WS-EMP-LINE.
    02 EL-EMP-ID      PIC ZZZZ9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 EL-NAME        PIC X(20).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 EL-GROSS       PIC -ZZZZZZZZ9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 EL-WITHHELD    PIC -ZZZZZZZZ9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 EL-DEDUCT      PIC -ZZZZZZZZ9.99.
01 WS-EMP-TOTAL-LINE.
    02 FILLER         PIC X(12) VALUE "Company".
    02 ET-COUNT       PIC ZZZZ9.
    02 FILLER         PIC X(10) VALUE " employees".
    02 ET-GROSS       PIC -ZZZZZZZZZZ9.99.
    02 ET-WITHHELD    PIC -ZZZZZZZZZZ9.99.
    02 ET-DEDUCT      PIC -ZZZZZZZZZZ9.99.
01 WS-SCHEDULE-HEADING.
    02 FILLER PIC X(12) VALUE "Month".
    02 FILLER PIC X(12) VALUE "    Payments".
    02 FILLER PIC X(17) VALUE "     Tax withheld".
    02 FILLER PIC X(4)  VALUE SPACES.
    02 FILLER PIC X(12) VALUE "Deposit due".
01 WS-SCHEDULE-LINE.
    02 SC-YEAR        PIC 9(4).
    02 FILLER         PIC X VALUE "/".
    02 SC-MONTH       PIC 99.
    02 FILLER         PIC X(9) VALUE SPACES.
    02 SC-PAYMENTS    PIC ZZZZZZ9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 SC-WITHHELD    PIC -ZZZZZZZZZZ9.99.
    02 FILLER         PIC X(4) VALUE SPACES.
    02 SC-DUE-DATE    PIC 9999/99/99.
01 WS-SCHEDULE-TOTAL-LINE.
    02 ST-LABEL       PIC X(16).
    02 ST-PAYMENTS    PIC ZZZZZZ9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 ST-AMOUNT      PIC -ZZZZZZZZZZ9.99.
01 WS-PROOF-HEADING.
    02 FILLER PIC X(20) VALUE SPACES.
    02 FILLER PIC X(15) VALUE "          Gross".
    02 FILLER PIC X(15) VALUE "       Withheld".
    02 FILLER PIC X(15) VALUE "     Deductions".
01 WS-PROOF-LINE.
    02 PL-LABEL       PIC X(20).
    02 PL-GROSS       PIC -ZZZZZZZZZZ9.99.
    02 PL-WITHHELD    PIC -ZZZZZZZZZZ9.99.
    02 PL-DEDUCT      PIC -ZZZZZZZZZZ9.99.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    CALL "busdate" USING WS-RUN-DATE
    DISPLAY "Tax year (YYYY, 0 = " WS-RUN-YEAR "): " WITH NO ADVANCING
    ACCEPT WS-TAX-YEAR
    IF WS-TAX-YEAR = ZERO
        MOVE WS-RUN-YEAR TO WS-TAX-YEAR
    END-IF
    COMPUTE WS-PRIOR-YEAR = WS-RUN-YEAR - 1
    PERFORM 0200-CHECK-ARCHIVE
    IF WS-FROM-YTDFILE
            AND WS-TAX-YEAR NOT = WS-RUN-YEAR
            AND WS-TAX-YEAR NOT = WS-PRIOR-YEAR
        DISPLAY "Tax year " WS-TAX-YEAR
            " is neither on YTDFILE nor on YTDPRIOR, report abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "Quarter (1-4): " WITH NO ADVANCING
    ACCEPT WS-TAX-QUARTER
    IF WS-TAX-QUARTER < 1 OR WS-TAX-QUARTER > 4
        DISPLAY "Quarter must be 1 to 4, report abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE WS-FIRST-MONTH = (WS-TAX-QUARTER - 1) * 3 + 1
    IF WS-FROM-YTDFILE
        OPEN INPUT YTDFILE
        IF WS-YTDFILE-STATUS NOT = "00"
            DISPLAY "YTDFILE open failed, status " WS-YTDFILE-STATUS
                ", report abandoned"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE YTDFILE
    END-IF
    DISPLAY "Year-to-date figures taken from " WS-YTD-SOURCE-NAME
    *> Names only; a missing master prints ids without them, the
    *> figures do not depend on it.
    OPEN INPUT EMPMAST
    IF WS-EMPMAST-STATUS = "00"
        SET WS-HAVE-EMPMAST TO TRUE
    END-IF
    OPEN OUTPUT QTRTAX
    PERFORM 0100-INIT-REPORT
    PERFORM 1000-LIABILITY-BY-EMPLOYEE
    PERFORM 2000-DEPOSIT-SCHEDULE
    PERFORM 3000-ANNUAL-PROOF
    IF WS-HAVE-EMPMAST
        CLOSE EMPMAST
    END-IF
    CLOSE QTRTAX
    DISPLAY "Employees with quarter earnings: " WS-EMPLOYEE-COUNT
    IF WS-SCHEDULE-DIFF NOT = ZERO OR WS-PROOF-ERRORS NOT = ZERO
        DISPLAY "Quarterly tax figures OUT OF BALANCE -- see QTRTAX"
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "Quarterly tax figures in balance"
    END-IF
    STOP RUN.

0200-CHECK-ARCHIVE.
    OPEN INPUT YTDPRIOR
    IF WS-YTDPRIOR-STATUS = "00"
        PERFORM UNTIL WS-YTDPRIOR-STATUS NOT = "00"
            READ YTDPRIOR
                AT END MOVE "10" TO WS-YTDPRIOR-STATUS
                NOT AT END
                    IF PY-TAX-YEAR = WS-TAX-YEAR
                        SET WS-FROM-YTDPRIOR TO TRUE
                        MOVE "YTDPRIOR" TO WS-YTD-SOURCE-NAME
                    END-IF
            END-READ
        END-PERFORM
        CLOSE YTDPRIOR
    END-IF.

0100-INIT-REPORT.
    MOVE SPACES TO RPT-TITLE
    STRING "QUARTERLY PAYROLL TAX " WS-TAX-YEAR " Q" WS-TAX-QUARTER
        DELIMITED BY SIZE INTO RPT-TITLE
    MOVE SPACES TO RPT-COLUMN-HEADING.

1000-LIABILITY-BY-EMPLOYEE.
    MOVE "LIABILITY BY EMPLOYEE" TO SL-TEXT
    PERFORM 7000-WRITE-SECTION-HEADING
    MOVE WS-EMP-HEADING TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-TAX-QUARTER TO WS-PICK-QUARTER
    PERFORM 6000-OPEN-YTD-SOURCE
    PERFORM 6100-READ-YTD-SOURCE
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 5000-PICK-QUARTER-FIGURES
        IF WS-Q-GROSS NOT = ZERO OR WS-Q-WITHHELD NOT = ZERO
                OR WS-Q-DEDUCT NOT = ZERO
            PERFORM 1100-PRINT-EMPLOYEE
        END-IF
        PERFORM 6100-READ-YTD-SOURCE
    END-PERFORM
    PERFORM 6200-CLOSE-YTD-SOURCE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-EMPLOYEE-COUNT TO ET-COUNT
    MOVE WS-TOTAL-GROSS TO ET-GROSS
    MOVE WS-TOTAL-WITHHELD TO ET-WITHHELD
    MOVE WS-TOTAL-DEDUCT TO ET-DEDUCT
    MOVE WS-EMP-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

1100-PRINT-EMPLOYEE.
    ADD 1 TO WS-EMPLOYEE-COUNT
    ADD WS-Q-GROSS TO WS-TOTAL-GROSS
    ADD WS-Q-WITHHELD TO WS-TOTAL-WITHHELD
    ADD WS-Q-DEDUCT TO WS-TOTAL-DEDUCT
    MOVE YTD-EMP-ID TO EL-EMP-ID
    PERFORM 5100-LOOK-UP-NAME
    MOVE WS-Q-GROSS TO EL-GROSS
    MOVE WS-Q-WITHHELD TO EL-WITHHELD
    MOVE WS-Q-DEDUCT TO EL-DEDUCT
    MOVE WS-EMP-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

*> Every payroll entry on the register dated in the quarter, voided
*> ones included -- a void does not hand the withholding back, the
*> YTDFILE figures keep it -- grouped by the month it was paid in.
*> Reprint replacements carry no withholding of their own.
2000-DEPOSIT-SCHEDULE.
    MOVE "MONTHLY TAX DEPOSIT SCHEDULE (CHECKREG PAY DATES)" TO SL-TEXT
    PERFORM 7000-WRITE-SECTION-HEADING
    MOVE WS-SCHEDULE-HEADING TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    INITIALIZE WS-MONTH-TABLE
    OPEN INPUT CHECKREG
    IF WS-CHECKREG-STATUS = "00"
        MOVE "N" TO WS-EOF-FLAG
        READ CHECKREG NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
        PERFORM UNTIL WS-END-OF-FILE
            IF CK-PAYROLL-CHECK
                MOVE CK-DATE TO WS-CHECK-DATE
                IF WS-CHECK-YEAR = WS-TAX-YEAR
                        AND WS-CHECK-MONTH >= WS-FIRST-MONTH
                        AND WS-CHECK-MONTH <= WS-FIRST-MONTH + 2
                    COMPUTE WS-MONTH-IX =
                        WS-CHECK-MONTH - WS-FIRST-MONTH + 1
                    ADD 1 TO WS-MT-PAYMENTS(WS-MONTH-IX)
                    ADD CK-TAX-WITHHELD TO WS-MT-WITHHELD(WS-MONTH-IX)
                END-IF
            END-IF
            READ CHECKREG NEXT RECORD
                AT END SET WS-END-OF-FILE TO TRUE
            END-READ
        END-PERFORM
        CLOSE CHECKREG
    ELSE
        MOVE "    (no CHECKREG on file)" TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF
    PERFORM VARYING WS-MONTH-IX FROM 1 BY 1 UNTIL WS-MONTH-IX > 3
        PERFORM 2100-PRINT-MONTH
    END-PERFORM
    COMPUTE WS-SCHEDULE-DIFF = WS-SCHEDULE-TOTAL - WS-TOTAL-WITHHELD
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Quarter deposits" TO ST-LABEL
    MOVE WS-SCHEDULE-PAYMENTS TO ST-PAYMENTS
    MOVE WS-SCHEDULE-TOTAL TO ST-AMOUNT
    MOVE WS-SCHEDULE-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Quarter withheld" TO ST-LABEL
    MOVE ZERO TO ST-PAYMENTS
    MOVE WS-TOTAL-WITHHELD TO ST-AMOUNT
    MOVE WS-SCHEDULE-TOTAL-LINE TO WS-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE(17:7)
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Difference" TO ST-LABEL
    MOVE WS-SCHEDULE-DIFF TO ST-AMOUNT
    MOVE WS-SCHEDULE-TOTAL-LINE TO WS-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE(17:7)
    PERFORM 8000-WRITE-REPORT-LINE.

*> Monthly depositor rule: the month's withholding is due by the
*> 15th of the month after.
2100-PRINT-MONTH.
    MOVE WS-TAX-YEAR TO SC-YEAR
    COMPUTE SC-MONTH = WS-FIRST-MONTH + WS-MONTH-IX - 1
    MOVE WS-MT-PAYMENTS(WS-MONTH-IX) TO SC-PAYMENTS
    MOVE WS-MT-WITHHELD(WS-MONTH-IX) TO SC-WITHHELD
    MOVE WS-TAX-YEAR TO WS-DUE-YEAR
    COMPUTE WS-DUE-MONTH = WS-FIRST-MONTH + WS-MONTH-IX
    IF WS-DUE-MONTH > 12
        MOVE 1 TO WS-DUE-MONTH
        ADD 1 TO WS-DUE-YEAR
    END-IF
    MOVE 15 TO WS-DUE-DAY
    MOVE WS-DUE-DATE TO SC-DUE-DATE
    MOVE WS-SCHEDULE-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    ADD WS-MT-PAYMENTS(WS-MONTH-IX) TO WS-SCHEDULE-PAYMENTS
    ADD WS-MT-WITHHELD(WS-MONTH-IX) TO WS-SCHEDULE-TOTAL.

*> Second pass over the year's figures: each employee's four
*> quarters must add up to the year-to-date figures; any that do
*> not are listed, then the company's quarters are laid beside the
*> annual totals.
3000-ANNUAL-PROOF.
    MOVE "ANNUAL PROOF -- QUARTERS 1-4 AGAINST YEAR-TO-DATE" TO SL-TEXT
    PERFORM 7000-WRITE-SECTION-HEADING
    INITIALIZE WS-PROOF-TABLE
    PERFORM 6000-OPEN-YTD-SOURCE
    PERFORM 6100-READ-YTD-SOURCE
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 3100-PROVE-EMPLOYEE
        PERFORM 6100-READ-YTD-SOURCE
    END-PERFORM
    PERFORM 6200-CLOSE-YTD-SOURCE
    IF WS-PROOF-ERRORS = ZERO
        MOVE SPACES TO WS-PRINT-LINE
        STRING "    every employee's quarters agree with "
            WS-YTD-SOURCE-NAME DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-PROOF-HEADING TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    PERFORM VARYING WS-QTR-IX FROM 1 BY 1 UNTIL WS-QTR-IX > 4
        MOVE SPACES TO PL-LABEL
        STRING "Quarter " WS-QTR-IX DELIMITED BY SIZE INTO PL-LABEL
        MOVE WS-PF-GROSS(WS-QTR-IX) TO PL-GROSS
        MOVE WS-PF-WITHHELD(WS-QTR-IX) TO PL-WITHHELD
        MOVE WS-PF-DEDUCT(WS-QTR-IX) TO PL-DEDUCT
        MOVE WS-PROOF-LINE TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        ADD WS-PF-GROSS(WS-QTR-IX) TO WS-SUM-GROSS
        ADD WS-PF-WITHHELD(WS-QTR-IX) TO WS-SUM-WITHHELD
        ADD WS-PF-DEDUCT(WS-QTR-IX) TO WS-SUM-DEDUCT
    END-PERFORM
    MOVE "Sum of quarters" TO PL-LABEL
    MOVE WS-SUM-GROSS TO PL-GROSS
    MOVE WS-SUM-WITHHELD TO PL-WITHHELD
    MOVE WS-SUM-DEDUCT TO PL-DEDUCT
    MOVE WS-PROOF-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO PL-LABEL
    STRING WS-YTD-SOURCE-NAME DELIMITED BY SPACE
        " annual" DELIMITED BY SIZE INTO PL-LABEL
    MOVE WS-YTD-GROSS-TOTAL TO PL-GROSS
    MOVE WS-YTD-WITHHELD-TOTAL TO PL-WITHHELD
    MOVE WS-YTD-DEDUCT-TOTAL TO PL-DEDUCT
    MOVE WS-PROOF-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Difference" TO PL-LABEL
    COMPUTE PL-GROSS = WS-SUM-GROSS - WS-YTD-GROSS-TOTAL
    COMPUTE PL-WITHHELD = WS-SUM-WITHHELD - WS-YTD-WITHHELD-TOTAL
    COMPUTE PL-DEDUCT = WS-SUM-DEDUCT - WS-YTD-DEDUCT-TOTAL
    MOVE WS-PROOF-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    IF WS-SCHEDULE-DIFF = ZERO AND WS-PROOF-ERRORS = ZERO
        MOVE "*** IN BALANCE ***" TO WS-PRINT-LINE
    ELSE
        MOVE "*** OUT OF BALANCE -- DO NOT FILE ***" TO WS-PRINT-LINE
    END-IF
    PERFORM 8000-WRITE-REPORT-LINE.

3100-PROVE-EMPLOYEE.
    MOVE ZERO TO WS-EMP-SUM-GROSS
    MOVE ZERO TO WS-EMP-SUM-WITHHELD
    MOVE ZERO TO WS-EMP-SUM-DEDUCT
    PERFORM VARYING WS-QTR-IX FROM 1 BY 1 UNTIL WS-QTR-IX > 4
        MOVE WS-QTR-IX TO WS-PICK-QUARTER
        PERFORM 5000-PICK-QUARTER-FIGURES
        ADD WS-Q-GROSS TO WS-EMP-SUM-GROSS
        ADD WS-Q-WITHHELD TO WS-EMP-SUM-WITHHELD
        ADD WS-Q-DEDUCT TO WS-EMP-SUM-DEDUCT
        ADD WS-Q-GROSS TO WS-PF-GROSS(WS-QTR-IX)
        ADD WS-Q-WITHHELD TO WS-PF-WITHHELD(WS-QTR-IX)
        ADD WS-Q-DEDUCT TO WS-PF-DEDUCT(WS-QTR-IX)
    END-PERFORM
    ADD YTD-GROSS TO WS-YTD-GROSS-TOTAL
    ADD YTD-WITHHOLDING TO WS-YTD-WITHHELD-TOTAL
    ADD YTD-DEDUCTIONS TO WS-YTD-DEDUCT-TOTAL
    IF WS-EMP-SUM-GROSS NOT = YTD-GROSS
            OR WS-EMP-SUM-WITHHELD NOT = YTD-WITHHOLDING
            OR WS-EMP-SUM-DEDUCT NOT = YTD-DEDUCTIONS
        ADD 1 TO WS-PROOF-ERRORS
        MOVE YTD-EMP-ID TO EL-EMP-ID
        PERFORM 5100-LOOK-UP-NAME
        COMPUTE EL-GROSS = WS-EMP-SUM-GROSS - YTD-GROSS
        COMPUTE EL-WITHHELD = WS-EMP-SUM-WITHHELD - YTD-WITHHOLDING
        COMPUTE EL-DEDUCT = WS-EMP-SUM-DEDUCT - YTD-DEDUCTIONS
        MOVE WS-EMP-LINE TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

5000-PICK-QUARTER-FIGURES.
    IF YTD-QTD-QUARTER = WS-PICK-QUARTER
        MOVE YTD-QTD-GROSS TO WS-Q-GROSS
        MOVE YTD-QTD-WITHHOLDING TO WS-Q-WITHHELD
        MOVE YTD-QTD-DEDUCTIONS TO WS-Q-DEDUCT
    ELSE
        MOVE YTD-QH-GROSS(WS-PICK-QUARTER) TO WS-Q-GROSS
        MOVE YTD-QH-WITHHOLDING(WS-PICK-QUARTER) TO WS-Q-WITHHELD
        MOVE YTD-QH-DEDUCTIONS(WS-PICK-QUARTER) TO WS-Q-DEDUCT
    END-IF.

5100-LOOK-UP-NAME.
    MOVE SPACES TO EL-NAME
    IF WS-HAVE-EMPMAST
        MOVE YTD-EMP-ID TO EM-EMP-ID
        READ EMPMAST
            INVALID KEY MOVE "(not on EMPMAST)" TO EL-NAME
            NOT INVALID KEY MOVE EM-NAME TO EL-NAME
        END-READ
    END-IF.

*> The year's YTD records one at a time into YTD-RECORD, off
*> YTDFILE or, for an archived year, off that year's YTDPRIOR
*> images, so the sections work the same either way.
6000-OPEN-YTD-SOURCE.
    MOVE "N" TO WS-EOF-FLAG
    IF WS-FROM-YTDPRIOR
        OPEN INPUT YTDPRIOR
    ELSE
        OPEN INPUT YTDFILE
    END-IF.

6100-READ-YTD-SOURCE.
    IF WS-FROM-YTDPRIOR
        PERFORM 6110-READ-PRIOR-RECORD
        PERFORM UNTIL WS-END-OF-FILE OR PY-TAX-YEAR = WS-TAX-YEAR
            PERFORM 6110-READ-PRIOR-RECORD
        END-PERFORM
        IF NOT WS-END-OF-FILE
            MOVE PY-YTD-IMAGE TO YTD-RECORD
        END-IF
    ELSE
        READ YTDFILE NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-IF.

6110-READ-PRIOR-RECORD.
    READ YTDPRIOR
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ.

6200-CLOSE-YTD-SOURCE.
    IF WS-FROM-YTDPRIOR
        CLOSE YTDPRIOR
    ELSE
        CLOSE YTDFILE
    END-IF.

7000-WRITE-SECTION-HEADING.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-SECTION-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE QTR-TAX-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE QTR-TAX-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO QTR-TAX-REPORT-LINE
        WRITE QTR-TAX-REPORT-LINE AFTER ADVANCING 1
        WRITE QTR-TAX-REPORT-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO QTR-TAX-REPORT-LINE
        WRITE QTR-TAX-REPORT-LINE AFTER ADVANCING 1
    END-IF
    WRITE QTR-TAX-REPORT-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.
