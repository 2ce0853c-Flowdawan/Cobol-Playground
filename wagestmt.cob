       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. wagestmt.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Year-end wage and tax statements, so nobody has to type them.
*> Run once after the last pay cycle of the year and before the
*> first cycle of the next:
*>   - one statement per YTDFILE employee on WAGESTMT (gross wages,
*>     tax withheld, deductions) with the EMPMAST name and SSN, a
*>     page each;
*>   - the WAGEFILE electronic filing extract (copybooks/
*>     wagefile.cpy), an E record per statement and a T total record;
*>   - the WAGETRN transmittal page: statement count and money
*>     totals, the same figures as the T record, plus any employee
*>     who could not be given a statement.
*> An employee not on EMPMAST, or whose SSN fails the SSA rules
*> empmaint.cob keys it under, cannot be filed: they are listed on
*> the transmittal, and the run stops with condition code 8 before
*> touching YTDFILE so the master can be fixed and the year rerun.
*> Only a clean run rolls the year over -- every YTDFILE record is
*> copied to the YTDPRIOR prior-year archive under the tax year and
*> YTDFILE is emptied for the new year, the job operations used to
*> do by hand after ytdrpt.cob. A tax year already on YTDPRIOR is
*> refused, so a rerun can never archive (or clear) a year twice.
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
    SELECT WAGESTMT ASSIGN TO "WAGESTMT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WAGESTMT-STATUS.
    SELECT WAGEFILE ASSIGN TO "WAGEFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WAGEFILE-STATUS.
    SELECT WAGETRN ASSIGN TO "WAGETRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WAGETRN-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD YTDFILE.
COPY ytdrec.
FD EMPMAST.
COPY emprec.
FD YTDPRIOR.
*> One closed year's YTDFILE record, as it stood at year end, under
*> the tax year it belongs to. Appended to year after year.
01 PRIOR-YEAR-RECORD.
    02 PY-TAX-YEAR  PIC 9(4).
    02 PY-YTD-IMAGE PIC X(227).
FD WAGESTMT.
01 STATEMENT-LINE PIC X(80).
FD WAGEFILE.
COPY wagefile.
FD WAGETRN.
01 TRANSMITTAL-LINE PIC X(80).
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-YTDFILE-STATUS  PIC XX VALUE "00".
01 WS-EMPMAST-STATUS  PIC XX VALUE "00".
01 WS-YTDPRIOR-STATUS PIC XX VALUE "00".
01 WS-WAGESTMT-STATUS PIC XX VALUE "00".
01 WS-WAGEFILE-STATUS PIC XX VALUE "00".
01 WS-WAGETRN-STATUS  PIC XX VALUE "00".
01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-RUN-DATE         PIC 9(8) VALUE ZERO.
01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    02 WS-RUN-YEAR     PIC 9(4).
    02 WS-RUN-MONTH    PIC 99.
    02 WS-RUN-DAY      PIC 99.
*> A December business date means the year is still the one
*> closing; any later date means the rollover is running into the
*> new year and the statements are for the year before.
01 WS-DEFAULT-YEAR     PIC 9(4) VALUE ZERO.
01 WS-TAX-YEAR         PIC 9(4) VALUE ZERO.
01 WS-YEAR-ARCHIVED-FLAG PIC X VALUE "N".
   88 WS-YEAR-ARCHIVED VALUE "Y".
01 WS-SSNUM-VALID-FLAG PIC X VALUE "N".
   88 WS-SSNUM-IS-VALID VALUE "Y".
01 WS-EXCEPTION-REASON PIC X(20) VALUE SPACES.
01 WS-RECORDS-READ     PIC 9(7) VALUE ZERO.
01 WS-STATEMENT-COUNT  PIC 9(7) VALUE ZERO.
01 WS-EXCEPTION-COUNT  PIC 9(7) VALUE ZERO.
01 WS-ARCHIVED-COUNT   PIC 9(7) VALUE ZERO.
01 WS-TOTAL-WAGES      PIC S9(11)V99 VALUE ZERO.
01 WS-TOTAL-WITHHELD   PIC S9(11)V99 VALUE ZERO.
01 WS-TOTAL-DEDUCTIONS PIC S9(11)V99 VALUE ZERO.
*> Exceptions are held until the transmittal page is printed.
01 WS-EXC-IX           PIC 9(3) VALUE ZERO.
01 WS-EXCEPTION-TABLE.
    02 WS-EXC-ENTRY OCCURS 200.
        03 WS-EXC-EMP-ID  PIC 9(5).
        03 WS-EXC-REASON  PIC X(20).
01 WS-STMT-TITLE-LINE.
    02 FILLER         PIC X(26) VALUE "WAGE AND TAX STATEMENT".
    02 FILLER         PIC X(9) VALUE "Tax year ".
    02 ST-TAX-YEAR    PIC 9(4).
01 WS-STMT-NAME-LINE.
    02 FILLER         PIC X(14) VALUE "Employee:".
    02 ST-NAME        PIC X(20).
    02 FILLER         PIC X(14) VALUE "  Employee id ".
    02 ST-EMP-ID      PIC 9(5).
01 WS-STMT-SSN-LINE.
    02 FILLER         PIC X(14) VALUE "SSN:".
    02 ST-SSAREA      PIC 999.
    02 FILLER         PIC X VALUE "-".
    02 ST-SSGROUP     PIC 99.
    02 FILLER         PIC X VALUE "-".
    02 ST-SSSERIAL    PIC 9999.
01 WS-STMT-AMOUNT-LINE.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 ST-BOX-NO      PIC 9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 ST-BOX-LABEL   PIC X(36).
    02 ST-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
01 WS-TRN-TITLE-LINE.
    02 FILLER         PIC X(35) VALUE
           "WAGE STATEMENT TRANSMITTAL -- YEAR ".
    02 TT-TAX-YEAR    PIC 9(4).
01 WS-TRN-COUNT-LINE.
    02 TC-LABEL       PIC X(40).
    02 TC-COUNT       PIC ZZZ,ZZ9.
01 WS-TRN-AMOUNT-LINE.
    02 TA-LABEL       PIC X(40).
    02 TA-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
01 WS-TRN-EXCEPTION-LINE.
    02 FILLER         PIC X(4) VALUE SPACES.
    02 FILLER         PIC X(9) VALUE "Employee ".
    02 TX-EMP-ID      PIC 9(5).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 TX-REASON      PIC X(20).
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    CALL "busdate" USING WS-RUN-DATE
    IF WS-RUN-MONTH = 12
        MOVE WS-RUN-YEAR TO WS-DEFAULT-YEAR
    ELSE
        COMPUTE WS-DEFAULT-YEAR = WS-RUN-YEAR - 1
    END-IF
    DISPLAY "Tax year (YYYY, 0 = " WS-DEFAULT-YEAR "): "
        WITH NO ADVANCING
    ACCEPT WS-TAX-YEAR
    IF WS-TAX-YEAR = ZERO
        MOVE WS-DEFAULT-YEAR TO WS-TAX-YEAR
    END-IF
    PERFORM 0200-CHECK-ARCHIVE
    IF WS-YEAR-ARCHIVED
        DISPLAY "Tax year " WS-TAX-YEAR
            " is already on YTDPRIOR, year-end run refused"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT YTDFILE
    IF WS-YTDFILE-STATUS NOT = "00"
        DISPLAY "YTDFILE open failed, status " WS-YTDFILE-STATUS
            ", year-end run abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    *> The statements are nothing without the name and SSN.
    OPEN INPUT EMPMAST
    IF WS-EMPMAST-STATUS NOT = "00"
        DISPLAY "EMPMAST open failed, status " WS-EMPMAST-STATUS
            ", year-end run abandoned"
        CLOSE YTDFILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT WAGESTMT
    OPEN OUTPUT WAGEFILE
    READ YTDFILE NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-RECORDS-READ
        PERFORM 1000-PRODUCE-STATEMENT
        READ YTDFILE NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE YTDFILE
    CLOSE EMPMAST
    CLOSE WAGESTMT
    PERFORM 1500-WRITE-EFILE-TOTAL
    CLOSE WAGEFILE
    PERFORM 2000-PRINT-TRANSMITTAL
    DISPLAY "YTDFILE records read:  " WS-RECORDS-READ
    DISPLAY "Statements produced:   " WS-STATEMENT-COUNT
    DISPLAY "Exceptions:            " WS-EXCEPTION-COUNT
    IF WS-EXCEPTION-COUNT NOT = ZERO
        DISPLAY "Employees without a fileable statement -- see WAGETRN;"
            " YTDFILE NOT rolled over"
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM 3000-ARCHIVE-AND-CLEAR
    END-IF
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

0200-CHECK-ARCHIVE.
    OPEN INPUT YTDPRIOR
    IF WS-YTDPRIOR-STATUS = "00"
        PERFORM UNTIL WS-YTDPRIOR-STATUS NOT = "00"
            READ YTDPRIOR
                AT END MOVE "10" TO WS-YTDPRIOR-STATUS
                NOT AT END
                    IF PY-TAX-YEAR = WS-TAX-YEAR
                        SET WS-YEAR-ARCHIVED TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE YTDPRIOR
    END-IF.

1000-PRODUCE-STATEMENT.
    MOVE SPACES TO WS-EXCEPTION-REASON
    MOVE YTD-EMP-ID TO EM-EMP-ID
    READ EMPMAST
        INVALID KEY
            MOVE "NOT ON EMPMAST" TO WS-EXCEPTION-REASON
        NOT INVALID KEY
            PERFORM 9000-VALIDATE-SSNUM
            IF NOT WS-SSNUM-IS-VALID
                MOVE "MISSING/INVALID SSN" TO WS-EXCEPTION-REASON
            END-IF
    END-READ
    IF WS-EXCEPTION-REASON NOT = SPACES
        PERFORM 1900-HOLD-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-STATEMENT-COUNT
    ADD YTD-GROSS TO WS-TOTAL-WAGES
    ADD YTD-WITHHOLDING TO WS-TOTAL-WITHHELD
    ADD YTD-DEDUCTIONS TO WS-TOTAL-DEDUCTIONS
    PERFORM 1100-PRINT-STATEMENT
    PERFORM 1200-WRITE-EFILE-RECORD.

*> One page per employee, so the statements can be burst and
*> mailed without cutting.
1100-PRINT-STATEMENT.
    MOVE WS-TAX-YEAR TO ST-TAX-YEAR
    IF WS-STATEMENT-COUNT = 1
        WRITE STATEMENT-LINE FROM WS-STMT-TITLE-LINE
            AFTER ADVANCING 1
    ELSE
        WRITE STATEMENT-LINE FROM WS-STMT-TITLE-LINE
            AFTER ADVANCING PAGE
    END-IF
    MOVE EM-NAME TO ST-NAME
    MOVE YTD-EMP-ID TO ST-EMP-ID
    WRITE STATEMENT-LINE FROM WS-STMT-NAME-LINE
        AFTER ADVANCING 2
    MOVE EM-SSAREA TO ST-SSAREA
    MOVE EM-SSGROUP TO ST-SSGROUP
    MOVE EM-SSSERIAL TO ST-SSSERIAL
    WRITE STATEMENT-LINE FROM WS-STMT-SSN-LINE
        AFTER ADVANCING 1
    MOVE 1 TO ST-BOX-NO
    MOVE "Wages, tips, other compensation" TO ST-BOX-LABEL
    MOVE YTD-GROSS TO ST-AMOUNT
    WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
        AFTER ADVANCING 2
    MOVE 2 TO ST-BOX-NO
    MOVE "Income tax withheld" TO ST-BOX-LABEL
    MOVE YTD-WITHHOLDING TO ST-AMOUNT
    WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
        AFTER ADVANCING 1
    MOVE 3 TO ST-BOX-NO
    MOVE "Deductions withheld" TO ST-BOX-LABEL
    MOVE YTD-DEDUCTIONS TO ST-AMOUNT
    WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
        AFTER ADVANCING 1.

1200-WRITE-EFILE-RECORD.
    MOVE SPACES TO WAGE-FILE-RECORD
    SET WF-EMPLOYEE-RECORD TO TRUE
    MOVE WS-TAX-YEAR TO WF-TAX-YEAR
    MOVE EM-SSNUM TO WF-SSNUM
    MOVE YTD-EMP-ID TO WF-EMP-ID
    MOVE EM-NAME TO WF-NAME
    MOVE YTD-GROSS TO WF-WAGES
    MOVE YTD-WITHHOLDING TO WF-WITHHELD
    MOVE YTD-DEDUCTIONS TO WF-DEDUCTIONS
    WRITE WAGE-FILE-RECORD.

1500-WRITE-EFILE-TOTAL.
    MOVE SPACES TO WAGE-FILE-RECORD
    SET WF-TOTAL-RECORD TO TRUE
    MOVE WS-TAX-YEAR TO WF-TAX-YEAR
    MOVE WS-STATEMENT-COUNT TO WF-EMPLOYEE-COUNT
    MOVE WS-TOTAL-WAGES TO WF-TOTAL-WAGES
    MOVE WS-TOTAL-WITHHELD TO WF-TOTAL-WITHHELD
    MOVE WS-TOTAL-DEDUCTIONS TO WF-TOTAL-DEDUCTIONS
    WRITE WAGE-FILE-RECORD.

1900-HOLD-EXCEPTION.
    ADD 1 TO WS-EXCEPTION-COUNT
    IF WS-EXCEPTION-COUNT <= 200
        MOVE YTD-EMP-ID TO WS-EXC-EMP-ID(WS-EXCEPTION-COUNT)
        MOVE WS-EXCEPTION-REASON TO WS-EXC-REASON(WS-EXCEPTION-COUNT)
    END-IF.

*> The transmittal's totals are the T record's totals; the page is
*> what goes in the envelope with the filing.
2000-PRINT-TRANSMITTAL.
    OPEN OUTPUT WAGETRN
    MOVE WS-TAX-YEAR TO TT-TAX-YEAR
    WRITE TRANSMITTAL-LINE FROM WS-TRN-TITLE-LINE
        AFTER ADVANCING 1
    MOVE SPACES TO TRANSMITTAL-LINE
    WRITE TRANSMITTAL-LINE AFTER ADVANCING 1
    MOVE "Wage statements filed" TO TC-LABEL
    MOVE WS-STATEMENT-COUNT TO TC-COUNT
    WRITE TRANSMITTAL-LINE FROM WS-TRN-COUNT-LINE
        AFTER ADVANCING 1
    MOVE "Total wages, tips, other compensation" TO TA-LABEL
    MOVE WS-TOTAL-WAGES TO TA-AMOUNT
    WRITE TRANSMITTAL-LINE FROM WS-TRN-AMOUNT-LINE
        AFTER ADVANCING 1
    MOVE "Total income tax withheld" TO TA-LABEL
    MOVE WS-TOTAL-WITHHELD TO TA-AMOUNT
    WRITE TRANSMITTAL-LINE FROM WS-TRN-AMOUNT-LINE
        AFTER ADVANCING 1
    MOVE "Total deductions withheld" TO TA-LABEL
    MOVE WS-TOTAL-DEDUCTIONS TO TA-AMOUNT
    WRITE TRANSMITTAL-LINE FROM WS-TRN-AMOUNT-LINE
        AFTER ADVANCING 1
    MOVE SPACES TO TRANSMITTAL-LINE
    WRITE TRANSMITTAL-LINE AFTER ADVANCING 1
    MOVE "Employees without a statement" TO TC-LABEL
    MOVE WS-EXCEPTION-COUNT TO TC-COUNT
    WRITE TRANSMITTAL-LINE FROM WS-TRN-COUNT-LINE
        AFTER ADVANCING 1
    PERFORM VARYING WS-EXC-IX FROM 1 BY 1
            UNTIL WS-EXC-IX > WS-EXCEPTION-COUNT OR WS-EXC-IX > 200
        MOVE WS-EXC-EMP-ID(WS-EXC-IX) TO TX-EMP-ID
        MOVE WS-EXC-REASON(WS-EXC-IX) TO TX-REASON
        WRITE TRANSMITTAL-LINE FROM WS-TRN-EXCEPTION-LINE
            AFTER ADVANCING 1
    END-PERFORM
    IF WS-EXCEPTION-COUNT > 200
        MOVE "    ... further exceptions not listed" TO TRANSMITTAL-LINE
        WRITE TRANSMITTAL-LINE AFTER ADVANCING 1
    END-IF
    CLOSE WAGETRN.

*> Copy the whole year to YTDPRIOR first and count it; only when
*> every record made it across is YTDFILE emptied for the new year.
3000-ARCHIVE-AND-CLEAR.
    OPEN EXTEND YTDPRIOR
    IF WS-YTDPRIOR-STATUS = "35"
        OPEN OUTPUT YTDPRIOR
    END-IF
    OPEN INPUT YTDFILE
    MOVE "N" TO WS-EOF-FLAG
    READ YTDFILE NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        MOVE WS-TAX-YEAR TO PY-TAX-YEAR
        MOVE YTD-RECORD TO PY-YTD-IMAGE
        WRITE PRIOR-YEAR-RECORD
        IF WS-YTDPRIOR-STATUS = "00"
            ADD 1 TO WS-ARCHIVED-COUNT
        END-IF
        READ YTDFILE NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE YTDFILE
    CLOSE YTDPRIOR
    IF WS-ARCHIVED-COUNT NOT = WS-RECORDS-READ
        DISPLAY "Only " WS-ARCHIVED-COUNT " of " WS-RECORDS-READ
            " YTDFILE records archived -- YTDFILE NOT cleared"
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT YTDFILE
    CLOSE YTDFILE
    DISPLAY "Tax year " WS-TAX-YEAR " archived to YTDPRIOR ("
        WS-ARCHIVED-COUNT " records); YTDFILE cleared".

*> SSA rules: area is never 000, 666, or 900-999; group and serial
*> are never all zero. Same rule empmaint.cob and custmaint.cob
*> apply.
9000-VALIDATE-SSNUM.
    MOVE "Y" TO WS-SSNUM-VALID-FLAG
    IF EM-SSNUM NOT NUMERIC
        MOVE "N" TO WS-SSNUM-VALID-FLAG
        EXIT PARAGRAPH
    END-IF
    IF EM-SSAREA = 0 OR EM-SSAREA = 666 OR EM-SSAREA >= 900
        MOVE "N" TO WS-SSNUM-VALID-FLAG
    END-IF
    IF EM-SSGROUP = 0
        MOVE "N" TO WS-SSNUM-VALID-FLAG
    END-IF
    IF EM-SSSERIAL = 0
        MOVE "N" TO WS-SSNUM-VALID-FLAG
    END-IF.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "WAGESTMT" TO RC-PROGRAM
    CALL "busdate" USING RC-RUN-DATE
    MOVE WS-RECORDS-READ TO RC-RECORDS-IN
    MOVE WS-STATEMENT-COUNT TO RC-RECORDS-OUT
    MOVE WS-EXCEPTION-COUNT TO RC-REJECTS
    MOVE WS-TOTAL-WAGES TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.
