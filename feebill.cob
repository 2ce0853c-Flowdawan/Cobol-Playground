       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. feebill.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Monthly student fee billing. Every student on STUMAST is billed
*> the FEESCHED fees of its grade (ST-GRADE) plus its own optional
*> STUFEE fees, both kept by feemaint.cob, and the bill goes to the
*> guardian's receivables account (ST-GUARDIAN is the guardian's
*> CM-IDENT). The charges are appended to CUSTTRAN as ordinary "C"
*> charge records, so custpost.cob posts them to CUSTMAST and the
*> ledger like any other charge and the guardian's next
*> custstmt.cob statement shows them.
*> A family is billed one charge per fee code, not one per child:
*> the students are sorted by guardian and fee code, the amounts of
*> the children are added up, and CT-ACTIVITY carries the fee code
*> followed by the children's first names (a "+" in the last
*> position when they do not all fit), e.g. "TUIT ANNA/PETER".
*> Students whose guardian ident is zero, not on CUSTMAST or marked
*> inactive are not billed; they go on the FEEEXCP list with the
*> reason, the same way rptcard.cob lists them on HANDADDR, so the
*> office can chase them by hand. Every family charge is printed on
*> the FEEBILL register with totals.
*> The month billed is the BUSDATE processing month, and the FEEBLOG
*> log of months already billed makes a second run for the same
*> month refuse to start (condition code 8), as FCHGLOG does for
*> finchg.cob. Run it before custpost.cob.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STUMAST ASSIGN TO "STUMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ST-ID
        FILE STATUS IS WS-STUMAST-STATUS.
    SELECT CUSTMAST ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-IDENT
        ALTERNATE RECORD KEY IS CM-CUSTNAME WITH DUPLICATES
        FILE STATUS IS WS-CUSTMAST-STATUS.
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
    SELECT FEEBLOG ASSIGN TO "FEEBLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEEBLOG-STATUS.
    SELECT CUSTTRAN ASSIGN TO "CUSTTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CUSTTRAN-STATUS.
    SELECT FEEEXCP ASSIGN TO "FEEEXCP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEEEXCP-STATUS.
    SELECT FEEBILLRPT ASSIGN TO "FEEBILL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEEBILLRPT-STATUS.
    SELECT SORTWORK ASSIGN TO "SORTWORK".
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD STUMAST.
COPY student.
FD CUSTMAST.
COPY custrec.
FD FEESCHED.
COPY feesched.
FD STUFEE.
COPY stufee.
FD FEEBLOG.
01 FEE-BILLING-LOG-RECORD.
    02 FB-PERIOD   PIC 9(6).
    02 FB-RUN-DATE PIC 9(8).
FD CUSTTRAN.
COPY custtran.
FD FEEEXCP.
01 FEE-EXCEPTION-RECORD PIC X(63).
FD FEEBILLRPT.
01 FEE-REPORT-LINE PIC X(80).
SD SORTWORK.
01 SORT-RECORD.
    02 SR-GUARDIAN     PIC 9(6).
    02 SR-FEE-CODE     PIC X(4).
    02 SR-STUDENT-ID   PIC 9(5).
    02 SR-STUDENT-NAME PIC X(20).
    02 SR-AMOUNT       PIC 9(5)V99.
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-STUMAST-STATUS    PIC XX VALUE "00".
01 WS-CUSTMAST-STATUS   PIC XX VALUE "00".
01 WS-FEESCHED-STATUS   PIC XX VALUE "00".
01 WS-STUFEE-STATUS     PIC XX VALUE "00".
01 WS-FEEBLOG-STATUS    PIC XX VALUE "00".
01 WS-CUSTTRAN-STATUS   PIC XX VALUE "00".
01 WS-FEEEXCP-STATUS    PIC XX VALUE "00".
01 WS-FEEBILLRPT-STATUS PIC XX VALUE "00".
01 WS-RUNCTL-STATUS     PIC XX VALUE "00".
01 WS-EOF-FLAG          PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-LOG-EOF-FLAG      PIC X VALUE "N".
   88 WS-LOG-END-OF-FILE VALUE "Y".
01 WS-FEE-EOF-FLAG      PIC X VALUE "N".
   88 WS-FEE-END-OF-FILE VALUE "Y".
01 WS-BILLED-FLAG       PIC X VALUE "N".
   88 WS-ALREADY-BILLED VALUE "Y".
01 WS-STUFEE-FLAG       PIC X VALUE "N".
   88 WS-HAVE-STUFEE VALUE "Y".
01 WS-RELEASED-FLAG     PIC X VALUE "N".
   88 WS-STUDENT-HAS-FEES VALUE "Y".
01 WS-OVERFLOW-FLAG     PIC X VALUE "N".
   88 WS-NAMES-OVERFLOW VALUE "Y".
01 WS-RUN-DATE          PIC 9(8) VALUE ZERO.
01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    02 WS-RUN-PERIOD    PIC 9(6).
    02 FILLER           PIC 99.
01 WS-CHARGE-GUARDIAN   PIC 9(6) VALUE ZERO.
01 WS-CHARGE-FEE-CODE   PIC X(4) VALUE SPACES.
01 WS-CHARGE-AMOUNT     PIC 9(7)V99 VALUE ZERO.
01 WS-CHARGE-STUDENTS   PIC 9(3) VALUE ZERO.
01 WS-PREV-STUDENT-ID   PIC 9(5) VALUE ZERO.
01 WS-ACTIVITY          PIC X(20) VALUE SPACES.
01 WS-ACTIVITY-POINTER  PIC 99 VALUE ZERO.
01 WS-FIRST-NAME        PIC X(20) VALUE SPACES.
01 WS-FIRST-NAME-LENGTH PIC 99 VALUE ZERO.
01 WS-NAME-ROOM         PIC 99 VALUE ZERO.
01 WS-STUDENTS-READ     PIC 9(7) VALUE ZERO.
01 WS-STUDENTS-BILLED   PIC 9(7) VALUE ZERO.
01 WS-STUDENTS-NO-FEES  PIC 9(7) VALUE ZERO.
01 WS-EXCEPTION-COUNT   PIC 9(7) VALUE ZERO.
01 WS-CHARGES-WRITTEN   PIC 9(7) VALUE ZERO.
01 WS-TOTAL-BILLED      PIC S9(11)V99 VALUE ZERO.
01 WS-PRINT-LINE        PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-COLUMN-HEADING.
    02 FILLER PIC X(8)  VALUE "Id".
    02 FILLER PIC X(22) VALUE "Guardian".
    02 FILLER PIC X(6)  VALUE "Fee".
    02 FILLER PIC X(5)  VALUE "Stu".
    02 FILLER PIC X(12) VALUE "    Amount".
    02 FILLER PIC X(20) VALUE "Statement text".
01 WS-DETAIL-LINE.
    02 BL-GUARDIAN    PIC ZZZZZ9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 BL-NAME        PIC X(20).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 BL-FEE-CODE    PIC X(4).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 BL-STUDENTS    PIC ZZ9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 BL-AMOUNT      PIC ZZZZZZ9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 BL-ACTIVITY    PIC X(20).
01 WS-TOTAL-LINE.
    02 FILLER         PIC X(7) VALUE "Totals:".
    02 FT-CHARGES     PIC ZZZZZZ9.
    02 FILLER         PIC X(10) VALUE " charges".
    02 FT-STUDENTS    PIC ZZZZZZ9.
    02 FILLER         PIC X(18) VALUE " students billed".
    02 FT-AMOUNT      PIC ZZZZZZZZZ9.99.
01 WS-COUNT-LINE.
    02 CL-TEXT        PIC X(30).
    02 CL-COUNT       PIC ZZZZZZ9.
01 WS-EXCEPTION-LINE.
    02 FE-ID          PIC 9(5).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 FE-NAME        PIC X(20).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 FILLER         PIC X(9) VALUE "guardian ".
    02 FE-GUARDIAN    PIC ZZZZZ9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 FE-REASON      PIC X(17).
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    CALL "busdate" USING WS-RUN-DATE
    PERFORM 0100-CHECK-MONTH-NOT-BILLED
    IF WS-ALREADY-BILLED
        DISPLAY "Student fees already billed for month "
            WS-RUN-PERIOD ", run refused"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0200-OPEN-FILES
    PERFORM 0300-INIT-REPORT
    SORT SORTWORK
        ON ASCENDING KEY SR-GUARDIAN SR-FEE-CODE SR-STUDENT-ID
        INPUT PROCEDURE IS 1000-RELEASE-STUDENT-FEES
        OUTPUT PROCEDURE IS 2000-BILL-FAMILIES
    PERFORM 3000-WRITE-TOTALS
    CLOSE STUMAST
    CLOSE CUSTMAST
    CLOSE FEESCHED
    IF WS-HAVE-STUFEE
        CLOSE STUFEE
    END-IF
    CLOSE CUSTTRAN
    CLOSE FEEEXCP
    CLOSE FEEBILLRPT
    PERFORM 9000-RECORD-MONTH-BILLED
    DISPLAY "Students read:       " WS-STUDENTS-READ
    DISPLAY "Students billed:     " WS-STUDENTS-BILLED
    DISPLAY "Students no fees:    " WS-STUDENTS-NO-FEES
    DISPLAY "Guardian exceptions: " WS-EXCEPTION-COUNT
    DISPLAY "Family charges:      " WS-CHARGES-WRITTEN
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

0100-CHECK-MONTH-NOT-BILLED.
    OPEN INPUT FEEBLOG
    IF WS-FEEBLOG-STATUS = "00"
        PERFORM UNTIL WS-LOG-END-OF-FILE
            READ FEEBLOG
                AT END SET WS-LOG-END-OF-FILE TO TRUE
                NOT AT END
                    IF FB-PERIOD = WS-RUN-PERIOD
                        SET WS-ALREADY-BILLED TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FEEBLOG
    END-IF.

*> No fee schedule means nobody has set up the fees: billing nothing
*> would still stamp the month as done, so stop instead. Optional
*> fees are optional, and a missing STUFEE just means there are none.
0200-OPEN-FILES.
    OPEN INPUT STUMAST
    IF WS-STUMAST-STATUS NOT = "00"
        DISPLAY "STUMAST open failed, status " WS-STUMAST-STATUS
            ", fee billing abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT CUSTMAST
    IF WS-CUSTMAST-STATUS NOT = "00"
        DISPLAY "CUSTMAST open failed, status " WS-CUSTMAST-STATUS
            ", fee billing abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT FEESCHED
    IF WS-FEESCHED-STATUS NOT = "00"
        DISPLAY "FEESCHED open failed, status " WS-FEESCHED-STATUS
            ", fee billing abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT STUFEE
    IF WS-STUFEE-STATUS = "00"
        SET WS-HAVE-STUFEE TO TRUE
    END-IF
    OPEN EXTEND CUSTTRAN
    IF WS-CUSTTRAN-STATUS = "35"
        OPEN OUTPUT CUSTTRAN
    END-IF
    OPEN OUTPUT FEEEXCP
    OPEN OUTPUT FEEBILLRPT.

0300-INIT-REPORT.
    MOVE "STUDENT FEE BILLING REGISTER" TO RPT-TITLE
    MOVE WS-COLUMN-HEADING TO RPT-COLUMN-HEADING.

1000-RELEASE-STUDENT-FEES.
    READ STUMAST NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-STUDENTS-READ
        PERFORM 1100-BILL-ONE-STUDENT
        READ STUMAST NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM.

1100-BILL-ONE-STUDENT.
    IF ST-GUARDIAN = ZERO
        MOVE "NO GUARDIAN IDENT" TO FE-REASON
        PERFORM 1900-LIST-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    MOVE ST-GUARDIAN TO CM-IDENT
    READ CUSTMAST
        INVALID KEY
            MOVE "UNKNOWN GUARDIAN" TO FE-REASON
            PERFORM 1900-LIST-EXCEPTION
            EXIT PARAGRAPH
    END-READ
    IF CM-INACTIVE
        MOVE "GUARDIAN INACTIVE" TO FE-REASON
        PERFORM 1900-LIST-EXCEPTION
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-RELEASED-FLAG
    PERFORM 1200-RELEASE-GRADE-FEES
    IF WS-HAVE-STUFEE
        PERFORM 1300-RELEASE-OPTIONAL-FEES
    END-IF
    IF WS-STUDENT-HAS-FEES
        ADD 1 TO WS-STUDENTS-BILLED
    ELSE
        ADD 1 TO WS-STUDENTS-NO-FEES
    END-IF.

1200-RELEASE-GRADE-FEES.
    MOVE ST-GRADE TO FS-GRADE
    MOVE LOW-VALUES TO FS-FEE-CODE
    MOVE "N" TO WS-FEE-EOF-FLAG
    START FEESCHED KEY IS NOT LESS THAN FS-KEY
        INVALID KEY SET WS-FEE-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL WS-FEE-END-OF-FILE
        READ FEESCHED NEXT RECORD
            AT END SET WS-FEE-END-OF-FILE TO TRUE
            NOT AT END
                IF FS-GRADE NOT = ST-GRADE
                    SET WS-FEE-END-OF-FILE TO TRUE
                ELSE
                    MOVE FS-FEE-CODE TO SR-FEE-CODE
                    MOVE FS-AMOUNT TO SR-AMOUNT
                    PERFORM 1400-RELEASE-FEE
                END-IF
        END-READ
    END-PERFORM.

1300-RELEASE-OPTIONAL-FEES.
    MOVE ST-ID TO SF-STUDENT-ID
    MOVE LOW-VALUES TO SF-FEE-CODE
    MOVE "N" TO WS-FEE-EOF-FLAG
    START STUFEE KEY IS NOT LESS THAN SF-KEY
        INVALID KEY SET WS-FEE-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL WS-FEE-END-OF-FILE
        READ STUFEE NEXT RECORD
            AT END SET WS-FEE-END-OF-FILE TO TRUE
            NOT AT END
                IF SF-STUDENT-ID NOT = ST-ID
                    SET WS-FEE-END-OF-FILE TO TRUE
                ELSE
                    MOVE SF-FEE-CODE TO SR-FEE-CODE
                    MOVE SF-AMOUNT TO SR-AMOUNT
                    PERFORM 1400-RELEASE-FEE
                END-IF
        END-READ
    END-PERFORM.

*> A fee set to zero is a fee waived this month, not a charge.
1400-RELEASE-FEE.
    IF SR-AMOUNT = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE ST-GUARDIAN TO SR-GUARDIAN
    MOVE ST-ID TO SR-STUDENT-ID
    MOVE ST-NAME TO SR-STUDENT-NAME
    SET WS-STUDENT-HAS-FEES TO TRUE
    RELEASE SORT-RECORD.

1900-LIST-EXCEPTION.
    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE ST-ID TO FE-ID
    MOVE ST-NAME TO FE-NAME
    MOVE ST-GUARDIAN TO FE-GUARDIAN
    WRITE FEE-EXCEPTION-RECORD FROM WS-EXCEPTION-LINE.

2000-BILL-FAMILIES.
    MOVE "N" TO WS-EOF-FLAG
    RETURN SORTWORK
        AT END SET WS-END-OF-FILE TO TRUE
    END-RETURN
    PERFORM UNTIL WS-END-OF-FILE
        IF SR-GUARDIAN NOT = WS-CHARGE-GUARDIAN
                OR SR-FEE-CODE NOT = WS-CHARGE-FEE-CODE
            IF WS-CHARGE-STUDENTS > ZERO
                PERFORM 2200-WRITE-FAMILY-CHARGE
            END-IF
            PERFORM 2100-START-FAMILY-CHARGE
        END-IF
        ADD SR-AMOUNT TO WS-CHARGE-AMOUNT
        IF SR-STUDENT-ID NOT = WS-PREV-STUDENT-ID
            ADD 1 TO WS-CHARGE-STUDENTS
            PERFORM 2300-ADD-STUDENT-NAME
            MOVE SR-STUDENT-ID TO WS-PREV-STUDENT-ID
        END-IF
        RETURN SORTWORK
            AT END SET WS-END-OF-FILE TO TRUE
        END-RETURN
    END-PERFORM
    IF WS-CHARGE-STUDENTS > ZERO
        PERFORM 2200-WRITE-FAMILY-CHARGE
    END-IF.

2100-START-FAMILY-CHARGE.
    MOVE SR-GUARDIAN TO WS-CHARGE-GUARDIAN
    MOVE SR-FEE-CODE TO WS-CHARGE-FEE-CODE
    MOVE ZERO TO WS-CHARGE-AMOUNT
    MOVE ZERO TO WS-CHARGE-STUDENTS
    MOVE ZERO TO WS-PREV-STUDENT-ID
    MOVE "N" TO WS-OVERFLOW-FLAG
    MOVE SPACES TO WS-ACTIVITY
    MOVE 1 TO WS-ACTIVITY-POINTER
    STRING SR-FEE-CODE DELIMITED BY SPACE
        INTO WS-ACTIVITY WITH POINTER WS-ACTIVITY-POINTER
    END-STRING.

2200-WRITE-FAMILY-CHARGE.
    MOVE SPACES TO CUST-TRANSACTION
    MOVE WS-CHARGE-GUARDIAN TO CT-IDENT
    MOVE "C" TO CT-TRANCODE
    MOVE WS-ACTIVITY TO CT-ACTIVITY
    MOVE WS-CHARGE-AMOUNT TO CT-AMOUNT
    WRITE CUST-TRANSACTION
    ADD 1 TO WS-CHARGES-WRITTEN
    ADD WS-CHARGE-AMOUNT TO WS-TOTAL-BILLED
    MOVE WS-CHARGE-GUARDIAN TO CM-IDENT
    READ CUSTMAST
        INVALID KEY MOVE SPACES TO CM-CUSTNAME
    END-READ
    MOVE WS-CHARGE-GUARDIAN TO BL-GUARDIAN
    MOVE CM-CUSTNAME TO BL-NAME
    MOVE WS-CHARGE-FEE-CODE TO BL-FEE-CODE
    MOVE WS-CHARGE-STUDENTS TO BL-STUDENTS
    MOVE WS-CHARGE-AMOUNT TO BL-AMOUNT
    MOVE WS-ACTIVITY TO BL-ACTIVITY
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

*> First names only, "/" between them; the fee code and a space
*> take the first positions. A name that no longer fits is dropped
*> and a "+" in position 20 shows the text is short of a child.
2300-ADD-STUDENT-NAME.
    IF WS-NAMES-OVERFLOW
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-FIRST-NAME
    MOVE ZERO TO WS-FIRST-NAME-LENGTH
    UNSTRING SR-STUDENT-NAME DELIMITED BY SPACE
        INTO WS-FIRST-NAME COUNT IN WS-FIRST-NAME-LENGTH
    END-UNSTRING
    IF WS-FIRST-NAME-LENGTH = ZERO
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-NAME-ROOM = 21 - WS-ACTIVITY-POINTER
    IF WS-FIRST-NAME-LENGTH + 1 > WS-NAME-ROOM
        SET WS-NAMES-OVERFLOW TO TRUE
        MOVE "+" TO WS-ACTIVITY(20:1)
        EXIT PARAGRAPH
    END-IF
    IF WS-CHARGE-STUDENTS = 1
        STRING " " DELIMITED BY SIZE
            INTO WS-ACTIVITY WITH POINTER WS-ACTIVITY-POINTER
        END-STRING
    ELSE
        STRING "/" DELIMITED BY SIZE
            INTO WS-ACTIVITY WITH POINTER WS-ACTIVITY-POINTER
        END-STRING
    END-IF
    STRING WS-FIRST-NAME(1:WS-FIRST-NAME-LENGTH) DELIMITED BY SIZE
        INTO WS-ACTIVITY WITH POINTER WS-ACTIVITY-POINTER
    END-STRING.

3000-WRITE-TOTALS.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-CHARGES-WRITTEN TO FT-CHARGES
    MOVE WS-STUDENTS-BILLED TO FT-STUDENTS
    MOVE WS-TOTAL-BILLED TO FT-AMOUNT
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Students with no fees:" TO CL-TEXT
    MOVE WS-STUDENTS-NO-FEES TO CL-COUNT
    MOVE WS-COUNT-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Not billed, see FEEEXCP:" TO CL-TEXT
    MOVE WS-EXCEPTION-COUNT TO CL-COUNT
    MOVE WS-COUNT-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Month billed:" TO CL-TEXT
    MOVE WS-RUN-PERIOD TO CL-COUNT
    MOVE WS-COUNT-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE FEE-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE FEE-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO FEE-REPORT-LINE
        WRITE FEE-REPORT-LINE AFTER ADVANCING 1
        WRITE FEE-REPORT-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO FEE-REPORT-LINE
        WRITE FEE-REPORT-LINE AFTER ADVANCING 1
    END-IF
    WRITE FEE-REPORT-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.

9000-RECORD-MONTH-BILLED.
    OPEN EXTEND FEEBLOG
    IF WS-FEEBLOG-STATUS = "35"
        OPEN OUTPUT FEEBLOG
    END-IF
    MOVE WS-RUN-PERIOD TO FB-PERIOD
    MOVE WS-RUN-DATE TO FB-RUN-DATE
    WRITE FEE-BILLING-LOG-RECORD
    CLOSE FEEBLOG.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "FEEBILL " TO RC-PROGRAM
    MOVE WS-RUN-DATE TO RC-RUN-DATE
    MOVE WS-STUDENTS-READ TO RC-RECORDS-IN
    COMPUTE RC-RECORDS-OUT
        = WS-STUDENTS-BILLED + WS-STUDENTS-NO-FEES
    MOVE WS-EXCEPTION-COUNT TO RC-REJECTS
    MOVE WS-TOTAL-BILLED TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.
