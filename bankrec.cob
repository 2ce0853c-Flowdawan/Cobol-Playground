       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. bankrec.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Bank reconciliation of the CHECKREG register against the bank's
*> BANKPAID paid-items file (see bankpaid.cpy) -- the return half of
*> the BANKPOS positive-pay traffic payroll.cob, appayrun.cob and
*> chkvoid.cob send out. Each paid item is matched to the register
*> by CK-CHECK-NO: an issued check paid for its CK-AMOUNT is marked
*> C cleared with the bank's paid date. Everything else is an
*> exception on the BANKREC report:
*>   - paid but never issued (no such number on the register);
*>   - paid after void (the check is V or R on the register);
*>   - paid amount differs from CK-AMOUNT (the check is still marked
*>     cleared -- the money has gone -- but the difference needs
*>     chasing with the bank);
*>   - paid twice (the number was already cleared).
*> The report then lists every check still outstanding with its age
*> in days from the BUSDATE processing date, and finally the ones
*> older than the stale-date threshold the operator gives, for
*> void-and-reissue through chkvoid.cob's R)eprint. RUNCTL gets
*> paid items in = cleared + exceptions, with the bank's paid total
*> as the money hash.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BANKPAID ASSIGN TO "BANKPAID"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANKPAID-STATUS.
    SELECT CHECKREG ASSIGN TO "CHECKREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CK-CHECK-NO
        FILE STATUS IS WS-CHECKREG-STATUS.
    SELECT BANKREC ASSIGN TO "BANKREC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANKREC-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD BANKPAID.
COPY bankpaid.
FD CHECKREG.
COPY checkreg.
FD BANKREC.
01 BANK-REC-REPORT-LINE PIC X(80).
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-BANKPAID-STATUS PIC XX VALUE "00".
01 WS-CHECKREG-STATUS PIC XX VALUE "00".
01 WS-BANKREC-STATUS  PIC XX VALUE "00".
01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-RUN-DATE         PIC 9(8) VALUE ZERO.
01 WS-RUN-DAY-NUMBER   PIC 9(7) VALUE ZERO.
01 WS-STALE-DAYS       PIC 9(4) VALUE ZERO.
01 WS-CHECK-AGE        PIC S9(7) VALUE ZERO.
01 WS-PAID-READ        PIC 9(7) VALUE ZERO.
01 WS-PAID-TOTAL       PIC S9(11)V99 VALUE ZERO.
01 WS-CLEARED-COUNT    PIC 9(7) VALUE ZERO.
01 WS-EXCEPTION-COUNT  PIC 9(7) VALUE ZERO.
01 WS-OUTSTANDING-COUNT PIC 9(7) VALUE ZERO.
01 WS-OUTSTANDING-TOTAL PIC S9(11)V99 VALUE ZERO.
01 WS-STALE-COUNT      PIC 9(7) VALUE ZERO.
01 WS-STALE-TOTAL      PIC S9(11)V99 VALUE ZERO.
01 WS-EXCEPTION-NOTE   PIC X(16) VALUE SPACES.
01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-COLUMN-HEADING.
    02 FILLER PIC X(10) VALUE "Check no".
    02 FILLER PIC X(12) VALUE "Dated".
    02 FILLER PIC X(21) VALUE "Payee".
    02 FILLER PIC X(11) VALUE "     Amount".
    02 FILLER PIC X(8)  VALUE "    Days".
    02 FILLER PIC X(18) VALUE "  Note".
01 WS-CHECK-LINE.
    02 RL-CHECK-NO    PIC 9(8).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 RL-DATE        PIC 9999/99/99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 RL-PAYEE       PIC X(20).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 RL-AMOUNT      PIC -ZZZZZZ9.99.
    02 FILLER         PIC X(3) VALUE SPACES.
    02 RL-DAYS        PIC ZZZZ9 BLANK WHEN ZERO.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 RL-NOTE        PIC X(16).
01 WS-PAID-LINE.
    02 FILLER         PIC X(12) VALUE SPACES.
    02 FILLER         PIC X(14) VALUE "bank paid".
    02 PL-AMOUNT      PIC -ZZZZZZ9.99.
    02 FILLER         PIC X(4) VALUE " on ".
    02 PL-DATE        PIC 9999/99/99.
01 WS-SECTION-LINE.
    02 FILLER         PIC X(4) VALUE "*** ".
    02 SL-TEXT        PIC X(50).
01 WS-TOTAL-LINE.
    02 TL-LABEL       PIC X(30).
    02 TL-COUNT       PIC ZZZZZZ9.
    02 FILLER         PIC X(5) VALUE SPACES.
    02 TL-AMOUNT      PIC -ZZZZZZZZZ9.99.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    DISPLAY "Stale-date threshold in days (0 = 180): "
        WITH NO ADVANCING
    ACCEPT WS-STALE-DAYS
    IF WS-STALE-DAYS = ZERO
        MOVE 180 TO WS-STALE-DAYS
    END-IF
    CALL "busdate" USING WS-RUN-DATE
    COMPUTE WS-RUN-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
    OPEN I-O CHECKREG
    IF WS-CHECKREG-STATUS NOT = "00"
        DISPLAY "CHECKREG open failed, status " WS-CHECKREG-STATUS
            ", reconciliation abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT BANKPAID
    IF WS-BANKPAID-STATUS NOT = "00"
        DISPLAY "BANKPAID open failed, status " WS-BANKPAID-STATUS
            ", reconciliation abandoned"
        CLOSE CHECKREG
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT BANKREC
    PERFORM 0100-INIT-REPORT
    MOVE "PAID-ITEM EXCEPTIONS" TO SL-TEXT
    PERFORM 7000-WRITE-SECTION-HEADING
    READ BANKPAID
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 1000-MATCH-PAID-ITEM
        READ BANKPAID
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE BANKPAID
    IF WS-EXCEPTION-COUNT = ZERO
        MOVE "    none" TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF
    MOVE "OUTSTANDING CHECKS" TO SL-TEXT
    PERFORM 7000-WRITE-SECTION-HEADING
    PERFORM 2000-LIST-OUTSTANDING
    MOVE SPACES TO SL-TEXT
    STRING "STALE-DATED CHECKS (OVER " WS-STALE-DAYS
        " DAYS) - VOID/REISSUE" DELIMITED BY SIZE INTO SL-TEXT
    PERFORM 7000-WRITE-SECTION-HEADING
    PERFORM 3000-LIST-STALE
    PERFORM 4000-WRITE-TOTALS
    CLOSE CHECKREG
    CLOSE BANKREC
    DISPLAY "Paid items read:     " WS-PAID-READ
    DISPLAY "Checks cleared:      " WS-CLEARED-COUNT
    DISPLAY "Exceptions:          " WS-EXCEPTION-COUNT
    DISPLAY "Checks outstanding:  " WS-OUTSTANDING-COUNT
    DISPLAY "Stale-dated:         " WS-STALE-COUNT
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

0100-INIT-REPORT.
    MOVE "BANK RECONCILIATION" TO RPT-TITLE
    MOVE WS-COLUMN-HEADING TO RPT-COLUMN-HEADING.

1000-MATCH-PAID-ITEM.
    ADD 1 TO WS-PAID-READ
    ADD PI-AMOUNT TO WS-PAID-TOTAL
    MOVE PI-CHECK-NO TO CK-CHECK-NO
    READ CHECKREG
        INVALID KEY
            MOVE "PAID NOT ISSUED" TO WS-EXCEPTION-NOTE
            PERFORM 1200-PRINT-UNREGISTERED
            EXIT PARAGRAPH
    END-READ
    EVALUATE TRUE
        WHEN CK-VOID OR CK-REISSUED
            MOVE "PAID AFTER VOID" TO WS-EXCEPTION-NOTE
            PERFORM 1100-PRINT-EXCEPTION
        WHEN CK-CLEARED
            MOVE "PAID TWICE" TO WS-EXCEPTION-NOTE
            PERFORM 1100-PRINT-EXCEPTION
        WHEN CK-DEPOSIT-ADVICE
            MOVE "DEPOSIT ADVICE" TO WS-EXCEPTION-NOTE
            PERFORM 1100-PRINT-EXCEPTION
        WHEN PI-AMOUNT NOT = CK-AMOUNT
            MOVE "AMOUNT DIFFERS" TO WS-EXCEPTION-NOTE
            PERFORM 1100-PRINT-EXCEPTION
            PERFORM 1300-MARK-CLEARED
        WHEN OTHER
            PERFORM 1300-MARK-CLEARED
            ADD 1 TO WS-CLEARED-COUNT
    END-EVALUATE.

*> The register's view of the check, then what the bank did with it.
1100-PRINT-EXCEPTION.
    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE CK-CHECK-NO TO RL-CHECK-NO
    MOVE CK-DATE TO RL-DATE
    MOVE CK-PAYEE TO RL-PAYEE
    MOVE CK-AMOUNT TO RL-AMOUNT
    MOVE ZERO TO RL-DAYS
    MOVE WS-EXCEPTION-NOTE TO RL-NOTE
    MOVE WS-CHECK-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE PI-AMOUNT TO PL-AMOUNT
    MOVE PI-PAID-DATE TO PL-DATE
    MOVE WS-PAID-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

1200-PRINT-UNREGISTERED.
    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE PI-CHECK-NO TO RL-CHECK-NO
    MOVE PI-PAID-DATE TO RL-DATE
    MOVE "(not on register)" TO RL-PAYEE
    MOVE PI-AMOUNT TO RL-AMOUNT
    MOVE ZERO TO RL-DAYS
    MOVE WS-EXCEPTION-NOTE TO RL-NOTE
    MOVE WS-CHECK-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

1300-MARK-CLEARED.
    MOVE "C" TO CK-STATUS
    MOVE PI-PAID-DATE TO CK-CLEARED-DATE
    REWRITE CHECK-REGISTER-RECORD
        INVALID KEY
            DISPLAY "Clear failed for check " CK-CHECK-NO
    END-REWRITE.

*> Everything still CK-ISSUED after tonight's matching is in the
*> bank's float; age is counted in calendar days from the check date.
2000-LIST-OUTSTANDING.
    MOVE "N" TO WS-EOF-FLAG
    MOVE ZERO TO CK-CHECK-NO
    START CHECKREG KEY IS NOT LESS THAN CK-CHECK-NO
        INVALID KEY SET WS-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL WS-END-OF-FILE
        READ CHECKREG NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
            NOT AT END
                IF CK-ISSUED
                    PERFORM 2100-PRINT-OUTSTANDING
                END-IF
        END-READ
    END-PERFORM
    IF WS-OUTSTANDING-COUNT = ZERO
        MOVE "    none" TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

2100-PRINT-OUTSTANDING.
    ADD 1 TO WS-OUTSTANDING-COUNT
    ADD CK-AMOUNT TO WS-OUTSTANDING-TOTAL
    PERFORM 5000-AGE-CHECK
    MOVE CK-CHECK-NO TO RL-CHECK-NO
    MOVE CK-DATE TO RL-DATE
    MOVE CK-PAYEE TO RL-PAYEE
    MOVE CK-AMOUNT TO RL-AMOUNT
    MOVE WS-CHECK-AGE TO RL-DAYS
    IF CK-VENDOR-CHECK
        MOVE "vendor" TO RL-NOTE
    ELSE
        MOVE "payroll" TO RL-NOTE
    END-IF
    MOVE WS-CHECK-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

3000-LIST-STALE.
    MOVE "N" TO WS-EOF-FLAG
    MOVE ZERO TO CK-CHECK-NO
    START CHECKREG KEY IS NOT LESS THAN CK-CHECK-NO
        INVALID KEY SET WS-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL WS-END-OF-FILE
        READ CHECKREG NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
            NOT AT END
                IF CK-ISSUED
                    PERFORM 5000-AGE-CHECK
                    IF WS-CHECK-AGE > WS-STALE-DAYS
                        PERFORM 3100-PRINT-STALE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-STALE-COUNT = ZERO
        MOVE "    none" TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

3100-PRINT-STALE.
    ADD 1 TO WS-STALE-COUNT
    ADD CK-AMOUNT TO WS-STALE-TOTAL
    MOVE CK-CHECK-NO TO RL-CHECK-NO
    MOVE CK-DATE TO RL-DATE
    MOVE CK-PAYEE TO RL-PAYEE
    MOVE CK-AMOUNT TO RL-AMOUNT
    MOVE WS-CHECK-AGE TO RL-DAYS
    MOVE "VOID/REISSUE" TO RL-NOTE
    MOVE WS-CHECK-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

4000-WRITE-TOTALS.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Paid items from bank" TO TL-LABEL
    MOVE WS-PAID-READ TO TL-COUNT
    MOVE WS-PAID-TOTAL TO TL-AMOUNT
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Cleared without exception" TO TL-LABEL
    MOVE WS-CLEARED-COUNT TO TL-COUNT
    MOVE ZERO TO TL-AMOUNT
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE(43:)
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Exceptions" TO TL-LABEL
    MOVE WS-EXCEPTION-COUNT TO TL-COUNT
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
    MOVE SPACES TO WS-PRINT-LINE(43:)
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Outstanding checks" TO TL-LABEL
    MOVE WS-OUTSTANDING-COUNT TO TL-COUNT
    MOVE WS-OUTSTANDING-TOTAL TO TL-AMOUNT
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "  of which stale-dated" TO TL-LABEL
    MOVE WS-STALE-COUNT TO TL-COUNT
    MOVE WS-STALE-TOTAL TO TL-AMOUNT
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

5000-AGE-CHECK.
    COMPUTE WS-CHECK-AGE = WS-RUN-DAY-NUMBER
        - FUNCTION INTEGER-OF-DATE(CK-DATE).

7000-WRITE-SECTION-HEADING.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-SECTION-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "BANKREC " TO RC-PROGRAM
    MOVE WS-RUN-DATE TO RC-RUN-DATE
    MOVE WS-PAID-READ TO RC-RECORDS-IN
    MOVE WS-CLEARED-COUNT TO RC-RECORDS-OUT
    MOVE WS-EXCEPTION-COUNT TO RC-REJECTS
    MOVE WS-PAID-TOTAL TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE BANK-REC-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE BANK-REC-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO BANK-REC-REPORT-LINE
        WRITE BANK-REC-REPORT-LINE AFTER ADVANCING 1
        WRITE BANK-REC-REPORT-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO BANK-REC-REPORT-LINE
        WRITE BANK-REC-REPORT-LINE AFTER ADVANCING 1
    END-IF
    WRITE BANK-REC-REPORT-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.
