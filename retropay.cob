       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. retropay.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Retroactive pay, worked out from the record instead of by hand.
*> Run after empmaint.cob has taken a raise effective before the
*> cycles already paid. Every PAYHIST entry payroll.cob wrote is
*> repriced at the RATEHIST rate in force for its cycle; where that
*> rate is above the rate the cycle was paid at, the difference is
*> owed on the cycle's hours -- straight time (paid leave included)
*> at the difference, overtime and premium hours at the difference
*> times the multiplier they were paid at. Back pay already paid for
*> a cycle counts as paid: the cycle is only brought up from the
*> highest rate it has reached, so a raise is never paid twice.
*>   - RETROTRN is a PAYTRANS deck of back-pay transactions, one per
*>     employee per cycle owed, for the next payroll.cob run;
*>   - RETROREG shows the arithmetic cycle by cycle, with totals by
*>     employee and for the run.
*> A terminated employee, or one no longer on EMPMAST, is listed with
*> what is owed but left off the deck -- payroll would only reject
*> it -- so the back pay can be settled by hand. A rate lowered
*> back-dated is listed as overpaid and nothing is recovered. The
*> run can be limited to one employee; rerun before the deck is paid
*> it simply writes the same deck again.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAYHIST ASSIGN TO "PAYHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYHIST-STATUS.
    SELECT SORTWORK ASSIGN TO "SORTWORK".
    SELECT SORTEDHIST ASSIGN TO "PAYHSRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SORTEDHIST-STATUS.
    SELECT RATEHIST ASSIGN TO "RATEHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RH-KEY
        FILE STATUS IS WS-RATEHIST-STATUS.
    SELECT EMPMAST ASSIGN TO "EMPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EM-EMP-ID
        FILE STATUS IS WS-EMPMAST-STATUS.
    SELECT RETROTRN ASSIGN TO "RETROTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETROTRN-STATUS.
    SELECT RETROREG ASSIGN TO "RETROREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETROREG-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD PAYHIST.
01 PAYHIST-RECORD PIC X(57).
*> Sorted employee, cycle, then R before P, so back pay already paid
*> for a cycle is known before the cycle's own pay is repriced.
SD SORTWORK.
01 SORT-HIST-RECORD.
    02 SW-EMP-ID     PIC 9(5).
    02 SW-CYCLE-ID   PIC 9(8).
    02 SW-ENTRY-TYPE PIC X.
    02 FILLER        PIC X(43).
FD SORTEDHIST.
COPY payhist.
FD RATEHIST.
COPY ratehist.
FD EMPMAST.
COPY emprec.
FD RETROTRN.
COPY paytran.
FD RETROREG.
01 RETRO-REPORT-LINE PIC X(80).
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-PAYHIST-STATUS    PIC XX VALUE "00".
01 WS-SORTEDHIST-STATUS PIC XX VALUE "00".
01 WS-RATEHIST-STATUS   PIC XX VALUE "00".
01 WS-EMPMAST-STATUS    PIC XX VALUE "00".
01 WS-RETROTRN-STATUS   PIC XX VALUE "00".
01 WS-RETROREG-STATUS   PIC XX VALUE "00".
01 WS-RUNCTL-STATUS     PIC XX VALUE "00".
01 WS-EOF-FLAG           PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-RATE-EOF-FLAG      PIC X VALUE "N".
   88 WS-RATE-END-OF-FILE VALUE "Y".
01 WS-RATE-FOUND-FLAG    PIC X VALUE "N".
   88 WS-RATE-FOUND VALUE "Y".
01 WS-ON-DECK-FLAG       PIC X VALUE "N".
   88 WS-GOES-ON-DECK VALUE "Y".
01 WS-EMP-HEADED-FLAG    PIC X VALUE "N".
   88 WS-EMP-HEADED VALUE "Y".
01 WS-SELECT-EMP-ID      PIC 9(5) VALUE ZERO.
01 WS-CURRENT-EMP-ID     PIC 9(5) VALUE ZERO.
01 WS-CURRENT-CYCLE-ID   PIC 9(8) VALUE ZERO.
*> Highest rate back pay has already brought the cycle in hand up to.
01 WS-BROUGHT-UP-RATE    PIC 9(3)V99 VALUE ZERO.
01 WS-RATE-PAID          PIC 9(3)V99 VALUE ZERO.
01 WS-RATE-DUE           PIC 9(3)V99 VALUE ZERO.
01 WS-RATE-DIFF          PIC S9(3)V99 VALUE ZERO.
01 WS-STRAIGHT-OWED      PIC S9(7)V99 VALUE ZERO.
01 WS-OT-OWED            PIC S9(7)V99 VALUE ZERO.
01 WS-PREM-OWED          PIC S9(7)V99 VALUE ZERO.
01 WS-CYCLE-OWED         PIC S9(7)V99 VALUE ZERO.
01 WS-EMP-OWED           PIC S9(9)V99 VALUE ZERO.
01 WS-EMP-CYCLES         PIC 9(5) VALUE ZERO.
01 WS-ENTRIES-READ       PIC 9(7) VALUE ZERO.
01 WS-CYCLES-OWED        PIC 9(7) VALUE ZERO.
01 WS-CYCLES-OVERPAID    PIC 9(7) VALUE ZERO.
01 WS-NO-RATE-COUNT      PIC 9(7) VALUE ZERO.
01 WS-TRANS-WRITTEN      PIC 9(7) VALUE ZERO.
01 WS-TRANS-HELD         PIC 9(7) VALUE ZERO.
01 WS-EMPLOYEES-OWED     PIC 9(5) VALUE ZERO.
01 WS-TOTAL-ON-DECK      PIC S9(11)V99 VALUE ZERO.
01 WS-TOTAL-HELD         PIC S9(11)V99 VALUE ZERO.
01 WS-PRINT-LINE         PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-HEADING-1.
    02 FILLER PIC X(9)  VALUE "Cycle".
    02 FILLER PIC X(7)  VALUE "Str Hrs".
    02 FILLER PIC X(8)  VALUE "  OT Hrs".
    02 FILLER PIC X(8)  VALUE " Prm Hrs".
    02 FILLER PIC X(8)  VALUE "    Paid".
    02 FILLER PIC X(8)  VALUE "     Due".
    02 FILLER PIC X(9)  VALUE "     Diff".
    02 FILLER PIC X(12) VALUE "        Owed".
    02 FILLER PIC X(11) VALUE "  Note".
01 WS-EMP-LINE.
    02 FILLER         PIC X(9) VALUE "Employee ".
    02 EL-EMP-ID      PIC 9(5).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 EL-NAME        PIC X(20).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 EL-NOTE        PIC X(30).
01 WS-DETAIL-LINE.
    02 DL-CYCLE-ID    PIC 9(8).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-STR-HOURS   PIC ZZ9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-OT-HOURS    PIC ZZ9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-PREM-HOURS  PIC ZZ9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-RATE-PAID   PIC ZZ9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-RATE-DUE    PIC ZZ9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-RATE-DIFF   PIC -ZZ9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-OWED        PIC ZZZZZZ9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-NOTE        PIC X(9).
*> The three pieces of the cycle's back pay, under the detail line.
01 WS-ARITHMETIC-LINE.
    02 FILLER         PIC X(12) VALUE "  straight".
    02 AL-STRAIGHT    PIC ZZZZ9.99.
    02 FILLER         PIC X(12) VALUE "  overtime x".
    02 AL-OT-MULT     PIC 9.99.
    02 FILLER         PIC X(1) VALUE SPACE.
    02 AL-OT          PIC ZZZZ9.99.
    02 FILLER         PIC X(11) VALUE "  premium x".
    02 AL-PREM-MULT   PIC 9.99.
    02 FILLER         PIC X(1) VALUE SPACE.
    02 AL-PREM        PIC ZZZZ9.99.
01 WS-EMP-TOTAL-LINE.
    02 FILLER         PIC X(4) VALUE SPACES.
    02 FILLER         PIC X(20) VALUE "Back pay owed for ".
    02 ET-CYCLES      PIC ZZZZ9.
    02 FILLER         PIC X(10) VALUE " cycle(s):".
    02 FILLER         PIC X(18) VALUE SPACES.
    02 ET-OWED        PIC ZZZZZZZZ9.99.
01 WS-COUNT-LINE.
    02 CL-LABEL       PIC X(40).
    02 CL-COUNT       PIC ZZZ,ZZ9.
01 WS-AMOUNT-LINE.
    02 AM-LABEL       PIC X(40).
    02 AM-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    DISPLAY "Employee id to reprice (0 = all): " WITH NO ADVANCING
    ACCEPT WS-SELECT-EMP-ID
    *> Without the rate history there is nothing to reprice against,
    *> and without the pay history nothing to reprice.
    OPEN INPUT RATEHIST
    IF WS-RATEHIST-STATUS NOT = "00"
        DISPLAY "RATEHIST open failed, status " WS-RATEHIST-STATUS
            ", retro pay run abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT PAYHIST
    IF WS-PAYHIST-STATUS NOT = "00"
        DISPLAY "PAYHIST open failed, status " WS-PAYHIST-STATUS
            ", retro pay run abandoned"
        CLOSE RATEHIST
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE PAYHIST
    OPEN INPUT EMPMAST
    IF WS-EMPMAST-STATUS NOT = "00"
        DISPLAY "EMPMAST open failed, status " WS-EMPMAST-STATUS
            ", retro pay run abandoned"
        CLOSE RATEHIST
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    SORT SORTWORK
        ON ASCENDING KEY SW-EMP-ID SW-CYCLE-ID
        ON DESCENDING KEY SW-ENTRY-TYPE
        USING PAYHIST
        GIVING SORTEDHIST
    OPEN INPUT SORTEDHIST
    OPEN OUTPUT RETROTRN
    OPEN OUTPUT RETROREG
    PERFORM 0100-INIT-REPORT
    READ SORTEDHIST
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        IF WS-SELECT-EMP-ID = ZERO OR PH-EMP-ID = WS-SELECT-EMP-ID
            ADD 1 TO WS-ENTRIES-READ
            PERFORM 1000-PROCESS-ENTRY
        END-IF
        READ SORTEDHIST
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    PERFORM 1900-CLOSE-EMPLOYEE
    PERFORM 4000-WRITE-RUN-TOTALS
    CLOSE SORTEDHIST
    CLOSE RATEHIST
    CLOSE EMPMAST
    CLOSE RETROTRN
    CLOSE RETROREG
    DISPLAY "Pay history entries:   " WS-ENTRIES-READ
    DISPLAY "Cycles owed back pay:  " WS-CYCLES-OWED
    DISPLAY "Back-pay transactions: " WS-TRANS-WRITTEN
    IF WS-TRANS-HELD > ZERO
        DISPLAY "Held off the deck:     " WS-TRANS-HELD
            " -- see RETROREG"
    END-IF
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

0100-INIT-REPORT.
    MOVE "RETROACTIVE PAY REGISTER" TO RPT-TITLE
    MOVE WS-HEADING-1 TO RPT-COLUMN-HEADING.

1000-PROCESS-ENTRY.
    IF PH-EMP-ID NOT = WS-CURRENT-EMP-ID
        PERFORM 1900-CLOSE-EMPLOYEE
        PERFORM 1100-OPEN-EMPLOYEE
    END-IF
    IF PH-CYCLE-ID NOT = WS-CURRENT-CYCLE-ID
        MOVE PH-CYCLE-ID TO WS-CURRENT-CYCLE-ID
        MOVE ZERO TO WS-BROUGHT-UP-RATE
    END-IF
    IF PH-RETRO-PAY
        IF PH-RATE > WS-BROUGHT-UP-RATE
            MOVE PH-RATE TO WS-BROUGHT-UP-RATE
        END-IF
    ELSE
        PERFORM 2000-REPRICE-CYCLE
    END-IF.

1100-OPEN-EMPLOYEE.
    MOVE PH-EMP-ID TO WS-CURRENT-EMP-ID
    MOVE ZERO TO WS-CURRENT-CYCLE-ID
    MOVE ZERO TO WS-EMP-OWED
    MOVE ZERO TO WS-EMP-CYCLES
    MOVE "N" TO WS-ON-DECK-FLAG
    MOVE "N" TO WS-EMP-HEADED-FLAG
    MOVE PH-EMP-ID TO EL-EMP-ID
    MOVE PH-EMP-ID TO EM-EMP-ID
    READ EMPMAST
        INVALID KEY
            MOVE SPACES TO EM-NAME
            MOVE "NOT ON EMPMAST -- PAY BY HAND" TO EL-NOTE
        NOT INVALID KEY
            IF EM-TERMINATED
                MOVE "TERMINATED -- PAY BY HAND" TO EL-NOTE
            ELSE
                MOVE SPACES TO EL-NOTE
                SET WS-GOES-ON-DECK TO TRUE
            END-IF
    END-READ
    MOVE EM-NAME TO EL-NAME.

*> The employee heading prints only once the employee turns out to
*> have a cycle worth listing; the total only if anything is owed.
1900-CLOSE-EMPLOYEE.
    IF WS-EMP-OWED > ZERO
        MOVE WS-EMP-CYCLES TO ET-CYCLES
        MOVE WS-EMP-OWED TO ET-OWED
        MOVE WS-EMP-TOTAL-LINE TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        ADD 1 TO WS-EMPLOYEES-OWED
    END-IF
    MOVE ZERO TO WS-EMP-OWED
    MOVE ZERO TO WS-EMP-CYCLES.

2000-REPRICE-CYCLE.
    PERFORM 2100-FIND-RATE-DUE
    IF NOT WS-RATE-FOUND
        ADD 1 TO WS-NO-RATE-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE PH-RATE TO WS-RATE-PAID
    IF WS-BROUGHT-UP-RATE > WS-RATE-PAID
        MOVE WS-BROUGHT-UP-RATE TO WS-RATE-PAID
    END-IF
    IF WS-RATE-DUE = WS-RATE-PAID
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-RATE-DIFF = WS-RATE-DUE - WS-RATE-PAID
    IF NOT WS-EMP-HEADED
        PERFORM 2200-WRITE-EMPLOYEE-HEADING
    END-IF
    IF WS-RATE-DIFF < ZERO
        ADD 1 TO WS-CYCLES-OVERPAID
        MOVE ZERO TO WS-CYCLE-OWED
        MOVE "OVERPAID" TO DL-NOTE
        PERFORM 2300-WRITE-CYCLE-LINE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-STRAIGHT-OWED ROUNDED =
        PH-STRAIGHT-HOURS * WS-RATE-DIFF
    COMPUTE WS-OT-OWED ROUNDED =
        PH-OT-HOURS * WS-RATE-DIFF * PH-OT-MULTIPLIER
    COMPUTE WS-PREM-OWED ROUNDED =
        PH-PREMIUM-HOURS * WS-RATE-DIFF * PH-PREMIUM-MULTIPLIER
    COMPUTE WS-CYCLE-OWED = WS-STRAIGHT-OWED + WS-OT-OWED
        + WS-PREM-OWED
    IF WS-CYCLE-OWED = ZERO
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CYCLES-OWED
    ADD 1 TO WS-EMP-CYCLES
    ADD WS-CYCLE-OWED TO WS-EMP-OWED
    IF WS-GOES-ON-DECK
        MOVE SPACES TO DL-NOTE
        PERFORM 3000-WRITE-RETRO-TRANSACTION
    ELSE
        MOVE "HELD" TO DL-NOTE
        ADD 1 TO WS-TRANS-HELD
        ADD WS-CYCLE-OWED TO WS-TOTAL-HELD
    END-IF
    PERFORM 2300-WRITE-CYCLE-LINE
    MOVE WS-STRAIGHT-OWED TO AL-STRAIGHT
    MOVE PH-OT-MULTIPLIER TO AL-OT-MULT
    MOVE WS-OT-OWED TO AL-OT
    MOVE PH-PREMIUM-MULTIPLIER TO AL-PREM-MULT
    MOVE WS-PREM-OWED TO AL-PREM
    MOVE WS-ARITHMETIC-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

*> Same rule payroll.cob pays by: the last rate effective on or
*> before the cycle date.
2100-FIND-RATE-DUE.
    MOVE "N" TO WS-RATE-FOUND-FLAG
    MOVE "N" TO WS-RATE-EOF-FLAG
    MOVE PH-EMP-ID TO RH-EMP-ID
    MOVE ZERO TO RH-EFFECTIVE-DATE
    START RATEHIST KEY IS NOT LESS THAN RH-KEY
        INVALID KEY SET WS-RATE-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL WS-RATE-END-OF-FILE
        READ RATEHIST NEXT RECORD
            AT END SET WS-RATE-END-OF-FILE TO TRUE
            NOT AT END
                IF RH-EMP-ID NOT = PH-EMP-ID
                        OR RH-EFFECTIVE-DATE > PH-CYCLE-ID
                    SET WS-RATE-END-OF-FILE TO TRUE
                ELSE
                    MOVE RH-RATE TO WS-RATE-DUE
                    SET WS-RATE-FOUND TO TRUE
                END-IF
        END-READ
    END-PERFORM.

2200-WRITE-EMPLOYEE-HEADING.
    SET WS-EMP-HEADED TO TRUE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-EMP-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

2300-WRITE-CYCLE-LINE.
    MOVE PH-CYCLE-ID TO DL-CYCLE-ID
    MOVE PH-STRAIGHT-HOURS TO DL-STR-HOURS
    MOVE PH-OT-HOURS TO DL-OT-HOURS
    MOVE PH-PREMIUM-HOURS TO DL-PREM-HOURS
    MOVE WS-RATE-PAID TO DL-RATE-PAID
    MOVE WS-RATE-DUE TO DL-RATE-DUE
    MOVE WS-RATE-DIFF TO DL-RATE-DIFF
    MOVE WS-CYCLE-OWED TO DL-OWED
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

*> No hours: payroll.cob adds PT-RETRO-PAY to gross as it stands and
*> files the payment on PAYHIST under PT-RETRO-CYCLE at PT-RATE.
3000-WRITE-RETRO-TRANSACTION.
    INITIALIZE PAY-TRANSACTION
    MOVE PH-EMP-ID TO PT-EMP-ID
    MOVE EM-NAME TO PT-EMP-NAME
    MOVE WS-RATE-DUE TO PT-RATE
    MOVE SPACE TO PT-PREMIUM-CODE
    MOVE PH-CYCLE-ID TO PT-RETRO-CYCLE
    MOVE WS-CYCLE-OWED TO PT-RETRO-PAY
    WRITE PAY-TRANSACTION
    ADD 1 TO WS-TRANS-WRITTEN
    ADD WS-CYCLE-OWED TO WS-TOTAL-ON-DECK.

4000-WRITE-RUN-TOTALS.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Pay history entries examined:" TO CL-LABEL
    MOVE WS-ENTRIES-READ TO CL-COUNT
    MOVE WS-COUNT-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Cycles with no rate on RATEHIST:" TO CL-LABEL
    MOVE WS-NO-RATE-COUNT TO CL-COUNT
    MOVE WS-COUNT-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Cycles owed back pay:" TO CL-LABEL
    MOVE WS-CYCLES-OWED TO CL-COUNT
    MOVE WS-COUNT-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Cycles overpaid (not recovered):" TO CL-LABEL
    MOVE WS-CYCLES-OVERPAID TO CL-COUNT
    MOVE WS-COUNT-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Employees owed back pay:" TO CL-LABEL
    MOVE WS-EMPLOYEES-OWED TO CL-COUNT
    MOVE WS-COUNT-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Transactions on RETROTRN:" TO CL-LABEL
    MOVE WS-TRANS-WRITTEN TO CL-COUNT
    MOVE WS-COUNT-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Back pay on RETROTRN:" TO AM-LABEL
    MOVE WS-TOTAL-ON-DECK TO AM-AMOUNT
    MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    IF WS-TRANS-HELD > ZERO
        MOVE "Cycles held -- pay by hand:" TO CL-LABEL
        MOVE WS-TRANS-HELD TO CL-COUNT
        MOVE WS-COUNT-LINE TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        MOVE "Back pay held -- pay by hand:" TO AM-LABEL
        MOVE WS-TOTAL-HELD TO AM-AMOUNT
        MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE RETRO-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE RETRO-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO RETRO-REPORT-LINE
        WRITE RETRO-REPORT-LINE AFTER ADVANCING 1
        WRITE RETRO-REPORT-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO RETRO-REPORT-LINE
        WRITE RETRO-REPORT-LINE AFTER ADVANCING 1
    END-IF
    WRITE RETRO-REPORT-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "RETROPAY" TO RC-PROGRAM
    CALL "busdate" USING RC-RUN-DATE
    MOVE WS-CYCLES-OWED TO RC-RECORDS-IN
    MOVE WS-TRANS-WRITTEN TO RC-RECORDS-OUT
    MOVE WS-TRANS-HELD TO RC-REJECTS
    MOVE WS-TOTAL-ON-DECK TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.
