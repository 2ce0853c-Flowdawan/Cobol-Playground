*> new arithmetic. The DEDREG register shows every check
*> gross-to-net line by line, and the year's withholding and
*> deductions roll into YTDFILE for the annual summary.
*> Hours over the weekly threshold are overtime, paid at time and a
*> half without anyone keying an adjustment, and holiday or shift
*> premium hours keyed on the transaction are paid at the multiplier
*> the PREMRATE table carries for their code. The register shows
*> regular, overtime and premium hours and pay in their own columns,
*> the overtime earnings roll into YTDFILE, and the overtime is
*> charged to each employee's EM-OT-ACCOUNT on the LABORTRN deck so
*> the ledger carries overtime cost by department.
*> YTDFILE also keeps quarter-to-date gross, withholding and
*> deductions: the first check paid on a date in a new quarter
*> closes the employee's previous quarter into its history slot and
*> starts the new one. Every payment -- check or deposit advice --
*> goes on CHECKREG with the tax withheld from it, the pay-date
*> record qtrtax.cob builds the monthly deposit schedule from.
*> Vacation and sick hours keyed on the transaction are paid at the
*> straight rate and charged to the employee's LEAVEBAL balances; a
*> balance too small for the hours sends the transaction to PAYEXCP.
*> Every employee paid accrues each leave type's hours for the
*> cycle, once only: a cycle already on PAYCYCLE, or already stamped
*> on the balance record, accrues nothing on a rerun.
*> The rate paid is the one in force for the cycle: the RATEHIST
*> entry with the latest effective date on or before the cycle date,
*> so a raise keyed in empmaint.cob ahead of time starts on the right
*> cycle; an employee with no rate history is paid the keyed
*> PT-RATE. Every paid transaction is appended to PAYHIST with its
*> hours and rate, the record retropay.cob reprices when a raise is
*> entered back-dated, and the back-pay transactions retropay.cob
*> writes are paid here like any other, their amount added to gross.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TAXRATES ASSIGN TO "TAXRATES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TAXRATES-STATUS.
    SELECT PREMRATE ASSIGN TO "PREMRATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PREMRATE-STATUS.
    SELECT DEDFILE ASSIGN TO "DEDFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
    SELECT DEDREG ASSIGN TO "DEDREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEDREG-STATUS.
    SELECT LEAVEBAL ASSIGN TO "LEAVEBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LV-KEY
        FILE STATUS IS WS-LEAVEBAL-STATUS.
    SELECT CHECKCTL ASSIGN TO "CHECKCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHECKCTL-STATUS.
    SELECT ACHFILE ASSIGN TO "ACHFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACHFILE-STATUS.
    SELECT RATEHIST ASSIGN TO "RATEHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RH-KEY
        FILE STATUS IS WS-RATEHIST-STATUS.
    SELECT PAYHIST ASSIGN TO "PAYHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYHIST-STATUS.
    SELECT PAYCYCLE ASSIGN TO "PAYCYCLE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYCYCLE-STATUS.
FD YTDFILE.
COPY ytdrec.
FD PAYREJ.
01 PAY-REJECT-RECORD PIC X(90).
FD PAYEXCP.
01 PAY-EXCEPTION-RECORD PIC X(90).
FD PAYREG.
01 PAY-REPORT-LINE PIC X(132).
FD TAXRATES.
COPY taxrate.
FD PREMRATE.
COPY premrate.
FD DEDFILE.
COPY dedrec.
FD DEDREG.
01 DEDUCTION-REPORT-LINE PIC X(80).
FD LEAVEBAL.
COPY leavrec.
FD CHECKCTL.
01 CHECK-CONTROL-RECORD.
    02 CC-NEXT-CHECK-NO PIC 9(8).
    02 AC-DATE    PIC 9(8).
    02 AC-EMP-ID  PIC 9(5).
    02 AC-NAME    PIC X(20).
FD RATEHIST.
COPY ratehist.
FD PAYHIST.
COPY payhist.
FD PAYCYCLE.
*> One line per pay cycle already posted to YTDFILE; the guard
*> that keeps a restarted night from paying the same PAYTRANS deck
01 WS-YTDFILE-STATUS  PIC XX VALUE "00".
01 WS-PAYREG-STATUS   PIC XX VALUE "00".
01 WS-TAXRATES-STATUS PIC XX VALUE "00".
01 WS-PREMRATE-STATUS PIC XX VALUE "00".
01 WS-DEDFILE-STATUS  PIC XX VALUE "00".
01 WS-DEDREG-STATUS   PIC XX VALUE "00".
01 WS-LEAVEBAL-STATUS PIC XX VALUE "00".
01 WS-CHECKCTL-STATUS PIC XX VALUE "00".
01 WS-CHECKREG-STATUS PIC XX VALUE "00".
01 WS-BANKPOS-STATUS  PIC XX VALUE "00".
01 WS-ACHFILE-STATUS  PIC XX VALUE "00".
01 WS-RATEHIST-STATUS PIC XX VALUE "00".
01 WS-PAYHIST-STATUS  PIC XX VALUE "00".
01 WS-PAYCYCLE-STATUS PIC XX VALUE "00".
01 WS-LABORTRN-STATUS PIC XX VALUE "00".
01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
01 WS-REJECT-LINE.
    02 RJ-REASON      PIC X(12).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 RJ-TRAN-IMAGE  PIC X(70).
*> One fat-fingered decimal point should not be discoverable only
*> after the checks are cut: anything over this many hours in one
*> week is presumed a keying error and goes to PAYEXCP instead.
01 WS-HOURS-CEILING   PIC 9(3)V99 VALUE 80.00.
*> Straight-time hours per week; PT-HOURS beyond this are overtime
*> at WS-OT-MULTIPLIER times the rate.
01 WS-OT-THRESHOLD    PIC 9(3)V99 VALUE 40.00.
01 WS-OT-MULTIPLIER   PIC 9V99 VALUE 1.50.
01 WS-REG-HOURS       PIC 9(3)V99 VALUE ZERO.
01 WS-OT-HOURS        PIC 9(3)V99 VALUE ZERO.
01 WS-REG-PAY         PIC S9(7)V99 VALUE ZERO.
*> Paid leave hours ride in the regular columns of the register;
*> WS-LEAVE-PAY is their share of WS-REG-PAY for DEDREG.
01 WS-LEAVE-HOURS     PIC 9(3)V99 VALUE ZERO.
01 WS-LEAVE-PAY       PIC S9(7)V99 VALUE ZERO.
01 WS-VAC-SHORT-FLAG  PIC X VALUE "N".
   88 WS-VAC-SHORT VALUE "Y".
01 WS-SICK-SHORT-FLAG PIC X VALUE "N".
   88 WS-SICK-SHORT VALUE "Y".
01 WS-LEAVE-TYPE-WORK PIC X VALUE SPACE.
01 WS-LEAVE-TAKEN     PIC 9(3)V99 VALUE ZERO.
01 WS-ACCRUAL-COUNT   PIC 9(5) VALUE ZERO.
01 WS-OT-PAY          PIC S9(7)V99 VALUE ZERO.
*> The rate this transaction is paid at -- RATEHIST's rate in force
*> for the cycle, or the keyed PT-RATE when there is no history.
*> No RATEHIST at all just means no rate has been keyed since the
*> history began.
01 WS-PAY-RATE        PIC 9(3)V99 VALUE ZERO.
01 WS-RATEHIST-FLAG   PIC X VALUE "N".
   88 WS-HAVE-RATEHIST VALUE "Y".
01 WS-RATE-EOF-FLAG   PIC X VALUE "N".
   88 WS-RATE-END-OF-FILE VALUE "Y".
01 WS-RETRO-PAY       PIC S9(7)V99 VALUE ZERO.
01 WS-TOTAL-RETRO-PAY PIC S9(9)V99 VALUE ZERO.
01 WS-HISTORY-COUNT   PIC 9(5) VALUE ZERO.
01 WS-PREM-PAY        PIC S9(7)V99 VALUE ZERO.
01 WS-TOTAL-REG-PAY   PIC S9(9)V99 VALUE ZERO.
01 WS-TOTAL-OT-PAY    PIC S9(9)V99 VALUE ZERO.
01 WS-TOTAL-PREM-PAY  PIC S9(9)V99 VALUE ZERO.
*> Premium multipliers from PREMRATE, loaded once at start of run.
*> No PREMRATE just means no premiums are in use; a transaction
*> keying premium hours under a code the table lacks is held on
*> PAYEXCP rather than paid at a guessed rate.
01 WS-PREM-COUNT      PIC 99 VALUE ZERO.
01 WS-PREM-IX         PIC 99 VALUE ZERO.
01 WS-PREM-TABLE.
    02 WS-PREM-ENTRY OCCURS 10.
        03 WS-PREM-CODE       PIC X.
        03 WS-PREM-MULTIPLIER PIC 9V99.
01 WS-PREM-FOUND-FLAG PIC X VALUE "N".
   88 WS-PREM-FOUND VALUE "Y".
01 WS-PREM-MULT-WORK  PIC 9V99 VALUE ZERO.
01 WS-TRAN-CLEAN-FLAG PIC X VALUE "N".
   88 WS-TRAN-IS-CLEAN VALUE "Y".
01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
01 WS-EXCEPTION-LINE.
    02 XC-REASON      PIC X(16).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 XC-TRAN-IMAGE  PIC X(70).
*> Signed: PT-ADJUSTMENT (PIC S9(4)) can push net pay below zero for
*> a garnishment/correction larger than gross pay, and an unsigned
*> receiver would silently drop that sign instead of reporting it.
01 WS-DEPOSITS-MADE    PIC 9(5) VALUE ZERO.
01 WS-CHECK-EDIT       PIC ZZZZZZZ9.
01 WS-RUN-DATE         PIC 9(8) VALUE ZERO.
01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    02 WS-RUN-YEAR     PIC 9(4).
    02 WS-RUN-MONTH    PIC 99.
    02 WS-RUN-DAY      PIC 99.
01 WS-CYCLE-ID         PIC 9(8) VALUE ZERO.
01 WS-CYCLE-DATE REDEFINES WS-CYCLE-ID.
    02 WS-CYCLE-YEAR   PIC 9(4).
    02 WS-CYCLE-MONTH  PIC 99.
    02 WS-CYCLE-DAY    PIC 99.
01 WS-CYCLE-QUARTER    PIC 9 VALUE ZERO.
01 WS-REGISTER-STATUS  PIC X VALUE SPACE.
01 WS-CYCLE-POSTED-FLAG PIC X VALUE "N".
   88 WS-CYCLE-POSTED VALUE "Y".
01 WS-OVERRIDE-ANSWER  PIC X VALUE "N".
   88 WS-DEPT-FULL-WARNED VALUE "Y".
01 WS-LABOR-RECS       PIC 9(3) VALUE ZERO.
01 WS-LABOR-TOTAL      PIC S9(11)V99 VALUE ZERO.
01 WS-LABOR-AMOUNT     PIC S9(7)V99 VALUE ZERO.
01 WS-DEDREG-HEADING   PIC X(40)
       VALUE "DEDUCTION REGISTER -- GROSS TO NET".
01 WS-DEDREG-EMP-LINE.
    02 DT-TAX       PIC -ZZZZZZZZ9.99.
    02 FILLER       PIC X(13) VALUE "  deductions ".
    02 DT-DEDUCT    PIC -ZZZZZZZZ9.99.
01 WS-PRINT-LINE       PIC X(132) VALUE SPACES.
COPY rptctl.
*> The register runs 132 wide to carry the earnings breakdown, past
*> the 80-column heading rptwrite keeps, so 8000-WRITE-REPORT-LINE
*> prints this heading itself.
01 WS-HEADING-1.
    02 FILLER PIC X(7) VALUE "Emp Id".
    02 FILLER PIC X(22) VALUE "Employee Name".
    02 FILLER PIC X(8) VALUE "  Rate".
    02 FILLER PIC X(7) VALUE "Reg Hrs".
    02 FILLER PIC X(11) VALUE "  Reg Pay".
    02 FILLER PIC X(7) VALUE " OT Hrs".
    02 FILLER PIC X(11) VALUE "   OT Pay".
    02 FILLER PIC X(9) VALUE "Prem Hrs".
    02 FILLER PIC X(11) VALUE " Prem Pay".
    02 FILLER PIC X(7) VALUE "  Adj".
    02 FILLER PIC X(12) VALUE "   PayCheck".
    02 FILLER PIC X(12) VALUE "    YTD Net".
    02 FILLER PIC X(8) VALUE "Check".
01 WS-DETAIL-LINE.
    02 DL-EMP-ID     PIC ZZZZ9      BLANK WHEN ZERO.
    02 FILLER        PIC X(2) VALUE SPACES.
    02 DL-EMP-NAME   PIC X(20).
    02 FILLER        PIC X(2) VALUE SPACES.
    02 DL-RATE       PIC ZZ9.99.
    02 FILLER        PIC X(2) VALUE SPACES.
    02 DL-REG-HOURS  PIC ZZ9.99.
    02 FILLER        PIC X(1) VALUE SPACE.
    02 DL-REG-PAY    PIC ZZZZZ9.99.
    02 FILLER        PIC X(2) VALUE SPACES.
    02 DL-OT-HOURS   PIC ZZ9.99.
    02 FILLER        PIC X(1) VALUE SPACE.
    02 DL-OT-PAY     PIC ZZZZZ9.99.
    02 FILLER        PIC X(2) VALUE SPACES.
    02 DL-PREM-CODE  PIC X.
    02 FILLER        PIC X(1) VALUE SPACE.
    02 DL-PREM-HOURS PIC ZZ9.99.
    02 FILLER        PIC X(1) VALUE SPACE.
    02 DL-PREM-PAY   PIC ZZZZZ9.99.
    02 FILLER        PIC X(2) VALUE SPACES.
    02 DL-ADJUSTMENT PIC -ZZZ9.
    02 FILLER        PIC X(2) VALUE SPACES.
    02 DL-PAYCHECK   PIC -ZZZZZZ9.99.
    02 FILLER        PIC X(1) VALUE SPACE.
    02 DL-YTD-NET    PIC -ZZZZZZ9.99.
    02 FILLER        PIC X(1) VALUE SPACE.
    02 DL-CHECK-NO   PIC X(8).
*> Earnings totals, each under its own pay column.
01 WS-EARNINGS-TOTAL-LINE.
    02 FILLER         PIC X(42) VALUE "Earnings totals:".
    02 TE-REG-PAY     PIC ZZZZZZZ9.99.
    02 FILLER         PIC X(7) VALUE SPACES.
    02 TE-OT-PAY      PIC ZZZZZZZ9.99.
    02 FILLER         PIC X(9) VALUE SPACES.
    02 TE-PREM-PAY    PIC ZZZZZZZ9.99.
    02 FILLER         PIC X(9) VALUE "   Retro:".
    02 TE-RETRO-PAY   PIC ZZZZZZZ9.99.
*> Printed under a back-pay transaction's detail line, naming the
*> cycle it makes good.
01 WS-RETRO-LINE.
    02 FILLER         PIC X(29) VALUE SPACES.
    02 FILLER         PIC X(21) VALUE "Retro pay for cycle ".
    02 RL-CYCLE-ID    PIC 9(8).
    02 FILLER         PIC X(9) VALUE " at rate ".
    02 RL-RATE        PIC ZZ9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 RL-RETRO-PAY   PIC ZZZZZ9.99.
01 WS-TOTAL-LINE.
    02 FILLER PIC X(14) VALUE "Grand Total:".
    02 FILLER PIC X(10) VALUE "Employees:".
    02 TL-EMPLOYEE-COUNT PIC ZZZZ9.
    02 FILLER PIC X(13) VALUE "  Exceptions:".
    02 TL-EXCEPTION-COUNT PIC ZZZZ9.
    02 FILLER PIC X(53) VALUE SPACES.
    02 TL-GRAND-TOTAL PIC -ZZZZZZ9.99.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0500-CHECK-PAY-CYCLE
        STOP RUN
    END-IF
    PERFORM 0300-LOAD-TAX-TABLE
    PERFORM 0350-LOAD-PREMIUM-TABLE
    *> No DEDFILE just means nobody has fixed deductions yet.
    OPEN INPUT DEDFILE
    IF WS-DEDFILE-STATUS = "00"
        SET WS-HAVE-DEDFILE TO TRUE
    END-IF
    PERFORM 0200-OPEN-YTDFILE
    PERFORM 0250-OPEN-LEAVEBAL
    OPEN INPUT RATEHIST
    IF WS-RATEHIST-STATUS = "00"
        SET WS-HAVE-RATEHIST TO TRUE
    END-IF
    OPEN EXTEND PAYHIST
    IF WS-PAYHIST-STATUS = "35"
        OPEN OUTPUT PAYHIST
    END-IF
    PERFORM 0400-OPEN-CHECK-FILES
    CALL "busdate" USING WS-RUN-DATE
    *> The pay date, not the cycle worked, puts the money in a tax
    *> quarter: it is the date on CHECKREG that qtrtax.cob deposits
    *> by, so liability and deposit land in the same quarter.
    COMPUTE WS-CYCLE-QUARTER = (WS-RUN-MONTH + 2) / 3
    OPEN OUTPUT PAYREJ
    OPEN OUTPUT PAYEXCP
    OPEN OUTPUT PAYREG
    CLOSE CHECKREG
    CLOSE BANKPOS
    CLOSE ACHFILE
    CLOSE LEAVEBAL
    IF WS-HAVE-RATEHIST
        CLOSE RATEHIST
    END-IF
    CLOSE PAYHIST
    PERFORM 9500-REWRITE-CHECK-CONTROL
    PERFORM 9600-RECORD-CYCLE-POSTED
    PERFORM 4800-WRITE-LABOR-DISTRIBUTION
    DISPLAY "Exceptions held:       " WS-EXCEPTION-COUNT
    DISPLAY "Checks issued:         " WS-CHECKS-ISSUED
    DISPLAY "Deposits made:         " WS-DEPOSITS-MADE
    DISPLAY "Leave balances accrued:" WS-ACCRUAL-COUNT
    DISPLAY "Pay history entries:   " WS-HISTORY-COUNT
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

        OPEN I-O YTDFILE
    END-IF.

0250-OPEN-LEAVEBAL.
    OPEN I-O LEAVEBAL
    IF WS-LEAVEBAL-STATUS = "35"
        OPEN OUTPUT LEAVEBAL
        CLOSE LEAVEBAL
        OPEN I-O LEAVEBAL
    END-IF.

*> No bracket table means no withholding could be computed and
*> every check would silently pay gross -- stop rather than guess,
*> the same rule as a missing EMPMAST.
        STOP RUN
    END-IF.

0350-LOAD-PREMIUM-TABLE.
    OPEN INPUT PREMRATE
    IF WS-PREMRATE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-PREMRATE-STATUS NOT = "00"
            OR WS-PREM-COUNT >= 10
        READ PREMRATE
            AT END MOVE "10" TO WS-PREMRATE-STATUS
            NOT AT END
                ADD 1 TO WS-PREM-COUNT
                MOVE FUNCTION UPPER-CASE(PR-CODE)
                    TO WS-PREM-CODE(WS-PREM-COUNT)
                MOVE PR-MULTIPLIER
                    TO WS-PREM-MULTIPLIER(WS-PREM-COUNT)
        END-READ
    END-PERFORM
    CLOSE PREMRATE.

1500-VALIDATE-EMPLOYEE.
    MOVE "N" TO WS-EMP-VALID-FLAG
    MOVE PT-EMP-ID TO EM-EMP-ID
1700-EDIT-TRANSACTION.
    MOVE "Y" TO WS-TRAN-CLEAN-FLAG
    MOVE SPACES TO XC-REASON
    PERFORM 1710-FIND-RATE-IN-FORCE
    PERFORM 1720-COMPUTE-EARNINGS
    PERFORM 1780-CHECK-LEAVE-BALANCES
    PERFORM 1750-COMPUTE-WITHHOLDING
    PERFORM 1760-GATHER-DEDUCTIONS
    COMPUTE PayCheck = WS-GROSS-PAY + PT-ADJUSTMENT
        - WS-TAX-AMOUNT - WS-FIXED-DEDUCTIONS
    EVALUATE TRUE
        WHEN PT-HOURS + PT-PREMIUM-HOURS + WS-LEAVE-HOURS
                > WS-HOURS-CEILING
            MOVE "HOURS OVER LIMIT" TO XC-REASON
        WHEN WS-PAY-RATE = ZERO
            MOVE "ZERO RATE" TO XC-REASON
        WHEN PT-PREMIUM-HOURS > ZERO AND NOT WS-PREM-FOUND
            MOVE "UNKNOWN PREMIUM" TO XC-REASON
        WHEN WS-VAC-SHORT
            MOVE "VACATION SHORT" TO XC-REASON
        WHEN WS-SICK-SHORT
            MOVE "SICK LEAVE SHORT" TO XC-REASON
        WHEN PayCheck < ZERO
            MOVE "NEGATIVE NET" TO XC-REASON
        WHEN FUNCTION ABS(PT-ADJUSTMENT) > WS-GROSS-PAY
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-CYCLE-MONTH < 1 OR WS-CYCLE-MONTH > 12
        DISPLAY "Pay cycle " WS-CYCLE-ID
            " is not a valid date, payroll run abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT PAYCYCLE
    IF WS-PAYCYCLE-STATUS = "00"
        PERFORM UNTIL WS-PAYCYCLE-STATUS NOT = "00"
        OPEN OUTPUT BANKPOS
    END-IF.

*> A back-pay transaction already carries the repriced rate; anything
*> else takes the last RATEHIST rate effective on or before the
*> cycle date, the keyed rate standing only when there is none.
1710-FIND-RATE-IN-FORCE.
    MOVE PT-RATE TO WS-PAY-RATE
    IF PT-RETRO-CYCLE NOT = ZERO OR NOT WS-HAVE-RATEHIST
        EXIT PARAGRAPH
    END-IF
    MOVE "N" TO WS-RATE-EOF-FLAG
    MOVE PT-EMP-ID TO RH-EMP-ID
    MOVE ZERO TO RH-EFFECTIVE-DATE
    START RATEHIST KEY IS NOT LESS THAN RH-KEY
        INVALID KEY SET WS-RATE-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL WS-RATE-END-OF-FILE
        READ RATEHIST NEXT RECORD
            AT END SET WS-RATE-END-OF-FILE TO TRUE
            NOT AT END
                IF RH-EMP-ID NOT = PT-EMP-ID
                        OR RH-EFFECTIVE-DATE > WS-CYCLE-ID
                    SET WS-RATE-END-OF-FILE TO TRUE
                ELSE
                    MOVE RH-RATE TO WS-PAY-RATE
                END-IF
        END-READ
    END-PERFORM.

*> Gross is built from three pieces: straight time up to the weekly
*> threshold, the hours past it at time and a half, and any keyed
*> premium hours at their PREMRATE multiplier. Each piece is rounded
*> on its own so the register's columns add across to the gross.
*> Paid vacation and sick hours are straight time that does not
*> count toward the overtime threshold; they are added to the
*> regular hours and pay after the threshold split. Back pay from
*> retropay.cob is a fourth piece, added to gross as it stands.
1720-COMPUTE-EARNINGS.
    IF PT-HOURS > WS-OT-THRESHOLD
        MOVE WS-OT-THRESHOLD TO WS-REG-HOURS
        COMPUTE WS-OT-HOURS = PT-HOURS - WS-OT-THRESHOLD
    ELSE
        MOVE PT-HOURS TO WS-REG-HOURS
        MOVE ZERO TO WS-OT-HOURS
    END-IF
    COMPUTE WS-REG-PAY ROUNDED = WS-REG-HOURS * WS-PAY-RATE
    COMPUTE WS-LEAVE-HOURS = PT-VACATION-HOURS + PT-SICK-HOURS
    COMPUTE WS-LEAVE-PAY ROUNDED = WS-LEAVE-HOURS * WS-PAY-RATE
    ADD WS-LEAVE-HOURS TO WS-REG-HOURS
    ADD WS-LEAVE-PAY TO WS-REG-PAY
    COMPUTE WS-OT-PAY ROUNDED =
        WS-OT-HOURS * WS-PAY-RATE * WS-OT-MULTIPLIER
    MOVE "N" TO WS-PREM-FOUND-FLAG
    MOVE ZERO TO WS-PREM-MULT-WORK
    MOVE ZERO TO WS-PREM-PAY
    IF PT-PREMIUM-HOURS > ZERO
        PERFORM VARYING WS-PREM-IX FROM 1 BY 1
                UNTIL WS-PREM-IX > WS-PREM-COUNT OR WS-PREM-FOUND
            IF WS-PREM-CODE(WS-PREM-IX)
                    = FUNCTION UPPER-CASE(PT-PREMIUM-CODE)
                SET WS-PREM-FOUND TO TRUE
                MOVE WS-PREM-MULTIPLIER(WS-PREM-IX)
                    TO WS-PREM-MULT-WORK
            END-IF
        END-PERFORM
        COMPUTE WS-PREM-PAY ROUNDED =
            PT-PREMIUM-HOURS * WS-PAY-RATE * WS-PREM-MULT-WORK
    END-IF
    IF PT-RETRO-CYCLE NOT = ZERO
        MOVE PT-RETRO-PAY TO WS-RETRO-PAY
    ELSE
        MOVE ZERO TO WS-RETRO-PAY
    END-IF
    COMPUTE WS-GROSS-PAY = WS-REG-PAY + WS-OT-PAY + WS-PREM-PAY
        + WS-RETRO-PAY.

*> Hours taken must be covered by the balance on file before this
*> cycle's accrual; no balance record at all covers nothing.
1780-CHECK-LEAVE-BALANCES.
    MOVE "N" TO WS-VAC-SHORT-FLAG
    MOVE "N" TO WS-SICK-SHORT-FLAG
    IF PT-VACATION-HOURS > ZERO
        MOVE PT-EMP-ID TO LV-EMP-ID
        MOVE "V" TO LV-TYPE
        READ LEAVEBAL
            INVALID KEY SET WS-VAC-SHORT TO TRUE
            NOT INVALID KEY
                IF LV-BALANCE < PT-VACATION-HOURS
                    SET WS-VAC-SHORT TO TRUE
                END-IF
        END-READ
    END-IF
    IF PT-SICK-HOURS > ZERO
        MOVE PT-EMP-ID TO LV-EMP-ID
        MOVE "S" TO LV-TYPE
        READ LEAVEBAL
            INVALID KEY SET WS-SICK-SHORT TO TRUE
            NOT INVALID KEY
                IF LV-BALANCE < PT-SICK-HOURS
                    SET WS-SICK-SHORT TO TRUE
                END-IF
        END-READ
    END-IF.

*> Marginal brackets: each slice of gross between the previous
*> limit and this one is taxed at this bracket's rate.
1750-COMPUTE-WITHHOLDING.
        MOVE WS-TAX-LIMIT(WS-TAX-IX) TO WS-PRIOR-LIMIT
    END-PERFORM.

*> Back pay for an old cycle is paid on top of that cycle's own
*> check, which already took the fixed deductions.
1760-GATHER-DEDUCTIONS.
    MOVE ZERO TO WS-FIXED-DEDUCTIONS
    MOVE ZERO TO WS-DED-COUNT
    IF WS-HAVE-DEDFILE AND PT-RETRO-CYCLE = ZERO
        MOVE "N" TO WS-DED-EOF-FLAG
        MOVE PT-EMP-ID TO DED-EMP-ID
        MOVE LOW-VALUES TO DED-CODE
    *> 1700-EDIT-TRANSACTION.
    ADD PayCheck TO WS-GRAND-TOTAL
    ADD WS-GROSS-PAY TO WS-TOTAL-GROSS
    ADD WS-REG-PAY TO WS-TOTAL-REG-PAY
    ADD WS-OT-PAY TO WS-TOTAL-OT-PAY
    ADD WS-PREM-PAY TO WS-TOTAL-PREM-PAY
    ADD WS-RETRO-PAY TO WS-TOTAL-RETRO-PAY
    ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX
    ADD WS-FIXED-DEDUCTIONS TO WS-TOTAL-DEDUCTIONS
    ADD 1 TO WS-EMPLOYEE-COUNT
    PERFORM 2500-UPDATE-YTD
    MOVE "V" TO WS-LEAVE-TYPE-WORK
    MOVE PT-VACATION-HOURS TO WS-LEAVE-TAKEN
    PERFORM 2600-POST-LEAVE
    MOVE "S" TO WS-LEAVE-TYPE-WORK
    MOVE PT-SICK-HOURS TO WS-LEAVE-TAKEN
    PERFORM 2600-POST-LEAVE
    PERFORM 2650-WRITE-PAY-HISTORY
    PERFORM 2900-ACCUMULATE-LABOR
    IF EM-DIRECT-DEPOSIT
        PERFORM 2800-MAKE-DEPOSIT

*> Roll this check into the employee's YTDFILE record: first check
*> of the year starts the record, later cycles accumulate onto it.
*> The quarter-to-date figures roll the same way once any quarter
*> change has closed the previous quarter off.
2500-UPDATE-YTD.
    MOVE PT-EMP-ID TO YTD-EMP-ID
    READ YTDFILE
        INVALID KEY
            INITIALIZE YTD-RECORD
            MOVE PT-EMP-ID TO YTD-EMP-ID
            MOVE WS-GROSS-PAY TO YTD-GROSS
            MOVE PT-ADJUSTMENT TO YTD-ADJUSTMENTS
            MOVE 1 TO YTD-CHECK-COUNT
            MOVE WS-TAX-AMOUNT TO YTD-WITHHOLDING
            MOVE WS-FIXED-DEDUCTIONS TO YTD-DEDUCTIONS
            MOVE WS-OT-PAY TO YTD-OVERTIME
            MOVE WS-CYCLE-QUARTER TO YTD-QTD-QUARTER
            MOVE WS-GROSS-PAY TO YTD-QTD-GROSS
            MOVE WS-TAX-AMOUNT TO YTD-QTD-WITHHOLDING
            MOVE WS-FIXED-DEDUCTIONS TO YTD-QTD-DEDUCTIONS
            WRITE YTD-RECORD
        NOT INVALID KEY
            IF YTD-QTD-QUARTER NOT = WS-CYCLE-QUARTER
                PERFORM 2550-CLOSE-QUARTER
            END-IF
            ADD WS-GROSS-PAY TO YTD-GROSS
            ADD PT-ADJUSTMENT TO YTD-ADJUSTMENTS
            ADD 1 TO YTD-CHECK-COUNT
            ADD WS-TAX-AMOUNT TO YTD-WITHHOLDING
            ADD WS-FIXED-DEDUCTIONS TO YTD-DEDUCTIONS
            ADD WS-OT-PAY TO YTD-OVERTIME
            ADD WS-GROSS-PAY TO YTD-QTD-GROSS
            ADD WS-TAX-AMOUNT TO YTD-QTD-WITHHOLDING
            ADD WS-FIXED-DEDUCTIONS TO YTD-QTD-DEDUCTIONS
            REWRITE YTD-RECORD
    END-READ
    COMPUTE WS-YTD-NET = YTD-GROSS + YTD-ADJUSTMENTS
        - YTD-WITHHOLDING - YTD-DEDUCTIONS.

*> The employee's last quarter is over: its figures move into that
*> quarter's history slot (added, so a quarter reopened by a late
*> back-dated pay date is never overwritten) and the new quarter
*> starts from zero, or from its own history if it was closed
*> before.
2550-CLOSE-QUARTER.
    IF YTD-QTD-QUARTER >= 1 AND YTD-QTD-QUARTER <= 4
        ADD YTD-QTD-GROSS TO YTD-QH-GROSS(YTD-QTD-QUARTER)
        ADD YTD-QTD-WITHHOLDING
            TO YTD-QH-WITHHOLDING(YTD-QTD-QUARTER)
        ADD YTD-QTD-DEDUCTIONS TO YTD-QH-DEDUCTIONS(YTD-QTD-QUARTER)
    END-IF
    MOVE WS-CYCLE-QUARTER TO YTD-QTD-QUARTER
    *> A back-dated pay date in a quarter already closed picks its
    *> history back up as the running quarter-to-date.
    MOVE YTD-QH-GROSS(WS-CYCLE-QUARTER) TO YTD-QTD-GROSS
    MOVE YTD-QH-WITHHOLDING(WS-CYCLE-QUARTER) TO YTD-QTD-WITHHOLDING
    MOVE YTD-QH-DEDUCTIONS(WS-CYCLE-QUARTER) TO YTD-QTD-DEDUCTIONS
    MOVE ZERO TO YTD-QH-GROSS(WS-CYCLE-QUARTER)
    MOVE ZERO TO YTD-QH-WITHHOLDING(WS-CYCLE-QUARTER)
    MOVE ZERO TO YTD-QH-DEDUCTIONS(WS-CYCLE-QUARTER).

*> One leave type for the employee in hand: the cycle's accrual,
*> unless this cycle has already been accrued, then the hours taken.
*> Back pay for an old cycle is not a cycle worked and accrues none.
*> An employee with no record for the type neither accrues nor (by
*> the edit in 1780) takes any.
2600-POST-LEAVE.
    MOVE PT-EMP-ID TO LV-EMP-ID
    MOVE WS-LEAVE-TYPE-WORK TO LV-TYPE
    READ LEAVEBAL
        INVALID KEY EXIT PARAGRAPH
    END-READ
    IF NOT WS-CYCLE-POSTED AND PT-RETRO-CYCLE = ZERO
            AND LV-LAST-ACCRUAL-CYCLE NOT = WS-CYCLE-ID
        ADD LV-ACCRUAL-RATE TO LV-BALANCE
        ADD LV-ACCRUAL-RATE TO LV-ACCRUED-YTD
        MOVE WS-CYCLE-ID TO LV-LAST-ACCRUAL-CYCLE
        ADD 1 TO WS-ACCRUAL-COUNT
    END-IF
    SUBTRACT WS-LEAVE-TAKEN FROM LV-BALANCE
    ADD WS-LEAVE-TAKEN TO LV-TAKEN-YTD
    REWRITE LEAVE-BALANCE-RECORD
        INVALID KEY
            DISPLAY "Leave update failed for " LV-EMP-ID " " LV-TYPE
    END-REWRITE.

*> The paid transaction as retropay.cob will need it: a cycle's own
*> pay under this cycle, back pay under the cycle it makes good.
2650-WRITE-PAY-HISTORY.
    INITIALIZE PAY-HISTORY-RECORD
    MOVE PT-EMP-ID TO PH-EMP-ID
    MOVE WS-CYCLE-ID TO PH-PAID-CYCLE
    MOVE WS-PAY-RATE TO PH-RATE
    IF PT-RETRO-CYCLE NOT = ZERO
        MOVE PT-RETRO-CYCLE TO PH-CYCLE-ID
        SET PH-RETRO-PAY TO TRUE
    ELSE
        MOVE WS-CYCLE-ID TO PH-CYCLE-ID
        SET PH-REGULAR-PAY TO TRUE
        MOVE WS-REG-HOURS TO PH-STRAIGHT-HOURS
        MOVE WS-OT-HOURS TO PH-OT-HOURS
        MOVE WS-OT-MULTIPLIER TO PH-OT-MULTIPLIER
        MOVE PT-PREMIUM-HOURS TO PH-PREMIUM-HOURS
        MOVE WS-PREM-MULT-WORK TO PH-PREMIUM-MULTIPLIER
    END-IF
    MOVE WS-GROSS-PAY TO PH-GROSS-PAY
    WRITE PAY-HISTORY-RECORD
    ADD 1 TO WS-HISTORY-COUNT.

*> Number the check off the CHECKCTL counter, file it on the
*> cumulative CHECKREG register and hand the bank its positive-pay
*> line. A number already on the register (a stale control after a
*> restore) is skipped, never reused.
2700-ISSUE-CHECK.
    MOVE "I" TO WS-REGISTER-STATUS
    PERFORM 2750-FILE-ON-REGISTER
    ADD 1 TO WS-CHECKS-ISSUED
    MOVE "I" TO BP-CODE
    MOVE WS-THIS-CHECK-NO TO BP-CHECK-NO
    MOVE WS-RUN-DATE TO BP-DATE
    MOVE PayCheck TO BP-AMOUNT
    MOVE EM-NAME TO BP-PAYEE
    WRITE BANK-POSITIVE-RECORD
    MOVE WS-THIS-CHECK-NO TO WS-CHECK-EDIT
    MOVE WS-CHECK-EDIT TO DL-CHECK-NO.

*> Check or deposit advice, WS-REGISTER-STATUS says which; either
*> way the entry carries the pay date and the tax withheld.
2750-FILE-ON-REGISTER.
    MOVE "N" TO WS-CHECK-WRITTEN-FLAG
    PERFORM UNTIL WS-CHECK-WRITTEN
        MOVE WS-NEXT-CHECK-NO TO CK-CHECK-NO
        MOVE EM-NAME TO CK-PAYEE
        MOVE WS-RUN-DATE TO CK-DATE
        MOVE PayCheck TO CK-AMOUNT
        MOVE WS-REGISTER-STATUS TO CK-STATUS
        MOVE "P" TO CK-SOURCE
        MOVE ZERO TO CK-CLEARED-DATE
        MOVE WS-TAX-AMOUNT TO CK-TAX-WITHHELD
        WRITE CHECK-REGISTER-RECORD
            INVALID KEY
                DISPLAY "Check " WS-NEXT-CHECK-NO
        END-WRITE
    END-PERFORM
    MOVE WS-NEXT-CHECK-NO TO WS-THIS-CHECK-NO
    ADD 1 TO WS-NEXT-CHECK-NO.

*> Straight time, premiums and back pay go to the department
*> account, the overtime to the department's overtime account,
*> each through the same table so an account shared by several
*> employees still writes one LABORTRN line.
2900-ACCUMULATE-LABOR.
    IF WS-DEPT-COUNT = ZERO
        MOVE 1 TO WS-DEPT-COUNT
    ELSE
        MOVE EM-DEPT-ACCOUNT TO WS-DEPT-WORK
    END-IF
    COMPUTE WS-LABOR-AMOUNT = WS-GROSS-PAY - WS-OT-PAY
    PERFORM 2950-DISTRIBUTE-TO-ACCOUNT
    IF WS-OT-PAY NOT = ZERO
        IF EM-OT-ACCOUNT = SPACES
            MOVE "99999" TO WS-DEPT-WORK
        ELSE
            MOVE EM-OT-ACCOUNT TO WS-DEPT-WORK
        END-IF
        MOVE WS-OT-PAY TO WS-LABOR-AMOUNT
        PERFORM 2950-DISTRIBUTE-TO-ACCOUNT
    END-IF
    ADD WS-GROSS-PAY TO WS-LABOR-TOTAL.

2950-DISTRIBUTE-TO-ACCOUNT.
    MOVE ZERO TO WS-DEPT-FOUND
    PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
            UNTIL WS-DEPT-IX > WS-DEPT-COUNT
            END-IF
        END-IF
    END-IF
    ADD WS-LABOR-AMOUNT TO WS-DEPT-GROSS(WS-DEPT-FOUND).

*> A flagged employee gets an ACH detail line instead of a check,
*> and the register's check column reads DEPOSIT as the advice
*> marker. The advice still takes a number off CHECKCTL and goes on
*> CHECKREG as a D entry, never on positive pay -- the bank will
*> not see a paper item for it.
2800-MAKE-DEPOSIT.
    ADD 1 TO WS-DEPOSITS-MADE
    MOVE "D" TO WS-REGISTER-STATUS
    PERFORM 2750-FILE-ON-REGISTER
    MOVE EM-BANK-ROUTING TO AC-ROUTING
    MOVE EM-BANK-ACCOUNT TO AC-ACCOUNT
    MOVE PayCheck TO AC-AMOUNT
    *> The master's name, not the keyed PT-EMP-NAME -- the register
    *> should show who is actually being paid.
    MOVE EM-NAME TO DL-EMP-NAME
    MOVE WS-PAY-RATE TO DL-RATE
    MOVE WS-REG-HOURS TO DL-REG-HOURS
    MOVE WS-REG-PAY TO DL-REG-PAY
    MOVE WS-OT-HOURS TO DL-OT-HOURS
    MOVE WS-OT-PAY TO DL-OT-PAY
    IF PT-PREMIUM-HOURS > ZERO
        MOVE FUNCTION UPPER-CASE(PT-PREMIUM-CODE) TO DL-PREM-CODE
    ELSE
        MOVE SPACE TO DL-PREM-CODE
    END-IF
    MOVE PT-PREMIUM-HOURS TO DL-PREM-HOURS
    MOVE WS-PREM-PAY TO DL-PREM-PAY
    MOVE PT-ADJUSTMENT TO DL-ADJUSTMENT
    MOVE PayCheck TO DL-PAYCHECK
    MOVE WS-YTD-NET TO DL-YTD-NET
    *> DL-CHECK-NO was set by the check or deposit paragraph.
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    IF WS-RETRO-PAY NOT = ZERO
        MOVE PT-RETRO-CYCLE TO RL-CYCLE-ID
        MOVE WS-PAY-RATE TO RL-RATE
        MOVE WS-RETRO-PAY TO RL-RETRO-PAY
        MOVE WS-RETRO-LINE TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

*> One DEDREG section per paid check: gross, the tax, every fixed
*> deduction by name, the keyed adjustment, then the net -- the
    MOVE PT-EMP-ID TO DG-EMP-ID
    MOVE EM-NAME TO DG-EMP-NAME
    WRITE DEDUCTION-REPORT-LINE FROM WS-DEDREG-EMP-LINE
    IF WS-OT-PAY NOT = ZERO OR WS-PREM-PAY NOT = ZERO
            OR WS-LEAVE-PAY NOT = ZERO OR WS-RETRO-PAY NOT = ZERO
        MOVE "Regular pay" TO DG-ITEM-DESC
        COMPUTE DG-ITEM-AMT = WS-REG-PAY - WS-LEAVE-PAY
        WRITE DEDUCTION-REPORT-LINE FROM WS-DEDREG-ITEM-LINE
        IF WS-LEAVE-PAY NOT = ZERO
            MOVE "Leave pay" TO DG-ITEM-DESC
            MOVE WS-LEAVE-PAY TO DG-ITEM-AMT
            WRITE DEDUCTION-REPORT-LINE FROM WS-DEDREG-ITEM-LINE
        END-IF
        IF WS-OT-PAY NOT = ZERO
            MOVE "Overtime pay" TO DG-ITEM-DESC
            MOVE WS-OT-PAY TO DG-ITEM-AMT
            WRITE DEDUCTION-REPORT-LINE FROM WS-DEDREG-ITEM-LINE
        END-IF
        IF WS-PREM-PAY NOT = ZERO
            MOVE "Premium pay" TO DG-ITEM-DESC
            MOVE WS-PREM-PAY TO DG-ITEM-AMT
            WRITE DEDUCTION-REPORT-LINE FROM WS-DEDREG-ITEM-LINE
        END-IF
        IF WS-RETRO-PAY NOT = ZERO
            MOVE "Retro pay" TO DG-ITEM-DESC
            MOVE WS-RETRO-PAY TO DG-ITEM-AMT
            WRITE DEDUCTION-REPORT-LINE FROM WS-DEDREG-ITEM-LINE
        END-IF
    END-IF
    MOVE "Gross pay" TO DG-ITEM-DESC
    MOVE WS-GROSS-PAY TO DG-ITEM-AMT
    WRITE DEDUCTION-REPORT-LINE FROM WS-DEDREG-ITEM-LINE
4000-WRITE-TOTAL-LINE.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-TOTAL-REG-PAY TO TE-REG-PAY
    MOVE WS-TOTAL-OT-PAY TO TE-OT-PAY
    MOVE WS-TOTAL-PREM-PAY TO TE-PREM-PAY
    MOVE WS-TOTAL-RETRO-PAY TO TE-RETRO-PAY
    MOVE WS-EARNINGS-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-GRAND-TOTAL TO TL-GRAND-TOTAL
    MOVE WS-EMPLOYEE-COUNT TO TL-EMPLOYEE-COUNT
    MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT
*> records carry the money proof: PAYGROSS hashes the register's
*> gross total and PAYLABOR hashes the deck handed to the ledger,
*> and runbal.cob prints both side by side and stops the stream if
*> they disagree. Overtime rides the same deck on the overtime
*> accounts, so PAYLABOR still foots to PAYGROSS.
4800-WRITE-LABOR-DISTRIBUTION.
    OPEN OUTPUT LABORTRN
    PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
        *> actually landed on it.
        IF WS-DEPT-GROSS(WS-DEPT-IX) NOT = ZERO
            ADD 1 TO WS-LABOR-RECS
            MOVE SPACES TO LABOR-TRAN-RECORD
            MOVE WS-DEPT-GROSS(WS-DEPT-IX)
                TO AT-AMOUNT OF LABOR-TRAN-RECORD
            MOVE WS-DEPT-ACCOUNT(WS-DEPT-IX)
        END-IF
        MOVE SPACES TO PAY-REPORT-LINE
        WRITE PAY-REPORT-LINE AFTER ADVANCING 1
        WRITE PAY-REPORT-LINE FROM WS-HEADING-1
            AFTER ADVANCING 1
        MOVE SPACES TO PAY-REPORT-LINE
        WRITE PAY-REPORT-LINE AFTER ADVANCING 1
