       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. finstmt.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Financial statements off the ledger, so nobody has to build them
*> by hand from the trialbal.cob listing. Every CHARTMAST account is
*> placed by its CH-TYPE:
*>   - the income statement lists revenue and expense accounts with
*>     their activity for the period, the year to date and the same
*>     period last year, the percent change on last year, and revenue
*>     less expense as the net income;
*>   - the balance sheet lists asset, liability and equity accounts
*>     with their balance at the end of the period and a year before,
*>     and proves assets = liabilities + equity + current net income,
*>     the income being the revenue and expense balances not yet
*>     closed into equity.
*> Credit-side types (revenue, liabilities, equity) print as positive
*> figures. The operator names the period the way trialbal.cob takes
*> it: zero reports the open period off the live ACCTMAST figures
*> (the month after the last PERDCTL close), a YYYYMM reprints a
*> closed month off the ACTHIST history perdclse.cob wrote. Year to
*> date and last year always come from ACTHIST. A balance sheet whose
*> sides do not agree -- an account off the chart, a half-posted
*> ledger -- is not printed at all: the difference is reported in its
*> place and the step ends with condition code 8.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCTMAST ASSIGN TO "ACCTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AB-ACCOUNT
        FILE STATUS IS WS-ACCTMAST-STATUS.
    SELECT CHARTMAST ASSIGN TO "CHARTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CH-ACCOUNT
        FILE STATUS IS WS-CHARTMAST-STATUS.
    SELECT ACTHIST ASSIGN TO "ACTHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AH-KEY
        FILE STATUS IS WS-ACTHIST-STATUS.
    SELECT PERDCTL ASSIGN TO "PERDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERDCTL-STATUS.
    SELECT SORTWORK ASSIGN TO "SORTWORK".
    SELECT FINSTMT ASSIGN TO "FINSTMT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FINSTMT-STATUS.
DATA DIVISION.
FILE SECTION.
FD ACCTMAST.
COPY acctrec.
FD CHARTMAST.
COPY chartrec.
FD ACTHIST.
COPY acthist.
FD PERDCTL.
COPY perdctl.
SD SORTWORK.
01 SORT-RECORD.
    02 SR-TYPE-ORDER   PIC 9.
    02 SR-ACCOUNT      PIC X(5).
    02 SR-TYPE         PIC X.
    02 SR-DESC         PIC X(25).
    02 SR-CUR-ACTIVITY PIC S9(9)V99.
    02 SR-YTD-ACTIVITY PIC S9(11)V99.
    02 SR-LY-ACTIVITY  PIC S9(9)V99.
    02 SR-CUR-BALANCE  PIC S9(9)V99.
    02 SR-LY-BALANCE   PIC S9(9)V99.
FD FINSTMT.
01 FIN-REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
01 WS-ACCTMAST-STATUS  PIC XX VALUE "00".
01 WS-CHARTMAST-STATUS PIC XX VALUE "00".
01 WS-ACTHIST-STATUS   PIC XX VALUE "00".
01 WS-PERDCTL-STATUS   PIC XX VALUE "00".
01 WS-FINSTMT-STATUS   PIC XX VALUE "00".
01 WS-EOF-FLAG          PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-HIST-EOF-FLAG     PIC X VALUE "N".
   88 WS-HIST-END-OF-FILE VALUE "Y".
01 WS-HAVE-ACTHIST-FLAG PIC X VALUE "N".
   88 WS-HAVE-ACTHIST VALUE "Y".
01 WS-PERIOD-CLOSED-FLAG PIC X VALUE "N".
   88 WS-PERIOD-IS-CLOSED VALUE "Y".
01 WS-REPORT-PERIOD    PIC 9(6) VALUE ZERO.
   88 WS-LIVE-BALANCES VALUE ZERO.
*> The period the statements are for: the one named, or the open
*> period when reporting live balances.
01 WS-STMT-PERIOD      PIC 9(6) VALUE ZERO.
01 WS-STMT-PERIOD-PARTS REDEFINES WS-STMT-PERIOD.
    02 WS-STMT-YEAR    PIC 9(4).
    02 WS-STMT-MONTH   PIC 99.
01 WS-LAST-CLOSED      PIC 9(6) VALUE ZERO.
01 WS-LAST-CLOSED-PARTS REDEFINES WS-LAST-CLOSED.
    02 WS-LAST-CLOSED-YEAR  PIC 9(4).
    02 WS-LAST-CLOSED-MONTH PIC 99.
01 WS-LY-PERIOD        PIC 9(6) VALUE ZERO.
01 WS-YEAR-START       PIC 9(6) VALUE ZERO.
*> Closed months of this year that count toward year to date: up to
*> the period itself when it is closed, up to the month before when
*> the live activity is the period.
01 WS-YTD-HIST-LIMIT   PIC 9(6) VALUE ZERO.
01 WS-RUN-DATE         PIC 9(8) VALUE ZERO.
01 WS-ACCOUNT-COUNT    PIC 9(5) VALUE ZERO.
01 WS-UNCHARTED-COUNT  PIC 9(5) VALUE ZERO.
01 WS-UNCHARTED-BALANCE PIC S9(11)V99 VALUE ZERO.
*> Every balance on the ledger, signed; zero when the books balance.
01 WS-PROOF-TOTAL      PIC S9(11)V99 VALUE ZERO.
01 WS-REL-BALANCE      PIC S9(9)V99 VALUE ZERO.
01 WS-PREV-TYPE-ORDER  PIC 9 VALUE ZERO.
01 WS-HAVE-TYPE-FLAG   PIC X VALUE "N".
   88 WS-HAVE-TYPE VALUE "Y".
01 WS-STAGE-FLAG       PIC X VALUE "I".
   88 WS-IN-INCOME-STATEMENT VALUE "I".
   88 WS-IN-BALANCE-SHEET    VALUE "B".
01 WS-BS-REFUSED-FLAG  PIC X VALUE "N".
   88 WS-BS-REFUSED VALUE "Y".
*> Credit-side types print as positive figures.
01 WS-SIGN             PIC S9 VALUE +1.
01 WS-SHOW-CUR         PIC S9(11)V99 VALUE ZERO.
01 WS-SHOW-YTD         PIC S9(11)V99 VALUE ZERO.
01 WS-SHOW-LY          PIC S9(11)V99 VALUE ZERO.
*> Totals by type order, as printed: 1 revenue, 2 expense, 3 assets,
*> 4 liabilities, 5 equity.
01 WS-TYPE-IX          PIC 9 VALUE ZERO.
01 WS-TYPE-TOTALS.
    02 WS-TYPE-ENTRY OCCURS 5.
        03 WS-TT-CUR   PIC S9(11)V99.
        03 WS-TT-YTD   PIC S9(11)V99.
        03 WS-TT-LY    PIC S9(11)V99.
*> Revenue and expense balances not yet closed into equity, as the
*> balance sheet's current net income (credit shown positive).
01 WS-NI-BALANCE-CUR   PIC S9(11)V99 VALUE ZERO.
01 WS-NI-BALANCE-LY    PIC S9(11)V99 VALUE ZERO.
01 WS-PCT-CUR          PIC S9(11)V99 VALUE ZERO.
01 WS-PCT-BASE         PIC S9(11)V99 VALUE ZERO.
01 WS-PCT-VALUE        PIC S9(7) VALUE ZERO.
01 WS-PCT-EDIT         PIC -ZZZ9.
01 WS-PCT-TEXT         PIC X(6) VALUE SPACES.
01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-SECTION-LINE.
    02 FILLER         PIC X(4) VALUE "*** ".
    02 SL-TEXT        PIC X(60).
01 WS-PERIOD-LINE.
    02 PL-TEXT        PIC X(30).
    02 PL-PERIOD      PIC 9(6).
    02 PL-NOTE        PIC X(40).
01 WS-IS-HEADING.
    02 FILLER PIC X(29) VALUE "Acct  Description".
    02 FILLER PIC X(15) VALUE "        Current".
    02 FILLER PIC X(15) VALUE "   Year to Date".
    02 FILLER PIC X(15) VALUE " Same Per. L/Y".
    02 FILLER PIC X(6)  VALUE " % Chg".
01 WS-BS-HEADING.
    02 FILLER PIC X(29) VALUE "Acct  Description".
    02 FILLER PIC X(15) VALUE "     Period End".
    02 FILLER PIC X(15) VALUE "  Year Earlier".
    02 FILLER PIC X(6)  VALUE " % Chg".
01 WS-IS-LINE.
    02 IL-ACCOUNT     PIC X(5).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 IL-DESC        PIC X(22).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 IL-CUR         PIC -ZZZ,ZZZ,ZZ9.99.
    02 IL-YTD         PIC -ZZZ,ZZZ,ZZ9.99.
    02 IL-LY          PIC -ZZZ,ZZZ,ZZ9.99.
    02 IL-PCT         PIC X(6).
01 WS-BS-LINE.
    02 BL-ACCOUNT     PIC X(5).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 BL-DESC        PIC X(22).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 BL-CUR         PIC -ZZZ,ZZZ,ZZ9.99.
    02 BL-LY          PIC -ZZZ,ZZZ,ZZ9.99.
    02 BL-PCT         PIC X(6).
01 WS-TYPE-HEADING.
    02 TH-TYPE-NAME   PIC X(22).
01 WS-REFUSAL-LINE.
    02 FILLER         PIC X(44) VALUE
           "BALANCE SHEET NOT PRINTED -- out of balance ".
    02 FILLER         PIC X(3) VALUE "by ".
    02 RF-DIFFERENCE  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-UNCHARTED-LINE.
    02 FILLER         PIC X(26) VALUE "Accounts not on CHARTMAST:".
    02 UL-COUNT       PIC ZZZZ9.
    02 FILLER         PIC X(12) VALUE "   balance".
    02 UL-BALANCE     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    DISPLAY "Period (YYYYMM, 0 for current): " WITH NO ADVANCING
    ACCEPT WS-REPORT-PERIOD
    PERFORM 0200-LOAD-CLOSED-PERIODS
    PERFORM 0300-SET-PERIODS
    SORT SORTWORK
        ON ASCENDING KEY SR-TYPE-ORDER SR-ACCOUNT
        INPUT PROCEDURE IS 1000-BUILD-SORT-FILE
        OUTPUT PROCEDURE IS 2000-PRINT-STATEMENTS
    DISPLAY "Accounts reported: " WS-ACCOUNT-COUNT
    IF WS-BS-REFUSED
        DISPLAY "Ledger OUT OF BALANCE -- balance sheet not printed,"
            " see FINSTMT"
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

*> The last close fixes which month is open; a named period has to
*> be one of the closed ones, or there is no history to report.
0200-LOAD-CLOSED-PERIODS.
    OPEN INPUT PERDCTL
    IF WS-PERDCTL-STATUS = "00"
        PERFORM UNTIL WS-PERDCTL-STATUS NOT = "00"
            READ PERDCTL
                AT END MOVE "10" TO WS-PERDCTL-STATUS
                NOT AT END
                    IF PC-CLOSED
                        IF PC-PERIOD > WS-LAST-CLOSED
                            MOVE PC-PERIOD TO WS-LAST-CLOSED
                        END-IF
                        IF PC-PERIOD = WS-REPORT-PERIOD
                            SET WS-PERIOD-IS-CLOSED TO TRUE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PERDCTL
    END-IF
    IF NOT WS-LIVE-BALANCES AND NOT WS-PERIOD-IS-CLOSED
        DISPLAY "Period " WS-REPORT-PERIOD
            " has not been closed, statements abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

0300-SET-PERIODS.
    IF WS-LIVE-BALANCES
        IF WS-LAST-CLOSED = ZERO
            CALL "busdate" USING WS-RUN-DATE
            MOVE WS-RUN-DATE(1:6) TO WS-STMT-PERIOD
        ELSE
            IF WS-LAST-CLOSED-MONTH = 12
                COMPUTE WS-STMT-YEAR = WS-LAST-CLOSED-YEAR + 1
                MOVE 1 TO WS-STMT-MONTH
            ELSE
                MOVE WS-LAST-CLOSED-YEAR TO WS-STMT-YEAR
                COMPUTE WS-STMT-MONTH = WS-LAST-CLOSED-MONTH + 1
            END-IF
        END-IF
        COMPUTE WS-YTD-HIST-LIMIT = WS-STMT-PERIOD - 1
    ELSE
        MOVE WS-REPORT-PERIOD TO WS-STMT-PERIOD
        MOVE WS-STMT-PERIOD TO WS-YTD-HIST-LIMIT
    END-IF
    COMPUTE WS-LY-PERIOD = WS-STMT-PERIOD - 100
    COMPUTE WS-YEAR-START = WS-STMT-YEAR * 100 + 1.

1000-BUILD-SORT-FILE.
    OPEN INPUT CHARTMAST
    IF WS-CHARTMAST-STATUS NOT = "00"
        DISPLAY "CHARTMAST open failed, status " WS-CHARTMAST-STATUS
            ", statements abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT ACTHIST
    IF WS-ACTHIST-STATUS = "00"
        SET WS-HAVE-ACTHIST TO TRUE
    ELSE
        IF NOT WS-LIVE-BALANCES
            DISPLAY "ACTHIST open failed, status " WS-ACTHIST-STATUS
                ", statements abandoned"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    IF WS-LIVE-BALANCES
        OPEN INPUT ACCTMAST
        IF WS-ACCTMAST-STATUS NOT = "00"
            DISPLAY "ACCTMAST open failed, status " WS-ACCTMAST-STATUS
                ", statements abandoned"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    MOVE "N" TO WS-EOF-FLAG
    READ CHARTMAST NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 1100-GATHER-ACCOUNT
        READ CHARTMAST NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    IF WS-LIVE-BALANCES
        PERFORM 1400-FIND-UNCHARTED-LIVE
        CLOSE ACCTMAST
    ELSE
        PERFORM 1500-FIND-UNCHARTED-CLOSED
    END-IF
    IF WS-HAVE-ACTHIST
        CLOSE ACTHIST
    END-IF
    CLOSE CHARTMAST.

*> One chart account's figures for both statements. An account with
*> nothing on any column is left off.
1100-GATHER-ACCOUNT.
    INITIALIZE SORT-RECORD
    MOVE CH-ACCOUNT TO SR-ACCOUNT
    MOVE CH-TYPE TO SR-TYPE
    MOVE CH-DESC TO SR-DESC
    EVALUATE TRUE
        WHEN CH-REVENUE   MOVE 1 TO SR-TYPE-ORDER
        WHEN CH-EXPENSE   MOVE 2 TO SR-TYPE-ORDER
        WHEN CH-ASSET     MOVE 3 TO SR-TYPE-ORDER
        WHEN CH-LIABILITY MOVE 4 TO SR-TYPE-ORDER
        WHEN CH-EQUITY    MOVE 5 TO SR-TYPE-ORDER
        WHEN OTHER        MOVE 9 TO SR-TYPE-ORDER
    END-EVALUATE
    IF WS-LIVE-BALANCES
        MOVE CH-ACCOUNT TO AB-ACCOUNT
        READ ACCTMAST
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE AB-PERIOD-ACTIVITY TO SR-CUR-ACTIVITY
                MOVE AB-BALANCE TO SR-CUR-BALANCE
        END-READ
    ELSE
        MOVE CH-ACCOUNT TO AH-ACCOUNT
        MOVE WS-STMT-PERIOD TO AH-PERIOD
        READ ACTHIST
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE AH-ACTIVITY TO SR-CUR-ACTIVITY
                MOVE AH-END-BALANCE TO SR-CUR-BALANCE
        END-READ
    END-IF
    IF WS-HAVE-ACTHIST
        PERFORM 1200-ADD-YEAR-TO-DATE
        MOVE CH-ACCOUNT TO AH-ACCOUNT
        MOVE WS-LY-PERIOD TO AH-PERIOD
        READ ACTHIST
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE AH-ACTIVITY TO SR-LY-ACTIVITY
                MOVE AH-END-BALANCE TO SR-LY-BALANCE
        END-READ
    END-IF
    IF WS-LIVE-BALANCES
        ADD SR-CUR-ACTIVITY TO SR-YTD-ACTIVITY
    END-IF
    ADD SR-CUR-BALANCE TO WS-PROOF-TOTAL
    *> A type the chart should never hold cannot be placed on either
    *> statement; it stays in the proof so the sheet will not balance.
    IF SR-TYPE-ORDER = 9
        ADD 1 TO WS-UNCHARTED-COUNT
        ADD SR-CUR-BALANCE TO WS-UNCHARTED-BALANCE
        EXIT PARAGRAPH
    END-IF
    IF SR-CUR-ACTIVITY = ZERO AND SR-YTD-ACTIVITY = ZERO
            AND SR-LY-ACTIVITY = ZERO AND SR-CUR-BALANCE = ZERO
            AND SR-LY-BALANCE = ZERO
        EXIT PARAGRAPH
    END-IF
    RELEASE SORT-RECORD.

1200-ADD-YEAR-TO-DATE.
    MOVE "N" TO WS-HIST-EOF-FLAG
    MOVE CH-ACCOUNT TO AH-ACCOUNT
    MOVE WS-YEAR-START TO AH-PERIOD
    START ACTHIST KEY IS NOT LESS THAN AH-KEY
        INVALID KEY SET WS-HIST-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL WS-HIST-END-OF-FILE
        READ ACTHIST NEXT RECORD
            AT END SET WS-HIST-END-OF-FILE TO TRUE
            NOT AT END
                IF AH-ACCOUNT NOT = CH-ACCOUNT
                        OR AH-PERIOD > WS-YTD-HIST-LIMIT
                    SET WS-HIST-END-OF-FILE TO TRUE
                ELSE
                    ADD AH-ACTIVITY TO SR-YTD-ACTIVITY
                END-IF
        END-READ
    END-PERFORM.

*> Balances on accounts the chart does not know still count in the
*> proof -- left out, they would let a wrong ledger balance.
1400-FIND-UNCHARTED-LIVE.
    MOVE "N" TO WS-HIST-EOF-FLAG
    MOVE LOW-VALUES TO AB-ACCOUNT
    START ACCTMAST KEY IS NOT LESS THAN AB-ACCOUNT
        INVALID KEY SET WS-HIST-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL WS-HIST-END-OF-FILE
        READ ACCTMAST NEXT RECORD
            AT END SET WS-HIST-END-OF-FILE TO TRUE
            NOT AT END
                MOVE AB-BALANCE TO WS-REL-BALANCE
                MOVE AB-ACCOUNT TO CH-ACCOUNT
                PERFORM 1600-CHECK-CHARTED
        END-READ
    END-PERFORM.

1500-FIND-UNCHARTED-CLOSED.
    MOVE "N" TO WS-HIST-EOF-FLAG
    MOVE LOW-VALUES TO AH-KEY
    START ACTHIST KEY IS NOT LESS THAN AH-KEY
        INVALID KEY SET WS-HIST-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL WS-HIST-END-OF-FILE
        READ ACTHIST NEXT RECORD
            AT END SET WS-HIST-END-OF-FILE TO TRUE
            NOT AT END
                IF AH-PERIOD = WS-STMT-PERIOD
                    MOVE AH-END-BALANCE TO WS-REL-BALANCE
                    MOVE AH-ACCOUNT TO CH-ACCOUNT
                    PERFORM 1600-CHECK-CHARTED
                END-IF
        END-READ
    END-PERFORM.

1600-CHECK-CHARTED.
    READ CHARTMAST
        INVALID KEY
            ADD 1 TO WS-UNCHARTED-COUNT
            ADD WS-REL-BALANCE TO WS-UNCHARTED-BALANCE
            ADD WS-REL-BALANCE TO WS-PROOF-TOTAL
    END-READ.

2000-PRINT-STATEMENTS.
    OPEN OUTPUT FINSTMT
    PERFORM 0100-INIT-REPORT
    INITIALIZE WS-TYPE-TOTALS
    MOVE WS-STMT-PERIOD TO PL-PERIOD
    IF WS-LIVE-BALANCES
        MOVE "Open period " TO PL-TEXT
        MOVE "  (live ledger balances)" TO PL-NOTE
    ELSE
        MOVE "Closed period " TO PL-TEXT
        MOVE "  (reprinted from period history)" TO PL-NOTE
    END-IF
    MOVE WS-PERIOD-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "INCOME STATEMENT" TO SL-TEXT
    PERFORM 7000-WRITE-SECTION-HEADING
    MOVE WS-IS-HEADING TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "N" TO WS-EOF-FLAG
    RETURN SORTWORK
        AT END SET WS-END-OF-FILE TO TRUE
    END-RETURN
    PERFORM UNTIL WS-END-OF-FILE
        IF SR-TYPE-ORDER NOT = WS-PREV-TYPE-ORDER
            IF WS-HAVE-TYPE
                PERFORM 2200-WRITE-TYPE-TOTAL
            END-IF
            IF SR-TYPE-ORDER >= 3 AND WS-IN-INCOME-STATEMENT
                PERFORM 2400-WRITE-NET-INCOME
                PERFORM 3000-START-BALANCE-SHEET
            END-IF
            MOVE SR-TYPE-ORDER TO WS-PREV-TYPE-ORDER
            SET WS-HAVE-TYPE TO TRUE
            PERFORM 2300-WRITE-TYPE-HEADING
        END-IF
        PERFORM 2100-REPORT-ONE-ACCOUNT
        RETURN SORTWORK
            AT END SET WS-END-OF-FILE TO TRUE
        END-RETURN
    END-PERFORM
    IF WS-HAVE-TYPE
        PERFORM 2200-WRITE-TYPE-TOTAL
    END-IF
    IF WS-IN-INCOME-STATEMENT
        PERFORM 2400-WRITE-NET-INCOME
        PERFORM 3000-START-BALANCE-SHEET
    END-IF
    PERFORM 3500-FINISH-BALANCE-SHEET
    CLOSE FINSTMT.

0100-INIT-REPORT.
    MOVE SPACES TO RPT-TITLE
    STRING "FINANCIAL STATEMENTS " WS-STMT-PERIOD
        DELIMITED BY SIZE INTO RPT-TITLE
    MOVE SPACES TO RPT-COLUMN-HEADING.

*> Revenue and expense accounts report their activity; the balance
*> sheet accounts their balances. Either way the revenue and expense
*> balances build the balance sheet's current net income.
2100-REPORT-ONE-ACCOUNT.
    ADD 1 TO WS-ACCOUNT-COUNT
    MOVE SR-TYPE-ORDER TO WS-TYPE-IX
    IF SR-TYPE-ORDER = 2 OR SR-TYPE-ORDER = 3
        MOVE +1 TO WS-SIGN
    ELSE
        MOVE -1 TO WS-SIGN
    END-IF
    IF WS-IN-INCOME-STATEMENT
        SUBTRACT SR-CUR-BALANCE FROM WS-NI-BALANCE-CUR
        SUBTRACT SR-LY-BALANCE FROM WS-NI-BALANCE-LY
        COMPUTE WS-SHOW-CUR = SR-CUR-ACTIVITY * WS-SIGN
        COMPUTE WS-SHOW-YTD = SR-YTD-ACTIVITY * WS-SIGN
        COMPUTE WS-SHOW-LY = SR-LY-ACTIVITY * WS-SIGN
    ELSE
        COMPUTE WS-SHOW-CUR = SR-CUR-BALANCE * WS-SIGN
        MOVE ZERO TO WS-SHOW-YTD
        COMPUTE WS-SHOW-LY = SR-LY-BALANCE * WS-SIGN
    END-IF
    ADD WS-SHOW-CUR TO WS-TT-CUR(WS-TYPE-IX)
    ADD WS-SHOW-YTD TO WS-TT-YTD(WS-TYPE-IX)
    ADD WS-SHOW-LY TO WS-TT-LY(WS-TYPE-IX)
    MOVE SR-ACCOUNT TO IL-ACCOUNT BL-ACCOUNT
    MOVE SR-DESC TO IL-DESC BL-DESC
    PERFORM 2500-WRITE-FIGURES.

2200-WRITE-TYPE-TOTAL.
    MOVE WS-PREV-TYPE-ORDER TO WS-TYPE-IX
    EVALUATE WS-TYPE-IX
        WHEN 1 MOVE "Total revenue" TO IL-DESC BL-DESC
        WHEN 2 MOVE "Total expense" TO IL-DESC BL-DESC
        WHEN 3 MOVE "Total assets" TO IL-DESC BL-DESC
        WHEN 4 MOVE "Total liabilities" TO IL-DESC BL-DESC
        WHEN 5 MOVE "Total equity" TO IL-DESC BL-DESC
    END-EVALUATE
    MOVE SPACES TO IL-ACCOUNT BL-ACCOUNT
    MOVE WS-TT-CUR(WS-TYPE-IX) TO WS-SHOW-CUR
    MOVE WS-TT-YTD(WS-TYPE-IX) TO WS-SHOW-YTD
    MOVE WS-TT-LY(WS-TYPE-IX) TO WS-SHOW-LY
    PERFORM 2500-WRITE-FIGURES.

2300-WRITE-TYPE-HEADING.
    EVALUATE SR-TYPE-ORDER
        WHEN 1 MOVE "REVENUE" TO TH-TYPE-NAME
        WHEN 2 MOVE "EXPENSE" TO TH-TYPE-NAME
        WHEN 3 MOVE "ASSETS" TO TH-TYPE-NAME
        WHEN 4 MOVE "LIABILITIES" TO TH-TYPE-NAME
        WHEN 5 MOVE "EQUITY" TO TH-TYPE-NAME
    END-EVALUATE
    IF WS-IN-BALANCE-SHEET AND WS-BS-REFUSED
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-TYPE-HEADING TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

*> Revenue less expense, in all three columns.
2400-WRITE-NET-INCOME.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO IL-ACCOUNT
    MOVE "NET INCOME" TO IL-DESC
    COMPUTE WS-SHOW-CUR = WS-TT-CUR(1) - WS-TT-CUR(2)
    COMPUTE WS-SHOW-YTD = WS-TT-YTD(1) - WS-TT-YTD(2)
    COMPUTE WS-SHOW-LY = WS-TT-LY(1) - WS-TT-LY(2)
    PERFORM 2500-WRITE-FIGURES.

*> One line on whichever statement is printing, with the percent
*> change on the year before.
2500-WRITE-FIGURES.
    IF WS-IN-BALANCE-SHEET AND WS-BS-REFUSED
        EXIT PARAGRAPH
    END-IF
    MOVE WS-SHOW-CUR TO WS-PCT-CUR
    MOVE WS-SHOW-LY TO WS-PCT-BASE
    PERFORM 2600-PERCENT-CHANGE
    IF WS-IN-INCOME-STATEMENT
        MOVE WS-SHOW-CUR TO IL-CUR
        MOVE WS-SHOW-YTD TO IL-YTD
        MOVE WS-SHOW-LY TO IL-LY
        MOVE WS-PCT-TEXT TO IL-PCT
        MOVE WS-IS-LINE TO WS-PRINT-LINE
    ELSE
        MOVE WS-SHOW-CUR TO BL-CUR
        MOVE WS-SHOW-LY TO BL-LY
        MOVE WS-PCT-TEXT TO BL-PCT
        MOVE WS-BS-LINE TO WS-PRINT-LINE
    END-IF
    PERFORM 8000-WRITE-REPORT-LINE.

*> Change on last year as a whole percent of last year's figure; no
*> figure last year leaves the column blank rather than dividing by
*> zero.
2600-PERCENT-CHANGE.
    IF WS-PCT-BASE = ZERO
        MOVE SPACES TO WS-PCT-TEXT
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PCT-VALUE ROUNDED =
        (WS-PCT-CUR - WS-PCT-BASE) * 100 / FUNCTION ABS(WS-PCT-BASE)
        ON SIZE ERROR MOVE 99999 TO WS-PCT-VALUE
    END-COMPUTE
    IF WS-PCT-VALUE > 9999 OR WS-PCT-VALUE < -999
        MOVE " ****%" TO WS-PCT-TEXT
    ELSE
        MOVE WS-PCT-VALUE TO WS-PCT-EDIT
        STRING WS-PCT-EDIT "%" DELIMITED BY SIZE INTO WS-PCT-TEXT
    END-IF.

*> The balance sheet only prints if every balance on the ledger nets
*> to zero -- assets equal liabilities, equity and current net income.
3000-START-BALANCE-SHEET.
    SET WS-IN-BALANCE-SHEET TO TRUE
    MOVE "BALANCE SHEET" TO SL-TEXT
    PERFORM 7000-WRITE-SECTION-HEADING
    IF WS-PROOF-TOTAL NOT = ZERO
        SET WS-BS-REFUSED TO TRUE
        MOVE WS-PROOF-TOTAL TO RF-DIFFERENCE
        MOVE WS-REFUSAL-LINE TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    ELSE
        MOVE WS-BS-HEADING TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

3500-FINISH-BALANCE-SHEET.
    IF WS-UNCHARTED-COUNT > ZERO
        MOVE SPACES TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        MOVE WS-UNCHARTED-COUNT TO UL-COUNT
        MOVE WS-UNCHARTED-BALANCE TO UL-BALANCE
        MOVE WS-UNCHARTED-LINE TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF
    IF WS-BS-REFUSED
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO BL-ACCOUNT
    MOVE "Current net income" TO BL-DESC
    MOVE WS-NI-BALANCE-CUR TO WS-SHOW-CUR
    MOVE WS-NI-BALANCE-LY TO WS-SHOW-LY
    PERFORM 2500-WRITE-FIGURES
    MOVE "Total liab. and equity" TO BL-DESC
    COMPUTE WS-SHOW-CUR = WS-TT-CUR(4) + WS-TT-CUR(5)
        + WS-NI-BALANCE-CUR
    COMPUTE WS-SHOW-LY = WS-TT-LY(4) + WS-TT-LY(5)
        + WS-NI-BALANCE-LY
    PERFORM 2500-WRITE-FIGURES.

7000-WRITE-SECTION-HEADING.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-SECTION-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE FIN-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE FIN-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO FIN-REPORT-LINE
        WRITE FIN-REPORT-LINE AFTER ADVANCING 1
        WRITE FIN-REPORT-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO FIN-REPORT-LINE
        WRITE FIN-REPORT-LINE AFTER ADVANCING 1
    END-IF
    WRITE FIN-REPORT-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.
