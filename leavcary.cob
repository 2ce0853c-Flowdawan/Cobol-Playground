       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. leavcary.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Year-end leave carryover, run with wagestmt.cob after the last pay
*> cycle of the year. Every LEAVEBAL balance above its carryover cap
*> is cut back to the cap (the hours over it are forfeited), and the
*> accrued and taken year-to-date figures start over at zero. The
*> LVCARRY register lists each balance before the cut, the cap, the
*> hours forfeited and the hours carried into the new year. A LVCARLOG
*> log of leave years already carried over makes a second run for
*> the same year a refusal, the way finchg.cob's FCHGLOG refuses a
*> second month.
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
    SELECT LVCARLOG ASSIGN TO "LVCARLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LVCARLOG-STATUS.
    SELECT LVCARRY ASSIGN TO "LVCARRY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LVCARRY-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD LEAVEBAL.
COPY leavrec.
FD EMPMAST.
COPY emprec.
FD LVCARLOG.
*> One line per leave year carried over.
01 CARRYOVER-LOG-RECORD.
    02 CL-LEAVE-YEAR PIC 9(4).
    02 CL-RUN-DATE   PIC 9(8).
FD LVCARRY.
01 CARRYOVER-REPORT-LINE PIC X(80).
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-LEAVEBAL-STATUS PIC XX VALUE "00".
01 WS-EMPMAST-STATUS  PIC XX VALUE "00".
01 WS-LVCARLOG-STATUS PIC XX VALUE "00".
01 WS-LVCARRY-STATUS  PIC XX VALUE "00".
01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-LOG-EOF-FLAG     PIC X VALUE "N".
   88 WS-LOG-END-OF-FILE VALUE "Y".
01 WS-ALREADY-CARRIED-FLAG PIC X VALUE "N".
   88 WS-ALREADY-CARRIED VALUE "Y".
01 WS-HAVE-EMPMAST-FLAG PIC X VALUE "N".
   88 WS-HAVE-EMPMAST VALUE "Y".
01 WS-RUN-DATE         PIC 9(8) VALUE ZERO.
01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    02 WS-RUN-YEAR     PIC 9(4).
    02 WS-RUN-MONTH    PIC 99.
    02 WS-RUN-DAY      PIC 99.
*> Same default as wagestmt.cob: a December business date is the
*> year closing, anything later is the new year carrying the old.
01 WS-DEFAULT-YEAR     PIC 9(4) VALUE ZERO.
01 WS-LEAVE-YEAR       PIC 9(4) VALUE ZERO.
01 WS-BALANCE-BEFORE   PIC S9(4)V99 VALUE ZERO.
01 WS-FORFEITED        PIC S9(4)V99 VALUE ZERO.
01 WS-RECORDS-READ     PIC 9(7) VALUE ZERO.
01 WS-RECORDS-CAPPED   PIC 9(7) VALUE ZERO.
01 WS-REWRITE-FAILURES PIC 9(7) VALUE ZERO.
01 WS-TOTAL-BEFORE     PIC S9(9)V99 VALUE ZERO.
01 WS-TOTAL-FORFEITED  PIC S9(9)V99 VALUE ZERO.
01 WS-TOTAL-CARRIED    PIC S9(9)V99 VALUE ZERO.
01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-HEADING-1.
    02 FILLER PIC X(7)  VALUE "Emp Id".
    02 FILLER PIC X(22) VALUE "Employee Name".
    02 FILLER PIC X(6)  VALUE "Type".
    02 FILLER PIC X(10) VALUE "    Before".
    02 FILLER PIC X(10) VALUE "       Cap".
    02 FILLER PIC X(11) VALUE "  Forfeited".
    02 FILLER PIC X(10) VALUE "   Carried".
01 WS-DETAIL-LINE.
    02 DL-EMP-ID      PIC ZZZZ9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-NAME        PIC X(20).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-TYPE        PIC X(6).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-BEFORE      PIC -ZZZ9.99.
    02 FILLER         PIC X(3) VALUE SPACES.
    02 DL-CAP         PIC ZZZ9.99.
    02 FILLER         PIC X(4) VALUE SPACES.
    02 DL-FORFEITED   PIC ZZZ9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-CARRIED     PIC -ZZZ9.99.
01 WS-TOTAL-LINE.
    02 TL-LABEL       PIC X(35).
    02 TL-BEFORE      PIC -ZZZZZ9.99.
    02 FILLER         PIC X(10) VALUE SPACES.
    02 TL-FORFEITED   PIC ZZZZZZ9.99.
    02 FILLER         PIC X(1) VALUE SPACE.
    02 TL-CARRIED     PIC -ZZZZZ9.99.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    CALL "busdate" USING WS-RUN-DATE
    IF WS-RUN-MONTH = 12
        MOVE WS-RUN-YEAR TO WS-DEFAULT-YEAR
    ELSE
        COMPUTE WS-DEFAULT-YEAR = WS-RUN-YEAR - 1
    END-IF
    DISPLAY "Leave year to carry over (YYYY, 0 = " WS-DEFAULT-YEAR
        "): " WITH NO ADVANCING
    ACCEPT WS-LEAVE-YEAR
    IF WS-LEAVE-YEAR = ZERO
        MOVE WS-DEFAULT-YEAR TO WS-LEAVE-YEAR
    END-IF
    PERFORM 0100-CHECK-YEAR-NOT-CARRIED
    IF WS-ALREADY-CARRIED
        DISPLAY "Leave year " WS-LEAVE-YEAR
            " has already been carried over, run refused"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O LEAVEBAL
    IF WS-LEAVEBAL-STATUS NOT = "00"
        DISPLAY "LEAVEBAL open failed, status " WS-LEAVEBAL-STATUS
            ", carryover abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT EMPMAST
    IF WS-EMPMAST-STATUS = "00"
        SET WS-HAVE-EMPMAST TO TRUE
    END-IF
    OPEN OUTPUT LVCARRY
    PERFORM 0200-INIT-REPORT
    READ LEAVEBAL NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-RECORDS-READ
        PERFORM 1000-CARRY-BALANCE
        READ LEAVEBAL NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    PERFORM 2000-WRITE-TOTALS
    CLOSE LEAVEBAL
    IF WS-HAVE-EMPMAST
        CLOSE EMPMAST
    END-IF
    CLOSE LVCARRY
    DISPLAY "Leave balances read:   " WS-RECORDS-READ
    DISPLAY "Balances cut to cap:   " WS-RECORDS-CAPPED
    IF WS-REWRITE-FAILURES > ZERO
        DISPLAY "Rewrites failed:       " WS-REWRITE-FAILURES
            " -- leave year NOT marked carried over"
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM 9000-RECORD-YEAR-CARRIED
    END-IF
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

0100-CHECK-YEAR-NOT-CARRIED.
    OPEN INPUT LVCARLOG
    IF WS-LVCARLOG-STATUS = "00"
        PERFORM UNTIL WS-LOG-END-OF-FILE
            READ LVCARLOG
                AT END SET WS-LOG-END-OF-FILE TO TRUE
                NOT AT END
                    IF CL-LEAVE-YEAR = WS-LEAVE-YEAR
                        SET WS-ALREADY-CARRIED TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LVCARLOG
    END-IF.

0200-INIT-REPORT.
    MOVE SPACES TO RPT-TITLE
    STRING "LEAVE CARRYOVER " DELIMITED BY SIZE
        WS-LEAVE-YEAR DELIMITED BY SIZE
        INTO RPT-TITLE
    END-STRING
    MOVE WS-HEADING-1 TO RPT-COLUMN-HEADING.

*> Forfeiture only ever cuts a balance down; a balance under the cap
*> (or overdrawn) carries over as it stands.
1000-CARRY-BALANCE.
    MOVE LV-BALANCE TO WS-BALANCE-BEFORE
    MOVE ZERO TO WS-FORFEITED
    IF LV-BALANCE > LV-CARRYOVER-CAP
        COMPUTE WS-FORFEITED = LV-BALANCE - LV-CARRYOVER-CAP
        MOVE LV-CARRYOVER-CAP TO LV-BALANCE
        ADD 1 TO WS-RECORDS-CAPPED
    END-IF
    MOVE ZERO TO LV-ACCRUED-YTD
    MOVE ZERO TO LV-TAKEN-YTD
    REWRITE LEAVE-BALANCE-RECORD
        INVALID KEY
            DISPLAY "Rewrite failed for employee " LV-EMP-ID
                " type " LV-TYPE
            ADD 1 TO WS-REWRITE-FAILURES
            EXIT PARAGRAPH
    END-REWRITE
    ADD WS-BALANCE-BEFORE TO WS-TOTAL-BEFORE
    ADD WS-FORFEITED TO WS-TOTAL-FORFEITED
    ADD LV-BALANCE TO WS-TOTAL-CARRIED
    PERFORM 1100-PRINT-DETAIL.

1100-PRINT-DETAIL.
    MOVE LV-EMP-ID TO DL-EMP-ID
    MOVE SPACES TO DL-NAME
    IF WS-HAVE-EMPMAST
        MOVE LV-EMP-ID TO EM-EMP-ID
        READ EMPMAST
            INVALID KEY MOVE "(not on EMPMAST)" TO DL-NAME
            NOT INVALID KEY MOVE EM-NAME TO DL-NAME
        END-READ
    END-IF
    IF LV-SICK
        MOVE "SICK" TO DL-TYPE
    ELSE
        MOVE "VAC" TO DL-TYPE
    END-IF
    MOVE WS-BALANCE-BEFORE TO DL-BEFORE
    MOVE LV-CARRYOVER-CAP TO DL-CAP
    MOVE WS-FORFEITED TO DL-FORFEITED
    MOVE LV-BALANCE TO DL-CARRIED
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

2000-WRITE-TOTALS.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Totals:" TO TL-LABEL
    MOVE WS-TOTAL-BEFORE TO TL-BEFORE
    MOVE WS-TOTAL-FORFEITED TO TL-FORFEITED
    MOVE WS-TOTAL-CARRIED TO TL-CARRIED
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE CARRYOVER-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE CARRYOVER-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO CARRYOVER-REPORT-LINE
        WRITE CARRYOVER-REPORT-LINE AFTER ADVANCING 1
        WRITE CARRYOVER-REPORT-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO CARRYOVER-REPORT-LINE
        WRITE CARRYOVER-REPORT-LINE AFTER ADVANCING 1
    END-IF
    WRITE CARRYOVER-REPORT-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.

9000-RECORD-YEAR-CARRIED.
    OPEN EXTEND LVCARLOG
    IF WS-LVCARLOG-STATUS = "35"
        OPEN OUTPUT LVCARLOG
    END-IF
    MOVE WS-LEAVE-YEAR TO CL-LEAVE-YEAR
    MOVE WS-RUN-DATE TO CL-RUN-DATE
    WRITE CARRYOVER-LOG-RECORD
    CLOSE LVCARLOG.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "LEAVCARY" TO RC-PROGRAM
    CALL "busdate" USING RC-RUN-DATE
    MOVE WS-RECORDS-READ TO RC-RECORDS-IN
    COMPUTE RC-RECORDS-OUT = WS-RECORDS-READ - WS-REWRITE-FAILURES
    MOVE WS-REWRITE-FAILURES TO RC-REJECTS
    MOVE ZERO TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.
