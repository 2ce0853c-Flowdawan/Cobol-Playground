       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. finchg.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Month-end finance-charge run. agedrecv.cob rolls the receivables
*> buckets down, but until now nothing charged a customer for
*> carrying 30/60/90-day money. This run reads the FINCTL control
*> record (monthly rate and minimum charge), assesses the rate on
*> the past-due buckets (CM-AGE-30 + CM-AGE-60 + CM-AGE-90) of every
*> active CUSTMAST customer, raised to the minimum where the rate
*> comes to less, and posts the charge to CM-BALANCE and
*> CM-AGE-CURRENT so it ages like any other charge. Inactive
*> customers, customers with a credit or zero balance and customers
*> with nothing past due are passed over.
*> Every charge is logged to CUSTAUD (field FINANCE-CHG, old and new
*> balance) and printed on the FINCHGRPT register with totals, and a
*> CT-FINANCE-CHARGE line is appended to CUSTTRAN so the customer's
*> next custstmt.cob statement shows the charge on a line of its
*> own. The total goes to the FCLEDGER deck in the AMOUNTS layout --
*> debit receivables control, credit finance-charge income -- for
*> ledgpost.cob, the same way custpost.cob feeds ARLEDGER.
*> The month charged is the BUSDATE processing month, and the
*> FCHGLOG log of months already charged makes a second run for the
*> same month refuse to start (condition code 8, same stop-the-
*> stream convention as custstmt.cob's STMTCTL). Run it before the
*> agedrecv.cob roll, on the buckets as they stand at month end.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTMAST ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-IDENT
        ALTERNATE RECORD KEY IS CM-CUSTNAME WITH DUPLICATES
        FILE STATUS IS WS-CUSTMAST-STATUS.
    SELECT FINCTL ASSIGN TO "FINCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FINCTL-STATUS.
    SELECT FCHGLOG ASSIGN TO "FCHGLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FCHGLOG-STATUS.
    SELECT CUSTTRAN ASSIGN TO "CUSTTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CUSTTRAN-STATUS.
    SELECT CUSTAUD ASSIGN TO "CUSTAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CUSTAUD-STATUS.
    SELECT FINCHGRPT ASSIGN TO "FINCHGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FINCHGRPT-STATUS.
    SELECT FCLEDGER ASSIGN TO "FCLEDGER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FCLEDGER-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD CUSTMAST.
COPY custrec.
*> One record: FC-MONTHLY-RATE is the fraction charged per month
*> (0.0150 for 1.5%), FC-MINIMUM-CHARGE the least any charged
*> customer pays.
FD FINCTL.
01 FINANCE-CONTROL-RECORD.
    02 FC-MONTHLY-RATE   PIC 9V9(4).
    02 FC-MINIMUM-CHARGE PIC 9(5)V99.
FD FCHGLOG.
01 FINANCE-LOG-RECORD.
    02 FL-PERIOD   PIC 9(6).
    02 FL-RUN-DATE PIC 9(8).
FD CUSTTRAN.
COPY custtran.
FD CUSTAUD.
COPY auditrec.
FD FINCHGRPT.
01 FINANCE-REPORT-LINE PIC X(80).
FD FCLEDGER.
COPY amttran REPLACING AMOUNT-TRANSACTION BY FC-LEDGER-RECORD.
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-CUSTMAST-STATUS  PIC XX VALUE "00".
01 WS-FINCTL-STATUS    PIC XX VALUE "00".
01 WS-FCHGLOG-STATUS   PIC XX VALUE "00".
01 WS-CUSTTRAN-STATUS  PIC XX VALUE "00".
01 WS-CUSTAUD-STATUS   PIC XX VALUE "00".
01 WS-FINCHGRPT-STATUS PIC XX VALUE "00".
01 WS-FCLEDGER-STATUS  PIC XX VALUE "00".
01 WS-RUNCTL-STATUS    PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-LOG-EOF-FLAG     PIC X VALUE "N".
   88 WS-LOG-END-OF-FILE VALUE "Y".
01 WS-CHARGED-FLAG     PIC X VALUE "N".
   88 WS-ALREADY-CHARGED VALUE "Y".
01 WS-RUN-DATE         PIC 9(8) VALUE ZERO.
01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    02 WS-RUN-PERIOD   PIC 9(6).
    02 FILLER          PIC 99.
01 WS-MONTHLY-RATE     PIC 9V9(4) VALUE ZERO.
01 WS-MINIMUM-CHARGE   PIC 9(5)V99 VALUE ZERO.
01 WS-PAST-DUE         PIC S9(9)V99 VALUE ZERO.
01 WS-CHARGE           PIC S9(7)V99 VALUE ZERO.
01 WS-OLD-BALANCE      PIC S9(7)V99 VALUE ZERO.
01 WS-AUDIT-AMOUNT     PIC -ZZZZZZ9.99.
01 WS-CUSTOMERS-READ    PIC 9(7) VALUE ZERO.
01 WS-CUSTOMERS-CHARGED PIC 9(7) VALUE ZERO.
01 WS-CUSTOMERS-SKIPPED PIC 9(7) VALUE ZERO.
01 WS-REWRITE-FAILURES  PIC 9(7) VALUE ZERO.
01 WS-TOTAL-PAST-DUE    PIC S9(11)V99 VALUE ZERO.
01 WS-TOTAL-CHARGES     PIC S9(11)V99 VALUE ZERO.
01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
COPY glaccts.
01 WS-COLUMN-HEADING.
    02 FILLER PIC X(8)  VALUE "Id".
    02 FILLER PIC X(22) VALUE "Name".
    02 FILLER PIC X(14) VALUE "      Past due".
    02 FILLER PIC X(12) VALUE "      Charge".
    02 FILLER PIC X(14) VALUE "   New balance".
01 WS-DETAIL-LINE.
    02 FG-IDENT       PIC ZZZZZ9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 FG-NAME        PIC X(20).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 FG-PAST-DUE    PIC -ZZZZZZZZ9.99.
    02 FILLER         PIC X(1) VALUE SPACE.
    02 FG-CHARGE      PIC -ZZZZZZ9.99.
    02 FILLER         PIC X(1) VALUE SPACE.
    02 FG-NEW-BALANCE PIC -ZZZZZZZ9.99.
01 WS-TOTAL-LINE.
    02 FILLER         PIC X(7) VALUE "Totals:".
    02 FT-COUNT       PIC ZZZZZZ9.
    02 FILLER         PIC X(16) VALUE " charged".
    02 FT-PAST-DUE    PIC -ZZZZZZZZ9.99.
    02 FILLER         PIC X(1) VALUE SPACE.
    02 FT-CHARGES     PIC -ZZZZZZ9.99.
01 WS-RATE-LINE.
    02 FILLER         PIC X(15) VALUE "Monthly rate:".
    02 FR-RATE        PIC 9.9999.
    02 FILLER         PIC X(20) VALUE "   Minimum charge:".
    02 FR-MINIMUM     PIC ZZZZ9.99.
    02 FILLER         PIC X(12) VALUE "   Month:".
    02 FR-PERIOD      PIC 9(6).
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    CALL "busdate" USING WS-RUN-DATE
    PERFORM 0100-CHECK-MONTH-NOT-CHARGED
    IF WS-ALREADY-CHARGED
        DISPLAY "Finance charges already assessed for month "
            WS-RUN-PERIOD ", run refused"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0200-READ-CONTROL-RECORD
    OPEN I-O CUSTMAST
    IF WS-CUSTMAST-STATUS NOT = "00"
        DISPLAY "CUSTMAST open failed, status " WS-CUSTMAST-STATUS
            ", finance-charge run abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND CUSTTRAN
    IF WS-CUSTTRAN-STATUS = "35"
        OPEN OUTPUT CUSTTRAN
    END-IF
    OPEN EXTEND CUSTAUD
    IF WS-CUSTAUD-STATUS = "35"
        OPEN OUTPUT CUSTAUD
    END-IF
    OPEN OUTPUT FINCHGRPT
    PERFORM 0300-INIT-REPORT
    READ CUSTMAST NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 1000-CHARGE-ONE-CUSTOMER
        READ CUSTMAST NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    PERFORM 2000-WRITE-TOTALS
    CLOSE CUSTMAST
    CLOSE CUSTTRAN
    CLOSE CUSTAUD
    CLOSE FINCHGRPT
    PERFORM 8500-WRITE-LEDGER-DECK
    PERFORM 9000-RECORD-MONTH-CHARGED
    DISPLAY "Customers read:      " WS-CUSTOMERS-READ
    DISPLAY "Customers charged:   " WS-CUSTOMERS-CHARGED
    DISPLAY "Customers passed by: " WS-CUSTOMERS-SKIPPED
    IF WS-REWRITE-FAILURES > ZERO
        DISPLAY "Rewrites failed:     " WS-REWRITE-FAILURES
    END-IF
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

0100-CHECK-MONTH-NOT-CHARGED.
    OPEN INPUT FCHGLOG
    IF WS-FCHGLOG-STATUS = "00"
        PERFORM UNTIL WS-LOG-END-OF-FILE
            READ FCHGLOG
                AT END SET WS-LOG-END-OF-FILE TO TRUE
                NOT AT END
                    IF FL-PERIOD = WS-RUN-PERIOD
                        SET WS-ALREADY-CHARGED TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FCHGLOG
    END-IF.

*> No control record means nobody has set a rate: charging at zero
*> would still stamp the month as done, so stop instead.
0200-READ-CONTROL-RECORD.
    OPEN INPUT FINCTL
    IF WS-FINCTL-STATUS NOT = "00"
        DISPLAY "FINCTL open failed, status " WS-FINCTL-STATUS
            ", finance-charge run abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ FINCTL
        AT END
            DISPLAY "FINCTL is empty, finance-charge run abandoned"
            CLOSE FINCTL
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-READ
    MOVE FC-MONTHLY-RATE TO WS-MONTHLY-RATE
    MOVE FC-MINIMUM-CHARGE TO WS-MINIMUM-CHARGE
    CLOSE FINCTL.

1000-CHARGE-ONE-CUSTOMER.
    ADD 1 TO WS-CUSTOMERS-READ
    COMPUTE WS-PAST-DUE = CM-AGE-30 + CM-AGE-60 + CM-AGE-90
    IF CM-INACTIVE OR CM-BALANCE NOT > ZERO
            OR WS-PAST-DUE NOT > ZERO
        ADD 1 TO WS-CUSTOMERS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-CHARGE ROUNDED = WS-PAST-DUE * WS-MONTHLY-RATE
    IF WS-CHARGE < WS-MINIMUM-CHARGE
        MOVE WS-MINIMUM-CHARGE TO WS-CHARGE
    END-IF
    IF WS-CHARGE NOT > ZERO
        ADD 1 TO WS-CUSTOMERS-SKIPPED
        EXIT PARAGRAPH
    END-IF
    MOVE CM-BALANCE TO WS-OLD-BALANCE
    ADD WS-CHARGE TO CM-BALANCE
    ADD WS-CHARGE TO CM-AGE-CURRENT
    REWRITE CUSTOMER-RECORD
        INVALID KEY
            DISPLAY "Finance-charge rewrite failed for " CM-IDENT
            ADD 1 TO WS-REWRITE-FAILURES
        NOT INVALID KEY
            ADD 1 TO WS-CUSTOMERS-CHARGED
            ADD WS-PAST-DUE TO WS-TOTAL-PAST-DUE
            ADD WS-CHARGE TO WS-TOTAL-CHARGES
            PERFORM 1100-WRITE-AUDIT-RECORD
            PERFORM 1200-WRITE-STATEMENT-LINE
            PERFORM 1300-PRINT-DETAIL
    END-REWRITE.

1100-WRITE-AUDIT-RECORD.
    MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
    MOVE CM-IDENT TO AUD-IDENT
    MOVE "FINANCE-CHG" TO AUD-FIELD-NAME
    MOVE WS-OLD-BALANCE TO WS-AUDIT-AMOUNT
    MOVE WS-AUDIT-AMOUNT TO AUD-OLD-VALUE
    MOVE CM-BALANCE TO WS-AUDIT-AMOUNT
    MOVE WS-AUDIT-AMOUNT TO AUD-NEW-VALUE
    MOVE "FINCHG" TO AUD-OPERATOR
    WRITE AUDIT-RECORD.

1200-WRITE-STATEMENT-LINE.
    MOVE SPACES TO CUST-TRANSACTION
    MOVE CM-IDENT TO CT-IDENT
    MOVE "F" TO CT-TRANCODE
    MOVE "FINANCE CHARGE" TO CT-ACTIVITY
    MOVE WS-CHARGE TO CT-AMOUNT
    WRITE CUST-TRANSACTION.

1300-PRINT-DETAIL.
    MOVE CM-IDENT TO FG-IDENT
    MOVE CM-CUSTNAME TO FG-NAME
    MOVE WS-PAST-DUE TO FG-PAST-DUE
    MOVE WS-CHARGE TO FG-CHARGE
    MOVE CM-BALANCE TO FG-NEW-BALANCE
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

2000-WRITE-TOTALS.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-CUSTOMERS-CHARGED TO FT-COUNT
    MOVE WS-TOTAL-PAST-DUE TO FT-PAST-DUE
    MOVE WS-TOTAL-CHARGES TO FT-CHARGES
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-MONTHLY-RATE TO FR-RATE
    MOVE WS-MINIMUM-CHARGE TO FR-MINIMUM
    MOVE WS-RUN-PERIOD TO FR-PERIOD
    MOVE WS-RATE-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

*> Two lines at most, dated the processing date. Written (empty)
*> even when nobody was charged so ledgpost.cob never picks up last
*> month's deck.
8500-WRITE-LEDGER-DECK.
    OPEN OUTPUT FCLEDGER
    IF WS-TOTAL-CHARGES NOT = ZERO
        MOVE SPACES TO FC-LEDGER-RECORD
        MOVE WS-TOTAL-CHARGES TO AT-AMOUNT OF FC-LEDGER-RECORD
        MOVE GL-AR-CONTROL-ACCOUNT TO AT-ACCOUNT OF FC-LEDGER-RECORD
        MOVE "D" TO AT-DRCR-IND OF FC-LEDGER-RECORD
        MOVE WS-RUN-DATE TO AT-POST-DATE OF FC-LEDGER-RECORD
        WRITE FC-LEDGER-RECORD
        MOVE SPACES TO FC-LEDGER-RECORD
        MOVE WS-TOTAL-CHARGES TO AT-AMOUNT OF FC-LEDGER-RECORD
        MOVE GL-FINANCE-CHARGE TO AT-ACCOUNT OF FC-LEDGER-RECORD
        MOVE "C" TO AT-DRCR-IND OF FC-LEDGER-RECORD
        MOVE WS-RUN-DATE TO AT-POST-DATE OF FC-LEDGER-RECORD
        WRITE FC-LEDGER-RECORD
    END-IF
    CLOSE FCLEDGER.

9000-RECORD-MONTH-CHARGED.
    OPEN EXTEND FCHGLOG
    IF WS-FCHGLOG-STATUS = "35"
        OPEN OUTPUT FCHGLOG
    END-IF
    MOVE WS-RUN-PERIOD TO FL-PERIOD
    MOVE WS-RUN-DATE TO FL-RUN-DATE
    WRITE FINANCE-LOG-RECORD
    CLOSE FCHGLOG.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "FINCHG  " TO RC-PROGRAM
    MOVE WS-RUN-DATE TO RC-RUN-DATE
    MOVE WS-CUSTOMERS-READ TO RC-RECORDS-IN
    COMPUTE RC-RECORDS-OUT
        = WS-CUSTOMERS-CHARGED + WS-CUSTOMERS-SKIPPED
    MOVE WS-REWRITE-FAILURES TO RC-REJECTS
    MOVE WS-TOTAL-CHARGES TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.

0300-INIT-REPORT.
    MOVE "FINANCE CHARGE REGISTER" TO RPT-TITLE
    MOVE WS-COLUMN-HEADING TO RPT-COLUMN-HEADING.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE FINANCE-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE FINANCE-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO FINANCE-REPORT-LINE
        WRITE FINANCE-REPORT-LINE AFTER ADVANCING 1
        WRITE FINANCE-REPORT-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO FINANCE-REPORT-LINE
        WRITE FINANCE-REPORT-LINE AFTER ADVANCING 1
    END-IF
    WRITE FINANCE-REPORT-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.
