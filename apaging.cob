       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. apaging.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Open-payables aging report, the payables side of agedrecv.cob.
*> Every unpaid invoice on APINVMST (open or held) is aged by days
*> past its due date as of the BUSDATE processing date, and the
*> APAGING report prints one line per vendor owed money: the
*> balance split not-yet-due, 1-30, 31-60, 61-90 and over 90 days
*> past due, with the held amount shown separately so a disputed
*> bill is not mistaken for one the payment run forgot. Bucket
*> totals and the total open payables print at the foot. Nothing
*> is updated -- unlike the receivables buckets, payables age off
*> the due date every run.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT APINVMST ASSIGN TO "APINVMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AI-KEY
        FILE STATUS IS WS-APINVMST-STATUS.
    SELECT VENDMAST ASSIGN TO "VENDMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VN-VENDOR-ID
        FILE STATUS IS WS-VENDMAST-STATUS.
    SELECT APAGING ASSIGN TO "APAGING"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APAGING-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD APINVMST.
COPY apinvrec.
FD VENDMAST.
COPY vendrec.
FD APAGING.
01 AP-AGING-REPORT-LINE PIC X(80).
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-APINVMST-STATUS PIC XX VALUE "00".
01 WS-VENDMAST-STATUS PIC XX VALUE "00".
01 WS-APAGING-STATUS  PIC XX VALUE "00".
01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-RUN-DATE        PIC 9(8) VALUE ZERO.
01 WS-DAYS-PAST-DUE   PIC S9(5) VALUE ZERO.
01 WS-INVOICES-READ   PIC 9(7) VALUE ZERO.
01 WS-INVOICES-AGED   PIC 9(7) VALUE ZERO.
01 WS-INVOICES-PAID   PIC 9(7) VALUE ZERO.
01 WS-VENDORS-LISTED  PIC 9(5) VALUE ZERO.
01 WS-PREV-VENDOR     PIC 9(5) VALUE ZERO.
*> Buckets: 1 not yet due, 2 1-30, 3 31-60, 4 61-90, 5 over 90,
*> 6 held (whatever its age), 7 vendor balance.
01 WS-BUCKET-IX       PIC 9 VALUE ZERO.
01 WS-VENDOR-BUCKETS.
    02 WS-VENDOR-AMOUNT PIC S9(9)V99 OCCURS 7.
01 WS-TOTAL-BUCKETS.
    02 WS-TOTAL-AMOUNT  PIC S9(9)V99 OCCURS 7.
01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-COLUMN-HEADING.
    02 FILLER PIC X(6) VALUE "Vndr".
    02 FILLER PIC X(14) VALUE "Name".
    02 FILLER PIC X(10) VALUE "   Not due".
    02 FILLER PIC X(10) VALUE " 1-30 days".
    02 FILLER PIC X(10) VALUE "31-60 days".
    02 FILLER PIC X(10) VALUE "61-90 days".
    02 FILLER PIC X(10) VALUE "   Over 90".
    02 FILLER PIC X(10) VALUE "      Held".
01 WS-AGING-DETAIL-LINE.
    02 AG-VENDOR-ID PIC ZZZZ9.
    02 FILLER       PIC X(1) VALUE SPACE.
    02 AG-NAME      PIC X(13).
    02 FILLER       PIC X(1) VALUE SPACE.
    02 AG-AMOUNT    PIC ZZZZZZ9.99 OCCURS 6.
01 WS-AGING-TOTAL-LINE.
    02 FILLER       PIC X(20) VALUE "Totals:".
    02 TG-AMOUNT    PIC ZZZZZZ9.99 OCCURS 6.
01 WS-BALANCE-LINE.
    02 FILLER       PIC X(20) VALUE "Total open payables:".
    02 TB-BALANCE   PIC ZZZZZZZZ9.99.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    CALL "busdate" USING WS-RUN-DATE
    OPEN INPUT APINVMST
    IF WS-APINVMST-STATUS NOT = "00"
        DISPLAY "APINVMST open failed, status " WS-APINVMST-STATUS
            ", aging run abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT VENDMAST
    OPEN OUTPUT APAGING
    PERFORM 0100-INIT-REPORT
    INITIALIZE WS-VENDOR-BUCKETS
    INITIALIZE WS-TOTAL-BUCKETS
    READ APINVMST
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-INVOICES-READ
        IF AI-UNPAID
            PERFORM 1000-AGE-ONE-INVOICE
        ELSE
            ADD 1 TO WS-INVOICES-PAID
        END-IF
        READ APINVMST
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    PERFORM 2000-PRINT-VENDOR-LINE
    PERFORM 3000-WRITE-TOTALS
    CLOSE APINVMST
    CLOSE VENDMAST
    CLOSE APAGING
    DISPLAY "Invoices read:      " WS-INVOICES-READ
    DISPLAY "Open invoices aged: " WS-INVOICES-AGED
    DISPLAY "Vendors owed:       " WS-VENDORS-LISTED
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

1000-AGE-ONE-INVOICE.
    IF AI-VENDOR-ID NOT = WS-PREV-VENDOR
        PERFORM 2000-PRINT-VENDOR-LINE
        MOVE AI-VENDOR-ID TO WS-PREV-VENDOR
    END-IF
    ADD 1 TO WS-INVOICES-AGED
    COMPUTE WS-DAYS-PAST-DUE
        = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
        - FUNCTION INTEGER-OF-DATE(AI-DUE-DATE)
    EVALUATE TRUE
        WHEN AI-HELD                 MOVE 6 TO WS-BUCKET-IX
        WHEN WS-DAYS-PAST-DUE <= 0   MOVE 1 TO WS-BUCKET-IX
        WHEN WS-DAYS-PAST-DUE <= 30  MOVE 2 TO WS-BUCKET-IX
        WHEN WS-DAYS-PAST-DUE <= 60  MOVE 3 TO WS-BUCKET-IX
        WHEN WS-DAYS-PAST-DUE <= 90  MOVE 4 TO WS-BUCKET-IX
        WHEN OTHER                   MOVE 5 TO WS-BUCKET-IX
    END-EVALUATE
    ADD AI-AMOUNT TO WS-VENDOR-AMOUNT(WS-BUCKET-IX)
    ADD AI-AMOUNT TO WS-VENDOR-AMOUNT(7).

*> Vendor break: print what the vendor is owed and fold it into
*> the report totals.
2000-PRINT-VENDOR-LINE.
    IF WS-PREV-VENDOR = ZERO OR WS-VENDOR-AMOUNT(7) = ZERO
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-VENDORS-LISTED
    MOVE WS-PREV-VENDOR TO AG-VENDOR-ID
    MOVE WS-PREV-VENDOR TO VN-VENDOR-ID
    READ VENDMAST
        INVALID KEY MOVE "** NOT ON VENDMAST" TO VN-NAME
    END-READ
    MOVE VN-NAME TO AG-NAME
    PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1 UNTIL WS-BUCKET-IX > 6
        MOVE WS-VENDOR-AMOUNT(WS-BUCKET-IX)
            TO AG-AMOUNT(WS-BUCKET-IX)
    END-PERFORM
    PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1 UNTIL WS-BUCKET-IX > 7
        ADD WS-VENDOR-AMOUNT(WS-BUCKET-IX)
            TO WS-TOTAL-AMOUNT(WS-BUCKET-IX)
    END-PERFORM
    INITIALIZE WS-VENDOR-BUCKETS
    MOVE WS-AGING-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

3000-WRITE-TOTALS.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1 UNTIL WS-BUCKET-IX > 6
        MOVE WS-TOTAL-AMOUNT(WS-BUCKET-IX)
            TO TG-AMOUNT(WS-BUCKET-IX)
    END-PERFORM
    MOVE WS-AGING-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-TOTAL-AMOUNT(7) TO TB-BALANCE
    MOVE WS-BALANCE-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "APAGING " TO RC-PROGRAM
    CALL "busdate" USING RC-RUN-DATE
    MOVE WS-INVOICES-READ TO RC-RECORDS-IN
    COMPUTE RC-RECORDS-OUT = WS-INVOICES-AGED + WS-INVOICES-PAID
    MOVE ZERO TO RC-REJECTS
    MOVE WS-TOTAL-AMOUNT(7) TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.

0100-INIT-REPORT.
    MOVE "OPEN PAYABLES AGING" TO RPT-TITLE
    MOVE WS-COLUMN-HEADING TO RPT-COLUMN-HEADING.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE AP-AGING-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE AP-AGING-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO AP-AGING-REPORT-LINE
        WRITE AP-AGING-REPORT-LINE AFTER ADVANCING 1
        WRITE AP-AGING-REPORT-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO AP-AGING-REPORT-LINE
        WRITE AP-AGING-REPORT-LINE AFTER ADVANCING 1
    END-IF
    WRITE AP-AGING-REPORT-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.
