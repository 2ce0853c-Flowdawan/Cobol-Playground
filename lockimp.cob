       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. lockimp.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Lockbox import: reads the bank's LOCKBOX remittance batch (see
*> lockbox.cpy) and turns each check received into a CUSTTRAN "P"
*> payment record for custpost.cob, instead of someone re-keying
*> the deposit off the bank's listing.
*> Each payment is tied to a customer by the ident on the stub,
*> falling back to the CM-CUSTNAME alternate key when the ident is
*> missing or unknown. Only a certain match is applied: an active
*> customer whose name agrees with the stub (when the stub carries
*> one), or a name that finds exactly one active customer. A name
*> lookup is an exact match on the key, so a stub spelt differently
*> from the master is not guessed at. Everything else -- unknown,
*> ambiguous, inactive, zero amount -- goes to the UNAPPLIED
*> suspense file with its reason, where unapmnt.cob applies it by
*> hand later; no deposited money is dropped.
*> The batch is proven before anything is written: the detail count
*> and total must agree with the bank's trailer, or the import
*> stops with condition code 8 and writes nothing. The LBXCTL log
*> of batch numbers already imported refuses a second import of
*> the same batch the same way. The LBXRPT register lists every
*> item and where it went, and RUNCTL gets items in = applied +
*> suspense, with the deposit total as the money hash.
*> The stub ident is six digits; a batch still in the old three-digit
*> layout shows up as a detail whose amount is not numeric and is
*> refused whole, the same way as a batch out of balance.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOCKBOX ASSIGN TO "LOCKBOX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCKBOX-STATUS.
    SELECT CUSTMAST ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-IDENT
        ALTERNATE RECORD KEY IS CM-CUSTNAME WITH DUPLICATES
        FILE STATUS IS WS-CUSTMAST-STATUS.
    SELECT CUSTTRAN ASSIGN TO "CUSTTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CUSTTRAN-STATUS.
    SELECT UNAPPLIED ASSIGN TO "UNAPPLIED"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS UA-KEY
        FILE STATUS IS WS-UNAPPLIED-STATUS.
    SELECT LBXCTL ASSIGN TO "LBXCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LBXCTL-STATUS.
    SELECT LBXRPT ASSIGN TO "LBXRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LBXRPT-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD LOCKBOX.
COPY lockbox.
FD CUSTMAST.
COPY custrec.
FD CUSTTRAN.
COPY custtran.
FD UNAPPLIED.
COPY unaprec.
FD LBXCTL.
01 LOCKBOX-CONTROL-RECORD.
    02 LX-BATCH-NO     PIC 9(6).
    02 LX-DEPOSIT-DATE PIC 9(8).
    02 LX-RUN-DATE     PIC 9(8).
FD LBXRPT.
01 LOCKBOX-REPORT-LINE PIC X(80).
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-LOCKBOX-STATUS   PIC XX VALUE "00".
01 WS-CUSTMAST-STATUS  PIC XX VALUE "00".
01 WS-CUSTTRAN-STATUS  PIC XX VALUE "00".
01 WS-UNAPPLIED-STATUS PIC XX VALUE "00".
01 WS-LBXCTL-STATUS    PIC XX VALUE "00".
01 WS-LBXRPT-STATUS    PIC XX VALUE "00".
01 WS-RUNCTL-STATUS    PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-CTL-EOF-FLAG     PIC X VALUE "N".
   88 WS-CTL-END-OF-FILE VALUE "Y".
01 WS-IMPORTED-FLAG    PIC X VALUE "N".
   88 WS-ALREADY-IMPORTED VALUE "Y".
01 WS-HEADER-FLAG      PIC X VALUE "N".
   88 WS-HEADER-SEEN   VALUE "Y".
01 WS-TRAILER-FLAG     PIC X VALUE "N".
   88 WS-TRAILER-SEEN  VALUE "Y".
01 WS-LAYOUT-FLAG      PIC X VALUE "N".
   88 WS-OLD-LAYOUT    VALUE "Y".
01 WS-RUN-DATE         PIC 9(8) VALUE ZERO.
01 WS-BATCH-NO         PIC 9(6) VALUE ZERO.
01 WS-DEPOSIT-DATE     PIC 9(8) VALUE ZERO.
01 WS-TRAILER-COUNT    PIC 9(5) VALUE ZERO.
01 WS-TRAILER-TOTAL    PIC 9(9)V99 VALUE ZERO.
01 WS-DETAIL-COUNT     PIC 9(5) VALUE ZERO.
01 WS-DETAIL-TOTAL     PIC 9(9)V99 VALUE ZERO.
01 WS-APPLIED-COUNT    PIC 9(5) VALUE ZERO.
01 WS-APPLIED-TOTAL    PIC 9(9)V99 VALUE ZERO.
01 WS-SUSPENSE-COUNT   PIC 9(5) VALUE ZERO.
01 WS-SUSPENSE-TOTAL   PIC 9(9)V99 VALUE ZERO.
*> Outcome of matching one payment: the customer it belongs to,
*> or the reason it goes to suspense.
01 WS-MATCH-IDENT      PIC 9(6) VALUE ZERO.
01 WS-SUSPENSE-REASON  PIC X(20) VALUE SPACES.
01 WS-REMIT-NAME       PIC X(20) VALUE SPACES.
01 WS-MASTER-NAME      PIC X(20) VALUE SPACES.
01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-COLUMN-HEADING.
    02 FILLER PIC X(7)  VALUE "Item".
    02 FILLER PIC X(8)  VALUE "Id".
    02 FILLER PIC X(21) VALUE "Remitter".
    02 FILLER PIC X(13) VALUE "       Amount".
    02 FILLER PIC X(2)  VALUE SPACES.
    02 FILLER PIC X(20) VALUE "Disposition".
01 WS-DETAIL-LINE.
    02 LL-ITEM-NO     PIC ZZZZ9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 LL-IDENT       PIC X(6).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 LL-NAME        PIC X(20).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 LL-AMOUNT      PIC ZZZZZZZZ9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 LL-DISPOSITION PIC X(28).
01 WS-APPLIED-TEXT.
    02 FILLER         PIC X(17) VALUE "APPLIED TO CUST ".
    02 AX-IDENT       PIC 9(6).
01 WS-TOTAL-LINE.
    02 TL-LABEL       PIC X(30).
    02 TL-COUNT       PIC ZZZZ9.
    02 FILLER         PIC X(1) VALUE SPACE.
    02 TL-AMOUNT      PIC ZZZZZZZZ9.99.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    CALL "busdate" USING WS-RUN-DATE
    PERFORM 1000-PROVE-BATCH
    PERFORM 1500-CHECK-BATCH-NOT-IMPORTED
    IF WS-ALREADY-IMPORTED
        DISPLAY "Lockbox batch " WS-BATCH-NO
            " already imported, import refused"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT CUSTMAST
    IF WS-CUSTMAST-STATUS NOT = "00"
        DISPLAY "CUSTMAST open failed, status " WS-CUSTMAST-STATUS
            ", lockbox import abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O UNAPPLIED
    IF WS-UNAPPLIED-STATUS = "35"
        OPEN OUTPUT UNAPPLIED
        CLOSE UNAPPLIED
        OPEN I-O UNAPPLIED
    END-IF
    OPEN EXTEND CUSTTRAN
    IF WS-CUSTTRAN-STATUS = "35"
        OPEN OUTPUT CUSTTRAN
    END-IF
    OPEN OUTPUT LBXRPT
    PERFORM 0100-INIT-REPORT
    OPEN INPUT LOCKBOX
    MOVE "N" TO WS-EOF-FLAG
    READ LOCKBOX
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        IF LB-DETAIL
            PERFORM 2000-IMPORT-ONE-PAYMENT
        END-IF
        READ LOCKBOX
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE LOCKBOX
    PERFORM 3000-WRITE-TOTALS
    CLOSE CUSTMAST
    CLOSE UNAPPLIED
    CLOSE CUSTTRAN
    CLOSE LBXRPT
    PERFORM 9000-RECORD-BATCH-IMPORTED
    DISPLAY "Lockbox batch " WS-BATCH-NO " deposit " WS-DEPOSIT-DATE
    DISPLAY "Payments read:         " WS-DETAIL-COUNT
    DISPLAY "Applied to customers:  " WS-APPLIED-COUNT
    DISPLAY "Sent to suspense:      " WS-SUSPENSE-COUNT
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

0100-INIT-REPORT.
    MOVE "LOCKBOX IMPORT REGISTER" TO RPT-TITLE
    MOVE WS-COLUMN-HEADING TO RPT-COLUMN-HEADING.

*> First pass: the bank's own trailer must agree with what the
*> batch actually holds before a single payment is applied.
1000-PROVE-BATCH.
    OPEN INPUT LOCKBOX
    IF WS-LOCKBOX-STATUS NOT = "00"
        DISPLAY "LOCKBOX open failed, status " WS-LOCKBOX-STATUS
            ", lockbox import abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ LOCKBOX
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        EVALUATE TRUE
            WHEN LB-HEADER
                SET WS-HEADER-SEEN TO TRUE
                MOVE LB-BATCH-NO TO WS-BATCH-NO
                MOVE LB-DEPOSIT-DATE TO WS-DEPOSIT-DATE
            WHEN LB-DETAIL
                IF LB-AMOUNT IS NOT NUMERIC
                    SET WS-OLD-LAYOUT TO TRUE
                END-IF
                ADD 1 TO WS-DETAIL-COUNT
                ADD LB-AMOUNT TO WS-DETAIL-TOTAL
            WHEN LB-TRAILER
                SET WS-TRAILER-SEEN TO TRUE
                MOVE LB-ITEM-COUNT TO WS-TRAILER-COUNT
                MOVE LB-DEPOSIT-TOTAL TO WS-TRAILER-TOTAL
        END-EVALUATE
        READ LOCKBOX
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE LOCKBOX
    IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
        DISPLAY "LOCKBOX batch has no header or trailer record,"
            " lockbox import abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-OLD-LAYOUT
        DISPLAY "LOCKBOX batch " WS-BATCH-NO " has a detail not in the"
            " six-digit customer number layout, lockbox import abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
            OR WS-DETAIL-TOTAL NOT = WS-TRAILER-TOTAL
        DISPLAY "LOCKBOX batch " WS-BATCH-NO " OUT OF BALANCE"
        DISPLAY "  items:   " WS-DETAIL-COUNT " trailer "
            WS-TRAILER-COUNT
        DISPLAY "  deposit: " WS-DETAIL-TOTAL " trailer "
            WS-TRAILER-TOTAL
        DISPLAY "Lockbox import abandoned, nothing applied"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

1500-CHECK-BATCH-NOT-IMPORTED.
    OPEN INPUT LBXCTL
    IF WS-LBXCTL-STATUS = "00"
        PERFORM UNTIL WS-CTL-END-OF-FILE
            READ LBXCTL
                AT END SET WS-CTL-END-OF-FILE TO TRUE
                NOT AT END
                    IF LX-BATCH-NO = WS-BATCH-NO
                        SET WS-ALREADY-IMPORTED TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LBXCTL
    END-IF.

2000-IMPORT-ONE-PAYMENT.
    MOVE ZERO TO WS-MATCH-IDENT
    MOVE SPACES TO WS-SUSPENSE-REASON
    PERFORM 2100-MATCH-PAYMENT
    MOVE LB-ITEM-NO TO LL-ITEM-NO
    MOVE LB-REMIT-IDENT TO LL-IDENT
    MOVE LB-REMIT-NAME TO LL-NAME
    MOVE LB-AMOUNT TO LL-AMOUNT
    IF WS-SUSPENSE-REASON = SPACES
        PERFORM 2500-WRITE-PAYMENT
        MOVE WS-MATCH-IDENT TO AX-IDENT
        MOVE WS-APPLIED-TEXT TO LL-DISPOSITION
    ELSE
        PERFORM 2600-WRITE-SUSPENSE
        MOVE WS-SUSPENSE-REASON TO LL-DISPOSITION
    END-IF
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

*> Ident first; the name key only when the stub has no usable
*> ident. A stub name that contradicts the ident's customer is not
*> certain either way and goes to suspense.
2100-MATCH-PAYMENT.
    IF LB-AMOUNT = ZERO
        MOVE "ZERO AMOUNT" TO WS-SUSPENSE-REASON
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION UPPER-CASE(LB-REMIT-NAME) TO WS-REMIT-NAME
    IF LB-REMIT-IDENT IS NUMERIC AND LB-REMIT-IDENT NOT = "000000"
        MOVE LB-REMIT-IDENT TO CM-IDENT
        READ CUSTMAST
            INVALID KEY
                MOVE "IDENT NOT ON FILE" TO WS-SUSPENSE-REASON
            NOT INVALID KEY
                MOVE FUNCTION UPPER-CASE(CM-CUSTNAME)
                    TO WS-MASTER-NAME
                EVALUATE TRUE
                    WHEN CM-INACTIVE
                        MOVE "INACTIVE CUSTOMER"
                            TO WS-SUSPENSE-REASON
                    WHEN WS-REMIT-NAME NOT = SPACES
                            AND WS-REMIT-NAME NOT = WS-MASTER-NAME
                        MOVE "IDENT/NAME DISAGREE"
                            TO WS-SUSPENSE-REASON
                    WHEN OTHER
                        MOVE CM-IDENT TO WS-MATCH-IDENT
                END-EVALUATE
                EXIT PARAGRAPH
        END-READ
    END-IF
    IF LB-REMIT-NAME = SPACES
        IF WS-SUSPENSE-REASON = SPACES
            MOVE "NO USABLE IDENT/NAME" TO WS-SUSPENSE-REASON
        END-IF
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-SUSPENSE-REASON
    PERFORM 2200-MATCH-BY-NAME.

*> A name shared by two customers is never a certain match, so the
*> record after the hit is checked for the same name before the hit
*> is accepted.
2200-MATCH-BY-NAME.
    MOVE LB-REMIT-NAME TO CM-CUSTNAME
    READ CUSTMAST KEY IS CM-CUSTNAME
        INVALID KEY
            MOVE "NAME NOT ON FILE" TO WS-SUSPENSE-REASON
            EXIT PARAGRAPH
    END-READ
    IF CM-INACTIVE
        MOVE "INACTIVE CUSTOMER" TO WS-SUSPENSE-REASON
    ELSE
        MOVE CM-IDENT TO WS-MATCH-IDENT
    END-IF
    READ CUSTMAST NEXT RECORD
        AT END
            CONTINUE
        NOT AT END
            IF CM-CUSTNAME = LB-REMIT-NAME
                MOVE ZERO TO WS-MATCH-IDENT
                MOVE "DUPLICATE NAME" TO WS-SUSPENSE-REASON
            END-IF
    END-READ.

2500-WRITE-PAYMENT.
    MOVE SPACES TO CUST-TRANSACTION
    MOVE WS-MATCH-IDENT TO CT-IDENT
    MOVE "P" TO CT-TRANCODE
    STRING "LOCKBOX " LB-CHECK-NO DELIMITED BY SIZE
        INTO CT-ACTIVITY
    MOVE LB-AMOUNT TO CT-AMOUNT
    WRITE CUST-TRANSACTION
    ADD 1 TO WS-APPLIED-COUNT
    ADD LB-AMOUNT TO WS-APPLIED-TOTAL.

2600-WRITE-SUSPENSE.
    MOVE SPACES TO UNAPPLIED-CASH-RECORD
    MOVE WS-BATCH-NO TO UA-BATCH-NO
    MOVE LB-ITEM-NO TO UA-ITEM-NO
    MOVE WS-DEPOSIT-DATE TO UA-DEPOSIT-DATE
    MOVE LB-REMIT-IDENT TO UA-REMIT-IDENT
    MOVE LB-REMIT-NAME TO UA-REMIT-NAME
    MOVE LB-AMOUNT TO UA-AMOUNT
    MOVE LB-CHECK-NO TO UA-CHECK-NO
    MOVE WS-SUSPENSE-REASON TO UA-REASON
    MOVE "O" TO UA-STATUS
    MOVE ZERO TO UA-APPLIED-IDENT
    MOVE ZERO TO UA-APPLIED-DATE
    WRITE UNAPPLIED-CASH-RECORD
        INVALID KEY
            DISPLAY "Suspense item " UA-KEY " already on file"
    END-WRITE
    ADD 1 TO WS-SUSPENSE-COUNT
    ADD LB-AMOUNT TO WS-SUSPENSE-TOTAL.

3000-WRITE-TOTALS.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Applied to customers" TO TL-LABEL
    MOVE WS-APPLIED-COUNT TO TL-COUNT
    MOVE WS-APPLIED-TOTAL TO TL-AMOUNT
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Unapplied cash (suspense)" TO TL-LABEL
    MOVE WS-SUSPENSE-COUNT TO TL-COUNT
    MOVE WS-SUSPENSE-TOTAL TO TL-AMOUNT
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Deposit per bank trailer" TO TL-LABEL
    MOVE WS-TRAILER-COUNT TO TL-COUNT
    MOVE WS-TRAILER-TOTAL TO TL-AMOUNT
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

9000-RECORD-BATCH-IMPORTED.
    OPEN EXTEND LBXCTL
    IF WS-LBXCTL-STATUS = "35"
        OPEN OUTPUT LBXCTL
    END-IF
    MOVE WS-BATCH-NO TO LX-BATCH-NO
    MOVE WS-DEPOSIT-DATE TO LX-DEPOSIT-DATE
    MOVE WS-RUN-DATE TO LX-RUN-DATE
    WRITE LOCKBOX-CONTROL-RECORD
    CLOSE LBXCTL.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "LOCKIMP " TO RC-PROGRAM
    MOVE WS-RUN-DATE TO RC-RUN-DATE
    MOVE WS-DETAIL-COUNT TO RC-RECORDS-IN
    MOVE WS-APPLIED-COUNT TO RC-RECORDS-OUT
    MOVE WS-SUSPENSE-COUNT TO RC-REJECTS
    MOVE WS-TRAILER-TOTAL TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE LOCKBOX-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE LOCKBOX-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO LOCKBOX-REPORT-LINE
        WRITE LOCKBOX-REPORT-LINE AFTER ADVANCING 1
        WRITE LOCKBOX-REPORT-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO LOCKBOX-REPORT-LINE
        WRITE LOCKBOX-REPORT-LINE AFTER ADVANCING 1
    END-IF
    WRITE LOCKBOX-REPORT-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.
