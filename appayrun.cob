       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. appayrun.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Accounts payable payment run. Every open invoice on APINVMST
*> due on or before the BUSDATE processing date is paid, one check
*> per vendor covering all of that vendor's due invoices. Held
*> invoices, invoices not yet due and invoices for an inactive or
*> unknown vendor are passed over (the last kind counted as rejects
*> so the clerk sees them). Checks are numbered off the same
*> CHECKCTL sequence payroll.cob uses and filed on CHECKREG as
*> vendor checks (CK-SOURCE A, the vendor number in CK-EMP-ID),
*> with the matching BANKPOS positive-pay line, so chkvoid.cob
*> voids and reprints them like any payroll check. Each paid
*> invoice is stamped with its check number and paid date, so a
*> rerun pays nothing twice.
*> The APPAYREG register lists every invoice paid with a subtotal
*> per check, and the APPAYTRN deck hands the ledger the money in
*> the normal AMOUNTS layout: a debit per expense account and one
*> credit to cash for the total, dated the processing date, for
*> ledgpost.cob to post in the same stream.
*> The run is two passes over APINVMST: the first totals each
*> vendor's due invoices so the check can be cut for the full
*> amount, the second stamps the invoices with that check.
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
    SELECT CHECKCTL ASSIGN TO "CHECKCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHECKCTL-STATUS.
    SELECT CHECKREG ASSIGN TO "CHECKREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CK-CHECK-NO
        FILE STATUS IS WS-CHECKREG-STATUS.
    SELECT BANKPOS ASSIGN TO "BANKPOS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANKPOS-STATUS.
    SELECT APPAYTRN ASSIGN TO "APPAYTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPAYTRN-STATUS.
    SELECT APPAYREG ASSIGN TO "APPAYREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPAYREG-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD APINVMST.
COPY apinvrec.
FD VENDMAST.
COPY vendrec.
FD CHECKCTL.
01 CHECK-CONTROL-RECORD.
    02 CC-NEXT-CHECK-NO PIC 9(8).
FD CHECKREG.
COPY checkreg.
FD BANKPOS.
COPY bankpos.
FD APPAYTRN.
COPY amttran REPLACING AMOUNT-TRANSACTION BY AP-LEDGER-RECORD.
FD APPAYREG.
01 AP-PAYMENT-REPORT-LINE PIC X(80).
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-APINVMST-STATUS PIC XX VALUE "00".
01 WS-VENDMAST-STATUS PIC XX VALUE "00".
01 WS-CHECKCTL-STATUS PIC XX VALUE "00".
01 WS-CHECKREG-STATUS PIC XX VALUE "00".
01 WS-BANKPOS-STATUS  PIC XX VALUE "00".
01 WS-APPAYTRN-STATUS PIC XX VALUE "00".
01 WS-APPAYREG-STATUS PIC XX VALUE "00".
01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
*> The cash account the payments are drawn on.
COPY glaccts.
01 WS-RUN-DATE        PIC 9(8) VALUE ZERO.
01 WS-INVOICES-READ   PIC 9(7) VALUE ZERO.
01 WS-INVOICES-PAID   PIC 9(7) VALUE ZERO.
01 WS-PASSED-OVER     PIC 9(7) VALUE ZERO.
01 WS-VENDOR-REJECTS  PIC 9(7) VALUE ZERO.
01 WS-TOTAL-PAID      PIC S9(11)V99 VALUE ZERO.
*> Vendors being paid this run, built on the first pass. A run
*> with more vendors due than this pays the first ones and leaves
*> the rest open for the next run, loudly.
01 WS-VENDOR-COUNT    PIC 9(3) VALUE ZERO.
01 WS-VENDOR-IX       PIC 9(3) VALUE ZERO.
01 WS-VENDOR-FOUND    PIC 9(3) VALUE ZERO.
01 WS-SEARCH-VENDOR   PIC 9(5) VALUE ZERO.
01 WS-VENDOR-TABLE.
    02 WS-VENDOR-ENTRY OCCURS 200.
        03 WS-VT-VENDOR-ID PIC 9(5).
        03 WS-VT-NAME      PIC X(20).
        03 WS-VT-TOTAL     PIC S9(9)V99.
        03 WS-VT-INVOICES  PIC 9(5).
        03 WS-VT-CHECK-NO  PIC 9(8).
01 WS-VENDOR-FULL-FLAG PIC X VALUE "N".
   88 WS-VENDOR-FULL-WARNED VALUE "Y".
01 WS-SELECT-FLAG     PIC X VALUE "N".
   88 WS-INVOICE-SELECTED VALUE "Y".
*> Next check number off CHECKCTL; a brand-new shop starts at 1.
01 WS-NEXT-CHECK-NO   PIC 9(8) VALUE 1.
01 WS-CHECKS-ISSUED   PIC 9(5) VALUE ZERO.
01 WS-CHECK-WRITTEN-FLAG PIC X VALUE "N".
   88 WS-CHECK-WRITTEN VALUE "Y".
*> Paid money by expense account for the APPAYTRN deck, entry 1
*> the 99999 suspense code the same way payroll.cob distributes
*> labor: overflow still reaches the ledger, visibly wrong.
01 WS-ACCT-COUNT      PIC 9(3) VALUE ZERO.
01 WS-ACCT-IX         PIC 9(3) VALUE ZERO.
01 WS-ACCT-FOUND      PIC 9(3) VALUE ZERO.
01 WS-ACCT-TABLE.
    02 WS-ACCT-ENTRY OCCURS 50.
        03 WS-ACCT-CODE   PIC X(5).
        03 WS-ACCT-AMOUNT PIC S9(9)V99.
01 WS-DECK-RECS       PIC 9(5) VALUE ZERO.
01 WS-PREV-VENDOR     PIC 9(5) VALUE ZERO.
01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-COLUMN-HEADING.
    02 FILLER PIC X(7) VALUE "Vendor".
    02 FILLER PIC X(22) VALUE "Name".
    02 FILLER PIC X(12) VALUE "Invoice".
    02 FILLER PIC X(10) VALUE "Due".
    02 FILLER PIC X(7) VALUE "Acct".
    02 FILLER PIC X(12) VALUE "     Amount".
    02 FILLER PIC X(8) VALUE "Check".
01 WS-PAYMENT-DETAIL-LINE.
    02 PD-VENDOR-ID PIC ZZZZ9.
    02 FILLER       PIC X(2) VALUE SPACES.
    02 PD-NAME      PIC X(20).
    02 FILLER       PIC X(2) VALUE SPACES.
    02 PD-INVOICE   PIC X(10).
    02 FILLER       PIC X(2) VALUE SPACES.
    02 PD-DUE-DATE  PIC 9(8).
    02 FILLER       PIC X(2) VALUE SPACES.
    02 PD-ACCOUNT   PIC X(5).
    02 FILLER       PIC X(2) VALUE SPACES.
    02 PD-AMOUNT    PIC ZZZZZZ9.99.
    02 FILLER       PIC X(2) VALUE SPACES.
    02 PD-CHECK-NO  PIC 9(8).
01 WS-CHECK-TOTAL-LINE.
    02 FILLER       PIC X(29) VALUE SPACES.
    02 FILLER       PIC X(12) VALUE "Check total".
    02 CT-INVOICES  PIC ZZZZ9.
    02 FILLER       PIC X(13) VALUE " invoice(s) ".
    02 CT-AMOUNT    PIC ZZZZZZZZ9.99.
01 WS-SUMMARY-LINE.
    02 FILLER       PIC X(16) VALUE "Invoices paid:".
    02 SM-PAID      PIC ZZZZZZ9.
    02 FILLER       PIC X(10) VALUE "  Checks:".
    02 SM-CHECKS    PIC ZZZZ9.
    02 FILLER       PIC X(14) VALUE "  Total paid:".
    02 SM-TOTAL     PIC ZZZZZZZZZZ9.99.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    CALL "busdate" USING WS-RUN-DATE
    OPEN INPUT VENDMAST
    IF WS-VENDMAST-STATUS NOT = "00"
        DISPLAY "VENDMAST open failed, status " WS-VENDMAST-STATUS
            ", payment run abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT APINVMST
    IF WS-APINVMST-STATUS NOT = "00"
        DISPLAY "APINVMST open failed, status " WS-APINVMST-STATUS
            ", payment run abandoned"
        CLOSE VENDMAST
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1000-SELECT-DUE-INVOICES
    CLOSE APINVMST
    CLOSE VENDMAST
    PERFORM 0400-OPEN-CHECK-FILES
    PERFORM VARYING WS-VENDOR-IX FROM 1 BY 1
            UNTIL WS-VENDOR-IX > WS-VENDOR-COUNT
        PERFORM 2000-ISSUE-VENDOR-CHECK
    END-PERFORM
    CLOSE CHECKREG
    CLOSE BANKPOS
    PERFORM 9500-REWRITE-CHECK-CONTROL
    OPEN I-O APINVMST
    OPEN OUTPUT APPAYREG
    PERFORM 0100-INIT-REPORT
    PERFORM 3000-MARK-INVOICES-PAID
    CLOSE APINVMST
    PERFORM 4000-WRITE-TOTALS
    CLOSE APPAYREG
    PERFORM 4800-WRITE-LEDGER-DECK
    DISPLAY "Invoices read:         " WS-INVOICES-READ
    DISPLAY "Invoices paid:         " WS-INVOICES-PAID
    DISPLAY "Checks issued:         " WS-CHECKS-ISSUED
    DISPLAY "Vendor rejects:        " WS-VENDOR-REJECTS
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

0400-OPEN-CHECK-FILES.
    OPEN INPUT CHECKCTL
    IF WS-CHECKCTL-STATUS = "00"
        READ CHECKCTL
            AT END CONTINUE
            NOT AT END MOVE CC-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
        END-READ
        CLOSE CHECKCTL
    END-IF
    OPEN I-O CHECKREG
    IF WS-CHECKREG-STATUS = "35"
        OPEN OUTPUT CHECKREG
        CLOSE CHECKREG
        OPEN I-O CHECKREG
    END-IF
    OPEN EXTEND BANKPOS
    IF WS-BANKPOS-STATUS = "35"
        OPEN OUTPUT BANKPOS
    END-IF.

*> First pass: every invoice is counted in; the due, open ones for
*> an active vendor are totalled under that vendor.
1000-SELECT-DUE-INVOICES.
    READ APINVMST
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-INVOICES-READ
        PERFORM 1100-JUDGE-ONE-INVOICE
        READ APINVMST
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM.

1100-JUDGE-ONE-INVOICE.
    IF NOT AI-OPEN OR AI-DUE-DATE > WS-RUN-DATE
        ADD 1 TO WS-PASSED-OVER
        EXIT PARAGRAPH
    END-IF
    MOVE AI-VENDOR-ID TO VN-VENDOR-ID
    READ VENDMAST
        INVALID KEY
            MOVE "I" TO VN-STATUS
    END-READ
    IF VN-INACTIVE
        ADD 1 TO WS-VENDOR-REJECTS
        DISPLAY "Invoice " AI-INVOICE-NO " not paid -- vendor "
            AI-VENDOR-ID " is inactive or not on VENDMAST"
        EXIT PARAGRAPH
    END-IF
    MOVE AI-VENDOR-ID TO WS-SEARCH-VENDOR
    PERFORM 1200-FIND-VENDOR-ENTRY
    IF WS-VENDOR-FOUND = ZERO
        IF WS-VENDOR-COUNT >= 200
            ADD 1 TO WS-PASSED-OVER
            IF NOT WS-VENDOR-FULL-WARNED
                SET WS-VENDOR-FULL-WARNED TO TRUE
                DISPLAY "Vendor table full -- vendor " AI-VENDOR-ID
                    " and later vendors left open for the next run"
            END-IF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-VENDOR-COUNT
        MOVE WS-VENDOR-COUNT TO WS-VENDOR-FOUND
        MOVE AI-VENDOR-ID TO WS-VT-VENDOR-ID(WS-VENDOR-FOUND)
        MOVE VN-NAME TO WS-VT-NAME(WS-VENDOR-FOUND)
        MOVE ZERO TO WS-VT-TOTAL(WS-VENDOR-FOUND)
        MOVE ZERO TO WS-VT-INVOICES(WS-VENDOR-FOUND)
        MOVE ZERO TO WS-VT-CHECK-NO(WS-VENDOR-FOUND)
    END-IF
    ADD AI-AMOUNT TO WS-VT-TOTAL(WS-VENDOR-FOUND)
    ADD 1 TO WS-VT-INVOICES(WS-VENDOR-FOUND).

1200-FIND-VENDOR-ENTRY.
    MOVE ZERO TO WS-VENDOR-FOUND
    PERFORM VARYING WS-VENDOR-IX FROM 1 BY 1
            UNTIL WS-VENDOR-IX > WS-VENDOR-COUNT
        IF WS-VT-VENDOR-ID(WS-VENDOR-IX) = WS-SEARCH-VENDOR
            MOVE WS-VENDOR-IX TO WS-VENDOR-FOUND
        END-IF
    END-PERFORM.

*> A number already on the register (a stale control after a
*> restore) is skipped, never reused -- the same loop as
*> payroll.cob's check issue.
2000-ISSUE-VENDOR-CHECK.
    MOVE "N" TO WS-CHECK-WRITTEN-FLAG
    PERFORM UNTIL WS-CHECK-WRITTEN
        MOVE WS-NEXT-CHECK-NO TO CK-CHECK-NO
        MOVE WS-VT-VENDOR-ID(WS-VENDOR-IX) TO CK-EMP-ID
        MOVE WS-VT-NAME(WS-VENDOR-IX) TO CK-PAYEE
        MOVE WS-RUN-DATE TO CK-DATE
        MOVE WS-VT-TOTAL(WS-VENDOR-IX) TO CK-AMOUNT
        MOVE "I" TO CK-STATUS
        MOVE "A" TO CK-SOURCE
        MOVE ZERO TO CK-CLEARED-DATE
        MOVE ZERO TO CK-TAX-WITHHELD
        WRITE CHECK-REGISTER-RECORD
            INVALID KEY
                DISPLAY "Check " WS-NEXT-CHECK-NO
                    " already on register, number skipped"
                ADD 1 TO WS-NEXT-CHECK-NO
            NOT INVALID KEY
                SET WS-CHECK-WRITTEN TO TRUE
        END-WRITE
    END-PERFORM
    MOVE WS-NEXT-CHECK-NO TO WS-VT-CHECK-NO(WS-VENDOR-IX)
    ADD 1 TO WS-NEXT-CHECK-NO
    ADD 1 TO WS-CHECKS-ISSUED
    MOVE "I" TO BP-CODE
    MOVE WS-VT-CHECK-NO(WS-VENDOR-IX) TO BP-CHECK-NO
    MOVE WS-RUN-DATE TO BP-DATE
    MOVE WS-VT-TOTAL(WS-VENDOR-IX) TO BP-AMOUNT
    MOVE WS-VT-NAME(WS-VENDOR-IX) TO BP-PAYEE
    WRITE BANK-POSITIVE-RECORD.

*> Second pass: an open, due invoice whose vendor got a check this
*> run is stamped paid with that check, printed, and its money
*> distributed to its expense account.
3000-MARK-INVOICES-PAID.
    MOVE "N" TO WS-EOF-FLAG
    READ APINVMST
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        MOVE "N" TO WS-SELECT-FLAG
        IF AI-OPEN AND AI-DUE-DATE NOT > WS-RUN-DATE
            MOVE AI-VENDOR-ID TO WS-SEARCH-VENDOR
            PERFORM 1200-FIND-VENDOR-ENTRY
            IF WS-VENDOR-FOUND > ZERO
                SET WS-INVOICE-SELECTED TO TRUE
            END-IF
        END-IF
        IF WS-INVOICE-SELECTED
            PERFORM 3100-PAY-ONE-INVOICE
        END-IF
        READ APINVMST
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    PERFORM 3300-WRITE-CHECK-TOTAL.

3100-PAY-ONE-INVOICE.
    IF AI-VENDOR-ID NOT = WS-PREV-VENDOR
        PERFORM 3300-WRITE-CHECK-TOTAL
        MOVE AI-VENDOR-ID TO WS-PREV-VENDOR
        MOVE AI-VENDOR-ID TO WS-SEARCH-VENDOR
        PERFORM 1200-FIND-VENDOR-ENTRY
    END-IF
    MOVE "P" TO AI-STATUS
    MOVE WS-RUN-DATE TO AI-PAID-DATE
    MOVE WS-VT-CHECK-NO(WS-VENDOR-FOUND) TO AI-CHECK-NO
    REWRITE AP-INVOICE-RECORD
    ADD 1 TO WS-INVOICES-PAID
    ADD AI-AMOUNT TO WS-TOTAL-PAID
    MOVE AI-VENDOR-ID TO PD-VENDOR-ID
    MOVE WS-VT-NAME(WS-VENDOR-FOUND) TO PD-NAME
    MOVE AI-INVOICE-NO TO PD-INVOICE
    MOVE AI-DUE-DATE TO PD-DUE-DATE
    MOVE AI-EXPENSE-ACCOUNT TO PD-ACCOUNT
    MOVE AI-AMOUNT TO PD-AMOUNT
    MOVE AI-CHECK-NO TO PD-CHECK-NO
    MOVE WS-PAYMENT-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    PERFORM 3200-ACCUMULATE-EXPENSE.

3200-ACCUMULATE-EXPENSE.
    IF WS-ACCT-COUNT = ZERO
        MOVE 1 TO WS-ACCT-COUNT
        MOVE "99999" TO WS-ACCT-CODE(1)
        MOVE ZERO TO WS-ACCT-AMOUNT(1)
    END-IF
    MOVE ZERO TO WS-ACCT-FOUND
    PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
            UNTIL WS-ACCT-IX > WS-ACCT-COUNT
        IF WS-ACCT-CODE(WS-ACCT-IX) = AI-EXPENSE-ACCOUNT
            MOVE WS-ACCT-IX TO WS-ACCT-FOUND
        END-IF
    END-PERFORM
    IF WS-ACCT-FOUND = ZERO
        IF WS-ACCT-COUNT < 50
            ADD 1 TO WS-ACCT-COUNT
            MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND
            MOVE AI-EXPENSE-ACCOUNT TO WS-ACCT-CODE(WS-ACCT-FOUND)
            MOVE ZERO TO WS-ACCT-AMOUNT(WS-ACCT-FOUND)
        ELSE
            MOVE 1 TO WS-ACCT-FOUND
        END-IF
    END-IF
    ADD AI-AMOUNT TO WS-ACCT-AMOUNT(WS-ACCT-FOUND).

*> Subtotal under the last invoice of each vendor's check.
3300-WRITE-CHECK-TOTAL.
    IF WS-PREV-VENDOR NOT = ZERO
        MOVE WS-PREV-VENDOR TO WS-SEARCH-VENDOR
        PERFORM 1200-FIND-VENDOR-ENTRY
        MOVE WS-VT-INVOICES(WS-VENDOR-FOUND) TO CT-INVOICES
        MOVE WS-VT-TOTAL(WS-VENDOR-FOUND) TO CT-AMOUNT
        MOVE WS-CHECK-TOTAL-LINE TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        MOVE SPACES TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF.

4000-WRITE-TOTALS.
    MOVE WS-INVOICES-PAID TO SM-PAID
    MOVE WS-CHECKS-ISSUED TO SM-CHECKS
    MOVE WS-TOTAL-PAID TO SM-TOTAL
    MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

*> The deck balances by construction: the expense debits add up to
*> the one cash credit.
4800-WRITE-LEDGER-DECK.
    OPEN OUTPUT APPAYTRN
    PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
            UNTIL WS-ACCT-IX > WS-ACCT-COUNT
        IF WS-ACCT-AMOUNT(WS-ACCT-IX) NOT = ZERO
            MOVE SPACES TO AP-LEDGER-RECORD
            MOVE WS-ACCT-AMOUNT(WS-ACCT-IX)
                TO AT-AMOUNT OF AP-LEDGER-RECORD
            MOVE WS-ACCT-CODE(WS-ACCT-IX)
                TO AT-ACCOUNT OF AP-LEDGER-RECORD
            MOVE WS-RUN-DATE TO AT-POST-DATE OF AP-LEDGER-RECORD
            MOVE "D" TO AT-DRCR-IND OF AP-LEDGER-RECORD
            WRITE AP-LEDGER-RECORD
            ADD 1 TO WS-DECK-RECS
        END-IF
    END-PERFORM
    IF WS-TOTAL-PAID NOT = ZERO
        MOVE SPACES TO AP-LEDGER-RECORD
        MOVE WS-TOTAL-PAID TO AT-AMOUNT OF AP-LEDGER-RECORD
        MOVE GL-CASH-ACCOUNT TO AT-ACCOUNT OF AP-LEDGER-RECORD
        MOVE WS-RUN-DATE TO AT-POST-DATE OF AP-LEDGER-RECORD
        MOVE "C" TO AT-DRCR-IND OF AP-LEDGER-RECORD
        WRITE AP-LEDGER-RECORD
        ADD 1 TO WS-DECK-RECS
    END-IF
    CLOSE APPAYTRN
    DISPLAY "Ledger deck records:   " WS-DECK-RECS.

9500-REWRITE-CHECK-CONTROL.
    OPEN OUTPUT CHECKCTL
    MOVE WS-NEXT-CHECK-NO TO CC-NEXT-CHECK-NO
    WRITE CHECK-CONTROL-RECORD
    CLOSE CHECKCTL.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "APPAYRUN" TO RC-PROGRAM
    CALL "busdate" USING RC-RUN-DATE
    MOVE WS-INVOICES-READ TO RC-RECORDS-IN
    COMPUTE RC-RECORDS-OUT = WS-INVOICES-PAID + WS-PASSED-OVER
    MOVE WS-VENDOR-REJECTS TO RC-REJECTS
    MOVE WS-TOTAL-PAID TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.

0100-INIT-REPORT.
    MOVE "AP PAYMENT REGISTER" TO RPT-TITLE
    MOVE WS-COLUMN-HEADING TO RPT-COLUMN-HEADING.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE AP-PAYMENT-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE AP-PAYMENT-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO AP-PAYMENT-REPORT-LINE
        WRITE AP-PAYMENT-REPORT-LINE AFTER ADVANCING 1
        WRITE AP-PAYMENT-REPORT-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO AP-PAYMENT-REPORT-LINE
        WRITE AP-PAYMENT-REPORT-LINE AFTER ADVANCING 1
    END-IF
    WRITE AP-PAYMENT-REPORT-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.
