       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. apinvmnt.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Vendor invoice entry and maintenance for the APINVMST
*> open-payables master (copybooks/apinvrec.cpy). An invoice is
*> only taken for an active VENDMAST vendor, and its expense
*> account must be on CHARTMAST as an expense or asset account (a
*> prepaid or a fixed-asset purchase) -- the same chart ledgpost.cob
*> validates against, so the payment run's deck cannot bounce on
*> LEDGREJ for a mis-keyed code. The due date defaults to invoice
*> date plus the vendor's terms. H)old keeps a disputed bill out of
*> appayrun.cob's payment run until R)elease; D)elete removes an
*> unpaid invoice keyed in error. U)npay puts a paid invoice back
*> open once its check has been voided through chkvoid.cob, so the
*> next payment run pays it again; a check that is still live on
*> CHECKREG refuses.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT APINVMST ASSIGN TO "APINVMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AI-KEY
        FILE STATUS IS WS-APINVMST-STATUS.
    SELECT VENDMAST ASSIGN TO "VENDMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VN-VENDOR-ID
        FILE STATUS IS WS-VENDMAST-STATUS.
    SELECT CHARTMAST ASSIGN TO "CHARTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CH-ACCOUNT
        FILE STATUS IS WS-CHARTMAST-STATUS.
    SELECT CHECKREG ASSIGN TO "CHECKREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CK-CHECK-NO
        FILE STATUS IS WS-CHECKREG-STATUS.
DATA DIVISION.
FILE SECTION.
FD APINVMST.
COPY apinvrec.
FD VENDMAST.
COPY vendrec.
FD CHARTMAST.
COPY chartrec.
FD CHECKREG.
COPY checkreg.
WORKING-STORAGE SECTION.
01 WS-APINVMST-STATUS  PIC XX VALUE "00".
01 WS-VENDMAST-STATUS  PIC XX VALUE "00".
01 WS-CHARTMAST-STATUS PIC XX VALUE "00".
01 WS-CHECKREG-STATUS  PIC XX VALUE "00".
01 WS-TRANSACTION      PIC X VALUE SPACE.
   88 WS-EXIT-REQUESTED VALUE "X", "x".
01 WS-ENTRY-FLAG       PIC X VALUE "N".
   88 WS-ENTRY-IS-VALID VALUE "Y".
01 WS-DUE-DATE-IN      PIC 9(8) VALUE ZERO.
01 WS-AMOUNT-EDIT      PIC ZZZZZZ9.99.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-OPEN-FILES
    PERFORM UNTIL WS-EXIT-REQUESTED
        DISPLAY " "
        DISPLAY "A)dd  C)hange  I)nquire  H)old  R)elease  D)elete"
            "  U)npay  X)it"
        DISPLAY "Transaction: " WITH NO ADVANCING
        ACCEPT WS-TRANSACTION
        MOVE FUNCTION UPPER-CASE(WS-TRANSACTION) TO WS-TRANSACTION
        EVALUATE WS-TRANSACTION
            WHEN "A" PERFORM 1000-ADD-INVOICE
            WHEN "C" PERFORM 2000-CHANGE-INVOICE
            WHEN "I" PERFORM 3000-INQUIRE-INVOICE
            WHEN "H" PERFORM 4000-HOLD-INVOICE
            WHEN "R" PERFORM 4100-RELEASE-INVOICE
            WHEN "D" PERFORM 4200-DELETE-INVOICE
            WHEN "U" PERFORM 4300-UNPAY-INVOICE
            WHEN "X" CONTINUE
            WHEN OTHER DISPLAY "Invalid transaction code"
        END-EVALUATE
    END-PERFORM
    CLOSE APINVMST
    CLOSE VENDMAST
    CLOSE CHARTMAST
    STOP RUN.

*> Without the vendor master and the chart nothing can be
*> validated, so nothing is taken.
0100-OPEN-FILES.
    OPEN INPUT VENDMAST
    IF WS-VENDMAST-STATUS NOT = "00"
        DISPLAY "VENDMAST open failed, status " WS-VENDMAST-STATUS
            " -- set up vendors with vendmaint first"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT CHARTMAST
    IF WS-CHARTMAST-STATUS NOT = "00"
        DISPLAY "CHARTMAST open failed, status " WS-CHARTMAST-STATUS
            " -- set up the chart of accounts first"
        CLOSE VENDMAST
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O APINVMST
    IF WS-APINVMST-STATUS = "35"
        OPEN OUTPUT APINVMST
        CLOSE APINVMST
        OPEN I-O APINVMST
    END-IF.

1000-ADD-INVOICE.
    DISPLAY "Vendor number: " WITH NO ADVANCING
    ACCEPT AI-VENDOR-ID
    MOVE AI-VENDOR-ID TO VN-VENDOR-ID
    READ VENDMAST
        INVALID KEY
            DISPLAY "Vendor " AI-VENDOR-ID " not on VENDMAST"
            EXIT PARAGRAPH
    END-READ
    IF VN-INACTIVE
        DISPLAY "Vendor " AI-VENDOR-ID " is inactive, invoice refused"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Vendor: " VN-NAME
    DISPLAY "Invoice number: " WITH NO ADVANCING
    ACCEPT AI-INVOICE-NO
    DISPLAY "Invoice date (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT AI-INVOICE-DATE
    DISPLAY "Amount: " WITH NO ADVANCING
    ACCEPT AI-AMOUNT
    DISPLAY "Description: " WITH NO ADVANCING
    ACCEPT AI-DESC
    DISPLAY "Expense account (blank for " VN-EXPENSE-ACCOUNT "): "
        WITH NO ADVANCING
    ACCEPT AI-EXPENSE-ACCOUNT
    IF AI-EXPENSE-ACCOUNT = SPACES
        MOVE VN-EXPENSE-ACCOUNT TO AI-EXPENSE-ACCOUNT
    END-IF
    DISPLAY "Due date (YYYYMMDD, 0 for terms): " WITH NO ADVANCING
    ACCEPT WS-DUE-DATE-IN
    MOVE "O" TO AI-STATUS
    MOVE ZERO TO AI-PAID-DATE
    MOVE ZERO TO AI-CHECK-NO
    PERFORM 5000-VALIDATE-ENTRY
    IF WS-ENTRY-IS-VALID
        WRITE AP-INVOICE-RECORD
            INVALID KEY
                DISPLAY "Invoice " AI-INVOICE-NO " for vendor "
                    AI-VENDOR-ID " is already on file"
            NOT INVALID KEY
                DISPLAY "Invoice " AI-INVOICE-NO " added, due "
                    AI-DUE-DATE
        END-WRITE
    END-IF.

*> Only an unpaid invoice can be re-keyed; once paid the check on
*> CHECKREG is the record.
2000-CHANGE-INVOICE.
    PERFORM 6000-READ-INVOICE
    IF WS-APINVMST-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    IF AI-PAID
        DISPLAY "Invoice is paid by check " AI-CHECK-NO
            ", not changed"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Current invoice date: " AI-INVOICE-DATE
    DISPLAY "New invoice date: " WITH NO ADVANCING
    ACCEPT AI-INVOICE-DATE
    MOVE AI-AMOUNT TO WS-AMOUNT-EDIT
    DISPLAY "Current amount: " WS-AMOUNT-EDIT
    DISPLAY "New amount: " WITH NO ADVANCING
    ACCEPT AI-AMOUNT
    DISPLAY "Current description: " AI-DESC
    DISPLAY "New description: " WITH NO ADVANCING
    ACCEPT AI-DESC
    DISPLAY "Current expense account: " AI-EXPENSE-ACCOUNT
    DISPLAY "New expense account: " WITH NO ADVANCING
    ACCEPT AI-EXPENSE-ACCOUNT
    DISPLAY "Current due date: " AI-DUE-DATE
    DISPLAY "New due date (0 for terms): " WITH NO ADVANCING
    ACCEPT WS-DUE-DATE-IN
    MOVE AI-VENDOR-ID TO VN-VENDOR-ID
    READ VENDMAST
        INVALID KEY MOVE ZERO TO VN-TERMS-DAYS
    END-READ
    PERFORM 5000-VALIDATE-ENTRY
    IF WS-ENTRY-IS-VALID
        REWRITE AP-INVOICE-RECORD
            INVALID KEY
                DISPLAY "Update failed for " AI-INVOICE-NO
            NOT INVALID KEY
                DISPLAY "Invoice " AI-INVOICE-NO " updated"
        END-REWRITE
    ELSE
        DISPLAY "Invoice " AI-INVOICE-NO " not changed"
    END-IF.

3000-INQUIRE-INVOICE.
    PERFORM 6000-READ-INVOICE
    IF WS-APINVMST-STATUS = "00"
        DISPLAY "Vendor:       " AI-VENDOR-ID
        DISPLAY "Invoice:      " AI-INVOICE-NO
        DISPLAY "Description:  " AI-DESC
        DISPLAY "Invoice date: " AI-INVOICE-DATE
        DISPLAY "Due date:     " AI-DUE-DATE
        MOVE AI-AMOUNT TO WS-AMOUNT-EDIT
        DISPLAY "Amount:       " WS-AMOUNT-EDIT
        DISPLAY "Account:      " AI-EXPENSE-ACCOUNT
        EVALUATE TRUE
            WHEN AI-PAID
                DISPLAY "Status:       PAID " AI-PAID-DATE
                    " check " AI-CHECK-NO
            WHEN AI-HELD
                DISPLAY "Status:       HELD"
            WHEN OTHER
                DISPLAY "Status:       OPEN"
        END-EVALUATE
    END-IF.

4000-HOLD-INVOICE.
    PERFORM 6000-READ-INVOICE
    IF WS-APINVMST-STATUS = "00"
        IF AI-OPEN
            MOVE "H" TO AI-STATUS
            REWRITE AP-INVOICE-RECORD
            DISPLAY "Invoice " AI-INVOICE-NO " held from payment"
        ELSE
            DISPLAY "Only an open invoice can be held"
        END-IF
    END-IF.

4100-RELEASE-INVOICE.
    PERFORM 6000-READ-INVOICE
    IF WS-APINVMST-STATUS = "00"
        IF AI-HELD
            MOVE "O" TO AI-STATUS
            REWRITE AP-INVOICE-RECORD
            DISPLAY "Invoice " AI-INVOICE-NO " released for payment"
        ELSE
            DISPLAY "Invoice " AI-INVOICE-NO " is not held"
        END-IF
    END-IF.

4200-DELETE-INVOICE.
    PERFORM 6000-READ-INVOICE
    IF WS-APINVMST-STATUS = "00"
        IF AI-PAID
            DISPLAY "Invoice is paid by check " AI-CHECK-NO
                ", not deleted"
        ELSE
            DELETE APINVMST
                INVALID KEY
                    DISPLAY "Delete failed for " AI-INVOICE-NO
                NOT INVALID KEY
                    DISPLAY "Invoice " AI-INVOICE-NO " deleted"
            END-DELETE
        END-IF
    END-IF.

*> The voided check is the proof the money never left: only then
*> does the invoice go back on the open list.
4300-UNPAY-INVOICE.
    PERFORM 6000-READ-INVOICE
    IF WS-APINVMST-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    IF NOT AI-PAID
        DISPLAY "Invoice " AI-INVOICE-NO " is not paid"
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT CHECKREG
    IF WS-CHECKREG-STATUS NOT = "00"
        DISPLAY "CHECKREG open failed, status " WS-CHECKREG-STATUS
        EXIT PARAGRAPH
    END-IF
    MOVE AI-CHECK-NO TO CK-CHECK-NO
    READ CHECKREG
        INVALID KEY
            MOVE SPACE TO CK-STATUS
    END-READ
    CLOSE CHECKREG
    IF CK-VOID
        MOVE "O" TO AI-STATUS
        MOVE ZERO TO AI-PAID-DATE
        MOVE ZERO TO AI-CHECK-NO
        REWRITE AP-INVOICE-RECORD
        DISPLAY "Invoice " AI-INVOICE-NO " back open for payment"
    ELSE
        DISPLAY "Check " AI-CHECK-NO " is not void on CHECKREG --"
            " void it through chkvoid first"
    END-IF.

*> Account on the chart as an expense or asset account, a non-zero
*> amount, an invoice date, and a due date (keyed, or defaulted
*> from the vendor's terms) no earlier than the invoice date.
5000-VALIDATE-ENTRY.
    MOVE "Y" TO WS-ENTRY-FLAG
    MOVE AI-EXPENSE-ACCOUNT TO CH-ACCOUNT
    READ CHARTMAST
        INVALID KEY
            DISPLAY "Account " AI-EXPENSE-ACCOUNT
                " is not on CHARTMAST"
            MOVE "N" TO WS-ENTRY-FLAG
        NOT INVALID KEY
            IF NOT CH-EXPENSE AND NOT CH-ASSET
                DISPLAY "Account " AI-EXPENSE-ACCOUNT
                    " is not an expense or asset account"
                MOVE "N" TO WS-ENTRY-FLAG
            END-IF
    END-READ
    IF AI-AMOUNT = ZERO
        DISPLAY "Invoice amount must not be zero"
        MOVE "N" TO WS-ENTRY-FLAG
    END-IF
    IF AI-INVOICE-DATE = ZERO
        DISPLAY "Invoice date is required"
        MOVE "N" TO WS-ENTRY-FLAG
    END-IF
    IF WS-ENTRY-IS-VALID
        IF WS-DUE-DATE-IN = ZERO
            COMPUTE AI-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(AI-INVOICE-DATE)
                + VN-TERMS-DAYS)
        ELSE
            MOVE WS-DUE-DATE-IN TO AI-DUE-DATE
        END-IF
        IF AI-DUE-DATE < AI-INVOICE-DATE
            DISPLAY "Due date is before the invoice date"
            MOVE "N" TO WS-ENTRY-FLAG
        END-IF
    END-IF.

6000-READ-INVOICE.
    DISPLAY "Vendor number: " WITH NO ADVANCING
    ACCEPT AI-VENDOR-ID
    DISPLAY "Invoice number: " WITH NO ADVANCING
    ACCEPT AI-INVOICE-NO
    READ APINVMST
        INVALID KEY
            DISPLAY "Invoice " AI-INVOICE-NO " for vendor "
                AI-VENDOR-ID " not found"
    END-READ.
