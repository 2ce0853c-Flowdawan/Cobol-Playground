       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. vendmaint.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Add/Change/Inquire/Delete maintenance for the VENDMAST vendor
*> master accounts payable runs on, in the same style as
*> chartmnt.cob for CHARTMAST. The default expense account keyed
*> here must be on the chart of accounts, the same rule
*> apinvmnt.cob applies to every invoice. Delete only flags the
*> vendor inactive, the way custmaint.cob treats a customer: the
*> paid invoices and the vendor checks on CHECKREG still point at
*> the number, and an inactive vendor gets no new invoices and no
*> checks out of appayrun.cob.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
DATA DIVISION.
FILE SECTION.
FD VENDMAST.
COPY vendrec.
FD CHARTMAST.
COPY chartrec.
WORKING-STORAGE SECTION.
01 WS-VENDMAST-STATUS  PIC XX VALUE "00".
01 WS-CHARTMAST-STATUS PIC XX VALUE "00".
01 WS-TRANSACTION      PIC X VALUE SPACE.
   88 WS-EXIT-REQUESTED VALUE "X", "x".
01 WS-ACCOUNT-FLAG     PIC X VALUE "N".
   88 WS-ACCOUNT-IS-VALID VALUE "Y".
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-OPEN-VENDMAST
    OPEN INPUT CHARTMAST
    IF WS-CHARTMAST-STATUS NOT = "00"
        DISPLAY "CHARTMAST open failed, status " WS-CHARTMAST-STATUS
            " -- set up the chart of accounts first"
        CLOSE VENDMAST
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EXIT-REQUESTED
        DISPLAY " "
        DISPLAY "A)dd  C)hange  I)nquire  D)elete  X)it"
        DISPLAY "Transaction: " WITH NO ADVANCING
        ACCEPT WS-TRANSACTION
        MOVE FUNCTION UPPER-CASE(WS-TRANSACTION) TO WS-TRANSACTION
        EVALUATE WS-TRANSACTION
            WHEN "A" PERFORM 1000-ADD-VENDOR
            WHEN "C" PERFORM 2000-CHANGE-VENDOR
            WHEN "I" PERFORM 3000-INQUIRE-VENDOR
            WHEN "D" PERFORM 4000-DELETE-VENDOR
            WHEN "X" CONTINUE
            WHEN OTHER DISPLAY "Invalid transaction code"
        END-EVALUATE
    END-PERFORM
    CLOSE VENDMAST
    CLOSE CHARTMAST
    STOP RUN.

0100-OPEN-VENDMAST.
    OPEN I-O VENDMAST
    IF WS-VENDMAST-STATUS = "35"
        OPEN OUTPUT VENDMAST
        CLOSE VENDMAST
        OPEN I-O VENDMAST
    END-IF.

1000-ADD-VENDOR.
    DISPLAY "Vendor number: " WITH NO ADVANCING
    ACCEPT VN-VENDOR-ID
    DISPLAY "Vendor name: " WITH NO ADVANCING
    ACCEPT VN-NAME
    DISPLAY "Street: " WITH NO ADVANCING
    ACCEPT VN-STREET
    DISPLAY "Country: " WITH NO ADVANCING
    ACCEPT VN-COUNTRY
    DISPLAY "Default expense account: " WITH NO ADVANCING
    ACCEPT VN-EXPENSE-ACCOUNT
    DISPLAY "Payment terms in days (e.g. 030): " WITH NO ADVANCING
    ACCEPT VN-TERMS-DAYS
    MOVE "A" TO VN-STATUS
    PERFORM 5000-VALIDATE-ACCOUNT
    IF WS-ACCOUNT-IS-VALID
        WRITE VENDOR-RECORD
            INVALID KEY
                DISPLAY "Vendor " VN-VENDOR-ID " already exists"
            NOT INVALID KEY
                DISPLAY "Vendor " VN-VENDOR-ID " added"
        END-WRITE
    END-IF.

2000-CHANGE-VENDOR.
    DISPLAY "Vendor number to change: " WITH NO ADVANCING
    ACCEPT VN-VENDOR-ID
    READ VENDMAST
        INVALID KEY
            DISPLAY "Vendor " VN-VENDOR-ID " not found"
        NOT INVALID KEY
            DISPLAY "Current name: " VN-NAME
            DISPLAY "New name: " WITH NO ADVANCING
            ACCEPT VN-NAME
            DISPLAY "Current street: " VN-STREET
            DISPLAY "New street: " WITH NO ADVANCING
            ACCEPT VN-STREET
            DISPLAY "Current country: " VN-COUNTRY
            DISPLAY "New country: " WITH NO ADVANCING
            ACCEPT VN-COUNTRY
            DISPLAY "Current expense account: " VN-EXPENSE-ACCOUNT
            DISPLAY "New expense account: " WITH NO ADVANCING
            ACCEPT VN-EXPENSE-ACCOUNT
            DISPLAY "Current terms: " VN-TERMS-DAYS " days"
            DISPLAY "New terms in days: " WITH NO ADVANCING
            ACCEPT VN-TERMS-DAYS
            PERFORM 5000-VALIDATE-ACCOUNT
            IF WS-ACCOUNT-IS-VALID
                REWRITE VENDOR-RECORD
                    INVALID KEY
                        DISPLAY "Update failed for " VN-VENDOR-ID
                    NOT INVALID KEY
                        DISPLAY "Vendor " VN-VENDOR-ID " updated"
                END-REWRITE
            ELSE
                DISPLAY "Vendor " VN-VENDOR-ID " not changed"
            END-IF
    END-READ.

3000-INQUIRE-VENDOR.
    DISPLAY "Vendor number to look up: " WITH NO ADVANCING
    ACCEPT VN-VENDOR-ID
    READ VENDMAST
        INVALID KEY
            DISPLAY "Vendor " VN-VENDOR-ID " not found"
        NOT INVALID KEY
            DISPLAY "Vendor:          " VN-VENDOR-ID
            DISPLAY "Name:            " VN-NAME
            DISPLAY "Street:          " VN-STREET
            DISPLAY "Country:         " VN-COUNTRY
            DISPLAY "Expense account: " VN-EXPENSE-ACCOUNT
            DISPLAY "Terms:           " VN-TERMS-DAYS " days"
            IF VN-INACTIVE
                DISPLAY "Status:          INACTIVE"
            ELSE
                DISPLAY "Status:          ACTIVE"
            END-IF
    END-READ.

4000-DELETE-VENDOR.
    DISPLAY "Vendor number to delete: " WITH NO ADVANCING
    ACCEPT VN-VENDOR-ID
    READ VENDMAST
        INVALID KEY
            DISPLAY "Vendor " VN-VENDOR-ID " not found"
        NOT INVALID KEY
            MOVE "I" TO VN-STATUS
            REWRITE VENDOR-RECORD
                INVALID KEY
                    DISPLAY "Delete failed for " VN-VENDOR-ID
                NOT INVALID KEY
                    DISPLAY "Vendor " VN-VENDOR-ID
                        " flagged inactive"
            END-REWRITE
    END-READ.

*> The default account must be a real chart account; a blank one
*> is allowed and just means every invoice is coded at entry.
5000-VALIDATE-ACCOUNT.
    MOVE "Y" TO WS-ACCOUNT-FLAG
    IF VN-EXPENSE-ACCOUNT NOT = SPACES
        MOVE VN-EXPENSE-ACCOUNT TO CH-ACCOUNT
        READ CHARTMAST
            INVALID KEY
                DISPLAY "Account " VN-EXPENSE-ACCOUNT
                    " is not on CHARTMAST"
                MOVE "N" TO WS-ACCOUNT-FLAG
        END-READ
    END-IF.
