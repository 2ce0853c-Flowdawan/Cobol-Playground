       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. unapmnt.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Unapplied-cash maintenance over the UNAPPLIED suspense file
*> lockimp.cob leaves behind: L)ist the open items, I)nquire on one
*> by bank batch and item number, and A)pply one to a customer once
*> the clerk has found out who sent it. Applying writes the CUSTTRAN
*> "P" payment custpost.cob posts that night, exactly as the import
*> would have, and stamps the item applied with the customer, the
*> BUSDATE processing date and the operator -- the item itself is
*> never deleted, so the bank deposit always traces. Sign-on and
*> authorization levels follow custmaint.cob: applying money needs
*> level 2, and every transaction is logged to SESSLOG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT UNAPPLIED ASSIGN TO "UNAPPLIED"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS UA-KEY
        FILE STATUS IS WS-UNAPPLIED-STATUS.
    SELECT CUSTMAST ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-IDENT
        ALTERNATE RECORD KEY IS CM-CUSTNAME WITH DUPLICATES
        FILE STATUS IS WS-CUSTMAST-STATUS.
    SELECT CUSTTRAN ASSIGN TO "CUSTTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CUSTTRAN-STATUS.
DATA DIVISION.
FILE SECTION.
FD UNAPPLIED.
COPY unaprec.
FD CUSTMAST.
COPY custrec.
FD CUSTTRAN.
COPY custtran.
WORKING-STORAGE SECTION.
01 WS-UNAPPLIED-STATUS PIC XX VALUE "00".
01 WS-CUSTMAST-STATUS  PIC XX VALUE "00".
01 WS-CUSTTRAN-STATUS  PIC XX VALUE "00".
01 WS-TRANSACTION      PIC X VALUE SPACE.
   88 WS-EXIT-REQUESTED VALUE "X", "x".
01 WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
01 WS-OPERATOR-LEVEL   PIC 9 VALUE ZERO.
01 WS-LOG-FUNCTION     PIC X(20) VALUE SPACES.
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-FOUND-FLAG       PIC X VALUE "N".
   88 WS-ITEM-FOUND    VALUE "Y".
01 WS-CONFIRM          PIC X VALUE "N".
   88 WS-CONFIRMED     VALUE "Y", "y".
01 WS-APPLY-IDENT      PIC 9(6) VALUE ZERO.
01 WS-RUN-DATE         PIC 9(8) VALUE ZERO.
01 WS-OPEN-COUNT       PIC 9(5) VALUE ZERO.
01 WS-OPEN-TOTAL       PIC 9(9)V99 VALUE ZERO.
01 WS-AMOUNT-EDIT      PIC ZZZZZZ9.99.
01 WS-TOTAL-EDIT       PIC ZZZZZZZZ9.99.
01 WS-LIST-LINE.
    02 UL-BATCH-NO     PIC 9(6).
    02 FILLER          PIC X VALUE "/".
    02 UL-ITEM-NO      PIC 9(5).
    02 FILLER          PIC X(2) VALUE SPACES.
    02 UL-REMIT-IDENT  PIC X(6).
    02 FILLER          PIC X(1) VALUE SPACE.
    02 UL-REMIT-NAME   PIC X(20).
    02 FILLER          PIC X(1) VALUE SPACE.
    02 UL-AMOUNT       PIC ZZZZZZ9.99.
    02 FILLER          PIC X(2) VALUE SPACES.
    02 UL-REASON       PIC X(20).
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    CALL "signon" USING WS-OPERATOR-ID WS-OPERATOR-LEVEL
    IF WS-OPERATOR-ID = SPACES
        STOP RUN
    END-IF
    CALL "busdate" USING WS-RUN-DATE
    OPEN I-O UNAPPLIED
    IF WS-UNAPPLIED-STATUS NOT = "00"
        DISPLAY "No unapplied cash on file (UNAPPLIED status "
            WS-UNAPPLIED-STATUS ")"
        STOP RUN
    END-IF
    OPEN INPUT CUSTMAST
    IF WS-CUSTMAST-STATUS NOT = "00"
        DISPLAY "CUSTMAST open failed, status " WS-CUSTMAST-STATUS
        CLOSE UNAPPLIED
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EXIT-REQUESTED
        DISPLAY " "
        DISPLAY "L)ist open items  I)nquire  A)pply to customer  X)it"
        DISPLAY "Transaction: " WITH NO ADVANCING
        ACCEPT WS-TRANSACTION
        MOVE FUNCTION UPPER-CASE(WS-TRANSACTION) TO WS-TRANSACTION
        EVALUATE WS-TRANSACTION
            WHEN "L"
                MOVE "LIST UNAPPLIED CASH" TO WS-LOG-FUNCTION
                CALL "sesslog" USING WS-OPERATOR-ID WS-LOG-FUNCTION
                PERFORM 1000-LIST-OPEN-ITEMS
            WHEN "I"
                MOVE "INQUIRE UNAPPLIED" TO WS-LOG-FUNCTION
                CALL "sesslog" USING WS-OPERATOR-ID WS-LOG-FUNCTION
                PERFORM 2000-INQUIRE-ITEM
            WHEN "A"
                IF WS-OPERATOR-LEVEL < 2
                    DISPLAY "Not authorized -- apply needs level 2"
                ELSE
                    MOVE "APPLY UNAPPLIED CASH" TO WS-LOG-FUNCTION
                    CALL "sesslog" USING WS-OPERATOR-ID
                        WS-LOG-FUNCTION
                    PERFORM 3000-APPLY-ITEM
                END-IF
            WHEN "X" CONTINUE
            WHEN OTHER DISPLAY "Invalid transaction code"
        END-EVALUATE
    END-PERFORM
    CLOSE UNAPPLIED
    CLOSE CUSTMAST
    STOP RUN.

1000-LIST-OPEN-ITEMS.
    MOVE ZERO TO WS-OPEN-COUNT
    MOVE ZERO TO WS-OPEN-TOTAL
    MOVE "N" TO WS-EOF-FLAG
    MOVE LOW-VALUES TO UA-KEY
    START UNAPPLIED KEY IS NOT LESS THAN UA-KEY
        INVALID KEY SET WS-END-OF-FILE TO TRUE
    END-START
    DISPLAY "Batch/item    Id  Remitter                 Amount"
        "  Reason"
    PERFORM UNTIL WS-END-OF-FILE
        READ UNAPPLIED NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
            NOT AT END
                IF UA-OPEN
                    ADD 1 TO WS-OPEN-COUNT
                    ADD UA-AMOUNT TO WS-OPEN-TOTAL
                    MOVE UA-BATCH-NO TO UL-BATCH-NO
                    MOVE UA-ITEM-NO TO UL-ITEM-NO
                    MOVE UA-REMIT-IDENT TO UL-REMIT-IDENT
                    MOVE UA-REMIT-NAME TO UL-REMIT-NAME
                    MOVE UA-AMOUNT TO UL-AMOUNT
                    MOVE UA-REASON TO UL-REASON
                    DISPLAY WS-LIST-LINE
                END-IF
        END-READ
    END-PERFORM
    MOVE WS-OPEN-TOTAL TO WS-TOTAL-EDIT
    DISPLAY "Open items: " WS-OPEN-COUNT "   total " WS-TOTAL-EDIT.

2000-INQUIRE-ITEM.
    PERFORM 5000-READ-ITEM
    IF WS-ITEM-FOUND
        PERFORM 5100-SHOW-ITEM
    END-IF.

*> The customer must be on file and active, the same test lockimp
*> applies before it writes a payment; the clerk confirms against
*> the customer's name before the money moves.
3000-APPLY-ITEM.
    PERFORM 5000-READ-ITEM
    IF NOT WS-ITEM-FOUND
        EXIT PARAGRAPH
    END-IF
    PERFORM 5100-SHOW-ITEM
    IF UA-APPLIED
        DISPLAY "Item already applied"
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Apply to customer ident: " WITH NO ADVANCING
    ACCEPT WS-APPLY-IDENT
    MOVE WS-APPLY-IDENT TO CM-IDENT
    READ CUSTMAST
        INVALID KEY
            DISPLAY "Customer " WS-APPLY-IDENT " not found"
            EXIT PARAGRAPH
    END-READ
    IF CM-INACTIVE
        DISPLAY "Customer " CM-IDENT " is inactive, not applied"
        EXIT PARAGRAPH
    END-IF
    MOVE UA-AMOUNT TO WS-AMOUNT-EDIT
    DISPLAY "Apply " WS-AMOUNT-EDIT " to " CM-IDENT " " CM-CUSTNAME
        " (Y/N): " WITH NO ADVANCING
    ACCEPT WS-CONFIRM
    IF NOT WS-CONFIRMED
        DISPLAY "Not applied"
        EXIT PARAGRAPH
    END-IF
    MOVE "A" TO UA-STATUS
    MOVE CM-IDENT TO UA-APPLIED-IDENT
    MOVE WS-RUN-DATE TO UA-APPLIED-DATE
    MOVE WS-OPERATOR-ID TO UA-APPLIED-OPERATOR
    REWRITE UNAPPLIED-CASH-RECORD
        INVALID KEY
            DISPLAY "Update failed for item " UA-KEY ", not applied"
            EXIT PARAGRAPH
    END-REWRITE
    PERFORM 3100-WRITE-PAYMENT
    DISPLAY "Item " UA-BATCH-NO "/" UA-ITEM-NO " applied to "
        CM-IDENT.

3100-WRITE-PAYMENT.
    OPEN EXTEND CUSTTRAN
    IF WS-CUSTTRAN-STATUS = "35"
        OPEN OUTPUT CUSTTRAN
    END-IF
    MOVE SPACES TO CUST-TRANSACTION
    MOVE CM-IDENT TO CT-IDENT
    MOVE "P" TO CT-TRANCODE
    STRING "LOCKBOX " UA-CHECK-NO DELIMITED BY SIZE
        INTO CT-ACTIVITY
    MOVE UA-AMOUNT TO CT-AMOUNT
    WRITE CUST-TRANSACTION
    CLOSE CUSTTRAN.

5000-READ-ITEM.
    MOVE "N" TO WS-FOUND-FLAG
    DISPLAY "Bank batch number: " WITH NO ADVANCING
    ACCEPT UA-BATCH-NO
    DISPLAY "Item number: " WITH NO ADVANCING
    ACCEPT UA-ITEM-NO
    READ UNAPPLIED
        INVALID KEY
            DISPLAY "Item " UA-BATCH-NO "/" UA-ITEM-NO " not found"
        NOT INVALID KEY
            SET WS-ITEM-FOUND TO TRUE
    END-READ.

5100-SHOW-ITEM.
    DISPLAY "Item:        " UA-BATCH-NO "/" UA-ITEM-NO
        "  deposited " UA-DEPOSIT-DATE
    DISPLAY "Remitter:    " UA-REMIT-IDENT " " UA-REMIT-NAME
    MOVE UA-AMOUNT TO WS-AMOUNT-EDIT
    DISPLAY "Amount:      " WS-AMOUNT-EDIT "  check " UA-CHECK-NO
    DISPLAY "Reason:      " UA-REASON
    IF UA-APPLIED
        DISPLAY "Applied to:  " UA-APPLIED-IDENT " on "
            UA-APPLIED-DATE " by " UA-APPLIED-OPERATOR
    ELSE
        DISPLAY "Status:      open"
    END-IF.
