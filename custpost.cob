*> of leaving the operator to rekey the change in custmaint.cob off
*> the MATCHRPT listing. Charges and payments carry CT-AMOUNT and
*> maintain CM-BALANCE and its aging buckets, so customer money no
*> longer lives in a paper ledger next to the terminal.
*> Transactions that cannot be applied go to CUSTREJ with a
*> reason code; report-only activity lines are bypassed untouched
*> (custmtch.cob still reports them). CUSTTRAN is read in arrival
*> order so same-day changes to one customer apply in the order they
*> were keyed.
*> The money that actually reached CM-BALANCE goes on to the general
*> ledger: at end of run the applied charges and payments are
*> summarized onto the ARLEDGER deck in the AMOUNTS layout --
*> charges debit the receivables control account and credit sales
*> revenue, payments debit cash and credit receivables control --
*> so ledgpost.cob posts them the same night and arrecon.cob can
*> prove the control account against the customer balances. The
*> deck balances by construction; rejected transactions never
*> reach it.
*> A line whose CT-IDENT is not six digits was cut in the old
*> three-digit layout and is rejected whole before its transaction
*> code is even looked at, so it never lands on the wrong customer.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTREJ ASSIGN TO "CUSTREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CUSTREJ-STATUS.
    SELECT ARLEDGER ASSIGN TO "ARLEDGER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARLEDGER-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
COPY custrec.
FD CUSTREJ.
01 REJECT-RECORD PIC X(140).
FD ARLEDGER.
COPY amttran REPLACING AMOUNT-TRANSACTION BY AR-LEDGER-RECORD.
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-CUSTTRAN-STATUS PIC XX VALUE "00".
01 WS-CUSTMAST-STATUS PIC XX VALUE "00".
01 WS-CUSTREJ-STATUS  PIC XX VALUE "00".
01 WS-ARLEDGER-STATUS PIC XX VALUE "00".
01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
    02 FILLER         PIC X(1) VALUE SPACE.
    02 RJ-REASON-TEXT PIC X(20).
    02 FILLER         PIC X(1) VALUE SPACE.
    02 RJ-TRAN-IMAGE  PIC X(111).
*> Unapplied part of a payment while it is relieved against the
*> aging buckets, oldest first.
01 WS-PAYMENT-LEFT    PIC S9(7)V99 VALUE ZERO.
*> Money that reached the master this run, for the ARLEDGER deck.
*> Only counted once the REWRITE has gone through.
01 WS-REWRITE-FLAG    PIC X VALUE "N".
   88 WS-REWRITE-DONE VALUE "Y".
01 WS-CHARGES-POSTED  PIC S9(11)V99 VALUE ZERO.
01 WS-PAYMENTS-POSTED PIC S9(11)V99 VALUE ZERO.
01 WS-LEDGER-RECS     PIC 9 VALUE ZERO.
01 WS-RUN-DATE        PIC 9(8) VALUE ZERO.
COPY glaccts.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    OPEN INPUT CUSTTRAN
    DISPLAY "Transactions applied:  " WS-TRANS-APPLIED
    DISPLAY "Transactions rejected: " WS-TRANS-REJECTED
    DISPLAY "Report-only bypassed:  " WS-TRANS-BYPASSED
    PERFORM 8500-WRITE-LEDGER-DECK
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

1000-POST-TRANSACTION.
    ADD 1 TO WS-TRANS-READ
    IF CT-IDENT IS NOT NUMERIC
        MOVE "07" TO RJ-REASON-CODE
        MOVE "IDENT NOT NUMERIC" TO RJ-REASON-TEXT
        PERFORM 8000-WRITE-REJECT
        EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
        WHEN CT-REPORT-ONLY
            ADD 1 TO WS-TRANS-BYPASSED
        *> finchg.cob posted the charge itself; the line is only
        *> there for the statement.
        WHEN CT-FINANCE-CHARGE
            ADD 1 TO WS-TRANS-BYPASSED
        WHEN CT-NAME-CHANGE
            PERFORM 2000-APPLY-NAME-CHANGE
        WHEN CT-ADDRESS-CHANGE
                    ADD CT-AMOUNT TO CM-BALANCE
                    ADD CT-AMOUNT TO CM-AGE-CURRENT
                    PERFORM 7000-REWRITE-MASTER
                    IF WS-REWRITE-DONE
                        ADD CT-AMOUNT TO WS-CHARGES-POSTED
                    END-IF
                END-IF
        END-READ
    END-IF.
                    SUBTRACT WS-PAYMENT-LEFT FROM CM-AGE-CURRENT
                    MOVE ZERO TO WS-PAYMENT-LEFT
                    PERFORM 7000-REWRITE-MASTER
                    IF WS-REWRITE-DONE
                        ADD CT-AMOUNT TO WS-PAYMENTS-POSTED
                    END-IF
                END-IF
        END-READ
    END-IF.
    END-IF.

7000-REWRITE-MASTER.
    MOVE "N" TO WS-REWRITE-FLAG
    REWRITE CUSTOMER-RECORD
        INVALID KEY
            MOVE "05" TO RJ-REASON-CODE
            PERFORM 8000-WRITE-REJECT
        NOT INVALID KEY
            ADD 1 TO WS-TRANS-APPLIED
            SET WS-REWRITE-DONE TO TRUE
    END-REWRITE.

8000-WRITE-REJECT.
    MOVE CUST-TRANSACTION TO RJ-TRAN-IMAGE
    WRITE REJECT-RECORD FROM WS-REJECT-LINE.

*> Up to four lines, dated the processing date: the charge pair and
*> the payment pair, each debit matched by its credit. Written
*> (empty) even on a night with no money so ledgpost.cob never
*> picks up yesterday's deck.
8500-WRITE-LEDGER-DECK.
    CALL "busdate" USING WS-RUN-DATE
    OPEN OUTPUT ARLEDGER
    IF WS-CHARGES-POSTED NOT = ZERO
        MOVE WS-CHARGES-POSTED TO AT-AMOUNT OF AR-LEDGER-RECORD
        MOVE GL-AR-CONTROL-ACCOUNT TO AT-ACCOUNT OF AR-LEDGER-RECORD
        MOVE "D" TO AT-DRCR-IND OF AR-LEDGER-RECORD
        PERFORM 8600-WRITE-LEDGER-LINE
        MOVE WS-CHARGES-POSTED TO AT-AMOUNT OF AR-LEDGER-RECORD
        MOVE GL-SALES-REVENUE TO AT-ACCOUNT OF AR-LEDGER-RECORD
        MOVE "C" TO AT-DRCR-IND OF AR-LEDGER-RECORD
        PERFORM 8600-WRITE-LEDGER-LINE
    END-IF
    IF WS-PAYMENTS-POSTED NOT = ZERO
        MOVE WS-PAYMENTS-POSTED TO AT-AMOUNT OF AR-LEDGER-RECORD
        MOVE GL-CASH-ACCOUNT TO AT-ACCOUNT OF AR-LEDGER-RECORD
        MOVE "D" TO AT-DRCR-IND OF AR-LEDGER-RECORD
        PERFORM 8600-WRITE-LEDGER-LINE
        MOVE WS-PAYMENTS-POSTED TO AT-AMOUNT OF AR-LEDGER-RECORD
        MOVE GL-AR-CONTROL-ACCOUNT TO AT-ACCOUNT OF AR-LEDGER-RECORD
        MOVE "C" TO AT-DRCR-IND OF AR-LEDGER-RECORD
        PERFORM 8600-WRITE-LEDGER-LINE
    END-IF
    CLOSE ARLEDGER
    DISPLAY "Ledger deck records:   " WS-LEDGER-RECS.

8600-WRITE-LEDGER-LINE.
    MOVE WS-RUN-DATE TO AT-POST-DATE OF AR-LEDGER-RECORD
    MOVE SPACES TO AT-JOURNAL-NO OF AR-LEDGER-RECORD
    MOVE SPACES TO AT-REVERSE-IND OF AR-LEDGER-RECORD
    WRITE AR-LEDGER-RECORD
    ADD 1 TO WS-LEDGER-RECS.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
    MOVE WS-TRANS-READ TO RC-RECORDS-IN
    COMPUTE RC-RECORDS-OUT = WS-TRANS-APPLIED + WS-TRANS-BYPASSED
    MOVE WS-TRANS-REJECTED TO RC-REJECTS
    COMPUTE RC-MONEY-HASH = WS-CHARGES-POSTED - WS-PAYMENTS-POSTED
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.
