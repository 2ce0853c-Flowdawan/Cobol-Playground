       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. arrecon.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Receivables control-account reconciliation. Totals CM-BALANCE
*> across every CUSTMAST customer (inactive ones too -- a flagged
*> customer who still owes money is still a receivable) and lays
*> the total beside the ACCTMAST balance of the receivables control
*> account custpost.cob's ARLEDGER deck posts to. The ARRECON
*> report files the proof; any difference ends the step with
*> condition code 8, the same way runbal.cob stops the stream, so
*> the night does not close with trialbal.cob and agedrecv.cob
*> telling two different stories. Run it after ledgpost.cob has
*> posted the night's ARLEDGER deck.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTMAST ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-IDENT
        ALTERNATE RECORD KEY IS CM-CUSTNAME WITH DUPLICATES
        FILE STATUS IS WS-CUSTMAST-STATUS.
    SELECT ACCTMAST ASSIGN TO "ACCTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AB-ACCOUNT
        FILE STATUS IS WS-ACCTMAST-STATUS.
    SELECT ARRECON ASSIGN TO "ARRECON"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARRECON-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD CUSTMAST.
COPY custrec.
FD ACCTMAST.
COPY acctrec.
FD ARRECON.
01 AR-RECON-REPORT-LINE PIC X(80).
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-CUSTMAST-STATUS PIC XX VALUE "00".
01 WS-ACCTMAST-STATUS PIC XX VALUE "00".
01 WS-ARRECON-STATUS  PIC XX VALUE "00".
01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
COPY glaccts.
01 WS-CUSTOMERS-READ  PIC 9(7) VALUE ZERO.
01 WS-CREDIT-COUNT    PIC 9(7) VALUE ZERO.
01 WS-CUSTOMER-TOTAL  PIC S9(11)V99 VALUE ZERO.
01 WS-CONTROL-BALANCE PIC S9(11)V99 VALUE ZERO.
01 WS-DIFFERENCE      PIC S9(11)V99 VALUE ZERO.
01 WS-CONTROL-FOUND-FLAG PIC X VALUE "N".
   88 WS-CONTROL-FOUND VALUE "Y".
01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-RECON-LINE.
    02 RL-LABEL       PIC X(40).
    02 RL-AMOUNT      PIC -ZZZZZZZZZZ9.99.
01 WS-COUNT-LINE.
    02 CL-LABEL       PIC X(40).
    02 CL-COUNT       PIC ZZZZZZ9.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    OPEN INPUT CUSTMAST
    IF WS-CUSTMAST-STATUS NOT = "00"
        DISPLAY "CUSTMAST open failed, status " WS-CUSTMAST-STATUS
            ", reconciliation abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ CUSTMAST NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-CUSTOMERS-READ
        ADD CM-BALANCE TO WS-CUSTOMER-TOTAL
        IF CM-BALANCE < ZERO
            ADD 1 TO WS-CREDIT-COUNT
        END-IF
        READ CUSTMAST NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE CUSTMAST
    PERFORM 1000-READ-CONTROL-ACCOUNT
    COMPUTE WS-DIFFERENCE = WS-CUSTOMER-TOTAL - WS-CONTROL-BALANCE
    PERFORM 2000-PRINT-RECONCILIATION
    PERFORM 9900-WRITE-RUN-CONTROL
    IF WS-DIFFERENCE NOT = ZERO
        DISPLAY "Receivables OUT OF BALANCE with control account "
            GL-AR-CONTROL-ACCOUNT " -- see ARRECON"
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "Receivables agree with control account "
            GL-AR-CONTROL-ACCOUNT
    END-IF
    STOP RUN.

*> An account the ledger has never posted to carries a zero
*> balance; the difference line then shows the whole subledger.
1000-READ-CONTROL-ACCOUNT.
    OPEN INPUT ACCTMAST
    IF WS-ACCTMAST-STATUS = "00"
        MOVE GL-AR-CONTROL-ACCOUNT TO AB-ACCOUNT
        READ ACCTMAST
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE AB-BALANCE TO WS-CONTROL-BALANCE
                SET WS-CONTROL-FOUND TO TRUE
        END-READ
        CLOSE ACCTMAST
    END-IF.

2000-PRINT-RECONCILIATION.
    OPEN OUTPUT ARRECON
    MOVE "RECEIVABLES RECONCILIATION" TO RPT-TITLE
    MOVE SPACES TO RPT-COLUMN-HEADING
    MOVE "Customers on CUSTMAST" TO CL-LABEL
    MOVE WS-CUSTOMERS-READ TO CL-COUNT
    MOVE WS-COUNT-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "  of which carrying a credit balance" TO CL-LABEL
    MOVE WS-CREDIT-COUNT TO CL-COUNT
    MOVE WS-COUNT-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Total of customer balances (CM-BALANCE)" TO RL-LABEL
    MOVE WS-CUSTOMER-TOTAL TO RL-AMOUNT
    MOVE WS-RECON-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO RL-LABEL
    STRING "Control account " GL-AR-CONTROL-ACCOUNT " balance"
        DELIMITED BY SIZE INTO RL-LABEL
    MOVE WS-CONTROL-BALANCE TO RL-AMOUNT
    MOVE WS-RECON-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    IF NOT WS-CONTROL-FOUND
        MOVE "  (account not yet on ACCTMAST)" TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    END-IF
    MOVE "Difference" TO RL-LABEL
    MOVE WS-DIFFERENCE TO RL-AMOUNT
    MOVE WS-RECON-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    IF WS-DIFFERENCE = ZERO
        MOVE "*** IN BALANCE ***" TO WS-PRINT-LINE
    ELSE
        MOVE "*** OUT OF BALANCE -- STREAM STOPPED ***"
            TO WS-PRINT-LINE
    END-IF
    PERFORM 8000-WRITE-REPORT-LINE
    CLOSE ARRECON.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "ARRECON " TO RC-PROGRAM
    CALL "busdate" USING RC-RUN-DATE
    MOVE WS-CUSTOMERS-READ TO RC-RECORDS-IN
    MOVE WS-CUSTOMERS-READ TO RC-RECORDS-OUT
    MOVE ZERO TO RC-REJECTS
    MOVE WS-CUSTOMER-TOTAL TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE AR-RECON-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE AR-RECON-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO AR-RECON-REPORT-LINE
        WRITE AR-RECON-REPORT-LINE AFTER ADVANCING 1
        WRITE AR-RECON-REPORT-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO AR-RECON-REPORT-LINE
        WRITE AR-RECON-REPORT-LINE AFTER ADVANCING 1
    END-IF
    WRITE AR-RECON-REPORT-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.
