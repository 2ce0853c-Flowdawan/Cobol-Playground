*> this doubles as the reorganize step after the index layout changes.
*> Run custvfy.cob afterwards to prove the rebuild against the
*> CUSTBKPC control record before releasing the file.
*> A backup cut before the customer number grew to six digits shows
*> a non-numeric CM-IDENT; it is refused before the master is
*> opened, so an old backup can never overwrite the current master.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-RECORD-COUNT    PIC 9(7) VALUE ZERO.
01 WS-IDENT-HASH      PIC 9(12) VALUE ZERO.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    OPEN INPUT CUSTBKP
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ CUSTBKP
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    IF NOT WS-END-OF-FILE
            AND CM-IDENT OF CUSTOMER-RECORD IS NOT NUMERIC
        DISPLAY "CUSTBKP is not in the six-digit customer number"
            " layout, reload abandoned"
        CLOSE CUSTBKP
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT CUSTMAST
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 1000-RELOAD-CUSTOMER
        READ CUSTBKP
    STOP RUN.

1000-RELOAD-CUSTOMER.
    IF CM-IDENT OF CUSTOMER-RECORD IS NOT NUMERIC
        DISPLAY "Ident not numeric after record " WS-RECORD-COUNT
            ", reload stopped"
        CLOSE CUSTBKP
        CLOSE CUSTMAST
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1100-GUARD-OLD-BACKUP-FIELDS
    WRITE CUSTMAST-RECORD FROM CUSTOMER-RECORD
        INVALID KEY
