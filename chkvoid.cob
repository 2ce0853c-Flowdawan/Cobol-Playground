*> and a replacement record goes on the register for the same payee
*> and amount. Both actions hand the bank the matching positive-pay
*> lines on BANKPOS (V for the dead number, I for the replacement)
*> so the extract stays in step with the register. Vendor checks
*> appayrun.cob cuts off the same CHECKCTL sequence are voided and
*> reprinted here the same way; the replacement keeps the old
*> check's source so it stays a vendor check on the register.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
01 WS-OLD-EMP-ID      PIC 9(5) VALUE ZERO.
01 WS-OLD-PAYEE       PIC X(20) VALUE SPACES.
01 WS-OLD-AMOUNT      PIC S9(7)V99 VALUE ZERO.
01 WS-OLD-SOURCE      PIC X VALUE SPACE.
01 WS-NEW-CHECK-NO    PIC 9(8) VALUE ZERO.
01 WS-REPL-WRITTEN-FLAG PIC X VALUE "N".
   88 WS-REPL-WRITTEN VALUE "Y".
                MOVE CK-EMP-ID TO WS-OLD-EMP-ID
                MOVE CK-PAYEE TO WS-OLD-PAYEE
                MOVE CK-AMOUNT TO WS-OLD-AMOUNT
                MOVE CK-SOURCE TO WS-OLD-SOURCE
                PERFORM 2100-ISSUE-REPLACEMENT
                PERFORM 2200-RETIRE-OLD-CHECK
            END-IF
        MOVE WS-TODAY TO CK-DATE
        MOVE WS-OLD-AMOUNT TO CK-AMOUNT
        MOVE "I" TO CK-STATUS
        MOVE WS-OLD-SOURCE TO CK-SOURCE
        MOVE ZERO TO CK-CLEARED-DATE
        MOVE ZERO TO CK-TAX-WITHHELD
        WRITE CHECK-REGISTER-RECORD
            INVALID KEY
                DISPLAY "Check " WS-NEXT-CHECK-NO
            DISPLAY "Check " CK-CHECK-NO " not on register"
        NOT INVALID KEY
            DISPLAY "Check:  " CK-CHECK-NO
            IF CK-VENDOR-CHECK
                DISPLAY "Payee:  " CK-PAYEE " (vendor " CK-EMP-ID ")"
            ELSE
                DISPLAY "Payee:  " CK-PAYEE " (employee " CK-EMP-ID ")"
            END-IF
            DISPLAY "Dated:  " CK-DATE
            MOVE CK-AMOUNT TO WS-AMOUNT-EDIT
            DISPLAY "Amount: " WS-AMOUNT-EDIT
            EVALUATE TRUE
                WHEN CK-VOID     DISPLAY "Status: VOID"
                WHEN CK-REISSUED DISPLAY "Status: REISSUED"
                WHEN CK-CLEARED
                    DISPLAY "Status: CLEARED " CK-CLEARED-DATE
                WHEN CK-DEPOSIT-ADVICE
                    DISPLAY "Status: DEPOSIT ADVICE"
                WHEN OTHER       DISPLAY "Status: ISSUED"
            END-EVALUATE
    END-READ.
