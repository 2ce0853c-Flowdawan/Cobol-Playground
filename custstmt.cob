   88 WS-CTL-END-OF-FILE VALUE "Y".
01 WS-PRINTED-FLAG      PIC X VALUE "N".
   88 WS-ALREADY-PRINTED VALUE "Y".
01 WS-MASTER-KEY        PIC X(6) VALUE SPACES.
01 WS-TRAN-KEY          PIC X(6) VALUE SPACES.
01 WS-ACTIVITY-COUNT    PIC 9(3) VALUE ZERO.
01 WS-STATEMENT-COUNT   PIC 9(5) VALUE ZERO.
01 WS-STMT-HEADING      PIC X(30) VALUE "CUSTOMER ACTIVITY STATEMENT".
    02 AL-ACTIVITY PIC X(20).
    02 FILLER    PIC X(2) VALUE SPACES.
    02 AL-AMOUNT PIC -ZZZZZZ9.99 BLANK WHEN ZERO.
*> Payments print negative on the statement; charges and the
*> month-end finance charge finchg.cob adds print positive; everything
*> that is not money prints a blank amount column.
01 WS-SIGNED-AMOUNT  PIC S9(7)V99 VALUE ZERO.
01 WS-COUNT-LINE.
    02 FILLER    PIC X(25) VALUE "Activities this period:".
            COMPUTE WS-SIGNED-AMOUNT
                = 0 - CT-AMOUNT OF SORTEDTRAN-RECORD
        WHEN CT-CHARGE OF SORTEDTRAN-RECORD
        WHEN CT-FINANCE-CHARGE OF SORTEDTRAN-RECORD
            MOVE CT-AMOUNT OF SORTEDTRAN-RECORD
                TO WS-SIGNED-AMOUNT
        WHEN OTHER
