       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. collinq.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Collection-trail inquiry for the collections clerk: asks for a
*> customer ident, shows the customer's current balance and aging
*> buckets off CUSTMAST, then every COLLHIST action dunning.cob has
*> recorded for them, oldest first -- which letter went out when,
*> what was owed at the time, and where a payment reset the tiers.
*> Read-only; the trail is only ever written by dunning.cob.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTMAST ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-IDENT
        ALTERNATE RECORD KEY IS CM-CUSTNAME WITH DUPLICATES
        FILE STATUS IS WS-CUSTMAST-STATUS.
    SELECT COLLHIST ASSIGN TO "COLLHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DN-KEY
        FILE STATUS IS WS-COLLHIST-STATUS.
DATA DIVISION.
FILE SECTION.
FD CUSTMAST.
COPY custrec.
FD COLLHIST.
COPY collhist.
WORKING-STORAGE SECTION.
01 WS-CUSTMAST-STATUS PIC XX VALUE "00".
01 WS-COLLHIST-STATUS PIC XX VALUE "00".
01 WS-TRANSACTION      PIC X VALUE SPACE.
   88 WS-EXIT-REQUESTED VALUE "X", "x".
01 WS-HIST-EOF-FLAG    PIC X VALUE "N".
   88 WS-HIST-END-OF-FILE VALUE "Y".
01 WS-INQUIRY-IDENT    PIC 9(6) VALUE ZERO.
01 WS-ACTION-COUNT     PIC 9(5) VALUE ZERO.
01 WS-AMOUNT-EDIT      PIC -ZZZZZZ9.99.
01 WS-TRAIL-LINE.
    02 TL-DATE        PIC 9999/99/99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 TL-ACTION      PIC X(26).
    02 FILLER         PIC X(6) VALUE " owed ".
    02 TL-BALANCE     PIC -ZZZZZZ9.99.
    02 FILLER         PIC X(10) VALUE " past due ".
    02 TL-PAST-DUE    PIC -ZZZZZZ9.99.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    OPEN INPUT CUSTMAST
    IF WS-CUSTMAST-STATUS NOT = "00"
        DISPLAY "CUSTMAST open failed, status " WS-CUSTMAST-STATUS
        STOP RUN
    END-IF
    OPEN INPUT COLLHIST
    IF WS-COLLHIST-STATUS NOT = "00"
        DISPLAY "No collection history on file yet (COLLHIST status "
            WS-COLLHIST-STATUS ")"
        CLOSE CUSTMAST
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EXIT-REQUESTED
        DISPLAY " "
        DISPLAY "I)nquire  X)it"
        DISPLAY "Transaction: " WITH NO ADVANCING
        ACCEPT WS-TRANSACTION
        MOVE FUNCTION UPPER-CASE(WS-TRANSACTION) TO WS-TRANSACTION
        EVALUATE WS-TRANSACTION
            WHEN "I" PERFORM 1000-SHOW-CUSTOMER
            WHEN "X" CONTINUE
            WHEN OTHER DISPLAY "Invalid transaction code"
        END-EVALUATE
    END-PERFORM
    CLOSE CUSTMAST
    CLOSE COLLHIST
    STOP RUN.

1000-SHOW-CUSTOMER.
    DISPLAY "Customer ident: " WITH NO ADVANCING
    ACCEPT WS-INQUIRY-IDENT
    MOVE WS-INQUIRY-IDENT TO CM-IDENT
    READ CUSTMAST
        INVALID KEY
            DISPLAY "Customer " WS-INQUIRY-IDENT " not found"
            EXIT PARAGRAPH
    END-READ
    DISPLAY "Customer:    " CM-IDENT " " CM-CUSTNAME
    IF CM-INACTIVE
        DISPLAY "             (inactive since " CM-INACTIVE-DATE ")"
    END-IF
    MOVE CM-BALANCE TO WS-AMOUNT-EDIT
    DISPLAY "Balance:     " WS-AMOUNT-EDIT
    MOVE CM-AGE-CURRENT TO WS-AMOUNT-EDIT
    DISPLAY "  current    " WS-AMOUNT-EDIT
    MOVE CM-AGE-30 TO WS-AMOUNT-EDIT
    DISPLAY "  30 days    " WS-AMOUNT-EDIT
    MOVE CM-AGE-60 TO WS-AMOUNT-EDIT
    DISPLAY "  60 days    " WS-AMOUNT-EDIT
    MOVE CM-AGE-90 TO WS-AMOUNT-EDIT
    DISPLAY "  90 days    " WS-AMOUNT-EDIT
    DISPLAY " "
    DISPLAY "Collection trail:"
    PERFORM 2000-SHOW-TRAIL
    IF WS-ACTION-COUNT = ZERO
        DISPLAY "  No collection action on record"
    END-IF.

2000-SHOW-TRAIL.
    MOVE ZERO TO WS-ACTION-COUNT
    MOVE "N" TO WS-HIST-EOF-FLAG
    MOVE WS-INQUIRY-IDENT TO DN-IDENT
    MOVE ZERO TO DN-ACTION-DATE
    START COLLHIST KEY IS NOT LESS THAN DN-KEY
        INVALID KEY SET WS-HIST-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL WS-HIST-END-OF-FILE
        READ COLLHIST NEXT RECORD
            AT END SET WS-HIST-END-OF-FILE TO TRUE
            NOT AT END
                IF DN-IDENT NOT = WS-INQUIRY-IDENT
                    SET WS-HIST-END-OF-FILE TO TRUE
                ELSE
                    PERFORM 2100-SHOW-ONE-ACTION
                END-IF
        END-READ
    END-PERFORM.

2100-SHOW-ONE-ACTION.
    ADD 1 TO WS-ACTION-COUNT
    MOVE DN-ACTION-DATE TO TL-DATE
    EVALUATE TRUE
        WHEN DN-PAID-SINCE
            MOVE "Paid since last letter" TO TL-ACTION
        WHEN DN-REMINDER
            MOVE "Reminder letter (30)" TO TL-ACTION
        WHEN DN-FIRM-NOTICE
            MOVE "Firm notice (60)" TO TL-ACTION
        WHEN DN-FINAL-DEMAND
            MOVE "Final demand (90+)" TO TL-ACTION
        WHEN OTHER
            MOVE "Unknown action" TO TL-ACTION
    END-EVALUATE
    MOVE DN-BALANCE TO TL-BALANCE
    MOVE DN-PAST-DUE TO TL-PAST-DUE
    DISPLAY "  " WS-TRAIL-LINE.
