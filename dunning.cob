       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. dunning.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Collection-letter run off the aging buckets agedrecv.cob reports.
*> Each active CUSTMAST customer owing money gets a letter tier from
*> the oldest bucket still holding money: CM-AGE-30 a friendly
*> reminder, CM-AGE-60 a firm notice, CM-AGE-90 a final demand.
*> Letters go to DUNLTRS in the custstmt.cob window-envelope style --
*> one page per letter, CM-CUSTNAME/CM-STREET/CM-COUNTRY address
*> block at the top -- so the clerk no longer writes them from the
*> aged listing.
*> Every letter is recorded on the COLLHIST collection history (see
*> collhist.cpy), and the customer's latest history record decides
*> what happens next time:
*>   - a customer whose balance has come down since the last letter
*>     has paid something: no letter this run, a "paid since"
*>     record goes on the trail instead, and the next run starts
*>     the tiers over from the buckets as they then stand;
*>   - a tier already sent is not sent again, so the weekly run
*>     only writes when a customer moves up a tier.
*> History is keyed on customer and processing date, so a second
*> run on the same BUSDATE finds the day's record already there and
*> prints nothing twice. collinq.cob shows a customer's trail.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTMAST ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-IDENT
        ALTERNATE RECORD KEY IS CM-CUSTNAME WITH DUPLICATES
        FILE STATUS IS WS-CUSTMAST-STATUS.
    SELECT COLLHIST ASSIGN TO "COLLHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DN-KEY
        FILE STATUS IS WS-COLLHIST-STATUS.
    SELECT DUNLTRS ASSIGN TO "DUNLTRS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DUNLTRS-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD CUSTMAST.
COPY custrec.
FD COLLHIST.
COPY collhist.
FD DUNLTRS.
01 LETTER-LINE PIC X(80).
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-CUSTMAST-STATUS PIC XX VALUE "00".
01 WS-COLLHIST-STATUS PIC XX VALUE "00".
01 WS-DUNLTRS-STATUS  PIC XX VALUE "00".
01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-HIST-EOF-FLAG    PIC X VALUE "N".
   88 WS-HIST-END-OF-FILE VALUE "Y".
01 WS-HISTORY-FLAG     PIC X VALUE "N".
   88 WS-HISTORY-FOUND VALUE "Y".
01 WS-WRITTEN-FLAG     PIC X VALUE "N".
   88 WS-HISTORY-WRITTEN VALUE "Y".
01 WS-RUN-DATE         PIC 9(8) VALUE ZERO.
01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
    02 WS-RUN-YEAR     PIC 9(4).
    02 WS-RUN-MONTH    PIC 99.
    02 WS-RUN-DAY      PIC 99.
01 WS-TIER             PIC 9 VALUE ZERO.
01 WS-PAST-DUE         PIC S9(7)V99 VALUE ZERO.
01 WS-LAST-ACTION      PIC X VALUE SPACE.
01 WS-LAST-TIER        PIC 9 VALUE ZERO.
01 WS-LAST-BALANCE     PIC S9(7)V99 VALUE ZERO.
01 WS-LAST-DATE        PIC 9(8) VALUE ZERO.
01 WS-CUSTOMERS-READ   PIC 9(7) VALUE ZERO.
01 WS-NOT-OVERDUE      PIC 9(7) VALUE ZERO.
01 WS-TIER-ALREADY-SENT PIC 9(7) VALUE ZERO.
01 WS-PAID-SINCE       PIC 9(7) VALUE ZERO.
01 WS-HISTORY-CLASHES  PIC 9(7) VALUE ZERO.
01 WS-LETTERS-PRINTED  PIC 9(7) VALUE ZERO.
01 WS-TIER-COUNTS.
    02 WS-TIER-COUNT   PIC 9(7) VALUE ZERO OCCURS 3 TIMES.
01 WS-TOTAL-PAST-DUE   PIC S9(11)V99 VALUE ZERO.
*> Letter wording, one heading and four body lines per tier.
01 WS-TIER-TEXT-VALUES.
    02 FILLER PIC X(30) VALUE "PAYMENT REMINDER".
    02 FILLER PIC X(60) VALUE
        "Our records show part of your balance is now more than".
    02 FILLER PIC X(60) VALUE
        "30 days past due. If you have already sent your payment,".
    02 FILLER PIC X(60) VALUE
        "please accept our thanks and disregard this reminder.".
    02 FILLER PIC X(60) VALUE
        "Otherwise we would appreciate your payment at once.".
    02 FILLER PIC X(30) VALUE "SECOND NOTICE - PAST DUE".
    02 FILLER PIC X(60) VALUE
        "Part of your balance is now more than 60 days past due".
    02 FILLER PIC X(60) VALUE
        "and our earlier reminder has gone unanswered. Please".
    02 FILLER PIC X(60) VALUE
        "remit the past-due amount within ten days, or call us".
    02 FILLER PIC X(60) VALUE
        "to arrange payment, to keep your account in good order.".
    02 FILLER PIC X(30) VALUE "FINAL DEMAND FOR PAYMENT".
    02 FILLER PIC X(60) VALUE
        "Your account is now more than 90 days past due despite".
    02 FILLER PIC X(60) VALUE
        "our previous notices. Unless the past-due amount is paid".
    02 FILLER PIC X(60) VALUE
        "within ten days the account will be referred for".
    02 FILLER PIC X(60) VALUE
        "collection without further notice.".
01 WS-TIER-TEXT-TABLE REDEFINES WS-TIER-TEXT-VALUES.
    02 WS-TIER-TEXT OCCURS 3 TIMES.
        03 WS-TIER-HEADING PIC X(30).
        03 WS-TIER-BODY    PIC X(60) OCCURS 4 TIMES.
01 WS-BODY-SUB         PIC 9 VALUE ZERO.
01 WS-ADDRESS-LINE.
    02 AD-TEXT   PIC X(30).
01 WS-DATE-LINE.
    02 FILLER    PIC X(50) VALUE SPACES.
    02 DL-MONTH  PIC 99.
    02 FILLER    PIC X VALUE "/".
    02 DL-DAY    PIC 99.
    02 FILLER    PIC X VALUE "/".
    02 DL-YEAR   PIC 9(4).
01 WS-BODY-LINE.
    02 FILLER    PIC X(4) VALUE SPACES.
    02 BD-TEXT   PIC X(60).
01 WS-AMOUNT-LINE.
    02 FILLER    PIC X(4) VALUE SPACES.
    02 AM-LABEL  PIC X(25).
    02 AM-AMOUNT PIC -ZZZZZZ9.99.
01 WS-ACCOUNT-LINE.
    02 FILLER    PIC X(4) VALUE SPACES.
    02 FILLER    PIC X(25) VALUE "Account number:".
    02 AC-IDENT  PIC 9(6).
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    CALL "busdate" USING WS-RUN-DATE
    OPEN INPUT CUSTMAST
    IF WS-CUSTMAST-STATUS NOT = "00"
        DISPLAY "CUSTMAST open failed, status " WS-CUSTMAST-STATUS
            ", collection run abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O COLLHIST
    IF WS-COLLHIST-STATUS = "35"
        OPEN OUTPUT COLLHIST
        CLOSE COLLHIST
        OPEN I-O COLLHIST
    END-IF
    OPEN OUTPUT DUNLTRS
    READ CUSTMAST NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 1000-REVIEW-ONE-CUSTOMER
        READ CUSTMAST NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE CUSTMAST
    CLOSE COLLHIST
    CLOSE DUNLTRS
    DISPLAY "Customers read:            " WS-CUSTOMERS-READ
    DISPLAY "Nothing past due:          " WS-NOT-OVERDUE
    DISPLAY "Paid since last letter:    " WS-PAID-SINCE
    DISPLAY "Tier already sent:         " WS-TIER-ALREADY-SENT
    DISPLAY "Already actioned today:    " WS-HISTORY-CLASHES
    DISPLAY "Letters printed:           " WS-LETTERS-PRINTED
    DISPLAY "  reminders:               " WS-TIER-COUNT(1)
    DISPLAY "  firm notices:            " WS-TIER-COUNT(2)
    DISPLAY "  final demands:           " WS-TIER-COUNT(3)
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

*> Only a receivable is dunned; inactive customers and credit or
*> zero balances are counted as not overdue and left alone.
1000-REVIEW-ONE-CUSTOMER.
    ADD 1 TO WS-CUSTOMERS-READ
    EVALUATE TRUE
        WHEN CM-INACTIVE OR CM-BALANCE NOT > ZERO
            MOVE ZERO TO WS-TIER
        WHEN CM-AGE-90 > ZERO
            MOVE 3 TO WS-TIER
        WHEN CM-AGE-60 > ZERO
            MOVE 2 TO WS-TIER
        WHEN CM-AGE-30 > ZERO
            MOVE 1 TO WS-TIER
        WHEN OTHER
            MOVE ZERO TO WS-TIER
    END-EVALUATE
    IF WS-TIER = ZERO
        ADD 1 TO WS-NOT-OVERDUE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-PAST-DUE = CM-AGE-30 + CM-AGE-60 + CM-AGE-90
    PERFORM 2000-FIND-LAST-ACTION
    IF WS-HISTORY-FOUND AND WS-LAST-DATE = WS-RUN-DATE
        ADD 1 TO WS-HISTORY-CLASHES
        EXIT PARAGRAPH
    END-IF
    IF WS-HISTORY-FOUND AND WS-LAST-ACTION = "L"
            AND CM-BALANCE < WS-LAST-BALANCE
        MOVE "P" TO DN-ACTION
        MOVE ZERO TO DN-TIER
        PERFORM 3000-WRITE-HISTORY
        IF WS-HISTORY-WRITTEN
            ADD 1 TO WS-PAID-SINCE
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-HISTORY-FOUND AND WS-LAST-ACTION = "L"
            AND WS-LAST-TIER >= WS-TIER
        ADD 1 TO WS-TIER-ALREADY-SENT
        EXIT PARAGRAPH
    END-IF
    MOVE "L" TO DN-ACTION
    MOVE WS-TIER TO DN-TIER
    PERFORM 3000-WRITE-HISTORY
    IF WS-HISTORY-WRITTEN
        PERFORM 4000-PRINT-LETTER
    END-IF.

*> The customer's history records sit together in date order under
*> the key, so the last one read before the ident changes is the
*> latest action.
2000-FIND-LAST-ACTION.
    MOVE "N" TO WS-HISTORY-FLAG
    MOVE "N" TO WS-HIST-EOF-FLAG
    MOVE CM-IDENT TO DN-IDENT
    MOVE ZERO TO DN-ACTION-DATE
    START COLLHIST KEY IS NOT LESS THAN DN-KEY
        INVALID KEY SET WS-HIST-END-OF-FILE TO TRUE
    END-START
    PERFORM UNTIL WS-HIST-END-OF-FILE
        READ COLLHIST NEXT RECORD
            AT END SET WS-HIST-END-OF-FILE TO TRUE
            NOT AT END
                IF DN-IDENT NOT = CM-IDENT
                    SET WS-HIST-END-OF-FILE TO TRUE
                ELSE
                    SET WS-HISTORY-FOUND TO TRUE
                    MOVE DN-ACTION TO WS-LAST-ACTION
                    MOVE DN-TIER TO WS-LAST-TIER
                    MOVE DN-BALANCE TO WS-LAST-BALANCE
                    MOVE DN-ACTION-DATE TO WS-LAST-DATE
                END-IF
        END-READ
    END-PERFORM.

*> DN-ACTION and DN-TIER are set by the caller.
3000-WRITE-HISTORY.
    MOVE "N" TO WS-WRITTEN-FLAG
    MOVE CM-IDENT TO DN-IDENT
    MOVE WS-RUN-DATE TO DN-ACTION-DATE
    MOVE CM-BALANCE TO DN-BALANCE
    MOVE WS-PAST-DUE TO DN-PAST-DUE
    WRITE COLLECTION-HISTORY-RECORD
        INVALID KEY
            ADD 1 TO WS-HISTORY-CLASHES
        NOT INVALID KEY
            SET WS-HISTORY-WRITTEN TO TRUE
    END-WRITE.

*> One letter page: eject, tier heading, date, window-envelope
*> address block, the tier's wording, then the figures.
4000-PRINT-LETTER.
    ADD 1 TO WS-LETTERS-PRINTED
    ADD 1 TO WS-TIER-COUNT(WS-TIER)
    ADD WS-PAST-DUE TO WS-TOTAL-PAST-DUE
    MOVE WS-TIER-HEADING(WS-TIER) TO LETTER-LINE
    IF WS-LETTERS-PRINTED = 1
        WRITE LETTER-LINE
    ELSE
        WRITE LETTER-LINE AFTER ADVANCING PAGE
    END-IF
    MOVE WS-RUN-MONTH TO DL-MONTH
    MOVE WS-RUN-DAY TO DL-DAY
    MOVE WS-RUN-YEAR TO DL-YEAR
    WRITE LETTER-LINE FROM WS-DATE-LINE
        AFTER ADVANCING 1
    MOVE CM-CUSTNAME TO AD-TEXT
    WRITE LETTER-LINE FROM WS-ADDRESS-LINE
        AFTER ADVANCING 2
    MOVE CM-STREET TO AD-TEXT
    WRITE LETTER-LINE FROM WS-ADDRESS-LINE
        AFTER ADVANCING 1
    MOVE CM-COUNTRY TO AD-TEXT
    WRITE LETTER-LINE FROM WS-ADDRESS-LINE
        AFTER ADVANCING 1
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE AFTER ADVANCING 1
    PERFORM VARYING WS-BODY-SUB FROM 1 BY 1 UNTIL WS-BODY-SUB > 4
        MOVE WS-TIER-BODY(WS-TIER, WS-BODY-SUB) TO BD-TEXT
        WRITE LETTER-LINE FROM WS-BODY-LINE
            AFTER ADVANCING 1
    END-PERFORM
    MOVE CM-IDENT TO AC-IDENT
    WRITE LETTER-LINE FROM WS-ACCOUNT-LINE
        AFTER ADVANCING 2
    MOVE "Amount past due:" TO AM-LABEL
    MOVE WS-PAST-DUE TO AM-AMOUNT
    WRITE LETTER-LINE FROM WS-AMOUNT-LINE
        AFTER ADVANCING 1
    MOVE "Total balance due:" TO AM-LABEL
    MOVE CM-BALANCE TO AM-AMOUNT
    WRITE LETTER-LINE FROM WS-AMOUNT-LINE
        AFTER ADVANCING 1.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "DUNNING " TO RC-PROGRAM
    MOVE WS-RUN-DATE TO RC-RUN-DATE
    MOVE WS-CUSTOMERS-READ TO RC-RECORDS-IN
    COMPUTE RC-RECORDS-OUT = WS-NOT-OVERDUE + WS-PAID-SINCE
        + WS-TIER-ALREADY-SENT + WS-HISTORY-CLASHES
        + WS-LETTERS-PRINTED
    MOVE ZERO TO RC-REJECTS
    MOVE WS-TOTAL-PAST-DUE TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.
