       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. prctmnt.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Precinct maintenance, in the same style as feemaint.cob: every
*> transaction asks whether it is for the PRCTSTRT street table (S)
*> votemail.cob derives precincts from, or for a single voter's
*> precinct on VOTEMAST (V). A street is keyed by its name in upper
*> case without the house number. Setting a voter's precinct here
*> marks it as set by hand, so the next votemail.cob run leaves it
*> alone; deleting a voter's precinct clears it and hands the voter
*> back to the street derivation. Voters themselves are only added
*> and removed by voterreg.cob.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRCTSTRT ASSIGN TO "PRCTSTRT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PS-STREET-NAME
        FILE STATUS IS WS-PRCTSTRT-STATUS.
    SELECT VOTEMAST ASSIGN TO "VOTEMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VR-SSNUM
        FILE STATUS IS WS-VOTEMAST-STATUS.
DATA DIVISION.
FILE SECTION.
FD PRCTSTRT.
COPY prctstrt.
FD VOTEMAST.
COPY voterec.
WORKING-STORAGE SECTION.
01 WS-PRCTSTRT-STATUS PIC XX VALUE "00".
01 WS-VOTEMAST-STATUS PIC XX VALUE "00".
01 WS-TRANSACTION     PIC X VALUE SPACE.
   88 WS-EXIT-REQUESTED VALUE "X", "x".
01 WS-TABLE           PIC X VALUE SPACE.
   88 WS-STREET-TABLE VALUE "S".
   88 WS-VOTER-TABLE  VALUE "V".
01 WS-NEW-PRECINCT    PIC X(4) VALUE SPACES.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    OPEN I-O PRCTSTRT
    IF WS-PRCTSTRT-STATUS = "35"
        OPEN OUTPUT PRCTSTRT
        CLOSE PRCTSTRT
        OPEN I-O PRCTSTRT
    END-IF
    OPEN I-O VOTEMAST
    IF WS-VOTEMAST-STATUS NOT = "00"
        DISPLAY "VOTEMAST open failed, status " WS-VOTEMAST-STATUS
        CLOSE PRCTSTRT
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EXIT-REQUESTED
        DISPLAY " "
        DISPLAY "A)dd  C)hange  I)nquire  D)elete  X)it"
        DISPLAY "Transaction: " WITH NO ADVANCING
        ACCEPT WS-TRANSACTION
        MOVE FUNCTION UPPER-CASE(WS-TRANSACTION) TO WS-TRANSACTION
        EVALUATE WS-TRANSACTION
            WHEN "A" PERFORM 1000-ADD-PRECINCT
            WHEN "C" PERFORM 2000-CHANGE-PRECINCT
            WHEN "I" PERFORM 3000-INQUIRE-PRECINCT
            WHEN "D" PERFORM 4000-DELETE-PRECINCT
            WHEN "X" CONTINUE
            WHEN OTHER DISPLAY "Invalid transaction code"
        END-EVALUATE
    END-PERFORM
    CLOSE PRCTSTRT
    CLOSE VOTEMAST
    STOP RUN.

*> Which file, and its key: the street name for the table, the
*> social security number for a voter.
0200-ACCEPT-KEY.
    DISPLAY "Street table or voter precinct (S/V): " WITH NO ADVANCING
    ACCEPT WS-TABLE
    MOVE FUNCTION UPPER-CASE(WS-TABLE) TO WS-TABLE
    EVALUATE TRUE
        WHEN WS-STREET-TABLE
            DISPLAY "Street name (no house number): " WITH NO ADVANCING
            ACCEPT PS-STREET-NAME
            MOVE FUNCTION UPPER-CASE(PS-STREET-NAME) TO PS-STREET-NAME
        WHEN WS-VOTER-TABLE
            DISPLAY "Voter SSN (9 digits): " WITH NO ADVANCING
            ACCEPT VR-SSNUM
        WHEN OTHER
            DISPLAY "Answer S or V"
    END-EVALUATE.

0300-ACCEPT-PRECINCT.
    DISPLAY "Precinct: " WITH NO ADVANCING
    ACCEPT WS-NEW-PRECINCT
    MOVE FUNCTION UPPER-CASE(WS-NEW-PRECINCT) TO WS-NEW-PRECINCT.

*> Adding to a voter is setting a precinct on a voter who has none;
*> a voter who already has one is changed instead.
1000-ADD-PRECINCT.
    PERFORM 0200-ACCEPT-KEY
    EVALUATE TRUE
        WHEN WS-STREET-TABLE
            IF PS-STREET-NAME = SPACES
                DISPLAY "Street name is required"
                EXIT PARAGRAPH
            END-IF
            PERFORM 0300-ACCEPT-PRECINCT
            MOVE WS-NEW-PRECINCT TO PS-PRECINCT
            WRITE PRECINCT-STREET-RECORD
                INVALID KEY
                    DISPLAY "Street " PS-STREET-NAME " already exists"
                NOT INVALID KEY
                    DISPLAY "Street " PS-STREET-NAME " added"
            END-WRITE
        WHEN WS-VOTER-TABLE
            READ VOTEMAST
                INVALID KEY
                    DISPLAY "Voter " VR-SSNUM " not on VOTEMAST"
                    EXIT PARAGRAPH
            END-READ
            IF VR-PRECINCT NOT = SPACES
                DISPLAY VR-NAME " already in precinct " VR-PRECINCT
                    ", use C)hange"
                EXIT PARAGRAPH
            END-IF
            PERFORM 0300-ACCEPT-PRECINCT
            PERFORM 5000-SET-VOTER-PRECINCT
    END-EVALUATE.

2000-CHANGE-PRECINCT.
    PERFORM 0200-ACCEPT-KEY
    EVALUATE TRUE
        WHEN WS-STREET-TABLE
            READ PRCTSTRT
                INVALID KEY
                    DISPLAY "Street " PS-STREET-NAME " not found"
                    EXIT PARAGRAPH
            END-READ
            DISPLAY "Current precinct: " PS-PRECINCT
            PERFORM 0300-ACCEPT-PRECINCT
            MOVE WS-NEW-PRECINCT TO PS-PRECINCT
            REWRITE PRECINCT-STREET-RECORD
                INVALID KEY
                    DISPLAY "Update failed for " PS-STREET-NAME
                NOT INVALID KEY
                    DISPLAY "Street " PS-STREET-NAME " updated"
            END-REWRITE
        WHEN WS-VOTER-TABLE
            READ VOTEMAST
                INVALID KEY
                    DISPLAY "Voter " VR-SSNUM " not on VOTEMAST"
                    EXIT PARAGRAPH
            END-READ
            PERFORM 3100-SHOW-VOTER
            PERFORM 0300-ACCEPT-PRECINCT
            PERFORM 5000-SET-VOTER-PRECINCT
    END-EVALUATE.

3000-INQUIRE-PRECINCT.
    PERFORM 0200-ACCEPT-KEY
    EVALUATE TRUE
        WHEN WS-STREET-TABLE
            READ PRCTSTRT
                INVALID KEY
                    DISPLAY "Street " PS-STREET-NAME " not found"
                NOT INVALID KEY
                    DISPLAY "Street:   " PS-STREET-NAME
                    DISPLAY "Precinct: " PS-PRECINCT
            END-READ
        WHEN WS-VOTER-TABLE
            READ VOTEMAST
                INVALID KEY
                    DISPLAY "Voter " VR-SSNUM " not on VOTEMAST"
                NOT INVALID KEY
                    PERFORM 3100-SHOW-VOTER
            END-READ
    END-EVALUATE.

3100-SHOW-VOTER.
    DISPLAY "Voter:    " VR-NAME
    DISPLAY "Age:      " VR-AGE
    DISPLAY "Precinct: " VR-PRECINCT
    EVALUATE TRUE
        WHEN VR-PRECINCT-MANUAL
            DISPLAY "Source:   set by hand"
        WHEN VR-PRECINCT-DERIVED
            DISPLAY "Source:   from address"
        WHEN OTHER
            DISPLAY "Source:   not assigned"
    END-EVALUATE.

*> A voter's precinct is not removed from the file, only cleared, so
*> that votemail.cob derives it again from the address.
4000-DELETE-PRECINCT.
    PERFORM 0200-ACCEPT-KEY
    EVALUATE TRUE
        WHEN WS-STREET-TABLE
            DELETE PRCTSTRT
                INVALID KEY
                    DISPLAY "Street " PS-STREET-NAME " not found"
                NOT INVALID KEY
                    DISPLAY "Street " PS-STREET-NAME " deleted"
            END-DELETE
        WHEN WS-VOTER-TABLE
            READ VOTEMAST
                INVALID KEY
                    DISPLAY "Voter " VR-SSNUM " not on VOTEMAST"
                    EXIT PARAGRAPH
            END-READ
            MOVE SPACES TO VR-PRECINCT
            MOVE SPACE TO VR-PRECINCT-SOURCE
            REWRITE VOTER-RECORD
                INVALID KEY
                    DISPLAY "Update failed for " VR-SSNUM
                NOT INVALID KEY
                    DISPLAY "Precinct cleared for " VR-NAME
            END-REWRITE
    END-EVALUATE.

5000-SET-VOTER-PRECINCT.
    IF WS-NEW-PRECINCT = SPACES
        DISPLAY "Precinct is required, use D)elete to clear it"
        EXIT PARAGRAPH
    END-IF
    MOVE WS-NEW-PRECINCT TO VR-PRECINCT
    SET VR-PRECINCT-MANUAL TO TRUE
    REWRITE VOTER-RECORD
        INVALID KEY
            DISPLAY "Update failed for " VR-SSNUM
        NOT INVALID KEY
            DISPLAY VR-NAME " set to precinct " VR-PRECINCT
    END-REWRITE.
