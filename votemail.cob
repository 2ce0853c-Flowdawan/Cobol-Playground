*> names disagree still mails but is flagged on VOTEEXCP too --
*> those are exactly the cases custdupe.cob keeps finding on the
*> master side. Inactive customers do not address mail.
*> The same match assigns the polling precinct: the street of a
*> matched active customer's CM-STREET, house number dropped, is
*> looked up in the PRCTSTRT street table (prctmnt.cob) and the
*> precinct found is stored in VR-PRECINCT and printed on the
*> roster. A precinct set by hand on prctmnt.cob is left alone; a
*> street the table does not know goes to VOTEEXCP as NO PRECINCT
*> so the table can be completed or the voter assigned by hand.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS VR-SSNUM
        FILE STATUS IS WS-VOTEMAST-STATUS.
    SELECT PRCTSTRT ASSIGN TO "PRCTSTRT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PS-STREET-NAME
        FILE STATUS IS WS-PRCTSTRT-STATUS.
    SELECT SORTWORK ASSIGN TO "SORTWORK".
    SELECT MAILROST ASSIGN TO "MAILROST"
        ORGANIZATION IS LINE SEQUENTIAL
COPY custrec.
FD VOTEMAST.
COPY voterec.
FD PRCTSTRT.
COPY prctstrt.
SD SORTWORK.
COPY custrec REPLACING CUSTOMER-RECORD BY SORT-RECORD.
FD MAILROST.
01 WS-VOTEMAST-STATUS PIC XX VALUE "00".
01 WS-MAILROST-STATUS PIC XX VALUE "00".
01 WS-VOTEEXCP-STATUS PIC XX VALUE "00".
01 WS-PRCTSTRT-STATUS PIC XX VALUE "00".
01 WS-PRCTSTRT-FLAG   PIC X VALUE "N".
   88 WS-HAVE-PRCTSTRT VALUE "Y".
01 WS-STREET-UPPER    PIC X(30) VALUE SPACES.
01 WS-HOUSE-NUMBER    PIC X(30) VALUE SPACES.
01 WS-STREET-POINTER  PIC 99 VALUE ZERO.
01 WS-NO-PRECINCT-COUNT PIC 9(7) VALUE ZERO.
01 WS-PRECINCT-CHANGED  PIC 9(7) VALUE ZERO.
01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
01 WS-MASTER-KEY      PIC X(9) VALUE SPACES.
01 WS-VOTER-KEY       PIC X(9) VALUE SPACES.
    02 RL-STREET   PIC X(30).
    02 FILLER      PIC X(2) VALUE SPACES.
    02 RL-COUNTRY  PIC X(25).
    02 FILLER      PIC X(2) VALUE SPACES.
    02 RL-PRECINCT PIC X(4).
01 WS-EXCEPTION-LINE.
    02 XL-REASON   PIC X(18).
    02 FILLER      PIC X(1) VALUE SPACE.
    02 SM-RESEARCH PIC ZZZZZZ9.
    02 FILLER      PIC X(15) VALUE "  Name differs:".
    02 SM-DIFFERS  PIC ZZZZZZ9.
    02 FILLER      PIC X(14) VALUE "  No precinct:".
    02 SM-NO-PRECINCT PIC ZZZZZZ9.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    SORT SORTWORK
    DISPLAY "Addressed:      " WS-ROSTER-COUNT
    DISPLAY "For research:   " WS-RESEARCH-COUNT
    DISPLAY "Names differ:   " WS-NAME-DIFF-COUNT
    DISPLAY "Precincts set:  " WS-PRECINCT-CHANGED
    DISPLAY "No precinct:    " WS-NO-PRECINCT-COUNT
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

*> order and HIGH-VALUES as the exhausted-side sentinel. A
*> customer-only SSN is simply not a voter and passes by.
1000-MATCH-AGAINST-VOTERS.
    OPEN I-O VOTEMAST
    IF WS-VOTEMAST-STATUS NOT = "00"
        DISPLAY "VOTEMAST open failed, status " WS-VOTEMAST-STATUS
            ", mailing roster abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT PRCTSTRT
    IF WS-PRCTSTRT-STATUS = "00"
        SET WS-HAVE-PRCTSTRT TO TRUE
    ELSE
        DISPLAY "No PRCTSTRT street table, precincts not assigned"
    END-IF
    OPEN OUTPUT MAILROST
    OPEN OUTPUT VOTEEXCP
    WRITE MAIL-ROSTER-LINE FROM WS-ROSTER-HEADING
    MOVE WS-ROSTER-COUNT TO SM-ROSTER
    MOVE WS-RESEARCH-COUNT TO SM-RESEARCH
    MOVE WS-NAME-DIFF-COUNT TO SM-DIFFERS
    MOVE WS-NO-PRECINCT-COUNT TO SM-NO-PRECINCT
    WRITE MAIL-ROSTER-LINE FROM WS-SUMMARY-LINE
    CLOSE VOTEMAST
    IF WS-HAVE-PRCTSTRT
        CLOSE PRCTSTRT
    END-IF
    CLOSE MAILROST
    CLOSE VOTEEXCP.

        PERFORM 8000-WRITE-EXCEPTION
    ELSE
        ADD 1 TO WS-ROSTER-COUNT
        IF WS-HAVE-PRCTSTRT AND NOT VR-PRECINCT-MANUAL
            PERFORM 6000-ASSIGN-PRECINCT
        END-IF
        MOVE VR-PRECINCT TO RL-PRECINCT
        MOVE VR-SSAREA TO RL-SSAREA
        MOVE VR-SSGROUP TO RL-SSGROUP
        MOVE VR-SSSERIAL TO RL-SSSERIAL
        END-IF
    END-IF.

*> "12 Main Street" is looked up as MAIN STREET: upper case, and a
*> leading house number with the spaces after it skipped.
6000-ASSIGN-PRECINCT.
    MOVE FUNCTION UPPER-CASE(CM-STREET OF SORT-RECORD)
        TO WS-STREET-UPPER
    MOVE 1 TO WS-STREET-POINTER
    IF WS-STREET-UPPER(1:1) IS NUMERIC
        UNSTRING WS-STREET-UPPER DELIMITED BY ALL SPACE
            INTO WS-HOUSE-NUMBER
            WITH POINTER WS-STREET-POINTER
        END-UNSTRING
    END-IF
    IF WS-STREET-POINTER > 30
        MOVE SPACES TO PS-STREET-NAME
    ELSE
        MOVE WS-STREET-UPPER(WS-STREET-POINTER:) TO PS-STREET-NAME
    END-IF
    READ PRCTSTRT
        INVALID KEY
            ADD 1 TO WS-NO-PRECINCT-COUNT
            MOVE "NO PRECINCT" TO XL-REASON
            MOVE CM-STREET OF SORT-RECORD TO XL-CUSTOMER
            PERFORM 8000-WRITE-EXCEPTION
        NOT INVALID KEY
            IF PS-PRECINCT NOT = VR-PRECINCT
                MOVE PS-PRECINCT TO VR-PRECINCT
                SET VR-PRECINCT-DERIVED TO TRUE
                REWRITE VOTER-RECORD
                ADD 1 TO WS-PRECINCT-CHANGED
            END-IF
    END-READ.

8000-WRITE-EXCEPTION.
    MOVE VR-SSAREA TO XL-SSAREA
    MOVE VR-SSGROUP TO XL-SSGROUP
