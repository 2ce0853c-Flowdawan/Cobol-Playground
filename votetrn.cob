       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. votetrn.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Turnout report for an election: every VOTEMAST voter is looked
*> up on PARTFILE (votepost.cob) for the election date asked for,
*> then sorted by precinct and age band and counted as registered
*> and voted. Each precinct prints a line per age band (18-24,
*> 25-34, 35-44, 45-54, 55-64, 65 and over) with its turnout
*> percentage and a precinct total; the report ends with the same
*> bands for all precincts together. A voter who voted is counted
*> under the precinct and age posted with the vote, so turnout is
*> measured against where the voter stood on the day; voters not yet
*> given a precinct count under NONE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VOTEMAST ASSIGN TO "VOTEMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS VR-SSNUM
        FILE STATUS IS WS-VOTEMAST-STATUS.
    SELECT PARTFILE ASSIGN TO "PARTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PT-KEY
        FILE STATUS IS WS-PARTFILE-STATUS.
    SELECT TURNOUT ASSIGN TO "TURNOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TURNOUT-STATUS.
    SELECT SORTWORK ASSIGN TO "SORTWORK".
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD VOTEMAST.
COPY voterec.
FD PARTFILE.
COPY partrec.
FD TURNOUT.
01 TURNOUT-LINE PIC X(80).
SD SORTWORK.
01 SORT-RECORD.
    02 SR-PRECINCT PIC X(4).
    02 SR-BAND     PIC 9.
    02 SR-VOTED    PIC X.
       88 SR-HAS-VOTED VALUE "Y".
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-VOTEMAST-STATUS PIC XX VALUE "00".
01 WS-PARTFILE-STATUS PIC XX VALUE "00".
01 WS-TURNOUT-STATUS  PIC XX VALUE "00".
01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-ELECTION-DATE   PIC 9(8) VALUE ZERO.
01 WS-VOTERS-READ     PIC 9(7) VALUE ZERO.
01 WS-VOTED-COUNT     PIC 9(7) VALUE ZERO.
01 WS-AGE             PIC 99 VALUE ZERO.
01 WS-BAND-IX         PIC 9 VALUE ZERO.
01 WS-PREV-PRECINCT   PIC X(4) VALUE SPACES.
01 WS-HAVE-PRECINCT-FLAG PIC X VALUE "N".
   88 WS-HAVE-PRECINCT VALUE "Y".
01 WS-TURNOUT-PCT     PIC 9(3)V9 VALUE ZERO.
*> The six age bands, lower age and label.
01 WS-BAND-VALUES.
    02 FILLER PIC X(13) VALUE "1818-24      ".
    02 FILLER PIC X(13) VALUE "2525-34      ".
    02 FILLER PIC X(13) VALUE "3535-44      ".
    02 FILLER PIC X(13) VALUE "4545-54      ".
    02 FILLER PIC X(13) VALUE "5555-64      ".
    02 FILLER PIC X(13) VALUE "6565 and over".
01 WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
    02 WS-BAND-ENTRY OCCURS 6.
        03 WS-BAND-LOW   PIC 99.
        03 WS-BAND-LABEL PIC X(11).
*> Registered and voted by band, for the precinct and the whole
*> election.
01 WS-PRECINCT-COUNTS.
    02 WS-PC-BAND OCCURS 6.
        03 WS-PC-REGISTERED PIC 9(7).
        03 WS-PC-VOTED      PIC 9(7).
01 WS-ELECTION-COUNTS.
    02 WS-EC-BAND OCCURS 6.
        03 WS-EC-REGISTERED PIC 9(7).
        03 WS-EC-VOTED      PIC 9(7).
01 WS-TOTAL-REGISTERED PIC 9(7) VALUE ZERO.
01 WS-TOTAL-VOTED      PIC 9(7) VALUE ZERO.
01 WS-LINE-REGISTERED  PIC 9(7) VALUE ZERO.
01 WS-LINE-VOTED       PIC 9(7) VALUE ZERO.
01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-COLUMN-HEADING.
    02 FILLER PIC X(10) VALUE "Precinct".
    02 FILLER PIC X(14) VALUE "Age band".
    02 FILLER PIC X(12) VALUE "  Registered".
    02 FILLER PIC X(10) VALUE "     Voted".
    02 FILLER PIC X(10) VALUE "  Turnout".
01 WS-ELECTION-LINE.
    02 FILLER         PIC X(13) VALUE "Election of ".
    02 ED-DATE        PIC 9999/99/99.
01 WS-DETAIL-LINE.
    02 DL-PRECINCT    PIC X(8).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-BAND        PIC X(14).
    02 DL-REGISTERED  PIC ZZZZZZZZZZZ9.
    02 DL-VOTED       PIC ZZZZZZZZZ9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-TURNOUT     PIC ZZZZ9.9.
    02 FILLER         PIC X VALUE "%".
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    DISPLAY "Turnout for election date (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT WS-ELECTION-DATE
    IF WS-ELECTION-DATE = ZERO
        DISPLAY "No election date given, turnout report abandoned"
        STOP RUN
    END-IF
    OPEN INPUT VOTEMAST
    IF WS-VOTEMAST-STATUS NOT = "00"
        DISPLAY "VOTEMAST open failed, status " WS-VOTEMAST-STATUS
            ", turnout report abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT PARTFILE
    IF WS-PARTFILE-STATUS NOT = "00"
        DISPLAY "PARTFILE open failed, status " WS-PARTFILE-STATUS
            ", turnout report abandoned"
        CLOSE VOTEMAST
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT TURNOUT
    MOVE "TURNOUT BY PRECINCT AND AGE" TO RPT-TITLE
    MOVE WS-COLUMN-HEADING TO RPT-COLUMN-HEADING
    MOVE WS-ELECTION-DATE TO ED-DATE
    MOVE WS-ELECTION-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    INITIALIZE WS-ELECTION-COUNTS
    SORT SORTWORK
        ON ASCENDING KEY SR-PRECINCT SR-BAND
        INPUT PROCEDURE IS 1000-RELEASE-VOTERS
        OUTPUT PROCEDURE IS 2000-COUNT-TURNOUT
    PERFORM 3000-WRITE-ELECTION-TOTAL
    CLOSE VOTEMAST
    CLOSE PARTFILE
    CLOSE TURNOUT
    DISPLAY "Registered voters: " WS-VOTERS-READ
    DISPLAY "Voted:             " WS-VOTED-COUNT
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

1000-RELEASE-VOTERS.
    READ VOTEMAST NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-VOTERS-READ
        PERFORM 1100-RELEASE-ONE-VOTER
        READ VOTEMAST NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM.

1100-RELEASE-ONE-VOTER.
    MOVE VR-SSNUM TO PT-SSNUM
    MOVE WS-ELECTION-DATE TO PT-ELECTION-DATE
    READ PARTFILE
        INVALID KEY
            MOVE "N" TO SR-VOTED
            MOVE VR-PRECINCT TO SR-PRECINCT
            MOVE VR-AGE TO WS-AGE
        NOT INVALID KEY
            MOVE "Y" TO SR-VOTED
            ADD 1 TO WS-VOTED-COUNT
            MOVE PT-PRECINCT TO SR-PRECINCT
            MOVE PT-AGE TO WS-AGE
    END-READ
    IF SR-PRECINCT = SPACES
        MOVE HIGH-VALUES TO SR-PRECINCT
    END-IF
    MOVE 1 TO SR-BAND
    PERFORM VARYING WS-BAND-IX FROM 2 BY 1 UNTIL WS-BAND-IX > 6
        IF WS-AGE >= WS-BAND-LOW(WS-BAND-IX)
            MOVE WS-BAND-IX TO SR-BAND
        END-IF
    END-PERFORM
    RELEASE SORT-RECORD.

2000-COUNT-TURNOUT.
    MOVE "N" TO WS-EOF-FLAG
    RETURN SORTWORK
        AT END SET WS-END-OF-FILE TO TRUE
    END-RETURN
    PERFORM UNTIL WS-END-OF-FILE
        IF NOT WS-HAVE-PRECINCT OR SR-PRECINCT NOT = WS-PREV-PRECINCT
            IF WS-HAVE-PRECINCT
                PERFORM 2200-WRITE-PRECINCT
            END-IF
            INITIALIZE WS-PRECINCT-COUNTS
            MOVE SR-PRECINCT TO WS-PREV-PRECINCT
            SET WS-HAVE-PRECINCT TO TRUE
        END-IF
        ADD 1 TO WS-PC-REGISTERED(SR-BAND)
        IF SR-HAS-VOTED
            ADD 1 TO WS-PC-VOTED(SR-BAND)
        END-IF
        RETURN SORTWORK
            AT END SET WS-END-OF-FILE TO TRUE
        END-RETURN
    END-PERFORM
    IF WS-HAVE-PRECINCT
        PERFORM 2200-WRITE-PRECINCT
    END-IF.

*> Bands nobody in the precinct falls in are left off; the precinct
*> total line follows the bands.
2200-WRITE-PRECINCT.
    IF WS-PREV-PRECINCT = HIGH-VALUES
        MOVE "NONE" TO DL-PRECINCT
    ELSE
        MOVE WS-PREV-PRECINCT TO DL-PRECINCT
    END-IF
    MOVE ZERO TO WS-TOTAL-REGISTERED
    MOVE ZERO TO WS-TOTAL-VOTED
    PERFORM VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 6
        IF WS-PC-REGISTERED(WS-BAND-IX) > ZERO
            MOVE WS-BAND-LABEL(WS-BAND-IX) TO DL-BAND
            MOVE WS-PC-REGISTERED(WS-BAND-IX) TO WS-LINE-REGISTERED
            MOVE WS-PC-VOTED(WS-BAND-IX) TO WS-LINE-VOTED
            PERFORM 2300-WRITE-TURNOUT-LINE
            MOVE SPACES TO DL-PRECINCT
        END-IF
        ADD WS-PC-REGISTERED(WS-BAND-IX) TO WS-TOTAL-REGISTERED
        ADD WS-PC-VOTED(WS-BAND-IX) TO WS-TOTAL-VOTED
        ADD WS-PC-REGISTERED(WS-BAND-IX)
            TO WS-EC-REGISTERED(WS-BAND-IX)
        ADD WS-PC-VOTED(WS-BAND-IX) TO WS-EC-VOTED(WS-BAND-IX)
    END-PERFORM
    MOVE SPACES TO DL-PRECINCT
    MOVE "  Precinct" TO DL-BAND
    MOVE WS-TOTAL-REGISTERED TO WS-LINE-REGISTERED
    MOVE WS-TOTAL-VOTED TO WS-LINE-VOTED
    PERFORM 2300-WRITE-TURNOUT-LINE
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

*> Turnout is voted over registered for the line's counts.
2300-WRITE-TURNOUT-LINE.
    MOVE WS-LINE-REGISTERED TO DL-REGISTERED
    MOVE WS-LINE-VOTED TO DL-VOTED
    MOVE ZERO TO WS-TURNOUT-PCT
    IF WS-LINE-REGISTERED NOT = ZERO
        COMPUTE WS-TURNOUT-PCT ROUNDED
            = WS-LINE-VOTED * 100 / WS-LINE-REGISTERED
    END-IF
    MOVE WS-TURNOUT-PCT TO DL-TURNOUT
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

3000-WRITE-ELECTION-TOTAL.
    MOVE "All" TO DL-PRECINCT
    MOVE ZERO TO WS-TOTAL-REGISTERED
    MOVE ZERO TO WS-TOTAL-VOTED
    PERFORM VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 6
        MOVE WS-BAND-LABEL(WS-BAND-IX) TO DL-BAND
        MOVE WS-EC-REGISTERED(WS-BAND-IX) TO WS-LINE-REGISTERED
        MOVE WS-EC-VOTED(WS-BAND-IX) TO WS-LINE-VOTED
        PERFORM 2300-WRITE-TURNOUT-LINE
        MOVE SPACES TO DL-PRECINCT
        ADD WS-EC-REGISTERED(WS-BAND-IX) TO WS-TOTAL-REGISTERED
        ADD WS-EC-VOTED(WS-BAND-IX) TO WS-TOTAL-VOTED
    END-PERFORM
    MOVE "  Total" TO DL-BAND
    MOVE WS-TOTAL-REGISTERED TO WS-LINE-REGISTERED
    MOVE WS-TOTAL-VOTED TO WS-LINE-VOTED
    PERFORM 2300-WRITE-TURNOUT-LINE.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE TURNOUT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE TURNOUT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO TURNOUT-LINE
        WRITE TURNOUT-LINE AFTER ADVANCING 1
        WRITE TURNOUT-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO TURNOUT-LINE
        WRITE TURNOUT-LINE AFTER ADVANCING 1
    END-IF
    WRITE TURNOUT-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "VOTETRN " TO RC-PROGRAM
    CALL "busdate" USING RC-RUN-DATE
    MOVE WS-VOTERS-READ TO RC-RECORDS-IN
    MOVE WS-VOTERS-READ TO RC-RECORDS-OUT
    MOVE ZERO TO RC-REJECTS
    MOVE ZERO TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.
