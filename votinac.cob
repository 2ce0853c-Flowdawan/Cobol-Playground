       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. votinac.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Inactive-voter review list. The VOTECTL control record sets how
*> many elections in a row a voter may miss; the most recent that
*> many election dates on ELECTLOG (votepost.cob) make up the
*> window, and every VOTEMAST voter with no PARTFILE participation
*> on or after the oldest of them is listed on VOTEINAC with name,
*> social security number, precinct, age and the date last voted
*> (or never). Nobody is taken off VOTEMAST here -- the list goes
*> to the registration office, which decides. Until ELECTLOG holds
*> as many elections as the window nobody has had the chance to
*> miss them all, and the list is empty.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VOTECTL ASSIGN TO "VOTECTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VOTECTL-STATUS.
    SELECT ELECTLOG ASSIGN TO "ELECTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ELECTLOG-STATUS.
    SELECT VOTEMAST ASSIGN TO "VOTEMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS VR-SSNUM
        FILE STATUS IS WS-VOTEMAST-STATUS.
    SELECT PARTFILE ASSIGN TO "PARTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PT-KEY
        FILE STATUS IS WS-PARTFILE-STATUS.
    SELECT VOTEINAC ASSIGN TO "VOTEINAC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VOTEINAC-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
*> One record: the number of most recent elections a voter may have
*> missed every one of before going on the review list.
FD VOTECTL.
01 VOTE-CONTROL-RECORD.
    02 VC-INACTIVE-ELECTIONS PIC 99.
FD ELECTLOG.
COPY electlog.
FD VOTEMAST.
COPY voterec.
FD PARTFILE.
COPY partrec.
FD VOTEINAC.
01 INACTIVE-VOTER-LINE PIC X(80).
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-VOTECTL-STATUS  PIC XX VALUE "00".
01 WS-ELECTLOG-STATUS PIC XX VALUE "00".
01 WS-VOTEMAST-STATUS PIC XX VALUE "00".
01 WS-PARTFILE-STATUS PIC XX VALUE "00".
01 WS-VOTEINAC-STATUS PIC XX VALUE "00".
01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-PART-EOF-FLAG    PIC X VALUE "N".
   88 WS-PART-END VALUE "Y".
*> Election dates off ELECTLOG. The log is in posting order, which
*> need not be date order, so the window is found by picking the
*> latest date, then the latest before that, and so on.
01 WS-ELECTION-COUNT  PIC 9(3) VALUE ZERO.
01 WS-ELECTION-IX     PIC 9(3) VALUE ZERO.
01 WS-ELECTION-TABLE.
    02 WS-ELECTION-DATE PIC 9(8) OCCURS 500.
01 WS-ELECTION-FULL-FLAG PIC X VALUE "N".
   88 WS-ELECTION-FULL-WARNED VALUE "Y".
01 WS-WINDOW-IX       PIC 9(3) VALUE ZERO.
01 WS-CUTOFF-DATE     PIC 9(8) VALUE ZERO.
01 WS-NEXT-DATE       PIC 9(8) VALUE ZERO.
01 WS-PREV-DATE       PIC 9(8) VALUE ZERO.
01 WS-LAST-VOTED      PIC 9(8) VALUE ZERO.
01 WS-VOTERS-READ     PIC 9(7) VALUE ZERO.
01 WS-INACTIVE-COUNT  PIC 9(7) VALUE ZERO.
01 WS-PRINT-LINE      PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-COLUMN-HEADING.
    02 FILLER PIC X(22) VALUE "Voter".
    02 FILLER PIC X(13) VALUE "SSN".
    02 FILLER PIC X(10) VALUE "Precinct".
    02 FILLER PIC X(5)  VALUE "Age".
    02 FILLER PIC X(12) VALUE "Last voted".
01 WS-WINDOW-LINE.
    02 FILLER         PIC X(20) VALUE "No vote in the last ".
    02 WL-ELECTIONS   PIC Z9.
    02 FILLER         PIC X(22) VALUE " elections, since ".
    02 WL-CUTOFF      PIC 9999/99/99.
01 WS-DETAIL-LINE.
    02 DL-NAME        PIC X(20).
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-SSAREA      PIC 999.
    02 FILLER         PIC X VALUE "-".
    02 DL-SSGROUP     PIC 99.
    02 FILLER         PIC X VALUE "-".
    02 DL-SSSERIAL    PIC 9999.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-PRECINCT    PIC X(4).
    02 FILLER         PIC X(6) VALUE SPACES.
    02 DL-AGE         PIC Z9.
    02 FILLER         PIC X(3) VALUE SPACES.
    02 DL-LAST-VOTED  PIC X(10).
01 WS-DATE-EDIT       PIC 9999/99/99.
01 WS-TOTAL-LINE.
    02 FILLER         PIC X(17) VALUE "Voters reviewed: ".
    02 TL-READ        PIC ZZZZZZ9.
    02 FILLER         PIC X(13) VALUE "   Inactive: ".
    02 TL-INACTIVE    PIC ZZZZZZ9.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-READ-CONTROL-RECORD
    PERFORM 0200-LOAD-ELECTIONS
    OPEN INPUT VOTEMAST
    IF WS-VOTEMAST-STATUS NOT = "00"
        DISPLAY "VOTEMAST open failed, status " WS-VOTEMAST-STATUS
            ", inactive list abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT PARTFILE
    IF WS-PARTFILE-STATUS NOT = "00"
        DISPLAY "PARTFILE open failed, status " WS-PARTFILE-STATUS
            ", inactive list abandoned"
        CLOSE VOTEMAST
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT VOTEINAC
    MOVE "INACTIVE VOTER REVIEW" TO RPT-TITLE
    MOVE WS-COLUMN-HEADING TO RPT-COLUMN-HEADING
    IF WS-CUTOFF-DATE = ZERO
        MOVE "Not enough elections on ELECTLOG yet, nobody listed"
            TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
    ELSE
        MOVE VC-INACTIVE-ELECTIONS TO WL-ELECTIONS
        MOVE WS-CUTOFF-DATE TO WL-CUTOFF
        MOVE WS-WINDOW-LINE TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        MOVE SPACES TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        PERFORM 1000-REVIEW-VOTERS
    END-IF
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-VOTERS-READ TO TL-READ
    MOVE WS-INACTIVE-COUNT TO TL-INACTIVE
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    CLOSE VOTEMAST
    CLOSE PARTFILE
    CLOSE VOTEINAC
    DISPLAY "Voters reviewed: " WS-VOTERS-READ
    DISPLAY "Inactive:        " WS-INACTIVE-COUNT
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

*> No control record means nobody has said how long a voter may stay
*> away; a window of zero elections would list everyone, so stop.
0100-READ-CONTROL-RECORD.
    OPEN INPUT VOTECTL
    IF WS-VOTECTL-STATUS NOT = "00"
        DISPLAY "VOTECTL open failed, status " WS-VOTECTL-STATUS
            ", inactive list abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ VOTECTL
        AT END
            DISPLAY "VOTECTL is empty, inactive list abandoned"
            CLOSE VOTECTL
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-READ
    CLOSE VOTECTL
    IF VC-INACTIVE-ELECTIONS NOT NUMERIC
            OR VC-INACTIVE-ELECTIONS = ZERO
        DISPLAY "VOTECTL sets no election count, inactive list"
            " abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> No ELECTLOG is no elections yet, which leaves the cutoff zero.
0200-LOAD-ELECTIONS.
    OPEN INPUT ELECTLOG
    IF WS-ELECTLOG-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-END-OF-FILE
        READ ELECTLOG
            AT END SET WS-END-OF-FILE TO TRUE
            NOT AT END PERFORM 0210-ADD-ELECTION
        END-READ
    END-PERFORM
    CLOSE ELECTLOG
    MOVE 99999999 TO WS-NEXT-DATE
    PERFORM VARYING WS-WINDOW-IX FROM 1 BY 1
            UNTIL WS-WINDOW-IX > VC-INACTIVE-ELECTIONS
                OR WS-NEXT-DATE = ZERO
        PERFORM 0220-NEXT-OLDER-ELECTION
    END-PERFORM
    MOVE WS-NEXT-DATE TO WS-CUTOFF-DATE.

0210-ADD-ELECTION.
    IF WS-ELECTION-COUNT < 500
        ADD 1 TO WS-ELECTION-COUNT
        MOVE EL-ELECTION-DATE TO WS-ELECTION-DATE(WS-ELECTION-COUNT)
    ELSE
        IF NOT WS-ELECTION-FULL-WARNED
            DISPLAY "More than 500 elections on ELECTLOG, the oldest"
                " are not counted"
            SET WS-ELECTION-FULL-WARNED TO TRUE
        END-IF
    END-IF.

*> The latest logged date before WS-NEXT-DATE becomes the new
*> WS-NEXT-DATE; zero once the log runs out.
0220-NEXT-OLDER-ELECTION.
    MOVE WS-NEXT-DATE TO WS-PREV-DATE
    MOVE ZERO TO WS-NEXT-DATE
    PERFORM VARYING WS-ELECTION-IX FROM 1 BY 1
            UNTIL WS-ELECTION-IX > WS-ELECTION-COUNT
        IF WS-ELECTION-DATE(WS-ELECTION-IX) < WS-PREV-DATE
                AND WS-ELECTION-DATE(WS-ELECTION-IX) > WS-NEXT-DATE
            MOVE WS-ELECTION-DATE(WS-ELECTION-IX) TO WS-NEXT-DATE
        END-IF
    END-PERFORM.

1000-REVIEW-VOTERS.
    MOVE "N" TO WS-EOF-FLAG
    READ VOTEMAST NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-VOTERS-READ
        PERFORM 1100-FIND-LAST-VOTED
        IF WS-LAST-VOTED < WS-CUTOFF-DATE
            PERFORM 1200-LIST-INACTIVE-VOTER
        END-IF
        READ VOTEMAST NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM.

*> PARTFILE holds a voter's elections together in date order, so
*> the last one read for the SSN is the last time they voted.
1100-FIND-LAST-VOTED.
    MOVE ZERO TO WS-LAST-VOTED
    MOVE "N" TO WS-PART-EOF-FLAG
    MOVE VR-SSNUM TO PT-SSNUM
    MOVE ZERO TO PT-ELECTION-DATE
    START PARTFILE KEY IS NOT LESS THAN PT-KEY
        INVALID KEY SET WS-PART-END TO TRUE
    END-START
    PERFORM UNTIL WS-PART-END
        READ PARTFILE NEXT RECORD
            AT END SET WS-PART-END TO TRUE
            NOT AT END
                IF PT-SSNUM NOT = VR-SSNUM
                    SET WS-PART-END TO TRUE
                ELSE
                    MOVE PT-ELECTION-DATE TO WS-LAST-VOTED
                END-IF
        END-READ
    END-PERFORM.

1200-LIST-INACTIVE-VOTER.
    ADD 1 TO WS-INACTIVE-COUNT
    MOVE VR-NAME TO DL-NAME
    MOVE VR-SSAREA TO DL-SSAREA
    MOVE VR-SSGROUP TO DL-SSGROUP
    MOVE VR-SSSERIAL TO DL-SSSERIAL
    MOVE VR-PRECINCT TO DL-PRECINCT
    MOVE VR-AGE TO DL-AGE
    IF WS-LAST-VOTED = ZERO
        MOVE "never" TO DL-LAST-VOTED
    ELSE
        MOVE WS-LAST-VOTED TO WS-DATE-EDIT
        MOVE WS-DATE-EDIT TO DL-LAST-VOTED
    END-IF
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE INACTIVE-VOTER-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE INACTIVE-VOTER-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO INACTIVE-VOTER-LINE
        WRITE INACTIVE-VOTER-LINE AFTER ADVANCING 1
        WRITE INACTIVE-VOTER-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO INACTIVE-VOTER-LINE
        WRITE INACTIVE-VOTER-LINE AFTER ADVANCING 1
    END-IF
    WRITE INACTIVE-VOTER-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "VOTINAC " TO RC-PROGRAM
    CALL "busdate" USING RC-RUN-DATE
    MOVE WS-VOTERS-READ TO RC-RECORDS-IN
    MOVE WS-VOTERS-READ TO RC-RECORDS-OUT
    MOVE ZERO TO RC-REJECTS
    MOVE ZERO TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.
