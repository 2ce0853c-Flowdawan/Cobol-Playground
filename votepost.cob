       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. votepost.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Posts voter participation for an election: the VOTED file keyed
*> from the signed poll books (pollbook.cob), one social security
*> number per line, becomes one PARTFILE record per voter for the
*> election date asked for, carrying the voter's precinct and age
*> off VOTEMAST for the turnout report (votetrn.cob). A number not
*> on VOTEMAST is listed and rejected; a voter already posted for
*> the election is counted and not posted twice, so a VOTED file
*> can be reposted after corrections. The election is logged on
*> ELECTLOG the first time it is posted, which is the election
*> history votinac.cob counts back through.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VOTED ASSIGN TO "VOTED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VOTED-STATUS.
    SELECT VOTEMAST ASSIGN TO "VOTEMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS VR-SSNUM
        FILE STATUS IS WS-VOTEMAST-STATUS.
    SELECT PARTFILE ASSIGN TO "PARTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PT-KEY
        FILE STATUS IS WS-PARTFILE-STATUS.
    SELECT ELECTLOG ASSIGN TO "ELECTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ELECTLOG-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD VOTED.
01 VOTED-RECORD.
    02 VT-SSNUM PIC 9(9).
FD VOTEMAST.
COPY voterec.
FD PARTFILE.
COPY partrec.
FD ELECTLOG.
COPY electlog.
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-VOTED-STATUS    PIC XX VALUE "00".
01 WS-VOTEMAST-STATUS PIC XX VALUE "00".
01 WS-PARTFILE-STATUS PIC XX VALUE "00".
01 WS-ELECTLOG-STATUS PIC XX VALUE "00".
01 WS-RUNCTL-STATUS   PIC XX VALUE "00".
01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-LOGGED-FLAG     PIC X VALUE "N".
   88 WS-ELECTION-LOGGED VALUE "Y".
01 WS-ELECTION-DATE   PIC 9(8) VALUE ZERO.
01 WS-DESCRIPTION     PIC X(30) VALUE SPACES.
01 WS-VOTED-READ      PIC 9(7) VALUE ZERO.
01 WS-POSTED-COUNT    PIC 9(7) VALUE ZERO.
01 WS-DUPLICATE-COUNT PIC 9(7) VALUE ZERO.
01 WS-REJECT-COUNT    PIC 9(7) VALUE ZERO.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    DISPLAY "Post participation for election date (YYYYMMDD): "
        WITH NO ADVANCING
    ACCEPT WS-ELECTION-DATE
    IF WS-ELECTION-DATE = ZERO
        DISPLAY "No election date given, posting abandoned"
        STOP RUN
    END-IF
    DISPLAY "Election description: " WITH NO ADVANCING
    ACCEPT WS-DESCRIPTION
    OPEN INPUT VOTED
    IF WS-VOTED-STATUS NOT = "00"
        DISPLAY "VOTED open failed, status " WS-VOTED-STATUS
            ", posting abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT VOTEMAST
    IF WS-VOTEMAST-STATUS NOT = "00"
        DISPLAY "VOTEMAST open failed, status " WS-VOTEMAST-STATUS
            ", posting abandoned"
        CLOSE VOTED
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O PARTFILE
    IF WS-PARTFILE-STATUS = "35"
        OPEN OUTPUT PARTFILE
        CLOSE PARTFILE
        OPEN I-O PARTFILE
    END-IF
    READ VOTED
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 1000-POST-ONE-VOTER
        READ VOTED
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE VOTED
    CLOSE VOTEMAST
    CLOSE PARTFILE
    PERFORM 2000-LOG-ELECTION
    DISPLAY "Voted lines read:  " WS-VOTED-READ
    DISPLAY "Posted:            " WS-POSTED-COUNT
    DISPLAY "Already posted:    " WS-DUPLICATE-COUNT
    DISPLAY "Not registered:    " WS-REJECT-COUNT
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

1000-POST-ONE-VOTER.
    ADD 1 TO WS-VOTED-READ
    MOVE VT-SSNUM TO VR-SSNUM
    READ VOTEMAST
        INVALID KEY
            ADD 1 TO WS-REJECT-COUNT
            DISPLAY "SSN " VT-SSNUM " not on VOTEMAST, not posted"
            EXIT PARAGRAPH
    END-READ
    MOVE VT-SSNUM TO PT-SSNUM
    MOVE WS-ELECTION-DATE TO PT-ELECTION-DATE
    MOVE VR-PRECINCT TO PT-PRECINCT
    MOVE VR-AGE TO PT-AGE
    WRITE PARTICIPATION-RECORD
        INVALID KEY
            ADD 1 TO WS-DUPLICATE-COUNT
        NOT INVALID KEY
            ADD 1 TO WS-POSTED-COUNT
    END-WRITE.

*> The election goes on the log once, however often it is posted.
2000-LOG-ELECTION.
    OPEN INPUT ELECTLOG
    IF WS-ELECTLOG-STATUS = "00"
        MOVE "N" TO WS-EOF-FLAG
        PERFORM UNTIL WS-END-OF-FILE
            READ ELECTLOG
                AT END SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    IF EL-ELECTION-DATE = WS-ELECTION-DATE
                        SET WS-ELECTION-LOGGED TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ELECTLOG
    END-IF
    IF WS-ELECTION-LOGGED
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND ELECTLOG
    IF WS-ELECTLOG-STATUS = "35"
        OPEN OUTPUT ELECTLOG
    END-IF
    MOVE WS-ELECTION-DATE TO EL-ELECTION-DATE
    MOVE WS-DESCRIPTION TO EL-DESCRIPTION
    WRITE ELECTION-LOG-RECORD
    CLOSE ELECTLOG.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "VOTEPOST" TO RC-PROGRAM
    CALL "busdate" USING RC-RUN-DATE
    MOVE WS-VOTED-READ TO RC-RECORDS-IN
    COMPUTE RC-RECORDS-OUT = WS-POSTED-COUNT + WS-DUPLICATE-COUNT
    MOVE WS-REJECT-COUNT TO RC-REJECTS
    MOVE ZERO TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.
