*> (same PassingScore CLASS rule conditions.cob and scoretrnd.cob
*> use), and a terms/passed/failed summary at the foot. A graduate
*> with no history at all still gets a page saying so, because the
*> records office asks about exactly those. Where honorrol.cob has
*> ranked the graduating class, the GRADRANK record adds the final
*> grade-point average and the class rank under the summary; without
*> a GRADRANK file the transcripts print as before.
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-KEY
        FILE STATUS IS WS-SCOREHIST-STATUS.
    SELECT GRADRANK ASSIGN TO "GRADRANK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GR-STUDENT-ID
        FILE STATUS IS WS-GRADRANK-STATUS.
    SELECT TRNSCRPT ASSIGN TO "TRNSCRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRNSCRPT-STATUS.
COPY student REPLACING STUDENT-RECORD BY GRADUATE-RECORD.
FD SCOREHIST.
COPY scorehist.
FD GRADRANK.
COPY gradrank.
FD TRNSCRPT.
01 TRANSCRIPT-LINE PIC X(80).
FD RUNCTL.
WORKING-STORAGE SECTION.
01 WS-GRADFILE-STATUS  PIC XX VALUE "00".
01 WS-SCOREHIST-STATUS PIC XX VALUE "00".
01 WS-GRADRANK-STATUS  PIC XX VALUE "00".
01 WS-TRNSCRPT-STATUS  PIC XX VALUE "00".
01 WS-RUNCTL-STATUS    PIC XX VALUE "00".
01 WS-EOF-FLAG          PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-HIST-EOF-FLAG     PIC X VALUE "N".
   88 WS-HIST-END VALUE "Y".
01 WS-GRADRANK-FLAG     PIC X VALUE "N".
   88 WS-HAVE-GRADRANK VALUE "Y".
01 WS-GRADUATES-READ   PIC 9(5) VALUE ZERO.
01 WS-PAGES-PRINTED    PIC 9(5) VALUE ZERO.
01 WS-TERM-COUNT       PIC 9(3) VALUE ZERO.
    02 SM-PASSED  PIC ZZ9.
    02 FILLER     PIC X(10) VALUE "  Failed: ".
    02 SM-FAILED  PIC ZZ9.
01 WS-STANDING-LINE.
    02 FILLER     PIC X(15) VALUE "Final average: ".
    02 FS-AVERAGE PIC 9.99.
    02 FILLER     PIC X(15) VALUE "  Class rank: ".
    02 FS-RANK    PIC ZZZZ9.
    02 FILLER     PIC X(4) VALUE " of ".
    02 FS-SIZE    PIC ZZZZ9.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    OPEN INPUT GRADFILE
        CLOSE GRADFILE
        STOP RUN
    END-IF
    OPEN INPUT GRADRANK
    IF WS-GRADRANK-STATUS = "00"
        SET WS-HAVE-GRADRANK TO TRUE
    END-IF
    OPEN OUTPUT TRNSCRPT
    READ GRADFILE
        AT END SET WS-END-OF-FILE TO TRUE
    END-PERFORM
    CLOSE GRADFILE
    CLOSE SCOREHIST
    IF WS-HAVE-GRADRANK
        CLOSE GRADRANK
    END-IF
    CLOSE TRNSCRPT
    DISPLAY "Graduates read:       " WS-GRADUATES-READ
    DISPLAY "Transcripts printed:  " WS-PAGES-PRINTED
    MOVE WS-PASS-COUNT TO SM-PASSED
    MOVE WS-FAIL-COUNT TO SM-FAILED
    WRITE TRANSCRIPT-LINE FROM WS-SUMMARY-LINE
        AFTER ADVANCING 2
    IF WS-HAVE-GRADRANK
        PERFORM 3000-PRINT-CLASS-STANDING
    END-IF.

2000-PRINT-TERM-HISTORY.
    MOVE "N" TO WS-HIST-EOF-FLAG
            END-IF
    END-READ.

3000-PRINT-CLASS-STANDING.
    MOVE ST-ID OF GRADUATE-RECORD TO GR-STUDENT-ID
    READ GRADRANK
        INVALID KEY EXIT PARAGRAPH
    END-READ
    MOVE GR-FINAL-AVERAGE TO FS-AVERAGE
    MOVE GR-CLASS-RANK TO FS-RANK
    MOVE GR-CLASS-SIZE TO FS-SIZE
    WRITE TRANSCRIPT-LINE FROM WS-STANDING-LINE
        AFTER ADVANCING 1.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
