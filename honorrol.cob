       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. honorrol.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> Honor roll and class rank. scorerept.cob and scoretrnd.cob only
*> judge pass/fail and improved/declined; this run turns the
*> SCOREHIST letter scores into grade points (A 4, B 3, C 2, D 1,
*> E and F 0 -- anything else is not a graded score and is left out)
*> and works out for every student a term average for the term asked
*> for and a cumulative average over every term up to and including
*> it.
*> Students are ranked within their ST-GRADE on the cumulative
*> average, highest first; students with the same average share the
*> rank and the next rank is skipped (1, 2, 2, 4). The graduates
*> stupromo.cob moved to GRADFILE are ranked as one more group, the
*> graduating class, on their final cumulative average over all
*> their terms, and each one's average and rank goes to the GRADRANK
*> file for trnscrpt.cob to print -- so run this after the
*> promotion run and before the transcripts.
*> The HONORRPT report has two sections: the honor roll for the term,
*> one list per tier, and the ranked roster per grade. The tiers come
*> from the HONORCTL control record, up to three names with the
*> lowest term average that earns each, highest tier first; a
*> student is listed under the highest tier reached. A student with
*> no graded score at all is not ranked and only counted.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STUMAST ASSIGN TO "STUMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ST-ID OF STUMAST-RECORD
        FILE STATUS IS WS-STUMAST-STATUS.
    SELECT GRADFILE ASSIGN TO "GRADFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRADFILE-STATUS.
    SELECT SCOREHIST ASSIGN TO "SCOREHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-KEY
        FILE STATUS IS WS-SCOREHIST-STATUS.
    SELECT HONORCTL ASSIGN TO "HONORCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HONORCTL-STATUS.
    SELECT GRADRANK ASSIGN TO "GRADRANK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GR-STUDENT-ID
        FILE STATUS IS WS-GRADRANK-STATUS.
    SELECT HONORRPT ASSIGN TO "HONORRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HONORRPT-STATUS.
    SELECT SORTWORK ASSIGN TO "SORTWORK".
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD STUMAST.
COPY student REPLACING STUDENT-RECORD BY STUMAST-RECORD.
FD GRADFILE.
COPY student REPLACING STUDENT-RECORD BY GRADUATE-RECORD.
FD SCOREHIST.
COPY scorehist.
*> One record: up to three tiers, highest first, each a name and
*> the lowest term average that earns it. A blank name ends the
*> list.
FD HONORCTL.
01 HONOR-CONTROL-RECORD.
    02 HC-TIER OCCURS 3.
        03 HC-TIER-NAME    PIC X(20).
        03 HC-TIER-MINIMUM PIC 9V99.
FD GRADRANK.
COPY gradrank.
FD HONORRPT.
01 HONOR-REPORT-LINE PIC X(80).
SD SORTWORK.
01 SORT-RECORD.
    02 SR-GROUP         PIC 99.
    02 SR-CUM-AVERAGE   PIC 9V99.
    02 SR-NAME          PIC X(20).
    02 SR-ID            PIC 9(5).
    02 SR-TERMS         PIC 9(3).
    02 SR-TERM-FLAG     PIC X.
    02 SR-TERM-AVERAGE  PIC 9V99.
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-STUMAST-STATUS   PIC XX VALUE "00".
01 WS-GRADFILE-STATUS  PIC XX VALUE "00".
01 WS-SCOREHIST-STATUS PIC XX VALUE "00".
01 WS-HONORCTL-STATUS  PIC XX VALUE "00".
01 WS-GRADRANK-STATUS  PIC XX VALUE "00".
01 WS-HONORRPT-STATUS  PIC XX VALUE "00".
01 WS-RUNCTL-STATUS    PIC XX VALUE "00".
01 WS-EOF-FLAG          PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-HIST-EOF-FLAG     PIC X VALUE "N".
   88 WS-HIST-END VALUE "Y".
01 WS-GRADFILE-FLAG     PIC X VALUE "N".
   88 WS-HAVE-GRADFILE VALUE "Y".
01 WS-SHOW-GRADE-FLAG   PIC X VALUE "N".
   88 WS-SHOW-GRADE VALUE "Y".
01 WS-GRADED-FLAG       PIC X VALUE "N".
   88 WS-GRADED-SCORE VALUE "Y".
*> The graduating class sorts after the highest grade.
01 WS-GRADUATE-GROUP    PIC 99 VALUE 99.
01 WS-REPORT-TERM       PIC 9(6) VALUE ZERO.
01 WS-TERM-LIMIT        PIC 9(6) VALUE ZERO.
01 WS-RUN-DATE          PIC 9(8) VALUE ZERO.
01 WS-STUDENT-ID        PIC 9(5) VALUE ZERO.
01 WS-POINTS            PIC 9 VALUE ZERO.
01 WS-PREV-TERM         PIC 9(6) VALUE ZERO.
01 WS-TERMS             PIC 9(3) VALUE ZERO.
01 WS-CUM-POINTS        PIC 9(5) VALUE ZERO.
01 WS-CUM-SCORES        PIC 9(5) VALUE ZERO.
01 WS-TERM-POINTS       PIC 9(5) VALUE ZERO.
01 WS-TERM-SCORES       PIC 9(5) VALUE ZERO.
01 WS-STUDENTS-READ     PIC 9(7) VALUE ZERO.
01 WS-GRADUATES-READ    PIC 9(7) VALUE ZERO.
01 WS-GRADUATES-RANKED  PIC 9(5) VALUE ZERO.
01 WS-NO-HISTORY-COUNT  PIC 9(7) VALUE ZERO.
01 WS-HONOR-COUNT       PIC 9(7) VALUE ZERO.
01 WS-TIER-COUNT        PIC 9 VALUE ZERO.
01 WS-TIER-IX           PIC 9 VALUE ZERO.
01 WS-TIER-LISTED       PIC 9(5) VALUE ZERO.
*> Every ranked student in grade and rank order, built by the sort
*> output pass so the honor roll can be printed tier by tier ahead
*> of the rosters. More students than this stops the run.
01 WS-RANK-COUNT       PIC 9(4) VALUE ZERO.
01 WS-RANK-IX          PIC 9(4) VALUE ZERO.
01 WS-RANK-TABLE.
    02 WS-RANK-ENTRY OCCURS 3000.
        03 WS-RK-GROUP        PIC 99.
        03 WS-RK-ID           PIC 9(5).
        03 WS-RK-NAME         PIC X(20).
        03 WS-RK-TERMS        PIC 9(3).
        03 WS-RK-TERM-FLAG    PIC X.
           88 WS-RK-SCORED-IN-TERM VALUE "Y".
        03 WS-RK-TERM-AVERAGE PIC 9V99.
        03 WS-RK-CUM-AVERAGE  PIC 9V99.
        03 WS-RK-RANK         PIC 9(5).
        03 WS-RK-TIER         PIC 9.
01 WS-PREV-GROUP        PIC 99 VALUE ZERO.
01 WS-PREV-AVERAGE      PIC 9V99 VALUE ZERO.
01 WS-GROUP-POSITION    PIC 9(5) VALUE ZERO.
01 WS-GROUP-RANK        PIC 9(5) VALUE ZERO.
01 WS-GROUP-SIZE        PIC 9(5) VALUE ZERO.
01 WS-PRINT-LINE        PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-COLUMN-HEADING.
    02 FILLER PIC X(7)  VALUE "  Rank".
    02 FILLER PIC X(8)  VALUE "Id".
    02 FILLER PIC X(22) VALUE "Name".
    02 FILLER PIC X(7)  VALUE "Terms".
    02 FILLER PIC X(10) VALUE "Term avg".
    02 FILLER PIC X(10) VALUE "Cum avg".
01 WS-SECTION-LINE.
    02 FILLER         PIC X(4) VALUE "*** ".
    02 SL-TEXT        PIC X(60).
01 WS-GROUP-LINE.
    02 GL-TEXT        PIC X(20).
    02 GL-GRADE       PIC Z9.
    02 FILLER         PIC X(3) VALUE " (".
    02 GL-COUNT       PIC ZZZ9.
    02 FILLER         PIC X(8) VALUE " ranked)".
01 WS-DETAIL-LINE.
    02 DL-RANK        PIC ZZZZ9.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-ID          PIC 9(5).
    02 FILLER         PIC X(3) VALUE SPACES.
    02 DL-NAME        PIC X(20).
    02 FILLER         PIC X(3) VALUE SPACES.
    02 DL-TERMS       PIC ZZ9.
    02 FILLER         PIC X(4) VALUE SPACES.
    02 DL-TERM-AVERAGE PIC X(4).
    02 FILLER         PIC X(6) VALUE SPACES.
    02 DL-CUM-AVERAGE PIC 9.99.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 DL-GRADE-TEXT  PIC X(6).
    02 DL-GRADE       PIC Z9.
01 WS-AVERAGE-EDIT     PIC 9.99.
01 WS-TIER-LINE.
    02 FILLER         PIC X(2) VALUE SPACES.
    02 TL-NAME        PIC X(20).
    02 FILLER         PIC X(18) VALUE "  term average >= ".
    02 TL-MINIMUM     PIC 9.99.
01 WS-COUNT-LINE.
    02 CL-TEXT        PIC X(30).
    02 CL-COUNT       PIC ZZZZZZ9.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    DISPLAY "Term (YYYYTT): " WITH NO ADVANCING
    ACCEPT WS-REPORT-TERM
    CALL "busdate" USING WS-RUN-DATE
    PERFORM 0100-READ-CONTROL-RECORD
    PERFORM 0200-OPEN-FILES
    PERFORM 0300-INIT-REPORT
    SORT SORTWORK
        ON ASCENDING KEY SR-GROUP
        ON DESCENDING KEY SR-CUM-AVERAGE
        ON ASCENDING KEY SR-NAME SR-ID
        INPUT PROCEDURE IS 1000-RELEASE-STUDENTS
        OUTPUT PROCEDURE IS 2000-RANK-STUDENTS
    PERFORM 3000-PRINT-HONOR-ROLL
    PERFORM 4000-PRINT-ROSTERS
    PERFORM 5000-WRITE-TOTALS
    CLOSE STUMAST
    IF WS-HAVE-GRADFILE
        CLOSE GRADFILE
    END-IF
    CLOSE SCOREHIST
    CLOSE GRADRANK
    CLOSE HONORRPT
    DISPLAY "Students read:      " WS-STUDENTS-READ
    DISPLAY "Graduates read:     " WS-GRADUATES-READ
    DISPLAY "Students ranked:    " WS-RANK-COUNT
    DISPLAY "On the honor roll:  " WS-HONOR-COUNT
    DISPLAY "No graded scores:   " WS-NO-HISTORY-COUNT
    PERFORM 9900-WRITE-RUN-CONTROL
    STOP RUN.

*> No control record means nobody has set the tiers: an honor roll
*> with no tiers would list nobody, so stop instead.
0100-READ-CONTROL-RECORD.
    OPEN INPUT HONORCTL
    IF WS-HONORCTL-STATUS NOT = "00"
        DISPLAY "HONORCTL open failed, status " WS-HONORCTL-STATUS
            ", honor roll run abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ HONORCTL
        AT END
            DISPLAY "HONORCTL is empty, honor roll run abandoned"
            CLOSE HONORCTL
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-READ
    CLOSE HONORCTL
    MOVE ZERO TO WS-TIER-COUNT
    PERFORM VARYING WS-TIER-IX FROM 1 BY 1 UNTIL WS-TIER-IX > 3
        IF HC-TIER-NAME(WS-TIER-IX) NOT = SPACES
                AND WS-TIER-COUNT = WS-TIER-IX - 1
            MOVE WS-TIER-IX TO WS-TIER-COUNT
        END-IF
    END-PERFORM
    IF WS-TIER-COUNT = ZERO
        DISPLAY "HONORCTL names no tiers, honor roll run abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> GRADFILE is only there after a promotion run; without it the
*> rosters still print and GRADRANK is left empty.
0200-OPEN-FILES.
    OPEN INPUT STUMAST
    IF WS-STUMAST-STATUS NOT = "00"
        DISPLAY "STUMAST open failed, status " WS-STUMAST-STATUS
            ", honor roll run abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT SCOREHIST
    IF WS-SCOREHIST-STATUS NOT = "00"
        DISPLAY "SCOREHIST open failed, status " WS-SCOREHIST-STATUS
            ", honor roll run abandoned"
        CLOSE STUMAST
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT GRADFILE
    IF WS-GRADFILE-STATUS = "00"
        SET WS-HAVE-GRADFILE TO TRUE
    END-IF
    OPEN OUTPUT GRADRANK
    OPEN OUTPUT HONORRPT.

0300-INIT-REPORT.
    MOVE "HONOR ROLL AND CLASS RANK" TO RPT-TITLE
    MOVE WS-COLUMN-HEADING TO RPT-COLUMN-HEADING.

1000-RELEASE-STUDENTS.
    MOVE WS-REPORT-TERM TO WS-TERM-LIMIT
    MOVE "N" TO WS-EOF-FLAG
    READ STUMAST NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-STUDENTS-READ
        MOVE ST-ID OF STUMAST-RECORD TO WS-STUDENT-ID
        PERFORM 1100-AVERAGE-SCORES
        IF WS-CUM-SCORES > ZERO
            MOVE ST-GRADE OF STUMAST-RECORD TO SR-GROUP
            MOVE ST-NAME OF STUMAST-RECORD TO SR-NAME
            PERFORM 1300-RELEASE-STUDENT
        ELSE
            ADD 1 TO WS-NO-HISTORY-COUNT
        END-IF
        READ STUMAST NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    IF NOT WS-HAVE-GRADFILE
        EXIT PARAGRAPH
    END-IF
    *> A graduate's final average takes in every term on file.
    MOVE 999999 TO WS-TERM-LIMIT
    MOVE "N" TO WS-EOF-FLAG
    READ GRADFILE
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-GRADUATES-READ
        MOVE ST-ID OF GRADUATE-RECORD TO WS-STUDENT-ID
        PERFORM 1100-AVERAGE-SCORES
        IF WS-CUM-SCORES > ZERO
            MOVE WS-GRADUATE-GROUP TO SR-GROUP
            MOVE ST-NAME OF GRADUATE-RECORD TO SR-NAME
            ADD 1 TO WS-GRADUATES-RANKED
            PERFORM 1300-RELEASE-STUDENT
        ELSE
            ADD 1 TO WS-NO-HISTORY-COUNT
        END-IF
        READ GRADFILE
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM.

*> Every graded score up to WS-TERM-LIMIT counts toward the
*> cumulative average; those of the report term also make the term
*> average. Terms are counted once however many scores they hold.
1100-AVERAGE-SCORES.
    MOVE ZERO TO WS-CUM-POINTS
    MOVE ZERO TO WS-CUM-SCORES
    MOVE ZERO TO WS-TERM-POINTS
    MOVE ZERO TO WS-TERM-SCORES
    MOVE ZERO TO WS-TERMS
    MOVE ZERO TO WS-PREV-TERM
    MOVE "N" TO WS-HIST-EOF-FLAG
    MOVE WS-STUDENT-ID TO SH-STUDENT-ID
    MOVE ZERO TO SH-TERM
    START SCOREHIST KEY IS NOT LESS THAN SH-KEY
        INVALID KEY SET WS-HIST-END TO TRUE
    END-START
    PERFORM UNTIL WS-HIST-END
        READ SCOREHIST NEXT RECORD
            AT END SET WS-HIST-END TO TRUE
            NOT AT END
                IF SH-STUDENT-ID NOT = WS-STUDENT-ID
                        OR SH-TERM > WS-TERM-LIMIT
                    SET WS-HIST-END TO TRUE
                ELSE
                    PERFORM 1200-SCORE-POINTS
                    IF WS-GRADED-SCORE
                        PERFORM 1150-ADD-SCORE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

1150-ADD-SCORE.
    ADD WS-POINTS TO WS-CUM-POINTS
    ADD 1 TO WS-CUM-SCORES
    IF SH-TERM NOT = WS-PREV-TERM
        ADD 1 TO WS-TERMS
        MOVE SH-TERM TO WS-PREV-TERM
    END-IF
    IF SH-TERM = WS-REPORT-TERM
        ADD WS-POINTS TO WS-TERM-POINTS
        ADD 1 TO WS-TERM-SCORES
    END-IF.

1200-SCORE-POINTS.
    SET WS-GRADED-SCORE TO TRUE
    EVALUATE SH-SCORE
        WHEN "A" MOVE 4 TO WS-POINTS
        WHEN "B" MOVE 3 TO WS-POINTS
        WHEN "C" MOVE 2 TO WS-POINTS
        WHEN "D" MOVE 1 TO WS-POINTS
        WHEN "E" MOVE 0 TO WS-POINTS
        WHEN "F" MOVE 0 TO WS-POINTS
        WHEN OTHER
            MOVE "N" TO WS-GRADED-FLAG
    END-EVALUATE.

1300-RELEASE-STUDENT.
    MOVE WS-STUDENT-ID TO SR-ID
    MOVE WS-TERMS TO SR-TERMS
    COMPUTE SR-CUM-AVERAGE ROUNDED = WS-CUM-POINTS / WS-CUM-SCORES
    IF WS-TERM-SCORES > ZERO
        MOVE "Y" TO SR-TERM-FLAG
        COMPUTE SR-TERM-AVERAGE ROUNDED
            = WS-TERM-POINTS / WS-TERM-SCORES
    ELSE
        MOVE "N" TO SR-TERM-FLAG
        MOVE ZERO TO SR-TERM-AVERAGE
    END-IF
    RELEASE SORT-RECORD.

*> Competition ranking inside each group: the rank is the position
*> in the group unless the average equals the one before, in which
*> case the rank carries over.
2000-RANK-STUDENTS.
    MOVE "N" TO WS-EOF-FLAG
    RETURN SORTWORK
        AT END SET WS-END-OF-FILE TO TRUE
    END-RETURN
    PERFORM UNTIL WS-END-OF-FILE
        IF WS-RANK-COUNT >= 3000
            DISPLAY "More than 3000 students to rank, honor roll run"
                " abandoned"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-RANK-COUNT = ZERO OR SR-GROUP NOT = WS-PREV-GROUP
            MOVE SR-GROUP TO WS-PREV-GROUP
            MOVE ZERO TO WS-GROUP-POSITION
        END-IF
        ADD 1 TO WS-GROUP-POSITION
        IF WS-GROUP-POSITION = 1 OR SR-CUM-AVERAGE NOT = WS-PREV-AVERAGE
            MOVE WS-GROUP-POSITION TO WS-GROUP-RANK
            MOVE SR-CUM-AVERAGE TO WS-PREV-AVERAGE
        END-IF
        ADD 1 TO WS-RANK-COUNT
        MOVE WS-RANK-COUNT TO WS-RANK-IX
        MOVE SR-GROUP TO WS-RK-GROUP(WS-RANK-IX)
        MOVE SR-ID TO WS-RK-ID(WS-RANK-IX)
        MOVE SR-NAME TO WS-RK-NAME(WS-RANK-IX)
        MOVE SR-TERMS TO WS-RK-TERMS(WS-RANK-IX)
        MOVE SR-TERM-FLAG TO WS-RK-TERM-FLAG(WS-RANK-IX)
        MOVE SR-TERM-AVERAGE TO WS-RK-TERM-AVERAGE(WS-RANK-IX)
        MOVE SR-CUM-AVERAGE TO WS-RK-CUM-AVERAGE(WS-RANK-IX)
        MOVE WS-GROUP-RANK TO WS-RK-RANK(WS-RANK-IX)
        PERFORM 2100-SET-TIER
        IF SR-GROUP = WS-GRADUATE-GROUP
            PERFORM 2200-WRITE-GRADUATE-RANK
        END-IF
        RETURN SORTWORK
            AT END SET WS-END-OF-FILE TO TRUE
        END-RETURN
    END-PERFORM.

*> Graduates are no longer in a grade and are left off the term's
*> honor roll.
2100-SET-TIER.
    MOVE ZERO TO WS-RK-TIER(WS-RANK-IX)
    IF SR-TERM-FLAG NOT = "Y" OR SR-GROUP = WS-GRADUATE-GROUP
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-TIER-IX FROM WS-TIER-COUNT BY -1
            UNTIL WS-TIER-IX < 1
        IF SR-TERM-AVERAGE >= HC-TIER-MINIMUM(WS-TIER-IX)
            MOVE WS-TIER-IX TO WS-RK-TIER(WS-RANK-IX)
        END-IF
    END-PERFORM
    IF WS-RK-TIER(WS-RANK-IX) > ZERO
        ADD 1 TO WS-HONOR-COUNT
    END-IF.

2200-WRITE-GRADUATE-RANK.
    MOVE SR-ID TO GR-STUDENT-ID
    MOVE SR-TERMS TO GR-TERMS
    MOVE SR-CUM-AVERAGE TO GR-FINAL-AVERAGE
    MOVE WS-GROUP-RANK TO GR-CLASS-RANK
    MOVE WS-GRADUATES-RANKED TO GR-CLASS-SIZE
    WRITE GRADUATE-RANK-RECORD
        INVALID KEY
            DISPLAY "GRADRANK write failed for " SR-ID
    END-WRITE.

3000-PRINT-HONOR-ROLL.
    MOVE SPACES TO SL-TEXT
    STRING "HONOR ROLL -- TERM " DELIMITED BY SIZE
        WS-REPORT-TERM DELIMITED BY SIZE
        INTO SL-TEXT
    END-STRING
    PERFORM 7000-WRITE-SECTION-HEADING
    SET WS-SHOW-GRADE TO TRUE
    PERFORM VARYING WS-TIER-IX FROM 1 BY 1
            UNTIL WS-TIER-IX > WS-TIER-COUNT
        MOVE SPACES TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        MOVE HC-TIER-NAME(WS-TIER-IX) TO TL-NAME
        MOVE HC-TIER-MINIMUM(WS-TIER-IX) TO TL-MINIMUM
        MOVE WS-TIER-LINE TO WS-PRINT-LINE
        PERFORM 8000-WRITE-REPORT-LINE
        MOVE ZERO TO WS-TIER-LISTED
        PERFORM VARYING WS-RANK-IX FROM 1 BY 1
                UNTIL WS-RANK-IX > WS-RANK-COUNT
            IF WS-RK-TIER(WS-RANK-IX) = WS-TIER-IX
                ADD 1 TO WS-TIER-LISTED
                PERFORM 6000-PRINT-RANKED-STUDENT
            END-IF
        END-PERFORM
        IF WS-TIER-LISTED = ZERO
            MOVE "    (none)" TO WS-PRINT-LINE
            PERFORM 8000-WRITE-REPORT-LINE
        END-IF
    END-PERFORM.

4000-PRINT-ROSTERS.
    MOVE "RANKED ROSTER BY GRADE" TO SL-TEXT
    PERFORM 7000-WRITE-SECTION-HEADING
    MOVE "N" TO WS-SHOW-GRADE-FLAG
    PERFORM VARYING WS-RANK-IX FROM 1 BY 1
            UNTIL WS-RANK-IX > WS-RANK-COUNT
        IF WS-RANK-IX = 1
                OR WS-RK-GROUP(WS-RANK-IX) NOT = WS-PREV-GROUP
            MOVE WS-RK-GROUP(WS-RANK-IX) TO WS-PREV-GROUP
            PERFORM 4100-WRITE-GROUP-HEADING
        END-IF
        PERFORM 6000-PRINT-RANKED-STUDENT
    END-PERFORM.

4100-WRITE-GROUP-HEADING.
    MOVE ZERO TO WS-GROUP-SIZE
    PERFORM VARYING WS-GROUP-POSITION FROM WS-RANK-IX BY 1
            UNTIL WS-GROUP-POSITION > WS-RANK-COUNT
        IF WS-RK-GROUP(WS-GROUP-POSITION) = WS-PREV-GROUP
            ADD 1 TO WS-GROUP-SIZE
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    IF WS-PREV-GROUP = WS-GRADUATE-GROUP
        MOVE "Graduating class" TO GL-TEXT
        MOVE ZERO TO GL-GRADE
    ELSE
        MOVE "Grade" TO GL-TEXT
        MOVE WS-PREV-GROUP TO GL-GRADE
    END-IF
    MOVE WS-GROUP-SIZE TO GL-COUNT
    MOVE WS-GROUP-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

5000-WRITE-TOTALS.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "Students ranked:" TO CL-TEXT
    MOVE WS-RANK-COUNT TO CL-COUNT
    MOVE WS-COUNT-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "On the honor roll:" TO CL-TEXT
    MOVE WS-HONOR-COUNT TO CL-COUNT
    MOVE WS-COUNT-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE "No graded scores, not ranked:" TO CL-TEXT
    MOVE WS-NO-HISTORY-COUNT TO CL-COUNT
    MOVE WS-COUNT-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

*> A student with no graded score in the report term shows dashes
*> for the term average; the grade is printed on honor-roll lines,
*> which mix the grades.
6000-PRINT-RANKED-STUDENT.
    MOVE SPACES TO WS-DETAIL-LINE
    MOVE WS-RK-RANK(WS-RANK-IX) TO DL-RANK
    MOVE WS-RK-ID(WS-RANK-IX) TO DL-ID
    MOVE WS-RK-NAME(WS-RANK-IX) TO DL-NAME
    MOVE WS-RK-TERMS(WS-RANK-IX) TO DL-TERMS
    IF WS-RK-SCORED-IN-TERM(WS-RANK-IX)
        MOVE WS-RK-TERM-AVERAGE(WS-RANK-IX) TO WS-AVERAGE-EDIT
        MOVE WS-AVERAGE-EDIT TO DL-TERM-AVERAGE
    ELSE
        MOVE " -- " TO DL-TERM-AVERAGE
    END-IF
    MOVE WS-RK-CUM-AVERAGE(WS-RANK-IX) TO DL-CUM-AVERAGE
    IF WS-SHOW-GRADE
        MOVE "Grade " TO DL-GRADE-TEXT
        MOVE WS-RK-GROUP(WS-RANK-IX) TO DL-GRADE
    END-IF
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

7000-WRITE-SECTION-HEADING.
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-SECTION-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE HONOR-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE HONOR-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO HONOR-REPORT-LINE
        WRITE HONOR-REPORT-LINE AFTER ADVANCING 1
        WRITE HONOR-REPORT-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO HONOR-REPORT-LINE
        WRITE HONOR-REPORT-LINE AFTER ADVANCING 1
    END-IF
    WRITE HONOR-REPORT-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "HONORROL" TO RC-PROGRAM
    MOVE WS-RUN-DATE TO RC-RUN-DATE
    COMPUTE RC-RECORDS-IN = WS-STUDENTS-READ + WS-GRADUATES-READ
    COMPUTE RC-RECORDS-OUT = WS-RANK-COUNT + WS-NO-HISTORY-COUNT
    MOVE ZERO TO RC-REJECTS
    MOVE ZERO TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.
