       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. custconv.
AUTHOR. Florian Muellner.
DATE-WRITTEN.  10/15/2026.
DATE-COMPILED. 10/15/2026.
*> One-time conversion of every file that carries a customer number
*> from the three-digit layout to the six-digit one (see custrec.cpy).
*> Operations renames the old files first -- CUSTMAST to OLDCMAST,
*> CUSTTRAN to OLDCTRAN, CUSTAUD to OLDCAUD, STUMAST to OLDSTMST,
*> COLLHIST to OLDCOLLH and UNAPPLIED to OLDUNAP -- and this run
*> rebuilds each one under its own name in the new layout. Only
*> OLDCMAST is required; a file that was never created is listed as
*> not present and skipped.
*> Each file is proven the way custvfy.cob proves a reload: the
*> record count and the hash total of the customer numbers it
*> carries are taken reading the old file, then again rereading the
*> new one, and the two must agree. STUMAST hashes the guardian,
*> UNAPPLIED the customer an item was applied to. CONVRPT shows
*> both sides for every file, and any difference ends the run with
*> condition code 8 -- the old files are left untouched, so once the
*> cause is found the new files are removed and the run repeated.
*> The run refuses to start while a CUSTMAST exists, so it cannot
*> convert twice or overwrite a master already in the new layout.
*> The branch decks and the CUSTBKP backup are not converted: the
*> branches key their next decks in the new layout, and custunld.cob
*> cuts a fresh backup once this run has been proven.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLDCMAST ASSIGN TO "OLDCMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OM-IDENT
        FILE STATUS IS WS-OLDCMAST-STATUS.
    SELECT CUSTMAST ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-IDENT
        ALTERNATE RECORD KEY IS CM-CUSTNAME WITH DUPLICATES
        FILE STATUS IS WS-CUSTMAST-STATUS.
    SELECT OLDCTRAN ASSIGN TO "OLDCTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OLDCTRAN-STATUS.
    SELECT CUSTTRAN ASSIGN TO "CUSTTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CUSTTRAN-STATUS.
    SELECT OLDCAUD ASSIGN TO "OLDCAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OLDCAUD-STATUS.
    SELECT CUSTAUD ASSIGN TO "CUSTAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CUSTAUD-STATUS.
    SELECT OLDSTMST ASSIGN TO "OLDSTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OS-ID
        FILE STATUS IS WS-OLDSTMST-STATUS.
    SELECT STUMAST ASSIGN TO "STUMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ST-ID
        FILE STATUS IS WS-STUMAST-STATUS.
    SELECT OLDCOLLH ASSIGN TO "OLDCOLLH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OH-KEY
        FILE STATUS IS WS-OLDCOLLH-STATUS.
    SELECT COLLHIST ASSIGN TO "COLLHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS DN-KEY
        FILE STATUS IS WS-COLLHIST-STATUS.
    SELECT OLDUNAP ASSIGN TO "OLDUNAP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OU-KEY
        FILE STATUS IS WS-OLDUNAP-STATUS.
    SELECT UNAPPLIED ASSIGN TO "UNAPPLIED"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS UA-KEY
        FILE STATUS IS WS-UNAPPLIED-STATUS.
    SELECT CONVRPT ASSIGN TO "CONVRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONVRPT-STATUS.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
DATA DIVISION.
FILE SECTION.
*> The old layouts: the customer number three digits wide, and
*> everything after it unchanged, so the rest of each record is
*> carried across as it stands.
FD OLDCMAST.
01 OLD-CUSTOMER-RECORD.
    02 OM-IDENT        PIC 9(3).
    02 OM-REST         PIC X(147).
FD CUSTMAST.
COPY custrec.
FD OLDCTRAN.
01 OLD-CUST-TRANSACTION.
    02 OT-IDENT        PIC 9(3).
    02 OT-REST         PIC X(105).
FD CUSTTRAN.
COPY custtran.
FD OLDCAUD.
01 OLD-AUDIT-RECORD.
    02 OA-TIMESTAMP    PIC X(21).
    02 OA-IDENT        PIC 9(3).
    02 OA-REST         PIC X(83).
FD CUSTAUD.
COPY auditrec.
FD OLDSTMST.
01 OLD-STUMAST-RECORD.
    02 OS-ID           PIC 9(5).
    02 OS-REST         PIC X(25).
    02 OS-GUARDIAN     PIC 9(3).
FD STUMAST.
COPY student.
FD OLDCOLLH.
01 OLD-COLLECTION-RECORD.
    02 OH-KEY.
        03 OH-IDENT       PIC 9(3).
        03 OH-ACTION-DATE PIC 9(8).
    02 OH-REST         PIC X(20).
FD COLLHIST.
COPY collhist.
FD OLDUNAP.
01 OLD-UNAPPLIED-RECORD.
    02 OU-KEY          PIC X(11).
    02 OU-DEPOSIT-DATE PIC 9(8).
    02 OU-REMIT-IDENT  PIC X(3).
    02 OU-REMIT-REST   PIC X(60).
    02 OU-APPLIED-IDENT PIC 9(3).
    02 OU-APPLIED-REST PIC X(16).
FD UNAPPLIED.
COPY unaprec.
FD CONVRPT.
01 CONVERSION-REPORT-LINE PIC X(80).
FD RUNCTL.
COPY runctl.
WORKING-STORAGE SECTION.
01 WS-OLDCMAST-STATUS  PIC XX VALUE "00".
01 WS-CUSTMAST-STATUS  PIC XX VALUE "00".
01 WS-OLDCTRAN-STATUS  PIC XX VALUE "00".
01 WS-CUSTTRAN-STATUS  PIC XX VALUE "00".
01 WS-OLDCAUD-STATUS   PIC XX VALUE "00".
01 WS-CUSTAUD-STATUS   PIC XX VALUE "00".
01 WS-OLDSTMST-STATUS  PIC XX VALUE "00".
01 WS-STUMAST-STATUS   PIC XX VALUE "00".
01 WS-OLDCOLLH-STATUS  PIC XX VALUE "00".
01 WS-COLLHIST-STATUS  PIC XX VALUE "00".
01 WS-OLDUNAP-STATUS   PIC XX VALUE "00".
01 WS-UNAPPLIED-STATUS PIC XX VALUE "00".
01 WS-CONVRPT-STATUS   PIC XX VALUE "00".
01 WS-RUNCTL-STATUS    PIC XX VALUE "00".
01 WS-EOF-FLAG          PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
*> Which of the optional old files are there to convert, found
*> before anything is written.
01 WS-CTRAN-FLAG       PIC X VALUE "N".
   88 WS-CTRAN-PRESENT VALUE "Y".
01 WS-CAUD-FLAG        PIC X VALUE "N".
   88 WS-CAUD-PRESENT  VALUE "Y".
01 WS-STMST-FLAG       PIC X VALUE "N".
   88 WS-STMST-PRESENT VALUE "Y".
01 WS-COLLH-FLAG       PIC X VALUE "N".
   88 WS-COLLH-PRESENT VALUE "Y".
01 WS-UNAP-FLAG        PIC X VALUE "N".
   88 WS-UNAP-PRESENT  VALUE "Y".
01 WS-CHECK-STATUS     PIC XX VALUE "00".
01 WS-CHECK-NAME       PIC X(8) VALUE SPACES.
01 WS-PRESENT-FLAG     PIC X VALUE "N".
   88 WS-FILE-PRESENT  VALUE "Y".
*> Both sides of the file being converted.
01 WS-FILE-NAME        PIC X(9) VALUE SPACES.
01 WS-OLD-COUNT        PIC 9(7) VALUE ZERO.
01 WS-OLD-HASH         PIC 9(12) VALUE ZERO.
01 WS-NEW-COUNT        PIC 9(7) VALUE ZERO.
01 WS-NEW-HASH         PIC 9(12) VALUE ZERO.
01 WS-WIDE-IDENT       PIC 9(6) VALUE ZERO.
01 WS-TOTAL-OLD        PIC 9(7) VALUE ZERO.
01 WS-TOTAL-NEW        PIC 9(7) VALUE ZERO.
01 WS-MISMATCH-COUNT   PIC 9(3) VALUE ZERO.
01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-COLUMN-HEADING.
    02 FILLER PIC X(11) VALUE "File".
    02 FILLER PIC X(7)  VALUE "Records".
    02 FILLER PIC X(14) VALUE "      Old hash".
    02 FILLER PIC X(9)  VALUE "  Records".
    02 FILLER PIC X(14) VALUE "      New hash".
    02 FILLER PIC X(4)  VALUE SPACES.
    02 FILLER PIC X(12) VALUE "Verdict".
01 WS-DETAIL-LINE.
    02 DL-FILE         PIC X(9).
    02 FILLER          PIC X(2) VALUE SPACES.
    02 DL-OLD-COUNT    PIC ZZZZZZ9.
    02 FILLER          PIC X(2) VALUE SPACES.
    02 DL-OLD-HASH     PIC ZZZZZZZZZZZ9.
    02 FILLER          PIC X(2) VALUE SPACES.
    02 DL-NEW-COUNT    PIC ZZZZZZ9.
    02 FILLER          PIC X(2) VALUE SPACES.
    02 DL-NEW-HASH     PIC ZZZZZZZZZZZ9.
    02 FILLER          PIC X(4) VALUE SPACES.
    02 DL-VERDICT      PIC X(12).
01 WS-SKIPPED-LINE.
    02 SK-FILE         PIC X(9).
    02 FILLER          PIC X(2) VALUE SPACES.
    02 FILLER          PIC X(40)
           VALUE "old file not present, nothing converted".
01 WS-SUMMARY-LINE.
    02 FILLER          PIC X(20) VALUE "Files not proven:".
    02 SM-MISMATCHES   PIC ZZ9.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0500-CHECK-FILES
    OPEN OUTPUT CONVRPT
    PERFORM 0100-INIT-REPORT
    PERFORM 1000-CONVERT-CUSTMAST
    IF WS-CTRAN-PRESENT
        PERFORM 2000-CONVERT-CUSTTRAN
    ELSE
        MOVE "CUSTTRAN" TO WS-FILE-NAME
        PERFORM 7100-REPORT-SKIPPED
    END-IF
    IF WS-CAUD-PRESENT
        PERFORM 3000-CONVERT-CUSTAUD
    ELSE
        MOVE "CUSTAUD" TO WS-FILE-NAME
        PERFORM 7100-REPORT-SKIPPED
    END-IF
    IF WS-STMST-PRESENT
        PERFORM 4000-CONVERT-STUMAST
    ELSE
        MOVE "STUMAST" TO WS-FILE-NAME
        PERFORM 7100-REPORT-SKIPPED
    END-IF
    IF WS-COLLH-PRESENT
        PERFORM 5000-CONVERT-COLLHIST
    ELSE
        MOVE "COLLHIST" TO WS-FILE-NAME
        PERFORM 7100-REPORT-SKIPPED
    END-IF
    IF WS-UNAP-PRESENT
        PERFORM 6000-CONVERT-UNAPPLIED
    ELSE
        MOVE "UNAPPLIED" TO WS-FILE-NAME
        PERFORM 7100-REPORT-SKIPPED
    END-IF
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    MOVE WS-MISMATCH-COUNT TO SM-MISMATCHES
    MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE
    CLOSE CONVRPT
    DISPLAY "Records read:      " WS-TOTAL-OLD
    DISPLAY "Records converted: " WS-TOTAL-NEW
    PERFORM 9900-WRITE-RUN-CONTROL
    IF WS-MISMATCH-COUNT > ZERO
        DISPLAY "CONVERSION NOT PROVEN for " WS-MISMATCH-COUNT
            " file(s), see CONVRPT -- keep the old files"
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "Conversion proven, counts and hash totals agree"
    END-IF
    STOP RUN.

0100-INIT-REPORT.
    MOVE "CUSTOMER NUMBER CONVERSION" TO RPT-TITLE
    MOVE WS-COLUMN-HEADING TO RPT-COLUMN-HEADING.

*> Everything is checked before the first file is written: the new
*> master must not exist yet, the old one must, and each optional
*> old file is either there or never created.
0500-CHECK-FILES.
    OPEN INPUT CUSTMAST
    IF WS-CUSTMAST-STATUS NOT = "35"
        IF WS-CUSTMAST-STATUS = "00"
            CLOSE CUSTMAST
        END-IF
        DISPLAY "CUSTMAST already exists (status " WS-CUSTMAST-STATUS
            "), conversion refused"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT OLDCMAST
    IF WS-OLDCMAST-STATUS NOT = "00"
        DISPLAY "OLDCMAST open failed, status " WS-OLDCMAST-STATUS
            ", conversion abandoned"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE OLDCMAST
    OPEN INPUT OLDCTRAN
    MOVE WS-OLDCTRAN-STATUS TO WS-CHECK-STATUS
    MOVE "OLDCTRAN" TO WS-CHECK-NAME
    PERFORM 0600-CHECK-OPTIONAL
    IF WS-FILE-PRESENT
        CLOSE OLDCTRAN
        SET WS-CTRAN-PRESENT TO TRUE
    END-IF
    OPEN INPUT OLDCAUD
    MOVE WS-OLDCAUD-STATUS TO WS-CHECK-STATUS
    MOVE "OLDCAUD" TO WS-CHECK-NAME
    PERFORM 0600-CHECK-OPTIONAL
    IF WS-FILE-PRESENT
        CLOSE OLDCAUD
        SET WS-CAUD-PRESENT TO TRUE
    END-IF
    OPEN INPUT OLDSTMST
    MOVE WS-OLDSTMST-STATUS TO WS-CHECK-STATUS
    MOVE "OLDSTMST" TO WS-CHECK-NAME
    PERFORM 0600-CHECK-OPTIONAL
    IF WS-FILE-PRESENT
        CLOSE OLDSTMST
        SET WS-STMST-PRESENT TO TRUE
    END-IF
    OPEN INPUT OLDCOLLH
    MOVE WS-OLDCOLLH-STATUS TO WS-CHECK-STATUS
    MOVE "OLDCOLLH" TO WS-CHECK-NAME
    PERFORM 0600-CHECK-OPTIONAL
    IF WS-FILE-PRESENT
        CLOSE OLDCOLLH
        SET WS-COLLH-PRESENT TO TRUE
    END-IF
    OPEN INPUT OLDUNAP
    MOVE WS-OLDUNAP-STATUS TO WS-CHECK-STATUS
    MOVE "OLDUNAP" TO WS-CHECK-NAME
    PERFORM 0600-CHECK-OPTIONAL
    IF WS-FILE-PRESENT
        CLOSE OLDUNAP
        SET WS-UNAP-PRESENT TO TRUE
    END-IF.

*> Absent is fine; any other failure (an old file that is really
*> already in the new layout, say) stops the run before it starts.
0600-CHECK-OPTIONAL.
    MOVE "N" TO WS-PRESENT-FLAG
    EVALUATE WS-CHECK-STATUS
        WHEN "00"
            SET WS-FILE-PRESENT TO TRUE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY WS-CHECK-NAME " open failed, status "
                WS-CHECK-STATUS ", conversion abandoned"
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

1000-CONVERT-CUSTMAST.
    PERFORM 7000-START-FILE
    MOVE "CUSTMAST" TO WS-FILE-NAME
    OPEN INPUT OLDCMAST
    OPEN OUTPUT CUSTMAST
    READ OLDCMAST NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-OLD-COUNT
        ADD OM-IDENT TO WS-OLD-HASH
        MOVE OM-IDENT TO CM-IDENT
        MOVE OM-REST TO CUSTOMER-RECORD(7:147)
        WRITE CUSTOMER-RECORD
            INVALID KEY
                DISPLAY "CUSTMAST write failed for " OM-IDENT
        END-WRITE
        READ OLDCMAST NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE OLDCMAST
    CLOSE CUSTMAST
    MOVE "N" TO WS-EOF-FLAG
    OPEN INPUT CUSTMAST
    READ CUSTMAST NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-NEW-COUNT
        ADD CM-IDENT TO WS-NEW-HASH
        READ CUSTMAST NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE CUSTMAST
    PERFORM 7200-REPORT-FILE.

2000-CONVERT-CUSTTRAN.
    PERFORM 7000-START-FILE
    MOVE "CUSTTRAN" TO WS-FILE-NAME
    OPEN INPUT OLDCTRAN
    OPEN OUTPUT CUSTTRAN
    READ OLDCTRAN
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-OLD-COUNT
        ADD OT-IDENT TO WS-OLD-HASH
        MOVE OT-IDENT TO CT-IDENT
        MOVE OT-REST TO CUST-TRANSACTION(7:105)
        WRITE CUST-TRANSACTION
        READ OLDCTRAN
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE OLDCTRAN
    CLOSE CUSTTRAN
    MOVE "N" TO WS-EOF-FLAG
    OPEN INPUT CUSTTRAN
    READ CUSTTRAN
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-NEW-COUNT
        ADD CT-IDENT TO WS-NEW-HASH
        READ CUSTTRAN
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE CUSTTRAN
    PERFORM 7200-REPORT-FILE.

3000-CONVERT-CUSTAUD.
    PERFORM 7000-START-FILE
    MOVE "CUSTAUD" TO WS-FILE-NAME
    OPEN INPUT OLDCAUD
    OPEN OUTPUT CUSTAUD
    READ OLDCAUD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-OLD-COUNT
        ADD OA-IDENT TO WS-OLD-HASH
        MOVE OA-TIMESTAMP TO AUD-TIMESTAMP
        MOVE OA-IDENT TO AUD-IDENT
        MOVE OA-REST TO AUDIT-RECORD(28:83)
        WRITE AUDIT-RECORD
        READ OLDCAUD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE OLDCAUD
    CLOSE CUSTAUD
    MOVE "N" TO WS-EOF-FLAG
    OPEN INPUT CUSTAUD
    READ CUSTAUD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-NEW-COUNT
        ADD AUD-IDENT TO WS-NEW-HASH
        READ CUSTAUD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE CUSTAUD
    PERFORM 7200-REPORT-FILE.

4000-CONVERT-STUMAST.
    PERFORM 7000-START-FILE
    MOVE "STUMAST" TO WS-FILE-NAME
    OPEN INPUT OLDSTMST
    OPEN OUTPUT STUMAST
    READ OLDSTMST NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-OLD-COUNT
        ADD OS-GUARDIAN TO WS-OLD-HASH
        MOVE OS-ID TO ST-ID
        MOVE OS-REST TO STUDENT-RECORD(6:25)
        MOVE OS-GUARDIAN TO ST-GUARDIAN
        WRITE STUDENT-RECORD
            INVALID KEY
                DISPLAY "STUMAST write failed for " OS-ID
        END-WRITE
        READ OLDSTMST NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE OLDSTMST
    CLOSE STUMAST
    MOVE "N" TO WS-EOF-FLAG
    OPEN INPUT STUMAST
    READ STUMAST NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-NEW-COUNT
        ADD ST-GUARDIAN TO WS-NEW-HASH
        READ STUMAST NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE STUMAST
    PERFORM 7200-REPORT-FILE.

*> The customer is the high-order part of the key, so the old file
*> read in key order writes the new one in key order too.
5000-CONVERT-COLLHIST.
    PERFORM 7000-START-FILE
    MOVE "COLLHIST" TO WS-FILE-NAME
    OPEN INPUT OLDCOLLH
    OPEN OUTPUT COLLHIST
    READ OLDCOLLH NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-OLD-COUNT
        ADD OH-IDENT TO WS-OLD-HASH
        MOVE OH-IDENT TO DN-IDENT
        MOVE OH-ACTION-DATE TO DN-ACTION-DATE
        MOVE OH-REST TO COLLECTION-HISTORY-RECORD(15:20)
        WRITE COLLECTION-HISTORY-RECORD
            INVALID KEY
                DISPLAY "COLLHIST write failed for " OH-KEY
        END-WRITE
        READ OLDCOLLH NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE OLDCOLLH
    CLOSE COLLHIST
    MOVE "N" TO WS-EOF-FLAG
    OPEN INPUT COLLHIST
    READ COLLHIST NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-NEW-COUNT
        ADD DN-IDENT TO WS-NEW-HASH
        READ COLLHIST NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE COLLHIST
    PERFORM 7200-REPORT-FILE.

*> The remitter's number is kept as the stub had it; a numeric one
*> is widened like every other customer number so it reads the same.
6000-CONVERT-UNAPPLIED.
    PERFORM 7000-START-FILE
    MOVE "UNAPPLIED" TO WS-FILE-NAME
    OPEN INPUT OLDUNAP
    OPEN OUTPUT UNAPPLIED
    READ OLDUNAP NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-OLD-COUNT
        ADD OU-APPLIED-IDENT TO WS-OLD-HASH
        MOVE OU-KEY TO UA-KEY
        MOVE OU-DEPOSIT-DATE TO UA-DEPOSIT-DATE
        IF OU-REMIT-IDENT IS NUMERIC
            MOVE OU-REMIT-IDENT TO WS-WIDE-IDENT
            MOVE WS-WIDE-IDENT TO UA-REMIT-IDENT
        ELSE
            MOVE OU-REMIT-IDENT TO UA-REMIT-IDENT
        END-IF
        MOVE OU-REMIT-REST TO UNAPPLIED-CASH-RECORD(26:60)
        MOVE OU-APPLIED-IDENT TO UA-APPLIED-IDENT
        MOVE OU-APPLIED-REST TO UNAPPLIED-CASH-RECORD(92:16)
        WRITE UNAPPLIED-CASH-RECORD
            INVALID KEY
                DISPLAY "UNAPPLIED write failed for " OU-KEY
        END-WRITE
        READ OLDUNAP NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE OLDUNAP
    CLOSE UNAPPLIED
    MOVE "N" TO WS-EOF-FLAG
    OPEN INPUT UNAPPLIED
    READ UNAPPLIED NEXT RECORD
        AT END SET WS-END-OF-FILE TO TRUE
    END-READ
    PERFORM UNTIL WS-END-OF-FILE
        ADD 1 TO WS-NEW-COUNT
        ADD UA-APPLIED-IDENT TO WS-NEW-HASH
        READ UNAPPLIED NEXT RECORD
            AT END SET WS-END-OF-FILE TO TRUE
        END-READ
    END-PERFORM
    CLOSE UNAPPLIED
    PERFORM 7200-REPORT-FILE.

7000-START-FILE.
    MOVE "N" TO WS-EOF-FLAG
    MOVE ZERO TO WS-OLD-COUNT
    MOVE ZERO TO WS-OLD-HASH
    MOVE ZERO TO WS-NEW-COUNT
    MOVE ZERO TO WS-NEW-HASH.

7100-REPORT-SKIPPED.
    MOVE WS-FILE-NAME TO SK-FILE
    MOVE WS-SKIPPED-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

7200-REPORT-FILE.
    ADD WS-OLD-COUNT TO WS-TOTAL-OLD
    ADD WS-NEW-COUNT TO WS-TOTAL-NEW
    MOVE WS-FILE-NAME TO DL-FILE
    MOVE WS-OLD-COUNT TO DL-OLD-COUNT
    MOVE WS-OLD-HASH TO DL-OLD-HASH
    MOVE WS-NEW-COUNT TO DL-NEW-COUNT
    MOVE WS-NEW-HASH TO DL-NEW-HASH
    IF WS-OLD-COUNT = WS-NEW-COUNT AND WS-OLD-HASH = WS-NEW-HASH
        MOVE "PROVEN" TO DL-VERDICT
    ELSE
        MOVE "NOT PROVEN" TO DL-VERDICT
        ADD 1 TO WS-MISMATCH-COUNT
    END-IF
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
    PERFORM 8000-WRITE-REPORT-LINE.

8000-WRITE-REPORT-LINE.
    CALL "rptwrite" USING RPT-CONTROL
    IF RPT-HEADING-NEEDED
        IF RPT-PAGE-NUMBER = 1
            WRITE CONVERSION-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING 1
        ELSE
            WRITE CONVERSION-REPORT-LINE FROM RPT-PAGE-HEADING
                AFTER ADVANCING PAGE
        END-IF
        MOVE SPACES TO CONVERSION-REPORT-LINE
        WRITE CONVERSION-REPORT-LINE AFTER ADVANCING 1
        WRITE CONVERSION-REPORT-LINE FROM RPT-COLUMN-HEADING
            AFTER ADVANCING 1
        MOVE SPACES TO CONVERSION-REPORT-LINE
        WRITE CONVERSION-REPORT-LINE AFTER ADVANCING 1
    END-IF
    WRITE CONVERSION-REPORT-LINE FROM WS-PRINT-LINE
        AFTER ADVANCING 1.

9900-WRITE-RUN-CONTROL.
    OPEN EXTEND RUNCTL
    IF WS-RUNCTL-STATUS = "35"
        OPEN OUTPUT RUNCTL
    END-IF
    MOVE "CUSTCONV" TO RC-PROGRAM
    CALL "busdate" USING RC-RUN-DATE
    MOVE WS-TOTAL-OLD TO RC-RECORDS-IN
    MOVE WS-TOTAL-NEW TO RC-RECORDS-OUT
    MOVE ZERO TO RC-REJECTS
    MOVE ZERO TO RC-MONEY-HASH
    WRITE RUN-CONTROL-RECORD
    CLOSE RUNCTL.
