   *> Report archive record. Every archived run of a report is keyed
   *> by report name (the report's DD name, PAYREG, AGEDRPT, ...),
   *> the BUSDATE processing date it ran for and a run sequence
   *> within that date. Line number zero is the run's header with
   *> its page and line counts and when it was archived; lines 1 on
   *> are the report as printed, each with the page it fell on.
   *> rptsave.cob writes a run at end of step, rptrprt.cob lists and
   *> reprints and rptpurg.cob removes runs past their retention.
    01 REPORT-ARCHIVE-RECORD.
        02 RA-KEY.
            03 RA-REPORT-NAME PIC X(8).
            03 RA-BUS-DATE    PIC 9(8).
            03 RA-RUN-SEQ     PIC 9(3).
            03 RA-LINE-NUMBER PIC 9(7).
        02 RA-LINE-DATA.
            03 RA-PAGE-NUMBER PIC 9(5).
            03 RA-LINE-TEXT   PIC X(132).
        02 RA-HEADER-DATA REDEFINES RA-LINE-DATA.
            03 RA-PAGE-COUNT  PIC 9(5).
            03 RA-LINE-COUNT  PIC 9(7).
            03 RA-ARCHIVED-AT PIC X(14).
            03 FILLER         PIC X(111).
