   *> Recurring journal entry master (RECURMST) for the monthly items
   *> nobody should have to key again every month -- rent,
   *> depreciation, standing accruals. One entry is a header record
   *> (RE-LINE-NO zero) carrying the schedule, followed by its lines
   *> 01-99 under the same RE-ENTRY-ID, each an account, amount and
   *> side; the line layout REDEFINES the header's. Maintained by
   *> recurmnt.cob. recurgen.cob generates the journal into the
   *> AMOUNTS layout when the entry falls due: monthly, quarterly or
   *> annually counted from RE-FIRST-PERIOD, on or after day
   *> RE-POST-DAY of the month, until RE-END-PERIOD (zero runs on
   *> with no end). RE-LAST-GENERATED keeps a rerun from generating
   *> the same month twice. An entry flagged RE-AUTO-REVERSE is an
   *> accrual jrnlrev.cob reverses in the next open period.
    01 RECURRING-ENTRY-RECORD.
        02 RE-KEY.
            03 RE-ENTRY-ID PIC X(4).
            03 RE-LINE-NO  PIC 99.
               88 RE-HEADER-LINE VALUE ZERO.
        02 RE-HEADER-DATA.
            03 RE-DESC            PIC X(25).
            03 RE-FREQUENCY       PIC X.
               88 RE-MONTHLY         VALUE "M".
               88 RE-QUARTERLY       VALUE "Q".
               88 RE-ANNUAL          VALUE "A".
               88 RE-VALID-FREQUENCY VALUE "M", "Q", "A".
            03 RE-POST-DAY        PIC 99.
            03 RE-FIRST-PERIOD    PIC 9(6).
            03 RE-END-PERIOD      PIC 9(6).
            03 RE-REVERSE-IND     PIC X.
               88 RE-AUTO-REVERSE    VALUE "Y".
            03 RE-LAST-GENERATED  PIC 9(6).
        02 RE-LINE-DATA REDEFINES RE-HEADER-DATA.
            03 RE-ACCOUNT         PIC X(5).
            03 RE-AMOUNT          PIC 9(7)V99.
            03 RE-DRCR-IND        PIC X.
               88 RE-DEBIT           VALUE "D".
               88 RE-CREDIT          VALUE "C".
            03 FILLER             PIC X(32).
