   *> Voter participation record (PARTFILE), one per voter per
   *> election voted in, posted by votepost.cob from the poll workers'
   *> VOTED list. Keyed on SSN then election date, so one voter's
   *> whole voting history reads back together and in date order.
   *> Precinct and age are as they stood on VOTEMAST on the day, for
   *> the votetrn.cob turnout report.
    01 PARTICIPATION-RECORD.
        02 PT-KEY.
            03 PT-SSNUM         PIC 9(9).
            03 PT-ELECTION-DATE PIC 9(8).
        02 PT-PRECINCT PIC X(4).
        02 PT-AGE      PIC 99.
