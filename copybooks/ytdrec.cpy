   *> 5-digit employee id as EMPMAST and PAYTRANS. payroll.cob rolls
   *> each cycle's gross, adjustments and check count into YTDFILE;
   *> ytdrpt.cob prints the annual earnings summary off it at year
   *> end, and wagestmt.cob then prints the wage statements, copies
   *> the year to the YTDPRIOR archive and clears the file for the
   *> new year. The YTDPRIOR layout carries this record whole, so a
   *> field added here must be allowed for in wagestmt.cob and in
   *> qtrtax.cob, which reads it back.
    01 YTD-RECORD.
        02 YTD-EMP-ID      PIC 9(5).
        02 YTD-GROSS       PIC S9(9)V99.
   *> so ytdrpt.cob's annual summary can back up the tax filings.
        02 YTD-WITHHOLDING PIC S9(9)V99.
        02 YTD-DEDUCTIONS  PIC S9(9)V99.
   *> The overtime share of YTD-GROSS (already included in it), so
   *> the year's overtime cost can be reported on its own.
        02 YTD-OVERTIME    PIC S9(9)V99.
   *> Quarter-to-date figures for the quarter YTD-QTD-QUARTER names.
   *> When a pay date falls in a later quarter payroll.cob closes
   *> these into that quarter's YTD-QUARTER-HISTORY slot and starts
   *> over, so qtrtax.cob can report any quarter of the year and
   *> prove the four of them add up to the annual figures above --
   *> off YTDFILE, or off YTDPRIOR once the year has been archived.
        02 YTD-QTD-QUARTER     PIC 9.
        02 YTD-QTD-GROSS       PIC S9(9)V99.
        02 YTD-QTD-WITHHOLDING PIC S9(9)V99.
        02 YTD-QTD-DEDUCTIONS  PIC S9(9)V99.
        02 YTD-QUARTER-HISTORY OCCURS 4.
            03 YTD-QH-GROSS       PIC S9(9)V99.
            03 YTD-QH-WITHHOLDING PIC S9(9)V99.
            03 YTD-QH-DEDUCTIONS  PIC S9(9)V99.
