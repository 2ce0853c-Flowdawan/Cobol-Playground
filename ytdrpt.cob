*> at the foot -- the withholding column is what backs up the tax
*> filings -- the report that
*> replaces adding up twelve months of PAYREG listings on a
*> calculator. wagestmt.cob then produces the employees' wage
*> statements and clears YTDFILE for the new year.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
