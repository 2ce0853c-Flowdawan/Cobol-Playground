   *> Electronic wage-filing extract wagestmt.cob writes at year end:
   *> one E record per employee statement, then a single T record
   *> carrying the count and money totals the transmittal page
   *> prints, so the receiving agency can prove the file the same way
   *> lockimp.cob proves a lockbox batch against its trailer.
    01 WAGE-FILE-RECORD.
        02 WF-RECORD-TYPE PIC X.
           88 WF-EMPLOYEE-RECORD VALUE "E".
           88 WF-TOTAL-RECORD    VALUE "T".
        02 WF-TAX-YEAR    PIC 9(4).
        02 WF-EMPLOYEE-DATA.
            03 WF-SSNUM       PIC 9(9).
            03 WF-EMP-ID      PIC 9(5).
            03 WF-NAME        PIC X(20).
            03 WF-WAGES       PIC 9(9)V99.
            03 WF-WITHHELD    PIC 9(9)V99.
            03 WF-DEDUCTIONS  PIC 9(9)V99.
        02 WF-TOTAL-DATA REDEFINES WF-EMPLOYEE-DATA.
            03 WF-EMPLOYEE-COUNT   PIC 9(7).
            03 WF-TOTAL-WAGES      PIC 9(11)V99.
            03 WF-TOTAL-WITHHELD   PIC 9(11)V99.
            03 WF-TOTAL-DEDUCTIONS PIC 9(11)V99.
            03 FILLER              PIC X(21).
