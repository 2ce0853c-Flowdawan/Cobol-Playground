   *> One shift/holiday premium of the PREMRATE table payroll.cob
   *> loads at start of run: hours keyed on a PAY-TRANSACTION under
   *> PR-CODE are paid at the transaction's rate times PR-MULTIPLIER
   *> (1.50 time-and-a-half, 2.00 double time, 1.10 a ten-percent
   *> night differential). Like TAXRATES it is a hand-edited flat
   *> file; a new premium is a line added here, not new arithmetic.
    01 PREMIUM-RATE-RECORD.
        02 PR-CODE       PIC X.
        02 PR-MULTIPLIER PIC 9V99.
        02 PR-DESC       PIC X(15).
