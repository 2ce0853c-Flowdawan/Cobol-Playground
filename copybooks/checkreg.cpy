   *> CHECKCTL next-number control. chkvoid.cob flips CK-STATUS for
   *> the check the printer ate: V void (no replacement), R voided
   *> and reissued under a new number. The bank statement reconciles
   *> against this file instead of guesswork over PAYREG listings:
   *> bankrec.cob marks a check C cleared once the bank's paid-items
   *> file shows it paid, and stamps CK-CLEARED-DATE. A D entry is a
   *> direct-deposit advice: payroll.cob numbers it off the same
   *> control so every payment of the cycle is on the register with
   *> its pay date, but it is never printed, presented or voided.
    01 CHECK-REGISTER-RECORD.
        02 CK-CHECK-NO PIC 9(8).
        02 CK-EMP-ID   PIC 9(5).
           88 CK-ISSUED   VALUE "I".
           88 CK-VOID     VALUE "V".
           88 CK-REISSUED VALUE "R".
           88 CK-CLEARED  VALUE "C".
           88 CK-DEPOSIT-ADVICE VALUE "D".
   *> Who the check pays: payroll.cob files employee checks (CK-EMP-ID
   *> is the employee id) and appayrun.cob vendor checks (CK-EMP-ID
   *> carries the vendor number instead). A blank on checks filed
   *> before the field existed reads as payroll.
        02 CK-SOURCE   PIC X.
           88 CK-PAYROLL-CHECK VALUE "P", " ".
           88 CK-VENDOR-CHECK  VALUE "A".
   *> Date the bank paid the check, per the paid-items file; zero
   *> until bankrec.cob clears it.
        02 CK-CLEARED-DATE PIC 9(8).
   *> Tax withheld from the pay this entry carries, for qtrtax.cob's
   *> monthly deposit schedule by pay date. Zero on vendor checks and
   *> on reprint replacements -- the withholding stays with the
   *> original check's date, which is when the liability arose.
        02 CK-TAX-WITHHELD PIC S9(7)V99.
