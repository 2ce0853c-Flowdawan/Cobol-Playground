   *> Vendor master record for accounts payable, keyed on a 5-digit
   *> vendor number the same width as the employee id so a vendor
   *> check files on CHECKREG exactly like a payroll check. Maintained
   *> by vendmaint.cob; apinvmnt.cob will not take an invoice for a
   *> vendor that is missing or inactive, and appayrun.cob prints
   *> VN-NAME on the check and the payment register. VN-EXPENSE-
   *> ACCOUNT is the default ledger account offered at invoice entry
   *> and VN-TERMS-DAYS the default days from invoice date to due.
    01 VENDOR-RECORD.
        02 VN-VENDOR-ID       PIC 9(5).
        02 VN-NAME            PIC X(20).
        02 VN-STREET          PIC X(30).
        02 VN-COUNTRY         PIC X(25).
        02 VN-EXPENSE-ACCOUNT PIC X(5).
        02 VN-TERMS-DAYS      PIC 9(3).
        02 VN-STATUS          PIC X.
           88 VN-ACTIVE   VALUE "A", " ".
           88 VN-INACTIVE VALUE "I".
