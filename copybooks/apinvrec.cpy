   *> One vendor invoice on the APINVMST open-payables master, keyed
   *> on vendor number plus the vendor's own invoice number so the
   *> same bill cannot be keyed twice. Entered and maintained by
   *> apinvmnt.cob (the expense account must be on CHARTMAST);
   *> appayrun.cob pays open invoices due on or before the BUSDATE
   *> processing date and stamps the check number and paid date;
   *> apaging.cob ages whatever is still open. A held invoice stays
   *> open but is passed over by the payment run until released.
    01 AP-INVOICE-RECORD.
        02 AI-KEY.
            03 AI-VENDOR-ID   PIC 9(5).
            03 AI-INVOICE-NO  PIC X(10).
        02 AI-INVOICE-DATE    PIC 9(8).
        02 AI-DUE-DATE        PIC 9(8).
        02 AI-AMOUNT          PIC 9(7)V99.
        02 AI-EXPENSE-ACCOUNT PIC X(5).
        02 AI-DESC            PIC X(20).
        02 AI-STATUS          PIC X.
           88 AI-OPEN     VALUE "O".
           88 AI-HELD     VALUE "H".
           88 AI-PAID     VALUE "P".
           88 AI-UNPAID   VALUE "O", "H".
        02 AI-PAID-DATE       PIC 9(8).
        02 AI-CHECK-NO        PIC 9(8).
