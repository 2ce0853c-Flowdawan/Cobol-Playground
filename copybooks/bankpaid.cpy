   *> One check the bank has paid, off the paid-items (cleared
   *> checks) file the bank returns against the BANKPOS positive-pay
   *> extract. PI-AMOUNT is what the bank actually paid, which is not
   *> always what was written on CHECKREG. Read by bankrec.cob.
    01 BANK-PAID-RECORD.
        02 PI-CHECK-NO  PIC 9(8).
        02 PI-PAID-DATE PIC 9(8).
        02 PI-AMOUNT    PIC 9(7)V99.
