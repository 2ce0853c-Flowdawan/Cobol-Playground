   *> Bank lockbox remittance file, one deposit batch per file as the
   *> bank sends it: an H header carrying the batch number and deposit
   *> date, one D detail per check received, and a T trailer with the
   *> bank's item count and deposit total. The remitter's customer
   *> number and name are whatever was written on the remittance
   *> stub -- either may be blank or wrong. Read by lockimp.cob.
    01 LOCKBOX-RECORD.
        02 LB-RECORD-TYPE      PIC X.
           88 LB-HEADER        VALUE "H".
           88 LB-DETAIL        VALUE "D".
           88 LB-TRAILER       VALUE "T".
        02 LB-DETAIL-DATA.
            03 LB-ITEM-NO      PIC 9(5).
            03 LB-REMIT-IDENT  PIC X(6).
            03 LB-REMIT-NAME   PIC X(20).
            03 LB-AMOUNT       PIC 9(7)V99.
            03 LB-CHECK-NO     PIC X(10).
        02 LB-HEADER-DATA REDEFINES LB-DETAIL-DATA.
            03 LB-BATCH-NO     PIC 9(6).
            03 LB-DEPOSIT-DATE PIC 9(8).
            03 FILLER          PIC X(36).
        02 LB-TRAILER-DATA REDEFINES LB-DETAIL-DATA.
            03 LB-ITEM-COUNT   PIC 9(5).
            03 LB-DEPOSIT-TOTAL PIC 9(9)V99.
            03 FILLER          PIC X(34).
