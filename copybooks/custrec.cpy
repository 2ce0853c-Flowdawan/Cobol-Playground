   *> or writes CUSTMAST (custmaint, custload, custsort, custmtch, ...).
   *> Grown in place as later requests add fields -- keep CM-IDENT first,
   *> it is the CUSTMAST record key.
   *> CM-IDENT is six digits. It was three until the customer numbers
   *> ran out at 999; custconv.cob rebuilt every file that carries a
   *> customer number in the wider layout.
    01 CUSTOMER-RECORD.
        02 CM-IDENT         PIC 9(6).
        02 CM-CUSTNAME      PIC X(20).
        02 CM-DATE-OF-BIRTH.
            03 CM-MOB       PIC 99.
