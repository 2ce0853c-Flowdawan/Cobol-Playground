   *> referenced. AT-DRCR-IND says which side the amount posts on:
   *> credits (refunds, payments received, reversals) subtract from
   *> the account, and a blank from an older deck reads as a debit.
   *> Lines of a journal entry share AT-JOURNAL-NO and only post as a
   *> whole, once their debits and credits net to zero; a blank
   *> journal number (every deck written before journals existed)
   *> posts line by line as it always did. AT-REVERSE-IND marks an
   *> accrual jrnlrev.cob reverses in the next open period, and the
   *> reversing lines it writes, so they are never reversed again.
    01 AMOUNT-TRANSACTION.
        02 AT-AMOUNT    PIC 9(7)V99.
        02 AT-ACCOUNT   PIC X(5).
        02 AT-DRCR-IND  PIC X.
           88 AT-DEBIT  VALUE "D", " ".
           88 AT-CREDIT VALUE "C".
        02 AT-JOURNAL-NO PIC X(8).
        02 AT-REVERSE-IND PIC X.
           88 AT-AUTO-REVERSE    VALUE "A".
           88 AT-REVERSING-ENTRY VALUE "V".
