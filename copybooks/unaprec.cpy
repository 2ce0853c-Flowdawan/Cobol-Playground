   *> Unapplied-cash suspense record: a lockbox payment lockimp.cob
   *> could not tie to one customer with certainty, keyed on the
   *> bank batch and item number so nothing the bank deposited is
   *> ever dropped. The remittance details are kept as received;
   *> unapmnt.cob applies the item to a customer later (writing the
   *> CUSTTRAN payment and stamping who, what and when here). The
   *> item stays on file once applied so the deposit can always be
   *> traced.
    01 UNAPPLIED-CASH-RECORD.
        02 UA-KEY.
            03 UA-BATCH-NO      PIC 9(6).
            03 UA-ITEM-NO       PIC 9(5).
        02 UA-DEPOSIT-DATE      PIC 9(8).
        02 UA-REMIT-IDENT       PIC X(6).
        02 UA-REMIT-NAME        PIC X(20).
        02 UA-AMOUNT            PIC 9(7)V99.
        02 UA-CHECK-NO          PIC X(10).
        02 UA-REASON            PIC X(20).
        02 UA-STATUS            PIC X.
           88 UA-OPEN           VALUE "O".
           88 UA-APPLIED        VALUE "A".
        02 UA-APPLIED-IDENT     PIC 9(6).
        02 UA-APPLIED-DATE      PIC 9(8).
        02 UA-APPLIED-OPERATOR  PIC X(8).
