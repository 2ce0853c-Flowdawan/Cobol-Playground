   *> made the change, written by custmaint.cob.
    01 AUDIT-RECORD.
        02 AUD-TIMESTAMP  PIC X(21).
        02 AUD-IDENT      PIC 9(6).
        02 AUD-FIELD-NAME PIC X(15).
        02 AUD-OLD-VALUE  PIC X(30).
        02 AUD-NEW-VALUE  PIC X(30).
