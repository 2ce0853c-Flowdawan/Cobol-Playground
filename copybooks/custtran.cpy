   *> CT-AMOUNT carries the money on the charge and payment codes
   *> (appended at the end so older change-only files still read
   *> cleanly where only the change fields are referenced).
   *> CT-FINANCE-CHARGE lines are appended by finchg.cob after it has
   *> already posted the charge to the master: custpost.cob passes
   *> them by, and custstmt.cob prints them as their own statement
   *> line.
   *> CT-IDENT is the six-digit CM-IDENT. A line cut in the old
   *> three-digit layout shows up as a non-numeric CT-IDENT (its
   *> transaction code falls into the number), and the readers
   *> reject it rather than post it to the wrong customer.
    01 CUST-TRANSACTION.
        02 CT-IDENT    PIC 9(6).
        02 CT-TRANCODE PIC X.
           88 CT-NAME-CHANGE    VALUE "N".
           88 CT-ADDRESS-CHANGE VALUE "A".
           88 CT-DELETE         VALUE "D".
           88 CT-CHARGE         VALUE "C".
           88 CT-PAYMENT        VALUE "P".
           88 CT-FINANCE-CHARGE VALUE "F".
           88 CT-REPORT-ONLY    VALUE " ", "R".
        02 CT-ACTIVITY PIC X(20).
        02 CT-NEW-CUSTNAME PIC X(20).
