   *> Collection-history record: one per collection action taken on
   *> a CUSTMAST customer, keyed on the customer and the processing
   *> date of the action. dunning.cob writes a DN-LETTER-SENT record
   *> for every letter it prints and a DN-PAID-SINCE record when a
   *> customer's balance has come down since the last letter; the
   *> latest record tells the next run which tier already went out.
   *> collinq.cob lists a customer's trail. DN-BALANCE and
   *> DN-PAST-DUE are the customer's figures at the time of the
   *> action.
    01 COLLECTION-HISTORY-RECORD.
        02 DN-KEY.
            03 DN-IDENT       PIC 9(6).
            03 DN-ACTION-DATE PIC 9(8).
        02 DN-ACTION          PIC X.
           88 DN-LETTER-SENT  VALUE "L".
           88 DN-PAID-SINCE   VALUE "P".
        02 DN-TIER            PIC 9.
           88 DN-REMINDER     VALUE 1.
           88 DN-FIRM-NOTICE  VALUE 2.
           88 DN-FINAL-DEMAND VALUE 3.
        02 DN-BALANCE         PIC S9(7)V99.
        02 DN-PAST-DUE        PIC S9(7)V99.
