   *> Deduction/adjustment amount (garnishment, correction, etc.),
   *> same signed picture as datas.cob's SignedInt demo field.
        02 PT-ADJUSTMENT PIC S9(4).
   *> Holiday or shift-premium hours, keyed apart from PT-HOURS and
   *> paid at the multiplier PREMRATE carries for PT-PREMIUM-CODE.
   *> PT-HOURS above the weekly threshold is overtime, which
   *> payroll.cob works out itself -- it is never keyed here.
        02 PT-PREMIUM-HOURS PIC 9(3)V99.
        02 PT-PREMIUM-CODE  PIC X.
   *> Paid vacation and sick hours taken this cycle, paid at the
   *> straight rate and charged against the employee's LEAVEBAL
   *> balances; more than the balance holds goes to PAYEXCP.
        02 PT-VACATION-HOURS PIC 9(3)V99.
        02 PT-SICK-HOURS     PIC 9(3)V99.
   *> Back pay for an earlier cycle, only on the transactions
   *> retropay.cob writes: PT-RETRO-PAY is added to gross as it
   *> stands, PT-RATE is the rate PT-RETRO-CYCLE has been repriced
   *> at, and no hours are keyed. Zero on an ordinary cycle's deck.
        02 PT-RETRO-CYCLE    PIC 9(8).
        02 PT-RETRO-PAY      PIC 9(5)V99.
