   *> One paid transaction as payroll.cob paid it, appended to the
   *> PAYHIST history every cycle: the hours by kind, the rate and
   *> multipliers they were paid at and the gross. retropay.cob
   *> reprices these against RATEHIST when a raise is entered
   *> back-dated. A P entry is the cycle's own pay; an R entry is
   *> back pay paid later for PH-CYCLE-ID, carrying the rate that
   *> cycle has now been brought up to, so the same raise is never
   *> paid twice. PH-PAID-CYCLE is the run that actually paid it.
    01 PAY-HISTORY-RECORD.
        02 PH-EMP-ID             PIC 9(5).
        02 PH-CYCLE-ID           PIC 9(8).
        02 PH-ENTRY-TYPE         PIC X.
           88 PH-REGULAR-PAY VALUE "P".
           88 PH-RETRO-PAY   VALUE "R".
        02 PH-PAID-CYCLE         PIC 9(8).
        02 PH-RATE               PIC 9(3)V99.
   *> Straight hours include paid leave; overtime and premium hours
   *> carry the multiplier they were paid at.
        02 PH-STRAIGHT-HOURS     PIC 9(3)V99.
        02 PH-OT-HOURS           PIC 9(3)V99.
        02 PH-OT-MULTIPLIER      PIC 9V99.
        02 PH-PREMIUM-HOURS      PIC 9(3)V99.
        02 PH-PREMIUM-MULTIPLIER PIC 9V99.
        02 PH-GROSS-PAY          PIC S9(7)V99.
