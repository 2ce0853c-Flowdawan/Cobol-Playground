   *> One pay rate for one employee from the day it took effect,
   *> keyed employee id + effective date so the rates read back in
   *> date order. Written by empmaint.cob whenever a rate is keyed;
   *> the history is never overwritten, except that keying a second
   *> rate for the same day corrects the first. payroll.cob pays the
   *> rate with the latest effective date on or before the pay
   *> cycle, and retropay.cob reprices already-paid cycles from it
   *> when a rate is entered back-dated.
    01 RATE-HISTORY-RECORD.
        02 RH-KEY.
            03 RH-EMP-ID         PIC 9(5).
            03 RH-EFFECTIVE-DATE PIC 9(8).
        02 RH-RATE               PIC 9(3)V99.
        02 RH-ENTERED-DATE       PIC 9(8).
