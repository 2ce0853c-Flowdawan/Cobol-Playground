   *> One leave balance for one employee, keyed employee id + leave
   *> type (V vacation, S sick) the way DEDFILE keys deductions, so
   *> each type carries its own accrual rate and balance. Maintained
   *> by leavmnt.cob. payroll.cob adds LV-ACCRUAL-RATE hours for every
   *> pay cycle the employee is paid in -- once per cycle, guarded by
   *> LV-LAST-ACCRUAL-CYCLE as well as PAYCYCLE -- and takes off the
   *> hours a PAY-TRANSACTION pays as vacation or sick time.
   *> leaverpt.cob lists the balances; leavcary.cob's year-end step
   *> cuts each balance back to LV-CARRYOVER-CAP and starts the
   *> year-to-date figures over.
    01 LEAVE-BALANCE-RECORD.
        02 LV-KEY.
            03 LV-EMP-ID PIC 9(5).
            03 LV-TYPE   PIC X.
               88 LV-VACATION VALUE "V".
               88 LV-SICK     VALUE "S".
        02 LV-ACCRUAL-RATE       PIC 9(2)V99.
        02 LV-BALANCE            PIC S9(4)V99.
        02 LV-ACCRUED-YTD        PIC 9(4)V99.
        02 LV-TAKEN-YTD          PIC 9(4)V99.
        02 LV-LAST-ACCRUAL-CYCLE PIC 9(8).
        02 LV-CARRYOVER-CAP      PIC 9(4)V99.
