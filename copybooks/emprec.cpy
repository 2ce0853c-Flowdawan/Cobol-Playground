   *> the LABORTRN deck for ledgpost.cob. Must exist on CHARTMAST
   *> or the posting run rejects it.
        02 EM-DEPT-ACCOUNT PIC X(5).
   *> Ledger account the department's overtime is charged to, kept
   *> apart from EM-DEPT-ACCOUNT so the ledger shows overtime cost by
   *> department. Blank distributes overtime to 99999 suspense, the
   *> same as a blank department account.
        02 EM-OT-ACCOUNT   PIC X(5).
   *> Social security number for the year-end wage statements and
   *> the electronic filing extract wagestmt.cob produces; empmaint
   *> holds it to the same SSA rules custmaint.cob applies to CM-SSNUM.
        02 EM-SSNUM.
            03 EM-SSAREA    PIC 999.
            03 EM-SSGROUP   PIC 99.
            03 EM-SSSERIAL  PIC 9999.
