   *> Ledger account codes the subledger runs hand their money to on
   *> an AMOUNTS-layout deck for ledgpost.cob. Kept in one place so
   *> custpost.cob's receivables deck, finchg.cob's finance-charge
   *> deck, arrecon.cob's control-account proof and appayrun.cob's
   *> payables deck can never disagree about which account is which;
   *> every code here must be on CHARTMAST or the posting run rejects
   *> the line to LEDGREJ.
    01 GL-ACCOUNT-CODES.
        02 GL-CASH-ACCOUNT       PIC X(5) VALUE "10100".
        02 GL-AR-CONTROL-ACCOUNT PIC X(5) VALUE "11000".
        02 GL-SALES-REVENUE      PIC X(5) VALUE "40000".
        02 GL-FINANCE-CHARGE     PIC X(5) VALUE "40500".
