   *> Session-log record appended by sesslog.cob: when (CURRENT-DATE
   *> form, YYYYMMDDHHMMSS first), which operator and which function.
   *> signon.cob logs SIGN-ON, PASSWORD CHANGED and the failures
   *> SIGN-ON FAILED, SIGN-ON LOCKED and SIGN-ON LOCKOUT; mainmenu.cob
   *> logs SIGN-OFF. secrpt.cob reports from it.
    01 SESSION-LOG-RECORD.
        02 SL-TIMESTAMP PIC X(21).
        02 SL-OPERATOR  PIC X(8).
        02 FILLER       PIC X(2).
        02 SL-FUNCTION  PIC X(20).
