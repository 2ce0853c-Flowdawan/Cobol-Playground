01 WS-EOF-FLAG         PIC X VALUE "N".
   88 WS-END-OF-FILE VALUE "Y".
01 WS-RECORD-COUNT    PIC 9(7) VALUE ZERO.
01 WS-IDENT-HASH      PIC 9(12) VALUE ZERO.
PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    OPEN INPUT CUSTMAST
