*> First record of each SSN group, held back until a second record
*> with the same SSN proves the group is worth reporting.
01 WS-HELD-RECORD.
    02 WS-HELD-IDENT  PIC 9(6).
    02 WS-HELD-NAME   PIC X(20).
    02 WS-HELD-MOB    PIC 99.
    02 WS-HELD-DOB    PIC 99.
    02 SH-SSSERIAL PIC 9999.
01 WS-DUPE-DETAIL-LINE.
    02 FILLER    PIC X(4) VALUE SPACES.
    02 DD-IDENT  PIC ZZZZZ9.
    02 FILLER    PIC X(2) VALUE SPACES.
    02 DD-NAME   PIC X(20).
    02 FILLER    PIC X(2) VALUE SPACES.
