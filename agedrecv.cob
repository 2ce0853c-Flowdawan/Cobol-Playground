01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-COLUMN-HEADING.
    02 FILLER PIC X(8) VALUE "Id".
    02 FILLER PIC X(16) VALUE "Name".
    02 FILLER PIC X(12) VALUE "    Balance".
    02 FILLER PIC X(11) VALUE "    Current".
    02 FILLER PIC X(11) VALUE "    30 days".
    02 FILLER PIC X(11) VALUE "    60 days".
    02 FILLER PIC X(11) VALUE "    90 days".
01 WS-AGED-DETAIL-LINE.
    02 RA-IDENT   PIC ZZZZZ9.
    02 FILLER     PIC X(2) VALUE SPACES.
    02 RA-NAME    PIC X(15).
    02 FILLER     PIC X(1) VALUE SPACE.
    02 RA-BALANCE PIC -ZZZZZZ9.99.
    02 RA-CURRENT PIC -ZZZZZZ9.99.
