01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.
COPY rptctl.
01 WS-COLUMN-HEADING.
    02 FILLER PIC X(8) VALUE "Id".
    02 FILLER PIC X(22) VALUE "Name".
    02 FILLER PIC X(16) VALUE "Inactive since".
    02 FILLER PIC X(13) VALUE "     Balance".
    02 FILLER PIC X(12) VALUE "Disposition".
01 WS-PURGE-DETAIL-LINE.
    02 PG-IDENT   PIC ZZZZZ9.
    02 FILLER     PIC X(2) VALUE SPACES.
    02 PG-NAME    PIC X(20).
    02 FILLER     PIC X(2) VALUE SPACES.
