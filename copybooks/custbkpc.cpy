    01 BACKUP-CONTROL-RECORD.
        02 BC-UNLOAD-DATE  PIC 9(8).
        02 BC-RECORD-COUNT PIC 9(7).
        02 BC-IDENT-HASH   PIC 9(12).
