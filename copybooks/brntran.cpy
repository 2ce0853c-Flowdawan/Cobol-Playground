           88 BT-HEADER  VALUE "H".
           88 BT-DETAIL  VALUE "D".
           88 BT-TRAILER VALUE "T".
        02 BT-DATA PIC X(111).
        02 BT-HEADER-DATA REDEFINES BT-DATA.
            03 BT-H-BRANCH PIC X(3).
            03 BT-H-DATE   PIC 9(8).
            03 FILLER      PIC X(100).
        02 BT-TRAILER-DATA REDEFINES BT-DATA.
            03 BT-T-BRANCH PIC X(3).
            03 BT-T-COUNT  PIC 9(7).
            03 FILLER      PIC X(101).
