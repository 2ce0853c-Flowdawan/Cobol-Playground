   *> Student fee schedule (FEESCHED), keyed grade + fee code: what
   *> every student in the grade is billed each month -- tuition,
   *> lunch, activities -- one record per fee. Kept by feemaint.cob
   *> and billed by feebill.cob to the guardian's CUSTMAST account.
   *> The fee code leads the CT-ACTIVITY text on the charge, so it is
   *> what the family sees on its custstmt.cob statement.
    01 FEE-SCHEDULE-RECORD.
        02 FS-KEY.
            03 FS-GRADE    PIC 99.
            03 FS-FEE-CODE PIC X(4).
        02 FS-DESC         PIC X(20).
        02 FS-AMOUNT       PIC 9(5)V99.
