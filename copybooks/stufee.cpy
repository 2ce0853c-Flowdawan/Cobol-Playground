   *> Optional fee for one student (STUFEE), keyed student id + fee
   *> code: the bus, the instrument rental, the extra activity only
   *> some students take, billed by feebill.cob each month on top of
   *> the FEESCHED fees for the student's grade. A code the grade
   *> schedule also carries adds to that charge rather than making a
   *> second one. Kept by feemaint.cob.
    01 STUDENT-FEE-RECORD.
        02 SF-KEY.
            03 SF-STUDENT-ID PIC 9(5).
            03 SF-FEE-CODE   PIC X(4).
        02 SF-DESC           PIC X(20).
        02 SF-AMOUNT         PIC 9(5)V99.
