   *> One student on one course for one term (ENROLL), added and
   *> dropped by enrlmnt.cob. EN-SCORE is the course's letter score
   *> for the term, posted by crspost.cob and blank until then, so
   *> the same record serves rptcard.cob's line per course,
   *> clssumm.cob's pass/fail counts per course and teacher and
   *> stupromo.cob's core-subject check. The key reads back per
   *> student in term order, like SCOREHIST.
    01 ENROLLMENT-RECORD.
        02 EN-KEY.
            03 EN-STUDENT-ID  PIC 9(5).
            03 EN-TERM        PIC 9(6).
            03 EN-TERM-PARTS REDEFINES EN-TERM.
                04 EN-TERM-YEAR PIC 9(4).
                04 EN-TERM-NO   PIC 99.
            03 EN-COURSE-CODE PIC X(6).
        02 EN-SCORE PIC X.
           88 EN-NOT-SCORED VALUE SPACE.
