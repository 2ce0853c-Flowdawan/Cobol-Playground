   *> Course master (COURSMST), one record per course taught: the
   *> subject, the teacher and the grade level it is taught to (zero
   *> for a course open to every grade). CR-CORE-IND marks a required
   *> core subject -- a student whose last score of the school year
   *> in one fails the PassingScore rule is held back by
   *> stupromo.cob. Maintained by coursmnt.cob; students are put on a
   *> course for a term through the ENROLL file (enroll.cpy).
    01 COURSE-RECORD.
        02 CR-CODE        PIC X(6).
        02 CR-SUBJECT     PIC X(15).
        02 CR-TEACHER     PIC X(20).
        02 CR-GRADE-LEVEL PIC 99.
        02 CR-CORE-IND    PIC X.
           88 CR-CORE-SUBJECT VALUE "Y".
