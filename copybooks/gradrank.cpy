   *> Final standing of one graduate, written by honorrol.cob for
   *> every graduate on GRADFILE with scores on SCOREHIST: the
   *> cumulative grade-point average over all terms (A 4, B 3, C 2,
   *> D 1, E and F 0) and the rank in the graduating class, ties
   *> sharing a rank. trnscrpt.cob prints it at the foot of the
   *> graduate's transcript.
    01 GRADUATE-RANK-RECORD.
        02 GR-STUDENT-ID     PIC 9(5).
        02 GR-TERMS          PIC 9(3).
        02 GR-FINAL-AVERAGE  PIC 9V99.
        02 GR-CLASS-RANK     PIC 9(5).
        02 GR-CLASS-SIZE     PIC 9(5).
