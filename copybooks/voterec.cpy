   *> number so one person registers exactly once no matter how many
   *> ELIGVOTE extract lines conditions.cob appends for them. Built
   *> and deduplicated by voterreg.cob.
   *> VR-PRECINCT is the voter's polling precinct. votemail.cob
   *> derives it from the street of the matching CUSTMAST address
   *> through the PRCTSTRT street table; prctmnt.cob can set it by
   *> hand, and a hand-set precinct (VR-PRECINCT-MANUAL) is never
   *> overwritten by the derivation. Blank means not yet assigned.
    01 VOTER-RECORD.
        02 VR-SSNUM.
            03 VR-SSAREA   PIC 999.
            03 VR-SSSERIAL PIC 9999.
        02 VR-NAME PIC X(20).
        02 VR-AGE  PIC 99.
        02 VR-PRECINCT        PIC X(4).
        02 VR-PRECINCT-SOURCE PIC X.
           88 VR-PRECINCT-DERIVED VALUE "A".
           88 VR-PRECINCT-MANUAL  VALUE "M".
