   *> Street-to-precinct table (PRCTSTRT), kept by prctmnt.cob. The
   *> key is the street name as it appears in CM-STREET after the
   *> house number, in upper case ("MAIN STREET" for "12 Main
   *> Street"); votemail.cob looks each matched voter's street up here
   *> to assign VR-PRECINCT.
    01 PRECINCT-STREET-RECORD.
        02 PS-STREET-NAME PIC X(25).
        02 PS-PRECINCT    PIC X(4).
