   *> Election log (ELECTLOG), one line per election votepost.cob has
   *> posted participation for, in the order posted. votinac.cob
   *> counts back through it to find how many elections a voter has
   *> missed.
    01 ELECTION-LOG-RECORD.
        02 EL-ELECTION-DATE PIC 9(8).
        02 EL-DESCRIPTION   PIC X(30).
