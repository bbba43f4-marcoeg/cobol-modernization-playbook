       05  CDR-ACCT-ID         PIC X(12).
       05  CDR-RUN-DATE        PIC 9(8).     *> night CDMATUR priced the renewal
       05  CDR-OLD-MATURITY    PIC 9(8).     *> maturity date the renewal rolls
       05  CDR-NEW-MATURITY    PIC 9(8).     *> end of the renewed term
       05  CDR-NEW-RATE        PIC 9V9(6).   *> product rate fixed for the new term
