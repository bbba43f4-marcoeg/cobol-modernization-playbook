       05  ODP-ACCT-ID         PIC X(12).    *> protected account
       05  ODP-FUND-ACCT-ID    PIC X(12).    *> account the shortfall is swept from
       05  ODP-EFF-DATE        PIC 9(8).     *> first day the link covers
       05  ODP-END-DATE        PIC 9(8).     *> 0 or YYYYMMDD, last day covered
