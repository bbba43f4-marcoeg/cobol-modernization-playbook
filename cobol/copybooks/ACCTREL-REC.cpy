       05  REL-ACCT-ID         PIC X(12).
       05  REL-CUST-ID         PIC X(12).
       05  REL-ROLE            PIC X(4).     *> "OWNR","JOWN","SIGN","TRST"
       05  REL-PRIMARY         PIC X(1).     *> "Y" = primary owner, else "N"
       05  REL-ADDED-DATE      PIC 9(8).     *> YYYYMMDD
       05  REL-REMOVED-DATE    PIC 9(8).     *> 0 or YYYYMMDD, last day tied to the account
