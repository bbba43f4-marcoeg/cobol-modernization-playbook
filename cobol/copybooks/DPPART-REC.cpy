       05  DPP-PART-NO         PIC 9(2).     *> 01, 02, ... in ACCT-ID order
       05  DPP-HIGH-ACCT-ID    PIC X(12).    *> last ACCT-ID owned; blank on last
       05  DPP-RESTART-ACCT-ID PIC X(12).    *> partition restart key, or blank
