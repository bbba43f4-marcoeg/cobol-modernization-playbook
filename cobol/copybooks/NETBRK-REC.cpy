       05  NB-NETWORK          PIC X(4).     *> "ATM ","ACH "
       05  NB-TXN-ID           PIC X(16).
       05  NB-ACCT-ID          PIC X(12).
       05  NB-SET-TYPE         PIC X(4).     *> "DEPO","WDRW","RDEP","RWDR"
       05  NB-KIND             PIC X(4).     *> "MISS" not settled,"EXTR" not posted,"AMT " amounts differ
       05  NB-OPEN-DATE        PIC 9(8).     *> run date the break was first found
       05  NB-OUR-AMOUNT       PIC S9(11)V99 COMP-3. *> as posted, 0 for "EXTR"
       05  NB-NET-AMOUNT       PIC S9(11)V99 COMP-3. *> as settled, 0 for "MISS"
       05  FILLER              PIC X(2).
