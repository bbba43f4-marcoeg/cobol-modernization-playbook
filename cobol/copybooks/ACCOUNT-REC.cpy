       05  CLOSE-DATE          PIC 9(8).     *> 0 or YYYYMMDD
       05  LAST-ACT-DATE       PIC 9(8).     *> 0 or YYYYMMDD, last customer posting
       05  STMT-CYCLE          PIC X(2).     *> statement cycle, spaces = unassigned
       05  CD-TERM-MONTHS      PIC 9(3).     *> term deposit: months, 0 = demand acct
       05  CD-MATURITY-DATE    PIC 9(8).     *> 0 or YYYYMMDD, end of the current term
       05  CD-CONTRACT-RATE    PIC 9V9(6).   *> daily rate fixed for the current term
       05  CD-RENEW-INSTR      PIC X(1).     *> "R" renew at maturity, "P" pay out
       05  CD-PAYOUT-ACCT-ID   PIC X(12).    *> "P": account paid at maturity
