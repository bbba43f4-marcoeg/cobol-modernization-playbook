       05  START-BAL           PIC S9(11)V99 COMP-3.
       05  OVERDRAFT-LIMIT     PIC S9(9)V99  COMP-3.
       05  STMT-CYCLE          PIC X(2).     *> statement cycle assigned at open
       05  CD-TERM-MONTHS      PIC 9(3).     *> term deposit: 0 = product standard
       05  CD-RENEW-INSTR      PIC X(1).     *> "R" renew at maturity, "P" pay out
       05  CD-PAYOUT-ACCT-ID   PIC X(12).    *> "P": account paid at maturity
