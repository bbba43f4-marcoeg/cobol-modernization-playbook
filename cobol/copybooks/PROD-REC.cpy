       05  PROD-WAIVE-BAL      PIC 9(7)V99.  *> minimum balance waiving it
       05  PROD-ITEM-LIMIT     PIC 9(3).     *> monthly withdrawal allowance
       05  PROD-ITEM-FEE       PIC 9(3)V99.  *> charge per item past it
       05  PROD-ODP-FEE        PIC 9(3)V99.  *> per overdraft-protection sweep
       05  PROD-TERM-MONTHS    PIC 9(3).     *> standard term, 0 = demand product
       05  PROD-EWP-DAYS       PIC 9(3).     *> days' interest, early withdrawal
       05  PROD-NSF-FEE        PIC 9(3)V99.  *> per insufficient-funds item, 0 = waived
       05  PROD-NSF-DAY-MAX    PIC 9(2).     *> most NSF fees per account per day, 0 = no cap
