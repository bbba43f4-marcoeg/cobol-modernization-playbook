       05  HIST-TXN-AMOUNT     PIC S9(9)V99  COMP-3.
       05  HIST-TXN-TS         PIC 9(14).    *> YYYYMMDDHHMMSS
       05  HIST-CHANNEL        PIC X(4).     *> "ATM ","BRCH","WEB ","ACH ","SYS "
       05  HIST-DISPOSITION    PIC X(4).     *> "PSTD","EXCP","UNMT","DUPL","STOP"
       05  HIST-EFFECT         PIC S9(9)V99  COMP-3. *> signed balance effect, 0 unless PSTD
       05  HIST-CURR-BAL       PIC S9(11)V99 COMP-3. *> balance after disposition
