       05  PC-RUN-DATE         PIC 9(8).     *> CTL-RUN-DATE of the partition run
       05  PC-PART-NO          PIC 9(2).
       05  PC-LOW-ACCT-ID      PIC X(12).    *> range runs above this key ...
       05  PC-HIGH-ACCT-ID     PIC X(12).    *> ... through this one
       05  PC-ACCT-COUNT       PIC 9(9).     *> master records in range
       05  PC-TXN-COUNT        PIC 9(9).     *> transaction records in range
       05  PC-TXN-HASH         PIC S9(13)V99 COMP-3. *> their TXN-AMOUNT total
       05  PC-MAINT-COUNT      PIC 9(9).     *> maintenance records in range
