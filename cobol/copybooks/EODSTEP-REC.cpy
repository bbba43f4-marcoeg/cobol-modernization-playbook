       05  ES-BUS-DATE         PIC 9(8).     *> business date (CTL-RUN-DATE)
       05  ES-LEG              PIC X(4).     *> "TXNS","ACCT"
       05  ES-STEP             PIC X(12).    *> step name within the leg
       05  ES-STATUS           PIC X(4).     *> "STRT","DONE"
       05  ES-TS               PIC 9(14).    *> YYYYMMDDHHMMSS written
       05  ES-COUNTS.                        *> the step's own figures,
           10  ES-COUNT        PIC 9(9) OCCURS 6 TIMES. *> on "DONE"
