       05  NEW-LIMIT           PIC S9(9)V99  COMP-3.
       05  NEW-CYCLE           PIC X(2).     *> "CYCL": statement cycle
       05  EFF-DATE            PIC 9(8).     *> YYYYMMDD
       05  MAINT-ENTER-OPER    PIC X(8).     *> keying operator, "BATCH" if system-raised
       05  MAINT-APPR-OPER     PIC X(8).     *> approving operator (MAINTAPPR)
