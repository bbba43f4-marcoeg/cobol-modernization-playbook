       05  STOP-ACCT-ID        PIC X(12).
       05  STOP-ID             PIC X(8).     *> branch-assigned stop number
       05  STOP-AMT-LOW        PIC S9(9)V99  COMP-3. *> low = high: exact amount
       05  STOP-AMT-HIGH       PIC S9(9)V99  COMP-3. *> zero = no upper bound
       05  STOP-CHANNEL        PIC X(4).     *> "ACH ","ATM ",..., spaces = any
       05  STOP-PATTERN        PIC X(16).    *> TXN-ID/originator prefix, spaces = any
       05  STOP-EFF-DATE       PIC 9(8).     *> first day items are stopped
       05  STOP-EXP-DATE       PIC 9(8).     *> last day items are stopped
