       05  MP-ACCT-ID          PIC X(12).
       05  MP-ENTER-DATE       PIC 9(8).     *> run date the item was queued
       05  MP-SEQ              PIC 9(3).     *> per account per MP-ENTER-DATE
       05  MP-REASON           PIC X(4).     *> "LIMT" limit raise,"UNFZ" unfreeze,"CLOS" close
       05  MP-PRIOR-STATUS     PIC X(1).     *> ACCT-STATUS when queued
       05  MP-PRIOR-LIMIT      PIC S9(9)V99  COMP-3. *> OVERDRAFT-LIMIT when queued
       05  MP-MAINT            PIC X(49).    *> the maint.dat record as keyed (MAINT-REC)
