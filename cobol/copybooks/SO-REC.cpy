       05  SO-DEBIT-ACCT-ID    PIC X(12).
       05  SO-ID               PIC X(8).     *> branch-assigned instruction number
       05  SO-CREDIT-ACCT-ID   PIC X(12).    *> transfer: account credited, else spaces
       05  SO-PAYEE            PIC X(16).    *> payment: external payee ref, else spaces
       05  SO-AMOUNT           PIC S9(9)V99  COMP-3.
       05  SO-FREQ             PIC X(1).     *> "W","F","S","M","Q","A"
       05  SO-DUE-DAY          PIC 9(2).     *> month-based: day of month paid
       05  SO-DUE-DAY2         PIC 9(2).     *> "S": second day of month paid
       05  SO-NEXT-DUE         PIC 9(8).     *> YYYYMMDD of the payment now due
       05  SO-END-DATE         PIC 9(8).     *> 0 or YYYYMMDD, last day it may fall due
       05  SO-PAY-LIMIT        PIC 9(3).     *> payments to make, 0 = until ended
       05  SO-PAY-COUNT        PIC 9(3).     *> payments made so far
       05  SO-STATUS           PIC X(1).     *> "A" active, "S" suspended
       05  SO-RETRY-COUNT      PIC 9(2).     *> NSF retries of the payment now due
       05  SO-LAST-TXN-ID      PIC X(16).    *> item awaiting its outcome, else spaces
       05  SO-LAST-GEN-DATE    PIC 9(8).     *> run date that item was generated for
       05  SO-LAST-PAID-DATE   PIC 9(8).     *> 0 or YYYYMMDD of the last payment
