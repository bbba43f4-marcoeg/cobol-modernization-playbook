       05  MB-ACCT-ID          PIC X(12).
       05  MB-MONTH            PIC 9(6).     *> YYYYMM accumulated
       05  MB-FIRST-DATE       PIC 9(8).     *> first day counted: 1st, or open date
       05  MB-LAST-DATE        PIC 9(8).     *> last day counted so far
       05  MB-DAYS             PIC 9(3).     *> days counted, MB-FIRST-DATE thru MB-LAST-DATE
       05  MB-BAL-SUM          PIC S9(15)V99 COMP-3. *> sum of end-of-day balances
       05  MB-LOW-BAL          PIC S9(11)V99 COMP-3. *> lowest end-of-day balance
       05  MB-LAST-BAL         PIC S9(11)V99 COMP-3. *> end-of-day balance on MB-LAST-DATE
