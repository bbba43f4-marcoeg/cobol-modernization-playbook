       05  NS-REC-TYPE         PIC X(1).     *> "T" settlement-type total, "I" item
       05  NS-SET-TYPE         PIC X(4).     *> "DEPO","WDRW","RDEP","RWDR"
       05  NS-TXN-ID           PIC X(16).    *> "I": our TXN-ID as presented
       05  NS-ACCT-ID          PIC X(12).    *> "I": ACCT-ID as presented
       05  NS-COUNT            PIC 9(7).     *> "T": items in the total
       05  NS-AMOUNT           PIC S9(11)V99 COMP-3. *> unsigned sense, as settled
       05  FILLER              PIC X(13).
