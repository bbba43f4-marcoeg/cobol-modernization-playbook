       05  GLM-PRODUCT         PIC X(4).     *> "P": PRODUCT-CODE, else spaces
       05  GLM-TXN-CODE        PIC X(4).     *> "P": TXN-CODE of the extract line
       05  GLM-DRCR            PIC X(2).     *> "P": DR/CR of the extract line
       05  GLM-CHANNEL         PIC X(4).     *> "C": CHANNEL, "NSF " = NSF fee income, "BRK " = settlement breaks, else spaces
       05  GLM-GL-ACCT         PIC X(8).     *> ledger account number
