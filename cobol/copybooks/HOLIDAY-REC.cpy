       05  HOL-DATE            PIC 9(8).     *> YYYYMMDD the bank is closed
       05  HOL-NAME            PIC X(30).
       05  FILLER              PIC X(2).
