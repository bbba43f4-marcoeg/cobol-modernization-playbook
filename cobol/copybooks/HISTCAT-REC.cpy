       05  HC-VOLUME-MONTH     PIC 9(6).     *> YYYYMM of the postings on the volume
       05  HC-VOLUME-DSN       PIC X(30).    *> "data/hist_arch_YYYYMM.dat"
       05  HC-FIRST-DATE       PIC 9(8).     *> earliest HIST-POST-DATE on the volume
       05  HC-LAST-DATE        PIC 9(8).     *> latest HIST-POST-DATE on the volume
       05  HC-REC-COUNT        PIC 9(9).     *> records, equal to the volume trailer
       05  HC-AMT-TOTAL        PIC S9(13)V99 COMP-3. *> HIST-TXN-AMOUNT hash, as trailer
       05  HC-THRU-CUTOFF      PIC 9(8).     *> postings before this date are on it
       05  HC-WRITTEN-DATE     PIC 9(8).     *> staged date of the run that last wrote it
