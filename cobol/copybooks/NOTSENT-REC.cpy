       05  NT-LETTER           PIC X(4).     *> letter code the notice went out under
       05  NT-ACCT-ID          PIC X(12).
       05  NT-REF              PIC X(16).    *> what makes the event distinct, e.g. TXN-ID
       05  NT-FIRST-DATE       PIC 9(8).     *> run date the notice was produced
       05  NT-LAST-DATE        PIC 9(8).     *> last run date the event was still present
