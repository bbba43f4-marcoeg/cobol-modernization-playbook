
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IN-REC.
           COPY "ACCOUNT-REC.cpy".


       *> Product master carrying each product's daily accrual rate,
       *> so a new product's rate is file maintenance, not a rebuild.
       FD  PROD-FILE RECORD CONTAINS 81 CHARACTERS.
       01  PROD-REC.
           COPY "PROD-REC.cpy".

       *> to a non-zero amount, write the "INT " posting for DAILYPOST.
       ACCRUE-INTEREST.
           PERFORM SET-RATE-FOR-PRODUCT
           IF CD-TERM-MONTHS OF ACCT-IN-REC > 0
              PERFORM SET-RATE-FOR-TERM
           END-IF
           IF WS-RATE > 0 AND ACCT-STATUS OF ACCT-IN-REC = "A"
              COMPUTE WS-INTEREST ROUNDED =
                      CURR-BAL OF ACCT-IN-REC * WS-RATE
                 MOVE WS-PROD-RATE(PROD-PX) TO WS-RATE
           END-SEARCH.

       *> A term deposit earns the rate fixed for its term, not the
       *> product's rate of the day, until the maturity date. From
       *> the maturity date on, one renewing rolls into a new term
       *> at the product's current rate - CDMATUR prices the renewal
       *> from the same product record tonight - and one being paid
       *> out earns nothing more: its balance is leaving.
       SET-RATE-FOR-TERM.
           IF TODAY < CD-MATURITY-DATE OF ACCT-IN-REC
              MOVE CD-CONTRACT-RATE OF ACCT-IN-REC TO WS-RATE
           ELSE
              IF CD-RENEW-INSTR OF ACCT-IN-REC NOT = "R"
                 MOVE 0 TO WS-RATE
              END-IF
           END-IF.

       BUILD-INTEREST-TXN.
           ADD 1 TO WS-SEQ
           MOVE TODAY TO WS-TXN-ID-DATE
