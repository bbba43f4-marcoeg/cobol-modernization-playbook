
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IN-REC.
           COPY "ACCOUNT-REC.cpy".

       *> an opening balance a branch submits with an OPEN never
       *> passes through the GL extract, so it would show as a
       *> spurious out-of-balance here.
       FD  ACCT-OUT  RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-OUT-REC.
           COPY "ACCOUNT-REC.cpy".

           END-PERFORM.

       *> De-edit each GL line's amount and take it CR plus, DR
       *> minus - except "FEE " and the NSF-fee "NSF " line, whose
       *> amounts are balance-signed (a debit fee is negative) and
       *> ride a DR line already carrying their own direction, so
       *> they add as-is.
       TOTAL-GL-MOVEMENT.
           PERFORM UNTIL EOF-GL = "Y"
              READ GL-FILE
              NOT AT END
                 MOVE GL-AMOUNT TO WS-GL-AMT
                 EVALUATE TRUE
                    WHEN GL-TXN-CODE = "FEE " OR GL-TXN-CODE = "NSF "
                       ADD WS-GL-AMT TO WS-MOVEMENT
                    WHEN GL-DRCR-IND = "CR"
                       ADD WS-GL-AMT TO WS-MOVEMENT
