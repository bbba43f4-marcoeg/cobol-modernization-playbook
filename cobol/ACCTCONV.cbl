       *> LAST-ACT-DATE existed was 58 bytes. Each old record is
       *> carried byte for byte into the current layout with
       *> LAST-ACT-DATE seeded to zero, so DORMSWEEP's OPEN-DATE
       *> fallback applies until real activity stamps it,
       *> STMT-CYCLE seeded to spaces - unassigned - and the
       *> term-deposit fields zeroed, since every account on a
       *> master that old is a demand account. Any control
       *> labels on the old file are dropped - the output is staged
       *> as out/accounts_out.dat so the EODPROMO "ACCT" leg sorts
       *> it and puts fresh labels on as it promotes the first
       FD  OLD-SAVE  RECORD CONTAINS 58 CHARACTERS.
       01  OLD-SAVE-REC         PIC X(58).

       FD  ACCT-OUT  RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-OUT-REC.
           COPY "ACCOUNT-REC.cpy".

           MOVE OLD-REC TO ACCT-OUT-REC(1:58)
           MOVE ZERO TO LAST-ACT-DATE OF ACCT-OUT-REC
           MOVE SPACES TO STMT-CYCLE OF ACCT-OUT-REC
           MOVE ZERO TO CD-TERM-MONTHS OF ACCT-OUT-REC
                        CD-MATURITY-DATE OF ACCT-OUT-REC
                        CD-CONTRACT-RATE OF ACCT-OUT-REC
           MOVE SPACES TO CD-RENEW-INSTR OF ACCT-OUT-REC
                          CD-PAYOUT-ACCT-ID OF ACCT-OUT-REC
           WRITE ACCT-OUT-REC
           ADD 1 TO WS-CONV-COUNT.
