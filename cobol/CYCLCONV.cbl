       *> carried byte for byte with the cycle seeded to spaces -
       *> unassigned - so a blank-cycle STMTGEN card statements
       *> everything until the branches assign cycles through the
       *> open feed and "CYCL" maintenance. The term-deposit
       *> fields are zeroed: no account that old is a term
       *> deposit. Any control labels on the old file are dropped
       *> - the output is staged as out/accounts_out.dat so the
       *> EODPROMO "ACCT" leg sorts it and puts fresh labels on as
       *> it promotes the first converted master, the same
       *> procedure ACCTCONV used for the LAST-ACT-DATE cutover.
       *>
       *> Cutover procedure:
       *>   1. Run this program. The untouched 66-byte master is
       *>   2. Delete data/accounts.dat and every
       *>      data/accounts_gen*.dat BEFORE the first EODPROMO
       *>      "ACCT" leg - its generation cycle would otherwise
       *>      read the 66-byte master through the current layout and
       *>      stage a misaligned generation 1. The cycle skips
       *>      files that do not exist.
       *>   3. Run the EODPROMO "ACCT" leg with the cutover switch
       *>      (byte 13 of data/eodpromo.ctl) set to "Y" to sort
       *>      and label the first converted master - the switch
       *>      waives the run log's predecessor check, which a
       *>      standalone conversion-night leg cannot satisfy.
       FD  OLD-FILE  RECORD CONTAINS 66 CHARACTERS.
       FD  OLD-SAVE  RECORD CONTAINS 66 CHARACTERS.
       01  OLD-SAVE-REC         PIC X(66).

       FD  ACCT-OUT  RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-OUT-REC.
           COPY "ACCOUNT-REC.cpy".

       CONVERT-ONE-ACCT.
           MOVE OLD-REC TO ACCT-OUT-REC(1:66)
           MOVE SPACES TO STMT-CYCLE OF ACCT-OUT-REC
           MOVE ZERO TO CD-TERM-MONTHS OF ACCT-OUT-REC
                        CD-MATURITY-DATE OF ACCT-OUT-REC
                        CD-CONTRACT-RATE OF ACCT-OUT-REC
           MOVE SPACES TO CD-RENEW-INSTR OF ACCT-OUT-REC
                          CD-PAYOUT-ACCT-ID OF ACCT-OUT-REC
           WRITE ACCT-OUT-REC
           ADD 1 TO WS-CONV-COUNT.
