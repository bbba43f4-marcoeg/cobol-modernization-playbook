       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE  ASSIGN TO "data/accounts.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OLD-SAVE  ASSIGN TO "data/accounts_preterm.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCT-OUT  ASSIGN TO "out/accounts_out.dat"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       *> One-time cutover conversion: the account master before
       *> the term-deposit fields existed was 68 bytes. Each old
       *> record is carried byte for byte with CD-TERM-MONTHS,
       *> CD-MATURITY-DATE and CD-CONTRACT-RATE zeroed and the
       *> renewal instruction and payout account blank - every
       *> account on the old master is a demand account, which is
       *> exactly what a zero term means to INTACCR, DAILYPOST and
       *> CDMATUR. Any control labels on the old file are dropped -
       *> the output is staged as out/accounts_out.dat so the
       *> EODPROMO "ACCT" leg sorts it and puts fresh labels on as
       *> it promotes the first converted master, the same
       *> procedure CYCLCONV used for the STMT-CYCLE cutover.
       *>
       *> Cutover procedure:
       *>   1. Run this program. The untouched 68-byte master is
       *>      saved to data/accounts_preterm.dat as the conversion
       *>      night's fallback copy.
       *>   2. Delete data/accounts.dat and every
       *>      data/accounts_gen*.dat BEFORE the first EODPROMO
       *>      "ACCT" leg - its generation cycle would otherwise
       *>      read the 68-byte master through the current layout
       *>      and stage a misaligned generation 1. The cycle skips
       *>      files that do not exist.
       *>   3. Run the EODPROMO "ACCT" leg with the cutover switch
       *>      (byte 13 of data/eodpromo.ctl) set to "Y" to sort
       *>      and label the first converted master - the switch
       *>      waives the run log's predecessor check, which a
       *>      standalone conversion-night leg cannot satisfy.
       *>   4. Reload data/products.dat in its current layout, with
       *>      the standard term and early-withdrawal days on every
       *>      product (zero on the demand products), before the
       *>      next night's INTACCR.
       FD  OLD-FILE  RECORD CONTAINS 68 CHARACTERS.
       01  OLD-REC              PIC X(68).

       *> Byte-for-byte copy of the master as it was before the
       *> conversion - the fallback for the one night the normal
       *> generation files are not there.
       FD  OLD-SAVE  RECORD CONTAINS 68 CHARACTERS.
       01  OLD-SAVE-REC         PIC X(68).

       FD  ACCT-OUT  RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-OUT-REC.
           COPY "ACCOUNT-REC.cpy".

       WORKING-STORAGE SECTION.
       77  EOF-OLD          PIC X     VALUE "N".
       77  WS-CONV-COUNT    PIC 9(7)  COMP-3 VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT  OLD-FILE
           OPEN OUTPUT ACCT-OUT OLD-SAVE
           PERFORM UNTIL EOF-OLD = "Y"
              READ OLD-FILE
                  AT END MOVE "Y" TO EOF-OLD
              NOT AT END
                 WRITE OLD-SAVE-REC FROM OLD-REC
                 IF OLD-REC(1:3) NOT = "HDR"
                    AND OLD-REC(1:3) NOT = "TRL"
                    PERFORM CONVERT-ONE-ACCT
                 END-IF
              END-READ
           END-PERFORM
           CLOSE OLD-FILE ACCT-OUT OLD-SAVE
           DISPLAY "TERMCONV: " WS-CONV-COUNT " ACCOUNTS CONVERTED"
           GOBACK.

       CONVERT-ONE-ACCT.
           MOVE OLD-REC TO ACCT-OUT-REC(1:68)
           MOVE ZERO TO CD-TERM-MONTHS OF ACCT-OUT-REC
                        CD-MATURITY-DATE OF ACCT-OUT-REC
                        CD-CONTRACT-RATE OF ACCT-OUT-REC
           MOVE SPACES TO CD-RENEW-INSTR OF ACCT-OUT-REC
                          CD-PAYOUT-ACCT-ID OF ACCT-OUT-REC
           WRITE ACCT-OUT-REC
           ADD 1 TO WS-CONV-COUNT.
