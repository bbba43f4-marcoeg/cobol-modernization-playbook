
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IN-REC.
           COPY "ACCOUNT-REC.cpy".

       *> register/GL/settlement/history/audit trail and stamps
       *> CLOSE-DATE - the remittance clears the books like any
       *> other money movement instead of being keyed by hand.
       FD  MAINT-OUT RECORD CONTAINS 49 CHARACTERS.
       01  MAINT-OUT-REC.
           COPY "MAINT-REC.cpy".

           MOVE SPACE TO NEW-STATUS OF MAINT-OUT-REC
           MOVE 0 TO NEW-LIMIT OF MAINT-OUT-REC
           MOVE SPACES TO NEW-CYCLE OF MAINT-OUT-REC
           MOVE TODAY TO EFF-DATE OF MAINT-OUT-REC
           MOVE "BATCH" TO MAINT-ENTER-OPER OF MAINT-OUT-REC
           MOVE SPACES TO MAINT-APPR-OPER OF MAINT-OUT-REC.

       WRITE-REMIT-LINE.
           MOVE ACCT-ID OF ACCT-IN-REC  TO WS-RM-ACCT-ID
