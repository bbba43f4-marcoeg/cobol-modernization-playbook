               ORGANIZATION IS SEQUENTIAL.
           SELECT CTL-FILE  ASSIGN TO "data/dailypost.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROD-FILE ASSIGN TO "data/products.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "data/runctl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       *> Branch-originated "OPEN" transactions for ACCT-IDs not yet on
       *> the master file - a distinct feed from TXN-REC.cpy's postings,
       *> since an OPEN carries account attributes DAILYPOST never sees.
       FD  OPEN-FILE RECORD CONTAINS 67 CHARACTERS.
       01  OPEN-IN-REC.
           COPY "OPEN-TXN-REC.cpy".

       *> position - the EODPROMO "ACCT" leg resorts accounts_out.dat
       *> by ACCT-ID when it stages tomorrow's master, the same as its
       *> "TXNS" leg does for INTACCR's interest postings.
       FD  ACCT-OUT  RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-OUT-REC.
           COPY "ACCOUNT-REC.cpy".

           05  CTL-RUN-DATE         PIC 9(8).
           05  CTL-RESTART-ACCT-ID  PIC X(12).

       *> Product master: a product with a standard term is a term
       *> deposit, and a new one is written with its term, maturity
       *> date and the product's rate of the day fixed as its
       *> contract rate.
       FD  PROD-FILE RECORD CONTAINS 81 CHARACTERS.
       01  PROD-REC.
           COPY "PROD-REC.cpy".

       *> Shared night-schedule run log, keyed on business date and
       *> program. Appending opens before RECONPRF has proved the
       *> rewritten master would poison the proof - an opening
       77  WS-RC-SELF       PIC X(12) VALUE "ACCTOPEN".
       77  WS-RC-PRED       PIC X(12) VALUE "RECONPRF".
       77  WS-OPEN-COUNT    PIC 9(9)  COMP-3 VALUE 0.
       77  EOF-PROD         PIC X     VALUE "N".
       77  WS-PROD-MAX      PIC 9(2)  VALUE 10.
       77  WS-PROD-COUNT    PIC 9(2)  COMP-3 VALUE 0.
       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY OCCURS 10 TIMES INDEXED BY PROD-PX.
               10  WS-PROD-CODE     PIC X(4).
               10  WS-PROD-RATE     PIC 9V9(6) COMP-3.
               10  WS-PROD-TERM     PIC 9(3).
       77  WS-PROD-FOUND    PIC X     VALUE "N".
           88  PROD-ENTRY-FOUND        VALUE "Y".

       *> Maturity arithmetic: a term runs whole calendar months
       *> from the open date, falling back to the month's last day
       *> when the month is too short for the open date's day.
       77  WS-TERM-ADD      PIC 9(3)  VALUE 0.
       77  WS-TERM-MONTHS   PIC 9(5)  COMP-3 VALUE 0.
       77  WS-TERM-YEARS    PIC 9(5)  COMP-3 VALUE 0.
       77  WS-TERM-MOD      PIC 9(2)  COMP-3 VALUE 0.
       01  WS-TERM-DATE.
           05  WS-TD-YEAR       PIC 9(4).
           05  WS-TD-MONTH      PIC 9(2).
           05  WS-TD-DAY        PIC 9(2).
       01  WS-TERM-DATE-N REDEFINES WS-TERM-DATE PIC 9(8).
       01  WS-MONTH-END.
           05  WS-ME-YEAR       PIC 9(4).
           05  WS-ME-MONTH      PIC 9(2).
           05  WS-ME-DAY        PIC 9(2).
       01  WS-MONTH-END-N REDEFINES WS-MONTH-END PIC 9(8).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-RUN-DATE
           PERFORM REGISTER-RUN-START
           PERFORM LOAD-PRODUCT-TABLE
           OPEN INPUT  OPEN-FILE
           OPEN EXTEND ACCT-OUT
           PERFORM UNTIL EOF-OPEN = "Y"
           *> statement runs stagger across the month instead of the
           *> whole bank mailing on one day.
           MOVE STMT-CYCLE OF OPEN-IN-REC
                TO STMT-CYCLE OF ACCT-OUT-REC
           PERFORM SET-TERM-FIELDS.

       *> A demand account carries no term whatever the feed says.
       *> A term deposit takes the term the branch sold, or the
       *> product's standard term when none was given, and fixes the
       *> product's rate of the day for that term. Renewal is the
       *> default instruction: a payout with no account to pay to
       *> would strand the money, so it renews instead.
       SET-TERM-FIELDS.
           MOVE 0 TO CD-TERM-MONTHS OF ACCT-OUT-REC
                     CD-MATURITY-DATE OF ACCT-OUT-REC
                     CD-CONTRACT-RATE OF ACCT-OUT-REC
           MOVE SPACES TO CD-RENEW-INSTR OF ACCT-OUT-REC
                          CD-PAYOUT-ACCT-ID OF ACCT-OUT-REC
           PERFORM FIND-PRODUCT
           IF PROD-ENTRY-FOUND AND WS-PROD-TERM(PROD-PX) > 0
              IF CD-TERM-MONTHS OF OPEN-IN-REC > 0
                 MOVE CD-TERM-MONTHS OF OPEN-IN-REC TO WS-TERM-ADD
              ELSE
                 MOVE WS-PROD-TERM(PROD-PX) TO WS-TERM-ADD
              END-IF
              MOVE WS-TERM-ADD TO CD-TERM-MONTHS OF ACCT-OUT-REC
              MOVE OPEN-DATE OF OPEN-IN-REC TO WS-TERM-DATE-N
              PERFORM ADD-TERM-TO-DATE
              MOVE WS-TERM-DATE-N TO CD-MATURITY-DATE OF ACCT-OUT-REC
              MOVE WS-PROD-RATE(PROD-PX)
                   TO CD-CONTRACT-RATE OF ACCT-OUT-REC
              IF CD-RENEW-INSTR OF OPEN-IN-REC = "P"
                 AND CD-PAYOUT-ACCT-ID OF OPEN-IN-REC NOT = SPACES
                 MOVE "P" TO CD-RENEW-INSTR OF ACCT-OUT-REC
                 MOVE CD-PAYOUT-ACCT-ID OF OPEN-IN-REC
                      TO CD-PAYOUT-ACCT-ID OF ACCT-OUT-REC
              ELSE
                 MOVE "R" TO CD-RENEW-INSTR OF ACCT-OUT-REC
              END-IF
           END-IF.

       *> Step WS-TERM-DATE forward WS-TERM-ADD calendar months. The
       *> last day of the landing month is the day before the first
       *> of the month after it.
       ADD-TERM-TO-DATE.
           COMPUTE WS-TERM-MONTHS = WS-TD-MONTH - 1 + WS-TERM-ADD
           DIVIDE WS-TERM-MONTHS BY 12 GIVING WS-TERM-YEARS
                  REMAINDER WS-TERM-MOD
           ADD WS-TERM-YEARS TO WS-TD-YEAR
           COMPUTE WS-TD-MONTH = WS-TERM-MOD + 1
           IF WS-TD-DAY > 28
              MOVE WS-TD-YEAR TO WS-ME-YEAR
              COMPUTE WS-ME-MONTH = WS-TD-MONTH + 1
              IF WS-ME-MONTH > 12
                 MOVE 1 TO WS-ME-MONTH
                 ADD 1 TO WS-ME-YEAR
              END-IF
              MOVE 1 TO WS-ME-DAY
              COMPUTE WS-MONTH-END-N = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-MONTH-END-N) - 1)
              IF WS-TD-DAY > WS-ME-DAY
                 MOVE WS-ME-DAY TO WS-TD-DAY
              END-IF
           END-IF.

       *> A product not on the master opens as a demand account.
       FIND-PRODUCT.
           MOVE "N" TO WS-PROD-FOUND
           SET PROD-PX TO 1
           SEARCH WS-PROD-ENTRY
              AT END
                 CONTINUE
              WHEN PROD-PX > WS-PROD-COUNT
                 CONTINUE
              WHEN WS-PROD-CODE(PROD-PX) =
                   PRODUCT-CODE OF OPEN-IN-REC
                 MOVE "Y" TO WS-PROD-FOUND
           END-SEARCH.

       LOAD-PRODUCT-TABLE.
           OPEN INPUT PROD-FILE
           PERFORM UNTIL EOF-PROD = "Y"
              READ PROD-FILE
                 AT END MOVE "Y" TO EOF-PROD
              NOT AT END
                 IF WS-PROD-COUNT >= WS-PROD-MAX
                    DISPLAY "ACCTOPEN: PRODUCT TABLE FULL AT "
                       WS-PROD-MAX " - RAISE WS-PROD-MAX AND RERUN "
                       "- ABENDING"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-PROD-COUNT
                 SET PROD-PX TO WS-PROD-COUNT
                 MOVE PROD-CODE        TO WS-PROD-CODE(PROD-PX)
                 MOVE PROD-ACCR-RATE   TO WS-PROD-RATE(PROD-PX)
                 MOVE PROD-TERM-MONTHS TO WS-PROD-TERM(PROD-PX)
              END-READ
           END-PERFORM
           CLOSE PROD-FILE.

       *> Register this run on the shared run log before any work
       *> moves: a completed entry for this date means a double run
