               ORGANIZATION IS SEQUENTIAL.
           SELECT PROD-FILE ASSIGN TO "data/products.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MTDBAL-FILE ASSIGN TO "data/mtd_bal.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "data/runctl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IN-REC.
           COPY "ACCOUNT-REC.cpy".

       *> Product master carrying the published service-charge
       *> schedule per PRODUCT-CODE, replacing the literals this
       *> program started with.
       FD  PROD-FILE RECORD CONTAINS 81 CHARACTERS.
       01  PROD-REC.
           COPY "PROD-REC.cpy".

       *> DAILYPOST's month-to-date balance accumulator, in ACCT-ID
       *> and month order, matched against the master so the
       *> minimum-balance waiver is earned on the month's average
       *> daily balance rather than whatever the balance happens to
       *> be on the night the charge is made.
       FD  MTDBAL-FILE RECORD CONTAINS 60 CHARACTERS.
       01  MTDBAL-IN-REC.
           COPY "MTDBAL-REC.cpy".

       *> Shared night-schedule run log, keyed on business date and
       *> program, carried across runs. Each program registers its
       *> start and completion here and refuses to start when its
       *> being assessed, pulled off the keyed archive.
       77  WS-ACCT-ITEMS    PIC 9(5)       COMP-3 VALUE 0.

       *> The balance the waiver is tested against: the month's
       *> average daily balance, with every day since the
       *> accumulator was last stepped counted at the balance the
       *> account carries into tonight. An account with no month on
       *> the accumulator is tested on that balance alone.
       77  EOF-MB           PIC X          VALUE "N".
       77  WS-WAIVE-TEST    PIC S9(11)V99  COMP-3 VALUE 0.
       77  WS-MB-GAP        PIC S9(5)      COMP-3 VALUE 0.
       77  WS-MB-ADB-DAYS   PIC S9(5)      COMP-3 VALUE 0.


       *> Run-control registration state; counts are reported to the
       *> run log at completion.
           PERFORM GET-RUN-DATE
           PERFORM REGISTER-RUN-START
           PERFORM LOAD-PRODUCT-TABLE
           OPEN INPUT  ACCT-FILE HIST-IDX MTDBAL-FILE
           OPEN EXTEND TXN-FILE
           PERFORM READ-NEXT-MTDBAL
           PERFORM UNTIL EOF-ACCT = "Y"
              READ ACCT-FILE
                  AT END MOVE "Y" TO EOF-ACCT
                 END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE ACCT-FILE HIST-IDX TXN-FILE MTDBAL-FILE
           PERFORM REGISTER-RUN-END
           GOBACK.

       ASSESS-ONE-ACCT.
           PERFORM SET-FEES-FOR-PRODUCT
           IF ACCT-STATUS OF ACCT-IN-REC = "A"
              PERFORM SET-WAIVER-BALANCE
              IF WS-MONTHLY-FEE > 0
                 AND WS-WAIVE-TEST < WS-WAIVE-BAL
                 COMPUTE WS-FEE-AMT = 0 - WS-MONTHLY-FEE
                 PERFORM BUILD-FEE-TXN
                 WRITE TXN-OUT-REC
              END-IF
           END-IF.

       READ-NEXT-MTDBAL.
           READ MTDBAL-FILE
              AT END MOVE "Y" TO EOF-MB
           END-READ.

       *> Position the accumulator at this account's record for the
       *> month being assessed and work out the average daily
       *> balance it earns the waiver on.
       SET-WAIVER-BALANCE.
           MOVE CURR-BAL OF ACCT-IN-REC TO WS-WAIVE-TEST
           PERFORM UNTIL EOF-MB = "Y"
                    OR MB-ACCT-ID > ACCT-ID OF ACCT-IN-REC
                    OR (MB-ACCT-ID = ACCT-ID OF ACCT-IN-REC
                        AND MB-MONTH >= WS-MONTH)
              PERFORM READ-NEXT-MTDBAL
           END-PERFORM
           IF EOF-MB = "N"
              AND MB-ACCT-ID = ACCT-ID OF ACCT-IN-REC
              AND MB-MONTH = WS-MONTH
              AND MB-DAYS > 0
              MOVE 0 TO WS-MB-GAP
              IF MB-LAST-DATE < TODAY
                 COMPUTE WS-MB-GAP = FUNCTION INTEGER-OF-DATE(TODAY)
                        - FUNCTION INTEGER-OF-DATE(MB-LAST-DATE)
              END-IF
              COMPUTE WS-MB-ADB-DAYS = MB-DAYS + WS-MB-GAP
              COMPUTE WS-WAIVE-TEST ROUNDED =
                      (MB-BAL-SUM + CURR-BAL OF ACCT-IN-REC * WS-MB-GAP)
                      / WS-MB-ADB-DAYS
           END-IF.

       *> A product with no record on the master is not assessed.
       LOAD-PRODUCT-TABLE.
           OPEN INPUT PROD-FILE
