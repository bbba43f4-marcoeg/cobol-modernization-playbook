       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDMATUR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "data/accounts.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TXN-FILE  ASSIGN TO "data/txns.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CDREN-FILE ASSIGN TO "data/cd_renew.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CTL-FILE  ASSIGN TO "data/dailypost.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROD-FILE ASSIGN TO "data/products.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAT-RPT   ASSIGN TO "out/cd_maturity.rpt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LAD-RPT   ASSIGN TO "out/cd_ladder.rpt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "data/runctl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IN-REC.
           COPY "ACCOUNT-REC.cpy".

       *> Payouts of matured term deposits are appended here ahead
       *> of the DAILYPOST run - after the feed's trailer, the same
       *> as INTACCR's interest, FEEASSESS's service charges and
       *> SOGEN's standing orders - so the EODPROMO "TXNS" leg
       *> follows this program to resort the file and rebuild the
       *> control labels over these appends.
       FD  TXN-FILE  RECORD CONTAINS 72 CHARACTERS.
       01  TXN-OUT-REC.
           COPY "TXN-REC.cpy".

       *> Tonight's renewals, rewritten in full each run. DAILYPOST
       *> rolls each one onto the master after the day's postings,
       *> so a withdrawal dated the maturity day is still taken
       *> against the old term.
       FD  CDREN-FILE RECORD CONTAINS 43 CHARACTERS.
       01  CDREN-REC.
           COPY "CDRENEW-REC.cpy".

       *> Shares the same run-date parameter card as DAILYPOST, which
       *> also carries the restart ACCT-ID this program has no use for
       *> but must still lay out the record to match the shared file.
       FD  CTL-FILE  RECORD CONTAINS 20 CHARACTERS.
       01  CTL-REC.
           05  CTL-RUN-DATE         PIC 9(8).
           05  CTL-RESTART-ACCT-ID  PIC X(12).

       *> Product master: the standard term and the current rate a
       *> renewing deposit rolls into.
       FD  PROD-FILE RECORD CONTAINS 81 CHARACTERS.
       01  PROD-REC.
           COPY "PROD-REC.cpy".

       *> One line per deposit matured tonight, for the branches:
       *> what was renewed at what rate, and what was paid where.
       FD  MAT-RPT   RECORD CONTAINS 80 CHARACTERS.
       01  MAT-RPT-REC          PIC X(80).

       *> Treasury's view of the book still to mature: count and
       *> balance by week of maturity and product.
       FD  LAD-RPT   RECORD CONTAINS 80 CHARACTERS.
       01  LAD-RPT-REC          PIC X(80).

       *> Shared night-schedule run log, keyed on business date and
       *> program, carried across runs. Each program registers its
       *> start and completion here and refuses to start when its
       *> predecessor for the date has not completed or when it has
       *> itself already completed - a double run or an out-of-order
       *> run abends at open instead of surfacing as a balancing
       *> mystery.
       FD  RUNCTL-FILE RECORD CONTAINS 74 CHARACTERS.
       01  RUNCTL-REC.
           COPY "RUNCTL-REC.cpy".

       WORKING-STORAGE SECTION.
       77  EOF-ACCT         PIC X          VALUE "N".
       77  EOF-PROD         PIC X          VALUE "N".
       77  WS-PROD-MAX      PIC 9(2)       VALUE 10.
       77  WS-PROD-COUNT    PIC 9(2)       COMP-3 VALUE 0.
       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY OCCURS 10 TIMES INDEXED BY PROD-PX.
               10  WS-PROD-CODE     PIC X(4).
               10  WS-PROD-RATE     PIC 9V9(6) COMP-3.
               10  WS-PROD-TERM     PIC 9(3).
       77  WS-PROD-FOUND    PIC X          VALUE "N".
           88  PROD-ENTRY-FOUND            VALUE "Y".
       77  TODAY            PIC 9(8)       VALUE ZERO.
       77  WS-SEQ           PIC 9(4)       COMP-3 VALUE 0.
       77  WS-RENEW-COUNT   PIC 9(7)       COMP-3 VALUE 0.
       77  WS-HELD-COUNT    PIC 9(7)       COMP-3 VALUE 0.

       *> Run-control registration state; counts are reported to the
       *> run log at completion.
       77  WS-RUN-STATUS    PIC X(2)       VALUE "00".
       77  WS-RC-SELF       PIC X(12)      VALUE "CDMATUR".
       77  WS-RC-PRED       PIC X(12)      VALUE "SOGEN".
       77  WS-ACCT-READ     PIC 9(9)       COMP-3 VALUE 0.

       01  WS-TXN-ID.
           05  WS-TXN-ID-PFX    PIC X(4)  VALUE "CDMP".
           05  WS-TXN-ID-DATE   PIC 9(8).
           05  WS-TXN-ID-SEQ    PIC 9(4).

       *> Maturity arithmetic: a term runs whole calendar months
       *> from the old maturity date, falling back to the month's
       *> last day when the month is too short - the same rule
       *> ACCTOPEN sets the first maturity by.
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

       *> Maturity ladder: thirteen weekly buckets counted from the
       *> run date, the fourteenth collecting everything beyond a
       *> quarter out, each split by product in product-table order.
       77  WS-LAD-WEEKS     PIC 9(2)       VALUE 14.
       77  WS-WEEK          PIC 9(2)       VALUE 0.
       77  WS-PROD-IX       PIC 9(2)       VALUE 0.
       77  WS-DAYS-OUT      PIC 9(7)       VALUE 0.
       01  WS-LAD-TABLE.
           05  WS-LAD-WEEK OCCURS 14 TIMES.
               10  WS-LAD-PROD OCCURS 10 TIMES.
                   15  WS-LAD-COUNT     PIC 9(7)     COMP-3 VALUE 0.
                   15  WS-LAD-BAL       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-LAD-PROD-TOTALS.
           05  WS-LPT-ENTRY OCCURS 10 TIMES.
               10  WS-LPT-COUNT     PIC 9(7)     COMP-3 VALUE 0.
               10  WS-LPT-BAL       PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-LAD-TOT-COUNT PIC 9(7)       COMP-3 VALUE 0.
       77  WS-LAD-TOT-BAL   PIC S9(13)V99  COMP-3 VALUE 0.

       01  WS-MAT-HEAD.
           05  FILLER           PIC X(27)
               VALUE "CD MATURITY PROCESSING FOR ".
           05  WS-MH-DATE       PIC 9(8).
           05  FILLER           PIC X(45) VALUE SPACES.

       01  WS-MAT-LINE.
           05  WS-ML-ACCT-ID    PIC X(12).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-ML-PRODUCT    PIC X(4).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-ML-MATURITY   PIC 9(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-ML-ACTION     PIC X(12).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-ML-AMOUNT     PIC -(10)9.99.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-ML-DETAIL     PIC X(24).

       01  WS-RENEW-DETAIL.
           05  WS-RD-MATURITY   PIC 9(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RD-RATE       PIC 9.9(6).
           05  FILLER           PIC X(7)  VALUE SPACES.

       01  WS-MAT-TOTAL-LINE.
           05  FILLER           PIC X(10) VALUE "RENEWED: ".
           05  WS-MT-RENEWED    PIC ZZZ,ZZ9.
           05  FILLER           PIC X(11) VALUE "  PAID OUT:".
           05  WS-MT-PAID       PIC ZZZ,ZZ9.
           05  FILLER           PIC X(9)  VALUE "  HELD:".
           05  WS-MT-HELD       PIC ZZZ,ZZ9.
           05  FILLER           PIC X(29) VALUE SPACES.

       01  WS-LAD-HEAD.
           05  FILLER           PIC X(25)
               VALUE "CD MATURITY LADDER AS OF ".
           05  WS-LH-DATE       PIC 9(8).
           05  FILLER           PIC X(47) VALUE SPACES.

       01  WS-LAD-COLS.
           05  FILLER           PIC X(40)
               VALUE "WEEK  ENDING   PRODUCT    COUNT         ".
           05  FILLER           PIC X(40)
               VALUE "BALANCE                                 ".

       01  WS-LAD-LINE.
           05  WS-LL-WEEK       PIC X(5).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-LL-ENDING     PIC X(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-LL-PRODUCT    PIC X(4).
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  WS-LL-COUNT      PIC ZZZ,ZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-LL-BAL        PIC -(13)9.99.
           05  FILLER           PIC X(32) VALUE SPACES.

       01  WS-LL-WEEK-NUM.
           05  FILLER           PIC X(3)  VALUE "WK ".
           05  WS-LLW-NUM       PIC 99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-RUN-DATE
           PERFORM REGISTER-RUN-START
           PERFORM LOAD-PRODUCT-TABLE
           OPEN INPUT  ACCT-FILE
           OPEN EXTEND TXN-FILE
           OPEN OUTPUT CDREN-FILE MAT-RPT LAD-RPT
           MOVE TODAY TO WS-MH-DATE
           WRITE MAT-RPT-REC FROM WS-MAT-HEAD
           PERFORM UNTIL EOF-ACCT = "Y"
              READ ACCT-FILE
                  AT END MOVE "Y" TO EOF-ACCT
              NOT AT END
                 *> The master carries control labels; the header is
                 *> stepped over and the trailer is end-of-data.
                 EVALUATE TRUE
                    WHEN ACCT-IN-REC(1:3) = "TRL"
                       MOVE "Y" TO EOF-ACCT
                    WHEN ACCT-IN-REC(1:3) = "HDR"
                       CONTINUE
                    WHEN OTHER
                       ADD 1 TO WS-ACCT-READ
                       *> A deposit closed on or before the run date is
                       *> neither matured nor laddered; a close stamps
                       *> CLOSE-DATE and leaves the status as it was.
                       IF CD-TERM-MONTHS OF ACCT-IN-REC > 0
                          AND (CLOSE-DATE OF ACCT-IN-REC = 0
                               OR CLOSE-DATE OF ACCT-IN-REC > TODAY)
                          PERFORM PROCESS-TERM-ACCT
                       END-IF
                 END-EVALUATE
              END-READ
           END-PERFORM
           MOVE WS-RENEW-COUNT TO WS-MT-RENEWED
           MOVE WS-SEQ         TO WS-MT-PAID
           MOVE WS-HELD-COUNT  TO WS-MT-HELD
           WRITE MAT-RPT-REC FROM WS-MAT-TOTAL-LINE
           PERFORM WRITE-LADDER-REPORT
           CLOSE ACCT-FILE TXN-FILE CDREN-FILE MAT-RPT LAD-RPT
           PERFORM REGISTER-RUN-END
           GOBACK.

       *> Read the run's processing date from the same parameter card
       *> DAILYPOST uses, so maturities are taken for the correct day.
       GET-RUN-DATE.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
              AT END
                 DISPLAY "CDMATUR: MISSING RUN-DATE PARAMETER CARD"
                 CLOSE CTL-FILE
                 STOP RUN
           END-READ
           MOVE CTL-RUN-DATE TO TODAY
           CLOSE CTL-FILE.

       *> A deposit at or past its maturity date is renewed or paid
       *> out tonight; one still running goes on the ladder. A
       *> deposit matured on a night this program did not run is
       *> picked up on the next night it does.
       PROCESS-TERM-ACCT.
           IF CD-MATURITY-DATE OF ACCT-IN-REC > TODAY
              PERFORM ADD-TO-LADDER
           ELSE
              IF CD-RENEW-INSTR OF ACCT-IN-REC = "P"
                 PERFORM PAY-OUT-MATURED
              ELSE
                 PERFORM RENEW-MATURED
              END-IF
           END-IF.

       *> The renewal rolls the maturity forward one more term from
       *> the old maturity date - not from today - at the product's
       *> rate of the night. DAILYPOST applies it only while the
       *> master still shows the maturity this record was priced
       *> from, so a rerun can never roll a deposit twice.
       RENEW-MATURED.
           PERFORM FIND-PRODUCT
           MOVE CD-MATURITY-DATE OF ACCT-IN-REC TO WS-TERM-DATE-N
           MOVE CD-TERM-MONTHS OF ACCT-IN-REC TO WS-TERM-ADD
           PERFORM ADD-TERM-TO-DATE
           MOVE ACCT-ID OF ACCT-IN-REC TO CDR-ACCT-ID
           MOVE TODAY TO CDR-RUN-DATE
           MOVE CD-MATURITY-DATE OF ACCT-IN-REC TO CDR-OLD-MATURITY
           MOVE WS-TERM-DATE-N TO CDR-NEW-MATURITY
           IF PROD-ENTRY-FOUND
              MOVE WS-PROD-RATE(PROD-PX) TO CDR-NEW-RATE
           ELSE
              MOVE CD-CONTRACT-RATE OF ACCT-IN-REC TO CDR-NEW-RATE
           END-IF
           WRITE CDREN-REC
           ADD 1 TO WS-RENEW-COUNT
           MOVE CDR-NEW-MATURITY TO WS-RD-MATURITY
           MOVE CDR-NEW-RATE TO WS-RD-RATE
           MOVE "RENEWED" TO WS-ML-ACTION
           MOVE WS-RENEW-DETAIL TO WS-ML-DETAIL
           PERFORM WRITE-MATURITY-LINE.

       *> Principal and interest go to the nominated account as a
       *> SYS-channel "XFR ", so both legs post - or neither does -
       *> through the ordinary transfer path. The emptied deposit
       *> is left open at zero for the branch to close. A deposit
       *> that is frozen or dormant is held on the report instead:
       *> the transfer would only be refused at the postable gate.
       PAY-OUT-MATURED.
           IF CURR-BAL OF ACCT-IN-REC > 0
              MOVE CD-PAYOUT-ACCT-ID OF ACCT-IN-REC TO WS-ML-DETAIL
              IF ACCT-STATUS OF ACCT-IN-REC NOT = "A"
                 OR CD-PAYOUT-ACCT-ID OF ACCT-IN-REC = SPACES
                 ADD 1 TO WS-HELD-COUNT
                 MOVE "PAYOUT HELD" TO WS-ML-ACTION
              ELSE
                 PERFORM BUILD-PAYOUT-TXN
                 WRITE TXN-OUT-REC
                 MOVE "PAID OUT" TO WS-ML-ACTION
              END-IF
              PERFORM WRITE-MATURITY-LINE
           END-IF.

       BUILD-PAYOUT-TXN.
           ADD 1 TO WS-SEQ
           MOVE TODAY TO WS-TXN-ID-DATE
           MOVE WS-SEQ TO WS-TXN-ID-SEQ
           MOVE ACCT-ID OF ACCT-IN-REC TO ACCT-ID OF TXN-OUT-REC
           MOVE WS-TXN-ID TO TXN-ID OF TXN-OUT-REC
           MOVE SPACES TO ORIG-TXN-ID OF TXN-OUT-REC
           MOVE CD-PAYOUT-ACCT-ID OF ACCT-IN-REC
                TO ORIG-TXN-ID OF TXN-OUT-REC(1:12)
           MOVE "XFR " TO TXN-CODE OF TXN-OUT-REC
           MOVE CURR-BAL OF ACCT-IN-REC TO TXN-AMOUNT OF TXN-OUT-REC
           COMPUTE TXN-TS OF TXN-OUT-REC = TODAY * 1000000
           MOVE "SYS " TO CHANNEL OF TXN-OUT-REC.

       WRITE-MATURITY-LINE.
           MOVE ACCT-ID OF ACCT-IN-REC          TO WS-ML-ACCT-ID
           MOVE PRODUCT-CODE OF ACCT-IN-REC     TO WS-ML-PRODUCT
           MOVE CD-MATURITY-DATE OF ACCT-IN-REC TO WS-ML-MATURITY
           MOVE CURR-BAL OF ACCT-IN-REC         TO WS-ML-AMOUNT
           WRITE MAT-RPT-REC FROM WS-MAT-LINE.

       *> Week 1 is the run date itself through six days out; a
       *> deposit maturing a quarter or more out lands in "LATER".
       ADD-TO-LADDER.
           COMPUTE WS-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE(
                            CD-MATURITY-DATE OF ACCT-IN-REC)
                   - FUNCTION INTEGER-OF-DATE(TODAY)
           COMPUTE WS-WEEK = WS-DAYS-OUT / 7 + 1
           IF WS-DAYS-OUT / 7 + 1 > WS-LAD-WEEKS
              MOVE WS-LAD-WEEKS TO WS-WEEK
           END-IF
           PERFORM FIND-PRODUCT
           IF NOT PROD-ENTRY-FOUND
              DISPLAY "CDMATUR: " ACCT-ID OF ACCT-IN-REC
                 " PRODUCT " PRODUCT-CODE OF ACCT-IN-REC
                 " NOT ON PRODUCT MASTER - LEFT OFF LADDER"
           ELSE
              SET WS-PROD-IX TO PROD-PX
              ADD 1 TO WS-LAD-COUNT(WS-WEEK WS-PROD-IX)
                       WS-LPT-COUNT(WS-PROD-IX)
                       WS-LAD-TOT-COUNT
              ADD CURR-BAL OF ACCT-IN-REC
                  TO WS-LAD-BAL(WS-WEEK WS-PROD-IX)
                     WS-LPT-BAL(WS-PROD-IX)
                     WS-LAD-TOT-BAL
           END-IF.

       *> Every term product is listed in every week, zero or not,
       *> so treasury reads the same grid every morning.
       WRITE-LADDER-REPORT.
           MOVE TODAY TO WS-LH-DATE
           WRITE LAD-RPT-REC FROM WS-LAD-HEAD
           WRITE LAD-RPT-REC FROM WS-LAD-COLS
           PERFORM VARYING WS-WEEK FROM 1 BY 1
                   UNTIL WS-WEEK > WS-LAD-WEEKS
              IF WS-WEEK < WS-LAD-WEEKS
                 MOVE WS-WEEK TO WS-LLW-NUM
                 MOVE WS-LL-WEEK-NUM TO WS-LL-WEEK
                 COMPUTE WS-TERM-DATE-N = FUNCTION DATE-OF-INTEGER(
                         FUNCTION INTEGER-OF-DATE(TODAY)
                         + WS-WEEK * 7 - 1)
                 MOVE WS-TERM-DATE-N TO WS-LL-ENDING
              ELSE
                 MOVE "LATER" TO WS-LL-WEEK
                 MOVE SPACES TO WS-LL-ENDING
              END-IF
              PERFORM VARYING WS-PROD-IX FROM 1 BY 1
                      UNTIL WS-PROD-IX > WS-PROD-COUNT
                 IF WS-PROD-TERM(WS-PROD-IX) > 0
                    MOVE WS-PROD-CODE(WS-PROD-IX) TO WS-LL-PRODUCT
                    MOVE WS-LAD-COUNT(WS-WEEK WS-PROD-IX)
                         TO WS-LL-COUNT
                    MOVE WS-LAD-BAL(WS-WEEK WS-PROD-IX) TO WS-LL-BAL
                    WRITE LAD-RPT-REC FROM WS-LAD-LINE
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE "TOTAL" TO WS-LL-WEEK
           MOVE SPACES TO WS-LL-ENDING
           PERFORM VARYING WS-PROD-IX FROM 1 BY 1
                   UNTIL WS-PROD-IX > WS-PROD-COUNT
              IF WS-PROD-TERM(WS-PROD-IX) > 0
                 MOVE WS-PROD-CODE(WS-PROD-IX) TO WS-LL-PRODUCT
                 MOVE WS-LPT-COUNT(WS-PROD-IX) TO WS-LL-COUNT
                 MOVE WS-LPT-BAL(WS-PROD-IX) TO WS-LL-BAL
                 WRITE LAD-RPT-REC FROM WS-LAD-LINE
              END-IF
           END-PERFORM
           MOVE "ALL " TO WS-LL-PRODUCT
           MOVE WS-LAD-TOT-COUNT TO WS-LL-COUNT
           MOVE WS-LAD-TOT-BAL TO WS-LL-BAL
           WRITE LAD-RPT-REC FROM WS-LAD-LINE.

       *> A product with no record on the master renews at the rate
       *> it carried and stays off the ladder.
       LOAD-PRODUCT-TABLE.
           OPEN INPUT PROD-FILE
           PERFORM UNTIL EOF-PROD = "Y"
              READ PROD-FILE
                 AT END MOVE "Y" TO EOF-PROD
              NOT AT END
                 IF WS-PROD-COUNT >= WS-PROD-MAX
                    DISPLAY "CDMATUR: PRODUCT TABLE FULL AT "
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

       FIND-PRODUCT.
           MOVE "N" TO WS-PROD-FOUND
           SET PROD-PX TO 1
           SEARCH WS-PROD-ENTRY
              AT END
                 CONTINUE
              WHEN PROD-PX > WS-PROD-COUNT
                 CONTINUE
              WHEN WS-PROD-CODE(PROD-PX) =
                   PRODUCT-CODE OF ACCT-IN-REC
                 MOVE "Y" TO WS-PROD-FOUND
           END-SEARCH.

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

       *> Register this run on the shared run log before any work
       *> moves: a completed entry for this date means a double run,
       *> and an incomplete predecessor means the schedule is being
       *> run out of order - both abend here, at open.
       REGISTER-RUN-START.
           OPEN I-O RUNCTL-FILE
           IF WS-RUN-STATUS NOT = "00" AND WS-RUN-STATUS NOT = "05"
              DISPLAY "CDMATUR: CANNOT OPEN data/runctl.dat - STATUS "
                 WS-RUN-STATUS " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-SELF TO RC-PROGRAM
           READ RUNCTL-FILE
           END-READ
           IF WS-RUN-STATUS = "00" AND RC-STATUS = "DONE"
              DISPLAY "CDMATUR: ALREADY COMPLETE FOR " TODAY
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-PRED TO RC-PROGRAM
           READ RUNCTL-FILE
           END-READ
           IF WS-RUN-STATUS NOT = "00" OR RC-STATUS NOT = "DONE"
              DISPLAY "CDMATUR: PREDECESSOR " WS-RC-PRED
                 " NOT COMPLETE FOR " TODAY " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-SELF TO RC-PROGRAM
           MOVE "STRT" TO RC-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-START-TS
           MOVE 0 TO RC-END-TS RC-IN-COUNT RC-OUT-COUNT
                     RC-RETURN-CODE
           WRITE RUNCTL-REC
           END-WRITE
           IF WS-RUN-STATUS = "22"
              REWRITE RUNCTL-REC
              END-REWRITE
           END-IF.

       *> A record left in "STRT" by an abended run stays that way,
       *> so a restarted run is not turned away as a repeat. The
       *> payouts and renewals written are the output count.
       REGISTER-RUN-END.
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-SELF TO RC-PROGRAM
           READ RUNCTL-FILE
           END-READ
           MOVE "DONE" TO RC-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-TS
           MOVE WS-ACCT-READ TO RC-IN-COUNT
           COMPUTE RC-OUT-COUNT = WS-SEQ + WS-RENEW-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           REWRITE RUNCTL-REC
           END-REWRITE
           CLOSE RUNCTL-FILE.
