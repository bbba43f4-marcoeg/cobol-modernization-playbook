       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "data/accounts.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CTL-FILE  ASSIGN TO "data/dailypost.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SCAN-CTL  ASSIGN TO "data/acctscan.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROD-FILE ASSIGN TO "data/products.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CUST-FILE ASSIGN TO "data/customers.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "data/holds.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INTYTD-FILE ASSIGN TO "data/int_ytd.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE  ASSIGN TO "out/acctscan.rpt"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       *> The master as DAILYPOST will find it tonight: this scan
       *> runs ahead of the posting run and changes nothing, so it
       *> can be rerun as often as the desk likes.
       FD  ACCT-FILE RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IN-REC.
           COPY "ACCOUNT-REC.cpy".

       *> Shares the same run-date parameter card as DAILYPOST, which
       *> also carries the restart ACCT-ID this program has no use for
       *> but must still lay out the record to match the shared file.
       FD  CTL-FILE  RECORD CONTAINS 20 CHARACTERS.
       01  CTL-REC.
           05  CTL-RUN-DATE         PIC 9(8).
           05  CTL-RESTART-ACCT-ID  PIC X(12).

       *> The statement cycles in use, up to thirty two-character
       *> codes, unused slots left blank - a parameter card so a
       *> new cycle comes online without a rebuild. A blank
       *> STMT-CYCLE on the master is unassigned, never an error.
       FD  SCAN-CTL  RECORD CONTAINS 60 CHARACTERS.
       01  SCAN-CTL-REC.
           05  SCAN-CYCLE-CODE      PIC X(2) OCCURS 30 TIMES.

       FD  PROD-FILE RECORD CONTAINS 81 CHARACTERS.
       01  PROD-IN-REC.
           COPY "PROD-REC.cpy".

       FD  CUST-FILE RECORD CONTAINS 105 CHARACTERS.
       01  CUST-IN-REC.
           COPY "CUST-REC.cpy".

       *> Holds and the year-to-date interest summary are both kept
       *> in ACCT-ID order without control labels, and are merged
       *> against the master the way DAILYPOST merges them.
       FD  HOLD-FILE RECORD CONTAINS 30 CHARACTERS.
       01  HOLD-IN-REC.
           COPY "HOLD-REC.cpy".

       FD  INTYTD-FILE RECORD CONTAINS 23 CHARACTERS.
       01  INTYTD-IN-REC.
           COPY "INTYTD-REC.cpy".

       *> Exception report for the operations desk: one line per
       *> exception found, then the count under every rule with its
       *> severity, and the return code the schedule will act on.
       FD  RPT-FILE  RECORD CONTAINS 80 CHARACTERS.
       01  RPT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       77  EOF-ACCT         PIC X          VALUE "N".
       77  EOF-PROD         PIC X          VALUE "N".
       77  EOF-CUST         PIC X          VALUE "N".
       77  EOF-HOLD         PIC X          VALUE "N".
       77  EOF-IY           PIC X          VALUE "N".
       77  TODAY            PIC 9(8)       VALUE ZERO.
       77  WS-ACCT-COUNT    PIC 9(9)       COMP-3 VALUE 0.
       77  WS-SEVERE-COUNT  PIC 9(9)       COMP-3 VALUE 0.
       77  WS-WARN-COUNT    PIC 9(9)       COMP-3 VALUE 0.
       77  WS-PRIOR-ACCT-ID PIC X(12)      VALUE LOW-VALUES.
       77  WS-ACCT-IN-SEQ   PIC X          VALUE "Y".
           88  ACCT-IN-SEQUENCE           VALUE "Y".
       77  WS-ACCT-CLOSED   PIC X          VALUE "N".
           88  ACCT-IS-CLOSED             VALUE "Y".
       77  WS-NEG-LIMIT     PIC S9(11)V99  COMP-3 VALUE 0.

       *> Card fields copied out before SCAN-CTL closes - the record
       *> area is undefined once the file is closed.
       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-CODE OCCURS 30 TIMES INDEXED BY CYC-PX
                                PIC X(2).
       77  WS-CYCLE-FOUND   PIC X          VALUE "N".
           88  CYCLE-ON-CARD              VALUE "Y".

       *> Product codes on file, for the PRODUCT-CODE test.
       77  WS-PROD-MAX      PIC 9(3)       VALUE 10.
       77  WS-PROD-COUNT    PIC 9(3)       COMP-3 VALUE 0.
       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY OCCURS 10 TIMES INDEXED BY PROD-PX.
               10  WS-PROD-CODE     PIC X(4).
       77  WS-PROD-FOUND    PIC X          VALUE "N".
           88  PROD-ON-FILE               VALUE "Y".

       *> Customer keys on file, for the CUST-ID test.
       77  WS-CUST-MAX      PIC 9(5)       VALUE 5000.
       77  WS-CUST-COUNT    PIC 9(5)       COMP-3 VALUE 0.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES INDEXED BY CUST-PX.
               10  WS-TBL-CUST-KEY  PIC X(12).
       77  WS-CUST-FOUND    PIC X          VALUE "N".
           88  CUST-ON-MASTER             VALUE "Y".

       *> The rules, loaded by INIT-RULE-TABLE. "S" severe rules
       *> leave the master unfit to post against and raise the
       *> return code; "W" warnings are reported for the desk to
       *> clear but do not stop the schedule.
       77  WS-RULE-COUNT    PIC 9(2)       VALUE 11.
       77  WS-RULE-NO       PIC 9(2)       VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 11 TIMES INDEXED BY RULE-PX.
               10  WS-RULE-CODE     PIC X(3).
               10  WS-RULE-SEV      PIC X(1).
               10  WS-RULE-DESC     PIC X(34).
               10  WS-RULE-HITS     PIC 9(7)       COMP-3.

       *> What the exception line shows after the description - the
       *> offending value, formatted by the rule that found it.
       77  WS-EXC-ACCT-ID   PIC X(12)      VALUE SPACES.
       77  WS-EXC-VALUE     PIC X(16)      VALUE SPACES.
       77  WS-EDIT-AMT      PIC -(9)9.99.

       01  WS-HEAD-LINE.
           05  FILLER           PIC X(32)
                      VALUE "ACCOUNT MASTER DATA-QUALITY SCAN".
           05  FILLER           PIC X(11) VALUE "  RUN DATE ".
           05  WS-HD-DATE       PIC 9(8).
           05  FILLER           PIC X(29) VALUE SPACES.

       01  WS-COL-LINE.
           05  FILLER           PIC X(40)
                          VALUE "RULE SEV ACCOUNT      EXCEPTION".
           05  FILLER           PIC X(40)
                          VALUE "                 VALUE".

       01  WS-EXC-LINE.
           05  WS-EL-CODE       PIC X(3).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-EL-SEV        PIC X(1).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  WS-EL-ACCT-ID    PIC X(12).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-EL-DESC       PIC X(34).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-EL-VALUE      PIC X(16).
           05  FILLER           PIC X(7)  VALUE SPACES.

       01  WS-SUM-LINE.
           05  WS-SL-CODE       PIC X(3).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-SL-SEV        PIC X(1).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  WS-SL-DESC       PIC X(34).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-SL-COUNT      PIC ZZZ,ZZ9.
           05  FILLER           PIC X(29) VALUE SPACES.

       01  WS-TOT-LINE.
           05  WS-TL-LABEL      PIC X(43).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-TL-COUNT      PIC ZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(26) VALUE SPACES.

       01  WS-RC-LINE.
           05  FILLER           PIC X(12) VALUE "RETURN CODE ".
           05  WS-RL-RC         PIC 9(2).
           05  FILLER           PIC X(3)  VALUE " - ".
           05  WS-RL-TEXT       PIC X(63).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-RUN-PARMS
           PERFORM INIT-RULE-TABLE
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-CUST-TABLE
           OPEN INPUT ACCT-FILE HOLD-FILE INTYTD-FILE
           OPEN OUTPUT RPT-FILE
           MOVE TODAY TO WS-HD-DATE
           WRITE RPT-REC FROM WS-HEAD-LINE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM WS-COL-LINE
           PERFORM READ-NEXT-HOLD
           PERFORM READ-NEXT-INTYTD
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
                       PERFORM SCAN-ONE-ACCT
                 END-EVALUATE
              END-READ
           END-PERFORM
           PERFORM DRAIN-REMAINING-HOLDS
           PERFORM DRAIN-REMAINING-INTYTD
           PERFORM WRITE-RULE-SUMMARY
           CLOSE ACCT-FILE HOLD-FILE INTYTD-FILE RPT-FILE
           IF WS-SEVERE-COUNT > 0
              DISPLAY "ACCTSCAN: " WS-SEVERE-COUNT
                 " SEVERE EXCEPTIONS ON THE ACCOUNT MASTER - SEE "
                 "out/acctscan.rpt"
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       GET-RUN-PARMS.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
              AT END
                 DISPLAY "ACCTSCAN: MISSING RUN-DATE PARAMETER CARD"
                 CLOSE CTL-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE CTL-RUN-DATE TO TODAY
           CLOSE CTL-FILE
           OPEN INPUT SCAN-CTL
           READ SCAN-CTL
              AT END
                 DISPLAY "ACCTSCAN: MISSING STATEMENT-CYCLE CARD"
                 CLOSE SCAN-CTL
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE SCAN-CTL-REC TO WS-CYCLE-TABLE
           CLOSE SCAN-CTL.

       *> One entry per rule, in the order the summary prints them.
       INIT-RULE-TABLE.
           MOVE "A01" TO WS-RULE-CODE(1)
           MOVE "S"   TO WS-RULE-SEV(1)
           MOVE "PRODUCT-CODE NOT ON PRODUCTS.DAT" TO WS-RULE-DESC(1)
           MOVE "A02" TO WS-RULE-CODE(2)
           MOVE "W"   TO WS-RULE-SEV(2)
           MOVE "CUST-ID NOT ON CUSTOMERS.DAT" TO WS-RULE-DESC(2)
           MOVE "A03" TO WS-RULE-CODE(3)
           MOVE "W"   TO WS-RULE-SEV(3)
           MOVE "STMT-CYCLE NOT A VALID CYCLE" TO WS-RULE-DESC(3)
           MOVE "A04" TO WS-RULE-CODE(4)
           MOVE "S"   TO WS-RULE-SEV(4)
           MOVE "ACCT-STATUS NOT A, I OR F" TO WS-RULE-DESC(4)
           MOVE "A05" TO WS-RULE-CODE(5)
           MOVE "S"   TO WS-RULE-SEV(5)
           MOVE "CLOSE-DATE ON A STILL-ACTIVE ACCT" TO WS-RULE-DESC(5)
           MOVE "A06" TO WS-RULE-CODE(6)
           MOVE "S"   TO WS-RULE-SEV(6)
           MOVE "OPEN-DATE AFTER THE RUN DATE" TO WS-RULE-DESC(6)
           MOVE "A07" TO WS-RULE-CODE(7)
           MOVE "W"   TO WS-RULE-SEV(7)
           MOVE "BALANCE BELOW NEGATIVE OD LIMIT" TO WS-RULE-DESC(7)
           MOVE "A08" TO WS-RULE-CODE(8)
           MOVE "S"   TO WS-RULE-SEV(8)
           MOVE "ACCT-ID OUT OF SEQUENCE/DUPLICATE" TO WS-RULE-DESC(8)
           MOVE "H01" TO WS-RULE-CODE(9)
           MOVE "W"   TO WS-RULE-SEV(9)
           MOVE "ACTIVE HOLD, ACCOUNT NOT ON FILE" TO WS-RULE-DESC(9)
           MOVE "H02" TO WS-RULE-CODE(10)
           MOVE "W"   TO WS-RULE-SEV(10)
           MOVE "ACTIVE HOLD ON A CLOSED ACCOUNT" TO WS-RULE-DESC(10)
           MOVE "Y01" TO WS-RULE-CODE(11)
           MOVE "W"   TO WS-RULE-SEV(11)
           MOVE "INT YTD RECORD, ACCT NOT ON FILE" TO WS-RULE-DESC(11)
           PERFORM VARYING RULE-PX FROM 1 BY 1
                   UNTIL RULE-PX > WS-RULE-COUNT
              MOVE 0 TO WS-RULE-HITS(RULE-PX)
           END-PERFORM.

       LOAD-PRODUCT-TABLE.
           OPEN INPUT PROD-FILE
           PERFORM UNTIL EOF-PROD = "Y"
              READ PROD-FILE
                 AT END MOVE "Y" TO EOF-PROD
              NOT AT END
                 IF WS-PROD-COUNT >= WS-PROD-MAX
                    DISPLAY "ACCTSCAN: PRODUCT TABLE FULL AT "
                       WS-PROD-MAX " - RAISE WS-PROD-MAX AND RERUN "
                       "- ABENDING"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-PROD-COUNT
                 SET PROD-PX TO WS-PROD-COUNT
                 MOVE PROD-CODE TO WS-PROD-CODE(PROD-PX)
              END-READ
           END-PERFORM
           CLOSE PROD-FILE.

       *> The customer master carries control labels like the
       *> account master; the header is stepped over and the
       *> trailer is end-of-data.
       LOAD-CUST-TABLE.
           OPEN INPUT CUST-FILE
           PERFORM UNTIL EOF-CUST = "Y"
              READ CUST-FILE
                 AT END MOVE "Y" TO EOF-CUST
              NOT AT END
                 EVALUATE TRUE
                    WHEN CUST-IN-REC(1:3) = "TRL"
                       MOVE "Y" TO EOF-CUST
                    WHEN CUST-IN-REC(1:3) = "HDR"
                       CONTINUE
                    WHEN OTHER
                       PERFORM ADD-CUST-TO-TABLE
                 END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE CUST-FILE.

       ADD-CUST-TO-TABLE.
           IF WS-CUST-COUNT >= WS-CUST-MAX
              DISPLAY "ACCTSCAN: CUSTOMER TABLE FULL AT "
                 WS-CUST-MAX " - RAISE WS-CUST-MAX AND RERUN "
                 "- ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CUST-COUNT
           SET CUST-PX TO WS-CUST-COUNT
           MOVE CUST-ID OF CUST-IN-REC TO WS-TBL-CUST-KEY(CUST-PX).

       READ-NEXT-HOLD.
           READ HOLD-FILE
              AT END MOVE "Y" TO EOF-HOLD
           END-READ.

       READ-NEXT-INTYTD.
           READ INTYTD-FILE
              AT END MOVE "Y" TO EOF-IY
           END-READ.

       *> Every rule is tried against every account, so one record
       *> can raise several exceptions. An account out of ACCT-ID
       *> order is reported but kept out of the holds and interest
       *> merges, which depend on the order it broke.
       SCAN-ONE-ACCT.
           ADD 1 TO WS-ACCT-COUNT
           MOVE ACCT-ID OF ACCT-IN-REC TO WS-EXC-ACCT-ID
           MOVE "N" TO WS-ACCT-CLOSED
           IF CLOSE-DATE OF ACCT-IN-REC > 0
              AND CLOSE-DATE OF ACCT-IN-REC <= TODAY
              MOVE "Y" TO WS-ACCT-CLOSED
           END-IF
           MOVE "Y" TO WS-ACCT-IN-SEQ
           IF ACCT-ID OF ACCT-IN-REC <= WS-PRIOR-ACCT-ID
              MOVE "N" TO WS-ACCT-IN-SEQ
              MOVE WS-PRIOR-ACCT-ID TO WS-EXC-VALUE
              MOVE 8 TO WS-RULE-NO
              PERFORM REPORT-EXCEPTION
           ELSE
              MOVE ACCT-ID OF ACCT-IN-REC TO WS-PRIOR-ACCT-ID
           END-IF
           PERFORM CHECK-ACCT-PRODUCT
           PERFORM CHECK-ACCT-CUSTOMER
           PERFORM CHECK-ACCT-CYCLE
           PERFORM CHECK-ACCT-STATUS
           PERFORM CHECK-ACCT-DATES
           PERFORM CHECK-ACCT-BALANCE
           IF ACCT-IN-SEQUENCE
              PERFORM GATHER-ACCT-HOLDS
              PERFORM GATHER-ACCT-INTYTD
           END-IF.

       *> An unknown product accrues nothing in INTACCR, has no fee
       *> schedule in FEEASSESS and no GL cell in DAILYPOST.
       CHECK-ACCT-PRODUCT.
           MOVE "N" TO WS-PROD-FOUND
           SET PROD-PX TO 1
           SEARCH WS-PROD-ENTRY
              AT END
                 CONTINUE
              WHEN PROD-PX > WS-PROD-COUNT
                 CONTINUE
              WHEN WS-PROD-CODE(PROD-PX) = PRODUCT-CODE OF ACCT-IN-REC
                 MOVE "Y" TO WS-PROD-FOUND
           END-SEARCH
           IF NOT PROD-ON-FILE
              MOVE PRODUCT-CODE OF ACCT-IN-REC TO WS-EXC-VALUE
              MOVE 1 TO WS-RULE-NO
              PERFORM REPORT-EXCEPTION
           END-IF.

       *> An owner missing from the customer master still posts, but
       *> goes unstatemented and unreported for tax.
       CHECK-ACCT-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND
           SET CUST-PX TO 1
           SEARCH WS-CUST-ENTRY
              AT END
                 CONTINUE
              WHEN CUST-PX > WS-CUST-COUNT
                 CONTINUE
              WHEN WS-TBL-CUST-KEY(CUST-PX) = CUST-ID OF ACCT-IN-REC
                 MOVE "Y" TO WS-CUST-FOUND
           END-SEARCH
           IF NOT CUST-ON-MASTER
              MOVE CUST-ID OF ACCT-IN-REC TO WS-EXC-VALUE
              MOVE 2 TO WS-RULE-NO
              PERFORM REPORT-EXCEPTION
           END-IF.

       *> A cycle no STMTGEN card will ever name leaves the account
       *> out of every cycle run.
       CHECK-ACCT-CYCLE.
           IF STMT-CYCLE OF ACCT-IN-REC NOT = SPACES
              MOVE "N" TO WS-CYCLE-FOUND
              SET CYC-PX TO 1
              SEARCH WS-CYCLE-CODE
                 AT END
                    CONTINUE
                 WHEN WS-CYCLE-CODE(CYC-PX) = SPACES
                    CONTINUE
                 WHEN WS-CYCLE-CODE(CYC-PX) = STMT-CYCLE OF ACCT-IN-REC
                    MOVE "Y" TO WS-CYCLE-FOUND
              END-SEARCH
              IF NOT CYCLE-ON-CARD
                 MOVE STMT-CYCLE OF ACCT-IN-REC TO WS-EXC-VALUE
                 MOVE 3 TO WS-RULE-NO
                 PERFORM REPORT-EXCEPTION
              END-IF
           END-IF.

       CHECK-ACCT-STATUS.
           IF ACCT-STATUS OF ACCT-IN-REC NOT = "A"
              AND ACCT-STATUS OF ACCT-IN-REC NOT = "I"
              AND ACCT-STATUS OF ACCT-IN-REC NOT = "F"
              MOVE ACCT-STATUS OF ACCT-IN-REC TO WS-EXC-VALUE
              MOVE 4 TO WS-RULE-NO
              PERFORM REPORT-EXCEPTION
           END-IF.

       *> A close leaves ACCT-STATUS alone and stamps CLOSE-DATE with
       *> the run date, after the final disbursement has taken the
       *> balance to zero. A closed account still carrying money,
       *> showing customer activity after its close, or dated to
       *> close in the future or before it opened was never closed
       *> that way. An OPEN-DATE past tonight has no postings behind
       *> it and throws off the month's balance averaging.
       CHECK-ACCT-DATES.
           IF CLOSE-DATE OF ACCT-IN-REC > 0
              IF CURR-BAL OF ACCT-IN-REC NOT = 0
                 OR LAST-ACT-DATE OF ACCT-IN-REC >
                    CLOSE-DATE OF ACCT-IN-REC
                 OR CLOSE-DATE OF ACCT-IN-REC > TODAY
                 OR CLOSE-DATE OF ACCT-IN-REC <
                    OPEN-DATE OF ACCT-IN-REC
                 MOVE CLOSE-DATE OF ACCT-IN-REC TO WS-EXC-VALUE
                 MOVE 5 TO WS-RULE-NO
                 PERFORM REPORT-EXCEPTION
              END-IF
           END-IF
           IF OPEN-DATE OF ACCT-IN-REC > TODAY
              MOVE OPEN-DATE OF ACCT-IN-REC TO WS-EXC-VALUE
              MOVE 6 TO WS-RULE-NO
              PERFORM REPORT-EXCEPTION
           END-IF.

       *> Overdrawn past the limit already. Fees are charged into the
       *> overdraft by design, so this is for the desk to work rather
       *> than a reason to hold the night's posting.
       CHECK-ACCT-BALANCE.
           COMPUTE WS-NEG-LIMIT = 0 - OVERDRAFT-LIMIT OF ACCT-IN-REC
           IF CURR-BAL OF ACCT-IN-REC < WS-NEG-LIMIT
              MOVE CURR-BAL OF ACCT-IN-REC TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT TO WS-EXC-VALUE
              MOVE 7 TO WS-RULE-NO
              PERFORM REPORT-EXCEPTION
           END-IF.

       *> Holds keyed below this account have no account to restrict;
       *> DAILYPOST carries them while unexpired, so only those are
       *> reported. An unexpired hold on a closed account restricts
       *> nothing any more and should be released.
       GATHER-ACCT-HOLDS.
           PERFORM UNTIL EOF-HOLD = "Y"
                    OR HOLD-ACCT-ID OF HOLD-IN-REC >
                       ACCT-ID OF ACCT-IN-REC
              IF HOLD-EXPIRY OF HOLD-IN-REC >= TODAY
                 IF HOLD-ACCT-ID OF HOLD-IN-REC <
                    ACCT-ID OF ACCT-IN-REC
                    PERFORM REPORT-ORPHAN-HOLD
                 ELSE
                    IF ACCT-IS-CLOSED
                       MOVE HOLD-AMOUNT OF HOLD-IN-REC TO WS-EDIT-AMT
                       MOVE WS-EDIT-AMT TO WS-EXC-VALUE
                       MOVE 10 TO WS-RULE-NO
                       PERFORM REPORT-EXCEPTION
                    END-IF
                 END-IF
              END-IF
              PERFORM READ-NEXT-HOLD
           END-PERFORM.

       DRAIN-REMAINING-HOLDS.
           PERFORM UNTIL EOF-HOLD = "Y"
              IF HOLD-EXPIRY OF HOLD-IN-REC >= TODAY
                 PERFORM REPORT-ORPHAN-HOLD
              END-IF
              PERFORM READ-NEXT-HOLD
           END-PERFORM.

       REPORT-ORPHAN-HOLD.
           MOVE HOLD-ACCT-ID OF HOLD-IN-REC TO WS-EXC-ACCT-ID
           MOVE HOLD-AMOUNT OF HOLD-IN-REC TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-EXC-VALUE
           MOVE 9 TO WS-RULE-NO
           PERFORM REPORT-EXCEPTION
           MOVE ACCT-ID OF ACCT-IN-REC TO WS-EXC-ACCT-ID.

       *> Closed accounts stay on the master, so an interest summary
       *> keyed to no account at all has lost its owner.
       GATHER-ACCT-INTYTD.
           PERFORM UNTIL EOF-IY = "Y"
                    OR IY-ACCT-ID > ACCT-ID OF ACCT-IN-REC
              IF IY-ACCT-ID < ACCT-ID OF ACCT-IN-REC
                 PERFORM REPORT-ORPHAN-INTYTD
              END-IF
              PERFORM READ-NEXT-INTYTD
           END-PERFORM.

       DRAIN-REMAINING-INTYTD.
           PERFORM UNTIL EOF-IY = "Y"
              PERFORM REPORT-ORPHAN-INTYTD
              PERFORM READ-NEXT-INTYTD
           END-PERFORM.

       REPORT-ORPHAN-INTYTD.
           MOVE IY-ACCT-ID TO WS-EXC-ACCT-ID
           MOVE IY-YEAR TO WS-EXC-VALUE
           MOVE 11 TO WS-RULE-NO
           PERFORM REPORT-EXCEPTION
           MOVE ACCT-ID OF ACCT-IN-REC TO WS-EXC-ACCT-ID.

       *> Count the exception under its rule and list it.
       REPORT-EXCEPTION.
           SET RULE-PX TO WS-RULE-NO
           ADD 1 TO WS-RULE-HITS(RULE-PX)
           IF WS-RULE-SEV(RULE-PX) = "S"
              ADD 1 TO WS-SEVERE-COUNT
           ELSE
              ADD 1 TO WS-WARN-COUNT
           END-IF
           MOVE WS-RULE-CODE(RULE-PX) TO WS-EL-CODE
           MOVE WS-RULE-SEV(RULE-PX)  TO WS-EL-SEV
           MOVE WS-EXC-ACCT-ID        TO WS-EL-ACCT-ID
           MOVE WS-RULE-DESC(RULE-PX) TO WS-EL-DESC
           MOVE WS-EXC-VALUE          TO WS-EL-VALUE
           WRITE RPT-REC FROM WS-EXC-LINE
           MOVE SPACES TO WS-EXC-VALUE.

       *> Every rule is listed, fired or not, so a clean night reads
       *> as a page of zeros rather than an empty report.
       WRITE-RULE-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING RULE-PX FROM 1 BY 1
                   UNTIL RULE-PX > WS-RULE-COUNT
              MOVE WS-RULE-CODE(RULE-PX) TO WS-SL-CODE
              MOVE WS-RULE-SEV(RULE-PX)  TO WS-SL-SEV
              MOVE WS-RULE-DESC(RULE-PX) TO WS-SL-DESC
              MOVE WS-RULE-HITS(RULE-PX) TO WS-SL-COUNT
              WRITE RPT-REC FROM WS-SUM-LINE
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "ACCOUNTS SCANNED" TO WS-TL-LABEL
           MOVE WS-ACCT-COUNT TO WS-TL-COUNT
           WRITE RPT-REC FROM WS-TOT-LINE
           MOVE "SEVERE EXCEPTIONS" TO WS-TL-LABEL
           MOVE WS-SEVERE-COUNT TO WS-TL-COUNT
           WRITE RPT-REC FROM WS-TOT-LINE
           MOVE "WARNINGS" TO WS-TL-LABEL
           MOVE WS-WARN-COUNT TO WS-TL-COUNT
           WRITE RPT-REC FROM WS-TOT-LINE
           IF WS-SEVERE-COUNT > 0
              MOVE 8 TO WS-RL-RC
              MOVE "MASTER NOT FIT TO POST - HOLD DAILYPOST"
                 TO WS-RL-TEXT
           ELSE
              MOVE 0 TO WS-RL-RC
              MOVE "NO SEVERE EXCEPTIONS" TO WS-RL-TEXT
           END-IF
           WRITE RPT-REC FROM WS-RC-LINE.
