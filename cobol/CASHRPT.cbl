               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HIST-FILE ASSIGN TO "data/history.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REL-FILE ASSIGN TO "data/acctrel.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE  ASSIGN TO "out/cash_activity.rpt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SORTWK01".
       01  CASH-CTL-REC.
           05  CASH-THRESHOLD       PIC 9(7)V99.

       FD  ACCT-FILE RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IN-REC.
           COPY "ACCOUNT-REC.cpy".

       01  HIST-REC.
           COPY "HIST-REC.cpy".

       *> Account-relationship master CUSTMAINT maintains. Cash on a
       *> joint account is the cash of every customer tied to it, so
       *> each of them carries the full amount in their own total.
       FD  REL-FILE  RECORD CONTAINS 45 CHARACTERS.
       01  REL-IN-REC.
           COPY "ACCTREL-REC.cpy".

       *> Every customer whose same-day cash in or cash out crosses
       *> the threshold - aggregated across all their accounts, which
       *> is exactly the pattern the regulation cares about - with
               10  WS-TBL-ACCT-ID   PIC X(12).
               10  WS-TBL-CUST-ID   PIC X(12).
       77  WS-JOIN-CUST-ID  PIC X(12)      VALUE SPACES.
       77  WS-ACCT-CUST-ID  PIC X(12)      VALUE SPACES.

       *> Relationships live on the run date - joint owners,
       *> signers, trustees - held for the second-customer join.
       *> ACCOUNT-REC's own CUST-ID is always tied to the account;
       *> these add the customers it does not name.
       77  EOF-REL          PIC X          VALUE "N".
       77  WS-REL-MAX       PIC 9(5)       VALUE 9000.
       77  WS-REL-COUNT     PIC 9(5)       COMP-3 VALUE 0.
       01  WS-REL-TABLE.
           05  WS-REL-ENTRY OCCURS 9000 TIMES INDEXED BY REL-PX.
               10  WS-TBL-REL-ACCT  PIC X(12).
               10  WS-TBL-REL-CUST  PIC X(12).

       *> Same-day cash totals per customer, built on the first pass
       *> so the second knows which customers to list in full.
       MAIN.
           PERFORM GET-RUN-PARMS
           PERFORM LOAD-ACCT-TABLE
           PERFORM LOAD-REL-TABLE
           PERFORM TOTAL-DAY-CASH
           OPEN OUTPUT RPT-FILE
           SORT SORT-WORK
           MOVE ACCT-ID OF ACCT-IN-REC TO WS-TBL-ACCT-ID(ACCT-PX)
           MOVE CUST-ID OF ACCT-IN-REC TO WS-TBL-CUST-ID(ACCT-PX).

       *> Hold the relationships live on the run date. The file
       *> carries control labels; the header is stepped over and the
       *> trailer is end-of-data.
       LOAD-REL-TABLE.
           OPEN INPUT REL-FILE
           PERFORM UNTIL EOF-REL = "Y"
              READ REL-FILE
                 AT END MOVE "Y" TO EOF-REL
              NOT AT END
                 EVALUATE TRUE
                    WHEN REL-IN-REC(1:3) = "TRL"
                       MOVE "Y" TO EOF-REL
                    WHEN REL-IN-REC(1:3) = "HDR"
                       CONTINUE
                    WHEN REL-ADDED-DATE > TODAY
                       CONTINUE
                    WHEN REL-REMOVED-DATE NOT = 0
                         AND REL-REMOVED-DATE < TODAY
                       CONTINUE
                    WHEN OTHER
                       PERFORM ADD-REL-TO-TABLE
                 END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE REL-FILE.

       ADD-REL-TO-TABLE.
           IF WS-REL-COUNT >= WS-REL-MAX
              DISPLAY "CASHRPT: RELATIONSHIP TABLE FULL AT "
                 WS-REL-MAX " - RAISE WS-REL-MAX AND RERUN - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-REL-COUNT
           SET REL-PX TO WS-REL-COUNT
           MOVE REL-ACCT-ID TO WS-TBL-REL-ACCT(REL-PX)
           MOVE REL-CUST-ID TO WS-TBL-REL-CUST(REL-PX).

       *> First pass: total the day's posted cash-channel deposits
       *> and withdrawals per customer. Only money that moved at a
       *> teller line or a machine counts - "ATM " and "BRCH" are
                         OR HIST-TXN-CODE = "WDRW")
                    PERFORM LOOKUP-ACCT-IN-TABLE
                    PERFORM ADD-TO-CUST-TOTAL
                    PERFORM TOTAL-FOR-OTHER-OWNERS
                 END-IF
              END-READ
           END-PERFORM
                 MOVE WS-TBL-CUST-ID(ACCT-PX) TO WS-JOIN-CUST-ID
           END-SEARCH.

       *> Every other customer tied to the account takes the same
       *> amount into their own total - the whole of a joint
       *> account's cash is each owner's cash for the filing.
       TOTAL-FOR-OTHER-OWNERS.
           MOVE WS-JOIN-CUST-ID TO WS-ACCT-CUST-ID
           PERFORM VARYING REL-PX FROM 1 BY 1
                   UNTIL REL-PX > WS-REL-COUNT
              IF WS-TBL-REL-ACCT(REL-PX) = HIST-ACCT-ID
                 AND WS-TBL-REL-CUST(REL-PX) NOT = WS-ACCT-CUST-ID
                 MOVE WS-TBL-REL-CUST(REL-PX) TO WS-JOIN-CUST-ID
                 PERFORM ADD-TO-CUST-TOTAL
              END-IF
           END-PERFORM.

       ADD-TO-CUST-TOTAL.
           SET TOT-PX TO 1
           SEARCH WS-TOT-ENTRY
                    AND (HIST-TXN-CODE = "DEPO"
                         OR HIST-TXN-CODE = "WDRW")
                    PERFORM LOOKUP-ACCT-IN-TABLE
                    PERFORM RELEASE-IF-OVER
                    PERFORM RELEASE-FOR-OTHER-OWNERS
                 END-IF
              END-READ
           END-PERFORM
           CLOSE HIST-FILE.

       RELEASE-IF-OVER.
           PERFORM CHECK-CUST-OVER
           IF CUST-OVER-THRESHOLD
              MOVE WS-JOIN-CUST-ID TO SORT-CUST-ID
              MOVE HIST-ACCT-ID    TO SORT-ACCT-ID
              MOVE HIST-TXN-TS     TO SORT-TXN-TS
              MOVE HIST-TXN-CODE   TO SORT-TXN-CODE
              MOVE HIST-CHANNEL    TO SORT-CHANNEL
              MOVE HIST-TXN-AMOUNT TO SORT-AMOUNT
              RELEASE SORT-REC
           END-IF.

       *> The same transaction listed again under each other
       *> customer tied to the account whose total crossed.
       RELEASE-FOR-OTHER-OWNERS.
           MOVE WS-JOIN-CUST-ID TO WS-ACCT-CUST-ID
           PERFORM VARYING REL-PX FROM 1 BY 1
                   UNTIL REL-PX > WS-REL-COUNT
              IF WS-TBL-REL-ACCT(REL-PX) = HIST-ACCT-ID
                 AND WS-TBL-REL-CUST(REL-PX) NOT = WS-ACCT-CUST-ID
                 MOVE WS-TBL-REL-CUST(REL-PX) TO WS-JOIN-CUST-ID
                 PERFORM RELEASE-IF-OVER
              END-IF
           END-PERFORM.

       CHECK-CUST-OVER.
           MOVE "N" TO WS-CUST-OVER
           SET TOT-PX TO 1
