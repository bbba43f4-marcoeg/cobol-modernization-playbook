               FILE STATUS IS WS-HIX-STATUS.
           SELECT OPTIONAL CUST-FILE ASSIGN TO "data/customers.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REL-FILE ASSIGN TO "data/acctrel.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STMT-FILE ASSIGN TO "out/statements.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SORTWK01".
           05  STMT-TO-DATE         PIC 9(8).
           05  STMT-CYCLE-CODE      PIC X(2).

       FD  ACCT-FILE RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IN-REC.
           COPY "ACCOUNT-REC.cpy".

       01  CUST-IN-REC.
           COPY "CUST-REC.cpy".

       *> Account-relationship master CUSTMAINT maintains: the
       *> statement goes to the account's primary owner, and the
       *> other owners are named under the account heading.
       FD  REL-FILE  RECORD CONTAINS 45 CHARACTERS.
       01  REL-IN-REC.
           COPY "ACCTREL-REC.cpy".

       *> One statement per customer, their CHK and SAV accounts
       *> grouped together: opening balance, each posting in date
       *> order with its running balance, interest paid and fees
       77  WS-CUST-FOUND    PIC X          VALUE "N".
           88  CUST-ON-MASTER             VALUE "Y".

       *> Relationships live at any time in the statement period,
       *> held in storage for the primary-owner join and the joint
       *> owner lines. An account with no primary relationship
       *> statements to ACCOUNT-REC's CUST-ID as it always has.
       77  EOF-REL          PIC X          VALUE "N".
       77  WS-REL-MAX       PIC 9(5)       VALUE 9000.
       77  WS-REL-COUNT     PIC 9(5)       COMP-3 VALUE 0.
       01  WS-REL-TABLE.
           05  WS-REL-ENTRY OCCURS 9000 TIMES INDEXED BY REL-PX.
               10  WS-TBL-REL-ACCT  PIC X(12).
               10  WS-TBL-REL-CUST  PIC X(12).
               10  WS-TBL-REL-ROLE  PIC X(4).
               10  WS-TBL-REL-PRI   PIC X(1).
       77  WS-JOIN-CUST-ID  PIC X(12)      VALUE SPACES.

       *> Control-break state for the statement writer.
       77  WS-PREV-CUST     PIC X(12)      VALUE LOW-VALUES.
       77  WS-PREV-ACCT     PIC X(12)      VALUE LOW-VALUES.
       77  WS-CLOSING-BAL   PIC S9(11)V99  COMP-3 VALUE 0.
       77  WS-CUST-INT      PIC S9(11)V99  COMP-3 VALUE 0.
       77  WS-CUST-FEES     PIC S9(11)V99  COMP-3 VALUE 0.
       *> Insufficient-funds fees, already in the fees charged, shown
       *> again on their own line - they post as "FEE " with an
       *> "NSFF" TXN-ID.
       77  WS-CUST-NSF      PIC S9(11)V99  COMP-3 VALUE 0.
       *> Average daily and low balance for the statement period,
       *> built from the postings as they are written: each day's
       *> closing balance counts for every day it stood, from the
       *> opening balance on WS-FROM-DATE through WS-TO-DATE.
       77  WS-PER-DATE      PIC 9(8)       VALUE ZERO.
       77  WS-PER-THRU      PIC 9(8)       VALUE ZERO.
       77  WS-PER-BAL       PIC S9(11)V99  COMP-3 VALUE 0.
       77  WS-PER-SPAN      PIC S9(5)      COMP-3 VALUE 0.
       77  WS-PER-DAYS      PIC 9(3)       COMP-3 VALUE 0.
       77  WS-PER-SUM       PIC S9(15)V99  COMP-3 VALUE 0.
       77  WS-PER-LOW       PIC S9(11)V99  COMP-3 VALUE 0.
       77  WS-PER-ADB       PIC S9(11)V99  COMP-3 VALUE 0.

       01  WS-CUST-HEAD.
           05  FILLER           PIC X(9)  VALUE "CUSTOMER ".
           05  WS-AH-OPENING    PIC -(10)9.99.
           05  FILLER           PIC X(30) VALUE SPACES.

       01  WS-JOINT-LINE.
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  FILLER           PIC X(12) VALUE "JOINT OWNER ".
           05  WS-JL-NAME       PIC X(30).
           05  FILLER           PIC X(34) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  WS-DT-DATE       PIC 9(8).
           05  WS-AF-CLOSING    PIC -(10)9.99.
           05  FILLER           PIC X(34) VALUE SPACES.

       01  WS-ACCT-FOOT-PER.
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  FILLER           PIC X(7)  VALUE "PERIOD ".
           05  WS-AP-FROM       PIC 9(8).
           05  FILLER           PIC X(6)  VALUE " THRU ".
           05  WS-AP-TO         PIC 9(8).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-AP-DAYS       PIC ZZ9.
           05  FILLER           PIC X(42) VALUE " DAYS".

       01  WS-ACCT-FOOT-ADB.
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  FILLER           PIC X(18) VALUE "AVG DAILY BALANCE ".
           05  WS-AA-ADB        PIC -(10)9.99.
           05  FILLER           PIC X(13) VALUE "  LOW BALANCE".
           05  WS-AA-LOW        PIC -(10)9.99.
           05  FILLER           PIC X(17) VALUE SPACES.

       01  WS-CUST-FOOT-INT.
           05  FILLER           PIC X(16) VALUE "  INTEREST PAID ".
           05  WS-CF-INTEREST   PIC -(10)9.99.
           05  WS-CF-FEES       PIC -(10)9.99.
           05  FILLER           PIC X(50) VALUE SPACES.

       01  WS-CUST-FOOT-NSF.
           05  FILLER           PIC X(16) VALUE "   INCL NSF FEES".
           05  WS-CF-NSF        PIC -(10)9.99.
           05  FILLER           PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-STMT-PERIOD
           PERFORM LOAD-REL-TABLE
           PERFORM LOAD-ACCT-TABLE
           PERFORM LOAD-CUST-TABLE
           OPEN OUTPUT STMT-FILE
           ADD 1 TO WS-ACCT-COUNT
           SET ACCT-PX TO WS-ACCT-COUNT
           MOVE ACCT-ID OF ACCT-IN-REC      TO WS-TBL-ACCT-ID(ACCT-PX)
           PERFORM FIND-PRIMARY-OWNER
           MOVE WS-JOIN-CUST-ID             TO WS-TBL-CUST-ID(ACCT-PX)
           MOVE PRODUCT-CODE OF ACCT-IN-REC TO WS-TBL-PRODUCT(ACCT-PX)
           MOVE STMT-CYCLE OF ACCT-IN-REC   TO WS-TBL-CYCLE(ACCT-PX).

                 CONTINUE
              WHEN CUST-PX > WS-CUST-COUNT
                 CONTINUE
              WHEN WS-TBL-CUST-KEY(CUST-PX) = WS-JOIN-CUST-ID
                 MOVE "Y" TO WS-CUST-FOUND
                 MOVE WS-TBL-CUST-NAME(CUST-PX) TO WS-CN-NAME
                 MOVE WS-TBL-CUST-ADDR(CUST-PX) TO WS-CA-ADDR
                 MOVE WS-TBL-CUST-ZIP(CUST-PX)  TO WS-CC-ZIP
           END-SEARCH.

       *> Hold the relationships live in the statement period. Like
       *> the account master the file carries control labels; the
       *> header is stepped over and the trailer is end-of-data.
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
                    WHEN REL-ADDED-DATE > WS-TO-DATE
                       CONTINUE
                    WHEN REL-REMOVED-DATE NOT = 0
                         AND REL-REMOVED-DATE < WS-FROM-DATE
                       CONTINUE
                    WHEN OTHER
                       PERFORM ADD-REL-TO-TABLE
                 END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE REL-FILE.

       ADD-REL-TO-TABLE.
           IF WS-REL-COUNT >= WS-REL-MAX
              DISPLAY "STMTGEN: RELATIONSHIP TABLE FULL AT "
                 WS-REL-MAX " - RAISE WS-REL-MAX AND RERUN - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-REL-COUNT
           SET REL-PX TO WS-REL-COUNT
           MOVE REL-ACCT-ID TO WS-TBL-REL-ACCT(REL-PX)
           MOVE REL-CUST-ID TO WS-TBL-REL-CUST(REL-PX)
           MOVE REL-ROLE    TO WS-TBL-REL-ROLE(REL-PX)
           MOVE REL-PRIMARY TO WS-TBL-REL-PRI(REL-PX).

       FIND-PRIMARY-OWNER.
           MOVE CUST-ID OF ACCT-IN-REC TO WS-JOIN-CUST-ID
           SET REL-PX TO 1
           SEARCH WS-REL-ENTRY
              AT END
                 CONTINUE
              WHEN REL-PX > WS-REL-COUNT
                 CONTINUE
              WHEN WS-TBL-REL-ACCT(REL-PX) = ACCT-ID OF ACCT-IN-REC
                   AND WS-TBL-REL-PRI(REL-PX) = "Y"
                 MOVE WS-TBL-REL-CUST(REL-PX) TO WS-JOIN-CUST-ID
           END-SEARCH.

       *> Period postings only: the statement shows money that moved,
       *> so only PSTD history records are picked up - pulled off
       *> the keyed archive account by account, the account table
           END-IF
           MOVE "N" TO WS-FIRST-GROUP
           MOVE SORT-CUST-ID TO WS-PREV-CUST
           MOVE 0 TO WS-CUST-INT WS-CUST-FEES WS-CUST-NSF
           MOVE SORT-CUST-ID TO WS-CH-CUST-ID
           WRITE STMT-REC FROM WS-CUST-HEAD
           *> Name and mailing address off the customer master, so
           *> the statement no longer has to be hand-matched to the
           *> back office's mailing list.
           MOVE SORT-CUST-ID TO WS-JOIN-CUST-ID
           PERFORM LOOKUP-CUST-IN-TABLE
           IF CUST-ON-MASTER
              WRITE STMT-REC FROM WS-CUST-NAME-LINE
           MOVE SORT-ACCT-ID TO WS-AH-ACCT-ID
           MOVE SORT-PRODUCT TO WS-AH-PRODUCT
           MOVE WS-OPENING-BAL TO WS-AH-OPENING
           WRITE STMT-REC FROM WS-ACCT-HEAD
           MOVE WS-FROM-DATE TO WS-PER-DATE
           MOVE WS-OPENING-BAL TO WS-PER-BAL
           MOVE 0 TO WS-PER-DAYS WS-PER-SUM WS-PER-LOW
           PERFORM LIST-JOINT-OWNERS.

       *> Every other owner ("OWNR"/"JOWN") tied to the account in
       *> the period is named under its heading; signers and
       *> trustees act on the account but do not own it, so they
       *> are not printed.
       LIST-JOINT-OWNERS.
           PERFORM VARYING REL-PX FROM 1 BY 1
                   UNTIL REL-PX > WS-REL-COUNT
              IF WS-TBL-REL-ACCT(REL-PX) = SORT-ACCT-ID
                 AND WS-TBL-REL-CUST(REL-PX) NOT = SORT-CUST-ID
                 AND (WS-TBL-REL-ROLE(REL-PX) = "OWNR"
                      OR WS-TBL-REL-ROLE(REL-PX) = "JOWN")
                 MOVE WS-TBL-REL-CUST(REL-PX) TO WS-JOIN-CUST-ID
                 PERFORM LOOKUP-CUST-IN-TABLE
                 IF CUST-ON-MASTER
                    MOVE WS-CN-NAME TO WS-JL-NAME
                 ELSE
                    MOVE WS-TBL-REL-CUST(REL-PX) TO WS-JL-NAME
                 END-IF
                 WRITE STMT-REC FROM WS-JOINT-LINE
              END-IF
           END-PERFORM
           *> The lookups above share the heading's name work areas;
           *> put the statement's own customer back in them.
           MOVE WS-PREV-CUST TO WS-JOIN-CUST-ID
           PERFORM LOOKUP-CUST-IN-TABLE.

       *> A posting on a later date closes out the balance that
       *> stood before it: that balance counts for each day from
       *> WS-PER-DATE up to the day before this posting. Postings on
       *> the same date leave only the last one's balance standing.
       WRITE-DETAIL-LINE.
           IF SORT-POST-DATE > WS-PER-DATE
              COMPUTE WS-PER-THRU = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(SORT-POST-DATE) - 1)
              PERFORM ADD-PERIOD-DAYS
              MOVE SORT-POST-DATE TO WS-PER-DATE
           END-IF
           MOVE SORT-BAL TO WS-PER-BAL
           MOVE SORT-POST-DATE TO WS-DT-DATE
           MOVE SORT-TXN-CODE  TO WS-DT-TXN-CODE
           MOVE SORT-CHANNEL   TO WS-DT-CHANNEL
           END-IF
           IF SORT-TXN-CODE = "FEE "
              ADD SORT-AMOUNT TO WS-CUST-FEES
              IF SORT-TXN-ID(1:4) = "NSFF"
                 ADD SORT-AMOUNT TO WS-CUST-NSF
              END-IF
           END-IF.

       WRITE-ACCT-FOOT.
           MOVE WS-PREV-ACCT TO WS-AF-ACCT-ID
           MOVE WS-CLOSING-BAL TO WS-AF-CLOSING
           WRITE STMT-REC FROM WS-ACCT-FOOT
           PERFORM WRITE-ACCT-FOOT-ADB.

       *> The last balance stands through the end of the period;
       *> the average is over every day FROM-DATE through TO-DATE.
       WRITE-ACCT-FOOT-ADB.
           MOVE WS-TO-DATE TO WS-PER-THRU
           PERFORM ADD-PERIOD-DAYS
           IF WS-PER-DAYS > 0
              COMPUTE WS-PER-ADB ROUNDED = WS-PER-SUM / WS-PER-DAYS
              MOVE WS-FROM-DATE TO WS-AP-FROM
              MOVE WS-TO-DATE   TO WS-AP-TO
              MOVE WS-PER-DAYS  TO WS-AP-DAYS
              WRITE STMT-REC FROM WS-ACCT-FOOT-PER
              MOVE WS-PER-ADB   TO WS-AA-ADB
              MOVE WS-PER-LOW   TO WS-AA-LOW
              WRITE STMT-REC FROM WS-ACCT-FOOT-ADB
           END-IF.

       *> Count the days WS-PER-DATE through WS-PER-THRU, each at
       *> WS-PER-BAL. An empty span - a posting on the period's
       *> first day - adds none.
       ADD-PERIOD-DAYS.
           COMPUTE WS-PER-SPAN = FUNCTION INTEGER-OF-DATE(WS-PER-THRU)
                               - FUNCTION INTEGER-OF-DATE(WS-PER-DATE)
                               + 1
           IF WS-PER-SPAN > 0
              IF WS-PER-DAYS = 0
                 OR WS-PER-BAL < WS-PER-LOW
                 MOVE WS-PER-BAL TO WS-PER-LOW
              END-IF
              ADD WS-PER-SPAN TO WS-PER-DAYS
              COMPUTE WS-PER-SUM = WS-PER-SUM
                                 + WS-PER-BAL * WS-PER-SPAN
           END-IF.

       WRITE-CUST-FOOT.
           MOVE WS-CUST-INT TO WS-CF-INTEREST
           WRITE STMT-REC FROM WS-CUST-FOOT-INT
           MOVE WS-CUST-FEES TO WS-CF-FEES
           WRITE STMT-REC FROM WS-CUST-FOOT-FEE
           IF WS-CUST-NSF NOT = 0
              MOVE WS-CUST-NSF TO WS-CF-NSF
              WRITE STMT-REC FROM WS-CUST-FOOT-NSF
           END-IF
           MOVE SPACES TO STMT-REC
           WRITE STMT-REC.

