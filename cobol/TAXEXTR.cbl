               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INTYTD-FILE ASSIGN TO "data/int_ytd.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REL-FILE ASSIGN TO "data/acctrel.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXTR-FILE ASSIGN TO "out/tax_extract.dat"
               ORGANIZATION IS SEQUENTIAL.

           05  TAX-CTL-YEAR     PIC 9(4).
           05  TAX-CTL-THRESH   PIC 9(7)V99.

       FD  ACCT-FILE RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IN-REC.
           COPY "ACCOUNT-REC.cpy".

       01  INTYTD-IN-REC.
           COPY "INTYTD-REC.cpy".

       *> Account-relationship master CUSTMAINT maintains. Interest
       *> on a joint account is reportable under the primary owner
       *> alone - never split, never repeated for each owner.
       FD  REL-FILE  RECORD CONTAINS 45 CHARACTERS.
       01  REL-IN-REC.
           COPY "ACCTREL-REC.cpy".

       *> One reporting record per customer at or above the
       *> threshold - their accounts' posted interest for the year
       *> rolled together - and a "TRL" control line with the count
               10  WS-TBL-CUST-ID   PIC X(12).
       77  WS-JOIN-CUST-ID  PIC X(12)      VALUE SPACES.

       *> Primary-owner relationships live at some point in the
       *> reporting year. An account with none reports under
       *> ACCOUNT-REC's CUST-ID as it always has.
       77  EOF-REL          PIC X          VALUE "N".
       77  WS-REL-MAX       PIC 9(5)       VALUE 5000.
       77  WS-REL-COUNT     PIC 9(5)       COMP-3 VALUE 0.
       01  WS-REL-TABLE.
           05  WS-REL-ENTRY OCCURS 5000 TIMES INDEXED BY REL-PX.
               10  WS-TBL-REL-ACCT  PIC X(12).
               10  WS-TBL-REL-CUST  PIC X(12).
               10  WS-TBL-REL-END   PIC 9(8).
       77  WS-REL-BEST-END  PIC 9(8)       VALUE ZERO.
       01  WS-REL-YEAR-WK.
           05  WS-REL-ADD-YEAR  PIC 9(4).
           05  WS-REL-END-YEAR  PIC 9(4).

       *> The customer master held in storage for the payee name.
       77  WS-CUST-MAX      PIC 9(5)       VALUE 5000.
       77  WS-CUST-COUNT    PIC 9(5)       COMP-3 VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-REPORT-PARMS
           PERFORM LOAD-REL-TABLE
           PERFORM LOAD-ACCT-TABLE
           PERFORM LOAD-CUST-TABLE
           PERFORM TOTAL-YEAR-INTEREST
           ADD 1 TO WS-ACCT-COUNT
           SET ACCT-PX TO WS-ACCT-COUNT
           MOVE ACCT-ID OF ACCT-IN-REC TO WS-TBL-ACCT-ID(ACCT-PX)
           PERFORM FIND-PRIMARY-OWNER
           MOVE WS-JOIN-CUST-ID TO WS-TBL-CUST-ID(ACCT-PX).

       *> Only primary-owner relationships are held, and only those
       *> live in the reporting year. Where the primary changed in
       *> the year, the one that held it last answers for the whole
       *> year; a live relationship is held as ending 99999999.
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
                    WHEN REL-PRIMARY NOT = "Y"
                       CONTINUE
                    WHEN OTHER
                       MOVE REL-ADDED-DATE(1:4)   TO WS-REL-ADD-YEAR
                       MOVE REL-REMOVED-DATE(1:4) TO WS-REL-END-YEAR
                       IF WS-REL-ADD-YEAR <= WS-TAX-YEAR
                          AND (REL-REMOVED-DATE = 0
                               OR WS-REL-END-YEAR >= WS-TAX-YEAR)
                          PERFORM ADD-REL-TO-TABLE
                       END-IF
                 END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE REL-FILE.

       ADD-REL-TO-TABLE.
           IF WS-REL-COUNT >= WS-REL-MAX
              DISPLAY "TAXEXTR: RELATIONSHIP TABLE FULL AT "
                 WS-REL-MAX " - RAISE WS-REL-MAX AND RERUN - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-REL-COUNT
           SET REL-PX TO WS-REL-COUNT
           MOVE REL-ACCT-ID TO WS-TBL-REL-ACCT(REL-PX)
           MOVE REL-CUST-ID TO WS-TBL-REL-CUST(REL-PX)
           IF REL-REMOVED-DATE = 0
              MOVE 99999999 TO WS-TBL-REL-END(REL-PX)
           ELSE
              MOVE REL-REMOVED-DATE TO WS-TBL-REL-END(REL-PX)
           END-IF.

       FIND-PRIMARY-OWNER.
           MOVE CUST-ID OF ACCT-IN-REC TO WS-JOIN-CUST-ID
           MOVE 0 TO WS-REL-BEST-END
           PERFORM VARYING REL-PX FROM 1 BY 1
                   UNTIL REL-PX > WS-REL-COUNT
              IF WS-TBL-REL-ACCT(REL-PX) = ACCT-ID OF ACCT-IN-REC
                 AND WS-TBL-REL-END(REL-PX) > WS-REL-BEST-END
                 MOVE WS-TBL-REL-CUST(REL-PX) TO WS-JOIN-CUST-ID
                 MOVE WS-TBL-REL-END(REL-PX)  TO WS-REL-BEST-END
              END-IF
           END-PERFORM.

       *> Hold the customer master in storage too. Like the account
       *> master it carries control labels; the header is stepped
