       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE  ASSIGN TO "data/dailypost.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CARD-FILE ASSIGN TO "data/acctinq_cards.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCT-IDX  ASSIGN TO "data/accounts_idx.dat"
               FILE STATUS IS WS-IDX-STATUS.
           SELECT OPTIONAL CUST-FILE ASSIGN TO "data/customers.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REL-FILE ASSIGN TO "data/acctrel.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE  ASSIGN TO "out/acctinq.rpt"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       *> Shares the same run-date parameter card as DAILYPOST, which
       *> also carries the restart ACCT-ID this program has no use for
       *> but must still lay out the record to match the shared file.
       FD  CTL-FILE  RECORD CONTAINS 20 CHARACTERS.
       01  CTL-REC.
           05  CTL-RUN-DATE         PIC 9(8).
           05  CTL-RESTART-ACCT-ID  PIC X(12).

       *> One ACCT-ID per card, as keyed by the branch desk.
       FD  CARD-FILE RECORD CONTAINS 12 CHARACTERS.
       01  CARD-REC.

       *> Same-day balance master DAILYPOST keeps in step with
       *> accounts_out.dat, read here by key instead of scanned.
       FD  ACCT-IDX  RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IDX-REC.
           COPY "ACCOUNT-REC.cpy".

       01  CUST-IN-REC.
           COPY "CUST-REC.cpy".

       *> Account-relationship master CUSTMAINT maintains: every
       *> customer tied to the account, so the branch sees the joint
       *> owners and signers, not only the one CUST-ID on ACCOUNT-REC.
       FD  REL-FILE  RECORD CONTAINS 45 CHARACTERS.
       01  REL-IN-REC.
           COPY "ACCTREL-REC.cpy".

       *> One formatted line per card: the account as of today's
       *> posting run, or an explicit not-found line so the branch
       *> knows the ACCT-ID itself is bad, not just the balance.

       WORKING-STORAGE SECTION.
       77  EOF-CARD         PIC X     VALUE "N".
       77  TODAY            PIC 9(8)  VALUE ZERO.
       77  WS-IDX-STATUS    PIC X(2)  VALUE "00".

       *> The customer master held in storage for the owner line; an
       77  WS-CUST-FOUND    PIC X     VALUE "N".
           88  CUST-ON-MASTER        VALUE "Y".

       *> Live relationships held in storage the same way. The owner
       *> name and address block is the primary owner's - the
       *> relationship flagged primary, or ACCOUNT-REC's CUST-ID for
       *> an account with none - and every live relationship is then
       *> listed under it.
       77  EOF-REL          PIC X     VALUE "N".
       77  WS-REL-MAX       PIC 9(5)  VALUE 9000.
       77  WS-REL-COUNT     PIC 9(5)  COMP-3 VALUE 0.
       01  WS-REL-TABLE.
           05  WS-REL-ENTRY OCCURS 9000 TIMES INDEXED BY REL-PX.
               10  WS-TBL-REL-ACCT  PIC X(12).
               10  WS-TBL-REL-CUST  PIC X(12).
               10  WS-TBL-REL-ROLE  PIC X(4).
               10  WS-TBL-REL-PRI   PIC X(1).
       77  WS-JOIN-CUST-ID  PIC X(12) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCT-ID   PIC X(12).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-OC-ZIP        PIC X(5).
           05  FILLER           PIC X(48) VALUE SPACES.

       01  WS-REL-LINE.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-RL-ROLE       PIC X(4).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RL-CUST-ID    PIC X(12).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RL-NAME       PIC X(30).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RL-PRIMARY    PIC X(7).
           05  FILLER           PIC X(20) VALUE SPACES.

       01  WS-NOTFND-LINE.
           05  WS-NF-ACCT-ID    PIC X(12).
           05  FILLER           PIC X(19)

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-RUN-DATE
           OPEN INPUT CARD-FILE ACCT-IDX
           *> A balance master that will not open must stop the job -
           *> answering every card NOT FOUND would tell the branch
              STOP RUN
           END-IF
           PERFORM LOAD-CUST-TABLE
           PERFORM LOAD-REL-TABLE
           OPEN OUTPUT RPT-FILE
           PERFORM UNTIL EOF-CARD = "Y"
              READ CARD-FILE
           CLOSE CARD-FILE ACCT-IDX RPT-FILE
           GOBACK.

       GET-RUN-DATE.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
              AT END
                 DISPLAY "ACCTINQ: MISSING RUN-DATE PARAMETER CARD"
                 CLOSE CTL-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE CTL-RUN-DATE TO TODAY
           CLOSE CTL-FILE.

       *> Keyed read against the same-day master; a key that is not
       *> on the file gets its own line rather than being skipped, so
       *> every card in produces exactly one line out.
           IF WS-IDX-STATUS = "00"
              PERFORM FORMAT-DETAIL-LINE
              WRITE RPT-REC FROM WS-DETAIL-LINE
              PERFORM FIND-PRIMARY-OWNER
              PERFORM LOOKUP-CUST-IN-TABLE
              IF CUST-ON-MASTER
                 WRITE RPT-REC FROM WS-OWNER-LINE
                 WRITE RPT-REC FROM WS-OWNER-CITY-LINE
              END-IF
              PERFORM LIST-ACCT-OWNERS
           ELSE
              MOVE CARD-ACCT-ID TO WS-NF-ACCT-ID
              WRITE RPT-REC FROM WS-NOTFND-LINE
                 CONTINUE
              WHEN CUST-PX > WS-CUST-COUNT
                 CONTINUE
              WHEN WS-TBL-CUST-KEY(CUST-PX) = WS-JOIN-CUST-ID
                 MOVE "Y" TO WS-CUST-FOUND
                 MOVE WS-TBL-CUST-NAME(CUST-PX) TO WS-OW-NAME
                 MOVE WS-TBL-CUST-ADDR(CUST-PX) TO WS-OW-ADDR
                 MOVE WS-TBL-CUST-ZIP(CUST-PX)  TO WS-OC-ZIP
           END-SEARCH.

       *> Only relationships live today are held - one added with a
       *> later date does not answer for the account yet, an owner
       *> whose removal has taken effect no longer does, and one
       *> removed with a later date still does until then, the same
       *> test CASHRPT, STMTGEN and NOTICEGEN apply.
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
                    WHEN REL-REMOVED-DATE = 0
                         OR REL-REMOVED-DATE >= TODAY
                       PERFORM ADD-REL-TO-TABLE
                 END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE REL-FILE.

       ADD-REL-TO-TABLE.
           IF WS-REL-COUNT >= WS-REL-MAX
              DISPLAY "ACCTINQ: RELATIONSHIP TABLE FULL AT "
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
           MOVE CUST-ID OF ACCT-IDX-REC TO WS-JOIN-CUST-ID
           SET REL-PX TO 1
           SEARCH WS-REL-ENTRY
              AT END
                 CONTINUE
              WHEN REL-PX > WS-REL-COUNT
                 CONTINUE
              WHEN WS-TBL-REL-ACCT(REL-PX) = CARD-ACCT-ID
                   AND WS-TBL-REL-PRI(REL-PX) = "Y"
                 MOVE WS-TBL-REL-CUST(REL-PX) TO WS-JOIN-CUST-ID
           END-SEARCH.

       *> One line per customer tied to the account, in CUST-ID
       *> order as the relationship master holds them.
       LIST-ACCT-OWNERS.
           PERFORM VARYING REL-PX FROM 1 BY 1
                   UNTIL REL-PX > WS-REL-COUNT
              IF WS-TBL-REL-ACCT(REL-PX) = CARD-ACCT-ID
                 MOVE WS-TBL-REL-ROLE(REL-PX) TO WS-RL-ROLE
                 MOVE WS-TBL-REL-CUST(REL-PX) TO WS-RL-CUST-ID
                 MOVE WS-TBL-REL-CUST(REL-PX) TO WS-JOIN-CUST-ID
                 PERFORM LOOKUP-CUST-IN-TABLE
                 MOVE SPACES TO WS-RL-NAME
                 IF CUST-ON-MASTER
                    MOVE WS-OW-NAME TO WS-RL-NAME
                 END-IF
                 MOVE SPACES TO WS-RL-PRIMARY
                 IF WS-TBL-REL-PRI(REL-PX) = "Y"
                    MOVE "PRIMARY" TO WS-RL-PRIMARY
                 END-IF
                 WRITE RPT-REC FROM WS-REL-LINE
              END-IF
           END-PERFORM.

       FORMAT-DETAIL-LINE.
           MOVE ACCT-ID OF ACCT-IDX-REC      TO WS-DTL-ACCT-ID
           MOVE CUST-ID OF ACCT-IDX-REC      TO WS-DTL-CUST-ID
