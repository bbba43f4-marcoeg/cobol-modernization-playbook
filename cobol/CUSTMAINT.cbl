               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE  ASSIGN TO "out/custmaint.rpt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REL-FILE ASSIGN TO "data/acctrel.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RMNT-FILE ASSIGN TO "data/relmaint.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REL-NEW   ASSIGN TO "data/acctrel_new.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNMREL-FILE ASSIGN TO "out/unmatched_rel.dat"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE  RECORD CONTAINS 44 CHARACTERS.
       01  RPT-REC              PIC X(44).

       *> Account-relationship master: one record per customer tied
       *> to an account - the owner ACCOUNT-REC names, joint owners,
       *> authorized signers, trustees - sorted by ACCT-ID and
       *> CUST-ID under the same control-label discipline as
       *> customers.dat. A relationship that ends keeps its record
       *> with the removed date stamped, so who was tied to the
       *> account on any past date can still be answered.
       FD  REL-FILE  RECORD CONTAINS 45 CHARACTERS.
       01  REL-IN-REC.
           COPY "ACCTREL-REC.cpy".

       *> Branch-submitted relationship maintenance: an action code
       *> and a full relationship image, sorted by ACCT-ID and
       *> CUST-ID, under the same header/trailer discipline as
       *> custmaint.dat. "ADD " ties the customer to the account,
       *> "CHG " replaces the role or primary flag, "DEL " ends the
       *> relationship. A night with no relationship work may send
       *> no file at all.
       FD  RMNT-FILE RECORD CONTAINS 49 CHARACTERS.
       01  RMNT-IN-REC.
           05  RMNT-ACTION      PIC X(4).
           05  RMNT-REL         PIC X(45).

       *> The merged relationship master, copied back over
       *> data/acctrel.dat with fresh labels once the merge
       *> completes.
       FD  REL-NEW   RECORD CONTAINS 45 CHARACTERS.
       01  REL-NEW-REC          PIC X(45).

       *> Relationship maintenance whose key never matches the
       *> master, reported the same way as unmatched customer
       *> maintenance.
       FD  UNMREL-FILE RECORD CONTAINS 49 CHARACTERS.
       01  UNMREL-REC           PIC X(49).

       WORKING-STORAGE SECTION.
       77  EOF-CUST         PIC X          VALUE "N".
       77  EOF-CMNT         PIC X          VALUE "N".
           05  WS-TRL-OUT-CNT   PIC 9(9).
           05  WS-TRL-OUT-HASH  PIC S9(13)V99 SIGN LEADING SEPARATE.

       *> Relationship merge state. The feed image is worked in its
       *> own area so its fields can be defaulted before it is
       *> written; the keys are ACCT-ID then CUST-ID.
       77  EOF-REL          PIC X          VALUE "N".
       77  EOF-RMNT         PIC X          VALUE "N".
       77  WS-RMNT-EMPTY    PIC X          VALUE "N".
           88  NO-REL-MAINT               VALUE "Y".
       77  WS-REL-ADD-COUNT PIC 9(7)       COMP-3 VALUE 0.
       77  WS-REL-CHG-COUNT PIC 9(7)       COMP-3 VALUE 0.
       77  WS-REL-END-COUNT PIC 9(7)       COMP-3 VALUE 0.
       77  WS-REL-UNM-COUNT PIC 9(7)       COMP-3 VALUE 0.
       77  WS-REL-OUT-COUNT PIC 9(9)       COMP-3 VALUE 0.
       77  WS-REL-COPY-COUNT PIC 9(9)      COMP-3 VALUE 0.
       01  WS-FEED-REL.
           COPY "ACCTREL-REC.cpy".
       01  WS-MST-REL-KEY.
           05  WS-MST-REL-ACCT  PIC X(12).
           05  WS-MST-REL-CUST  PIC X(12).
       01  WS-FEED-REL-KEY.
           05  WS-FEED-REL-ACCT PIC X(12).
           05  WS-FEED-REL-CUST PIC X(12).

       *> Primary-owner proof on the merged master: every account
       *> with a live relationship must have exactly one primary.
       01  WS-PRI-REL.
           COPY "ACCTREL-REC.cpy".
       77  WS-PRI-ACCT      PIC X(12)      VALUE LOW-VALUES.
       77  WS-PRI-LIVE      PIC 9(5)       COMP-3 VALUE 0.
       77  WS-PRI-COUNT     PIC 9(5)       COMP-3 VALUE 0.
       77  WS-PRI-EXC-COUNT PIC 9(7)       COMP-3 VALUE 0.

       01  WS-RPT-LINE.
           05  WS-RPT-LABEL     PIC X(20).
           05  WS-RPT-COUNT     PIC ZZZ,ZZ9.
           END-PERFORM
           CLOSE CUST-FILE CMNT-FILE CUST-NEW UNMCUST-FILE
           PERFORM COPY-MERGED-BACK
           PERFORM MAINTAIN-RELATIONSHIPS
           PERFORM WRITE-RUN-REPORT
           CLOSE RPT-FILE
           GOBACK.
              STOP RUN
           END-IF.

       *> The account-relationship master gets the same treatment as
       *> the customer master: its feed proved, a balanced-line merge
       *> on ACCT-ID/CUST-ID, and a labelled copy-back.
       MAINTAIN-RELATIONSHIPS.
           PERFORM VALIDATE-REL-LABELS
           OPEN INPUT REL-FILE RMNT-FILE
           OPEN OUTPUT REL-NEW UNMREL-FILE
           PERFORM READ-NEXT-REL
           IF NO-REL-MAINT
              MOVE "Y" TO EOF-RMNT
           ELSE
              PERFORM READ-NEXT-RMNT
           END-IF
           PERFORM UNTIL EOF-REL = "Y" AND EOF-RMNT = "Y"
              EVALUATE TRUE
                 WHEN EOF-RMNT = "Y"
                    PERFORM WRITE-MASTER-REL
                    PERFORM READ-NEXT-REL
                 WHEN EOF-REL = "Y"
                    PERFORM APPLY-UNMATCHED-RMNT
                    PERFORM READ-NEXT-RMNT
                 WHEN WS-MST-REL-KEY < WS-FEED-REL-KEY
                    PERFORM WRITE-MASTER-REL
                    PERFORM READ-NEXT-REL
                 WHEN WS-MST-REL-KEY > WS-FEED-REL-KEY
                    PERFORM APPLY-UNMATCHED-RMNT
                    PERFORM READ-NEXT-RMNT
                 WHEN OTHER
                    PERFORM APPLY-MATCHED-RMNT
                    PERFORM READ-NEXT-REL
                    PERFORM READ-NEXT-RMNT
              END-EVALUATE
           END-PERFORM
           CLOSE REL-FILE RMNT-FILE REL-NEW UNMREL-FILE
           PERFORM COPY-REL-MERGED-BACK.

       *> Same gate as VALIDATE-FEED-LABELS, except that a feed that
       *> is absent or empty simply means no relationship work
       *> tonight. A feed that is there must be labelled and whole.
       VALIDATE-REL-LABELS.
           OPEN INPUT RMNT-FILE
           MOVE "N" TO EOF-VAL WS-TRL-SEEN WS-RMNT-EMPTY
           MOVE 0 TO WS-VAL-COUNT
           READ RMNT-FILE
              AT END MOVE "Y" TO EOF-VAL
           END-READ
           IF EOF-VAL = "Y"
              MOVE "Y" TO WS-RMNT-EMPTY
           ELSE
              IF RMNT-IN-REC(1:3) NOT = "HDR"
                 DISPLAY "CUSTMAINT: MISSING HEADER ON RMNT-FILE"
                    " - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE RMNT-IN-REC(4:8) TO WS-HDR-DATE
              IF WS-HDR-DATE NOT = TODAY
                 DISPLAY "CUSTMAINT: RMNT HEADER DATE " WS-HDR-DATE
                    " DOES NOT MATCH RUN DATE " TODAY " - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           PERFORM UNTIL EOF-VAL = "Y"
              READ RMNT-FILE
                 AT END MOVE "Y" TO EOF-VAL
              NOT AT END
                 IF RMNT-IN-REC(1:3) = "TRL"
                    MOVE RMNT-IN-REC(4:25) TO WS-TRL-FIELDS
                    MOVE "Y" TO WS-TRL-SEEN
                    MOVE "Y" TO EOF-VAL
                 ELSE
                    ADD 1 TO WS-VAL-COUNT
                 END-IF
              END-READ
           END-PERFORM
           IF NOT NO-REL-MAINT
              IF WS-TRL-SEEN NOT = "Y"
                 DISPLAY "CUSTMAINT: MISSING TRAILER ON RMNT-FILE"
                    " - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-TRL-COUNT NOT = WS-VAL-COUNT
                 DISPLAY "CUSTMAINT: RMNT TRAILER COUNT " WS-TRL-COUNT
                    " BUT " WS-VAL-COUNT " RECORDS READ - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           CLOSE RMNT-FILE.

       READ-NEXT-REL.
           READ REL-FILE
              AT END MOVE "Y" TO EOF-REL
           END-READ
           IF EOF-REL NOT = "Y" AND REL-IN-REC(1:3) = "HDR"
              READ REL-FILE
                 AT END MOVE "Y" TO EOF-REL
              END-READ
           END-IF
           IF EOF-REL NOT = "Y" AND REL-IN-REC(1:3) = "TRL"
              MOVE "Y" TO EOF-REL
           END-IF
           IF EOF-REL NOT = "Y"
              MOVE REL-ACCT-ID OF REL-IN-REC TO WS-MST-REL-ACCT
              MOVE REL-CUST-ID OF REL-IN-REC TO WS-MST-REL-CUST
           END-IF.

       READ-NEXT-RMNT.
           READ RMNT-FILE
              AT END MOVE "Y" TO EOF-RMNT
           END-READ
           IF EOF-RMNT NOT = "Y" AND RMNT-IN-REC(1:3) = "HDR"
              READ RMNT-FILE
                 AT END MOVE "Y" TO EOF-RMNT
              END-READ
           END-IF
           IF EOF-RMNT NOT = "Y" AND RMNT-IN-REC(1:3) = "TRL"
              MOVE "Y" TO EOF-RMNT
           END-IF
           IF EOF-RMNT NOT = "Y"
              MOVE RMNT-REL TO WS-FEED-REL
              MOVE REL-ACCT-ID OF WS-FEED-REL TO WS-FEED-REL-ACCT
              MOVE REL-CUST-ID OF WS-FEED-REL TO WS-FEED-REL-CUST
           END-IF.

       WRITE-MASTER-REL.
           WRITE REL-NEW-REC FROM REL-IN-REC
           ADD 1 TO WS-REL-OUT-COUNT.

       *> A new relationship starts today unless the branch dated
       *> it, and is live until a "DEL " ends it.
       APPLY-UNMATCHED-RMNT.
           IF RMNT-ACTION = "ADD "
              IF REL-ADDED-DATE OF WS-FEED-REL = 0
                 MOVE TODAY TO REL-ADDED-DATE OF WS-FEED-REL
              END-IF
              MOVE 0 TO REL-REMOVED-DATE OF WS-FEED-REL
              WRITE REL-NEW-REC FROM WS-FEED-REL
              ADD 1 TO WS-REL-OUT-COUNT
              ADD 1 TO WS-REL-ADD-COUNT
           ELSE
              WRITE UNMREL-REC FROM RMNT-IN-REC
              ADD 1 TO WS-REL-UNM-COUNT
           END-IF.

       *> "CHG " replaces the role and primary flag but keeps the
       *> date the customer was first tied to the account; "DEL "
       *> stamps the last day of the relationship - today, unless
       *> the branch gave one - and keeps the record. An "ADD " for
       *> a customer already on the account re-opens an ended
       *> relationship, and is an error for the desk otherwise.
       APPLY-MATCHED-RMNT.
           EVALUATE RMNT-ACTION
              WHEN "CHG "
                 MOVE REL-ADDED-DATE OF REL-IN-REC
                      TO REL-ADDED-DATE OF WS-FEED-REL
                 MOVE REL-REMOVED-DATE OF REL-IN-REC
                      TO REL-REMOVED-DATE OF WS-FEED-REL
                 WRITE REL-NEW-REC FROM WS-FEED-REL
                 ADD 1 TO WS-REL-OUT-COUNT
                 ADD 1 TO WS-REL-CHG-COUNT
              WHEN "DEL "
                 IF REL-REMOVED-DATE OF WS-FEED-REL = 0
                    MOVE TODAY TO REL-REMOVED-DATE OF REL-IN-REC
                 ELSE
                    MOVE REL-REMOVED-DATE OF WS-FEED-REL
                         TO REL-REMOVED-DATE OF REL-IN-REC
                 END-IF
                 WRITE REL-NEW-REC FROM REL-IN-REC
                 ADD 1 TO WS-REL-OUT-COUNT
                 ADD 1 TO WS-REL-END-COUNT
              WHEN "ADD "
                 IF REL-REMOVED-DATE OF REL-IN-REC NOT = 0
                    IF REL-ADDED-DATE OF WS-FEED-REL = 0
                       MOVE TODAY TO REL-ADDED-DATE OF WS-FEED-REL
                    END-IF
                    MOVE 0 TO REL-REMOVED-DATE OF WS-FEED-REL
                    WRITE REL-NEW-REC FROM WS-FEED-REL
                    ADD 1 TO WS-REL-ADD-COUNT
                 ELSE
                    WRITE REL-NEW-REC FROM REL-IN-REC
                    WRITE UNMREL-REC FROM RMNT-IN-REC
                    ADD 1 TO WS-REL-UNM-COUNT
                 END-IF
                 ADD 1 TO WS-REL-OUT-COUNT
              WHEN OTHER
                 WRITE REL-NEW-REC FROM REL-IN-REC
                 ADD 1 TO WS-REL-OUT-COUNT
                 WRITE UNMREL-REC FROM RMNT-IN-REC
                 ADD 1 TO WS-REL-UNM-COUNT
           END-EVALUATE.

       *> Copy the merged relationships back with fresh labels,
       *> proving on the way that each account with live
       *> relationships names exactly one primary owner. An account
       *> that does not is counted for the desk; the programs that
       *> need a primary fall back to ACCOUNT-REC's CUST-ID.
       COPY-REL-MERGED-BACK.
           OPEN INPUT REL-NEW
           OPEN OUTPUT REL-FILE
           MOVE TODAY TO WS-HDR-OUT-DATE
           MOVE SPACES TO REL-IN-REC
           MOVE WS-HDR-REC TO REL-IN-REC(1:11)
           WRITE REL-IN-REC
           MOVE "N" TO EOF-NEW
           MOVE LOW-VALUES TO WS-PRI-ACCT
           MOVE 0 TO WS-PRI-LIVE WS-PRI-COUNT
           PERFORM UNTIL EOF-NEW = "Y"
              READ REL-NEW
                 AT END MOVE "Y" TO EOF-NEW
              NOT AT END
                 ADD 1 TO WS-REL-COPY-COUNT
                 WRITE REL-IN-REC FROM REL-NEW-REC
                 MOVE REL-NEW-REC TO WS-PRI-REL
                 PERFORM CHECK-PRIMARY-OWNER
              END-READ
           END-PERFORM
           PERFORM CLOSE-PRIMARY-GROUP
           MOVE WS-REL-OUT-COUNT TO WS-TRL-OUT-CNT
           MOVE 0 TO WS-TRL-OUT-HASH
           MOVE SPACES TO REL-IN-REC
           MOVE WS-TRL-REC TO REL-IN-REC(1:28)
           WRITE REL-IN-REC
           CLOSE REL-NEW REL-FILE
           IF WS-REL-COPY-COUNT NOT = WS-REL-OUT-COUNT
              DISPLAY "CUSTMAINT: RELATIONSHIP COUNT MISMATCH ON"
                 " COPY-BACK - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-PRIMARY-OWNER.
           IF REL-ACCT-ID OF WS-PRI-REL NOT = WS-PRI-ACCT
              PERFORM CLOSE-PRIMARY-GROUP
              MOVE REL-ACCT-ID OF WS-PRI-REL TO WS-PRI-ACCT
              MOVE 0 TO WS-PRI-LIVE WS-PRI-COUNT
           END-IF
           IF REL-REMOVED-DATE OF WS-PRI-REL = 0
              OR REL-REMOVED-DATE OF WS-PRI-REL >= TODAY
              ADD 1 TO WS-PRI-LIVE
              IF REL-PRIMARY OF WS-PRI-REL = "Y"
                 ADD 1 TO WS-PRI-COUNT
              END-IF
           END-IF.

       CLOSE-PRIMARY-GROUP.
           IF WS-PRI-LIVE > 0 AND WS-PRI-COUNT NOT = 1
              DISPLAY "CUSTMAINT: ACCT-ID " WS-PRI-ACCT " HAS "
                 WS-PRI-COUNT " PRIMARY OWNERS"
              ADD 1 TO WS-PRI-EXC-COUNT
           END-IF.

       WRITE-RUN-REPORT.
           MOVE "CUSTOMERS ADDED"    TO WS-RPT-LABEL
           MOVE WS-ADD-COUNT        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "CUSTOMERS ON FILE"  TO WS-RPT-LABEL
           MOVE WS-OUT-COUNT        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "OWNERS ADDED"       TO WS-RPT-LABEL
           MOVE WS-REL-ADD-COUNT    TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "OWNERS CHANGED"     TO WS-RPT-LABEL
           MOVE WS-REL-CHG-COUNT    TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "OWNERS REMOVED"     TO WS-RPT-LABEL
           MOVE WS-REL-END-COUNT    TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "UNMATCHED REL MAINT" TO WS-RPT-LABEL
           MOVE WS-REL-UNM-COUNT    TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "PRIMARY EXCEPTIONS" TO WS-RPT-LABEL
           MOVE WS-PRI-EXC-COUNT    TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "OWNERS ON FILE"     TO WS-RPT-LABEL
           MOVE WS-REL-OUT-COUNT    TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE.
