       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE  ASSIGN TO "data/dailypost.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SO-FILE ASSIGN TO "data/standing.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SOMNT-FILE ASSIGN TO "data/somaint.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SO-NEW    ASSIGN TO "data/standing_new.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SOREJ-FILE ASSIGN TO "out/somaint_rejects.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE  ASSIGN TO "out/somaint.rpt"
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

       *> Standing-instruction master: one record per recurring
       *> transfer or payment the branch has taken, sorted by debit
       *> ACCT-ID and instruction number and carried run to run
       *> under the same control-label discipline as stops.dat.
       *> SOGEN generates the payments off it each night and keeps
       *> the run state at the back of each record.
       FD  SO-FILE   RECORD CONTAINS 116 CHARACTERS.
       01  SO-IN-REC.
           COPY "SO-REC.cpy".

       *> Branch-submitted instruction maintenance: an action code
       *> and a full instruction image, sorted by debit ACCT-ID and
       *> instruction number, under the same header/trailer
       *> discipline as stopmaint.dat. "ADD " takes a new
       *> instruction, "CHG " replaces its terms (a new amount, a
       *> new date, or reinstatement of a suspended one), "DEL "
       *> cancels it at the customer's request.
       FD  SOMNT-FILE RECORD CONTAINS 120 CHARACTERS.
       01  SOMNT-IN-REC.
           05  SOMNT-ACTION     PIC X(4).
           05  SOMNT-SO         PIC X(116).

       *> The merged master, copied back over data/standing.dat with
       *> fresh labels once the merge completes.
       FD  SO-NEW    RECORD CONTAINS 116 CHARACTERS.
       01  SO-NEW-REC           PIC X(116).

       *> Maintenance turned back to the branch, with a reason: a
       *> "CHG " or "DEL " for an instruction we do not have
       *> ("NOSO"), an "ADD " for one we already do ("DUPL"), an
       *> unknown action ("ACTN"), an image that fails the edits
       *> ("INVL"), or a "DEL " or a change of amount, payee or
       *> credit account while a payment is still awaiting its
       *> outcome ("OUTS") - none is read past silently.
       FD  SOREJ-FILE RECORD CONTAINS 124 CHARACTERS.
       01  SOREJ-REC.
           05  SOREJ-REASON     PIC X(4).
           05  SOREJ-IMAGE      PIC X(120).

       FD  RPT-FILE  RECORD CONTAINS 44 CHARACTERS.
       01  RPT-REC              PIC X(44).

       WORKING-STORAGE SECTION.
       77  EOF-SO           PIC X          VALUE "N".
       77  EOF-SOMNT        PIC X          VALUE "N".
       77  EOF-NEW          PIC X          VALUE "N".
       77  TODAY            PIC 9(8)       VALUE ZERO.
       77  WS-ADD-COUNT     PIC 9(7)       COMP-3 VALUE 0.
       77  WS-CHG-COUNT     PIC 9(7)       COMP-3 VALUE 0.
       77  WS-DEL-COUNT     PIC 9(7)       COMP-3 VALUE 0.
       77  WS-REJ-COUNT     PIC 9(7)       COMP-3 VALUE 0.
       77  WS-OUT-COUNT     PIC 9(9)       COMP-3 VALUE 0.
       77  WS-COPY-COUNT    PIC 9(9)       COMP-3 VALUE 0.
       77  WS-REJ-REASON    PIC X(4)       VALUE SPACES.

       *> The feed's instruction image, laid out for the edits and
       *> for carrying the master's run state across a "CHG ".
       01  WS-FEED-SO.
           COPY "SO-REC.cpy".

       *> Result of the edits on a fresh or replacement image.
       77  WS-SO-VALID      PIC X          VALUE "Y".
           88  SO-IMAGE-VALID             VALUE "Y".
       77  WS-SO-HELD       PIC X          VALUE "N".
           88  SO-PAYMENT-OUTSTANDING     VALUE "Y".
       77  WS-DUE-DD        PIC 9(2)       VALUE 0.

       *> Merge keys: debit ACCT-ID and instruction number, master
       *> and feed.
       01  WS-MST-KEY.
           05  WS-MST-ACCT-ID   PIC X(12).
           05  WS-MST-SO-ID     PIC X(8).
       01  WS-FEED-KEY.
           05  WS-FEED-ACCT-ID  PIC X(12).
           05  WS-FEED-SO-ID    PIC X(8).

       *> Control-label validation state, the same discipline
       *> DAILYPOST applies to its three feeds.
       77  EOF-VAL          PIC X          VALUE "N".
       77  WS-TRL-SEEN      PIC X          VALUE "N".
       77  WS-HDR-DATE      PIC 9(8)       VALUE ZERO.
       77  WS-VAL-COUNT     PIC 9(9)       COMP-3 VALUE 0.
       01  WS-TRL-FIELDS.
           05  WS-TRL-COUNT     PIC 9(9).
           05  WS-TRL-HASH     PIC S9(13)V99 SIGN LEADING SEPARATE.

       01  WS-HDR-REC.
           05  FILLER           PIC X(3)  VALUE "HDR".
           05  WS-HDR-OUT-DATE  PIC 9(8).
       01  WS-TRL-REC.
           05  FILLER           PIC X(3)  VALUE "TRL".
           05  WS-TRL-OUT-CNT   PIC 9(9).
           05  WS-TRL-OUT-HASH  PIC S9(13)V99 SIGN LEADING SEPARATE.

       01  WS-RPT-LINE.
           05  WS-RPT-LABEL     PIC X(20).
           05  WS-RPT-COUNT     PIC ZZZ,ZZ9.
           05  FILLER           PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-RUN-DATE
           PERFORM VALIDATE-FEED-LABELS
           OPEN INPUT SO-FILE SOMNT-FILE
           OPEN OUTPUT SO-NEW SOREJ-FILE RPT-FILE
           PERFORM READ-NEXT-SO
           PERFORM READ-NEXT-SOMNT
           *> Balanced-line merge of the sorted master against the
           *> sorted feed on debit ACCT-ID and instruction number:
           *> carried, replaced, dropped or inserted record by record.
           PERFORM UNTIL EOF-SO = "Y" AND EOF-SOMNT = "Y"
              EVALUATE TRUE
                 WHEN EOF-SOMNT = "Y"
                    PERFORM WRITE-MASTER-SO
                    PERFORM READ-NEXT-SO
                 WHEN EOF-SO = "Y"
                    PERFORM APPLY-UNMATCHED-SOMNT
                    PERFORM READ-NEXT-SOMNT
                 WHEN WS-MST-KEY < WS-FEED-KEY
                    PERFORM WRITE-MASTER-SO
                    PERFORM READ-NEXT-SO
                 WHEN WS-MST-KEY > WS-FEED-KEY
                    PERFORM APPLY-UNMATCHED-SOMNT
                    PERFORM READ-NEXT-SOMNT
                 WHEN OTHER
                    PERFORM APPLY-MATCHED-SOMNT
                    PERFORM READ-NEXT-SO
                    PERFORM READ-NEXT-SOMNT
              END-EVALUATE
           END-PERFORM
           CLOSE SO-FILE SOMNT-FILE SO-NEW SOREJ-FILE
           PERFORM COPY-MERGED-BACK
           PERFORM WRITE-RUN-REPORT
           CLOSE RPT-FILE
           GOBACK.

       GET-RUN-DATE.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
              AT END
                 DISPLAY "SOMAINT: MISSING RUN-DATE PARAMETER CARD"
                 CLOSE CTL-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE CTL-RUN-DATE TO TODAY
           CLOSE CTL-FILE.

       *> Prove the feed structurally sound before the master is
       *> touched: header present and dated for this run, trailer
       *> count matching the records read - the same gate DAILYPOST
       *> puts on maint.dat.
       VALIDATE-FEED-LABELS.
           OPEN INPUT SOMNT-FILE
           MOVE "N" TO EOF-VAL WS-TRL-SEEN
           MOVE 0 TO WS-VAL-COUNT
           READ SOMNT-FILE
              AT END MOVE "Y" TO EOF-VAL
           END-READ
           IF EOF-VAL = "Y" OR SOMNT-IN-REC(1:3) NOT = "HDR"
              DISPLAY "SOMAINT: MISSING HEADER ON SOMNT-FILE"
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SOMNT-IN-REC(4:8) TO WS-HDR-DATE
           IF WS-HDR-DATE NOT = TODAY
              DISPLAY "SOMAINT: HEADER DATE " WS-HDR-DATE
                 " DOES NOT MATCH RUN DATE " TODAY " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL EOF-VAL = "Y"
              READ SOMNT-FILE
                 AT END MOVE "Y" TO EOF-VAL
              NOT AT END
                 IF SOMNT-IN-REC(1:3) = "TRL"
                    MOVE SOMNT-IN-REC(4:25) TO WS-TRL-FIELDS
                    MOVE "Y" TO WS-TRL-SEEN
                    MOVE "Y" TO EOF-VAL
                 ELSE
                    ADD 1 TO WS-VAL-COUNT
                 END-IF
              END-READ
           END-PERFORM
           IF WS-TRL-SEEN NOT = "Y"
              DISPLAY "SOMAINT: MISSING TRAILER ON SOMNT-FILE"
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-TRL-COUNT NOT = WS-VAL-COUNT
              DISPLAY "SOMAINT: TRAILER COUNT " WS-TRL-COUNT
                 " BUT " WS-VAL-COUNT " RECORDS READ - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE SOMNT-FILE.

       *> The labelled files were proved above; in the merge pass
       *> the header is stepped over and the trailer is end-of-data.
       *> The merge key is picked up with each read.
       READ-NEXT-SO.
           READ SO-FILE
              AT END MOVE "Y" TO EOF-SO
           END-READ
           IF EOF-SO NOT = "Y" AND SO-IN-REC(1:3) = "HDR"
              READ SO-FILE
                 AT END MOVE "Y" TO EOF-SO
              END-READ
           END-IF
           IF EOF-SO NOT = "Y" AND SO-IN-REC(1:3) = "TRL"
              MOVE "Y" TO EOF-SO
           END-IF
           IF EOF-SO NOT = "Y"
              MOVE SO-DEBIT-ACCT-ID OF SO-IN-REC TO WS-MST-ACCT-ID
              MOVE SO-ID OF SO-IN-REC            TO WS-MST-SO-ID
           END-IF.

       READ-NEXT-SOMNT.
           READ SOMNT-FILE
              AT END MOVE "Y" TO EOF-SOMNT
           END-READ
           IF EOF-SOMNT NOT = "Y" AND SOMNT-IN-REC(1:3) = "HDR"
              READ SOMNT-FILE
                 AT END MOVE "Y" TO EOF-SOMNT
              END-READ
           END-IF
           IF EOF-SOMNT NOT = "Y" AND SOMNT-IN-REC(1:3) = "TRL"
              MOVE "Y" TO EOF-SOMNT
           END-IF
           IF EOF-SOMNT NOT = "Y"
              MOVE SOMNT-SO TO WS-FEED-SO
              MOVE SO-DEBIT-ACCT-ID OF WS-FEED-SO TO WS-FEED-ACCT-ID
              MOVE SO-ID OF WS-FEED-SO            TO WS-FEED-SO-ID
           END-IF.

       WRITE-MASTER-SO.
           WRITE SO-NEW-REC FROM SO-IN-REC
           ADD 1 TO WS-OUT-COUNT.

       *> A feed record with no master match: only an "ADD " belongs
       *> here - anything else names an instruction we do not have.
       *> A new instruction starts active with no payments made and
       *> nothing outstanding, whatever the branch keyed in those
       *> fields.
       APPLY-UNMATCHED-SOMNT.
           EVALUATE SOMNT-ACTION
              WHEN "ADD "
                 MOVE "A" TO SO-STATUS OF WS-FEED-SO
                 MOVE 0 TO SO-PAY-COUNT OF WS-FEED-SO
                           SO-RETRY-COUNT OF WS-FEED-SO
                           SO-LAST-GEN-DATE OF WS-FEED-SO
                           SO-LAST-PAID-DATE OF WS-FEED-SO
                 MOVE SPACES TO SO-LAST-TXN-ID OF WS-FEED-SO
                 PERFORM EDIT-FEED-SO
                 IF SO-IMAGE-VALID
                    AND SO-NEXT-DUE OF WS-FEED-SO < TODAY
                    MOVE "N" TO WS-SO-VALID
                 END-IF
                 IF SO-IMAGE-VALID
                    WRITE SO-NEW-REC FROM WS-FEED-SO
                    ADD 1 TO WS-OUT-COUNT
                    ADD 1 TO WS-ADD-COUNT
                 ELSE
                    MOVE "INVL" TO WS-REJ-REASON
                    PERFORM REJECT-SOMNT
                 END-IF
              WHEN "CHG "
              WHEN "DEL "
                 MOVE "NOSO" TO WS-REJ-REASON
                 PERFORM REJECT-SOMNT
              WHEN OTHER
                 MOVE "ACTN" TO WS-REJ-REASON
                 PERFORM REJECT-SOMNT
           END-EVALUATE.

       *> A feed record matching a master record: "CHG " replaces the
       *> terms, "DEL " cancels the instruction, and an "ADD " for
       *> one we already carry is an error for the desk, not a new
       *> record. A change keeps the run state SOGEN has built up -
       *> payments made, the item awaiting its outcome - and takes
       *> the master's due date when the branch left it off. Keyed
       *> "A" on a suspended instruction, it reinstates it with its
       *> NSF retries cleared.
       *> While a payment is awaiting its outcome, SOGEN settles it
       *> off the instruction - the payee remitted, the account
       *> credited, for the amount on the master - so the
       *> instruction may not be cancelled, nor those terms changed,
       *> until that payment has settled; the branch keys it again
       *> on a later night.
       APPLY-MATCHED-SOMNT.
           MOVE "N" TO WS-SO-HELD
           IF SO-LAST-TXN-ID OF SO-IN-REC NOT = SPACES
              EVALUATE TRUE
                 WHEN SOMNT-ACTION = "DEL "
                    MOVE "Y" TO WS-SO-HELD
                 WHEN SOMNT-ACTION = "CHG "
                      AND (SO-AMOUNT OF WS-FEED-SO NOT =
                           SO-AMOUNT OF SO-IN-REC
                           OR SO-PAYEE OF WS-FEED-SO NOT =
                              SO-PAYEE OF SO-IN-REC
                           OR SO-CREDIT-ACCT-ID OF WS-FEED-SO NOT =
                              SO-CREDIT-ACCT-ID OF SO-IN-REC)
                    MOVE "Y" TO WS-SO-HELD
              END-EVALUATE
           END-IF
           EVALUATE TRUE
              WHEN SO-PAYMENT-OUTSTANDING
                 PERFORM WRITE-MASTER-SO
                 MOVE "OUTS" TO WS-REJ-REASON
                 PERFORM REJECT-SOMNT
              WHEN SOMNT-ACTION = "CHG "
                 IF SO-NEXT-DUE OF WS-FEED-SO = 0
                    MOVE SO-NEXT-DUE OF SO-IN-REC
                         TO SO-NEXT-DUE OF WS-FEED-SO
                 END-IF
                 IF SO-STATUS OF WS-FEED-SO = SPACE
                    MOVE SO-STATUS OF SO-IN-REC
                         TO SO-STATUS OF WS-FEED-SO
                 END-IF
                 MOVE SO-RETRY-COUNT OF SO-IN-REC
                      TO SO-RETRY-COUNT OF WS-FEED-SO
                 IF SO-STATUS OF SO-IN-REC = "S"
                    AND SO-STATUS OF WS-FEED-SO = "A"
                    MOVE 0 TO SO-RETRY-COUNT OF WS-FEED-SO
                 END-IF
                 MOVE SO-PAY-COUNT OF SO-IN-REC
                      TO SO-PAY-COUNT OF WS-FEED-SO
                 MOVE SO-LAST-TXN-ID OF SO-IN-REC
                      TO SO-LAST-TXN-ID OF WS-FEED-SO
                 MOVE SO-LAST-GEN-DATE OF SO-IN-REC
                      TO SO-LAST-GEN-DATE OF WS-FEED-SO
                 MOVE SO-LAST-PAID-DATE OF SO-IN-REC
                      TO SO-LAST-PAID-DATE OF WS-FEED-SO
                 PERFORM EDIT-FEED-SO
                 IF SO-IMAGE-VALID
                    WRITE SO-NEW-REC FROM WS-FEED-SO
                    ADD 1 TO WS-OUT-COUNT
                    ADD 1 TO WS-CHG-COUNT
                 ELSE
                    PERFORM WRITE-MASTER-SO
                    MOVE "INVL" TO WS-REJ-REASON
                    PERFORM REJECT-SOMNT
                 END-IF
              WHEN SOMNT-ACTION = "DEL "
                 ADD 1 TO WS-DEL-COUNT
              WHEN SOMNT-ACTION = "ADD "
                 PERFORM WRITE-MASTER-SO
                 MOVE "DUPL" TO WS-REJ-REASON
                 PERFORM REJECT-SOMNT
              WHEN OTHER
                 PERFORM WRITE-MASTER-SO
                 MOVE "ACTN" TO WS-REJ-REASON
                 PERFORM REJECT-SOMNT
           END-EVALUATE.

       *> The edits every instruction image must pass before it goes
       *> on the master: a positive amount; either an account to
       *> credit - not the one debited - or an external payee, never
       *> both; a known frequency; a real due date; and a day of the
       *> month for the month-based frequencies, taken off the due
       *> date when the branch left it off. A semi-monthly
       *> instruction pays on its first day, no later than the
       *> 28th, and on a later second day.
       EDIT-FEED-SO.
           MOVE "Y" TO WS-SO-VALID
           IF SO-AMOUNT OF WS-FEED-SO NOT > 0
              MOVE "N" TO WS-SO-VALID
           END-IF
           IF SO-CREDIT-ACCT-ID OF WS-FEED-SO = SPACES
              AND SO-PAYEE OF WS-FEED-SO = SPACES
              MOVE "N" TO WS-SO-VALID
           END-IF
           IF SO-CREDIT-ACCT-ID OF WS-FEED-SO NOT = SPACES
              AND SO-PAYEE OF WS-FEED-SO NOT = SPACES
              MOVE "N" TO WS-SO-VALID
           END-IF
           IF SO-CREDIT-ACCT-ID OF WS-FEED-SO =
              SO-DEBIT-ACCT-ID OF WS-FEED-SO
              MOVE "N" TO WS-SO-VALID
           END-IF
           IF SO-STATUS OF WS-FEED-SO NOT = "A"
              AND SO-STATUS OF WS-FEED-SO NOT = "S"
              MOVE "N" TO WS-SO-VALID
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(SO-NEXT-DUE OF WS-FEED-SO)
              NOT = 0
              MOVE "N" TO WS-SO-VALID
           ELSE
              COMPUTE WS-DUE-DD = FUNCTION MOD
                 (SO-NEXT-DUE OF WS-FEED-SO, 100)
              IF SO-DUE-DAY OF WS-FEED-SO = 0
                 MOVE WS-DUE-DD TO SO-DUE-DAY OF WS-FEED-SO
              END-IF
           END-IF
           IF SO-END-DATE OF WS-FEED-SO NOT = 0
              AND SO-END-DATE OF WS-FEED-SO < SO-NEXT-DUE OF WS-FEED-SO
              MOVE "N" TO WS-SO-VALID
           END-IF
           EVALUATE SO-FREQ OF WS-FEED-SO
              WHEN "W"
              WHEN "F"
                 CONTINUE
              WHEN "M"
              WHEN "Q"
              WHEN "A"
                 IF SO-DUE-DAY OF WS-FEED-SO < 1
                    OR SO-DUE-DAY OF WS-FEED-SO > 31
                    MOVE "N" TO WS-SO-VALID
                 END-IF
              WHEN "S"
                 IF SO-DUE-DAY OF WS-FEED-SO < 1
                    OR SO-DUE-DAY OF WS-FEED-SO > 28
                    OR SO-DUE-DAY2 OF WS-FEED-SO NOT >
                       SO-DUE-DAY OF WS-FEED-SO
                    OR SO-DUE-DAY2 OF WS-FEED-SO > 31
                    MOVE "N" TO WS-SO-VALID
                 END-IF
              WHEN OTHER
                 MOVE "N" TO WS-SO-VALID
           END-EVALUATE.

       REJECT-SOMNT.
           MOVE WS-REJ-REASON TO SOREJ-REASON
           MOVE SOMNT-IN-REC TO SOREJ-IMAGE
           WRITE SOREJ-REC
           ADD 1 TO WS-REJ-COUNT.

       *> Copy the merged master back over data/standing.dat with
       *> fresh labels, the record count proved on the way.
       COPY-MERGED-BACK.
           OPEN INPUT SO-NEW
           OPEN OUTPUT SO-FILE
           MOVE TODAY TO WS-HDR-OUT-DATE
           MOVE SPACES TO SO-IN-REC
           MOVE WS-HDR-REC TO SO-IN-REC(1:11)
           WRITE SO-IN-REC
           MOVE "N" TO EOF-NEW
           PERFORM UNTIL EOF-NEW = "Y"
              READ SO-NEW
                 AT END MOVE "Y" TO EOF-NEW
              NOT AT END
                 ADD 1 TO WS-COPY-COUNT
                 WRITE SO-IN-REC FROM SO-NEW-REC
              END-READ
           END-PERFORM
           MOVE WS-OUT-COUNT TO WS-TRL-OUT-CNT
           MOVE 0 TO WS-TRL-OUT-HASH
           MOVE SPACES TO SO-IN-REC
           MOVE WS-TRL-REC TO SO-IN-REC(1:28)
           WRITE SO-IN-REC
           CLOSE SO-NEW SO-FILE
           IF WS-COPY-COUNT NOT = WS-OUT-COUNT
              DISPLAY "SOMAINT: RECORD COUNT MISMATCH ON COPY-BACK"
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-RUN-REPORT.
           MOVE "ORDERS ADDED"        TO WS-RPT-LABEL
           MOVE WS-ADD-COUNT        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "ORDERS CHANGED"      TO WS-RPT-LABEL
           MOVE WS-CHG-COUNT        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "ORDERS CANCELLED"    TO WS-RPT-LABEL
           MOVE WS-DEL-COUNT        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "MAINT REJECTED"      TO WS-RPT-LABEL
           MOVE WS-REJ-COUNT        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "ORDERS ON FILE"      TO WS-RPT-LABEL
           MOVE WS-OUT-COUNT        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE.
