       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOPMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE  ASSIGN TO "data/dailypost.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL STOP-FILE ASSIGN TO "data/stops.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SMNT-FILE ASSIGN TO "data/stopmaint.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STOP-NEW  ASSIGN TO "data/stops_new.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNMSTOP-FILE ASSIGN TO "out/unmatched_stop.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE  ASSIGN TO "out/stopmaint.rpt"
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

       *> Stop-payment master: one record per stop instruction the
       *> branch has taken, sorted by ACCT-ID and stop number and
       *> carried run to run under the same control-label
       *> discipline as customers.dat. DAILYPOST checks every debit
       *> against it before the overdraft gate - a hold only
       *> freezes money, a stop keeps the item from posting at all.
       FD  STOP-FILE RECORD CONTAINS 68 CHARACTERS.
       01  STOP-IN-REC.
           COPY "STOP-REC.cpy".

       *> Branch-submitted stop maintenance: an action code and a
       *> full stop image, sorted by ACCT-ID and stop number, under
       *> the same header/trailer discipline as maint.dat. "ADD "
       *> places the stop, "CHG " replaces it (an extension or a
       *> corrected range), "DEL " revokes it at the customer's
       *> request.
       FD  SMNT-FILE RECORD CONTAINS 72 CHARACTERS.
       01  SMNT-IN-REC.
           05  SMNT-ACTION      PIC X(4).
           05  SMNT-STOP        PIC X(68).

       *> The merged master, copied back over data/stops.dat with
       *> fresh labels once the merge completes.
       FD  STOP-NEW  RECORD CONTAINS 68 CHARACTERS.
       01  STOP-NEW-REC         PIC X(68).

       *> Maintenance whose key never matches the master (a "CHG "
       *> or "DEL " for a stop we do not have, or an "ADD " for one
       *> we already do) - reported here instead of being read past
       *> silently, the same treatment CUSTMAINT gives its feed.
       FD  UNMSTOP-FILE RECORD CONTAINS 72 CHARACTERS.
       01  UNMSTOP-REC          PIC X(72).

       FD  RPT-FILE  RECORD CONTAINS 44 CHARACTERS.
       01  RPT-REC              PIC X(44).

       WORKING-STORAGE SECTION.
       77  EOF-STOP         PIC X          VALUE "N".
       77  EOF-SMNT         PIC X          VALUE "N".
       77  EOF-NEW          PIC X          VALUE "N".
       77  TODAY            PIC 9(8)       VALUE ZERO.
       77  WS-ADD-COUNT     PIC 9(7)       COMP-3 VALUE 0.
       77  WS-CHG-COUNT     PIC 9(7)       COMP-3 VALUE 0.
       77  WS-DEL-COUNT     PIC 9(7)       COMP-3 VALUE 0.
       77  WS-EXP-COUNT     PIC 9(7)       COMP-3 VALUE 0.
       77  WS-UNM-COUNT     PIC 9(7)       COMP-3 VALUE 0.
       77  WS-OUT-COUNT     PIC 9(9)       COMP-3 VALUE 0.
       77  WS-COPY-COUNT    PIC 9(9)       COMP-3 VALUE 0.

       *> A stop taken without an expiry runs the customary six
       *> months from its effective date; one taken without an
       *> effective date starts tonight.
       77  WS-STOP-DEFAULT-DAYS PIC 9(3)   VALUE 180.

       *> The feed's stop image, laid out for the defaulting and
       *> expiry tests.
       01  WS-FEED-STOP.
           COPY "STOP-REC.cpy".

       *> Merge keys: ACCT-ID and stop number, master and feed.
       01  WS-MST-KEY.
           05  WS-MST-ACCT-ID   PIC X(12).
           05  WS-MST-STOP-ID   PIC X(8).
       01  WS-FEED-KEY.
           05  WS-FEED-ACCT-ID  PIC X(12).
           05  WS-FEED-STOP-ID  PIC X(8).

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
           OPEN INPUT STOP-FILE SMNT-FILE
           OPEN OUTPUT STOP-NEW UNMSTOP-FILE RPT-FILE
           PERFORM READ-NEXT-STOP
           PERFORM READ-NEXT-SMNT
           *> Balanced-line merge of the sorted master against the
           *> sorted feed on ACCT-ID and stop number: carried,
           *> replaced, dropped or inserted record by record.
           PERFORM UNTIL EOF-STOP = "Y" AND EOF-SMNT = "Y"
              EVALUATE TRUE
                 WHEN EOF-SMNT = "Y"
                    PERFORM WRITE-MASTER-STOP
                    PERFORM READ-NEXT-STOP
                 WHEN EOF-STOP = "Y"
                    PERFORM APPLY-UNMATCHED-SMNT
                    PERFORM READ-NEXT-SMNT
                 WHEN WS-MST-KEY < WS-FEED-KEY
                    PERFORM WRITE-MASTER-STOP
                    PERFORM READ-NEXT-STOP
                 WHEN WS-MST-KEY > WS-FEED-KEY
                    PERFORM APPLY-UNMATCHED-SMNT
                    PERFORM READ-NEXT-SMNT
                 WHEN OTHER
                    PERFORM APPLY-MATCHED-SMNT
                    PERFORM READ-NEXT-STOP
                    PERFORM READ-NEXT-SMNT
              END-EVALUATE
           END-PERFORM
           CLOSE STOP-FILE SMNT-FILE STOP-NEW UNMSTOP-FILE
           PERFORM COPY-MERGED-BACK
           PERFORM WRITE-RUN-REPORT
           CLOSE RPT-FILE
           GOBACK.

       GET-RUN-DATE.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
              AT END
                 DISPLAY "STOPMAINT: MISSING RUN-DATE PARAMETER CARD"
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
           OPEN INPUT SMNT-FILE
           MOVE "N" TO EOF-VAL WS-TRL-SEEN
           MOVE 0 TO WS-VAL-COUNT
           READ SMNT-FILE
              AT END MOVE "Y" TO EOF-VAL
           END-READ
           IF EOF-VAL = "Y" OR SMNT-IN-REC(1:3) NOT = "HDR"
              DISPLAY "STOPMAINT: MISSING HEADER ON SMNT-FILE"
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SMNT-IN-REC(4:8) TO WS-HDR-DATE
           IF WS-HDR-DATE NOT = TODAY
              DISPLAY "STOPMAINT: HEADER DATE " WS-HDR-DATE
                 " DOES NOT MATCH RUN DATE " TODAY " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL EOF-VAL = "Y"
              READ SMNT-FILE
                 AT END MOVE "Y" TO EOF-VAL
              NOT AT END
                 IF SMNT-IN-REC(1:3) = "TRL"
                    MOVE SMNT-IN-REC(4:25) TO WS-TRL-FIELDS
                    MOVE "Y" TO WS-TRL-SEEN
                    MOVE "Y" TO EOF-VAL
                 ELSE
                    ADD 1 TO WS-VAL-COUNT
                 END-IF
              END-READ
           END-PERFORM
           IF WS-TRL-SEEN NOT = "Y"
              DISPLAY "STOPMAINT: MISSING TRAILER ON SMNT-FILE"
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-TRL-COUNT NOT = WS-VAL-COUNT
              DISPLAY "STOPMAINT: TRAILER COUNT " WS-TRL-COUNT
                 " BUT " WS-VAL-COUNT " RECORDS READ - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE SMNT-FILE.

       *> The labelled files were proved above; in the merge pass
       *> the header is stepped over and the trailer is end-of-data.
       *> The merge key is picked up with each read.
       READ-NEXT-STOP.
           READ STOP-FILE
              AT END MOVE "Y" TO EOF-STOP
           END-READ
           IF EOF-STOP NOT = "Y" AND STOP-IN-REC(1:3) = "HDR"
              READ STOP-FILE
                 AT END MOVE "Y" TO EOF-STOP
              END-READ
           END-IF
           IF EOF-STOP NOT = "Y" AND STOP-IN-REC(1:3) = "TRL"
              MOVE "Y" TO EOF-STOP
           END-IF
           IF EOF-STOP NOT = "Y"
              MOVE STOP-ACCT-ID OF STOP-IN-REC TO WS-MST-ACCT-ID
              MOVE STOP-ID OF STOP-IN-REC      TO WS-MST-STOP-ID
           END-IF.

       READ-NEXT-SMNT.
           READ SMNT-FILE
              AT END MOVE "Y" TO EOF-SMNT
           END-READ
           IF EOF-SMNT NOT = "Y" AND SMNT-IN-REC(1:3) = "HDR"
              READ SMNT-FILE
                 AT END MOVE "Y" TO EOF-SMNT
              END-READ
           END-IF
           IF EOF-SMNT NOT = "Y" AND SMNT-IN-REC(1:3) = "TRL"
              MOVE "Y" TO EOF-SMNT
           END-IF
           IF EOF-SMNT NOT = "Y"
              MOVE SMNT-STOP TO WS-FEED-STOP
              MOVE STOP-ACCT-ID OF WS-FEED-STOP TO WS-FEED-ACCT-ID
              MOVE STOP-ID OF WS-FEED-STOP      TO WS-FEED-STOP-ID
           END-IF.

       *> A carried stop past its expiry date drops off the master
       *> here, on its own - nobody has to key a revocation for a
       *> stop that has simply run out.
       WRITE-MASTER-STOP.
           IF STOP-EXP-DATE OF STOP-IN-REC < TODAY
              ADD 1 TO WS-EXP-COUNT
           ELSE
              WRITE STOP-NEW-REC FROM STOP-IN-REC
              ADD 1 TO WS-OUT-COUNT
           END-IF.

       *> A fresh or replaced image takes the default dates when
       *> the branch left them off, and is dropped as expired if
       *> its expiry has already passed.
       WRITE-FEED-STOP.
           IF STOP-EFF-DATE OF WS-FEED-STOP = 0
              MOVE TODAY TO STOP-EFF-DATE OF WS-FEED-STOP
           END-IF
           IF STOP-EXP-DATE OF WS-FEED-STOP = 0
              COMPUTE STOP-EXP-DATE OF WS-FEED-STOP =
                 FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE
                     (STOP-EFF-DATE OF WS-FEED-STOP)
                  + WS-STOP-DEFAULT-DAYS)
           END-IF
           IF STOP-EXP-DATE OF WS-FEED-STOP < TODAY
              ADD 1 TO WS-EXP-COUNT
           ELSE
              WRITE STOP-NEW-REC FROM WS-FEED-STOP
              ADD 1 TO WS-OUT-COUNT
           END-IF.

       *> A feed record with no master match: only an "ADD " belongs
       *> here - anything else names a stop we do not have.
       APPLY-UNMATCHED-SMNT.
           IF SMNT-ACTION = "ADD "
              PERFORM WRITE-FEED-STOP
              ADD 1 TO WS-ADD-COUNT
           ELSE
              WRITE UNMSTOP-REC FROM SMNT-IN-REC
              ADD 1 TO WS-UNM-COUNT
           END-IF.

       *> A feed record matching a master record: "CHG " replaces the
       *> image, "DEL " revokes the stop, and an "ADD " for a stop
       *> we already carry is an error for the desk, not a new
       *> record.
       APPLY-MATCHED-SMNT.
           EVALUATE SMNT-ACTION
              WHEN "CHG "
                 PERFORM WRITE-FEED-STOP
                 ADD 1 TO WS-CHG-COUNT
              WHEN "DEL "
                 ADD 1 TO WS-DEL-COUNT
              WHEN OTHER
                 PERFORM WRITE-MASTER-STOP
                 WRITE UNMSTOP-REC FROM SMNT-IN-REC
                 ADD 1 TO WS-UNM-COUNT
           END-EVALUATE.

       *> Copy the merged master back over data/stops.dat with fresh
       *> labels, the record count proved on the way.
       COPY-MERGED-BACK.
           OPEN INPUT STOP-NEW
           OPEN OUTPUT STOP-FILE
           MOVE TODAY TO WS-HDR-OUT-DATE
           MOVE SPACES TO STOP-IN-REC
           MOVE WS-HDR-REC TO STOP-IN-REC(1:11)
           WRITE STOP-IN-REC
           MOVE "N" TO EOF-NEW
           PERFORM UNTIL EOF-NEW = "Y"
              READ STOP-NEW
                 AT END MOVE "Y" TO EOF-NEW
              NOT AT END
                 ADD 1 TO WS-COPY-COUNT
                 WRITE STOP-IN-REC FROM STOP-NEW-REC
              END-READ
           END-PERFORM
           MOVE WS-OUT-COUNT TO WS-TRL-OUT-CNT
           MOVE 0 TO WS-TRL-OUT-HASH
           MOVE SPACES TO STOP-IN-REC
           MOVE WS-TRL-REC TO STOP-IN-REC(1:28)
           WRITE STOP-IN-REC
           CLOSE STOP-NEW STOP-FILE
           IF WS-COPY-COUNT NOT = WS-OUT-COUNT
              DISPLAY "STOPMAINT: RECORD COUNT MISMATCH ON COPY-BACK"
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-RUN-REPORT.
           MOVE "STOPS ADDED"        TO WS-RPT-LABEL
           MOVE WS-ADD-COUNT        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "STOPS CHANGED"      TO WS-RPT-LABEL
           MOVE WS-CHG-COUNT        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "STOPS REVOKED"      TO WS-RPT-LABEL
           MOVE WS-DEL-COUNT        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "STOPS EXPIRED"      TO WS-RPT-LABEL
           MOVE WS-EXP-COUNT        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "UNMATCHED MAINT"    TO WS-RPT-LABEL
           MOVE WS-UNM-COUNT        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "STOPS ON FILE"      TO WS-RPT-LABEL
           MOVE WS-OUT-COUNT        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE.
