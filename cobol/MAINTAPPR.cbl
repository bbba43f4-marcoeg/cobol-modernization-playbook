       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAPPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE  ASSIGN TO "data/dailypost.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT APC-FILE  ASSIGN TO "data/maintappr.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCT-FILE ASSIGN TO "data/accounts.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-FILE ASSIGN TO "data/maint.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-NEW ASSIGN TO "data/maint_gate.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-SAVE ASSIGN TO "data/maint_save.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PEND-FILE ASSIGN TO "data/maint_pend.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PEND-NEW  ASSIGN TO "data/maint_pend_new.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PEND-SAVE ASSIGN TO "data/maint_pend_save.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL APPR-FILE ASSIGN TO "data/maint_appr.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE  ASSIGN TO "out/maintappr.rpt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "data/runctl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Shares the same run-date parameter card as DAILYPOST, which
       *> also carries the restart ACCT-ID this program has no use for
       *> but must still lay out the record to match the shared file.
       FD  CTL-FILE  RECORD CONTAINS 20 CHARACTERS.
       01  CTL-REC.
           05  CTL-RUN-DATE         PIC 9(8).
           05  CTL-RESTART-ACCT-ID  PIC X(12).

       *> Dual-control thresholds, set by audit: an "OVLM" raising
       *> the overdraft limit by more than APC-RAISE-LIMIT needs a
       *> second operator (zero puts every increase through
       *> approval), and an item nobody has approved or rejected
       *> within APC-EXPIRE-DAYS calendar days of being queued
       *> expires and must be keyed again. Any unfreeze and any
       *> "CLOS" always needs a second operator.
       FD  APC-FILE  RECORD CONTAINS 12 CHARACTERS.
       01  APC-REC.
           05  APC-RAISE-LIMIT      PIC 9(7)V99.
           05  APC-EXPIRE-DAYS      PIC 9(3).

       *> Tonight's master, for the status and limit a change is
       *> judged against.
       FD  ACCT-FILE RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IN-REC.
           COPY "ACCOUNT-REC.cpy".

       *> The maintenance feed as the EODPROMO "TXNS" leg sorted and
       *> labelled it, branch and batch records together. It is
       *> rewritten here by way of data/maint_gate.dat, with the changes
       *> that need a second operator taken out and the ones
       *> approved since the last run put in, so DAILYPOST - and
       *> its funding-account pre-pass - sees only maintenance that
       *> is cleared to apply.
       FD  MAINT-FILE RECORD CONTAINS 49 CHARACTERS.
       01  MAINT-IN-REC.
           COPY "MAINT-REC.cpy".

       FD  MAINT-NEW RECORD CONTAINS 49 CHARACTERS.
       01  MAINT-NEW-REC        PIC X(49).

       *> The feed as the sort left it, saved before anything is
       *> gated and read in its place. A run that abends after
       *> either copy-back is restarted from this image and the
       *> saved queue below, never from files it has already
       *> replaced, so the pair is always redone together.
       FD  MAINT-SAVE RECORD CONTAINS 49 CHARACTERS.
       01  MAINT-SAVE-REC       PIC X(49).

       *> Approval queue carried run to run, sorted by ACCT-ID, date
       *> queued and sequence: each change held for a second
       *> operator, with the status and limit it was keyed against.
       FD  PEND-FILE RECORD CONTAINS 83 CHARACTERS.
       01  PEND-IN-REC.
           COPY "MAINTPEND-REC.cpy".

       *> The queue as it stands after tonight, copied back over
       *> data/maint_pend.dat once the run completes.
       FD  PEND-NEW  RECORD CONTAINS 83 CHARACTERS.
       01  PEND-NEW-REC.
           COPY "MAINTPEND-REC.cpy".

       *> Last night's queue, saved alongside the feed.
       FD  PEND-SAVE RECORD CONTAINS 83 CHARACTERS.
       01  PEND-SAVE-REC        PIC X(83).

       *> Approving operators' decisions on queued items, keyed to
       *> the queue entry by ACCT-ID, date queued and sequence as
       *> printed on the approval report, under the same
       *> header/trailer discipline as maint.dat. "APPR" approves,
       *> "REJT" rejects. No file on a night with no decisions.
       FD  APPR-FILE RECORD CONTAINS 35 CHARACTERS.
       01  APPR-IN-REC.
           05  APPR-ACCT-ID     PIC X(12).
           05  APPR-ENTER-DATE  PIC 9(8).
           05  APPR-SEQ         PIC 9(3).
           05  APPR-ACTION      PIC X(4).
           05  APPR-OPER        PIC X(8).

       *> Daily dual-control report: every item queued, approved,
       *> rejected or expired tonight, every item still waiting,
       *> and any decision that could not be applied.
       FD  RPT-FILE  RECORD CONTAINS 80 CHARACTERS.
       01  RPT-REC              PIC X(80).

       *> Shared night-schedule run log, keyed on business date and
       *> program, carried across runs. This run follows the
       *> EODPROMO "TXNS" leg, which sorts the maintenance feed,
       *> and DAILYPOST will not start until it has completed.
       FD  RUNCTL-FILE RECORD CONTAINS 74 CHARACTERS.
       01  RUNCTL-REC.
           COPY "RUNCTL-REC.cpy".

       WORKING-STORAGE SECTION.
       77  EOF-ACCT         PIC X          VALUE "N".
       77  EOF-MAINT        PIC X          VALUE "N".
       77  EOF-PEND         PIC X          VALUE "N".
       77  EOF-NEW          PIC X          VALUE "N".
       77  TODAY            PIC 9(8)       VALUE ZERO.
       77  WS-RAISE-LIMIT   PIC 9(7)V99    VALUE 0.
       77  WS-EXPIRE-DAYS   PIC 9(3)       VALUE 0.
       77  WS-RESTART       PIC X          VALUE "N".
           88  RESTARTED-RUN              VALUE "Y".

       *> Merge state: the lowest ACCT-ID still waiting on the feed
       *> or the queue, and that account's status and limit as
       *> tonight's already-cleared maintenance leaves them.
       77  WS-KEY           PIC X(12)      VALUE SPACES.
       77  WS-ACCT-FOUND    PIC X          VALUE "N".
           88  ACCT-ON-MASTER             VALUE "Y".
       77  WS-WORK-STATUS   PIC X(1)       VALUE SPACE.
       77  WS-WORK-LIMIT    PIC S9(9)V99   COMP-3 VALUE 0.
       77  WS-NEW-SEQ       PIC 9(3)       VALUE 0.
       77  WS-HOLD-REASON   PIC X(4)       VALUE SPACES.
       77  WS-BATCH-ITEM    PIC X          VALUE "N".
           88  SYSTEM-RAISED-ITEM         VALUE "Y".
       77  WS-DAYS-WAITING  PIC S9(5)      COMP-3 VALUE 0.

       *> Work copy of the maintenance image carried in a queue
       *> entry.
       01  WS-ITEM-MAINT.
           COPY "MAINT-REC.cpy".

       *> Tonight's approval decisions held in storage: the feed is
       *> keyed in whatever order the approvers worked, and each
       *> decision is looked up as its queue entry comes by.
       77  WS-APR-MAX       PIC 9(5)       VALUE 2000.
       77  WS-APR-COUNT     PIC 9(5)       COMP-3 VALUE 0.
       01  WS-APR-TABLE.
           05  WS-APR-ENTRY OCCURS 2000 TIMES INDEXED BY APR-PX.
               10  WS-APR-ACCT-ID   PIC X(12).
               10  WS-APR-DATE      PIC 9(8).
               10  WS-APR-SEQ       PIC 9(3).
               10  WS-APR-ACTION    PIC X(4).
               10  WS-APR-OPER      PIC X(8).
               10  WS-APR-USED      PIC X(1).
       77  WS-APR-FOUND     PIC X          VALUE "N".
           88  APPROVAL-FOUND             VALUE "Y".

       *> Control-label validation state for the approval feed, the
       *> same discipline DAILYPOST applies to its feeds.
       77  EOF-VAL          PIC X          VALUE "N".
       77  WS-TRL-SEEN      PIC X          VALUE "N".
       77  WS-HDR-DATE      PIC 9(8)       VALUE ZERO.
       77  WS-VAL-COUNT     PIC 9(9)       COMP-3 VALUE 0.
       01  WS-TRL-FIELDS.
           05  WS-TRL-COUNT     PIC 9(9).
           05  WS-TRL-HASH     PIC S9(13)V99 SIGN LEADING SEPARATE.

       *> The maintenance feed's header passes through untouched, so
       *> a wrong-day feed still fails DAILYPOST's date check; the
       *> trailer is rebuilt over the gated records.
       77  WS-HDR-SAVED     PIC X          VALUE "N".
       77  WS-SAVED-HDR     PIC X(49)      VALUE SPACES.
       01  WS-HDR-REC.
           05  FILLER           PIC X(3)  VALUE "HDR".
           05  WS-HDR-OUT-DATE  PIC 9(8).
       01  WS-TRL-REC.
           05  FILLER           PIC X(3)  VALUE "TRL".
           05  WS-TRL-OUT-CNT   PIC 9(9).
           05  WS-TRL-OUT-HASH  PIC S9(13)V99 SIGN LEADING SEPARATE.

       *> Run counts.
       77  WS-MAINT-IN      PIC 9(7)       COMP-3 VALUE 0.
       77  WS-MAINT-OUT     PIC 9(7)       COMP-3 VALUE 0.
       77  WS-PEND-IN       PIC 9(7)       COMP-3 VALUE 0.
       77  WS-PEND-OUT      PIC 9(7)       COMP-3 VALUE 0.
       77  WS-QUEUED-COUNT  PIC 9(7)       COMP-3 VALUE 0.
       77  WS-APPROVED-COUNT PIC 9(7)      COMP-3 VALUE 0.
       77  WS-REJECTED-COUNT PIC 9(7)      COMP-3 VALUE 0.
       77  WS-EXPIRED-COUNT PIC 9(7)       COMP-3 VALUE 0.
       77  WS-REFUSED-COUNT PIC 9(7)       COMP-3 VALUE 0.
       77  WS-UNM-COUNT     PIC 9(7)       COMP-3 VALUE 0.
       77  WS-COPY-COUNT    PIC 9(9)       COMP-3 VALUE 0.

       *> Run-control registration state; counts are reported to the
       *> run log at completion.
       77  WS-RUN-STATUS    PIC X(2)       VALUE "00".
       77  WS-RC-SELF       PIC X(12)      VALUE "MAINTAPPR".
       77  WS-RC-PRED       PIC X(12)      VALUE "EODPROMOTXNS".

       01  WS-RPT-HEAD.
           05  FILLER           PIC X(30)
               VALUE "MAINTENANCE DUAL CONTROL FOR ".
           05  WS-RH-DATE       PIC 9(8).
           05  FILLER           PIC X(42) VALUE SPACES.

       01  WS-RPT-COLS.
           05  FILLER           PIC X(40)
               VALUE "ACTION     ACCT-ID      CODE RSN  QUEUED".
           05  FILLER           PIC X(40)
               VALUE "   SEQ ENTERED  APPROVER DETAIL         ".

       01  WS-RPT-DETAIL.
           05  WS-RD-ACTION     PIC X(10).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RD-ACCT-ID    PIC X(12).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RD-CODE       PIC X(4).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RD-REASON     PIC X(4).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RD-QUEUED     PIC 9(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RD-SEQ        PIC 9(3).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RD-ENTER-OPER PIC X(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RD-APPR-OPER  PIC X(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RD-DETAIL     PIC X(15).

       *> Detail column: the new limit, or the status change.
       77  WS-RD-LIMIT-ED   PIC -(8)9.99.
       01  WS-RD-STATUS-CHG.
           05  WS-RS-OLD        PIC X(1).
           05  FILLER           PIC X(4)  VALUE " TO ".
           05  WS-RS-NEW        PIC X(1).
           05  FILLER           PIC X(9)  VALUE SPACES.

       01  WS-RPT-LINE.
           05  WS-RPT-LABEL     PIC X(20).
           05  WS-RPT-COUNT     PIC ZZZ,ZZ9.
           05  FILLER           PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-RUN-DATE
           PERFORM GET-APPROVAL-LIMITS
           PERFORM REGISTER-RUN-START
           PERFORM LOAD-APPROVALS
           OPEN INPUT ACCT-FILE MAINT-SAVE PEND-SAVE
           OPEN OUTPUT MAINT-NEW PEND-NEW RPT-FILE
           MOVE TODAY TO WS-RH-DATE
           WRITE RPT-REC FROM WS-RPT-HEAD
           IF RESTARTED-RUN
              MOVE "RESTARTED FROM SAVED FEED AND QUEUE" TO RPT-REC
              WRITE RPT-REC
           END-IF
           WRITE RPT-REC FROM WS-RPT-COLS
           PERFORM READ-NEXT-ACCT
           PERFORM READ-NEXT-MAINT
           PERFORM READ-NEXT-PEND
           *> Account by account, in ACCT-ID order across the feed and
           *> the queue: the account's queued items first - approved
           *> ones join tonight's maintenance ahead of anything keyed
           *> today - then tonight's feed records, each passed through
           *> or queued.
           PERFORM UNTIL EOF-MAINT = "Y" AND EOF-PEND = "Y"
              MOVE HIGH-VALUES TO WS-KEY
              IF EOF-MAINT NOT = "Y"
                 MOVE ACCT-ID OF MAINT-IN-REC TO WS-KEY
              END-IF
              IF EOF-PEND NOT = "Y"
                 AND MP-ACCT-ID OF PEND-IN-REC < WS-KEY
                 MOVE MP-ACCT-ID OF PEND-IN-REC TO WS-KEY
              END-IF
              PERFORM POSITION-ACCOUNT
              MOVE 0 TO WS-NEW-SEQ
              PERFORM UNTIL EOF-PEND = "Y"
                       OR MP-ACCT-ID OF PEND-IN-REC > WS-KEY
                 PERFORM WORK-QUEUED-ITEM
                 PERFORM READ-NEXT-PEND
              END-PERFORM
              PERFORM UNTIL EOF-MAINT = "Y"
                       OR ACCT-ID OF MAINT-IN-REC > WS-KEY
                 PERFORM GATE-MAINT-ITEM
                 PERFORM READ-NEXT-MAINT
              END-PERFORM
           END-PERFORM
           CLOSE ACCT-FILE MAINT-SAVE PEND-SAVE MAINT-NEW PEND-NEW
           PERFORM REPORT-UNMATCHED-APPROVALS
           PERFORM COPY-GATED-MAINT-BACK
           PERFORM COPY-QUEUE-BACK
           PERFORM WRITE-RUN-TOTALS
           CLOSE RPT-FILE
           PERFORM REGISTER-RUN-END
           GOBACK.

       GET-RUN-DATE.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
              AT END
                 DISPLAY "MAINTAPPR: MISSING RUN-DATE PARAMETER CARD"
                 CLOSE CTL-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE CTL-RUN-DATE TO TODAY
           CLOSE CTL-FILE.

       GET-APPROVAL-LIMITS.
           OPEN INPUT APC-FILE
           READ APC-FILE
              AT END
                 DISPLAY "MAINTAPPR: MISSING DUAL-CONTROL LIMITS CARD"
                 CLOSE APC-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE APC-RAISE-LIMIT TO WS-RAISE-LIMIT
           MOVE APC-EXPIRE-DAYS TO WS-EXPIRE-DAYS
           CLOSE APC-FILE.

       *> Prove the approval feed before any decision is acted on:
       *> header dated for this run, trailer count matching the
       *> records read. An absent or empty feed is a night with no
       *> decisions.
       LOAD-APPROVALS.
           OPEN INPUT APPR-FILE
           MOVE "N" TO EOF-VAL WS-TRL-SEEN
           MOVE 0 TO WS-VAL-COUNT
           READ APPR-FILE
              AT END MOVE "Y" TO EOF-VAL
           END-READ
           IF EOF-VAL NOT = "Y"
              IF APPR-IN-REC(1:3) NOT = "HDR"
                 DISPLAY "MAINTAPPR: MISSING HEADER ON APPR-FILE"
                    " - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE APPR-IN-REC(4:8) TO WS-HDR-DATE
              IF WS-HDR-DATE NOT = TODAY
                 DISPLAY "MAINTAPPR: HEADER DATE " WS-HDR-DATE
                    " DOES NOT MATCH RUN DATE " TODAY " - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-VAL = "Y"
                 READ APPR-FILE
                    AT END MOVE "Y" TO EOF-VAL
                 NOT AT END
                    IF APPR-IN-REC(1:3) = "TRL"
                       MOVE APPR-IN-REC(4:25) TO WS-TRL-FIELDS
                       MOVE "Y" TO WS-TRL-SEEN
                       MOVE "Y" TO EOF-VAL
                    ELSE
                       ADD 1 TO WS-VAL-COUNT
                       PERFORM ADD-APPROVAL-TO-TABLE
                    END-IF
                 END-READ
              END-PERFORM
              IF WS-TRL-SEEN NOT = "Y"
                 DISPLAY "MAINTAPPR: MISSING TRAILER ON APPR-FILE"
                    " - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-TRL-COUNT NOT = WS-VAL-COUNT
                 DISPLAY "MAINTAPPR: TRAILER COUNT " WS-TRL-COUNT
                    " BUT " WS-VAL-COUNT " RECORDS READ - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           CLOSE APPR-FILE.

       ADD-APPROVAL-TO-TABLE.
           IF WS-APR-COUNT >= WS-APR-MAX
              DISPLAY "MAINTAPPR: APPROVAL TABLE FULL AT " WS-APR-MAX
                 " - RAISE WS-APR-MAX AND RERUN - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-APR-COUNT
           SET APR-PX TO WS-APR-COUNT
           MOVE APPR-ACCT-ID    TO WS-APR-ACCT-ID(APR-PX)
           MOVE APPR-ENTER-DATE TO WS-APR-DATE(APR-PX)
           MOVE APPR-SEQ        TO WS-APR-SEQ(APR-PX)
           MOVE APPR-ACTION     TO WS-APR-ACTION(APR-PX)
           MOVE APPR-OPER       TO WS-APR-OPER(APR-PX)
           MOVE "N"             TO WS-APR-USED(APR-PX).

       *> The master carries control labels; the header is stepped
       *> over and the trailer is end-of-data.
       READ-NEXT-ACCT.
           READ ACCT-FILE
              AT END MOVE "Y" TO EOF-ACCT
           END-READ
           IF EOF-ACCT NOT = "Y" AND ACCT-IN-REC(1:3) = "HDR"
              READ ACCT-FILE
                 AT END MOVE "Y" TO EOF-ACCT
              END-READ
           END-IF
           IF EOF-ACCT NOT = "Y" AND ACCT-IN-REC(1:3) = "TRL"
              MOVE "Y" TO EOF-ACCT
           END-IF.

       *> The feed's header is kept to pass through; its trailer was
       *> proved by the EODPROMO sort and is end-of-data here.
       READ-NEXT-MAINT.
           READ MAINT-SAVE INTO MAINT-IN-REC
              AT END MOVE "Y" TO EOF-MAINT
           END-READ
           IF EOF-MAINT NOT = "Y" AND MAINT-IN-REC(1:3) = "HDR"
              MOVE MAINT-IN-REC TO WS-SAVED-HDR
              MOVE "Y" TO WS-HDR-SAVED
              READ MAINT-SAVE INTO MAINT-IN-REC
                 AT END MOVE "Y" TO EOF-MAINT
              END-READ
           END-IF
           IF EOF-MAINT NOT = "Y" AND MAINT-IN-REC(1:3) = "TRL"
              MOVE "Y" TO EOF-MAINT
           END-IF
           IF EOF-MAINT NOT = "Y"
              ADD 1 TO WS-MAINT-IN
           END-IF.

       READ-NEXT-PEND.
           READ PEND-SAVE INTO PEND-IN-REC
              AT END MOVE "Y" TO EOF-PEND
           END-READ
           IF EOF-PEND NOT = "Y"
              ADD 1 TO WS-PEND-IN
           END-IF.

       *> Bring the master up to the account being worked. A key
       *> with no account is still worked - DAILYPOST routes its
       *> maintenance to the unmatched file as it always has.
       POSITION-ACCOUNT.
           PERFORM UNTIL EOF-ACCT = "Y"
                    OR ACCT-ID OF ACCT-IN-REC >= WS-KEY
              PERFORM READ-NEXT-ACCT
           END-PERFORM
           IF EOF-ACCT NOT = "Y"
              AND ACCT-ID OF ACCT-IN-REC = WS-KEY
              MOVE "Y" TO WS-ACCT-FOUND
              MOVE ACCT-STATUS OF ACCT-IN-REC TO WS-WORK-STATUS
              MOVE OVERDRAFT-LIMIT OF ACCT-IN-REC TO WS-WORK-LIMIT
           ELSE
              MOVE "N" TO WS-ACCT-FOUND
              MOVE SPACE TO WS-WORK-STATUS
              MOVE 0 TO WS-WORK-LIMIT
           END-IF.

       *> A queued item approved by a second, different operator is
       *> released into tonight's maintenance with the approver
       *> stamped on it; a rejected one is dropped. An approval
       *> keyed by the operator who entered the item is refused and
       *> the item waits on. Anything undecided past the expiry
       *> window drops off.
       WORK-QUEUED-ITEM.
           MOVE MP-MAINT OF PEND-IN-REC TO WS-ITEM-MAINT
           IF MP-ENTER-DATE OF PEND-IN-REC = TODAY
              AND MP-SEQ OF PEND-IN-REC > WS-NEW-SEQ
              MOVE MP-SEQ OF PEND-IN-REC TO WS-NEW-SEQ
           END-IF
           PERFORM FIND-APPROVAL
           MOVE SPACES TO WS-RD-APPR-OPER
           IF APPROVAL-FOUND
              MOVE "Y" TO WS-APR-USED(APR-PX)
              MOVE WS-APR-OPER(APR-PX) TO WS-RD-APPR-OPER
           END-IF
           EVALUATE TRUE
              WHEN APPROVAL-FOUND
                   AND WS-APR-ACTION(APR-PX) = "REJT"
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE "REJECTED" TO WS-RD-ACTION
                 PERFORM WRITE-QUEUE-LINE
              WHEN APPROVAL-FOUND
                   AND WS-APR-ACTION(APR-PX) = "APPR"
                   AND WS-APR-OPER(APR-PX) NOT = SPACES
                   AND WS-APR-OPER(APR-PX) NOT =
                       MAINT-ENTER-OPER OF WS-ITEM-MAINT
                 MOVE WS-APR-OPER(APR-PX)
                      TO MAINT-APPR-OPER OF WS-ITEM-MAINT
                 WRITE MAINT-NEW-REC FROM WS-ITEM-MAINT
                 ADD 1 TO WS-MAINT-OUT
                 ADD 1 TO WS-APPROVED-COUNT
                 MOVE "APPROVED" TO WS-RD-ACTION
                 PERFORM WRITE-QUEUE-LINE
                 PERFORM NOTE-CLEARED-CHANGE
              WHEN APPROVAL-FOUND
                 ADD 1 TO WS-REFUSED-COUNT
                 MOVE "REFUSED" TO WS-RD-ACTION
                 PERFORM WRITE-QUEUE-LINE
                 PERFORM KEEP-OR-EXPIRE
              WHEN OTHER
                 PERFORM KEEP-OR-EXPIRE
           END-EVALUATE.

       KEEP-OR-EXPIRE.
           MOVE SPACES TO WS-RD-APPR-OPER
           COMPUTE WS-DAYS-WAITING = FUNCTION INTEGER-OF-DATE(TODAY)
              - FUNCTION INTEGER-OF-DATE(MP-ENTER-DATE OF PEND-IN-REC)
           IF WS-DAYS-WAITING > WS-EXPIRE-DAYS
              ADD 1 TO WS-EXPIRED-COUNT
              MOVE "EXPIRED" TO WS-RD-ACTION
           ELSE
              WRITE PEND-NEW-REC FROM PEND-IN-REC
              ADD 1 TO WS-PEND-OUT
              MOVE "PENDING" TO WS-RD-ACTION
           END-IF
           PERFORM WRITE-QUEUE-LINE.

       FIND-APPROVAL.
           MOVE "N" TO WS-APR-FOUND
           SET APR-PX TO 1
           SEARCH WS-APR-ENTRY
              AT END
                 CONTINUE
              WHEN APR-PX > WS-APR-COUNT
                 CONTINUE
              WHEN WS-APR-ACCT-ID(APR-PX) = MP-ACCT-ID OF PEND-IN-REC
                   AND WS-APR-DATE(APR-PX) =
                       MP-ENTER-DATE OF PEND-IN-REC
                   AND WS-APR-SEQ(APR-PX) = MP-SEQ OF PEND-IN-REC
                   AND WS-APR-USED(APR-PX) = "N"
                 MOVE "Y" TO WS-APR-FOUND
           END-SEARCH.

       *> Tonight's feed record: a limit raised past the threshold,
       *> an unfreeze, or a close goes to the queue for a second
       *> operator; everything else passes straight through. So do
       *> changes a batch program raised, which EODPROMO alone marks
       *> with "BATCH" as approver as well as enterer when it folds
       *> them into the feed. No feed record keeps an approver - only
       *> an approval worked off the queue stamps one.
       GATE-MAINT-ITEM.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE "N" TO WS-BATCH-ITEM
           IF MAINT-ENTER-OPER OF MAINT-IN-REC = "BATCH"
              AND MAINT-APPR-OPER OF MAINT-IN-REC = "BATCH"
              MOVE "Y" TO WS-BATCH-ITEM
           END-IF
           MOVE SPACES TO MAINT-APPR-OPER OF MAINT-IN-REC
           IF NOT SYSTEM-RAISED-ITEM
              EVALUATE MAINT-CODE OF MAINT-IN-REC
                 WHEN "OVLM"
                    IF ACCT-ON-MASTER
                       AND NEW-LIMIT OF MAINT-IN-REC - WS-WORK-LIMIT
                           > WS-RAISE-LIMIT
                       MOVE "LIMT" TO WS-HOLD-REASON
                    END-IF
                 WHEN "STAT"
                    IF WS-WORK-STATUS = "F"
                       AND NEW-STATUS OF MAINT-IN-REC NOT = "F"
                       MOVE "UNFZ" TO WS-HOLD-REASON
                    END-IF
                 WHEN "CLOS"
                    MOVE "CLOS" TO WS-HOLD-REASON
              END-EVALUATE
           END-IF
           IF WS-HOLD-REASON = SPACES
              WRITE MAINT-NEW-REC FROM MAINT-IN-REC
              ADD 1 TO WS-MAINT-OUT
              MOVE MAINT-IN-REC TO WS-ITEM-MAINT
              PERFORM NOTE-CLEARED-CHANGE
           ELSE
              PERFORM QUEUE-MAINT-ITEM
           END-IF.

       QUEUE-MAINT-ITEM.
           ADD 1 TO WS-NEW-SEQ
           MOVE ACCT-ID OF MAINT-IN-REC TO MP-ACCT-ID OF PEND-NEW-REC
           MOVE TODAY          TO MP-ENTER-DATE OF PEND-NEW-REC
           MOVE WS-NEW-SEQ     TO MP-SEQ OF PEND-NEW-REC
           MOVE WS-HOLD-REASON TO MP-REASON OF PEND-NEW-REC
           MOVE WS-WORK-STATUS TO MP-PRIOR-STATUS OF PEND-NEW-REC
           MOVE WS-WORK-LIMIT  TO MP-PRIOR-LIMIT OF PEND-NEW-REC
           MOVE MAINT-IN-REC   TO MP-MAINT OF PEND-NEW-REC
           WRITE PEND-NEW-REC
           ADD 1 TO WS-PEND-OUT
           ADD 1 TO WS-QUEUED-COUNT
           MOVE MAINT-IN-REC TO WS-ITEM-MAINT
           MOVE "QUEUED" TO WS-RD-ACTION
           MOVE MP-ACCT-ID OF PEND-NEW-REC    TO WS-RD-ACCT-ID
           MOVE MP-ENTER-DATE OF PEND-NEW-REC TO WS-RD-QUEUED
           MOVE MP-SEQ OF PEND-NEW-REC        TO WS-RD-SEQ
           MOVE MP-REASON OF PEND-NEW-REC     TO WS-RD-REASON
           MOVE WS-WORK-STATUS TO WS-RS-OLD
           MOVE SPACES TO WS-RD-APPR-OPER
           PERFORM WRITE-DETAIL-LINE.

       *> A change cleared tonight is what the next change to the
       *> same account is judged against.
       NOTE-CLEARED-CHANGE.
           IF EFF-DATE OF WS-ITEM-MAINT <= TODAY
              EVALUATE MAINT-CODE OF WS-ITEM-MAINT
                 WHEN "STAT"
                    MOVE NEW-STATUS OF WS-ITEM-MAINT TO WS-WORK-STATUS
                 WHEN "OVLM"
                    MOVE NEW-LIMIT OF WS-ITEM-MAINT TO WS-WORK-LIMIT
              END-EVALUATE
           END-IF.

       WRITE-QUEUE-LINE.
           MOVE MP-ACCT-ID OF PEND-IN-REC      TO WS-RD-ACCT-ID
           MOVE MP-ENTER-DATE OF PEND-IN-REC   TO WS-RD-QUEUED
           MOVE MP-SEQ OF PEND-IN-REC          TO WS-RD-SEQ
           MOVE MP-REASON OF PEND-IN-REC       TO WS-RD-REASON
           MOVE MP-PRIOR-STATUS OF PEND-IN-REC TO WS-RS-OLD
           PERFORM WRITE-DETAIL-LINE.

       *> Common tail: code, operators and the change itself off the
       *> maintenance image in WS-ITEM-MAINT.
       WRITE-DETAIL-LINE.
           MOVE MAINT-CODE OF WS-ITEM-MAINT       TO WS-RD-CODE
           MOVE MAINT-ENTER-OPER OF WS-ITEM-MAINT TO WS-RD-ENTER-OPER
           MOVE SPACES TO WS-RD-DETAIL
           EVALUATE MAINT-CODE OF WS-ITEM-MAINT
              WHEN "OVLM"
                 MOVE NEW-LIMIT OF WS-ITEM-MAINT TO WS-RD-LIMIT-ED
                 MOVE WS-RD-LIMIT-ED TO WS-RD-DETAIL
              WHEN "STAT"
                 MOVE NEW-STATUS OF WS-ITEM-MAINT TO WS-RS-NEW
                 MOVE WS-RD-STATUS-CHG TO WS-RD-DETAIL
           END-EVALUATE
           WRITE RPT-REC FROM WS-RPT-DETAIL.

       *> A decision that matched nothing in the queue - a mistyped
       *> key, or an item already decided or expired - is listed so
       *> the approver can follow it up.
       REPORT-UNMATCHED-APPROVALS.
           PERFORM VARYING APR-PX FROM 1 BY 1
                   UNTIL APR-PX > WS-APR-COUNT
              IF WS-APR-USED(APR-PX) = "N"
                 ADD 1 TO WS-UNM-COUNT
                 MOVE "UNMATCHED" TO WS-RD-ACTION
                 MOVE WS-APR-ACCT-ID(APR-PX) TO WS-RD-ACCT-ID
                 MOVE WS-APR-ACTION(APR-PX)  TO WS-RD-CODE
                 MOVE SPACES TO WS-RD-REASON WS-RD-ENTER-OPER
                                WS-RD-DETAIL
                 MOVE WS-APR-DATE(APR-PX)    TO WS-RD-QUEUED
                 MOVE WS-APR-SEQ(APR-PX)     TO WS-RD-SEQ
                 MOVE WS-APR-OPER(APR-PX)    TO WS-RD-APPR-OPER
                 WRITE RPT-REC FROM WS-RPT-DETAIL
              END-IF
           END-PERFORM.

       *> Copy the gated feed back over data/maint.dat under its own
       *> header and a trailer rebuilt over what passed, the count
       *> proved on the way.
       COPY-GATED-MAINT-BACK.
           OPEN INPUT MAINT-NEW
           OPEN OUTPUT MAINT-FILE
           IF WS-HDR-SAVED = "Y"
              WRITE MAINT-IN-REC FROM WS-SAVED-HDR
           ELSE
              MOVE TODAY TO WS-HDR-OUT-DATE
              MOVE SPACES TO MAINT-IN-REC
              MOVE WS-HDR-REC TO MAINT-IN-REC(1:11)
              WRITE MAINT-IN-REC
           END-IF
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO EOF-NEW
           PERFORM UNTIL EOF-NEW = "Y"
              READ MAINT-NEW
                 AT END MOVE "Y" TO EOF-NEW
              NOT AT END
                 ADD 1 TO WS-COPY-COUNT
                 WRITE MAINT-IN-REC FROM MAINT-NEW-REC
              END-READ
           END-PERFORM
           MOVE WS-COPY-COUNT TO WS-TRL-OUT-CNT
           MOVE 0 TO WS-TRL-OUT-HASH
           MOVE SPACES TO MAINT-IN-REC
           MOVE WS-TRL-REC TO MAINT-IN-REC(1:28)
           WRITE MAINT-IN-REC
           CLOSE MAINT-NEW MAINT-FILE
           IF WS-COPY-COUNT NOT = WS-MAINT-OUT
              DISPLAY "MAINTAPPR: GATED FEED COPIED " WS-COPY-COUNT
                 " BUT " WS-MAINT-OUT " WRITTEN - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       COPY-QUEUE-BACK.
           OPEN INPUT PEND-NEW
           OPEN OUTPUT PEND-FILE
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO EOF-NEW
           PERFORM UNTIL EOF-NEW = "Y"
              READ PEND-NEW
                 AT END MOVE "Y" TO EOF-NEW
              NOT AT END
                 ADD 1 TO WS-COPY-COUNT
                 WRITE PEND-IN-REC FROM PEND-NEW-REC
              END-READ
           END-PERFORM
           CLOSE PEND-NEW PEND-FILE
           IF WS-COPY-COUNT NOT = WS-PEND-OUT
              DISPLAY "MAINTAPPR: QUEUE COPIED " WS-COPY-COUNT
                 " BUT " WS-PEND-OUT " WRITTEN - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       SAVE-RUN-INPUTS.
           OPEN INPUT MAINT-FILE
           OPEN OUTPUT MAINT-SAVE
           MOVE "N" TO EOF-NEW
           PERFORM UNTIL EOF-NEW = "Y"
              READ MAINT-FILE
                 AT END MOVE "Y" TO EOF-NEW
              NOT AT END
                 WRITE MAINT-SAVE-REC FROM MAINT-IN-REC
              END-READ
           END-PERFORM
           CLOSE MAINT-FILE MAINT-SAVE
           OPEN INPUT PEND-FILE
           OPEN OUTPUT PEND-SAVE
           MOVE "N" TO EOF-NEW
           PERFORM UNTIL EOF-NEW = "Y"
              READ PEND-FILE
                 AT END MOVE "Y" TO EOF-NEW
              NOT AT END
                 WRITE PEND-SAVE-REC FROM PEND-IN-REC
              END-READ
           END-PERFORM
           CLOSE PEND-FILE PEND-SAVE.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "MAINT RECORDS IN"    TO WS-RPT-LABEL
           MOVE WS-MAINT-IN         TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "MAINT RECORDS OUT"   TO WS-RPT-LABEL
           MOVE WS-MAINT-OUT        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "QUEUED TONIGHT"      TO WS-RPT-LABEL
           MOVE WS-QUEUED-COUNT     TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "APPROVED"            TO WS-RPT-LABEL
           MOVE WS-APPROVED-COUNT   TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "REJECTED"            TO WS-RPT-LABEL
           MOVE WS-REJECTED-COUNT   TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "EXPIRED"             TO WS-RPT-LABEL
           MOVE WS-EXPIRED-COUNT    TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "REFUSED APPROVALS"   TO WS-RPT-LABEL
           MOVE WS-REFUSED-COUNT    TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "UNMATCHED APPROVALS" TO WS-RPT-LABEL
           MOVE WS-UNM-COUNT        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "PENDING APPROVAL"    TO WS-RPT-LABEL
           MOVE WS-PEND-OUT         TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE.

       *> Register this run on the shared run log before any work
       *> moves: a completed entry for this date means a double run,
       *> and an incomplete predecessor means the schedule is being
       *> run out of order - both abend here, at open.
       REGISTER-RUN-START.
           OPEN I-O RUNCTL-FILE
           IF WS-RUN-STATUS NOT = "00" AND WS-RUN-STATUS NOT = "05"
              DISPLAY "MAINTAPPR: CANNOT OPEN data/runctl.dat - STATUS "
                 WS-RUN-STATUS " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-SELF TO RC-PROGRAM
           READ RUNCTL-FILE
           END-READ
           IF WS-RUN-STATUS = "00" AND RC-STATUS = "DONE"
              DISPLAY "MAINTAPPR: ALREADY COMPLETE FOR " TODAY
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-RUN-STATUS = "00" AND RC-STATUS = "STRT"
              MOVE "Y" TO WS-RESTART
           END-IF
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-PRED TO RC-PROGRAM
           READ RUNCTL-FILE
           END-READ
           IF WS-RUN-STATUS NOT = "00" OR RC-STATUS NOT = "DONE"
              DISPLAY "MAINTAPPR: PREDECESSOR " WS-RC-PRED
                 " NOT COMPLETE FOR " TODAY " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           *> A first run saves its inputs before it is logged
           *> started; a run already logged started kept its saves
           *> and is redone from them. A run that abends while saving
           *> is not yet logged and saves again from the untouched
           *> originals.
           IF NOT RESTARTED-RUN
              PERFORM SAVE-RUN-INPUTS
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
       *> feed and queue records read are the input count, the
       *> maintenance cleared to DAILYPOST the output count.
       REGISTER-RUN-END.
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-SELF TO RC-PROGRAM
           READ RUNCTL-FILE
           END-READ
           MOVE "DONE" TO RC-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-TS
           COMPUTE RC-IN-COUNT = WS-MAINT-IN + WS-PEND-IN
           MOVE WS-MAINT-OUT TO RC-OUT-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           REWRITE RUNCTL-REC
           END-REWRITE
           CLOSE RUNCTL-FILE.
