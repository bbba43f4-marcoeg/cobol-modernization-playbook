       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE  ASSIGN TO "data/dailypost.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SOC-FILE  ASSIGN TO "data/sogen.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCT-FILE ASSIGN TO "data/accounts.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SO-FILE ASSIGN TO "data/standing.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SO-NEW    ASSIGN TO "data/standing_new.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HIST-IDX ASSIGN TO "data/history_idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HIX-STATUS.
           SELECT TXN-FILE  ASSIGN TO "data/txns.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAYEE-FILE ASSIGN TO "out/so_payees.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE  ASSIGN TO "out/sogen.rpt"
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

       *> How many times a payment that bounced for insufficient
       *> funds is presented again, one business day apart, before
       *> its instruction is suspended for the branch.
       FD  SOC-FILE  RECORD CONTAINS 2 CHARACTERS.
       01  SOC-REC.
           05  SOC-RETRY-MAX        PIC 9(2).

       *> The account master, held in storage so both sides of each
       *> instruction can be checked before anything is generated.
       FD  ACCT-FILE RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IN-REC.
           COPY "ACCOUNT-REC.cpy".

       *> Standing-instruction master SOMAINT maintains, in debit
       *> ACCT-ID and instruction number order. The run state at the
       *> back of each record - the item awaiting its outcome, the
       *> NSF retries, the payments made - is stepped here and the
       *> whole master rewritten each night.
       FD  SO-FILE   RECORD CONTAINS 116 CHARACTERS.
       01  SO-IN-REC.
           COPY "SO-REC.cpy".

       *> The stepped master, copied back over data/standing.dat with
       *> fresh labels once every instruction has been worked.
       FD  SO-NEW    RECORD CONTAINS 116 CHARACTERS.
       01  SO-NEW-REC           PIC X(116).

       *> Last night's outcome of each generated item comes off the
       *> keyed history archive: only the debit account's postings
       *> for the night the item was generated are read.
       FD  HIST-IDX  RECORD CONTAINS 124 CHARACTERS.
       01  HIST-IDX-REC.
           COPY "HISTIDX-REC.cpy".

       *> Tonight's standing-order items are appended here ahead of
       *> the DAILYPOST run - after the feed's trailer, the same as
       *> INTACCR's interest and FEEASSESS's service charges - so
       *> the EODPROMO "TXNS" leg follows this program to resort the
       *> file and rebuild the control labels over these appends.
       FD  TXN-FILE  RECORD CONTAINS 72 CHARACTERS.
       01  TXN-OUT-REC.
           COPY "TXN-REC.cpy".

       *> Payments to external payees confirmed posted last night,
       *> for the payments desk to remit: the money has left the
       *> customer's account and now has to reach the payee.
       FD  PAYEE-FILE RECORD CONTAINS 66 CHARACTERS.
       01  PAYEE-REC.
           05  SOP-PAYEE        PIC X(16).
           05  SOP-ACCT-ID      PIC X(12).
           05  SOP-SO-ID        PIC X(8).
           05  SOP-TXN-ID       PIC X(16).
           05  SOP-AMOUNT       PIC S9(9)V99  COMP-3.
           05  SOP-POST-DATE    PIC 9(8).

       *> The branch report: one line per instruction that needs
       *> someone to know about it - an NSF being retried, one
       *> suspended, one flagged on a closed, frozen or dormant
       *> account, one stopped by the customer, one completed, one
       *> whose item never reached the history - then the night's
       *> counts.
       FD  RPT-FILE  RECORD CONTAINS 80 CHARACTERS.
       01  RPT-REC              PIC X(80).

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
       77  EOF-SO           PIC X          VALUE "N".
       77  EOF-NEW          PIC X          VALUE "N".
       77  EOF-HIST         PIC X          VALUE "N".
       77  TODAY            PIC 9(8)       VALUE ZERO.
       77  WS-RETRY-MAX     PIC 9(2)       VALUE 0.
       77  WS-HIX-STATUS    PIC X(2)       VALUE "00".
       77  WS-SEQ           PIC 9(4)       COMP-3 VALUE 0.

       *> Work copy of the archived record carried in HX-DATA.
       01  WS-HIST-REC.
           COPY "HIST-REC.cpy".

       *> The account master held in storage: the status and close
       *> date are all that decide whether an account can take a
       *> standing-order posting.
       77  WS-ACT-MAX       PIC 9(5)       VALUE 20000.
       77  WS-ACT-COUNT     PIC 9(5)       COMP-3 VALUE 0.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 20000 TIMES INDEXED BY ACT-PX.
               10  WS-ACT-ACCT-ID   PIC X(12).
               10  WS-ACT-STATUS    PIC X(1).
               10  WS-ACT-CLOSE     PIC 9(8).
       77  WS-ACT-FOUND     PIC X          VALUE "N".
           88  ACCT-ON-MASTER             VALUE "Y".
       77  WS-LOOK-ACCT-ID  PIC X(12)      VALUE SPACES.

       *> Why an instruction was flagged instead of generated;
       *> spaces when both of its accounts can take the posting.
       77  WS-FLAG-REASON   PIC X(18)      VALUE SPACES.
       01  WS-FLAG-BUILD.
           05  FILLER           PIC X(5)  VALUE "FLAG ".
           05  WS-FB-SIDE       PIC X(2).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-FB-STATE      PIC X(10).

       *> The history disposition of the item awaiting its outcome,
       *> spaces when it was not found on the archive.
       77  WS-LAST-DISP     PIC X(4)       VALUE SPACES.
       77  WS-SO-DROP       PIC X          VALUE "N".
           88  SO-COMPLETED               VALUE "Y".

       *> Due-date arithmetic: weekly and fortnightly instructions
       *> step whole days; the month-based ones step whole months
       *> onto their day of the month, falling back to the month's
       *> last day when the month is too short - the same rule
       *> CDMATUR rolls a term by - so a payment on the 31st comes
       *> back to the 31st after a short month.
       77  WS-STEP-MONTHS   PIC 9(2)       VALUE 0.
       77  WS-STEP-DAY      PIC 9(2)       VALUE 0.
       77  WS-TERM-MONTHS   PIC 9(5)       COMP-3 VALUE 0.
       77  WS-TERM-YEARS    PIC 9(5)       COMP-3 VALUE 0.
       77  WS-TERM-MOD      PIC 9(2)       COMP-3 VALUE 0.
       77  WS-PREV-DUE      PIC 9(8)       VALUE ZERO.
       01  WS-DUE-DATE.
           05  WS-DD-YEAR       PIC 9(4).
           05  WS-DD-MONTH      PIC 9(2).
           05  WS-DD-DAY        PIC 9(2).
       01  WS-DUE-DATE-N REDEFINES WS-DUE-DATE PIC 9(8).
       01  WS-MONTH-END.
           05  WS-ME-YEAR       PIC 9(4).
           05  WS-ME-MONTH      PIC 9(2).
           05  WS-ME-DAY        PIC 9(2).
       01  WS-MONTH-END-N REDEFINES WS-MONTH-END PIC 9(8).

       *> The night's counts.
       77  WS-SO-READ       PIC 9(9)       COMP-3 VALUE 0.
       77  WS-PAID-COUNT    PIC 9(7)       COMP-3 VALUE 0.
       77  WS-RETRY-COUNT   PIC 9(7)       COMP-3 VALUE 0.
       77  WS-SUSP-COUNT    PIC 9(7)       COMP-3 VALUE 0.
       77  WS-FLAG-COUNT    PIC 9(7)       COMP-3 VALUE 0.
       77  WS-STOP-COUNT    PIC 9(7)       COMP-3 VALUE 0.
       77  WS-DONE-COUNT    PIC 9(7)       COMP-3 VALUE 0.
       77  WS-WAIT-COUNT    PIC 9(7)       COMP-3 VALUE 0.
       77  WS-HELD-COUNT    PIC 9(7)       COMP-3 VALUE 0.
       77  WS-OUT-COUNT     PIC 9(9)       COMP-3 VALUE 0.
       77  WS-COPY-COUNT    PIC 9(9)       COMP-3 VALUE 0.

       *> Run-control registration state; counts are reported to the
       *> run log at completion.
       77  WS-RUN-STATUS    PIC X(2)       VALUE "00".
       77  WS-RC-SELF       PIC X(12)      VALUE "SOGEN".
       77  WS-RC-PRED       PIC X(12)      VALUE "FEEASSESS".

       01  WS-TXN-ID.
           05  WS-TXN-ID-PFX    PIC X(4)  VALUE "SORD".
           05  WS-TXN-ID-DATE   PIC 9(8).
           05  WS-TXN-ID-SEQ    PIC 9(4).

       01  WS-HDR-REC.
           05  FILLER           PIC X(3)  VALUE "HDR".
           05  WS-HDR-OUT-DATE  PIC 9(8).
       01  WS-TRL-REC.
           05  FILLER           PIC X(3)  VALUE "TRL".
           05  WS-TRL-OUT-CNT   PIC 9(9).
           05  WS-TRL-OUT-HASH  PIC S9(13)V99 SIGN LEADING SEPARATE.

       01  WS-HEAD-LINE.
           05  FILLER           PIC X(20) VALUE "STANDING ORDERS FOR ".
           05  WS-HL-DATE       PIC 9(8).
           05  FILLER           PIC X(52) VALUE SPACES.

       01  WS-COL-LINE.
           05  FILLER           PIC X(40)
               VALUE "DEBIT ACCT   ORDER    CREDIT/PAYEE      ".
           05  FILLER           PIC X(40)
               VALUE "      AMOUNT DUE      ACTION            ".

       01  WS-SO-LINE.
           05  WS-SL-ACCT-ID    PIC X(12).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-SL-SO-ID      PIC X(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-SL-TARGET     PIC X(16).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-SL-AMOUNT     PIC -(9)9.99.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-SL-DUE        PIC 9(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-SL-DETAIL     PIC X(18).

       01  WS-RETRY-DETAIL.
           05  FILLER           PIC X(10) VALUE "NSF RETRY ".
           05  WS-RD-RETRY      PIC 9(2).
           05  FILLER           PIC X(4)  VALUE " OF ".
           05  WS-RD-MAX        PIC 9(2).

       01  WS-RPT-LINE.
           05  WS-RPT-LABEL     PIC X(24).
           05  WS-RPT-COUNT     PIC ZZZ,ZZ9.
           05  FILLER           PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-RUN-DATE
           PERFORM GET-RETRY-LIMIT
           PERFORM REGISTER-RUN-START
           PERFORM LOAD-ACCOUNT-TABLE
           OPEN INPUT  SO-FILE HIST-IDX
           OPEN EXTEND TXN-FILE
           OPEN OUTPUT SO-NEW PAYEE-FILE RPT-FILE
           MOVE TODAY TO WS-HL-DATE
           WRITE RPT-REC FROM WS-HEAD-LINE
           WRITE RPT-REC FROM WS-COL-LINE
           PERFORM READ-NEXT-SO
           PERFORM UNTIL EOF-SO = "Y"
              ADD 1 TO WS-SO-READ
              PERFORM PROCESS-ONE-SO
              PERFORM READ-NEXT-SO
           END-PERFORM
           CLOSE SO-FILE HIST-IDX TXN-FILE SO-NEW PAYEE-FILE
           PERFORM COPY-STEPPED-BACK
           PERFORM WRITE-TOTALS
           CLOSE RPT-FILE
           PERFORM REGISTER-RUN-END
           GOBACK.

       *> Read the run's processing date from the same parameter card
       *> DAILYPOST uses; tonight's items post on that date.
       GET-RUN-DATE.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
              AT END
                 DISPLAY "SOGEN: MISSING RUN-DATE PARAMETER CARD"
                 CLOSE CTL-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE CTL-RUN-DATE TO TODAY
           CLOSE CTL-FILE.

       GET-RETRY-LIMIT.
           OPEN INPUT SOC-FILE
           READ SOC-FILE
              AT END
                 DISPLAY "SOGEN: MISSING NSF RETRY CARD"
                 CLOSE SOC-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE SOC-RETRY-MAX TO WS-RETRY-MAX
           CLOSE SOC-FILE.

       *> The master carries control labels; the header is stepped
       *> over and the trailer is end-of-data.
       LOAD-ACCOUNT-TABLE.
           OPEN INPUT ACCT-FILE
           PERFORM UNTIL EOF-ACCT = "Y"
              READ ACCT-FILE
                 AT END MOVE "Y" TO EOF-ACCT
              NOT AT END
                 EVALUATE TRUE
                    WHEN ACCT-IN-REC(1:3) = "TRL"
                       MOVE "Y" TO EOF-ACCT
                    WHEN ACCT-IN-REC(1:3) = "HDR"
                       CONTINUE
                    WHEN OTHER
                       IF WS-ACT-COUNT >= WS-ACT-MAX
                          DISPLAY "SOGEN: ACCOUNT TABLE FULL AT "
                             WS-ACT-MAX " - RAISE WS-ACT-MAX AND "
                             "RERUN - ABENDING"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-ACT-COUNT
                       SET ACT-PX TO WS-ACT-COUNT
                       MOVE ACCT-ID OF ACCT-IN-REC
                            TO WS-ACT-ACCT-ID(ACT-PX)
                       MOVE ACCT-STATUS OF ACCT-IN-REC
                            TO WS-ACT-STATUS(ACT-PX)
                       MOVE CLOSE-DATE OF ACCT-IN-REC
                            TO WS-ACT-CLOSE(ACT-PX)
                 END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE ACCT-FILE.

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
           END-IF.

       *> One instruction: settle the item generated for it on an
       *> earlier night, then generate tonight's if a payment is due
       *> and nothing is still outstanding. An item generated
       *> tonight by a run that abended before completing is already
       *> in the posting stream and is left to DAILYPOST. A
       *> suspended instruction waits for the branch to reinstate
       *> it; a completed one drops off the master.
       PROCESS-ONE-SO.
           MOVE "N" TO WS-SO-DROP
           IF SO-STATUS OF SO-IN-REC = "A"
              IF SO-LAST-TXN-ID OF SO-IN-REC NOT = SPACES
                 AND SO-LAST-GEN-DATE OF SO-IN-REC < TODAY
                 PERFORM CHECK-LAST-OUTCOME
              END-IF
              IF SO-STATUS OF SO-IN-REC = "A"
                 AND NOT SO-COMPLETED
                 AND SO-LAST-TXN-ID OF SO-IN-REC = SPACES
                 AND SO-NEXT-DUE OF SO-IN-REC NOT > TODAY
                 PERFORM GENERATE-IF-POSTABLE
              END-IF
           END-IF
           IF SO-COMPLETED
              ADD 1 TO WS-DONE-COUNT
           ELSE
              IF SO-STATUS OF SO-IN-REC = "S"
                 ADD 1 TO WS-HELD-COUNT
              END-IF
              WRITE SO-NEW-REC FROM SO-IN-REC
              ADD 1 TO WS-OUT-COUNT
           END-IF.

       *> What became of the item generated on an earlier night. A
       *> posted item is a payment made and the instruction moves on
       *> to its next due date, as it does when the customer stopped
       *> the item - that payment is skipped, not retried. An item
       *> refused against an account that can take postings bounced
       *> for want of funds and counts against the retries; one
       *> refused because an account has since been closed, frozen
       *> or gone dormant is flagged below without using a retry.
       *> An item the archive never saw stays outstanding for the
       *> branch to chase rather than be generated a second time.
       CHECK-LAST-OUTCOME.
           PERFORM FIND-LAST-ITEM
           EVALUATE WS-LAST-DISP
              WHEN "PSTD"
                 ADD 1 TO SO-PAY-COUNT OF SO-IN-REC
                 ADD 1 TO WS-PAID-COUNT
                 MOVE SO-LAST-GEN-DATE OF SO-IN-REC
                      TO SO-LAST-PAID-DATE OF SO-IN-REC
                 IF SO-PAYEE OF SO-IN-REC NOT = SPACES
                    PERFORM WRITE-PAYEE-REMIT
                 END-IF
                 PERFORM CLOSE-OUT-PAYMENT
              WHEN "STOP"
                 ADD 1 TO WS-STOP-COUNT
                 MOVE "STOPPED - SKIPPED" TO WS-SL-DETAIL
                 PERFORM WRITE-SO-LINE
                 PERFORM CLOSE-OUT-PAYMENT
              WHEN SPACES
                 ADD 1 TO WS-WAIT-COUNT
                 MOVE "NO POSTING RECORD" TO WS-SL-DETAIL
                 PERFORM WRITE-SO-LINE
              WHEN OTHER
                 MOVE SPACES TO SO-LAST-TXN-ID OF SO-IN-REC
                 PERFORM CHECK-SO-ACCOUNTS
                 IF WS-FLAG-REASON = SPACES
                    PERFORM RECORD-NSF-FAILURE
                 END-IF
           END-EVALUATE.

       *> Read the debit account's archive for the night the item
       *> was generated, positioned at that night's first record and
       *> read only until the account or the night runs out.
       FIND-LAST-ITEM.
           MOVE SPACES TO WS-LAST-DISP
           MOVE "N" TO EOF-HIST
           MOVE SO-DEBIT-ACCT-ID OF SO-IN-REC TO HX-ACCT-ID
           MOVE SO-LAST-GEN-DATE OF SO-IN-REC TO HX-POST-DATE
           MOVE 0 TO HX-SEQ
           START HIST-IDX KEY NOT < HX-KEY
           END-START
           IF WS-HIX-STATUS NOT = "00"
              MOVE "Y" TO EOF-HIST
           END-IF
           PERFORM UNTIL EOF-HIST = "Y"
              READ HIST-IDX NEXT
              END-READ
              IF WS-HIX-STATUS NOT = "00"
                 MOVE "Y" TO EOF-HIST
              ELSE
                 IF HX-ACCT-ID NOT = SO-DEBIT-ACCT-ID OF SO-IN-REC
                    OR HX-POST-DATE NOT = SO-LAST-GEN-DATE OF SO-IN-REC
                    MOVE "Y" TO EOF-HIST
                 ELSE
                    MOVE HX-DATA TO WS-HIST-REC
                    IF HIST-TXN-ID = SO-LAST-TXN-ID OF SO-IN-REC
                       MOVE HIST-DISPOSITION TO WS-LAST-DISP
                       MOVE "Y" TO EOF-HIST
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       *> The payment now due is finished with, one way or the
       *> other: its retries are cleared and the instruction steps
       *> to its next due date. It has run its course once it has
       *> made the payments it was taken for, or once its next due
       *> date falls past its end date.
       CLOSE-OUT-PAYMENT.
           MOVE SPACES TO SO-LAST-TXN-ID OF SO-IN-REC
           MOVE 0 TO SO-RETRY-COUNT OF SO-IN-REC
           PERFORM ADVANCE-DUE-DATE
           IF (SO-PAY-LIMIT OF SO-IN-REC > 0
               AND SO-PAY-COUNT OF SO-IN-REC
                   NOT < SO-PAY-LIMIT OF SO-IN-REC)
              OR (SO-END-DATE OF SO-IN-REC > 0
                  AND SO-NEXT-DUE OF SO-IN-REC
                      > SO-END-DATE OF SO-IN-REC)
              MOVE "Y" TO WS-SO-DROP
              MOVE "COMPLETED" TO WS-SL-DETAIL
              PERFORM WRITE-SO-LINE
           END-IF.

       *> A bounced payment is presented again tonight with its due
       *> date left where it was, until it has been retried as many
       *> times as the retry card allows; the next bounce suspends
       *> the instruction for the branch to take up with the
       *> customer.
       RECORD-NSF-FAILURE.
           ADD 1 TO SO-RETRY-COUNT OF SO-IN-REC
           IF SO-RETRY-COUNT OF SO-IN-REC > WS-RETRY-MAX
              MOVE "S" TO SO-STATUS OF SO-IN-REC
              MOVE 0 TO SO-RETRY-COUNT OF SO-IN-REC
              ADD 1 TO WS-SUSP-COUNT
              MOVE "SUSPENDED - NSF" TO WS-SL-DETAIL
           ELSE
              ADD 1 TO WS-RETRY-COUNT
              MOVE SO-RETRY-COUNT OF SO-IN-REC TO WS-RD-RETRY
              MOVE WS-RETRY-MAX TO WS-RD-MAX
              MOVE WS-RETRY-DETAIL TO WS-SL-DETAIL
           END-IF
           PERFORM WRITE-SO-LINE.

       *> Both accounts must be able to take the posting - the debit
       *> side and, for a transfer, the credit side - or nothing is
       *> generated and the instruction is flagged, its due date
       *> held, every night until the branch reinstates the account
       *> or cancels the instruction.
       GENERATE-IF-POSTABLE.
           PERFORM CHECK-SO-ACCOUNTS
           IF WS-FLAG-REASON NOT = SPACES
              ADD 1 TO WS-FLAG-COUNT
              MOVE WS-FLAG-REASON TO WS-SL-DETAIL
              PERFORM WRITE-SO-LINE
           ELSE
              PERFORM BUILD-SO-TXN
              WRITE TXN-OUT-REC
              MOVE TXN-ID OF TXN-OUT-REC TO SO-LAST-TXN-ID OF SO-IN-REC
              MOVE TODAY TO SO-LAST-GEN-DATE OF SO-IN-REC
           END-IF.

       CHECK-SO-ACCOUNTS.
           MOVE SPACES TO WS-FLAG-REASON
           MOVE SO-DEBIT-ACCT-ID OF SO-IN-REC TO WS-LOOK-ACCT-ID
           MOVE "DR" TO WS-FB-SIDE
           PERFORM SET-FLAG-REASON
           IF WS-FLAG-REASON = SPACES
              AND SO-CREDIT-ACCT-ID OF SO-IN-REC NOT = SPACES
              MOVE SO-CREDIT-ACCT-ID OF SO-IN-REC TO WS-LOOK-ACCT-ID
              MOVE "CR" TO WS-FB-SIDE
              PERFORM SET-FLAG-REASON
           END-IF.

       *> The same test DAILYPOST's postable gate applies: frozen and
       *> dormant accounts take no postings, nor does one closed on
       *> or before the run date.
       SET-FLAG-REASON.
           PERFORM FIND-ACCOUNT
           MOVE SPACES TO WS-FB-STATE
           EVALUATE TRUE
              WHEN NOT ACCT-ON-MASTER
                 MOVE "NO ACCOUNT" TO WS-FB-STATE
              WHEN WS-ACT-CLOSE(ACT-PX) > 0
                   AND WS-ACT-CLOSE(ACT-PX) NOT > TODAY
                 MOVE "CLOSED" TO WS-FB-STATE
              WHEN WS-ACT-STATUS(ACT-PX) = "F"
                 MOVE "FROZEN" TO WS-FB-STATE
              WHEN WS-ACT-STATUS(ACT-PX) = "I"
                 MOVE "DORMANT" TO WS-FB-STATE
           END-EVALUATE
           IF WS-FB-STATE NOT = SPACES
              MOVE WS-FLAG-BUILD TO WS-FLAG-REASON
           END-IF.

       FIND-ACCOUNT.
           MOVE "N" TO WS-ACT-FOUND
           SET ACT-PX TO 1
           SEARCH WS-ACT-ENTRY
              AT END
                 CONTINUE
              WHEN ACT-PX > WS-ACT-COUNT
                 CONTINUE
              WHEN WS-ACT-ACCT-ID(ACT-PX) = WS-LOOK-ACCT-ID
                 MOVE "Y" TO WS-ACT-FOUND
           END-SEARCH.

       *> A transfer goes as a SYS-channel "XFR " on the debit
       *> account with the credit-side ACCT-ID in ORIG-TXN-ID, so
       *> both legs post - or neither does - through the ordinary
       *> transfer path; a payment to an outside payee goes as a
       *> SYS-channel "WDRW" carrying the payee reference. The
       *> "SORD" TXN-ID is how DAILYPOST knows to leave a bounced
       *> one out of suspense for this program to retry, and the
       *> payment's first presentation is the one that draws the NSF
       *> fee and the customer's notice; a retry goes as "SORR",
       *> charged the first time it bounced, the same as a suspense
       *> recycle.
       BUILD-SO-TXN.
           ADD 1 TO WS-SEQ
           IF SO-RETRY-COUNT OF SO-IN-REC > 0
              MOVE "SORR" TO WS-TXN-ID-PFX
           ELSE
              MOVE "SORD" TO WS-TXN-ID-PFX
           END-IF
           MOVE TODAY TO WS-TXN-ID-DATE
           MOVE WS-SEQ TO WS-TXN-ID-SEQ
           MOVE SO-DEBIT-ACCT-ID OF SO-IN-REC TO ACCT-ID OF TXN-OUT-REC
           MOVE WS-TXN-ID TO TXN-ID OF TXN-OUT-REC
           MOVE SPACES TO ORIG-TXN-ID OF TXN-OUT-REC
           IF SO-CREDIT-ACCT-ID OF SO-IN-REC NOT = SPACES
              MOVE "XFR " TO TXN-CODE OF TXN-OUT-REC
              MOVE SO-CREDIT-ACCT-ID OF SO-IN-REC
                   TO ORIG-TXN-ID OF TXN-OUT-REC(1:12)
           ELSE
              MOVE "WDRW" TO TXN-CODE OF TXN-OUT-REC
              MOVE SO-PAYEE OF SO-IN-REC TO ORIG-TXN-ID OF TXN-OUT-REC
           END-IF
           MOVE SO-AMOUNT OF SO-IN-REC TO TXN-AMOUNT OF TXN-OUT-REC
           COMPUTE TXN-TS OF TXN-OUT-REC = TODAY * 1000000
           MOVE "SYS " TO CHANNEL OF TXN-OUT-REC.

       WRITE-PAYEE-REMIT.
           MOVE SO-PAYEE OF SO-IN-REC         TO SOP-PAYEE
           MOVE SO-DEBIT-ACCT-ID OF SO-IN-REC TO SOP-ACCT-ID
           MOVE SO-ID OF SO-IN-REC            TO SOP-SO-ID
           MOVE SO-LAST-TXN-ID OF SO-IN-REC   TO SOP-TXN-ID
           MOVE SO-AMOUNT OF SO-IN-REC        TO SOP-AMOUNT
           MOVE SO-LAST-GEN-DATE OF SO-IN-REC TO SOP-POST-DATE
           WRITE PAYEE-REC.

       *> Step the next due date on by the instruction's frequency.
       *> A semi-monthly instruction pays on its second day later in
       *> the same month, else on its first day of the month after.
       ADVANCE-DUE-DATE.
           MOVE SO-NEXT-DUE OF SO-IN-REC TO WS-DUE-DATE-N
           EVALUATE SO-FREQ OF SO-IN-REC
              WHEN "W"
                 COMPUTE WS-DUE-DATE-N = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-N) + 7)
              WHEN "F"
                 COMPUTE WS-DUE-DATE-N = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-N) + 14)
              WHEN "M"
                 MOVE 1 TO WS-STEP-MONTHS
                 MOVE SO-DUE-DAY OF SO-IN-REC TO WS-STEP-DAY
                 PERFORM STEP-MONTHS
              WHEN "Q"
                 MOVE 3 TO WS-STEP-MONTHS
                 MOVE SO-DUE-DAY OF SO-IN-REC TO WS-STEP-DAY
                 PERFORM STEP-MONTHS
              WHEN "A"
                 MOVE 12 TO WS-STEP-MONTHS
                 MOVE SO-DUE-DAY OF SO-IN-REC TO WS-STEP-DAY
                 PERFORM STEP-MONTHS
              WHEN "S"
                 MOVE WS-DUE-DATE-N TO WS-PREV-DUE
                 MOVE 0 TO WS-STEP-MONTHS
                 MOVE SO-DUE-DAY2 OF SO-IN-REC TO WS-STEP-DAY
                 PERFORM STEP-MONTHS
                 IF WS-DUE-DATE-N NOT > WS-PREV-DUE
                    MOVE WS-PREV-DUE TO WS-DUE-DATE-N
                    MOVE 1 TO WS-STEP-MONTHS
                    MOVE SO-DUE-DAY OF SO-IN-REC TO WS-STEP-DAY
                    PERFORM STEP-MONTHS
                 END-IF
           END-EVALUATE
           MOVE WS-DUE-DATE-N TO SO-NEXT-DUE OF SO-IN-REC.

       *> Step WS-DUE-DATE forward WS-STEP-MONTHS calendar months
       *> onto day WS-STEP-DAY. The last day of the landing month is
       *> the day before the first of the month after it.
       STEP-MONTHS.
           COMPUTE WS-TERM-MONTHS = WS-DD-MONTH - 1 + WS-STEP-MONTHS
           DIVIDE WS-TERM-MONTHS BY 12 GIVING WS-TERM-YEARS
                  REMAINDER WS-TERM-MOD
           ADD WS-TERM-YEARS TO WS-DD-YEAR
           COMPUTE WS-DD-MONTH = WS-TERM-MOD + 1
           MOVE WS-STEP-DAY TO WS-DD-DAY
           IF WS-DD-DAY > 28
              MOVE WS-DD-YEAR TO WS-ME-YEAR
              COMPUTE WS-ME-MONTH = WS-DD-MONTH + 1
              IF WS-ME-MONTH > 12
                 MOVE 1 TO WS-ME-MONTH
                 ADD 1 TO WS-ME-YEAR
              END-IF
              MOVE 1 TO WS-ME-DAY
              COMPUTE WS-MONTH-END-N = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-MONTH-END-N) - 1)
              IF WS-DD-DAY > WS-ME-DAY
                 MOVE WS-ME-DAY TO WS-DD-DAY
              END-IF
           END-IF.

       WRITE-SO-LINE.
           MOVE SO-DEBIT-ACCT-ID OF SO-IN-REC TO WS-SL-ACCT-ID
           MOVE SO-ID OF SO-IN-REC            TO WS-SL-SO-ID
           IF SO-CREDIT-ACCT-ID OF SO-IN-REC NOT = SPACES
              MOVE SO-CREDIT-ACCT-ID OF SO-IN-REC TO WS-SL-TARGET
           ELSE
              MOVE SO-PAYEE OF SO-IN-REC TO WS-SL-TARGET
           END-IF
           MOVE SO-AMOUNT OF SO-IN-REC        TO WS-SL-AMOUNT
           MOVE SO-NEXT-DUE OF SO-IN-REC      TO WS-SL-DUE
           WRITE RPT-REC FROM WS-SO-LINE.

       *> Copy the stepped master back over data/standing.dat with
       *> fresh labels, the record count proved on the way.
       COPY-STEPPED-BACK.
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
              DISPLAY "SOGEN: RECORD COUNT MISMATCH ON COPY-BACK"
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "ITEMS GENERATED"        TO WS-RPT-LABEL
           MOVE WS-SEQ                  TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "PAYMENTS CONFIRMED"     TO WS-RPT-LABEL
           MOVE WS-PAID-COUNT           TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "NSF RETRIES"            TO WS-RPT-LABEL
           MOVE WS-RETRY-COUNT          TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "SUSPENDED TONIGHT"      TO WS-RPT-LABEL
           MOVE WS-SUSP-COUNT           TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "FLAGGED NOT GENERATED"  TO WS-RPT-LABEL
           MOVE WS-FLAG-COUNT           TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "STOPPED BY CUSTOMER"    TO WS-RPT-LABEL
           MOVE WS-STOP-COUNT           TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "NO POSTING RECORD"      TO WS-RPT-LABEL
           MOVE WS-WAIT-COUNT           TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "COMPLETED"              TO WS-RPT-LABEL
           MOVE WS-DONE-COUNT           TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "SUSPENDED ON FILE"      TO WS-RPT-LABEL
           MOVE WS-HELD-COUNT           TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "ORDERS ON FILE"         TO WS-RPT-LABEL
           MOVE WS-OUT-COUNT            TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE.

       *> Register this run on the shared run log before any work
       *> moves: a completed entry for this date means a double run,
       *> and an incomplete predecessor means the schedule is being
       *> run out of order - both abend here, at open.
       REGISTER-RUN-START.
           OPEN I-O RUNCTL-FILE
           IF WS-RUN-STATUS NOT = "00" AND WS-RUN-STATUS NOT = "05"
              DISPLAY "SOGEN: CANNOT OPEN data/runctl.dat - STATUS "
                 WS-RUN-STATUS " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-SELF TO RC-PROGRAM
           READ RUNCTL-FILE
           END-READ
           IF WS-RUN-STATUS = "00" AND RC-STATUS = "DONE"
              DISPLAY "SOGEN: ALREADY COMPLETE FOR " TODAY
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-PRED TO RC-PROGRAM
           READ RUNCTL-FILE
           END-READ
           IF WS-RUN-STATUS NOT = "00" OR RC-STATUS NOT = "DONE"
              DISPLAY "SOGEN: PREDECESSOR " WS-RC-PRED
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
       *> instructions read and the items generated are the counts.
       REGISTER-RUN-END.
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-SELF TO RC-PROGRAM
           READ RUNCTL-FILE
           END-READ
           MOVE "DONE" TO RC-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-TS
           MOVE WS-SO-READ TO RC-IN-COUNT
           MOVE WS-SEQ TO RC-OUT-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           REWRITE RUNCTL-REC
           END-REWRITE
           CLOSE RUNCTL-FILE.
