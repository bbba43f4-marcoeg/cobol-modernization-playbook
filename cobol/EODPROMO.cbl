               ORGANIZATION IS SEQUENTIAL.
           SELECT PEND-NEW  ASSIGN TO "data/pending_new.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PEND-SAVE ASSIGN TO "data/pending_save.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PENDREL-FILE ASSIGN TO "data/pending_rel.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PEND-ADD ASSIGN TO "out/pending_out.dat"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HIX-STATUS.
           SELECT HIST-PURGE ASSIGN TO "data/hist_purged.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HIST-CAT ASSIGN TO "data/hist_catalog.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARCH-VOL ASSIGN USING WS-ARCH-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT ARCH-WORK ASSIGN TO "data/hist_arch_work.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUSP-FILE ASSIGN TO "data/suspense.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUSP-ADD ASSIGN TO "out/suspense_out.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INTYTD-ADD ASSIGN TO "out/int_ytd_out.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MTDBAL-FILE ASSIGN TO "data/mtd_bal.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MTDBAL-ADD ASSIGN TO "out/mtd_bal_out.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DPCTL-FILE ASSIGN TO "data/dailypost.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "data/runctl.dat"
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-STATUS.
           SELECT OPTIONAL STEP-LOG ASSIGN TO "data/eodpromo_steps.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       *> Function card: which leg of the nightly schedule this run
       *> is. "TXNS" runs after INTACCR, FEEASSESS, SOGEN and CDMATUR
       *> have appended their postings and sorts the transaction file
       *> back into ACCT-ID/TXN-TS order for DAILYPOST; "ACCT" runs
       *> after ACCTOPEN has appended the day's new accounts and
       *> promotes the sorted master to the next cycle's
       *> accounts.dat. The
       *> date is the business date the staged file is FOR, i.e. the
       *> next run's CTL-RUN-DATE - the next business day on the bank
       *> calendar. Left zero, the calendar supplies it; keyed, it
       *> must agree with the calendar.
       *> The trailing switch is for one-time cutovers only: "Y"
       *> tolerates upstream feeds that do not yet carry control
       *> labels and synthesizes a header for them, and waives the
       01  TXN-SRT-REC.
           COPY "TXN-REC.cpy".

       FD  ACCT-OUT  RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-OUT-REC.
           COPY "ACCOUNT-REC.cpy".

       FD  ACCT-MASTER RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-MASTER-REC.
           COPY "ACCOUNT-REC.cpy".

       *> Prior generations of accounts.dat, newest first, kept so an
       *> out-of-balance day can fall back without a tape restore.
       FD  GEN1-FILE RECORD CONTAINS 99 CHARACTERS.
       01  GEN1-REC.
           COPY "ACCOUNT-REC.cpy".

       FD  GEN2-FILE RECORD CONTAINS 99 CHARACTERS.
       01  GEN2-REC.
           COPY "ACCOUNT-REC.cpy".

       FD  GEN3-FILE RECORD CONTAINS 99 CHARACTERS.
       01  GEN3-REC.
           COPY "ACCOUNT-REC.cpy".

       01  PENDREL-REC.
           05  PENDREL-TXN-ID   PIC X(16).

       *> The warehouse as the "TXNS" leg left it, saved before the
       *> "ACCT" leg adds the day's new items so that an interrupted
       *> append can be redone from it instead of appending twice.
       FD  PEND-SAVE RECORD CONTAINS 72 CHARACTERS.
       01  PEND-SAVE-REC        PIC X(72).

       FD  PEND-ADD  RECORD CONTAINS 72 CHARACTERS.
       01  PEND-ADD-REC         PIC X(72).

       01  HIST-IDX-REC.
           COPY "HISTIDX-REC.cpy".

       *> Records falling out of the retention window tonight, staged
       *> here on their way to the long-term archive.
       FD  HIST-PURGE RECORD CONTAINS 97 CHARACTERS.
       01  HIST-PURGE-REC       PIC X(97).

       *> Catalog of the long-term archive: one record per monthly
       *> volume with the posting-date range it holds and the same
       *> count and amount hash as the volume's own trailer, so
       *> HISTRTRV can go straight to the right volume(s).
       FD  HIST-CAT  RECORD CONTAINS 85 CHARACTERS.
       01  HIST-CAT-REC.
           COPY "HISTCAT-REC.cpy".

       *> A long-term archive volume: every purged history record
       *> posted in one calendar month, under a header dated for the
       *> run that last wrote it and a trailer carrying the record
       *> count and the HIST-TXN-AMOUNT hash. Volumes are kept
       *> indefinitely; each is rebuilt through ARCH-WORK whenever
       *> more of its month is purged.
       FD  ARCH-VOL  RECORD CONTAINS 97 CHARACTERS.
       01  ARCH-VOL-REC         PIC X(97).

       FD  ARCH-WORK RECORD CONTAINS 97 CHARACTERS.
       01  ARCH-WORK-REC        PIC X(97).

       *> Suspense state from the prior DAILYPOST run. The "TXNS" leg
       *> re-presents the transaction portion of each item into the
       *> sorted posting stream; the "ACCT" leg replaces this file
       *> The day's maintenance feed plus DORMSWEEP's status changes,
       *> sorted together into the ACCT-ID order APPLY-TODAYS-MAINT
       *> assumes, with the control labels rebuilt over the whole.
       *> MAINTAPPR takes its second-operator approvals from its own
       *> queue only, so the feed's approver field is cleared here;
       *> the batch programs' own records below are the only ones
       *> stamped "BATCH" in it, which is how MAINTAPPR knows a
       *> system-raised change from one keyed as "BATCH".
       FD  MAINT-FILE RECORD CONTAINS 49 CHARACTERS.
       01  MAINT-IN-REC.
           COPY "MAINT-REC.cpy".

       FD  MAINT-SRT RECORD CONTAINS 49 CHARACTERS.
       01  MAINT-SRT-REC        PIC X(49).

       FD  DORM-ADD  RECORD CONTAINS 49 CHARACTERS.
       01  DORM-ADD-REC.
           COPY "MAINT-REC.cpy".

       *> ESCHREMIT's close requests for accounts past the state
       *> escheat deadline, folded in the same way.
       FD  ESCH-ADD  RECORD CONTAINS 49 CHARACTERS.
       01  ESCH-ADD-REC.
           COPY "MAINT-REC.cpy".

       *> Charge-off write-offs OVDRPT cut after tonight's posting
       *> run, released into the next cycle's sorted stream (listed

       *> OVDRPT's status changes for accounts whose write-off has
       *> posted, folded like the sweep's and the remittance run's.
       FD  CHGOM-ADD RECORD CONTAINS 49 CHARACTERS.
       01  CHGOM-ADD-REC.
           COPY "MAINT-REC.cpy".

       *> Funds holds carried run to run. The "TXNS" leg sorts the
       *> feed - including whatever the branches appended - into the
       FD  INTYTD-ADD RECORD CONTAINS 23 CHARACTERS.
       01  INTYTD-ADD-REC       PIC X(23).

       *> Month-to-date balance accumulator - replaced the same way
       *> with the state DAILYPOST stepped tonight.
       FD  MTDBAL-FILE RECORD CONTAINS 60 CHARACTERS.
       01  MTDBAL-IO-REC        PIC X(60).

       FD  MTDBAL-ADD RECORD CONTAINS 60 CHARACTERS.
       01  MTDBAL-ADD-REC       PIC X(60).

       *> The cycle's business date off the same parameter card
       *> DAILYPOST reads - the key both legs register under on the
       *> run log, so the whole night's schedule hangs on one date
       01  RUNCTL-REC.
           COPY "RUNCTL-REC.cpy".

       *> Step log, appended to as each step of a leg starts and
       *> completes and carried across runs. When a leg is restarted
       *> for a business date its run log entry is still "STRT" for,
       *> the entries for that date and leg say which steps are
       *> already done (skipped on the rerun) and which one was
       *> interrupted (redone, from its saved input where it is a
       *> copy-back).
       FD  STEP-LOG  RECORD CONTAINS 96 CHARACTERS.
       01  STEP-LOG-REC.
           COPY "EODSTEP-REC.cpy".

       *> Shared sort work record. Laid out over TXN-REC so the
       *> transaction sort can key on ACCT-ID and TXN-TS directly;
       *> the 99-byte account records ride in the same area, keyed
       *> on the leading ACCT-ID alone, and the shorter records are
       *> space padded.
       SD  SORT-WORK RECORD CONTAINS 99 CHARACTERS.
       01  SORT-REC.
           05  SORT-ACCT-ID     PIC X(12).
           05  FILLER           PIC X(42).
           05  SORT-TXN-TS      PIC X(14).
           05  FILLER           PIC X(31).

       WORKING-STORAGE SECTION.
       77  EOF-IN           PIC X     VALUE "N".
       *> program rebuilds them over its appends and releases. The
       *> rebuilt trailer must never paper over a truncated delivery
       *> - only records AFTER the upstream trailer (the INTACCR/
       *> FEEASSESS/SOGEN/CDMATUR appends and the pending/suspense
       *> releases) are exempt from the upstream proof.
       77  WS-UPS-NAME      PIC X(10) VALUE SPACES.
       77  WS-UPS-HDR-SEEN  PIC X     VALUE "N".
       77  WS-UPS-TRL-SEEN  PIC X     VALUE "N".
       77  WS-SUSP-RELEASED PIC 9(7)  COMP-3 VALUE 0.
       77  WS-XFR-RELEASED  PIC 9(7)  COMP-3 VALUE 0.
       77  WS-MAINT-HDR-SVD PIC X     VALUE "N".
       77  WS-SAVED-MNT-HDR PIC X(49) VALUE SPACES.
       77  WS-HIST-RETAIN   PIC 9(3)  VALUE 90.
       77  WS-HIST-CUTOFF   PIC 9(8)  VALUE ZERO.
       77  WS-HIST-DROPPED  PIC 9(7)  COMP-3 VALUE 0.
       77  WS-HIX-STATUS    PIC X(2)  VALUE "00".
       77  WS-HIX-DROPPED   PIC 9(7)  COMP-3 VALUE 0.
       77  EOF-HIX          PIC X     VALUE "N".

       *> Long-term archive state. The catalog is held in storage
       *> while the purged records are written away and is rewritten
       *> as each volume is completed. A purged record dated before
       *> its volume's HC-THRU-CUTOFF is already on that volume - an
       *> earlier pass archived it and then stopped before the
       *> history rewrite - and is not archived twice.
       77  WS-ARCH-STATUS   PIC X(2)  VALUE "00".
       77  EOF-APUR         PIC X     VALUE "N".
       77  EOF-AVOL         PIC X     VALUE "N".
       77  WS-ARCH-OPEN     PIC X     VALUE "N".
       77  WS-ARCH-TRL-SEEN PIC X     VALUE "N".
       77  WS-PUR-MONTH     PIC 9(6)  VALUE ZERO.
       77  WS-ARCH-MONTH    PIC 9(6)  VALUE ZERO.
       77  WS-ARCH-STAGED   PIC 9(7)  COMP-3 VALUE 0.
       77  WS-ARCH-SKIPPED  PIC 9(7)  COMP-3 VALUE 0.
       77  WS-ARCH-VOLS     PIC 9(7)  COMP-3 VALUE 0.
       77  WS-VOL-COUNT     PIC 9(9)  COMP-3 VALUE 0.
       77  WS-VOL-HASH      PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CAT-FOUND     PIC X     VALUE "N".
           88  CAT-ON-FILE            VALUE "Y".
       77  WS-CAT-MAX       PIC 9(3)  VALUE 600.
       77  WS-CAT-COUNT     PIC 9(3)  COMP-3 VALUE 0.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 600 TIMES INDEXED BY CAT-PX CAT-WX.
               10  WS-CAT-MONTH     PIC 9(6).
               10  WS-CAT-DSN       PIC X(30).
               10  WS-CAT-FIRST     PIC 9(8).
               10  WS-CAT-LAST      PIC 9(8).
               10  WS-CAT-RECS      PIC 9(9).
               10  WS-CAT-TOTAL     PIC S9(13)V99 COMP-3.
               10  WS-CAT-THRU      PIC 9(8).
               10  WS-CAT-WRITTEN   PIC 9(8).
       01  WS-ARCH-DSN.
           05  FILLER           PIC X(15) VALUE "data/hist_arch_".
           05  WS-AD-MONTH      PIC 9(6)  VALUE ZERO.
           05  FILLER           PIC X(4)  VALUE ".dat".
           05  FILLER           PIC X(5)  VALUE SPACES.
       *> View of a staged or archived record for its date and amount.
       01  WS-ARCH-HIST.
           05  WS-AH-POST-DATE  PIC 9(8).
           05  FILLER           PIC X(48).
           05  WS-AH-AMOUNT     PIC S9(9)V99 COMP-3.
           05  FILLER           PIC X(35).
       *> The same view of a record carried over from the volume,
       *> kept apart so the staged record in hand is not disturbed.
       01  WS-ARCH-CARRY.
           05  FILLER           PIC X(56).
           05  WS-AC-AMOUNT     PIC S9(9)V99 COMP-3.
           05  FILLER           PIC X(35).
       01  WS-ARCH-TRL-FIELDS.
           05  WS-ARCH-TRL-COUNT PIC 9(9).
           05  WS-ARCH-TRL-HASH PIC S9(13)V99 SIGN LEADING SEPARATE.
       77  WS-PEND-DUE      PIC 9(7)  COMP-3 VALUE 0.
       77  WS-PEND-KEPT     PIC 9(7)  COMP-3 VALUE 0.
       *> Run-control registration state; the business date comes
       77  WS-RC-SELF       PIC X(12) VALUE SPACES.
       77  WS-RC-PRED       PIC X(12) VALUE SPACES.
       77  WS-RC-IN         PIC 9(9)  COMP-3 VALUE 0.
       *> Business-day calendar interface (BUSCAL).
       01  WS-CAL-PARM.
           COPY "BUSCAL-PARM.cpy".
       01  WS-STAGED-LINE.
           05  FILLER           PIC X(25)
                                VALUE "STAGED FOR BUSINESS DATE ".
           05  WS-SL-NEXT-DATE  PIC 9(8).
           05  FILLER           PIC X(11) VALUE SPACES.
       77  WS-RC-OUT        PIC 9(9)  COMP-3 VALUE 0.
       77  WS-IN-COUNT      PIC 9(7)  COMP-3 VALUE 0.
       77  WS-OUT-COUNT     PIC 9(7)  COMP-3 VALUE 0.
       77  WS-COPY-COUNT    PIC 9(7)  COMP-3 VALUE 0.
       77  WS-HIST-KEPT     PIC 9(7)  COMP-3 VALUE 0.

       *> Step checkpoint state. Every step that replaces a file is
       *> logged "STRT" before it touches anything and "DONE" with
       *> its figures once it is complete. A leg only consults the
       *> log when its own run log entry shows an abended run for
       *> the date; the step figures reloaded for a skipped step
       *> stand in for the ones it would have produced.
       77  WS-LEG-RESTART   PIC X     VALUE "N".
           88  LEG-RESTART            VALUE "Y".
       77  EOF-STEP         PIC X     VALUE "N".
       77  WS-STEP-NAME     PIC X(12) VALUE SPACES.
       77  WS-STEP-STATUS   PIC X(4)  VALUE SPACES.
       *> Saved input a copy-back step is redone from; blank for a
       *> step that is simply run again.
       77  WS-STEP-SOURCE   PIC X(24) VALUE SPACES.
       77  WS-STEP-RUN      PIC X     VALUE "Y".
           88  STEP-TO-RUN            VALUE "Y".
       77  WS-STEP-FOUND    PIC X     VALUE "N".
           88  STEP-ON-LOG            VALUE "Y".
       77  WS-STEP-MAX      PIC 9(3)  VALUE 40.
       77  WS-STEP-LOGGED   PIC 9(3)  COMP-3 VALUE 0.
       77  WS-STEPS-RUN     PIC 9(7)  COMP-3 VALUE 0.
       77  WS-STEPS-SKIPPED PIC 9(7)  COMP-3 VALUE 0.
       77  WS-STEPS-RESTORED PIC 9(7) COMP-3 VALUE 0.
       01  WS-STEP-COUNTS.
           05  WS-STEP-COUNT    PIC 9(9)  OCCURS 6 TIMES.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 40 TIMES INDEXED BY STEP-PX.
               10  WS-ST-NAME       PIC X(12).
               10  WS-ST-STATUS     PIC X(4).
               10  WS-ST-COUNTS     PIC X(54).
       01  WS-STEP-LINE.
           05  FILLER           PIC X(5)  VALUE "STEP ".
           05  WS-SL-NAME       PIC X(12).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-SL-DISP       PIC X(26).
       01  WS-STEP-FROM-LINE.
           05  FILLER           PIC X(10) VALUE SPACES.
           05  WS-SF-SOURCE     PIC X(24).
           05  FILLER           PIC X(10) VALUE SPACES.

       01  WS-RPT-LINE.
           05  WS-RPT-LABEL     PIC X(20).
           MOVE EOD-CUTOVER-SW TO WS-EOD-CUTOVER
           CLOSE CTL-FILE
           PERFORM GET-BUSINESS-DATE
           PERFORM SET-NEXT-BUSINESS-DATE
           EVALUATE WS-EOD-FUNCTION
              WHEN "TXNS"
                 MOVE "EODPROMOTXNS" TO WS-RC-SELF
                 MOVE "CDMATUR"      TO WS-RC-PRED
              WHEN "ACCT"
                 MOVE "EODPROMOACCT" TO WS-RC-SELF
                 MOVE "ACCTOPEN"     TO WS-RC-PRED
                 STOP RUN
           END-EVALUATE
           PERFORM REGISTER-RUN-START
           IF LEG-RESTART
              PERFORM LOAD-STEP-LOG
           END-IF
           OPEN OUTPUT RPT-FILE
           IF LEG-RESTART
              MOVE "RESTART OF ABENDED RUN" TO RPT-REC
              WRITE RPT-REC
           END-IF
           MOVE WS-EOD-NEXT-DATE TO WS-SL-NEXT-DATE
           WRITE RPT-REC FROM WS-STAGED-LINE
           EVALUATE WS-EOD-FUNCTION
              WHEN "TXNS"
                 PERFORM RUN-TXNS-LEG
              WHEN "ACCT"
                 PERFORM RUN-ACCT-LEG
           END-EVALUATE
           MOVE "STEPS RUN"         TO WS-RPT-LABEL
           MOVE WS-STEPS-RUN      TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "STEPS SKIPPED"     TO WS-RPT-LABEL
           MOVE WS-STEPS-SKIPPED  TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "STEPS RESTORED"    TO WS-RPT-LABEL
           MOVE WS-STEPS-RESTORED TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           CLOSE RPT-FILE
           PERFORM REGISTER-RUN-END
           GOBACK.
           MOVE DPCTL-RUN-DATE TO WS-BUS-DATE
           CLOSE DPCTL-FILE.

       *> Tonight's files are staged for the first business day after
       *> the business date, so a Friday's run stages Monday's files
       *> (Tuesday's ahead of a Monday holiday) and the pending items
       *> dated over the closed days release with them. A zero date
       *> on the function card takes the calendar's; a keyed date
       *> that disagrees abends, except on a cutover night, which
       *> may stage for whatever date the conversion needs.
       SET-NEXT-BUSINESS-DATE.
           IF EOD-CUTOVER AND WS-EOD-NEXT-DATE NOT = 0
              CONTINUE
           ELSE
              MOVE "ADD " TO BC-FUNCTION
              MOVE WS-BUS-DATE TO BC-DATE
              MOVE 1 TO BC-DAYS
              CALL "BUSCAL" USING WS-CAL-PARM
              IF BC-RETURN NOT = "00"
                 DISPLAY "EODPROMO: NO NEXT BUSINESS DATE AFTER "
                    WS-BUS-DATE " ON THE HOLIDAY MASTER (THRU "
                    BC-CAL-THRU ") - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-EOD-NEXT-DATE = 0
                 MOVE BC-RESULT-DATE TO WS-EOD-NEXT-DATE
              END-IF
              IF WS-EOD-NEXT-DATE NOT = BC-RESULT-DATE
                 DISPLAY "EODPROMO: CARD DATE " WS-EOD-NEXT-DATE
                    " IS NOT THE NEXT BUSINESS DATE "
                    BC-RESULT-DATE " - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       *> The "TXNS" leg as a chain of logged steps. Each sort writes
       *> only its work files, so an interrupted sort is simply run
       *> again; each copy-back is redone whole from the sorted work
       *> file, which nothing touches once its sort is done.
       RUN-TXNS-LEG.
           MOVE "TXN-SORT" TO WS-STEP-NAME
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM SORT-TXN-FILE
              PERFORM END-STEP
           END-IF
           MOVE WS-STEP-COUNT(1) TO WS-RC-IN
           MOVE WS-STEP-COUNT(2) TO WS-RC-OUT WS-OUT-COUNT
           MOVE "TXN-COPY" TO WS-STEP-NAME
           MOVE "data/txns_srt.dat" TO WS-STEP-SOURCE
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM COPY-SORTED-TXNS-BACK
              *> The copy carries the rebuilt header and trailer as
              *> well as the data records the sort accounted for.
              IF WS-COPY-COUNT NOT = WS-OUT-COUNT + 2
                 PERFORM COUNT-MISMATCH-ABEND
              END-IF
              MOVE WS-COPY-COUNT TO WS-STEP-COUNT(1)
              PERFORM END-STEP
           END-IF
           MOVE "PEND-COPY" TO WS-STEP-NAME
           MOVE "data/pending_new.dat" TO WS-STEP-SOURCE
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM COPY-PENDING-BACK
              MOVE WS-COPY-COUNT TO WS-STEP-COUNT(1)
              PERFORM END-STEP
           END-IF
           *> The write-offs are folded in exactly once - left in
           *> place they would move the same loss twice.
           MOVE "CHGO-CLEAR" TO WS-STEP-NAME
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              OPEN OUTPUT CHGO-ADD
              CLOSE CHGO-ADD
              PERFORM END-STEP
           END-IF
           MOVE "TXN SORT VERIFIED OK" TO RPT-REC
           WRITE RPT-REC
           MOVE "MAINT-SORT" TO WS-STEP-NAME
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM SORT-MAINT-FILE
              PERFORM END-STEP
           END-IF
           MOVE WS-STEP-COUNT(2) TO WS-OUT-COUNT
           MOVE "MAINT-COPY" TO WS-STEP-NAME
           MOVE "data/maint_srt.dat" TO WS-STEP-SOURCE
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM COPY-SORTED-MAINT-BACK
              IF WS-COPY-COUNT NOT = WS-OUT-COUNT + 2
                 PERFORM COUNT-MISMATCH-ABEND
              END-IF
              MOVE WS-COPY-COUNT TO WS-STEP-COUNT(1)
              PERFORM END-STEP
           END-IF
           *> The sweep's and the remittance run's records are folded
           *> in exactly once - left in place they would re-apply
           *> every night until the next run.
           MOVE "MAINT-CLEAR" TO WS-STEP-NAME
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              OPEN OUTPUT DORM-ADD
              CLOSE DORM-ADD
              OPEN OUTPUT ESCH-ADD
              CLOSE ESCH-ADD
              OPEN OUTPUT CHGOM-ADD
              CLOSE CHGOM-ADD
              PERFORM END-STEP
           END-IF
           MOVE "MAINT SORT VERIFIED OK" TO RPT-REC
           WRITE RPT-REC
           MOVE "HOLD-SORT" TO WS-STEP-NAME
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM SORT-HOLD-FILE
              PERFORM END-STEP
           END-IF
           MOVE WS-STEP-COUNT(2) TO WS-OUT-COUNT
           MOVE "HOLD-COPY" TO WS-STEP-NAME
           MOVE "data/holds_srt.dat" TO WS-STEP-SOURCE
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM COPY-SORTED-HOLDS-BACK
              IF WS-COPY-COUNT NOT = WS-OUT-COUNT
                 PERFORM COUNT-MISMATCH-ABEND
              END-IF
              MOVE WS-COPY-COUNT TO WS-STEP-COUNT(1)
              PERFORM END-STEP
           END-IF.

       *> The "ACCT" leg the same way. The generations cycle one copy
       *> per step, oldest first, so the source of an interrupted
       *> copy is always still whole; the warehouse is saved before
       *> the day's items are added to it, and the history rewrite
       *> waits until the archive step is logged complete.
       RUN-ACCT-LEG.
           MOVE "GEN3-COPY" TO WS-STEP-NAME
           MOVE "data/accounts_gen2.dat" TO WS-STEP-SOURCE
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM CYCLE-GEN2-TO-GEN3
              PERFORM END-STEP
           END-IF
           MOVE "GEN2-COPY" TO WS-STEP-NAME
           MOVE "data/accounts_gen1.dat" TO WS-STEP-SOURCE
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM CYCLE-GEN1-TO-GEN2
              PERFORM END-STEP
           END-IF
           MOVE "GEN1-COPY" TO WS-STEP-NAME
           MOVE "data/accounts.dat" TO WS-STEP-SOURCE
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM SAVE-MASTER-TO-GEN1
              PERFORM END-STEP
           END-IF
           MOVE "ACCT-SORT" TO WS-STEP-NAME
           MOVE "out/accounts_out.dat" TO WS-STEP-SOURCE
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM PROMOTE-ACCOUNTS
              PERFORM END-STEP
           END-IF
           MOVE WS-STEP-COUNT(1) TO WS-RC-IN
           MOVE WS-STEP-COUNT(2) TO WS-RC-OUT
           MOVE "PEND-SAVE" TO WS-STEP-NAME
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM SAVE-PENDING
              PERFORM END-STEP
           END-IF
           MOVE "PEND-APPEND" TO WS-STEP-NAME
           MOVE "data/pending_save.dat" TO WS-STEP-SOURCE
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM APPEND-NEW-PENDING
              PERFORM END-STEP
           END-IF
           MOVE "SUSP-CARRY" TO WS-STEP-NAME
           MOVE "out/suspense_out.dat" TO WS-STEP-SOURCE
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM REPLACE-SUSPENSE-STATE
              PERFORM END-STEP
           END-IF
           MOVE "XFRCR-CARRY" TO WS-STEP-NAME
           MOVE "out/xfr_credits.dat" TO WS-STEP-SOURCE
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM REPLACE-XFRCR-FILE
              PERFORM END-STEP
           END-IF
           MOVE "HOLD-CARRY" TO WS-STEP-NAME
           MOVE "out/holds_out.dat" TO WS-STEP-SOURCE
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM REPLACE-HOLD-FILE
              PERFORM END-STEP
           END-IF
           MOVE "INTYTD-CARRY" TO WS-STEP-NAME
           MOVE "out/int_ytd_out.dat" TO WS-STEP-SOURCE
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM REPLACE-INTYTD-FILE
              PERFORM END-STEP
           END-IF
           MOVE "MTDBAL-CARRY" TO WS-STEP-NAME
           MOVE "out/mtd_bal_out.dat" TO WS-STEP-SOURCE
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM REPLACE-MTDBAL-FILE
              PERFORM END-STEP
           END-IF
           *> Retention is measured back from the date being staged
           *> so a quiet weekend does not shorten the window.
           COMPUTE WS-HIST-CUTOFF = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-EOD-NEXT-DATE)
               - WS-HIST-RETAIN)
           *> The archive is already safe against a rerun: a volume
           *> completed before an abend is cataloged through tonight's
           *> cutoff and its records are not staged again.
           MOVE "HIST-ARCHIVE" TO WS-STEP-NAME
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM PURGE-HISTORY
              PERFORM END-STEP
           END-IF
           MOVE WS-STEP-COUNT(1) TO WS-HIST-KEPT
           MOVE "HIST-COPY" TO WS-STEP-NAME
           MOVE "data/history_new.dat" TO WS-STEP-SOURCE
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM COPY-PURGED-HIST-BACK
              IF WS-COPY-COUNT NOT = WS-HIST-KEPT
                 PERFORM COUNT-MISMATCH-ABEND
              END-IF
              MOVE WS-COPY-COUNT TO WS-STEP-COUNT(1)
              PERFORM END-STEP
           END-IF
           MOVE "HIDX-PURGE" TO WS-STEP-NAME
           PERFORM BEGIN-STEP
           IF STEP-TO-RUN
              PERFORM PURGE-HISTORY-IDX
              PERFORM END-STEP
           END-IF.

       *> Sort the day's transaction file - the upstream feed plus
       *> whatever INTACCR appended after it - back into the
       *> ACCT-ID/TXN-TS order DAILYPOST's matching logic assumes,
       *> into txns_srt.dat. The copy back over txns.dat is its own
       *> step.
       SORT-TXN-FILE.
           SORT SORT-WORK
              ON ASCENDING KEY SORT-ACCT-ID SORT-TXN-TS
           IF WS-IN-COUNT NOT = WS-OUT-COUNT
              PERFORM COUNT-MISMATCH-ABEND
           END-IF
           MOVE "PENDING RELEASED" TO WS-RPT-LABEL
           MOVE WS-PEND-DUE       TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "XFR CREDITS IN"    TO WS-RPT-LABEL
           MOVE WS-XFR-RELEASED   TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE WS-IN-COUNT  TO WS-STEP-COUNT(1)
           MOVE WS-OUT-COUNT TO WS-STEP-COUNT(2).

       COPY-PENDING-BACK.
           OPEN INPUT PEND-NEW
           OPEN OUTPUT PEND-FILE
           MOVE "N" TO EOF-PEND
           MOVE 0 TO WS-COPY-COUNT
           PERFORM UNTIL EOF-PEND = "Y"
              READ PEND-NEW
                 AT END MOVE "Y" TO EOF-PEND
              NOT AT END
                 ADD 1 TO WS-COPY-COUNT
                 WRITE PEND-IN-REC FROM PEND-NEW-REC
              END-READ
           END-PERFORM
                 AT END MOVE "Y" TO EOF-IN
              NOT AT END
                 ADD 1 TO WS-OUT-COUNT
                 WRITE TXN-SRT-REC FROM SORT-REC(1:72)
              END-RETURN
           END-PERFORM
           MOVE WS-OUT-COUNT TO WS-TRL-COUNT
           CLOSE TXN-SRT.

       COPY-SORTED-TXNS-BACK.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT TXN-SRT
           OPEN OUTPUT TXN-FILE
           MOVE "N" TO EOF-IN

       *> Sort the maintenance feed together with DORMSWEEP's
       *> status changes into ACCT-ID order and rebuild the labels,
       *> the same treatment the transaction file gets, into
       *> maint_srt.dat.
       SORT-MAINT-FILE.
           MOVE 0 TO WS-IN-COUNT WS-OUT-COUNT WS-COPY-COUNT
           SORT SORT-WORK
           IF WS-IN-COUNT NOT = WS-OUT-COUNT
              PERFORM COUNT-MISMATCH-ABEND
           END-IF
           MOVE WS-IN-COUNT  TO WS-STEP-COUNT(1)
           MOVE WS-OUT-COUNT TO WS-STEP-COUNT(2).

       RELEASE-MAINTS.
           MOVE "MAINT-FILE" TO WS-UPS-NAME
                       IF WS-UPS-TRL-SEEN NOT = "Y"
                          ADD 1 TO WS-UPS-COUNT
                       END-IF
                       MOVE SPACES TO MAINT-APPR-OPER OF MAINT-IN-REC
                       MOVE SPACES TO SORT-REC
                       MOVE MAINT-IN-REC TO SORT-REC(1:49)
                       RELEASE SORT-REC
                 END-EVALUATE
              END-READ
                 AT END MOVE "Y" TO EOF-IN
              NOT AT END
                 ADD 1 TO WS-IN-COUNT
                 MOVE "BATCH" TO MAINT-APPR-OPER OF DORM-ADD-REC
                 MOVE SPACES TO SORT-REC
                 MOVE DORM-ADD-REC TO SORT-REC(1:49)
                 RELEASE SORT-REC
              END-READ
           END-PERFORM
                 AT END MOVE "Y" TO EOF-IN
              NOT AT END
                 ADD 1 TO WS-IN-COUNT
                 MOVE "BATCH" TO MAINT-APPR-OPER OF ESCH-ADD-REC
                 MOVE SPACES TO SORT-REC
                 MOVE ESCH-ADD-REC TO SORT-REC(1:49)
                 RELEASE SORT-REC
              END-READ
           END-PERFORM
                 AT END MOVE "Y" TO EOF-IN
              NOT AT END
                 ADD 1 TO WS-IN-COUNT
                 MOVE "BATCH" TO MAINT-APPR-OPER OF CHGOM-ADD-REC
                 MOVE SPACES TO SORT-REC
                 MOVE CHGOM-ADD-REC TO SORT-REC(1:49)
                 RELEASE SORT-REC
              END-READ
           END-PERFORM
                 AT END MOVE "Y" TO EOF-IN
              NOT AT END
                 ADD 1 TO WS-OUT-COUNT
                 WRITE MAINT-SRT-REC FROM SORT-REC(1:49)
              END-RETURN
           END-PERFORM
           MOVE WS-OUT-COUNT TO WS-TRL-COUNT
           CLOSE MAINT-SRT.

       COPY-SORTED-MAINT-BACK.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT MAINT-SRT
           OPEN OUTPUT MAINT-FILE
           MOVE "N" TO EOF-IN
           IF WS-IN-COUNT NOT = WS-OUT-COUNT
              PERFORM COUNT-MISMATCH-ABEND
           END-IF
           MOVE "HOLDS SORTED"      TO WS-RPT-LABEL
           MOVE WS-OUT-COUNT      TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE WS-IN-COUNT  TO WS-STEP-COUNT(1)
           MOVE WS-OUT-COUNT TO WS-STEP-COUNT(2).

       RELEASE-HOLDS.
           OPEN INPUT HOLD-FILE
           CLOSE HOLD-SRT.

       COPY-SORTED-HOLDS-BACK.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT HOLD-SRT
           OPEN OUTPUT HOLD-FILE
           MOVE "N" TO EOF-IN
           END-PERFORM
           CLOSE HOLD-SRT HOLD-FILE.

       *> Sort the appended accounts_out.dat into ACCT-ID order as
       *> the new master, once the outgoing one is saved as
       *> generation 1.
       PROMOTE-ACCOUNTS.
           MOVE 0 TO WS-IN-COUNT WS-OUT-COUNT
           SORT SORT-WORK
              ON ASCENDING KEY SORT-ACCT-ID
           IF WS-IN-COUNT NOT = WS-OUT-COUNT
              PERFORM COUNT-MISMATCH-ABEND
           END-IF
           MOVE WS-IN-COUNT  TO WS-STEP-COUNT(1)
           MOVE WS-OUT-COUNT TO WS-STEP-COUNT(2)
           MOVE "ACCT PROMOTION VERIFIED OK" TO RPT-REC
           WRITE RPT-REC.

       SAVE-PENDING.
           OPEN INPUT PEND-FILE
           OPEN OUTPUT PEND-SAVE
           MOVE "N" TO EOF-PEND
           MOVE 0 TO WS-COPY-COUNT
           PERFORM UNTIL EOF-PEND = "Y"
              READ PEND-FILE
                 AT END MOVE "Y" TO EOF-PEND
              NOT AT END
                 ADD 1 TO WS-COPY-COUNT
                 WRITE PEND-SAVE-REC FROM PEND-IN-REC
              END-READ
           END-PERFORM
           CLOSE PEND-FILE PEND-SAVE
           MOVE WS-COPY-COUNT TO WS-STEP-COUNT(1).

       *> The future-dated items DAILYPOST warehoused today join
       *> data/pending.dat behind whatever is already waiting. The
       *> warehouse is rebuilt from its saved image rather than
       *> extended in place, so a rerun cannot add the items twice.
       APPEND-NEW-PENDING.
           OPEN INPUT PEND-SAVE
           OPEN OUTPUT PEND-FILE
           MOVE "N" TO EOF-PEND
           PERFORM UNTIL EOF-PEND = "Y"
              READ PEND-SAVE
                 AT END MOVE "Y" TO EOF-PEND
              NOT AT END
                 WRITE PEND-IN-REC FROM PEND-SAVE-REC
              END-READ
           END-PERFORM
           CLOSE PEND-SAVE
           OPEN INPUT PEND-ADD
           MOVE "N" TO EOF-PEND
           MOVE 0 TO WS-PEND-KEPT
           CLOSE PEND-ADD PEND-FILE
           MOVE "PENDING ADDED"    TO WS-RPT-LABEL
           MOVE WS-PEND-KEPT      TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE WS-PEND-KEPT TO WS-STEP-COUNT(1).

       RELEASE-ACCTS.
           OPEN INPUT ACCT-OUT
              NOT AT END
                 ADD 1 TO WS-IN-COUNT
                 MOVE SPACES TO SORT-REC
                 MOVE ACCT-OUT-REC TO SORT-REC(1:99)
                 RELEASE SORT-REC
              END-READ
           END-PERFORM
                 AT END MOVE "Y" TO EOF-IN
              NOT AT END
                 ADD 1 TO WS-OUT-COUNT
                 WRITE ACCT-MASTER-REC FROM SORT-REC(1:99)
              END-RETURN
           END-PERFORM
           MOVE WS-OUT-COUNT TO WS-TRL-COUNT
           CLOSE SUSP-ADD SUSP-FILE
           MOVE "SUSPENSE CARRIED"  TO WS-RPT-LABEL
           MOVE WS-SUSP-RELEASED  TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE WS-SUSP-RELEASED TO WS-STEP-COUNT(1).

       REPLACE-XFRCR-FILE.
           OPEN INPUT XFRCR-ADD
           CLOSE XFRCR-ADD XFRCR-FILE
           MOVE "XFR CREDITS CARRIED" TO WS-RPT-LABEL
           MOVE WS-XFR-RELEASED   TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE WS-XFR-RELEASED TO WS-STEP-COUNT(1).

       REPLACE-HOLD-FILE.
           OPEN INPUT HOLD-ADD
           CLOSE HOLD-ADD HOLD-FILE
           MOVE "HOLDS CARRIED"     TO WS-RPT-LABEL
           MOVE WS-SUSP-RELEASED  TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE WS-SUSP-RELEASED TO WS-STEP-COUNT(1).

       REPLACE-INTYTD-FILE.
           OPEN INPUT INTYTD-ADD
           CLOSE INTYTD-ADD INTYTD-FILE
           MOVE "INT YTD CARRIED"   TO WS-RPT-LABEL
           MOVE WS-SUSP-RELEASED  TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE WS-SUSP-RELEASED TO WS-STEP-COUNT(1).

       REPLACE-MTDBAL-FILE.
           OPEN INPUT MTDBAL-ADD
           OPEN OUTPUT MTDBAL-FILE
           MOVE "N" TO EOF-PEND
           MOVE 0 TO WS-SUSP-RELEASED
           PERFORM UNTIL EOF-PEND = "Y"
              READ MTDBAL-ADD
                 AT END MOVE "Y" TO EOF-PEND
              NOT AT END
                 ADD 1 TO WS-SUSP-RELEASED
                 WRITE MTDBAL-IO-REC FROM MTDBAL-ADD-REC
              END-READ
           END-PERFORM
           CLOSE MTDBAL-ADD MTDBAL-FILE
           MOVE "MTD BAL CARRIED"   TO WS-RPT-LABEL
           MOVE WS-SUSP-RELEASED  TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE WS-SUSP-RELEASED TO WS-STEP-COUNT(1).

       *> Split the history archive into the records inside the
       *> retention window (history_new.dat) and those falling out
       *> of it, and put the latter on the long-term archive. The
       *> history itself is cut back by the next step.
       PURGE-HISTORY.
           PERFORM LOAD-HIST-CATALOG
           OPEN INPUT HIST-FILE
           OPEN OUTPUT HIST-NEW HIST-PURGE
           MOVE "N" TO EOF-PEND
           MOVE 0 TO WS-HIST-DROPPED WS-HIST-KEPT
           PERFORM UNTIL EOF-PEND = "Y"
              READ HIST-FILE
                 AT END MOVE "Y" TO EOF-PEND
              NOT AT END
                 IF HIST-POST-DATE >= WS-HIST-CUTOFF
                    ADD 1 TO WS-HIST-KEPT
                    WRITE HIST-NEW-REC FROM HIST-REC
                 ELSE
                    ADD 1 TO WS-HIST-DROPPED
                    PERFORM STAGE-PURGED-HIST
                 END-IF
              END-READ
           END-PERFORM
           CLOSE HIST-FILE HIST-NEW HIST-PURGE
           *> The purged records are safely on their volumes before
           *> the online history is cut back.
           PERFORM ARCHIVE-PURGED-HIST
           MOVE "HISTORY PURGED"   TO WS-RPT-LABEL
           MOVE WS-HIST-DROPPED   TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "HISTORY ARCHIVED"  TO WS-RPT-LABEL
           MOVE WS-ARCH-STAGED    TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "ALREADY ARCHIVED"  TO WS-RPT-LABEL
           MOVE WS-ARCH-SKIPPED   TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "ARCHIVE VOLUMES"   TO WS-RPT-LABEL
           MOVE WS-ARCH-VOLS      TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE WS-HIST-KEPT    TO WS-STEP-COUNT(1)
           MOVE WS-HIST-DROPPED TO WS-STEP-COUNT(2)
           MOVE WS-ARCH-STAGED  TO WS-STEP-COUNT(3)
           MOVE WS-ARCH-SKIPPED TO WS-STEP-COUNT(4)
           MOVE WS-ARCH-VOLS    TO WS-STEP-COUNT(5).

       COPY-PURGED-HIST-BACK.
           OPEN INPUT HIST-NEW
           OPEN OUTPUT HIST-FILE
           MOVE "N" TO EOF-PEND
           MOVE 0 TO WS-COPY-COUNT
           PERFORM UNTIL EOF-PEND = "Y"
              READ HIST-NEW
                 AT END MOVE "Y" TO EOF-PEND
              NOT AT END
                 ADD 1 TO WS-COPY-COUNT
                 WRITE HIST-REC FROM HIST-NEW-REC
              END-READ
           END-PERFORM
           CLOSE HIST-NEW HIST-FILE.

       LOAD-HIST-CATALOG.
           OPEN INPUT HIST-CAT
           MOVE "N" TO EOF-IN
           MOVE 0 TO WS-CAT-COUNT
           PERFORM UNTIL EOF-IN = "Y"
              READ HIST-CAT
                 AT END MOVE "Y" TO EOF-IN
              NOT AT END
                 MOVE HC-VOLUME-MONTH TO WS-PUR-MONTH
                 PERFORM ADD-CAT-ENTRY
                 MOVE HC-VOLUME-DSN   TO WS-CAT-DSN(CAT-PX)
                 MOVE HC-FIRST-DATE   TO WS-CAT-FIRST(CAT-PX)
                 MOVE HC-LAST-DATE    TO WS-CAT-LAST(CAT-PX)
                 MOVE HC-REC-COUNT    TO WS-CAT-RECS(CAT-PX)
                 MOVE HC-AMT-TOTAL    TO WS-CAT-TOTAL(CAT-PX)
                 MOVE HC-THRU-CUTOFF  TO WS-CAT-THRU(CAT-PX)
                 MOVE HC-WRITTEN-DATE TO WS-CAT-WRITTEN(CAT-PX)
              END-READ
           END-PERFORM
           CLOSE HIST-CAT.

       *> Opens a zeroed catalog entry for the month in WS-PUR-MONTH.
       ADD-CAT-ENTRY.
           IF WS-CAT-COUNT >= WS-CAT-MAX
              DISPLAY "EODPROMO: ARCHIVE CATALOG FULL AT " WS-CAT-MAX
                 " - RAISE WS-CAT-MAX AND RERUN - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CAT-COUNT
           SET CAT-PX TO WS-CAT-COUNT
           MOVE WS-PUR-MONTH TO WS-CAT-MONTH(CAT-PX)
           MOVE SPACES TO WS-CAT-DSN(CAT-PX)
           MOVE 0 TO WS-CAT-FIRST(CAT-PX) WS-CAT-LAST(CAT-PX)
                     WS-CAT-RECS(CAT-PX) WS-CAT-TOTAL(CAT-PX)
                     WS-CAT-THRU(CAT-PX) WS-CAT-WRITTEN(CAT-PX).

       FIND-CAT-ENTRY.
           MOVE "N" TO WS-CAT-FOUND
           SET CAT-PX TO 1
           SEARCH WS-CAT-ENTRY
              AT END
                 CONTINUE
              WHEN CAT-PX > WS-CAT-COUNT
                 CONTINUE
              WHEN WS-CAT-MONTH(CAT-PX) = WS-PUR-MONTH
                 MOVE "Y" TO WS-CAT-FOUND
           END-SEARCH.

       STAGE-PURGED-HIST.
           COMPUTE WS-PUR-MONTH = HIST-POST-DATE / 100
           PERFORM FIND-CAT-ENTRY
           IF CAT-ON-FILE
              AND HIST-POST-DATE < WS-CAT-THRU(CAT-PX)
              ADD 1 TO WS-ARCH-SKIPPED
           ELSE
              WRITE HIST-PURGE-REC FROM HIST-REC
              ADD 1 TO WS-ARCH-STAGED
           END-IF.

       *> The staged records arrive in posting-date order, so each
       *> month's records form one run and each volume is rebuilt
       *> once a night.
       ARCHIVE-PURGED-HIST.
           OPEN INPUT HIST-PURGE
           MOVE "N" TO EOF-APUR WS-ARCH-OPEN
           MOVE 0 TO WS-ARCH-VOLS
           PERFORM UNTIL EOF-APUR = "Y"
              READ HIST-PURGE INTO WS-ARCH-HIST
                 AT END MOVE "Y" TO EOF-APUR
              NOT AT END
                 COMPUTE WS-PUR-MONTH = WS-AH-POST-DATE / 100
                 IF WS-ARCH-OPEN = "Y"
                    AND WS-PUR-MONTH NOT = WS-ARCH-MONTH
                    PERFORM CLOSE-ARCH-VOLUME
                 END-IF
                 IF WS-ARCH-OPEN = "N"
                    PERFORM OPEN-ARCH-VOLUME
                 END-IF
                 WRITE ARCH-WORK-REC FROM WS-ARCH-HIST
                 ADD 1 TO WS-VOL-COUNT
                 ADD WS-AH-AMOUNT TO WS-VOL-HASH
                 IF WS-CAT-FIRST(CAT-PX) = 0
                    OR WS-AH-POST-DATE < WS-CAT-FIRST(CAT-PX)
                    MOVE WS-AH-POST-DATE TO WS-CAT-FIRST(CAT-PX)
                 END-IF
                 IF WS-AH-POST-DATE > WS-CAT-LAST(CAT-PX)
                    MOVE WS-AH-POST-DATE TO WS-CAT-LAST(CAT-PX)
                 END-IF
              END-READ
           END-PERFORM
           IF WS-ARCH-OPEN = "Y"
              PERFORM CLOSE-ARCH-VOLUME
           END-IF
           CLOSE HIST-PURGE.

       *> Start the month's new volume image in ARCH-WORK: a fresh
       *> header, then whatever the volume already holds, proved
       *> against its trailer and the catalog on the way across.
       OPEN-ARCH-VOLUME.
           MOVE WS-PUR-MONTH TO WS-ARCH-MONTH WS-AD-MONTH
           PERFORM FIND-CAT-ENTRY
           IF NOT CAT-ON-FILE
              PERFORM ADD-CAT-ENTRY
           END-IF
           MOVE WS-ARCH-DSN TO WS-CAT-DSN(CAT-PX)
           OPEN OUTPUT ARCH-WORK
           MOVE WS-EOD-NEXT-DATE TO WS-HDR-DATE
           MOVE SPACES TO ARCH-WORK-REC
           MOVE WS-HDR-REC TO ARCH-WORK-REC(1:11)
           WRITE ARCH-WORK-REC
           MOVE 0 TO WS-VOL-COUNT WS-VOL-HASH
           IF WS-CAT-RECS(CAT-PX) > 0
              PERFORM CARRY-ARCH-VOLUME
           END-IF
           MOVE "Y" TO WS-ARCH-OPEN
           ADD 1 TO WS-ARCH-VOLS.

       CARRY-ARCH-VOLUME.
           OPEN INPUT ARCH-VOL
           IF WS-ARCH-STATUS NOT = "00"
              DISPLAY "EODPROMO: ARCHIVE VOLUME " WS-ARCH-DSN
                 " IS CATALOGED BUT CANNOT BE OPENED - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO EOF-AVOL WS-ARCH-TRL-SEEN
           PERFORM UNTIL EOF-AVOL = "Y"
              READ ARCH-VOL INTO WS-ARCH-CARRY
                 AT END MOVE "Y" TO EOF-AVOL
              NOT AT END
                 EVALUATE TRUE
                    WHEN ARCH-VOL-REC(1:3) = "TRL"
                       MOVE ARCH-VOL-REC(4:25) TO WS-ARCH-TRL-FIELDS
                       MOVE "Y" TO WS-ARCH-TRL-SEEN EOF-AVOL
                    WHEN ARCH-VOL-REC(1:3) = "HDR"
                       CONTINUE
                    WHEN OTHER
                       WRITE ARCH-WORK-REC FROM ARCH-VOL-REC
                       ADD 1 TO WS-VOL-COUNT
                       ADD WS-AC-AMOUNT TO WS-VOL-HASH
                 END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE ARCH-VOL
           IF WS-ARCH-TRL-SEEN NOT = "Y"
              OR WS-ARCH-TRL-COUNT NOT = WS-VOL-COUNT
              OR WS-ARCH-TRL-HASH NOT = WS-VOL-HASH
              OR WS-CAT-RECS(CAT-PX) NOT = WS-VOL-COUNT
              OR WS-CAT-TOTAL(CAT-PX) NOT = WS-VOL-HASH
              DISPLAY "EODPROMO: ARCHIVE VOLUME " WS-ARCH-DSN
                 " DOES NOT AGREE WITH ITS TRAILER AND CATALOG"
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       *> Close the volume image with its trailer, copy it over the
       *> volume, and record the volume in the catalog at once so a
       *> later abend cannot archive these records a second time.
       CLOSE-ARCH-VOLUME.
           MOVE WS-VOL-COUNT TO WS-TRL-COUNT
           MOVE WS-VOL-HASH  TO WS-TRL-HASH
           MOVE SPACES TO ARCH-WORK-REC
           MOVE WS-TRL-REC TO ARCH-WORK-REC(1:28)
           WRITE ARCH-WORK-REC
           CLOSE ARCH-WORK
           OPEN INPUT ARCH-WORK
           OPEN OUTPUT ARCH-VOL
           MOVE "N" TO EOF-AVOL
           MOVE 0 TO WS-COPY-COUNT
           PERFORM UNTIL EOF-AVOL = "Y"
              READ ARCH-WORK
                 AT END MOVE "Y" TO EOF-AVOL
              NOT AT END
                 WRITE ARCH-VOL-REC FROM ARCH-WORK-REC
                 ADD 1 TO WS-COPY-COUNT
              END-READ
           END-PERFORM
           CLOSE ARCH-WORK ARCH-VOL
           IF WS-COPY-COUNT NOT = WS-VOL-COUNT + 2
              PERFORM COUNT-MISMATCH-ABEND
           END-IF
           MOVE WS-VOL-COUNT     TO WS-CAT-RECS(CAT-PX)
           MOVE WS-VOL-HASH      TO WS-CAT-TOTAL(CAT-PX)
           MOVE WS-HIST-CUTOFF   TO WS-CAT-THRU(CAT-PX)
           MOVE WS-EOD-NEXT-DATE TO WS-CAT-WRITTEN(CAT-PX)
           PERFORM WRITE-HIST-CATALOG
           MOVE "N" TO WS-ARCH-OPEN.

       WRITE-HIST-CATALOG.
           OPEN OUTPUT HIST-CAT
           PERFORM VARYING CAT-WX FROM 1 BY 1
                   UNTIL CAT-WX > WS-CAT-COUNT
              MOVE WS-CAT-MONTH(CAT-WX)   TO HC-VOLUME-MONTH
              MOVE WS-CAT-DSN(CAT-WX)     TO HC-VOLUME-DSN
              MOVE WS-CAT-FIRST(CAT-WX)   TO HC-FIRST-DATE
              MOVE WS-CAT-LAST(CAT-WX)    TO HC-LAST-DATE
              MOVE WS-CAT-RECS(CAT-WX)    TO HC-REC-COUNT
              MOVE WS-CAT-TOTAL(CAT-WX)   TO HC-AMT-TOTAL
              MOVE WS-CAT-THRU(CAT-WX)    TO HC-THRU-CUTOFF
              MOVE WS-CAT-WRITTEN(CAT-WX) TO HC-WRITTEN-DATE
              WRITE HIST-CAT-REC
           END-PERFORM
           CLOSE HIST-CAT.

       *> The keyed archive holds the same records under the
       *> ACCT-ID/date key; entries past the window come off it the
           CLOSE HIST-IDX
           MOVE "HIST INDEX PURGED" TO WS-RPT-LABEL
           MOVE WS-HIX-DROPPED    TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE WS-HIX-DROPPED TO WS-STEP-COUNT(1).

       *> gen2 -> gen3, gen1 -> gen2, master -> gen1, one step each.
       *> A generation that does not exist yet (first runs after
       *> cutover) is skipped rather than treated as an error.
       CYCLE-GEN2-TO-GEN3.
           OPEN INPUT GEN2-FILE
           IF WS-GEN-STATUS = "00"
              OPEN OUTPUT GEN3-FILE
                 END-READ
              END-PERFORM
              CLOSE GEN2-FILE GEN3-FILE
           END-IF.

       CYCLE-GEN1-TO-GEN2.
           OPEN INPUT GEN1-FILE
           IF WS-GEN-STATUS = "00"
              OPEN OUTPUT GEN2-FILE
                 END-READ
              END-PERFORM
              CLOSE GEN1-FILE GEN2-FILE
           END-IF.

       SAVE-MASTER-TO-GEN1.
           OPEN INPUT ACCT-MASTER
           IF WS-GEN-STATUS = "00"
              OPEN OUTPUT GEN1-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       *> Gather what the abended run(s) for this business date and
       *> leg logged; a later entry for a step supersedes an earlier
       *> one, so a step redone and completed on one restart reads
       *> as done on the next.
       LOAD-STEP-LOG.
           OPEN INPUT STEP-LOG
           MOVE "N" TO EOF-STEP
           MOVE 0 TO WS-STEP-LOGGED
           PERFORM UNTIL EOF-STEP = "Y"
              READ STEP-LOG
                 AT END MOVE "Y" TO EOF-STEP
              NOT AT END
                 IF ES-BUS-DATE = WS-BUS-DATE
                    AND ES-LEG = WS-EOD-FUNCTION
                    MOVE ES-STEP TO WS-STEP-NAME
                    PERFORM FIND-STEP-ENTRY
                    IF NOT STEP-ON-LOG
                       PERFORM ADD-STEP-ENTRY
                    END-IF
                    MOVE ES-STATUS TO WS-ST-STATUS(STEP-PX)
                    MOVE ES-COUNTS TO WS-ST-COUNTS(STEP-PX)
                 END-IF
              END-READ
           END-PERFORM
           CLOSE STEP-LOG.

       ADD-STEP-ENTRY.
           IF WS-STEP-LOGGED >= WS-STEP-MAX
              DISPLAY "EODPROMO: STEP TABLE FULL AT " WS-STEP-MAX
                 " - RAISE WS-STEP-MAX AND RERUN - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-STEP-LOGGED
           SET STEP-PX TO WS-STEP-LOGGED
           MOVE WS-STEP-NAME TO WS-ST-NAME(STEP-PX).

       FIND-STEP-ENTRY.
           MOVE "N" TO WS-STEP-FOUND
           SET STEP-PX TO 1
           SEARCH WS-STEP-ENTRY
              AT END
                 CONTINUE
              WHEN STEP-PX > WS-STEP-LOGGED
                 CONTINUE
              WHEN WS-ST-NAME(STEP-PX) = WS-STEP-NAME
                 MOVE "Y" TO WS-STEP-FOUND
           END-SEARCH.

       *> Decide whether the step in WS-STEP-NAME runs: one logged
       *> done for this date is skipped with its figures reloaded;
       *> one logged started but never done abended part way and is
       *> redone - from the saved input in WS-STEP-SOURCE where it
       *> is a copy-back - and anything else runs as normal. Either
       *> way the report says which, and a step that runs is logged
       *> started before it touches anything.
       BEGIN-STEP.
           PERFORM FIND-STEP-ENTRY
           MOVE WS-STEP-NAME TO WS-SL-NAME
           MOVE "Y" TO WS-STEP-RUN
           MOVE ZEROS TO WS-STEP-COUNTS
           EVALUATE TRUE
              WHEN STEP-ON-LOG AND WS-ST-STATUS(STEP-PX) = "DONE"
                 MOVE "N" TO WS-STEP-RUN
                 MOVE WS-ST-COUNTS(STEP-PX) TO WS-STEP-COUNTS
                 MOVE "SKIPPED - DONE EARLIER" TO WS-SL-DISP
                 ADD 1 TO WS-STEPS-SKIPPED
              WHEN STEP-ON-LOG AND WS-STEP-SOURCE NOT = SPACES
                 MOVE "RESTORED FROM SAVED INPUT" TO WS-SL-DISP
                 ADD 1 TO WS-STEPS-RESTORED
              WHEN STEP-ON-LOG
                 MOVE "RERUN AFTER ABEND" TO WS-SL-DISP
              WHEN OTHER
                 MOVE "RAN" TO WS-SL-DISP
           END-EVALUATE
           WRITE RPT-REC FROM WS-STEP-LINE
           IF STEP-TO-RUN
              IF STEP-ON-LOG AND WS-STEP-SOURCE NOT = SPACES
                 MOVE WS-STEP-SOURCE TO WS-SF-SOURCE
                 WRITE RPT-REC FROM WS-STEP-FROM-LINE
              END-IF
              ADD 1 TO WS-STEPS-RUN
              MOVE "STRT" TO WS-STEP-STATUS
              PERFORM WRITE-STEP-LOG
           END-IF
           MOVE SPACES TO WS-STEP-SOURCE.

       END-STEP.
           MOVE "DONE" TO WS-STEP-STATUS
           PERFORM WRITE-STEP-LOG.

       *> Opened and closed around every entry so the log is on disk
       *> whenever the run abends.
       WRITE-STEP-LOG.
           OPEN EXTEND STEP-LOG
           MOVE WS-BUS-DATE     TO ES-BUS-DATE
           MOVE WS-EOD-FUNCTION TO ES-LEG
           MOVE WS-STEP-NAME    TO ES-STEP
           MOVE WS-STEP-STATUS  TO ES-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO ES-TS
           MOVE WS-STEP-COUNTS  TO ES-COUNTS
           WRITE STEP-LOG-REC
           CLOSE STEP-LOG.

       *> Register this run on the shared run log before any work
       *> moves: a completed entry for this leg and date means a
       *> double run, and an incomplete predecessor means the night
                 STOP RUN
              END-IF
           END-IF
           *> An entry still "STRT" is this leg's own abended run for
           *> the date; this run resumes it off the step log.
           MOVE WS-BUS-DATE TO RC-RUN-DATE
           MOVE WS-RC-SELF TO RC-PROGRAM
           READ RUNCTL-FILE
           END-READ
           IF WS-RUN-STATUS = "00" AND RC-STATUS = "STRT"
              MOVE "Y" TO WS-LEG-RESTART
           END-IF
           MOVE WS-BUS-DATE TO RC-RUN-DATE
           MOVE WS-RC-SELF TO RC-PROGRAM
           MOVE "STRT" TO RC-STATUS
