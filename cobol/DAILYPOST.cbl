               ORGANIZATION IS SEQUENTIAL.
           SELECT TXN-FILE  ASSIGN TO "data/txns.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCT-OUT ASSIGN USING WS-ACCT-OUT-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXC-FILE ASSIGN USING WS-EXC-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CTL-FILE  ASSIGN TO "data/dailypost.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REG-FILE ASSIGN USING WS-REG-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNM-FILE ASSIGN USING WS-UNM-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-FILE ASSIGN TO "data/maint.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCT-IDX ASSIGN USING WS-ACCT-IDX-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID OF ACCT-IDX-REC.
           SELECT SEQ-FILE ASSIGN USING WS-SEQ-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CKPT-FILE ASSIGN USING WS-CKPT-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT VEL-FILE ASSIGN USING WS-VEL-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-FILE ASSIGN USING WS-GL-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNMAINT-FILE ASSIGN USING WS-UNMAINT-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DUP-IDX ASSIGN TO "data/posted_txnids.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUP-TXN-ID
               FILE STATUS IS WS-DUP-STATUS.
           SELECT DUP-FILE ASSIGN USING WS-DUP-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PEND-OUT ASSIGN USING WS-PEND-OUT-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT AGED-FILE ASSIGN USING WS-AGED-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HIST-FILE ASSIGN USING WS-HIST-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HIST-IDX ASSIGN TO "data/history_idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HIX-STATUS.
           SELECT AUD-FILE ASSIGN USING WS-AUD-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SETTLE-FILE ASSIGN USING WS-SETTLE-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "data/holds.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRIM-FILE ASSIGN USING WS-TRIM-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-OUT ASSIGN USING WS-HOLD-OUT-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-RPT ASSIGN USING WS-HOLD-RPT-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROD-FILE ASSIGN TO "data/products.dat"
               ORGANIZATION IS SEQUENTIAL.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUSP-IN ASSIGN TO "data/suspense.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUSP-OUT ASSIGN USING WS-SUSP-OUT-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT AGEDSUSP-FILE ASSIGN USING WS-AGEDSUSP-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "data/runctl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-STATUS.
           SELECT CLSREJ-FILE ASSIGN USING WS-CLSREJ-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT XFRCR-OUT ASSIGN USING WS-XFRCR-OUT-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACHRET-FILE ASSIGN USING WS-ACHRET-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT TXNRECON-FILE ASSIGN USING WS-TXNRECON-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INTYTD-FILE ASSIGN TO "data/int_ytd.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT INTYTD-OUT ASSIGN USING WS-INTYTD-OUT-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MTDBAL-FILE ASSIGN TO "data/mtd_bal.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MTDBAL-OUT ASSIGN USING WS-MTDBAL-OUT-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL STOP-FILE ASSIGN TO "data/stops.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT STOP-RPT ASSIGN USING WS-STOP-RPT-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ODP-FILE ASSIGN TO "data/odprotect.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CDREN-FILE ASSIGN TO "data/cd_renew.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PART-CARD ASSIGN TO "data/dailypost_part.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AGE-CARD ASSIGN TO "data/dailypost_age.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DUPADD-FILE ASSIGN USING WS-DUPADD-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PARTCTL-FILE ASSIGN USING WS-PARTCTL-DSN
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IN-REC.
           COPY "ACCOUNT-REC.cpy".

       01  TXN-IN-REC.
           COPY "TXN-REC.cpy".

       FD  ACCT-OUT  RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-OUT-REC.
           COPY "ACCOUNT-REC.cpy".

           COPY "TXN-REC.cpy".

       *> Branch-requested status holds and limit changes, applied
       *> before the day's financial postings run. Changes that need
       *> a second operator reach this file only once MAINTAPPR has
       *> released them from its approval queue.
       FD  MAINT-FILE RECORD CONTAINS 49 CHARACTERS.
       01  MAINT-IN-REC.
           COPY "MAINT-REC.cpy".

       *> Same-day balance master, keyed by ACCT-ID, kept in step with
       *> accounts_out.dat so an inquiry job can look up one account
       *> without scanning the flat file.
       FD  ACCT-IDX  RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IDX-REC.
           COPY "ACCOUNT-REC.cpy".

       *> Maintenance records whose ACCT-ID never matches an account on
       *> the master file - distinct from EXC-FILE and UNM-FILE, which
       *> are for financial postings, not status/limit changes.
       FD  UNMAINT-FILE RECORD CONTAINS 49 CHARACTERS.
       01  UNMAINT-REC.
           COPY "MAINT-REC.cpy".

       *> records that account wrote before the abend - they are
       *> about to be written again, and EXTEND alone would leave
       *> both copies (a scheduled transfer moving money twice).
       FD  TRIM-FILE RECORD CONTAINS 114 CHARACTERS.
       01  TRIM-REC             PIC X(114).

       *> Daily settlement extract: per CHANNEL, counts and totals
       *> of applied DEPO and WDRW postings and the reversals against
       *> and the service-charge schedule, so launching a product is
       *> file maintenance here instead of a recompile of DAILYPOST,
       *> INTACCR and FEEASSESS.
       FD  PROD-FILE RECORD CONTAINS 81 CHARACTERS.
       01  PROD-REC.
           COPY "PROD-REC.cpy".

           05  IYO-YEAR         PIC 9(4).
           05  IYO-INT-AMT      PIC S9(11)V99 COMP-3.

       *> Month-to-date balance accumulator carried run to run,
       *> sorted by ACCT-ID and month, one record per account and
       *> calendar month: the sum of the account's end-of-day
       *> balances, the days counted and the low balance, so the
       *> average daily balance is always to hand. The current
       *> month's record is stepped every night; the prior month's
       *> rides untouched for the fee run and statements that fall
       *> after the month end, and anything older falls away.
       FD  MTDBAL-FILE RECORD CONTAINS 60 CHARACTERS.
       01  MTDBAL-IN-REC.
           COPY "MTDBAL-REC.cpy".

       *> Tonight's accumulator state - tomorrow's data/mtd_bal.dat
       *> once the EODPROMO "ACCT" leg promotes it.
       FD  MTDBAL-OUT RECORD CONTAINS 60 CHARACTERS.
       01  MTDBAL-OUT-REC.
           COPY "MTDBAL-REC.cpy".

       *> Shared night-schedule run log, keyed on business date and
       *> program. This run refuses to start when MAINTAPPR has not
       *> completed for the date - it follows the EODPROMO "TXNS"
       *> leg, so an unsorted or unreleased file, or maintenance not
       *> yet through dual control, is never posted - or when it
       *> has itself already completed, which would move the same
       *> money twice.
       FD  RUNCTL-FILE RECORD CONTAINS 74 CHARACTERS.
       01  RUNCTL-REC.
           COPY "RUNCTL-REC.cpy".
       *> Before/after journal of every change this run makes to the
       *> account master - each balance posting and each maintenance
       *> status/limit change - with the TXN-ID or raw maintenance
       *> record that drove it, for the examiners. A maintenance
       *> change also carries the operator who keyed it and the
       *> operator who approved it.
       FD  AUD-FILE  RECORD CONTAINS 114 CHARACTERS.
       01  AUD-REC              PIC X(114).

       *> Stop-payment master STOPMAINT maintains, sorted by ACCT-ID
       *> and carrying control labels. Every debit is checked
       *> against the account's live stops before the overdraft
       *> gate, so a stopped item never moves money however much
       *> the account holds.
       FD  STOP-FILE RECORD CONTAINS 68 CHARACTERS.
       01  STOP-IN-REC.
           COPY "STOP-REC.cpy".

       *> Daily stopped-items report for the branches: every debit a
       *> stop turned away, the stop that caught it, and whether it
       *> went back to the ACH operator or was simply refused.
       FD  STOP-RPT  RECORD CONTAINS 80 CHARACTERS.
       01  STOP-RPT-REC         PIC X(80).

       *> Overdraft-protection link master, sorted by protected
       *> ACCT-ID: each record pairs an account with the account its
       *> shortfalls are swept from, for the dates the link covers.
       *> Held in storage for the run, since a funding account's
       *> position has to be known whichever side of the protected
       *> account it falls on the master.
       FD  ODP-FILE  RECORD CONTAINS 40 CHARACTERS.
       01  ODP-IN-REC.
           COPY "ODPLINK-REC.cpy".

       *> Term-deposit renewals CDMATUR priced tonight, in ACCT-ID
       *> order off the same master. Each rolls the account's
       *> maturity date and contract rate once the day's postings
       *> have settled, so a withdrawal on the maturity date itself
       *> still sees the term that just ended. A record priced on
       *> another night, or for a maturity the account no longer
       *> carries, is passed over - a rerun cannot roll a term twice.
       FD  CDREN-FILE RECORD CONTAINS 43 CHARACTERS.
       01  CDREN-IN-REC.
           COPY "CDRENEW-REC.cpy".

       *> Partition card for a partitioned run: one line per ACCT-ID
       *> range, in partition and key order. Each range runs above
       *> the previous line's high key through its own, and the last
       *> line's high key is left blank, so the ranges cover the
       *> whole master with no gap and no overlap. A restart key on
       *> a line restarts that partition alone.
       FD  PART-CARD RECORD CONTAINS 26 CHARACTERS.
       01  PART-CARD-REC.
           COPY "DPPART-REC.cpy".

       *> Aging basis card. "B" ages suspense items, and states how
       *> late a stale-dated item is, in business days off the bank
       *> calendar; absent or blank, a suspense item ages one day
       *> per posting run and lateness is in calendar days.
       FD  AGE-CARD  RECORD CONTAINS 1 CHARACTERS.
       01  AGE-CARD-REC.
           05  AGE-CARD-BASIS       PIC X(1).

       *> TXN-IDs a partition posted. The registry is shared by every
       *> partition and is only read while they run; DPCOMBINE loads
       *> these into it once all of them have finished.
       FD  DUPADD-FILE RECORD CONTAINS 24 CHARACTERS.
       01  DUPADD-REC.
           05  DUPADD-TXN-ID    PIC X(16).
           05  DUPADD-POST-DATE PIC 9(8).

       *> A partition's control totals - what it read of each feed
       *> inside its range - for DPCOMBINE to prove against the feed
       *> trailers.
       FD  PARTCTL-FILE RECORD CONTAINS 69 CHARACTERS.
       01  PARTCTL-REC.
           COPY "PARTCTL-REC.cpy".

       WORKING-STORAGE SECTION.
       77  EOF-ACCT         PIC X     VALUE "N".
               10  WS-PROD-WDRW-DC  PIC X(2).
               10  WS-PROD-FEE-DC   PIC X(2).
               10  WS-PROD-INT-DC   PIC X(2).
               10  WS-PROD-ODP-FEE  PIC 9(3)V99.
               10  WS-PROD-EWP-DAYS PIC 9(3).
               10  WS-PROD-NSF-FEE  PIC 9(3)V99.
               10  WS-PROD-NSF-MAX  PIC 9(2).

       *> Posting register accumulators, one entry per PRODUCT-CODE,
       *> loaded by INIT-REGISTER and totalled out by WRITE-REGISTER.
               10  WS-REG-TOTAL     PIC S9(11)V99   COMP-3.
       77  WS-REG-GRAND-COUNT   PIC 9(7)       COMP-3.
       77  WS-REG-GRAND-TOTAL   PIC S9(11)V99  COMP-3.
       *> Overdraft-protection sweep legs are registered on lines of
       *> their own - "SWPC" into protected accounts, "SWPD" out of
       *> funding accounts - rather than in the product lines, so
       *> the desk can see the day's sweeps at a glance.
       77  WS-REG-SWPC-COUNT    PIC 9(7)       COMP-3 VALUE 0.
       77  WS-REG-SWPC-TOTAL    PIC S9(11)V99  COMP-3 VALUE 0.
       77  WS-REG-SWPD-COUNT    PIC 9(7)       COMP-3 VALUE 0.
       77  WS-REG-SWPD-TOTAL    PIC S9(11)V99  COMP-3 VALUE 0.

       *> DEPO/WDRW postings applied so far for the account currently
       *> being processed, so a same-day REV can be matched back to its
       01  WS-GL-TABLE.
           05  WS-GL-PROD OCCURS 10 TIMES INDEXED BY GL-PX.
               10  WS-GL-PROD-CODE  PIC X(4).
               10  WS-GL-TXN OCCURS 10 TIMES INDEXED BY GL-TX.
                   15  WS-GL-TXN-CODE   PIC X(4).
                   15  WS-GL-DRCR       PIC X(2).
                   15  WS-GL-COUNT      PIC 9(7)       COMP-3.
               10  WS-SUSP-TXN-ID   PIC X(16).
               10  WS-SUSP-FIRST    PIC 9(8).
               10  WS-SUSP-PRIOR-AGE PIC 9(3).
               10  WS-SUSP-PRIOR-RSN PIC X(4).
       77  WS-SUSP-FOUND        PIC X          VALUE "N".
           88  SUSP-PRIOR-FOUND           VALUE "Y".
       77  WS-SUSP-HIT-FIRST    PIC 9(8)       VALUE ZERO.
       77  WS-SUSP-HIT-AGE      PIC 9(3)       VALUE ZERO.
       77  WS-SUSP-HIT-REASON   PIC X(4)       VALUE SPACES.
       77  WS-SUSP-REASON-WK    PIC X(4)       VALUE SPACES.
       77  EOF-SUSP             PIC X          VALUE "N".

       *> every change.
       77  WS-AUD-PRIOR-BAL     PIC S9(11)V99  COMP-3 VALUE 0.
       77  WS-AUD-ED            PIC -(11)9.99.
       77  WS-AUD-RATE-ED       PIC 9.9(6).
       01  WS-AUD-LINE.
           05  WS-AUD-RUN-DATE  PIC 9(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-AUD-AFTER     PIC X(15).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-AUD-SOURCE    PIC X(33).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-AUD-ENTER-OPER PIC X(8) VALUE SPACES.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-AUD-APPR-OPER PIC X(8)  VALUE SPACES.

       *> "CLOS" maintenance state for the account being worked: the
       *> request is remembered during the maintenance merge and
       *> for the audit journal, like any other master change.
       77  WS-CLOSE-PENDING     PIC X          VALUE "N".
           88  CLOSE-REQUESTED            VALUE "Y".
       01  WS-CLOSE-MAINT.
           COPY "MAINT-REC.cpy".
       77  WS-CLS-SEQ           PIC 9(4)       COMP-3 VALUE 0.
       77  WS-CLS-AMT           PIC S9(9)V99   COMP-3 VALUE 0.
       01  WS-CLS-TXN-ID.
       *> operator scrutinizes.
       77  WS-RUN-STATUS        PIC X(2)       VALUE "00".
       77  WS-RC-SELF           PIC X(12)      VALUE "DAILYPOST".
       77  WS-RC-PRED           PIC X(12)      VALUE "MAINTAPPR".
       77  WS-RC-IN             PIC 9(9)       COMP-3 VALUE 0.
       77  WS-RC-ACCT-OUT       PIC 9(9)       COMP-3 VALUE 0.

           88  INT-YTD-CARRIED            VALUE "Y".
       77  WS-INT-TODAY         PIC S9(11)V99  COMP-3 VALUE 0.

       *> Month-to-date balance merge state for the account being
       *> worked: its carried current- and prior-month records and
       *> the balance it came into the night with - the balance it
       *> held on every day since the last run, weekends included.
       77  EOF-MB               PIC X          VALUE "N".
       77  WS-CUR-MONTH         PIC 9(6)       VALUE ZERO.
       77  WS-PRI-MONTH         PIC 9(6)       VALUE ZERO.
       77  WS-MONTH-FIRST       PIC 9(8)       VALUE ZERO.
       77  WS-PRI-MONTH-END     PIC 9(8)       VALUE ZERO.
       77  WS-MB-CUR-FOUND      PIC X          VALUE "N".
           88  MTD-CUR-CARRIED            VALUE "Y".
       77  WS-MB-PRI-FOUND      PIC X          VALUE "N".
           88  MTD-PRI-CARRIED            VALUE "Y".
       77  WS-MB-OPEN-BAL       PIC S9(11)V99  COMP-3 VALUE 0.
       77  WS-MB-DAY-BAL        PIC S9(11)V99  COMP-3 VALUE 0.
       77  WS-MB-FROM           PIC 9(8)       VALUE ZERO.
       77  WS-MB-THRU           PIC 9(8)       VALUE ZERO.
       77  WS-MB-SPAN           PIC S9(5)      COMP-3 VALUE 0.
       01  WS-MB-CUR.
           COPY "MTDBAL-REC.cpy".
       01  WS-MB-PRI.
           COPY "MTDBAL-REC.cpy".
       01  WS-MB-WORK.
           COPY "MTDBAL-REC.cpy".

       *> Business-day calendar interface (BUSCAL) and the aging
       *> basis off the age card.
       01  WS-CAL-PARM.
           COPY "BUSCAL-PARM.cpy".
       77  WS-AGE-BASIS         PIC X          VALUE SPACE.
           88  AGE-IN-BUSINESS-DAYS       VALUE "B".
       77  WS-CLOSED-DAY-ITEM   PIC X          VALUE "N".
           88  CLOSED-DAY-ITEM            VALUE "Y".

       *> Aged-items report line for stale-dated transactions.
       77  WS-DAYS-LATE         PIC 9(5)       VALUE ZERO.
       01  WS-AGED-LINE.
           05  WS-TRL-COUNT     PIC 9(9).
           05  WS-TRL-HASH     PIC S9(13)V99 SIGN LEADING SEPARATE.

       *> Live stop-payment instructions for the account being
       *> worked, gathered from the sorted stop master the way its
       *> holds are. The significant length of each TXN-ID/
       *> originator pattern is worked out once, at gather time.
       77  EOF-STOP             PIC X          VALUE "N".
       77  WS-STOP-MAX          PIC 9(3)       VALUE 50.
       77  WS-STOP-COUNT        PIC 9(3)       COMP-3 VALUE 0.
       01  WS-STOP-TABLE.
           05  WS-STOP-ENTRY OCCURS 50 TIMES INDEXED BY STOP-PX.
               10  WS-STOP-ID       PIC X(8).
               10  WS-STOP-LOW      PIC S9(9)V99   COMP-3.
               10  WS-STOP-HIGH     PIC S9(9)V99   COMP-3.
               10  WS-STOP-CHANNEL  PIC X(4).
               10  WS-STOP-PATTERN  PIC X(16).
               10  WS-STOP-PAT-LEN  PIC 9(2)       COMP-3.
       77  WS-STOP-PAT-WK       PIC 9(2)       COMP-3 VALUE 0.
       77  WS-STOP-HIT          PIC X          VALUE "N".
           88  STOP-PAYMENT-HIT           VALUE "Y".
       77  WS-STOP-HIT-ID       PIC X(8)       VALUE SPACES.
       77  WS-DSP-STOP-CNT      PIC 9(9)       COMP-3 VALUE 0.
       77  WS-DSP-STOP-AMT      PIC S9(13)V99  COMP-3 VALUE 0.
       01  WS-STOP-LINE.
           05  WS-SL-ACCT-ID    PIC X(12).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-SL-TXN-ID     PIC X(16).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-SL-TXN-CODE   PIC X(4).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-SL-AMOUNT     PIC -(9)9.99.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-SL-CHANNEL    PIC X(4).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-SL-STOP-ID    PIC X(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-SL-ACTION     PIC X(12).
           05  FILLER           PIC X(5)  VALUE SPACES.

       *> Overdraft-protection links live today, and the position of
       *> every account they name as a funding account: the opening
       *> balance, limit and postable status off the master (as
       *> tonight's maintenance will leave them), its active holds,
       *> and the sweeps already reserved against it this run. Once
       *> the funding account itself has been worked the position is
       *> its settled balance instead.
       77  EOF-ODP              PIC X          VALUE "N".
       77  WS-ODP-MAX           PIC 9(4)       VALUE 500.
       77  WS-ODP-COUNT         PIC 9(4)       COMP-3 VALUE 0.
       01  WS-ODP-TABLE.
           05  WS-ODP-ENTRY OCCURS 500 TIMES INDEXED BY ODP-PX.
               10  WS-ODP-ACCT-ID   PIC X(12).
               10  WS-ODP-FUND-ID   PIC X(12).
       77  WS-FUND-MAX          PIC 9(4)       VALUE 500.
       77  WS-FUND-COUNT        PIC 9(4)       COMP-3 VALUE 0.
       01  WS-FUND-TABLE.
           05  WS-FUND-ENTRY OCCURS 500 TIMES INDEXED BY FUND-PX.
               10  WS-FUND-ACCT-ID  PIC X(12).
               10  WS-FUND-ON-FILE  PIC X.
               10  WS-FUND-POSTABLE PIC X.
               10  WS-FUND-BAL      PIC S9(11)V99  COMP-3.
               10  WS-FUND-LIMIT    PIC S9(9)V99   COMP-3.
               10  WS-FUND-HOLDS    PIC S9(11)V99  COMP-3.
               10  WS-FUND-RESERVED PIC S9(11)V99  COMP-3.
       77  WS-FUND-KEY          PIC X(12)      VALUE SPACES.
       77  WS-FUND-FOUND        PIC X          VALUE "N".
           88  FUND-ENTRY-FOUND           VALUE "Y".
       77  WS-ODP-FOUND         PIC X          VALUE "N".
           88  ODP-LINK-FOUND             VALUE "Y".

       *> Sweep work areas. A debit that fails the available-balance
       *> test is "covered" when a sweep brings it back inside the
       *> limit; the sweep is the shortfall plus the product's
       *> protection fee, so the debit, the fee and the sweep leave
       *> the account exactly at its floor.
       77  WS-DEBIT-OK          PIC X          VALUE "N".
           88  DEBIT-COVERED              VALUE "Y".
       77  WS-ODP-SEQ           PIC 9(4)       COMP-3 VALUE 0.
       77  WS-ODP-SWEEP         PIC S9(9)V99   COMP-3 VALUE 0.
       77  WS-ODP-FEE           PIC S9(9)V99   COMP-3 VALUE 0.
       77  WS-ODP-FUND-AVAIL    PIC S9(11)V99  COMP-3 VALUE 0.
       77  WS-ODP-FUND-FLOOR    PIC S9(11)V99  COMP-3 VALUE 0.

       *> A posting this run generates on the account being worked -
       *> the sweep's credit leg and its fee - stamped through the
       *> same register, GL, registry, history and audit trail an
       *> arriving transaction gets. The three pieces of one sweep
       *> share a sequence number under "ODPC"/"ODPF"/"ODPD".
       01  WS-GEN-TXN-ID.
           05  WS-GEN-ID-PFX    PIC X(4).
           05  WS-GEN-ID-DATE   PIC 9(8).
           05  WS-GEN-ID-SEQ    PIC 9(4).
       77  WS-GEN-ORIG-ID       PIC X(16)      VALUE SPACES.
       77  WS-GEN-CODE          PIC X(4)       VALUE SPACES.
       77  WS-GEN-AMT           PIC S9(9)V99   COMP-3 VALUE 0.

       *> The sweep's funding leg, laid out to the TXN-REC shape and
       *> carried with the transfer credit legs for release into the
       *> next cycle, where it posts against the funding account.
       01  WS-ODP-DEBIT.
           05  WS-OD-ACCT-ID    PIC X(12).
           05  WS-OD-TXN-ID.
               10  WS-OD-ID-PFX     PIC X(4)  VALUE "ODPD".
               10  WS-OD-ID-DATE    PIC 9(8).
               10  WS-OD-ID-SEQ     PIC 9(4).
           05  WS-OD-ORIG-ID    PIC X(16).
           05  WS-OD-CODE       PIC X(4).
           05  WS-OD-AMOUNT     PIC S9(9)V99  COMP-3.
           05  WS-OD-TS         PIC 9(14).
           05  WS-OD-CHANNEL    PIC X(4).

       *> Term deposits: a withdrawal before the maturity date goes
       *> through only with the product's early-withdrawal penalty -
       *> that many days' interest at the contract rate on the amount
       *> withdrawn - posted alongside it as a "FEE ". A product that
       *> sets no penalty days does not allow early withdrawal at all.
       77  EOF-CDREN            PIC X          VALUE "N".
       77  WS-TERM-OK           PIC X          VALUE "Y".
           88  TERM-WITHDRAWAL-OK         VALUE "Y".
       77  WS-CD-PENALTY        PIC S9(9)V99   COMP-3 VALUE 0.
       77  WS-CD-EWP-DAYS       PIC 9(3)       VALUE 0.
       77  WS-CDP-SEQ           PIC 9(4)       COMP-3 VALUE 0.

       *> Insufficient-funds fee: one "FEE " per new bounced debit,
       *> priced and capped per account per day off the product
       *> master, under its own "NSFF" TXN-ID so the GL extract can
       *> carry NSF income in a cell of its own.
       77  WS-NSF-DUE           PIC X          VALUE "N".
           88  NSF-FEE-DUE                VALUE "Y".
       77  WS-NSF-FEE           PIC 9(3)V99    VALUE 0.
       77  WS-NSF-DAY-MAX       PIC 9(2)       VALUE 0.
       77  WS-NSF-ACCT-COUNT    PIC 9(2)       COMP-3 VALUE 0.
       77  WS-NSF-SEQ           PIC 9(4)       COMP-3 VALUE 0.
       *> What raised an item, told by its TXN-ID prefix: the night's
       *> own generators - interest, service charges, maturities,
       *> charge-offs and this program's generated legs - or a
       *> customer's standing order, first presented or retried.
       77  WS-ITEM-ID-PFX       PIC X(4)       VALUE SPACES.
           88  SYSTEM-GENERATED-ITEM      VALUE "ACIN" "FEAS" "CDMP"
                                                "CHGO" "XFRC" "CLSD"
                                                "ODPC" "ODPF" "ODPD"
                                                "CDEP" "NSFF".
           88  STANDING-ORDER-ITEM        VALUE "SORD" "SORR".
           88  STANDING-ORDER-RETRY       VALUE "SORR".
       77  WS-GEN-GL-CODE       PIC X(4)       VALUE SPACES.

       *> Partitioned running. A run whose environment names a
       *> partition in DAILYPOST_PART works only the ACCT-ID range
       *> that partition owns on the partition card, so several
       *> ranges can post side by side; DPCOMBINE then proves their
       *> control totals against the feed trailers and merges their
       *> outputs into the files the rest of the night reads. With
       *> DAILYPOST_PART unset the run posts the whole master, as
       *> it always has, and the window below is never consulted.
       77  WS-PART-PARM         PIC X(2)       VALUE SPACES.
       77  WS-PART-NO           PIC 9(2)       VALUE ZERO.
       77  WS-PART-MODE         PIC X          VALUE "N".
           88  PARTITIONED-RUN            VALUE "Y".
       77  WS-PART-MAX          PIC 9(2)       VALUE 10.
       77  WS-PART-COUNT        PIC 9(2)       COMP-3 VALUE 0.
       77  EOF-PART             PIC X          VALUE "N".
       77  WS-PART-MSG          PIC X(40)      VALUE SPACES.
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 10 TIMES INDEXED BY PART-PX.
               10  WS-PT-HIGH-ID    PIC X(12).
               10  WS-PT-RESTART-ID PIC X(12).
       *> The partition's window: keys above the low key, through
       *> the high key. The first partition starts at LOW-VALUES and
       *> the last runs to HIGH-VALUES.
       77  WS-PART-LOW-ID       PIC X(12)      VALUE LOW-VALUES.
       77  WS-PART-HIGH-ID      PIC X(12)      VALUE HIGH-VALUES.
       *> What this partition read of each feed inside its window,
       *> for the control record DPCOMBINE proves.
       77  WS-PART-TXN-COUNT    PIC 9(9)       COMP-3 VALUE 0.
       77  WS-PART-TXN-HASH     PIC S9(13)V99  COMP-3 VALUE 0.
       77  WS-PART-MAINT-COUNT  PIC 9(9)       COMP-3 VALUE 0.
       *> Generated TXN-IDs must stay unique across partitions that
       *> run at the same time, so each partition numbers its
       *> "XFRC", "CLSD", "ODPx", "CDEP" and "NSFF" items from the
       *> start of its own band of the four-digit sequence.
       77  WS-PART-SEQ-BAND     PIC 9(4)       COMP-3 VALUE 0.
       77  WS-PART-SEQ-BASE     PIC 9(4)       COMP-3 VALUE 0.
       01  WS-PART-RC-NAME.
           05  FILLER           PIC X(10) VALUE "DAILYPOSTP".
           05  WS-PART-RC-NO    PIC 9(2).
       *> Data set names of the run's own files. A partitioned run
       *> suffixes each with its partition number - out/register.dat
       *> becomes out/register_p01.dat - so ranges running together
       *> never share an output. Its history goes to its own file
       *> rather than onto data/history.dat, and the last two names
       *> are written only by a partitioned run.
       01  WS-RUN-DSNS.
           05  WS-ACCT-OUT-DSN      PIC X(40)
                                VALUE "out/accounts_out.dat".
           05  WS-EXC-DSN           PIC X(40)
                                VALUE "out/exceptions.dat".
           05  WS-REG-DSN           PIC X(40)
                                VALUE "out/register.dat".
           05  WS-UNM-DSN           PIC X(40)
                                VALUE "out/unmatched.dat".
           05  WS-ACCT-IDX-DSN      PIC X(40)
                                VALUE "data/accounts_idx.dat".
           05  WS-SEQ-DSN           PIC X(40)
                                VALUE "out/seq_errors.dat".
           05  WS-CKPT-DSN          PIC X(40)
                                VALUE "out/checkpoint.dat".
           05  WS-VEL-DSN           PIC X(40)
                                VALUE "out/velocity_exceptions.dat".
           05  WS-GL-DSN            PIC X(40)
                                VALUE "out/gl_extract.dat".
           05  WS-UNMAINT-DSN       PIC X(40)
                                VALUE "out/unmatched_maint.dat".
           05  WS-DUP-DSN           PIC X(40)
                                VALUE "out/duplicates.dat".
           05  WS-PEND-OUT-DSN      PIC X(40)
                                VALUE "out/pending_out.dat".
           05  WS-AGED-DSN          PIC X(40)
                                VALUE "out/aged_items.rpt".
           05  WS-HIST-DSN          PIC X(40)
                                VALUE "data/history.dat".
           05  WS-AUD-DSN           PIC X(40)
                                VALUE "out/audit_journal.dat".
           05  WS-SETTLE-DSN        PIC X(40)
                                VALUE "out/settlement.dat".
           05  WS-TRIM-DSN          PIC X(40)
                                VALUE "data/restart_trim.dat".
           05  WS-HOLD-OUT-DSN      PIC X(40)
                                VALUE "out/holds_out.dat".
           05  WS-HOLD-RPT-DSN      PIC X(40)
                                VALUE "out/holds_report.rpt".
           05  WS-SUSP-OUT-DSN      PIC X(40)
                                VALUE "out/suspense_out.dat".
           05  WS-AGEDSUSP-DSN      PIC X(40)
                                VALUE "out/aged_suspense.rpt".
           05  WS-CLSREJ-DSN        PIC X(40)
                                VALUE "out/close_rejects.rpt".
           05  WS-XFRCR-OUT-DSN     PIC X(40)
                                VALUE "out/xfr_credits.dat".
           05  WS-ACHRET-DSN        PIC X(40)
                                VALUE "out/ach_returns.dat".
           05  WS-TXNRECON-DSN      PIC X(40)
                                VALUE "out/txn_recon.rpt".
           05  WS-INTYTD-OUT-DSN    PIC X(40)
                                VALUE "out/int_ytd_out.dat".
           05  WS-MTDBAL-OUT-DSN    PIC X(40)
                                VALUE "out/mtd_bal_out.dat".
           05  WS-STOP-RPT-DSN      PIC X(40)
                                VALUE "out/stopped_items.rpt".
           05  WS-DUPADD-DSN        PIC X(40)
                                VALUE "out/posted_add.dat".
           05  WS-PARTCTL-DSN       PIC X(40)
                                VALUE "out/dailypost_part.dat".
       01  WS-RUN-DSN-TABLE REDEFINES WS-RUN-DSNS.
           05  WS-RUN-DSN OCCURS 30 TIMES INDEXED BY DSN-PX
                                PIC X(40).
       01  WS-PART-SFX.
           05  FILLER           PIC X(2)  VALUE "_p".
           05  WS-PART-SFX-NO   PIC 9(2).
       77  WS-DSN-STEM          PIC X(40)      VALUE SPACES.
       77  WS-DSN-EXT           PIC X(8)       VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-RUN-DATE
           PERFORM CHECK-RUN-DATE-CALENDAR
           PERFORM REGISTER-RUN-START
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM VALIDATE-INPUT-CONTROLS
           PERFORM LOAD-ODP-LINK-TABLE
           PERFORM LOAD-FUNDING-POSITIONS
           PERFORM LOAD-SUSPENSE-TABLE
           PERFORM LOAD-PEND-REL-TABLE
           PERFORM INIT-REGISTER
           PERFORM READ-NEXT-MAINT
           PERFORM READ-NEXT-HOLD
           PERFORM READ-NEXT-INTYTD
           PERFORM READ-NEXT-MTDBAL
           PERFORM READ-NEXT-STOP
           PERFORM READ-NEXT-CDREN
           PERFORM UNTIL EOF-ACCT = "Y"
              READ ACCT-FILE
                  AT END MOVE "Y" TO EOF-ACCT
              NOT AT END
                 *> Labels were proved before posting began; here the
                 *> header is stepped over and the trailer is EOF. A
                 *> partition steps over the accounts below its range
                 *> and stops at the first one above it.
                 EVALUATE TRUE
                    WHEN ACCT-IN-REC(1:3) = "TRL"
                       MOVE "Y" TO EOF-ACCT
                    WHEN ACCT-IN-REC(1:3) = "HDR"
                       CONTINUE
                    WHEN PARTITIONED-RUN
                         AND ACCT-ID OF ACCT-IN-REC NOT > WS-PART-LOW-ID
                       CONTINUE
                    WHEN PARTITIONED-RUN
                         AND ACCT-ID OF ACCT-IN-REC > WS-PART-HIGH-ID
                       MOVE "Y" TO EOF-ACCT
                    WHEN OTHER
                       PERFORM PROCESS-ONE-ACCT
                 END-EVALUATE
                    HIST-IDX AUD-FILE SUSP-OUT AGEDSUSP-FILE
                    SETTLE-FILE HOLD-FILE HOLD-OUT HOLD-RPT
                    CLSREJ-FILE XFRCR-OUT ACHRET-FILE TXNRECON-FILE
                    INTYTD-FILE INTYTD-OUT STOP-FILE STOP-RPT
                    CDREN-FILE MTDBAL-FILE MTDBAL-OUT
              STOP RUN
           END-IF
           PERFORM DRAIN-UNMATCHED-TXNS
           PERFORM DRAIN-UNMATCHED-MAINT
           PERFORM DRAIN-REMAINING-HOLDS
           PERFORM DRAIN-REMAINING-INTYTD
           PERFORM DRAIN-REMAINING-MTDBAL
           PERFORM WRITE-REGISTER
           PERFORM WRITE-GL-EXTRACT
           PERFORM WRITE-SETTLEMENT
           PERFORM WRITE-ACH-RETURN-CONTROL
           *> A partition accounts for the transactions inside its
           *> range; DPCOMBINE proves the ranges against the trailer.
           IF PARTITIONED-RUN
              MOVE WS-PART-TXN-COUNT TO WS-RC-IN
              MOVE WS-PART-TXN-HASH TO WS-RC-IN-AMT
           END-IF
           PERFORM WRITE-TXN-RECON
           IF PARTITIONED-RUN
              PERFORM WRITE-PARTITION-CONTROL
           ELSE
              PERFORM PURGE-DUP-REGISTRY
           END-IF
           IF WS-LAST-WRITTEN-ID NOT = SPACES
              AND WS-CKPT-REM NOT = 0
              WRITE CKPT-REC FROM WS-LAST-WRITTEN-ID
                 HIST-IDX AUD-FILE SUSP-OUT AGEDSUSP-FILE SETTLE-FILE
                 HOLD-FILE HOLD-OUT HOLD-RPT CLSREJ-FILE
                 XFRCR-OUT ACHRET-FILE TXNRECON-FILE
                 INTYTD-FILE INTYTD-OUT STOP-FILE STOP-RPT
                 CDREN-FILE MTDBAL-FILE MTDBAL-OUT
           IF PARTITIONED-RUN
              CLOSE DUPADD-FILE
           END-IF
           PERFORM REGISTER-RUN-END
           GOBACK.

              MOVE "N" TO WS-CLOSE-PENDING
              PERFORM APPLY-TODAYS-MAINT
              PERFORM GATHER-ACCT-HOLDS
              PERFORM GATHER-ACCT-STOPS
              PERFORM GATHER-INT-YTD
              PERFORM GATHER-MTD-BAL
              PERFORM RESERVE-FUNDING-SWEEPS
              PERFORM APPLY-TODAYS-TXNS
              *> A close is worked against the term it was asked
              *> under, so it goes ahead of a maturity-day renewal.
              IF CLOSE-REQUESTED
                 PERFORM APPLY-CLOSE-REQUEST
              END-IF
              PERFORM APPLY-CD-RENEWAL
              PERFORM SETTLE-FUNDING-POSITION
              PERFORM WRITE-INT-YTD
              PERFORM WRITE-MTD-BAL
              WRITE ACCT-OUT-REC FROM ACCT-IN-REC
              WRITE ACCT-IDX-REC FROM ACCT-IN-REC
                 INVALID KEY
                          SETTLE-FILE HOLD-FILE HOLD-OUT HOLD-RPT
                          CLSREJ-FILE XFRCR-OUT ACHRET-FILE
                          TXNRECON-FILE INTYTD-FILE INTYTD-OUT
                          STOP-FILE STOP-RPT CDREN-FILE
                          MTDBAL-FILE MTDBAL-OUT
                    STOP RUN
              END-WRITE
              MOVE ACCT-ID OF ACCT-IN-REC TO WS-LAST-WRITTEN-ID
           OPEN OUTPUT EXC-FILE REG-FILE UNM-FILE SEQ-FILE VEL-FILE
                       GL-FILE UNMAINT-FILE DUP-FILE AGED-FILE
                       CLSREJ-FILE ACHRET-FILE TXNRECON-FILE
                       STOP-RPT
           IF SKIPPING-ACCTS
              PERFORM TRIM-RESTART-CARRY-FILES
              OPEN EXTEND AUD-FILE
           ELSE
              OPEN OUTPUT AUD-FILE
           END-IF
           *> A partition's history is its own file of tonight's
           *> records, for DPCOMBINE to append to the archive and
           *> its keyed companion once every range has finished, so
           *> a partition never touches either.
           IF PARTITIONED-RUN
              IF SKIPPING-ACCTS
                 OPEN EXTEND HIST-FILE DUPADD-FILE
              ELSE
                 OPEN OUTPUT HIST-FILE DUPADD-FILE
              END-IF
           ELSE
              OPEN EXTEND HIST-FILE
              *> The keyed archive carries over from prior runs like
              *> the flat one; OPTIONAL lets the first run after
              *> cutover start it empty.
              OPEN I-O HIST-IDX
           END-IF
           OPEN OUTPUT AGEDSUSP-FILE SETTLE-FILE HOLD-RPT
           OPEN INPUT HOLD-FILE INTYTD-FILE STOP-FILE CDREN-FILE
                      MTDBAL-FILE
           *> The registry carries over from prior runs; OPTIONAL
           *> lets the first run after cutover start it empty. The
           *> partitions of a partitioned run only consult it.
           IF PARTITIONED-RUN
              OPEN INPUT DUP-IDX
           ELSE
              OPEN I-O DUP-IDX
           END-IF
           *> PEND-OUT and SUSP-OUT carry money across runs the same
           *> way ACCT-OUT does - a restart must append to what the
           *> abended run already warehoused or suspended, not start
           *> them over.
           IF SKIPPING-ACCTS
              OPEN EXTEND ACCT-OUT CKPT-FILE HOLD-OUT PEND-OUT
                          SUSP-OUT XFRCR-OUT INTYTD-OUT MTDBAL-OUT
              OPEN I-O ACCT-IDX
           ELSE
              OPEN OUTPUT ACCT-OUT ACCT-IDX CKPT-FILE HOLD-OUT
                          PEND-OUT SUSP-OUT XFRCR-OUT INTYTD-OUT
                          MTDBAL-OUT
           END-IF.

       *> On a restart the in-flight account - the one past the
           PERFORM TRIM-SUSP-OUT
           PERFORM TRIM-HOLD-OUT
           PERFORM TRIM-INTYTD-OUT
           PERFORM TRIM-MTDBAL-OUT
           PERFORM TRIM-HIST-FILE
           IF NOT PARTITIONED-RUN
              PERFORM TRIM-HIST-IDX
           END-IF
           PERFORM TRIM-AUD-FILE.

       TRIM-PEND-OUT.
       *> restarting the counter at zero would hand the reprocessed
       *> accounts the same "XFRC" IDs - next cycle the second copy
       *> would bounce off the posted registry as a duplicate and
       *> that customer's credit leg would never post. Kept sweep
       *> funding legs ("ODPD") reseed the sweep sequence the same
       *> way, and put their reservations back against the funding
       *> accounts.
       TRIM-XFRCR-OUT.
           OPEN INPUT XFRCR-OUT
           OPEN OUTPUT TRIM-FILE
                 AT END MOVE "Y" TO EOF-TRIM
              NOT AT END
                 IF XFRCR-DEBIT-ACCT <= WS-RESTART-ACCT-ID
                    IF XFRCR-TXN-PART(13:4) = "ODPD"
                       PERFORM RESEED-ODP-RESERVATION
                    ELSE
                       ADD 1 TO WS-XFR-SEQ
                    END-IF
                    MOVE SPACES TO TRIM-REC
                    MOVE XFRCR-OUT-REC TO TRIM-REC(1:84)
                    WRITE TRIM-REC
           END-PERFORM
           CLOSE TRIM-FILE INTYTD-OUT.

       TRIM-MTDBAL-OUT.
           OPEN INPUT MTDBAL-OUT
           OPEN OUTPUT TRIM-FILE
           MOVE "N" TO EOF-TRIM
           PERFORM UNTIL EOF-TRIM = "Y"
              READ MTDBAL-OUT
                 AT END MOVE "Y" TO EOF-TRIM
              NOT AT END
                 IF MB-ACCT-ID OF MTDBAL-OUT-REC <= WS-RESTART-ACCT-ID
                    MOVE SPACES TO TRIM-REC
                    MOVE MTDBAL-OUT-REC TO TRIM-REC(1:60)
                    WRITE TRIM-REC
                 END-IF
              END-READ
           END-PERFORM
           CLOSE MTDBAL-OUT TRIM-FILE
           OPEN INPUT TRIM-FILE
           OPEN OUTPUT MTDBAL-OUT
           MOVE "N" TO EOF-TRIM
           PERFORM UNTIL EOF-TRIM = "Y"
              READ TRIM-FILE
                 AT END MOVE "Y" TO EOF-TRIM
              NOT AT END
                 WRITE MTDBAL-OUT-REC FROM TRIM-REC(1:60)
              END-READ
           END-PERFORM
           CLOSE TRIM-FILE MTDBAL-OUT.

       TRIM-HIST-FILE.
           OPEN INPUT HIST-FILE
           OPEN OUTPUT TRIM-FILE
                    MOVE "N" TO WS-TRIM-KEEP
                 END-IF
                 IF WS-TRIM-KEEP = "Y"
                    *> The kept close disbursements and early-
                    *> withdrawal penalties and NSF fees reseed their
                    *> generated-TXN-ID sequences, so reprocessed
                    *> accounts cannot reissue a "CLSD", "CDEP" or
                    *> "NSFF" ID the abended run already registered
                    *> and stamped.
                    IF HIST-POST-DATE = TODAY
                       AND HIST-TXN-ID(1:4) = "CLSD"
                       ADD 1 TO WS-CLS-SEQ
                    END-IF
                    IF HIST-POST-DATE = TODAY
                       AND HIST-TXN-ID(1:4) = "CDEP"
                       ADD 1 TO WS-CDP-SEQ
                    END-IF
                    IF HIST-POST-DATE = TODAY
                       AND HIST-TXN-ID(1:4) = "NSFF"
                       ADD 1 TO WS-NSF-SEQ
                    END-IF
                    MOVE SPACES TO TRIM-REC
                    MOVE HIST-REC TO TRIM-REC(1:97)
                    WRITE TRIM-REC
              NOT AT END
                 IF AUD-REC(10:12) <= WS-RESTART-ACCT-ID
                    MOVE SPACES TO TRIM-REC
                    MOVE AUD-REC TO TRIM-REC(1:114)
                    WRITE TRIM-REC
                 END-IF
              END-READ
              READ TRIM-FILE
                 AT END MOVE "Y" TO EOF-TRIM
              NOT AT END
                 WRITE AUD-REC FROM TRIM-REC(1:114)
              END-READ
           END-PERFORM
           CLOSE TRIM-FILE AUD-FILE.
           MOVE CTL-RUN-DATE TO TODAY
           MOVE CTL-RESTART-ACCT-ID TO WS-RESTART-ACCT-ID
           CLOSE CTL-FILE
           ACCEPT WS-PART-PARM FROM ENVIRONMENT "DAILYPOST_PART"
           IF WS-PART-PARM NOT = SPACES
              PERFORM SET-UP-PARTITION
           END-IF
           COMPUTE WS-CUR-YEAR = TODAY / 10000
           COMPUTE WS-PRI-YEAR = WS-CUR-YEAR - 1
           COMPUTE WS-CUR-MONTH = TODAY / 100
           COMPUTE WS-MONTH-FIRST = WS-CUR-MONTH * 100 + 1
           COMPUTE WS-PRI-MONTH-END = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST) - 1)
           COMPUTE WS-PRI-MONTH = WS-PRI-MONTH-END / 100
           COMPUTE WS-DUP-CUTOFF = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(TODAY) - WS-DUP-RETAIN-DAYS)
           IF WS-RESTART-ACCT-ID NOT = SPACES
              MOVE "Y" TO WS-SKIPPING
           END-IF
           OPEN INPUT AGE-CARD
           READ AGE-CARD
              AT END CONTINUE
              NOT AT END MOVE AGE-CARD-BASIS TO WS-AGE-BASIS
           END-READ
           CLOSE AGE-CARD.

       *> The bank posts on business days only: a weekend or holiday
       *> keyed on the run card abends here, before anything moves,
       *> as does a date beyond the end of the holiday master, which
       *> cannot be vouched for.
       CHECK-RUN-DATE-CALENDAR.
           MOVE "CHK " TO BC-FUNCTION
           MOVE TODAY TO BC-DATE
           CALL "BUSCAL" USING WS-CAL-PARM
           EVALUATE TRUE
              WHEN BC-RETURN = "08"
                 DISPLAY "DAILYPOST: RUN DATE " TODAY
                    " IS NOT A VALID DATE - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              WHEN BC-RETURN NOT = "00"
                 DISPLAY "DAILYPOST: RUN DATE " TODAY
                    " IS PAST THE HOLIDAY MASTER (THRU " BC-CAL-THRU
                    ") - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              WHEN BC-BUSINESS-DAY NOT = "Y"
                 DISPLAY "DAILYPOST: RUN DATE " TODAY " (" BC-WEEKDAY
                    " " BC-HOL-NAME ") IS NOT A BUSINESS DAY"
                    " - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       *> A partitioned run takes its window, and any restart key,
       *> from its own line of the partition card. The run card's
       *> restart key must then be blank: a restart belongs to one
       *> range, and restarting it must not disturb the others.
       SET-UP-PARTITION.
           IF WS-PART-PARM NOT NUMERIC
              DISPLAY "DAILYPOST: BAD PARTITION NUMBER " WS-PART-PARM
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-PART-PARM TO WS-PART-NO
           MOVE "Y" TO WS-PART-MODE
           IF WS-RESTART-ACCT-ID NOT = SPACES
              DISPLAY "DAILYPOST: RESTART KEY FOR A PARTITION GOES ON"
                 " THE PARTITION CARD - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-PARTITION-CARD
           IF WS-PART-NO < 1 OR WS-PART-NO > WS-PART-COUNT
              DISPLAY "DAILYPOST: PARTITION " WS-PART-NO
                 " NOT ON PARTITION CARD - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           SET PART-PX TO WS-PART-NO
           MOVE WS-PT-HIGH-ID(PART-PX) TO WS-PART-HIGH-ID
           MOVE WS-PT-RESTART-ID(PART-PX) TO WS-RESTART-ACCT-ID
           IF WS-PART-NO > 1
              SET PART-PX DOWN BY 1
              MOVE WS-PT-HIGH-ID(PART-PX) TO WS-PART-LOW-ID
           END-IF
           IF WS-RESTART-ACCT-ID NOT = SPACES
              AND (WS-RESTART-ACCT-ID NOT > WS-PART-LOW-ID
                   OR WS-RESTART-ACCT-ID > WS-PART-HIGH-ID)
              DISPLAY "DAILYPOST: RESTART ACCT-ID " WS-RESTART-ACCT-ID
                 " OUTSIDE PARTITION " WS-PART-NO " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-PART-NO TO WS-PART-RC-NO
           MOVE WS-PART-RC-NAME TO WS-RC-SELF
           COMPUTE WS-PART-SEQ-BAND = 9999 / WS-PART-COUNT
           COMPUTE WS-PART-SEQ-BASE =
                   (WS-PART-NO - 1) * WS-PART-SEQ-BAND
           MOVE WS-PART-SEQ-BASE TO WS-XFR-SEQ WS-CLS-SEQ WS-ODP-SEQ
                                    WS-CDP-SEQ WS-NSF-SEQ
           MOVE WS-PART-NO TO WS-PART-SFX-NO
           PERFORM VARYING DSN-PX FROM 1 BY 1 UNTIL DSN-PX > 30
              MOVE SPACES TO WS-DSN-STEM WS-DSN-EXT
              UNSTRING WS-RUN-DSN(DSN-PX) DELIMITED BY "."
                 INTO WS-DSN-STEM WS-DSN-EXT
              END-UNSTRING
              MOVE SPACES TO WS-RUN-DSN(DSN-PX)
              STRING WS-DSN-STEM DELIMITED BY SPACE
                     WS-PART-SFX DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     WS-DSN-EXT DELIMITED BY SPACE
                 INTO WS-RUN-DSN(DSN-PX)
              END-STRING
           END-PERFORM.

       *> The card must number its lines 01 upward, with high keys
       *> rising and only the last one blank.
       LOAD-PARTITION-CARD.
           MOVE 0 TO WS-PART-COUNT
           MOVE "N" TO EOF-PART
           OPEN INPUT PART-CARD
           PERFORM UNTIL EOF-PART = "Y"
              READ PART-CARD
                 AT END MOVE "Y" TO EOF-PART
              NOT AT END
                 PERFORM ADD-PARTITION-ENTRY
              END-READ
           END-PERFORM
           CLOSE PART-CARD
           IF WS-PART-COUNT = 0
              MOVE "NO PARTITIONS" TO WS-PART-MSG
              PERFORM PART-CARD-ABEND
           END-IF
           SET PART-PX TO WS-PART-COUNT
           IF WS-PT-HIGH-ID(PART-PX) NOT = HIGH-VALUES
              MOVE "LAST HIGH KEY NOT BLANK" TO WS-PART-MSG
              PERFORM PART-CARD-ABEND
           END-IF.

       ADD-PARTITION-ENTRY.
           IF WS-PART-COUNT >= WS-PART-MAX
              DISPLAY "DAILYPOST: PARTITION TABLE FULL AT "
                 WS-PART-MAX " - RAISE WS-PART-MAX AND RERUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-PART-COUNT
           IF DPP-PART-NO NOT = WS-PART-COUNT
              MOVE "PARTITIONS NOT NUMBERED IN ORDER" TO WS-PART-MSG
              PERFORM PART-CARD-ABEND
           END-IF
           SET PART-PX TO WS-PART-COUNT
           IF DPP-HIGH-ACCT-ID = SPACES
              MOVE HIGH-VALUES TO WS-PT-HIGH-ID(PART-PX)
           ELSE
              MOVE DPP-HIGH-ACCT-ID TO WS-PT-HIGH-ID(PART-PX)
           END-IF
           MOVE DPP-RESTART-ACCT-ID TO WS-PT-RESTART-ID(PART-PX)
           IF WS-PART-COUNT > 1
              SET PART-PX DOWN BY 1
              IF DPP-HIGH-ACCT-ID NOT = SPACES
                 AND DPP-HIGH-ACCT-ID NOT > WS-PT-HIGH-ID(PART-PX)
                 MOVE "HIGH KEYS NOT ASCENDING" TO WS-PART-MSG
                 PERFORM PART-CARD-ABEND
              END-IF
              IF WS-PT-HIGH-ID(PART-PX) = HIGH-VALUES
                 MOVE "BLANK HIGH KEY BEFORE LAST LINE" TO WS-PART-MSG
                 PERFORM PART-CARD-ABEND
              END-IF
           END-IF.

       PART-CARD-ABEND.
           DISPLAY "DAILYPOST: BAD PARTITION CARD - " WS-PART-MSG
              " - ABENDING"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       *> Prove all three upstream feeds structurally sound before a
       *> single posting moves: header present and dated for this
       *> run, trailer present with the count (and, for transactions,

       *> The posting pass re-reads the labelled feeds already proved
       *> by VALIDATE-INPUT-CONTROLS, so here the header is simply
       *> stepped over and the trailer is end-of-data. A partition
       *> reads past the records below its range, treats the first
       *> one above it as end-of-data, and counts what it keeps for
       *> its control record.
       READ-NEXT-TXN.
           PERFORM READ-TXN-RECORD
           IF PARTITIONED-RUN
              PERFORM UNTIL EOF-TXN = "Y"
                       OR ACCT-ID OF TXN-IN-REC > WS-PART-LOW-ID
                 PERFORM READ-TXN-RECORD
              END-PERFORM
              IF EOF-TXN NOT = "Y"
                 AND ACCT-ID OF TXN-IN-REC > WS-PART-HIGH-ID
                 MOVE "Y" TO EOF-TXN
              END-IF
              IF EOF-TXN NOT = "Y"
                 ADD 1 TO WS-PART-TXN-COUNT
                 ADD TXN-AMOUNT OF TXN-IN-REC TO WS-PART-TXN-HASH
              END-IF
           END-IF
           IF EOF-TXN NOT = "Y"
              PERFORM CHECK-TXN-SEQUENCE
           END-IF.

       READ-TXN-RECORD.
           READ TXN-FILE
              AT END MOVE "Y" TO EOF-TXN
           END-READ
           END-IF
           IF EOF-TXN NOT = "Y" AND TXN-IN-REC(1:3) = "TRL"
              MOVE "Y" TO EOF-TXN
           END-IF.

       *> ACCT-FILE must arrive sorted ascending by ACCT-ID for the
           MOVE TXN-TS OF TXN-IN-REC TO WS-PREV-TXN-TS.

       READ-NEXT-MAINT.
           PERFORM READ-MAINT-RECORD
           IF PARTITIONED-RUN
              PERFORM UNTIL EOF-MAINT = "Y"
                       OR ACCT-ID OF MAINT-IN-REC > WS-PART-LOW-ID
                 PERFORM READ-MAINT-RECORD
              END-PERFORM
              IF EOF-MAINT NOT = "Y"
                 AND ACCT-ID OF MAINT-IN-REC > WS-PART-HIGH-ID
                 MOVE "Y" TO EOF-MAINT
              END-IF
              IF EOF-MAINT NOT = "Y"
                 ADD 1 TO WS-PART-MAINT-COUNT
              END-IF
           END-IF.

       READ-MAINT-RECORD.
           READ MAINT-FILE
              AT END MOVE "Y" TO EOF-MAINT
           END-READ
           PERFORM UNTIL EOF-IY = "Y"
                    OR ACCT-ID OF ACCT-IN-REC < IY-ACCT-ID
              PERFORM READ-NEXT-INTYTD
           END-PERFORM
           PERFORM UNTIL EOF-MB = "Y"
                    OR ACCT-ID OF ACCT-IN-REC <
                       MB-ACCT-ID OF MTDBAL-IN-REC
              PERFORM READ-NEXT-MTDBAL
           END-PERFORM
           PERFORM UNTIL EOF-STOP = "Y"
                    OR ACCT-ID OF ACCT-IN-REC <
                       STOP-ACCT-ID OF STOP-IN-REC
              PERFORM READ-NEXT-STOP
           END-PERFORM
           PERFORM UNTIL EOF-CDREN = "Y"
                    OR ACCT-ID OF ACCT-IN-REC < CDR-ACCT-ID
              PERFORM READ-NEXT-CDREN
           END-PERFORM.

       *> Append a checkpoint record every WS-CKPT-INTERVAL accounts.
       APPLY-TODAYS-TXNS.
           MOVE 0 TO WS-ORIG-COUNT
           MOVE 0 TO WS-ATM-WDRW-COUNT
           MOVE 0 TO WS-NSF-ACCT-COUNT
           *> Loop until we've consumed this account's txns or reached next account
           PERFORM UNTIL EOF-TXN = "Y"
                    OR ACCT-ID OF TXN-IN-REC > ACCT-ID OF ACCT-IN-REC
                 ELSE
                    *> Not effective today: warehouse what is still
                    *> to come. An old-dated item known to suspense
                    *> is a recycle being re-presented - it posts; so
                    *> does one dated a weekend or holiday since the
                    *> last business day, which takes today as its
                    *> posting day. Only a genuinely late arrival is
                    *> reported.
                    IF WS-TS-DATE > TODAY
                       WRITE PEND-REC FROM TXN-IN-REC
                       ADD 1 TO WS-DSP-PEND-CNT
                    ELSE
                       PERFORM LOOKUP-SUSPENSE
                       PERFORM LOOKUP-PEND-RELEASE
                       PERFORM CHECK-CLOSED-DAY-ITEM
                       IF SUSP-PRIOR-FOUND OR PEND-REL-FOUND
                          OR CLOSED-DAY-ITEM
                          PERFORM POST-ONE-TXN
                       ELSE
                          PERFORM REPORT-STALE-TXN
           END-PERFORM.

       *> Work one transaction against the current account: the
       *> duplicate, postable, stop-payment and term-deposit gates,
       *> then the posting proper. Performed for today's
       *> transactions and for suspense items being re-presented on
       *> a later day.
       POST-ONE-TXN.
           PERFORM CHECK-DUPLICATE-TXN
           PERFORM CHECK-ACCT-POSTABLE
           PERFORM CHECK-STOP-PAYMENT
           PERFORM CHECK-TERM-WITHDRAWAL
           EVALUATE TRUE
              WHEN DUP-TXN-REPEAT
                 WRITE DUP-REC FROM TXN-IN-REC
                 MOVE "DUPL" TO WS-HIST-DISP
                 PERFORM HIST-NOT-POSTED

              WHEN NOT ACCT-POSTABLE
                 WRITE EXC-REC FROM TXN-IN-REC
                 MOVE "EXCP" TO WS-HIST-DISP
                 PERFORM HIST-NOT-POSTED
                 IF CHANNEL OF TXN-IN-REC = "ACH "
                    MOVE "R02" TO WS-ACH-REASON
                    PERFORM ROUTE-ACH-RETURN
                 ELSE
                    *> A deposit rejected against a not-yet-active
                    *> account is the same timing problem as an
                    *> unmatched one - recycle it rather than
                    *> one-shot it.
                    MOVE "STAT" TO WS-SUSP-REASON-WK
                    PERFORM SUSPENSE-ROUTE
                 END-IF

              *> A debit caught by a live stop-payment instruction is
              *> turned away here, before the overdraft gate is ever
              *> consulted - it is refused because the customer said
              *> so, not because of what the account holds.
              WHEN STOP-PAYMENT-HIT
                 PERFORM REJECT-STOPPED-ITEM

              *> A term deposit's money is committed until maturity:
              *> an early withdrawal without a penalty to charge is
              *> refused outright, whatever the balance.
              WHEN NOT TERM-WITHDRAWAL-OK
                 PERFORM REJECT-EARLY-WITHDRAWAL

              WHEN OTHER
                 PERFORM POST-BY-TXN-CODE
           END-EVALUATE.

       *> The posting proper, by transaction code, once every gate
       *> has let the item through.
       POST-BY-TXN-CODE.
           MOVE CURR-BAL OF ACCT-IN-REC TO WS-AUD-PRIOR-BAL
           EVALUATE TXN-CODE OF TXN-IN-REC
              WHEN "DEPO"
                       WRITE VEL-REC FROM TXN-IN-REC
                    END-IF
                 END-IF
                 PERFORM CHECK-DEBIT-AVAILABLE
                 IF DEBIT-COVERED
                    MOVE NEW-BAL TO CURR-BAL OF ACCT-IN-REC
                    PERFORM ACCUM-REGISTER
                    PERFORM ACCUM-GL-EXTRACT
                    WRITE EXC-REC FROM TXN-IN-REC
                    MOVE "EXCP" TO WS-HIST-DISP
                    PERFORM HIST-NOT-POSTED
                    PERFORM CHECK-NSF-FEE-DUE
                    IF CHANNEL OF TXN-IN-REC = "ACH "
                       MOVE "R01" TO WS-ACH-REASON
                       PERFORM ROUTE-ACH-RETURN
                       MOVE "NSF " TO WS-SUSP-REASON-WK
                       PERFORM SUSPENSE-ROUTE
                    END-IF
                    IF NSF-FEE-DUE
                       PERFORM ASSESS-NSF-FEE
                    END-IF
                 END-IF

              *> An internal transfer arrives as one record on the
              *> credit leg generated, so a bounced transfer fails
              *> whole - one suspense item, nothing to unwind.
              WHEN "XFR "
                 PERFORM CHECK-DEBIT-AVAILABLE
                 IF DEBIT-COVERED
                    MOVE NEW-BAL TO CURR-BAL OF ACCT-IN-REC
                    PERFORM ACCUM-REGISTER
                    PERFORM ACCUM-GL-EXTRACT
                    WRITE EXC-REC FROM TXN-IN-REC
                    MOVE "EXCP" TO WS-HIST-DISP
                    PERFORM HIST-NOT-POSTED
                    PERFORM CHECK-NSF-FEE-DUE
                    IF CHANNEL OF TXN-IN-REC = "ACH "
                       MOVE "R01" TO WS-ACH-REASON
                       PERFORM ROUTE-ACH-RETURN
                       MOVE "NSF " TO WS-SUSP-REASON-WK
                       PERFORM SUSPENSE-ROUTE
                    END-IF
                    IF NSF-FEE-DUE
                       PERFORM ASSESS-NSF-FEE
                    END-IF
                 END-IF

              WHEN "FEE "
                    PERFORM SUSPENSE-ROUTE
                 END-IF

              *> The funding leg of an overdraft-protection sweep made
              *> last cycle. Its amount was reserved against this
              *> account's available balance when the sweep was made,
              *> so it takes no overdraft gate of its own - like the
              *> credit leg of an "XFR ", it completes a movement that
              *> has already half happened. It is a book transfer, not
              *> channel money, so it stays out of settlement.
              WHEN "SWPD"
                 SUBTRACT TXN-AMOUNT OF TXN-IN-REC
                     FROM CURR-BAL OF ACCT-IN-REC
                 PERFORM ACCUM-REGISTER
                 PERFORM ACCUM-GL-EXTRACT
                 PERFORM REGISTER-POSTED-TXN
                 COMPUTE WS-HIST-EFFECT =
                         0 - TXN-AMOUNT OF TXN-IN-REC
                 PERFORM HIST-POSTED

              WHEN "INT "
                 ADD TXN-AMOUNT OF TXN-IN-REC
                     TO CURR-BAL OF ACCT-IN-REC
                    MOVE "NORV" TO WS-SUSP-REASON-WK
                    PERFORM SUSPENSE-ROUTE
                 END-IF
           END-EVALUATE.


       *> An account can be rejected from postings either because it is
           MOVE WS-XFR-CREDIT TO XFRCR-TXN-PART
           WRITE XFRCR-OUT-REC.

       *> The available-balance test a WDRW or "XFR " debit takes:
       *> the new balance less active holds must stay at or above
       *> the negative of the overdraft limit. A debit that fails it
       *> on an account with overdraft protection gets one chance to
       *> be covered by a sweep from the linked funding account
       *> before it is turned away.
       *> An early-withdrawal penalty on a term deposit is part of
       *> what the debit must find room for, and posts ahead of it.
       CHECK-DEBIT-AVAILABLE.
           MOVE "N" TO WS-DEBIT-OK
           COMPUTE NEW-BAL = CURR-BAL OF ACCT-IN-REC
                            - TXN-AMOUNT OF TXN-IN-REC
                            - WS-CD-PENALTY
           COMPUTE WS-NEG-LIMIT =
                   0 - OVERDRAFT-LIMIT OF ACCT-IN-REC
           COMPUTE WS-NEW-AVAIL =
                   NEW-BAL - WS-HOLD-TOTAL
           IF WS-NEW-AVAIL >= WS-NEG-LIMIT
              MOVE "Y" TO WS-DEBIT-OK
           ELSE
              PERFORM TRY-OVERDRAFT-SWEEP
           END-IF
           IF DEBIT-COVERED
              IF WS-CD-PENALTY > 0
                 PERFORM ASSESS-EARLY-PENALTY
              END-IF
              COMPUTE NEW-BAL = CURR-BAL OF ACCT-IN-REC
                               - TXN-AMOUNT OF TXN-IN-REC
           END-IF.

       *> Only a customer withdrawal or transfer out of a term
       *> deposit before its maturity date is gated; the penalty is
       *> priced here so the overdraft test can count it.
       CHECK-TERM-WITHDRAWAL.
           MOVE "Y" TO WS-TERM-OK
           MOVE 0 TO WS-CD-PENALTY
           IF (TXN-CODE OF TXN-IN-REC = "WDRW"
               OR TXN-CODE OF TXN-IN-REC = "XFR ")
              AND CD-TERM-MONTHS OF ACCT-IN-REC > 0
              AND TODAY < CD-MATURITY-DATE OF ACCT-IN-REC
              PERFORM FIND-PRODUCT-EWP-DAYS
              IF WS-CD-EWP-DAYS = 0
                 MOVE "N" TO WS-TERM-OK
              ELSE
                 COMPUTE WS-CD-PENALTY ROUNDED =
                         TXN-AMOUNT OF TXN-IN-REC
                         * CD-CONTRACT-RATE OF ACCT-IN-REC
                         * WS-CD-EWP-DAYS
              END-IF
           END-IF.

       FIND-PRODUCT-EWP-DAYS.
           MOVE 0 TO WS-CD-EWP-DAYS
           SET PROD-PX TO 1
           SEARCH WS-PROD-ENTRY
              AT END
                 CONTINUE
              WHEN PROD-PX > WS-PROD-COUNT
                 CONTINUE
              WHEN WS-PROD-CODE(PROD-PX) = PRODUCT-CODE OF ACCT-IN-REC
                 MOVE WS-PROD-EWP-DAYS(PROD-PX) TO WS-CD-EWP-DAYS
           END-SEARCH.

       *> Refused the way any other failed debit is - exception file
       *> and history - and an ACH debit goes back as R20, the
       *> account not taking that kind of entry. Nothing recycles:
       *> suspense would only re-present it against the same term.
       REJECT-EARLY-WITHDRAWAL.
           WRITE EXC-REC FROM TXN-IN-REC
           MOVE "EXCP" TO WS-HIST-DISP
           PERFORM HIST-NOT-POSTED
           IF CHANNEL OF TXN-IN-REC = "ACH "
              MOVE "R20" TO WS-ACH-REASON
              PERFORM ROUTE-ACH-RETURN
           END-IF.

       *> The penalty posts as a generated "FEE " on the term deposit
       *> itself, tied to the withdrawal that incurred it.
       ASSESS-EARLY-PENALTY.
           ADD 1 TO WS-CDP-SEQ
           MOVE "CDEP" TO WS-GEN-ID-PFX
           MOVE TODAY TO WS-GEN-ID-DATE
           MOVE WS-CDP-SEQ TO WS-GEN-ID-SEQ
           MOVE TXN-ID OF TXN-IN-REC TO WS-GEN-ORIG-ID
           MOVE "FEE " TO WS-GEN-CODE
           COMPUTE WS-GEN-AMT = 0 - WS-CD-PENALTY
           PERFORM POST-GENERATED-LEG
           MOVE CURR-BAL OF ACCT-IN-REC TO WS-AUD-PRIOR-BAL.

       *> A debit bounced for insufficient funds - to suspense or
       *> back to the originator as R01 - draws the product's NSF
       *> fee once. A recycle that bounces again was charged the
       *> first time it bounced, so an item already sitting in
       *> suspense as "NSF " is not charged, nor is a standing
       *> order's retry; a system-generated movement is not a
       *> customer item and is never charged. A standing order is
       *> the customer's own payment and is charged like any other,
       *> for all that it arrives on the SYS channel.
       *> Only an active account pays, the product can waive the
       *> fee by carrying none, and the product's daily cap bounds
       *> how many one account is charged in a day.
       CHECK-NSF-FEE-DUE.
           MOVE "N" TO WS-NSF-DUE
           PERFORM LOOKUP-SUSPENSE
           MOVE TXN-ID OF TXN-IN-REC(1:4) TO WS-ITEM-ID-PFX
           IF ACCT-STATUS OF ACCT-IN-REC = "A"
              AND NOT SYSTEM-GENERATED-ITEM
              AND NOT STANDING-ORDER-RETRY
              AND NOT (SUSP-PRIOR-FOUND
                       AND WS-SUSP-HIT-REASON = "NSF ")
              PERFORM FIND-PRODUCT-NSF-FEE
              IF WS-NSF-FEE > 0
                 AND (WS-NSF-DAY-MAX = 0
                      OR WS-NSF-ACCT-COUNT < WS-NSF-DAY-MAX)
                 MOVE "Y" TO WS-NSF-DUE
              END-IF
           END-IF.

       FIND-PRODUCT-NSF-FEE.
           MOVE 0 TO WS-NSF-FEE WS-NSF-DAY-MAX
           SET PROD-PX TO 1
           SEARCH WS-PROD-ENTRY
              AT END
                 CONTINUE
              WHEN PROD-PX > WS-PROD-COUNT
                 CONTINUE
              WHEN WS-PROD-CODE(PROD-PX) = PRODUCT-CODE OF ACCT-IN-REC
                 MOVE WS-PROD-NSF-FEE(PROD-PX) TO WS-NSF-FEE
                 MOVE WS-PROD-NSF-MAX(PROD-PX) TO WS-NSF-DAY-MAX
           END-SEARCH.

       *> The fee is charged whatever the balance - the shortfall
       *> that bounced the item is what it is for - and its
       *> ORIG-TXN-ID names the item that bounced.
       ASSESS-NSF-FEE.
           ADD 1 TO WS-NSF-SEQ
           ADD 1 TO WS-NSF-ACCT-COUNT
           MOVE "NSFF" TO WS-GEN-ID-PFX
           MOVE TODAY TO WS-GEN-ID-DATE
           MOVE WS-NSF-SEQ TO WS-GEN-ID-SEQ
           MOVE TXN-ID OF TXN-IN-REC TO WS-GEN-ORIG-ID
           MOVE "FEE " TO WS-GEN-CODE
           COMPUTE WS-GEN-AMT = 0 - WS-NSF-FEE
           PERFORM POST-GENERATED-LEG.

       *> Sweep the shortfall, plus the protected account's product
       *> fee, from the funding account - but only when the funding
       *> account is on the master, postable, and can give up the
       *> whole amount without itself going past its own holds and
       *> overdraft limit. Anything less and nothing moves: the
       *> debit is rejected exactly as it would have been without
       *> protection.
       TRY-OVERDRAFT-SWEEP.
           PERFORM FIND-ODP-LINK
           IF ODP-LINK-FOUND
              PERFORM FIND-FUNDING-ENTRY
              IF FUND-ENTRY-FOUND
                 AND WS-FUND-ON-FILE(FUND-PX) = "Y"
                 AND WS-FUND-POSTABLE(FUND-PX) = "Y"
                 PERFORM FIND-PRODUCT-ODP-FEE
                 COMPUTE WS-ODP-SWEEP = WS-NEG-LIMIT - WS-NEW-AVAIL
                                      + WS-ODP-FEE
                 COMPUTE WS-ODP-FUND-AVAIL = WS-FUND-BAL(FUND-PX)
                         - WS-FUND-HOLDS(FUND-PX)
                         - WS-FUND-RESERVED(FUND-PX)
                         - WS-ODP-SWEEP
                 COMPUTE WS-ODP-FUND-FLOOR =
                         0 - WS-FUND-LIMIT(FUND-PX)
                 IF WS-ODP-FUND-AVAIL >= WS-ODP-FUND-FLOOR
                    PERFORM APPLY-OVERDRAFT-SWEEP
                    MOVE "Y" TO WS-DEBIT-OK
                 END-IF
              END-IF
           END-IF.

       *> A partition sweeps only from a funding account inside its
       *> own range: a reservation has to be seen when the funding
       *> account is worked, and another partition, running at the
       *> same time, would never see it.
       FIND-ODP-LINK.
           MOVE "N" TO WS-ODP-FOUND
           MOVE SPACES TO WS-FUND-KEY
           SET ODP-PX TO 1
           SEARCH WS-ODP-ENTRY
              AT END
                 CONTINUE
              WHEN ODP-PX > WS-ODP-COUNT
                 CONTINUE
              WHEN WS-ODP-ACCT-ID(ODP-PX) = ACCT-ID OF ACCT-IN-REC
                 MOVE "Y" TO WS-ODP-FOUND
                 MOVE WS-ODP-FUND-ID(ODP-PX) TO WS-FUND-KEY
           END-SEARCH
           IF ODP-LINK-FOUND AND PARTITIONED-RUN
              AND (WS-FUND-KEY NOT > WS-PART-LOW-ID
                   OR WS-FUND-KEY > WS-PART-HIGH-ID)
              MOVE "N" TO WS-ODP-FOUND
           END-IF.

       FIND-FUNDING-ENTRY.
           MOVE "N" TO WS-FUND-FOUND
           SET FUND-PX TO 1
           SEARCH WS-FUND-ENTRY
              AT END
                 CONTINUE
              WHEN FUND-PX > WS-FUND-COUNT
                 CONTINUE
              WHEN WS-FUND-ACCT-ID(FUND-PX) = WS-FUND-KEY
                 MOVE "Y" TO WS-FUND-FOUND
           END-SEARCH.

       *> A product that charges nothing for protection still sweeps.
       FIND-PRODUCT-ODP-FEE.
           MOVE 0 TO WS-ODP-FEE
           SET PROD-PX TO 1
           SEARCH WS-PROD-ENTRY
              AT END
                 CONTINUE
              WHEN PROD-PX > WS-PROD-COUNT
                 CONTINUE
              WHEN WS-PROD-CODE(PROD-PX) = PRODUCT-CODE OF ACCT-IN-REC
                 MOVE WS-PROD-ODP-FEE(PROD-PX) TO WS-ODP-FEE
           END-SEARCH.

       *> Both legs or neither, the way an "XFR " moves: the credit
       *> leg and the fee post to the protected account now, the
       *> amount is reserved against the funding account for the
       *> rest of the run, and the funding leg is carried with the
       *> transfer credit legs to post against it next cycle.
       APPLY-OVERDRAFT-SWEEP.
           ADD 1 TO WS-ODP-SEQ
           ADD WS-ODP-SWEEP TO WS-FUND-RESERVED(FUND-PX)
           MOVE TODAY TO WS-GEN-ID-DATE
           MOVE WS-ODP-SEQ TO WS-GEN-ID-SEQ
           MOVE "ODPC" TO WS-GEN-ID-PFX
           MOVE SPACES TO WS-GEN-ORIG-ID
           MOVE WS-FUND-KEY TO WS-GEN-ORIG-ID(1:12)
           MOVE "SWPC" TO WS-GEN-CODE
           MOVE WS-ODP-SWEEP TO WS-GEN-AMT
           PERFORM POST-GENERATED-LEG
           IF WS-ODP-FEE > 0
              MOVE "ODPF" TO WS-GEN-ID-PFX
              MOVE TXN-ID OF TXN-IN-REC TO WS-GEN-ORIG-ID
              MOVE "FEE " TO WS-GEN-CODE
              COMPUTE WS-GEN-AMT = 0 - WS-ODP-FEE
              PERFORM POST-GENERATED-LEG
           END-IF
           PERFORM GENERATE-ODP-DEBIT
           *> The debit being covered journals from the balance the
           *> sweep left, not the one it arrived to.
           MOVE CURR-BAL OF ACCT-IN-REC TO WS-AUD-PRIOR-BAL.

       *> The funding leg is keyed under the protected account that
       *> generated it, so a restart trims it with that account's
       *> other carry records.
       GENERATE-ODP-DEBIT.
           MOVE WS-FUND-KEY TO WS-OD-ACCT-ID
           MOVE TODAY TO WS-OD-ID-DATE
           MOVE WS-ODP-SEQ TO WS-OD-ID-SEQ
           MOVE SPACES TO WS-OD-ORIG-ID
           MOVE ACCT-ID OF ACCT-IN-REC TO WS-OD-ORIG-ID(1:12)
           MOVE "SWPD" TO WS-OD-CODE
           MOVE WS-ODP-SWEEP TO WS-OD-AMOUNT
           COMPUTE WS-OD-TS = TODAY * WS-MILLION
           MOVE "SYS " TO WS-OD-CHANNEL
           MOVE ACCT-ID OF ACCT-IN-REC TO XFRCR-DEBIT-ACCT
           MOVE WS-ODP-DEBIT TO XFRCR-TXN-PART
           WRITE XFRCR-OUT-REC.

       *> One generated posting on the account being worked. The
       *> amount is balance-signed - a sweep credit positive, a fee
       *> negative - the same convention "FEE " already follows.
       *> Generated postings are not input, so they stay out of the
       *> disposition reconciliation, like a close disbursement.
       POST-GENERATED-LEG.
           MOVE CURR-BAL OF ACCT-IN-REC TO WS-AUD-PRIOR-BAL
           MOVE WS-GEN-CODE TO WS-GEN-GL-CODE
           IF WS-GEN-ID-PFX = "NSFF"
              MOVE "NSF " TO WS-GEN-GL-CODE
           END-IF
           ADD WS-GEN-AMT TO CURR-BAL OF ACCT-IN-REC
           PERFORM ACCUM-GEN-REGISTER
           PERFORM ACCUM-GEN-GL
           PERFORM REGISTER-GEN-TXN
           PERFORM HIST-GEN-LEG
           PERFORM AUDIT-GEN-LEG.

       ACCUM-GEN-REGISTER.
           IF WS-GEN-CODE = "SWPC"
              ADD 1 TO WS-REG-SWPC-COUNT
              ADD WS-GEN-AMT TO WS-REG-SWPC-TOTAL
           ELSE
              SET REG-PX TO 1
              SEARCH WS-REG-ENTRY
                 WHEN WS-REG-PROD-CODE(REG-PX) =
                      PRODUCT-CODE OF ACCT-IN-REC
                    ADD 1 TO WS-REG-COUNT(REG-PX)
                    ADD WS-GEN-AMT TO WS-REG-TOTAL(REG-PX)
              END-SEARCH
           END-IF
           ADD 1 TO WS-REG-GRAND-COUNT
           ADD WS-GEN-AMT TO WS-REG-GRAND-TOTAL.

       ACCUM-GEN-GL.
           SET GL-PX TO 1
           SEARCH WS-GL-PROD
              WHEN WS-GL-PROD-CODE(GL-PX) =
                   PRODUCT-CODE OF ACCT-IN-REC
                 SET GL-TX TO 1
                 SEARCH WS-GL-TXN
                    WHEN WS-GL-TXN-CODE(GL-PX GL-TX) = WS-GEN-GL-CODE
                       ADD 1 TO WS-GL-COUNT(GL-PX GL-TX)
                       ADD WS-GEN-AMT
                           TO WS-GL-AMOUNT(GL-PX GL-TX)
                 END-SEARCH
           END-SEARCH.

       REGISTER-GEN-TXN.
           MOVE WS-GEN-TXN-ID TO DUP-TXN-ID
           MOVE TODAY TO DUP-POST-DATE
           PERFORM WRITE-REGISTRY-ENTRY.

       HIST-GEN-LEG.
           MOVE TODAY                      TO HIST-POST-DATE
           MOVE ACCT-ID OF ACCT-IN-REC     TO HIST-ACCT-ID
           MOVE WS-GEN-TXN-ID              TO HIST-TXN-ID
           MOVE WS-GEN-ORIG-ID             TO HIST-ORIG-TXN-ID
           MOVE WS-GEN-CODE                TO HIST-TXN-CODE
           MOVE WS-GEN-AMT                 TO HIST-TXN-AMOUNT
           COMPUTE HIST-TXN-TS = TODAY * WS-MILLION
           MOVE "SYS "                     TO HIST-CHANNEL
           MOVE "PSTD"                     TO HIST-DISPOSITION
           MOVE WS-GEN-AMT                 TO HIST-EFFECT
           MOVE CURR-BAL OF ACCT-IN-REC    TO HIST-CURR-BAL
           WRITE HIST-REC
           PERFORM WRITE-HISTORY-IDX.

       AUDIT-GEN-LEG.
           MOVE TODAY TO WS-AUD-RUN-DATE
           MOVE ACCT-ID OF ACCT-IN-REC TO WS-AUD-ACCT-ID
           MOVE "CURR-BAL" TO WS-AUD-FIELD
           MOVE WS-AUD-PRIOR-BAL TO WS-AUD-ED
           MOVE WS-AUD-ED TO WS-AUD-BEFORE
           MOVE CURR-BAL OF ACCT-IN-REC TO WS-AUD-ED
           MOVE WS-AUD-ED TO WS-AUD-AFTER
           MOVE SPACES TO WS-AUD-SOURCE
           MOVE WS-GEN-TXN-ID TO WS-AUD-SOURCE(1:16)
           WRITE AUD-REC FROM WS-AUD-LINE.

       *> A funding account being worked tonight carries the sweeps
       *> already reserved against it as if they were holds, so its
       *> own debits cannot spend money promised to a protected
       *> account - and a close cannot disburse it. Its real holds
       *> are remembered apart from the reservations.
       RESERVE-FUNDING-SWEEPS.
           MOVE ACCT-ID OF ACCT-IN-REC TO WS-FUND-KEY
           PERFORM FIND-FUNDING-ENTRY
           IF FUND-ENTRY-FOUND
              MOVE WS-HOLD-TOTAL TO WS-FUND-HOLDS(FUND-PX)
              ADD WS-FUND-RESERVED(FUND-PX) TO WS-HOLD-TOTAL
           END-IF.

       *> Once worked, a funding account's position is its settled
       *> balance, limit and status - what any protected account
       *> later on the master sweeps against.
       SETTLE-FUNDING-POSITION.
           MOVE ACCT-ID OF ACCT-IN-REC TO WS-FUND-KEY
           PERFORM FIND-FUNDING-ENTRY
           IF FUND-ENTRY-FOUND
              PERFORM SET-FUNDING-FROM-ACCT
           END-IF.

       SET-FUNDING-FROM-ACCT.
           MOVE "Y" TO WS-FUND-ON-FILE(FUND-PX)
           MOVE CURR-BAL OF ACCT-IN-REC TO WS-FUND-BAL(FUND-PX)
           MOVE OVERDRAFT-LIMIT OF ACCT-IN-REC
                TO WS-FUND-LIMIT(FUND-PX)
           PERFORM CHECK-ACCT-POSTABLE
           MOVE WS-ACCT-POSTABLE TO WS-FUND-POSTABLE(FUND-PX).

       *> A funding leg the abended run already carried for an
       *> account at or below the restart key stays on the file, so
       *> its reservation goes back on the funding account.
       RESEED-ODP-RESERVATION.
           ADD 1 TO WS-ODP-SEQ
           MOVE XFRCR-TXN-PART TO WS-ODP-DEBIT
           MOVE WS-OD-ACCT-ID TO WS-FUND-KEY
           PERFORM FIND-FUNDING-ENTRY
           IF FUND-ENTRY-FOUND
              ADD WS-OD-AMOUNT TO WS-FUND-RESERVED(FUND-PX)
           END-IF.

       *> Work a remembered "CLOS" request against the account's
       *> settled balance. An active hold or a negative balance
       *> refuses the close to the reject report; a credit balance
       *> posted-TXN-ID registry and audit journal - and then
       *> CLOSE-DATE is stamped, which is what finally stops
       *> DAILYPOST postings and INTACCR accrual against the account.
       *> Closing a term deposit before maturity is an early
       *> withdrawal of the whole balance, held to the same rule as
       *> a WDRW: refused when the product carries no penalty days,
       *> otherwise the penalty posts ahead of the disbursement.
       APPLY-CLOSE-REQUEST.
           EVALUATE TRUE
              WHEN WS-HOLD-TOTAL NOT = 0
              WHEN CURR-BAL OF ACCT-IN-REC < 0
                 MOVE "BALANCE NEGATIVE" TO WS-CR-REASON
                 PERFORM REPORT-CLOSE-REJECT
              WHEN CD-TERM-MONTHS OF ACCT-IN-REC > 0
                   AND TODAY < CD-MATURITY-DATE OF ACCT-IN-REC
                 PERFORM FIND-PRODUCT-EWP-DAYS
                 IF WS-CD-EWP-DAYS = 0
                    MOVE "CD NOT MATURED" TO WS-CR-REASON
                    PERFORM REPORT-CLOSE-REJECT
                 ELSE
                    PERFORM ASSESS-CLOSE-PENALTY
                    PERFORM CLOSE-ACCOUNT-OUT
                 END-IF
              WHEN OTHER
                 PERFORM CLOSE-ACCOUNT-OUT
           END-EVALUATE.

       CLOSE-ACCOUNT-OUT.
           IF CURR-BAL OF ACCT-IN-REC > 0
              PERFORM CLOSE-FINAL-DISBURSE
           END-IF
           PERFORM AUDIT-CLOSE-DATE
           MOVE TODAY TO CLOSE-DATE OF ACCT-IN-REC.

       *> The penalty is priced on the whole balance the close pays
       *> out, the way CHECK-TERM-WITHDRAWAL prices it on a WDRW,
       *> and never takes more than the balance. It is tied to the
       *> disbursement that follows by that item's CLSD TXN-ID.
       ASSESS-CLOSE-PENALTY.
           COMPUTE WS-CD-PENALTY ROUNDED =
                   CURR-BAL OF ACCT-IN-REC
                   * CD-CONTRACT-RATE OF ACCT-IN-REC
                   * WS-CD-EWP-DAYS
           IF WS-CD-PENALTY > CURR-BAL OF ACCT-IN-REC
              MOVE CURR-BAL OF ACCT-IN-REC TO WS-CD-PENALTY
           END-IF
           IF WS-CD-PENALTY > 0
              ADD 1 TO WS-CDP-SEQ
              MOVE "CDEP" TO WS-GEN-ID-PFX
              MOVE TODAY TO WS-GEN-ID-DATE
              MOVE WS-CDP-SEQ TO WS-GEN-ID-SEQ
              MOVE TODAY TO WS-CLS-ID-DATE
              COMPUTE WS-CLS-ID-SEQ = WS-CLS-SEQ + 1
              MOVE WS-CLS-TXN-ID TO WS-GEN-ORIG-ID
              MOVE "FEE " TO WS-GEN-CODE
              COMPUTE WS-GEN-AMT = 0 - WS-CD-PENALTY
              PERFORM POST-GENERATED-LEG
           END-IF.

       REPORT-CLOSE-REJECT.
           MOVE ACCT-ID OF ACCT-IN-REC  TO WS-CR-ACCT-ID
           MOVE CURR-BAL OF ACCT-IN-REC TO WS-CR-BAL
       REGISTER-CLOSE-DISB.
           MOVE WS-CLS-TXN-ID TO DUP-TXN-ID
           MOVE TODAY TO DUP-POST-DATE
           PERFORM WRITE-REGISTRY-ENTRY.

       HIST-CLOSE-DISB.
           MOVE TODAY                      TO HIST-POST-DATE
           MOVE SPACES TO WS-AUD-BEFORE WS-AUD-AFTER
           MOVE CLOSE-DATE OF ACCT-IN-REC TO WS-AUD-BEFORE(1:8)
           MOVE TODAY TO WS-AUD-AFTER(1:8)
           MOVE WS-CLOSE-MAINT(1:33) TO WS-AUD-SOURCE
           MOVE MAINT-ENTER-OPER OF WS-CLOSE-MAINT TO WS-AUD-ENTER-OPER
           MOVE MAINT-APPR-OPER OF WS-CLOSE-MAINT TO WS-AUD-APPR-OPER
           WRITE AUD-REC FROM WS-AUD-LINE
           MOVE SPACES TO WS-AUD-ENTER-OPER WS-AUD-APPR-OPER.

       *> Every transaction worked leaves one history record: how it
       *> was dispositioned, the signed amount it moved (zero unless
       *> Maintenance changes journal the raw record that drove them,
       *> so "who set this limit and when" is answerable from the
       *> journal alone.
       *> The maintenance image proper, then both operators; the
       *> operator columns are cleared again for the posting lines.
       WRITE-MAINT-AUDIT.
           MOVE MAINT-IN-REC(1:33) TO WS-AUD-SOURCE
           MOVE MAINT-ENTER-OPER OF MAINT-IN-REC TO WS-AUD-ENTER-OPER
           MOVE MAINT-APPR-OPER OF MAINT-IN-REC TO WS-AUD-APPR-OPER
           WRITE AUD-REC FROM WS-AUD-LINE
           MOVE SPACES TO WS-AUD-ENTER-OPER WS-AUD-APPR-OPER.

       AUDIT-STATUS-CHANGE.
           MOVE TODAY TO WS-AUD-RUN-DATE
           MOVE ACCT-ID OF ACCT-IN-REC TO WS-AUD-ACCT-ID
           MOVE SPACES TO WS-AUD-BEFORE WS-AUD-AFTER
           MOVE ACCT-STATUS OF ACCT-IN-REC TO WS-AUD-BEFORE(1:1)
           MOVE NEW-STATUS OF MAINT-IN-REC TO WS-AUD-AFTER(1:1)
           PERFORM WRITE-MAINT-AUDIT.

       AUDIT-CYCLE-CHANGE.
           MOVE TODAY TO WS-AUD-RUN-DATE
           MOVE SPACES TO WS-AUD-BEFORE WS-AUD-AFTER
           MOVE STMT-CYCLE OF ACCT-IN-REC TO WS-AUD-BEFORE(1:2)
           MOVE NEW-CYCLE OF MAINT-IN-REC TO WS-AUD-AFTER(1:2)
           PERFORM WRITE-MAINT-AUDIT.

       AUDIT-LIMIT-CHANGE.
           MOVE TODAY TO WS-AUD-RUN-DATE
           MOVE WS-AUD-ED TO WS-AUD-BEFORE
           MOVE NEW-LIMIT OF MAINT-IN-REC TO WS-AUD-ED
           MOVE WS-AUD-ED TO WS-AUD-AFTER
           PERFORM WRITE-MAINT-AUDIT.

       *> Rejected against an account we did find: the balance it
       *> left is the account's balance, unchanged.
       HIST-NOT-POSTED.
           EVALUATE WS-HIST-DISP
              WHEN "DUPL"
                 ADD 1 TO WS-DSP-DUPL-CNT
                 ADD TXN-AMOUNT OF TXN-IN-REC TO WS-DSP-DUPL-AMT
              WHEN "STOP"
                 ADD 1 TO WS-DSP-STOP-CNT
                 ADD TXN-AMOUNT OF TXN-IN-REC TO WS-DSP-STOP-AMT
              WHEN OTHER
                 ADD 1 TO WS-DSP-EXCP-CNT
                 ADD TXN-AMOUNT OF TXN-IN-REC TO WS-DSP-EXCP-AMT
           END-EVALUATE
           MOVE 0 TO WS-HIST-EFFECT
           MOVE CURR-BAL OF ACCT-IN-REC TO WS-HIST-BAL
           PERFORM WRITE-HISTORY.
       *> Mirror the record just stamped onto the keyed archive. A
       *> key already present is this run's own entry being
       *> reprocessed after a restart - it is simply restamped, the
       *> same treatment the posted-TXN-ID registry gets. A
       *> partition leaves the keyed archive to DPCOMBINE.
       WRITE-HISTORY-IDX.
           IF NOT PARTITIONED-RUN
              ADD 1 TO WS-HIX-SEQ
              MOVE HIST-ACCT-ID   TO HX-ACCT-ID
              MOVE HIST-POST-DATE TO HX-POST-DATE
              MOVE WS-HIX-SEQ     TO HX-SEQ
              MOVE HIST-REC       TO HX-DATA
              WRITE HIST-IDX-REC
              END-WRITE
              IF WS-HIX-STATUS = "22"
                 REWRITE HIST-IDX-REC
                 END-REWRITE
              END-IF
           END-IF.

       READ-NEXT-HOLD.
           READ HOLD-FILE
              AT END MOVE "Y" TO EOF-HOLD
           END-READ
           IF PARTITIONED-RUN
              PERFORM UNTIL EOF-HOLD = "Y"
                       OR HOLD-ACCT-ID OF HOLD-IN-REC > WS-PART-LOW-ID
                 READ HOLD-FILE
                    AT END MOVE "Y" TO EOF-HOLD
                 END-READ
              END-PERFORM
              IF EOF-HOLD NOT = "Y"
                 AND HOLD-ACCT-ID OF HOLD-IN-REC > WS-PART-HIGH-ID
                 MOVE "Y" TO EOF-HOLD
              END-IF
           END-IF.

       *> Sum the active holds against this account into the figure
       *> the overdraft tests subtract, carry them forward, and show
       READ-NEXT-INTYTD.
           READ INTYTD-FILE
              AT END MOVE "Y" TO EOF-IY
           END-READ
           IF PARTITIONED-RUN
              PERFORM UNTIL EOF-IY = "Y"
                       OR IY-ACCT-ID > WS-PART-LOW-ID
                 READ INTYTD-FILE
                    AT END MOVE "Y" TO EOF-IY
                 END-READ
              END-PERFORM
              IF EOF-IY NOT = "Y"
                 AND IY-ACCT-ID > WS-PART-HIGH-ID
                 MOVE "Y" TO EOF-IY
              END-IF
           END-IF.

       *> Merge the year-to-date interest summary for this account:
       *> the current year's amount is picked up to be stepped by
              WRITE INTYTD-OUT-REC
           END-IF.

       READ-NEXT-MTDBAL.
           READ MTDBAL-FILE
              AT END MOVE "Y" TO EOF-MB
           END-READ
           IF PARTITIONED-RUN
              PERFORM UNTIL EOF-MB = "Y"
                       OR MB-ACCT-ID OF MTDBAL-IN-REC > WS-PART-LOW-ID
                 READ MTDBAL-FILE
                    AT END MOVE "Y" TO EOF-MB
                 END-READ
              END-PERFORM
              IF EOF-MB NOT = "Y"
                 AND MB-ACCT-ID OF MTDBAL-IN-REC > WS-PART-HIGH-ID
                 MOVE "Y" TO EOF-MB
              END-IF
           END-IF.

       *> Pick up this account's carried month-to-date records: the
       *> current month's to be stepped tonight, the prior month's
       *> to ride through (closed off to its month end first, if
       *> tonight is the first run of the new month). Older months
       *> fall away. Records for accounts no longer on the master
       *> are carried while they are still reportable.
       GATHER-MTD-BAL.
           MOVE "N" TO WS-MB-CUR-FOUND WS-MB-PRI-FOUND
           MOVE CURR-BAL OF ACCT-IN-REC TO WS-MB-OPEN-BAL
           PERFORM UNTIL EOF-MB = "Y"
                    OR MB-ACCT-ID OF MTDBAL-IN-REC >
                       ACCT-ID OF ACCT-IN-REC
              IF MB-ACCT-ID OF MTDBAL-IN-REC = ACCT-ID OF ACCT-IN-REC
                 IF MB-MONTH OF MTDBAL-IN-REC = WS-CUR-MONTH
                    MOVE MTDBAL-IN-REC TO WS-MB-CUR
                    MOVE "Y" TO WS-MB-CUR-FOUND
                 END-IF
                 IF MB-MONTH OF MTDBAL-IN-REC = WS-PRI-MONTH
                    MOVE MTDBAL-IN-REC TO WS-MB-PRI
                    MOVE "Y" TO WS-MB-PRI-FOUND
                 END-IF
              ELSE
                 IF MB-MONTH OF MTDBAL-IN-REC >= WS-PRI-MONTH
                    WRITE MTDBAL-OUT-REC FROM MTDBAL-IN-REC
                 END-IF
              END-IF
              PERFORM READ-NEXT-MTDBAL
           END-PERFORM.

       *> Step the account's month once the day's postings have
       *> settled. Every day since the last one counted carried the
       *> balance the account came into the night with; today counts
       *> at tonight's closing balance. The first run of a new month
       *> first closes the prior month off through its last day. An
       *> account opened this month counts from its open date; one
       *> found with no record otherwise starts counting tonight. A
       *> closed account counts through the day before its close
       *> date and no further.
       WRITE-MTD-BAL.
           IF MTD-PRI-CARRIED
              IF NOT MTD-CUR-CARRIED
                 MOVE WS-MB-PRI TO WS-MB-WORK
                 COMPUTE WS-MB-FROM = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE
                       (MB-LAST-DATE OF WS-MB-WORK) + 1)
                 MOVE WS-PRI-MONTH-END TO WS-MB-THRU
                 PERFORM LIMIT-MTD-TO-CLOSE
                 MOVE WS-MB-OPEN-BAL TO WS-MB-DAY-BAL
                 PERFORM ADD-MTD-DAYS
                 MOVE WS-MB-WORK TO WS-MB-PRI
              END-IF
              WRITE MTDBAL-OUT-REC FROM WS-MB-PRI
           END-IF
           IF MTD-CUR-CARRIED
              MOVE WS-MB-CUR TO WS-MB-WORK
              COMPUTE WS-MB-FROM = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE
                    (MB-LAST-DATE OF WS-MB-WORK) + 1)
           ELSE
              MOVE ACCT-ID OF ACCT-IN-REC TO MB-ACCT-ID OF WS-MB-WORK
              MOVE WS-CUR-MONTH TO MB-MONTH OF WS-MB-WORK
              MOVE 0 TO MB-DAYS OF WS-MB-WORK
                        MB-BAL-SUM OF WS-MB-WORK
                        MB-LOW-BAL OF WS-MB-WORK
                        MB-LAST-BAL OF WS-MB-WORK
                        MB-LAST-DATE OF WS-MB-WORK
              EVALUATE TRUE
                 WHEN OPEN-DATE OF ACCT-IN-REC >= WS-MONTH-FIRST
                    MOVE OPEN-DATE OF ACCT-IN-REC TO WS-MB-FROM
                 WHEN MTD-PRI-CARRIED
                    MOVE WS-MONTH-FIRST TO WS-MB-FROM
                 WHEN OTHER
                    MOVE TODAY TO WS-MB-FROM
              END-EVALUATE
              MOVE WS-MB-FROM TO MB-FIRST-DATE OF WS-MB-WORK
           END-IF
           COMPUTE WS-MB-THRU = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(TODAY) - 1)
           PERFORM LIMIT-MTD-TO-CLOSE
           MOVE WS-MB-OPEN-BAL TO WS-MB-DAY-BAL
           PERFORM ADD-MTD-DAYS
           IF CLOSE-DATE OF ACCT-IN-REC = 0
              OR CLOSE-DATE OF ACCT-IN-REC > TODAY
              MOVE TODAY TO WS-MB-FROM WS-MB-THRU
              MOVE CURR-BAL OF ACCT-IN-REC TO WS-MB-DAY-BAL
              PERFORM ADD-MTD-DAYS
           END-IF
           IF MB-DAYS OF WS-MB-WORK > 0
              WRITE MTDBAL-OUT-REC FROM WS-MB-WORK
           END-IF.

       LIMIT-MTD-TO-CLOSE.
           IF CLOSE-DATE OF ACCT-IN-REC > 0
              AND CLOSE-DATE OF ACCT-IN-REC <= WS-MB-THRU
              COMPUTE WS-MB-THRU = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(CLOSE-DATE OF ACCT-IN-REC)
                  - 1)
           END-IF.

       *> Count the days WS-MB-FROM through WS-MB-THRU, each at
       *> WS-MB-DAY-BAL, into the work record. An empty span - the
       *> days already counted, or a close before them - adds none.
       ADD-MTD-DAYS.
           COMPUTE WS-MB-SPAN = FUNCTION INTEGER-OF-DATE(WS-MB-THRU)
                              - FUNCTION INTEGER-OF-DATE(WS-MB-FROM)
                              + 1
           IF WS-MB-SPAN > 0
              IF MB-DAYS OF WS-MB-WORK = 0
                 OR WS-MB-DAY-BAL < MB-LOW-BAL OF WS-MB-WORK
                 MOVE WS-MB-DAY-BAL TO MB-LOW-BAL OF WS-MB-WORK
              END-IF
              ADD WS-MB-SPAN TO MB-DAYS OF WS-MB-WORK
              COMPUTE MB-BAL-SUM OF WS-MB-WORK =
                      MB-BAL-SUM OF WS-MB-WORK
                      + WS-MB-DAY-BAL * WS-MB-SPAN
              MOVE WS-MB-DAY-BAL TO MB-LAST-BAL OF WS-MB-WORK
              MOVE WS-MB-THRU TO MB-LAST-DATE OF WS-MB-WORK
           END-IF.

       *> Accumulator records beyond the last account on the master
       *> are carried while their month is still reportable.
       DRAIN-REMAINING-MTDBAL.
           PERFORM UNTIL EOF-MB = "Y"
              IF MB-MONTH OF MTDBAL-IN-REC >= WS-PRI-MONTH
                 WRITE MTDBAL-OUT-REC FROM MTDBAL-IN-REC
              END-IF
              PERFORM READ-NEXT-MTDBAL
           END-PERFORM.

       READ-NEXT-CDREN.
           READ CDREN-FILE
              AT END MOVE "Y" TO EOF-CDREN
           END-READ
           IF PARTITIONED-RUN
              PERFORM UNTIL EOF-CDREN = "Y"
                       OR CDR-ACCT-ID > WS-PART-LOW-ID
                 READ CDREN-FILE
                    AT END MOVE "Y" TO EOF-CDREN
                 END-READ
              END-PERFORM
              IF EOF-CDREN NOT = "Y"
                 AND CDR-ACCT-ID > WS-PART-HIGH-ID
                 MOVE "Y" TO EOF-CDREN
              END-IF
           END-IF.

       *> Roll a matured term deposit into its renewed term. Renewals
       *> for accounts not on the master have nothing to roll, nor
       *> does a deposit closed out tonight.
       APPLY-CD-RENEWAL.
           PERFORM UNTIL EOF-CDREN = "Y"
                    OR CDR-ACCT-ID > ACCT-ID OF ACCT-IN-REC
              IF CDR-ACCT-ID = ACCT-ID OF ACCT-IN-REC
                 AND CDR-RUN-DATE = TODAY
                 AND CDR-OLD-MATURITY =
                     CD-MATURITY-DATE OF ACCT-IN-REC
                 AND CD-TERM-MONTHS OF ACCT-IN-REC > 0
                 AND CLOSE-DATE OF ACCT-IN-REC = 0
                 PERFORM AUDIT-CD-RENEWAL
                 MOVE CDR-NEW-MATURITY
                      TO CD-MATURITY-DATE OF ACCT-IN-REC
                 MOVE CDR-NEW-RATE
                      TO CD-CONTRACT-RATE OF ACCT-IN-REC
              END-IF
              PERFORM READ-NEXT-CDREN
           END-PERFORM.

       AUDIT-CD-RENEWAL.
           MOVE TODAY TO WS-AUD-RUN-DATE
           MOVE ACCT-ID OF ACCT-IN-REC TO WS-AUD-ACCT-ID
           MOVE SPACES TO WS-AUD-SOURCE
           MOVE "CDMATUR RENEWAL" TO WS-AUD-SOURCE(1:15)
           MOVE CDR-RUN-DATE TO WS-AUD-SOURCE(17:8)
           MOVE "MATURITY" TO WS-AUD-FIELD
           MOVE SPACES TO WS-AUD-BEFORE WS-AUD-AFTER
           MOVE CD-MATURITY-DATE OF ACCT-IN-REC
                TO WS-AUD-BEFORE(1:8)
           MOVE CDR-NEW-MATURITY TO WS-AUD-AFTER(1:8)
           WRITE AUD-REC FROM WS-AUD-LINE
           MOVE "CDRATE" TO WS-AUD-FIELD
           MOVE SPACES TO WS-AUD-BEFORE WS-AUD-AFTER
           MOVE CD-CONTRACT-RATE OF ACCT-IN-REC TO WS-AUD-RATE-ED
           MOVE WS-AUD-RATE-ED TO WS-AUD-BEFORE(1:8)
           MOVE CDR-NEW-RATE TO WS-AUD-RATE-ED
           MOVE WS-AUD-RATE-ED TO WS-AUD-AFTER(1:8)
           WRITE AUD-REC FROM WS-AUD-LINE.

       *> Summary records beyond the last account on the master are
       *> still reportable interest - carry the reporting years.
       DRAIN-REMAINING-INTYTD.
              PERFORM READ-NEXT-INTYTD
           END-PERFORM.

       *> The stop master carries control labels; the header is
       *> stepped over and the trailer is end-of-data.
       READ-NEXT-STOP.
           PERFORM READ-STOP-RECORD
           IF PARTITIONED-RUN
              PERFORM UNTIL EOF-STOP = "Y"
                       OR STOP-ACCT-ID OF STOP-IN-REC > WS-PART-LOW-ID
                 PERFORM READ-STOP-RECORD
              END-PERFORM
              IF EOF-STOP NOT = "Y"
                 AND STOP-ACCT-ID OF STOP-IN-REC > WS-PART-HIGH-ID
                 MOVE "Y" TO EOF-STOP
              END-IF
           END-IF.

       READ-STOP-RECORD.
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
           END-IF.

       *> Gather this account's stops that are live today into the
       *> per-account table. Stops for accounts not on the master,
       *> and stops not yet effective or already run out, are read
       *> past - STOPMAINT owns the master and drops the expired
       *> ones; this run only consults it.
       GATHER-ACCT-STOPS.
           MOVE 0 TO WS-STOP-COUNT
           PERFORM UNTIL EOF-STOP = "Y"
                    OR ACCT-ID OF ACCT-IN-REC <
                       STOP-ACCT-ID OF STOP-IN-REC
              IF STOP-ACCT-ID OF STOP-IN-REC = ACCT-ID OF ACCT-IN-REC
                 AND STOP-EFF-DATE OF STOP-IN-REC <= TODAY
                 AND STOP-EXP-DATE OF STOP-IN-REC >= TODAY
                 PERFORM ADD-STOP-TO-TABLE
              END-IF
              PERFORM READ-NEXT-STOP
           END-PERFORM.

       ADD-STOP-TO-TABLE.
           IF WS-STOP-COUNT >= WS-STOP-MAX
              DISPLAY "DAILYPOST: STOP TABLE FULL AT " WS-STOP-MAX
                 " FOR ACCT-ID " ACCT-ID OF ACCT-IN-REC
                 " - RAISE WS-STOP-MAX AND RERUN - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-STOP-COUNT
           SET STOP-PX TO WS-STOP-COUNT
           MOVE STOP-ID OF STOP-IN-REC      TO WS-STOP-ID(STOP-PX)
           MOVE STOP-AMT-LOW OF STOP-IN-REC TO WS-STOP-LOW(STOP-PX)
           MOVE STOP-AMT-HIGH OF STOP-IN-REC
                TO WS-STOP-HIGH(STOP-PX)
           MOVE STOP-CHANNEL OF STOP-IN-REC
                TO WS-STOP-CHANNEL(STOP-PX)
           MOVE STOP-PATTERN OF STOP-IN-REC
                TO WS-STOP-PATTERN(STOP-PX)
           *> Trailing spaces are not part of the pattern: "ACME"
           *> stops every item whose TXN-ID or originator starts so.
           MOVE 16 TO WS-STOP-PAT-WK
           PERFORM UNTIL WS-STOP-PAT-WK = 0
                    OR STOP-PATTERN OF STOP-IN-REC
                       (WS-STOP-PAT-WK:1) NOT = SPACE
              SUBTRACT 1 FROM WS-STOP-PAT-WK
           END-PERFORM
           MOVE WS-STOP-PAT-WK TO WS-STOP-PAT-LEN(STOP-PX).

       *> A debit ("WDRW", which is how ACH debits arrive, or the
       *> debit leg of an "XFR ") is stopped when any live stop on
       *> the account matches it on every criterion the stop sets:
       *> amount within the range, channel, and the pattern as a
       *> prefix of either the TXN-ID or ORIG-TXN-ID - the latter
       *> carries the originator on an ACH debit and the payee
       *> account on a transfer. A blank criterion matches anything.
       CHECK-STOP-PAYMENT.
           MOVE "N" TO WS-STOP-HIT
           MOVE SPACES TO WS-STOP-HIT-ID
           IF (TXN-CODE OF TXN-IN-REC = "WDRW"
               OR TXN-CODE OF TXN-IN-REC = "XFR ")
              AND WS-STOP-COUNT > 0
              PERFORM VARYING STOP-PX FROM 1 BY 1
                      UNTIL STOP-PX > WS-STOP-COUNT
                         OR STOP-PAYMENT-HIT
                 PERFORM MATCH-ONE-STOP
              END-PERFORM
           END-IF.

       MATCH-ONE-STOP.
           IF TXN-AMOUNT OF TXN-IN-REC >= WS-STOP-LOW(STOP-PX)
              AND (WS-STOP-HIGH(STOP-PX) = 0
                   OR TXN-AMOUNT OF TXN-IN-REC <=
                      WS-STOP-HIGH(STOP-PX))
              AND (WS-STOP-CHANNEL(STOP-PX) = SPACES
                   OR WS-STOP-CHANNEL(STOP-PX) =
                      CHANNEL OF TXN-IN-REC)
              MOVE WS-STOP-PAT-LEN(STOP-PX) TO WS-STOP-PAT-WK
              IF WS-STOP-PAT-WK = 0
                 MOVE "Y" TO WS-STOP-HIT
              ELSE
                 IF TXN-ID OF TXN-IN-REC(1:WS-STOP-PAT-WK) =
                    WS-STOP-PATTERN(STOP-PX)(1:WS-STOP-PAT-WK)
                    OR ORIG-TXN-ID OF TXN-IN-REC(1:WS-STOP-PAT-WK) =
                    WS-STOP-PATTERN(STOP-PX)(1:WS-STOP-PAT-WK)
                    MOVE "Y" TO WS-STOP-HIT
                 END-IF
              END-IF
              IF STOP-PAYMENT-HIT
                 MOVE WS-STOP-ID(STOP-PX) TO WS-STOP-HIT-ID
              END-IF
           END-IF.

       *> A stopped item leaves a "STOP" history record and a line on
       *> the stopped-items report. An ACH debit goes back to the
       *> operator as R08 (payment stopped) inside the return
       *> window; any other channel's item is refused outright - it
       *> is not recycled through suspense, since it would only be
       *> stopped again.
       REJECT-STOPPED-ITEM.
           MOVE "STOP" TO WS-HIST-DISP
           PERFORM HIST-NOT-POSTED
           MOVE ACCT-ID OF TXN-IN-REC    TO WS-SL-ACCT-ID
           MOVE TXN-ID OF TXN-IN-REC     TO WS-SL-TXN-ID
           MOVE TXN-CODE OF TXN-IN-REC   TO WS-SL-TXN-CODE
           MOVE TXN-AMOUNT OF TXN-IN-REC TO WS-SL-AMOUNT
           MOVE CHANNEL OF TXN-IN-REC    TO WS-SL-CHANNEL
           MOVE WS-STOP-HIT-ID           TO WS-SL-STOP-ID
           IF CHANNEL OF TXN-IN-REC = "ACH "
              MOVE "R08" TO WS-ACH-REASON
              PERFORM ROUTE-ACH-RETURN
              MOVE "RETURNED R08" TO WS-SL-ACTION
           ELSE
              MOVE "REFUSED" TO WS-SL-ACTION
           END-IF
           WRITE STOP-RPT-REC FROM WS-STOP-LINE.

       *> Hold the prior cycle's suspense state in storage: ages and
       *> first-suspense dates keyed by TXN-ID, consulted both to
       *> recognize re-presented recycles and to carry their age.
                 MOVE SUSP-IN-TXN-ID TO WS-SUSP-TXN-ID(SUSP-PX)
                 MOVE SUSP-IN-FIRST  TO WS-SUSP-FIRST(SUSP-PX)
                 MOVE SUSP-IN-AGE    TO WS-SUSP-PRIOR-AGE(SUSP-PX)
                 MOVE SUSP-IN-REASON TO WS-SUSP-PRIOR-RSN(SUSP-PX)
              END-READ
           END-PERFORM
           CLOSE SUSP-IN.

       LOOKUP-SUSPENSE.
           MOVE "N" TO WS-SUSP-FOUND
           MOVE SPACES TO WS-SUSP-HIT-REASON
           SET SUSP-PX TO 1
           SEARCH WS-SUSP-ENTRY
              AT END
                 MOVE "Y" TO WS-SUSP-FOUND
                 MOVE WS-SUSP-FIRST(SUSP-PX) TO WS-SUSP-HIT-FIRST
                 MOVE WS-SUSP-PRIOR-AGE(SUSP-PX) TO WS-SUSP-HIT-AGE
                 MOVE WS-SUSP-PRIOR-RSN(SUSP-PX) TO WS-SUSP-HIT-REASON
           END-SEARCH.

       *> A failed standing-order item ("SORD" or "SORR") is not
       *> recycled here: SOGEN reads its outcome off the history
       *> archive and presents it again itself, up to its own retry
       *> limit, so a suspense recycle would present it twice.
       SUSPENSE-ROUTE.
           MOVE TXN-ID OF TXN-IN-REC(1:4) TO WS-ITEM-ID-PFX
           IF NOT STANDING-ORDER-ITEM
              PERFORM CARRY-TO-SUSPENSE
           END-IF.

       *> Carry a failed item into tonight's suspense state, keeping
       *> its first-suspense date and stepping its age; an item that
       *> has used up its recycle window goes to the aged-suspense
       *> report for manual disposition instead. Aged in business
       *> days, the age is the count of business days from the
       *> first-suspense date through today, that date counting as
       *> the first.
       CARRY-TO-SUSPENSE.
           PERFORM LOOKUP-SUSPENSE
           IF SUSP-PRIOR-FOUND
              IF AGE-IN-BUSINESS-DAYS
                 MOVE "CNT " TO BC-FUNCTION
                 MOVE WS-SUSP-HIT-FIRST TO BC-DATE
                 MOVE TODAY TO BC-DATE2
                 CALL "BUSCAL" USING WS-CAL-PARM
                 COMPUTE WS-SUSP-HIT-AGE = BC-DAYS + 1
              ELSE
                 ADD 1 TO WS-SUSP-HIT-AGE
              END-IF
           ELSE
              MOVE 1 TO WS-SUSP-HIT-AGE
              MOVE TODAY TO WS-SUSP-HIT-FIRST
       WRITE-TXN-RECON.
           MOVE "TXN DISPOSITION RECON" TO TXNRECON-REC
           WRITE TXNRECON-REC
           IF PARTITIONED-RUN
              MOVE "INPUT (PARTITION)" TO WS-RL-LABEL
           ELSE
              MOVE "INPUT (TRAILER)"  TO WS-RL-LABEL
           END-IF
           MOVE WS-RC-IN            TO WS-RL-COUNT
           MOVE WS-RC-IN-AMT        TO WS-RL-AMOUNT
           WRITE TXNRECON-REC FROM WS-RECON-LINE
           MOVE WS-DSP-DUPL-CNT     TO WS-RL-COUNT
           MOVE WS-DSP-DUPL-AMT     TO WS-RL-AMOUNT
           WRITE TXNRECON-REC FROM WS-RECON-LINE
           MOVE "STOPPED"            TO WS-RL-LABEL
           MOVE WS-DSP-STOP-CNT     TO WS-RL-COUNT
           MOVE WS-DSP-STOP-AMT     TO WS-RL-AMOUNT
           WRITE TXNRECON-REC FROM WS-RECON-LINE
           MOVE "WAREHOUSED FUTURE"  TO WS-RL-LABEL
           MOVE WS-DSP-PEND-CNT     TO WS-RL-COUNT
           MOVE WS-DSP-PEND-AMT     TO WS-RL-AMOUNT
                   + WS-DSP-EXCP-CNT + WS-DSP-UNMT-CNT
                   + WS-DSP-DUPL-CNT + WS-DSP-PEND-CNT
                   + WS-DSP-AGED-CNT + WS-DSP-SKIP-CNT
                   + WS-DSP-STOP-CNT
           COMPUTE WS-DSP-DIFF = WS-RC-IN - WS-DSP-SUM-CNT
           MOVE "DIFFERENCE"         TO WS-RD-LABEL
           MOVE WS-DSP-DIFF         TO WS-RD-DIFF
              MOVE 8 TO RETURN-CODE
           END-IF.

       *> The partition's range and what it read inside it, written
       *> only once the partition has finished.
       WRITE-PARTITION-CONTROL.
           OPEN OUTPUT PARTCTL-FILE
           MOVE TODAY               TO PC-RUN-DATE
           MOVE WS-PART-NO          TO PC-PART-NO
           MOVE WS-PART-LOW-ID      TO PC-LOW-ACCT-ID
           MOVE WS-PART-HIGH-ID     TO PC-HIGH-ACCT-ID
           MOVE WS-RC-ACCT-OUT      TO PC-ACCT-COUNT
           MOVE WS-PART-TXN-COUNT   TO PC-TXN-COUNT
           MOVE WS-PART-TXN-HASH    TO PC-TXN-HASH
           MOVE WS-PART-MAINT-COUNT TO PC-MAINT-COUNT
           WRITE PARTCTL-REC
           CLOSE PARTCTL-FILE.

       *> An ACH-channel item that failed goes on the morning return
       *> file instead of into the suspense recycle - the operator
       *> gets it back inside the return window, and the recycle path
           MOVE WS-TS-DATE               TO WS-AGED-EFF-DATE
           COMPUTE WS-DAYS-LATE = FUNCTION INTEGER-OF-DATE(TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
           IF AGE-IN-BUSINESS-DAYS
              MOVE "CNT " TO BC-FUNCTION
              MOVE WS-TS-DATE TO BC-DATE
              MOVE TODAY TO BC-DATE2
              CALL "BUSCAL" USING WS-CAL-PARM
              IF BC-RETURN = "00"
                 MOVE BC-DAYS TO WS-DAYS-LATE
              END-IF
           END-IF
           MOVE WS-DAYS-LATE             TO WS-AGED-DAYS
           WRITE AGED-REC FROM WS-AGED-LINE
           ADD 1 TO WS-DSP-AGED-CNT
           ADD TXN-AMOUNT OF TXN-IN-REC TO WS-DSP-AGED-AMT.

       *> An item dated on a day the bank was closed - a weekend or
       *> holiday - posts on the first business day after it, which
       *> is today only when no business day has come between.
       CHECK-CLOSED-DAY-ITEM.
           MOVE "N" TO WS-CLOSED-DAY-ITEM
           MOVE "ADD " TO BC-FUNCTION
           MOVE WS-TS-DATE TO BC-DATE
           MOVE 0 TO BC-DAYS
           CALL "BUSCAL" USING WS-CAL-PARM
           IF BC-RETURN = "00"
              AND BC-RESULT-DATE = TODAY
              MOVE "Y" TO WS-CLOSED-DAY-ITEM
           END-IF.

       *> A TXN-ID already on the posted registry within the retention
       *> window is a re-transmission - it must not move money again.
       *> An entry older than the window no longer blocks: TXN-IDs
       REGISTER-POSTED-TXN.
           MOVE TXN-ID OF TXN-IN-REC TO DUP-TXN-ID
           MOVE TODAY TO DUP-POST-DATE
           PERFORM WRITE-REGISTRY-ENTRY.

       *> A partition lists the entry for DPCOMBINE to register once
       *> every range has finished.
       WRITE-REGISTRY-ENTRY.
           IF PARTITIONED-RUN
              WRITE DUPADD-REC FROM DUP-REG-REC
           ELSE
              WRITE DUP-REG-REC
              END-WRITE
              IF WS-DUP-STATUS = "22"
                 REWRITE DUP-REG-REC
                 END-REWRITE
              END-IF
           END-IF.

       *> Drop registry entries that have aged out of the retention
                 MOVE PROD-WDRW-DRCR TO WS-PROD-WDRW-DC(PROD-PX)
                 MOVE PROD-FEE-DRCR  TO WS-PROD-FEE-DC(PROD-PX)
                 MOVE PROD-INT-DRCR  TO WS-PROD-INT-DC(PROD-PX)
                 MOVE PROD-ODP-FEE   TO WS-PROD-ODP-FEE(PROD-PX)
                 MOVE PROD-EWP-DAYS  TO WS-PROD-EWP-DAYS(PROD-PX)
                 MOVE PROD-NSF-FEE   TO WS-PROD-NSF-FEE(PROD-PX)
                 MOVE PROD-NSF-DAY-MAX TO WS-PROD-NSF-MAX(PROD-PX)
              END-READ
           END-PERFORM
           CLOSE PROD-FILE
              STOP RUN
           END-IF.

       *> Links live today are held in storage, and every account a
       *> link names as funding gets a position entry. A link that
       *> names the same account on both sides protects nothing and
       *> is read past.
       LOAD-ODP-LINK-TABLE.
           OPEN INPUT ODP-FILE
           PERFORM UNTIL EOF-ODP = "Y"
              READ ODP-FILE
                 AT END MOVE "Y" TO EOF-ODP
              NOT AT END
                 EVALUATE TRUE
                    WHEN ODP-IN-REC(1:3) = "TRL"
                       MOVE "Y" TO EOF-ODP
                    WHEN ODP-IN-REC(1:3) = "HDR"
                       CONTINUE
                    WHEN ODP-EFF-DATE <= TODAY
                         AND (ODP-END-DATE = 0
                              OR ODP-END-DATE >= TODAY)
                         AND ODP-FUND-ACCT-ID NOT = ODP-ACCT-ID
                       PERFORM ADD-ODP-LINK
                 END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE ODP-FILE.

       ADD-ODP-LINK.
           IF WS-ODP-COUNT >= WS-ODP-MAX
              DISPLAY "DAILYPOST: PROTECTION LINK TABLE FULL AT "
                 WS-ODP-MAX " - RAISE WS-ODP-MAX AND RERUN - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-ODP-COUNT
           SET ODP-PX TO WS-ODP-COUNT
           MOVE ODP-ACCT-ID      TO WS-ODP-ACCT-ID(ODP-PX)
           MOVE ODP-FUND-ACCT-ID TO WS-ODP-FUND-ID(ODP-PX)
           MOVE ODP-FUND-ACCT-ID TO WS-FUND-KEY
           PERFORM FIND-FUNDING-ENTRY
           IF NOT FUND-ENTRY-FOUND
              IF WS-FUND-COUNT >= WS-FUND-MAX
                 DISPLAY "DAILYPOST: FUNDING TABLE FULL AT "
                    WS-FUND-MAX " - RAISE WS-FUND-MAX AND RERUN "
                    "- ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-FUND-COUNT
              SET FUND-PX TO WS-FUND-COUNT
              MOVE ODP-FUND-ACCT-ID TO WS-FUND-ACCT-ID(FUND-PX)
              MOVE "N" TO WS-FUND-ON-FILE(FUND-PX)
              MOVE "N" TO WS-FUND-POSTABLE(FUND-PX)
              MOVE 0 TO WS-FUND-BAL(FUND-PX) WS-FUND-LIMIT(FUND-PX)
                        WS-FUND-HOLDS(FUND-PX)
                        WS-FUND-RESERVED(FUND-PX)
           END-IF.

       *> Opening positions for the funding accounts, read ahead of
       *> the posting pass: balance, limit and status off the master
       *> as tonight's maintenance leaves them, and active holds. On
       *> a restart, the accounts the abended run already wrote take
       *> their settled position from accounts_out.dat instead.
       LOAD-FUNDING-POSITIONS.
           IF WS-FUND-COUNT > 0
              OPEN INPUT ACCT-FILE
              MOVE "N" TO EOF-VAL
              PERFORM UNTIL EOF-VAL = "Y"
                 READ ACCT-FILE
                    AT END MOVE "Y" TO EOF-VAL
                 NOT AT END
                    EVALUATE TRUE
                       WHEN ACCT-IN-REC(1:3) = "TRL"
                          MOVE "Y" TO EOF-VAL
                       WHEN ACCT-IN-REC(1:3) = "HDR"
                          CONTINUE
                       WHEN OTHER
                          MOVE ACCT-ID OF ACCT-IN-REC TO WS-FUND-KEY
                          PERFORM FIND-FUNDING-ENTRY
                          IF FUND-ENTRY-FOUND
                             PERFORM SET-FUNDING-FROM-ACCT
                          END-IF
                    END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE ACCT-FILE
              PERFORM LOAD-FUNDING-MAINT
              PERFORM LOAD-FUNDING-HOLDS
              IF SKIPPING-ACCTS
                 PERFORM LOAD-RESTART-POSITIONS
              END-IF
           END-IF.

       *> A status change, limit change or close effective tonight
       *> decides what a funding account can give up before it is
       *> itself worked - a frozen or closing account funds nothing.
       LOAD-FUNDING-MAINT.
           OPEN INPUT MAINT-FILE
           MOVE "N" TO EOF-VAL
           PERFORM UNTIL EOF-VAL = "Y"
              READ MAINT-FILE
                 AT END MOVE "Y" TO EOF-VAL
              NOT AT END
                 IF MAINT-IN-REC(1:3) = "TRL"
                    MOVE "Y" TO EOF-VAL
                 ELSE
                    IF MAINT-IN-REC(1:3) NOT = "HDR"
                       AND EFF-DATE OF MAINT-IN-REC <= TODAY
                       MOVE ACCT-ID OF MAINT-IN-REC TO WS-FUND-KEY
                       PERFORM FIND-FUNDING-ENTRY
                       IF FUND-ENTRY-FOUND
                          PERFORM APPLY-FUNDING-MAINT
                       END-IF
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE MAINT-FILE.

       APPLY-FUNDING-MAINT.
           EVALUATE MAINT-CODE OF MAINT-IN-REC
              WHEN "STAT"
                 IF NEW-STATUS OF MAINT-IN-REC = "F"
                    OR NEW-STATUS OF MAINT-IN-REC = "I"
                    MOVE "N" TO WS-FUND-POSTABLE(FUND-PX)
                 ELSE
                    MOVE "Y" TO WS-FUND-POSTABLE(FUND-PX)
                 END-IF
              WHEN "OVLM"
                 MOVE NEW-LIMIT OF MAINT-IN-REC
                      TO WS-FUND-LIMIT(FUND-PX)
              WHEN "CLOS"
                 MOVE "N" TO WS-FUND-POSTABLE(FUND-PX)
           END-EVALUATE.

       LOAD-FUNDING-HOLDS.
           OPEN INPUT HOLD-FILE
           MOVE "N" TO EOF-VAL
           PERFORM UNTIL EOF-VAL = "Y"
              READ HOLD-FILE
                 AT END MOVE "Y" TO EOF-VAL
              NOT AT END
                 IF HOLD-EXPIRY OF HOLD-IN-REC >= TODAY
                    MOVE HOLD-ACCT-ID OF HOLD-IN-REC TO WS-FUND-KEY
                    PERFORM FIND-FUNDING-ENTRY
                    IF FUND-ENTRY-FOUND
                       ADD HOLD-AMOUNT OF HOLD-IN-REC
                           TO WS-FUND-HOLDS(FUND-PX)
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       LOAD-RESTART-POSITIONS.
           OPEN INPUT ACCT-OUT
           MOVE "N" TO EOF-VAL
           PERFORM UNTIL EOF-VAL = "Y"
              READ ACCT-OUT
                 AT END MOVE "Y" TO EOF-VAL
              NOT AT END
                 MOVE ACCT-ID OF ACCT-OUT-REC TO WS-FUND-KEY
                 PERFORM FIND-FUNDING-ENTRY
                 IF FUND-ENTRY-FOUND
                    MOVE CURR-BAL OF ACCT-OUT-REC
                         TO WS-FUND-BAL(FUND-PX)
                    MOVE OVERDRAFT-LIMIT OF ACCT-OUT-REC
                         TO WS-FUND-LIMIT(FUND-PX)
                    MOVE "Y" TO WS-FUND-POSTABLE(FUND-PX)
                    IF ACCT-STATUS OF ACCT-OUT-REC = "F"
                       OR ACCT-STATUS OF ACCT-OUT-REC = "I"
                       OR (CLOSE-DATE OF ACCT-OUT-REC > 0
                           AND CLOSE-DATE OF ACCT-OUT-REC <= TODAY)
                       MOVE "N" TO WS-FUND-POSTABLE(FUND-PX)
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE ACCT-OUT.

       *> Load the register table from the product master.
       INIT-REGISTER.
           PERFORM VARYING REG-PX FROM 1 BY 1

       *> Add one applied posting to its PRODUCT-CODE's running total.
       ACCUM-REGISTER.
           IF TXN-CODE OF TXN-IN-REC = "SWPD"
              ADD 1 TO WS-REG-SWPD-COUNT
              ADD TXN-AMOUNT OF TXN-IN-REC TO WS-REG-SWPD-TOTAL
           ELSE
              SET REG-PX TO 1
              SEARCH WS-REG-ENTRY
                 WHEN WS-REG-PROD-CODE(REG-PX) =
                      PRODUCT-CODE OF ACCT-IN-REC
                    ADD 1 TO WS-REG-COUNT(REG-PX)
                    ADD TXN-AMOUNT OF TXN-IN-REC
                        TO WS-REG-TOTAL(REG-PX)
              END-SEARCH
           END-IF
           ADD 1 TO WS-REG-GRAND-COUNT
           ADD TXN-AMOUNT OF TXN-IN-REC TO WS-REG-GRAND-TOTAL.

       *> Emit the register: one line per PRODUCT-CODE, the two
       *> overdraft-protection sweep lines, then the grand total the
       *> balancing desk ties out against the GL.
       WRITE-REGISTER.
           PERFORM VARYING REG-PX FROM 1 BY 1
                   UNTIL REG-PX > WS-PROD-COUNT
              MOVE WS-REG-TOTAL(REG-PX)     TO REG-TOTAL
              WRITE REG-REC
           END-PERFORM
           MOVE "SWPC" TO REG-PRODUCT-CODE
           MOVE WS-REG-SWPC-COUNT TO REG-COUNT
           MOVE WS-REG-SWPC-TOTAL TO REG-TOTAL
           WRITE REG-REC
           MOVE "SWPD" TO REG-PRODUCT-CODE
           MOVE WS-REG-SWPD-COUNT TO REG-COUNT
           MOVE WS-REG-SWPD-TOTAL TO REG-TOTAL
           WRITE REG-REC
           MOVE "ALL " TO REG-PRODUCT-CODE
           MOVE WS-REG-GRAND-COUNT TO REG-COUNT
           MOVE WS-REG-GRAND-TOTAL TO REG-TOTAL
              *> sense; the credit leg posts as a DEPO next cycle.
              MOVE "XFR " TO WS-GL-TXN-CODE(GL-PX 7)
              MOVE WS-PROD-WDRW-DC(PROD-PX) TO WS-GL-DRCR(GL-PX 7)
              *> Cells 8 and 9 are the two legs of an overdraft-
              *> protection sweep: "SWPC" into the protected account
              *> takes the product's DEPO sense, "SWPD" out of the
              *> funding account its WDRW sense.
              MOVE "SWPC" TO WS-GL-TXN-CODE(GL-PX 8)
              MOVE WS-PROD-DEPO-DC(PROD-PX) TO WS-GL-DRCR(GL-PX 8)
              MOVE "SWPD" TO WS-GL-TXN-CODE(GL-PX 9)
              MOVE WS-PROD-WDRW-DC(PROD-PX) TO WS-GL-DRCR(GL-PX 9)
              *> Cell 10 is the insufficient-funds fee - a "FEE " on
              *> the account, kept apart from the service charges so
              *> NSF income journals to its own ledger account.
              MOVE "NSF " TO WS-GL-TXN-CODE(GL-PX 10)
              MOVE WS-PROD-FEE-DC(PROD-PX)  TO WS-GL-DRCR(GL-PX 10)
              MOVE 0 TO WS-GL-COUNT(GL-PX 1) WS-GL-COUNT(GL-PX 2)
              MOVE 0 TO WS-GL-COUNT(GL-PX 3) WS-GL-COUNT(GL-PX 4)
              MOVE 0 TO WS-GL-COUNT(GL-PX 5) WS-GL-COUNT(GL-PX 6)
              MOVE 0 TO WS-GL-COUNT(GL-PX 7) WS-GL-COUNT(GL-PX 8)
              MOVE 0 TO WS-GL-COUNT(GL-PX 9) WS-GL-COUNT(GL-PX 10)
              MOVE 0 TO WS-GL-AMOUNT(GL-PX 1) WS-GL-AMOUNT(GL-PX 2)
              MOVE 0 TO WS-GL-AMOUNT(GL-PX 3) WS-GL-AMOUNT(GL-PX 4)
              MOVE 0 TO WS-GL-AMOUNT(GL-PX 5) WS-GL-AMOUNT(GL-PX 6)
              MOVE 0 TO WS-GL-AMOUNT(GL-PX 7) WS-GL-AMOUNT(GL-PX 8)
              MOVE 0 TO WS-GL-AMOUNT(GL-PX 9) WS-GL-AMOUNT(GL-PX 10)
           END-PERFORM.

       *> Add one applied posting to its PRODUCT-CODE/TXN-CODE cell. A
       WRITE-GL-EXTRACT.
           PERFORM VARYING GL-PX FROM 1 BY 1
                   UNTIL GL-PX > WS-PROD-COUNT
              PERFORM VARYING GL-TX FROM 1 BY 1 UNTIL GL-TX > 10
                 MOVE WS-GL-PROD-CODE(GL-PX)  TO GL-PRODUCT-CODE
                 MOVE WS-GL-TXN-CODE(GL-PX GL-TX) TO GL-TXN-CODE
                 MOVE WS-GL-DRCR(GL-PX GL-TX) TO GL-DRCR-IND
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           *> A date is posted whole or by partitions, never both: a
           *> partition refuses a date a whole run (or DPCOMBINE) has
           *> registered, and a whole run one partition 01 has.
           MOVE TODAY TO RC-RUN-DATE
           IF PARTITIONED-RUN
              MOVE "DAILYPOST" TO RC-PROGRAM
           ELSE
              MOVE "DAILYPOSTP01" TO RC-PROGRAM
           END-IF
           READ RUNCTL-FILE
           END-READ
           IF WS-RUN-STATUS = "00"
              DISPLAY "DAILYPOST: " RC-PROGRAM " ALREADY REGISTERED"
                 " FOR " TODAY " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-PRED TO RC-PROGRAM
           READ RUNCTL-FILE
           IF WS-RUN-STATUS = "22"
              REWRITE RUNCTL-REC
              END-REWRITE
           END-IF
           *> Partitions share the log while they run, so it is not
           *> held open across the posting pass.
           CLOSE RUNCTL-FILE.

       *> A record left in "STRT" by an abended run stays that way,
       *> so a checkpoint restart is not turned away as a repeat.
       REGISTER-RUN-END.
           OPEN I-O RUNCTL-FILE
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-SELF TO RC-PROGRAM
           READ RUNCTL-FILE
