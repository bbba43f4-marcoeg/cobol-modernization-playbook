       IDENTIFICATION DIVISION.
       PROGRAM-ID. DPCOMBINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE  ASSIGN TO "data/dailypost.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PART-CARD ASSIGN TO "data/dailypost_part.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCT-FILE ASSIGN TO "data/accounts.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TXN-FILE  ASSIGN TO "data/txns.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-FILE ASSIGN TO "data/maint.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PARTCTL-IN ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT ACCT-PART ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT ACCT-OUT  ASSIGN TO "out/accounts_out.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCT-IDX  ASSIGN TO "data/accounts_idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID OF ACCT-IDX-REC.
           SELECT REG-IN    ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT REG-OUT   ASSIGN TO "out/register.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-IN     ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT GL-OUT    ASSIGN TO "out/gl_extract.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SETTLE-IN ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT SETTLE-OUT ASSIGN TO "out/settlement.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACHRET-IN ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT ACHRET-OUT ASSIGN TO "out/ach_returns.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECON-IN  ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT RECON-OUT ASSIGN TO "out/txn_recon.rpt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PART-114  ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT COMB-114  ASSIGN USING WS-COMB-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PART-87   ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT COMB-87   ASSIGN USING WS-COMB-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PART-84   ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT COMB-84   ASSIGN USING WS-COMB-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PART-80   ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT COMB-80   ASSIGN USING WS-COMB-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PART-72   ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT COMB-72   ASSIGN USING WS-COMB-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PART-60   ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT COMB-60   ASSIGN USING WS-COMB-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PART-49   ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT COMB-49   ASSIGN USING WS-COMB-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PART-48   ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT COMB-48   ASSIGN USING WS-COMB-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PART-30   ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT COMB-30   ASSIGN USING WS-COMB-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PART-23   ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT COMB-23   ASSIGN USING WS-COMB-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT HIST-PART ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT OPTIONAL HIST-FILE ASSIGN TO "data/history.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HIST-IDX ASSIGN TO "data/history_idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HIX-STATUS.
           SELECT TRIM-FILE ASSIGN TO "data/dpcombine_trim.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DUPADD-IN ASSIGN USING WS-PART-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT OPTIONAL DUP-IDX ASSIGN TO "data/posted_txnids.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUP-TXN-ID
               FILE STATUS IS WS-DUP-STATUS.
           SELECT RPT-FILE  ASSIGN TO "out/dpcombine.rpt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "data/runctl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Shares the run-date parameter card with DAILYPOST. Its
       *> restart key is always blank on a partitioned date - each
       *> partition restarts from its own line of the partition card.
       FD  CTL-FILE  RECORD CONTAINS 20 CHARACTERS.
       01  CTL-REC.
           05  CTL-RUN-DATE         PIC 9(8).
           05  CTL-RESTART-ACCT-ID  PIC X(12).

       *> The same partition card the partitions ran from.
       FD  PART-CARD RECORD CONTAINS 26 CHARACTERS.
       01  PART-CARD-REC.
           COPY "DPPART-REC.cpy".

       *> The three upstream feeds, read here only for their "TRL"
       *> control lines - the totals the partitions must add up to.
       FD  ACCT-FILE RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IN-REC          PIC X(99).

       FD  TXN-FILE  RECORD CONTAINS 72 CHARACTERS.
       01  TXN-IN-REC           PIC X(72).

       FD  MAINT-FILE RECORD CONTAINS 49 CHARACTERS.
       01  MAINT-IN-REC         PIC X(49).

       *> Each partition's control record: its range and what it
       *> read of each feed inside it.
       FD  PARTCTL-IN RECORD CONTAINS 69 CHARACTERS.
       01  PARTCTL-REC.
           COPY "PARTCTL-REC.cpy".

       *> Partition balance masters, concatenated in partition order
       *> - which is ACCT-ID order - into the flat master and loaded
       *> into the keyed one, as a whole run of DAILYPOST leaves them.
       FD  ACCT-PART RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-PART-REC        PIC X(99).

       FD  ACCT-OUT  RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-OUT-REC         PIC X(99).

       FD  ACCT-IDX  RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IDX-REC.
           COPY "ACCOUNT-REC.cpy".

       *> Posting registers, GL extracts and settlement extracts are
       *> control-total files with one line per cell in a fixed
       *> order off the product master, so every partition writes
       *> the same lines and the combined file is their line-by-line
       *> sum.
       FD  REG-IN    RECORD CONTAINS 27 CHARACTERS.
       01  REG-IN-REC.
           05  RIN-PRODUCT-CODE PIC X(4).
           05  FILLER           PIC X(1).
           05  RIN-COUNT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(1).
           05  RIN-TOTAL        PIC -(10)9.99.

       FD  REG-OUT   RECORD CONTAINS 27 CHARACTERS.
       01  REG-REC.
           05  REG-PRODUCT-CODE PIC X(4).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  REG-COUNT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  REG-TOTAL        PIC -(10)9.99.

       FD  GL-IN     RECORD CONTAINS 35 CHARACTERS.
       01  GL-IN-REC.
           05  GIN-CELL         PIC X(12).
           05  FILLER           PIC X(1).
           05  GIN-COUNT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(1).
           05  GIN-AMOUNT       PIC -(10)9.99.

       FD  GL-OUT    RECORD CONTAINS 35 CHARACTERS.
       01  GL-REC.
           05  GL-CELL          PIC X(12).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  GL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  GL-AMOUNT        PIC -(10)9.99.

       FD  SETTLE-IN RECORD CONTAINS 32 CHARACTERS.
       01  SETTLE-IN-REC.
           05  SIN-CELL         PIC X(9).
           05  FILLER           PIC X(1).
           05  SIN-COUNT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(1).
           05  SIN-AMOUNT       PIC -(10)9.99.

       FD  SETTLE-OUT RECORD CONTAINS 32 CHARACTERS.
       01  SETTLE-REC.
           05  SET-CELL         PIC X(9).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  SET-COUNT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  SET-AMOUNT       PIC -(10)9.99.

       *> ACH return files: the details are concatenated and the
       *> partitions' "TRL" lines are replaced by one for the day.
       FD  ACHRET-IN RECORD CONTAINS 47 CHARACTERS.
       01  ACHRET-IN-REC        PIC X(47).

       FD  ACHRET-OUT RECORD CONTAINS 47 CHARACTERS.
       01  ACHRET-REC           PIC X(47).

       *> Disposition reconciliations: each partition proves its own
       *> range; the combined report proves the buckets, summed,
       *> against the transaction trailer itself.
       FD  RECON-IN  RECORD CONTAINS 60 CHARACTERS.
       01  RECON-IN-REC.
           05  RCI-LABEL        PIC X(20).
           05  RCI-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(1).
           05  RCI-AMOUNT       PIC -(11)9.99.
           05  FILLER           PIC X(13).

       FD  RECON-OUT RECORD CONTAINS 60 CHARACTERS.
       01  TXNRECON-REC         PIC X(60).

       *> Detail files that combine by straight concatenation, one
       *> pair per record length; the combined name is set before
       *> each copy and the partition names are built from it.
       FD  PART-114  RECORD CONTAINS 114 CHARACTERS.
       01  PART-114-REC         PIC X(114).

       FD  COMB-114  RECORD CONTAINS 114 CHARACTERS.
       01  COMB-114-REC         PIC X(114).

       FD  PART-87   RECORD CONTAINS 87 CHARACTERS.
       01  PART-87-REC          PIC X(87).

       FD  COMB-87   RECORD CONTAINS 87 CHARACTERS.
       01  COMB-87-REC          PIC X(87).

       FD  PART-84   RECORD CONTAINS 84 CHARACTERS.
       01  PART-84-REC          PIC X(84).

       FD  COMB-84   RECORD CONTAINS 84 CHARACTERS.
       01  COMB-84-REC          PIC X(84).

       FD  PART-80   RECORD CONTAINS 80 CHARACTERS.
       01  PART-80-REC          PIC X(80).

       FD  COMB-80   RECORD CONTAINS 80 CHARACTERS.
       01  COMB-80-REC          PIC X(80).

       FD  PART-72   RECORD CONTAINS 72 CHARACTERS.
       01  PART-72-REC          PIC X(72).

       FD  COMB-72   RECORD CONTAINS 72 CHARACTERS.
       01  COMB-72-REC          PIC X(72).

       FD  PART-60   RECORD CONTAINS 60 CHARACTERS.
       01  PART-60-REC          PIC X(60).

       FD  COMB-60   RECORD CONTAINS 60 CHARACTERS.
       01  COMB-60-REC          PIC X(60).

       FD  PART-49   RECORD CONTAINS 49 CHARACTERS.
       01  PART-49-REC          PIC X(49).

       FD  COMB-49   RECORD CONTAINS 49 CHARACTERS.
       01  COMB-49-REC          PIC X(49).

       FD  PART-48   RECORD CONTAINS 48 CHARACTERS.
       01  PART-48-REC          PIC X(48).

       FD  COMB-48   RECORD CONTAINS 48 CHARACTERS.
       01  COMB-48-REC          PIC X(48).

       FD  PART-30   RECORD CONTAINS 30 CHARACTERS.
       01  PART-30-REC          PIC X(30).

       FD  COMB-30   RECORD CONTAINS 30 CHARACTERS.
       01  COMB-30-REC          PIC X(30).

       FD  PART-23   RECORD CONTAINS 23 CHARACTERS.
       01  PART-23-REC          PIC X(23).

       FD  COMB-23   RECORD CONTAINS 23 CHARACTERS.
       01  COMB-23-REC          PIC X(23).

       *> A partition's history: tonight's records for its range,
       *> appended here to the cumulative archive and its keyed
       *> companion in partition order.
       FD  HIST-PART RECORD CONTAINS 97 CHARACTERS.
       01  HIST-PART-REC        PIC X(97).

       FD  HIST-FILE RECORD CONTAINS 97 CHARACTERS.
       01  HIST-REC.
           COPY "HIST-REC.cpy".

       FD  HIST-IDX  RECORD CONTAINS 124 CHARACTERS.
       01  HIST-IDX-REC.
           COPY "HISTIDX-REC.cpy".

       *> Rerun work file: the archive less any records an abended
       *> combine already appended for this date.
       FD  TRIM-FILE RECORD CONTAINS 97 CHARACTERS.
       01  TRIM-REC             PIC X(97).

       *> TXN-IDs each partition posted, loaded into the shared
       *> registry now that no partition is reading it.
       FD  DUPADD-IN RECORD CONTAINS 24 CHARACTERS.
       01  DUPADD-IN-REC        PIC X(24).

       FD  DUP-IDX   RECORD CONTAINS 24 CHARACTERS.
       01  DUP-REG-REC.
           05  DUP-TXN-ID       PIC X(16).
           05  DUP-POST-DATE    PIC 9(8).

       *> Combine report: the partitions, the proof against the
       *> feed trailers, and the record count of each file built.
       FD  RPT-FILE  RECORD CONTAINS 100 CHARACTERS.
       01  RPT-REC              PIC X(100).

       *> Shared night-schedule run log. The combine registers under
       *> DAILYPOST's own name, so RECONPRF and NETRECON wait for it
       *> exactly as they wait for a whole run - and it refuses to
       *> start until every partition on the card has completed.
       FD  RUNCTL-FILE RECORD CONTAINS 74 CHARACTERS.
       01  RUNCTL-REC.
           COPY "RUNCTL-REC.cpy".

       WORKING-STORAGE SECTION.
       77  TODAY            PIC 9(8)  VALUE ZERO.
       77  EOF-PART         PIC X     VALUE "N".
       77  EOF-PIN          PIC X     VALUE "N".
       77  EOF-FEED         PIC X     VALUE "N".
       77  EOF-TRIM         PIC X     VALUE "N".
       77  EOF-PURGE        PIC X     VALUE "N".
       77  WS-PIN-STATUS    PIC X(2)  VALUE "00".
       77  WS-HIX-STATUS    PIC X(2)  VALUE "00".
       77  WS-DUP-STATUS    PIC X(2)  VALUE "00".
       77  WS-RUN-STATUS    PIC X(2)  VALUE "00".
       77  WS-RC-SELF       PIC X(12) VALUE "DAILYPOST".
       77  WS-RC-IN         PIC 9(9)  COMP-3 VALUE 0.
       77  WS-RC-OUT        PIC 9(9)  COMP-3 VALUE 0.
       *> An abended combine leaves DAILYPOST in "STRT"; rerunning
       *> it must not append tonight's history a second time.
       77  WS-RERUN         PIC X     VALUE "N".
           88  COMBINE-RERUN          VALUE "Y".

       *> Same retention window DAILYPOST purges the registry to.
       77  WS-DUP-RETAIN-DAYS PIC 9(3) VALUE 14.
       77  WS-DUP-CUTOFF    PIC 9(8)  VALUE ZERO.

       *> Partition card, with each range's control totals once
       *> its control record has been read.
       77  WS-PART-MAX      PIC 9(2)  VALUE 10.
       77  WS-PART-COUNT    PIC 9(2)  VALUE 0.
       77  WS-PART-MSG      PIC X(40) VALUE SPACES.
       77  WS-CUR-PART      PIC 9(2)  VALUE 0.
       77  WS-PREV-HIGH-ID  PIC X(12) VALUE LOW-VALUES.
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 10 TIMES INDEXED BY PART-PX.
               10  WS-PT-LOW-ID       PIC X(12).
               10  WS-PT-HIGH-ID      PIC X(12).
               10  WS-PT-ACCT-COUNT   PIC 9(9)       COMP-3.
               10  WS-PT-TXN-COUNT    PIC 9(9)       COMP-3.
               10  WS-PT-TXN-HASH     PIC S9(13)V99  COMP-3.
               10  WS-PT-MAINT-COUNT  PIC 9(9)       COMP-3.
       01  WS-PART-RC-NAME.
           05  FILLER           PIC X(10) VALUE "DAILYPOSTP".
           05  WS-PART-RC-NO    PIC 9(2)  VALUE 0.

       *> Partition file names are the whole-run names with "_pNN"
       *> ahead of the extension, as DAILYPOST builds them.
       77  WS-COMB-DSN      PIC X(40) VALUE SPACES.
       77  WS-PART-DSN      PIC X(40) VALUE SPACES.
       77  WS-DSN-STEM      PIC X(40) VALUE SPACES.
       77  WS-DSN-EXT       PIC X(8)  VALUE SPACES.
       01  WS-PART-SFX.
           05  FILLER           PIC X(2)  VALUE "_p".
           05  WS-PART-SFX-NO   PIC 9(2)  VALUE 0.

       *> Proof of the partitions against the feed trailers.
       01  WS-TRL-FIELDS.
           05  WS-TRL-COUNT     PIC 9(9).
           05  WS-TRL-HASH     PIC S9(13)V99 SIGN LEADING SEPARATE.
       77  WS-TRL-SEEN      PIC X     VALUE "N".
       77  WS-VAL-NAME      PIC X(10) VALUE SPACES.
       77  WS-FEED-ACCTS    PIC 9(9)       COMP-3 VALUE 0.
       77  WS-FEED-TXNS     PIC 9(9)       COMP-3 VALUE 0.
       77  WS-FEED-HASH     PIC S9(13)V99  COMP-3 VALUE 0.
       77  WS-FEED-MAINT    PIC 9(9)       COMP-3 VALUE 0.
       77  WS-SUM-ACCTS     PIC 9(9)       COMP-3 VALUE 0.
       77  WS-SUM-TXNS      PIC 9(9)       COMP-3 VALUE 0.
       77  WS-SUM-HASH      PIC S9(13)V99  COMP-3 VALUE 0.
       77  WS-SUM-MAINT     PIC 9(9)       COMP-3 VALUE 0.
       77  WS-PROOF-ERRORS  PIC 9(3)       COMP-3 VALUE 0.

       *> Records copied into the file being built.
       77  WS-COPY-COUNT    PIC 9(9)       COMP-3 VALUE 0.

       *> Line-by-line sum of a control-total file across the
       *> partitions. Partition 01 lays the lines down; every other
       *> partition must carry the same cells in the same order.
       77  WS-SUM-MAX       PIC 9(3)  VALUE 200.
       77  WS-SUM-COUNT     PIC 9(3)  COMP-3 VALUE 0.
       77  WS-SUM-LINE      PIC 9(3)  COMP-3 VALUE 0.
       77  WS-SUM-KEY-IN    PIC X(20) VALUE SPACES.
       77  WS-SUM-CNT-IN    PIC 9(9)       VALUE 0.
       77  WS-SUM-AMT-IN    PIC S9(13)V99  VALUE 0.
       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY OCCURS 200 TIMES INDEXED BY SUM-PX.
               10  WS-SUM-KEY         PIC X(20).
               10  WS-SUM-CNT         PIC 9(9)       COMP-3.
               10  WS-SUM-AMT         PIC S9(13)V99  COMP-3.

       *> Disposition reconciliation rebuilt over the whole feed.
       77  WS-IN-BUCKETS    PIC X     VALUE "N".
       77  WS-DSP-SUM-CNT   PIC 9(9)       COMP-3 VALUE 0.
       77  WS-DSP-DIFF      PIC S9(9)      COMP-3 VALUE 0.
       01  WS-RECON-LINE.
           05  WS-RL-LABEL      PIC X(20).
           05  WS-RL-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RL-AMOUNT     PIC -(11)9.99.
           05  FILLER           PIC X(12) VALUE SPACES.
       01  WS-RECON-DIFF-LINE.
           05  WS-RD-LABEL      PIC X(20).
           05  WS-RD-DIFF       PIC -(8)9.
           05  FILLER           PIC X(31) VALUE SPACES.

       *> ACH return control line, as DAILYPOST lays it out.
       77  WS-ACH-COUNT     PIC 9(9)       COMP-3 VALUE 0.
       77  WS-ACH-TOTAL     PIC S9(13)V99  COMP-3 VALUE 0.
       01  WS-ACHRET-TRL.
           05  FILLER           PIC X(3)  VALUE "TRL".
           05  WS-AR-TRL-COUNT  PIC 9(9).
           05  WS-AR-TRL-TOTAL  PIC S9(13)V99 SIGN LEADING SEPARATE.

       *> History append and registry load.
       77  WS-HIX-SEQ       PIC 9(7)  VALUE ZERO.
       77  WS-HIST-TRIMMED  PIC 9(9)       COMP-3 VALUE 0.
       77  WS-DUP-PURGED    PIC 9(9)       COMP-3 VALUE 0.

       *> Report lines.
       01  WS-RPT-TITLE.
           05  FILLER           PIC X(35)
               VALUE "DPCOMBINE - PARTITIONED POSTING RUN".
           05  FILLER           PIC X(10) VALUE " RUN DATE ".
           05  WS-RT-DATE       PIC 9(8).
           05  FILLER           PIC X(47) VALUE SPACES.
       01  WS-RPT-PART-HEAD.
           05  FILLER           PIC X(33)
               VALUE "PART ABOVE        THROUGH       ".
           05  FILLER           PIC X(36)
               VALUE "      ACCOUNTS     TRANSACTIONS     ".
           05  FILLER           PIC X(31)
               VALUE "  TXN AMOUNT    MAINTENANCE    ".
       01  WS-RPT-PART-LINE.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-RP-PART-NO    PIC 9(2).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RP-LOW-ID     PIC X(12).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RP-HIGH-ID    PIC X(12).
           05  FILLER           PIC X(3)  VALUE SPACES.
           05  WS-RP-ACCTS      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(6)  VALUE SPACES.
           05  WS-RP-TXNS       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RP-HASH       PIC -(11)9.99.
           05  FILLER           PIC X(4)  VALUE SPACES.
           05  WS-RP-MAINT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(8)  VALUE SPACES.
       01  WS-RPT-PROOF-LINE.
           05  WS-RF-LABEL      PIC X(20).
           05  FILLER           PIC X(11) VALUE " PARTITIONS".
           05  WS-RF-PARTS      PIC X(15).
           05  FILLER           PIC X(9)  VALUE "  TRAILER".
           05  WS-RF-TRAILER    PIC X(15).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-RF-VERDICT    PIC X(8).
           05  FILLER           PIC X(20) VALUE SPACES.
       77  WS-EDIT-COUNT    PIC ZZZ,ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-AMOUNT   PIC -(11)9.99.
       01  WS-RPT-LINE.
           05  WS-RPT-LABEL     PIC X(40).
           05  WS-RPT-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-RUN-DATE
           PERFORM LOAD-PARTITION-CARD
           PERFORM REGISTER-RUN-START
           OPEN OUTPUT RPT-FILE
           MOVE TODAY TO WS-RT-DATE
           WRITE RPT-REC FROM WS-RPT-TITLE
           *> Nothing is combined until the partitions are proved to
           *> cover the feeds exactly - a range that was never run, or
           *> run against another day's card, abends here with every
           *> downstream file still untouched.
           PERFORM PROVE-PARTITIONS
           PERFORM COMBINE-ACCOUNTS
           PERFORM COMBINE-REGISTER
           PERFORM COMBINE-GL-EXTRACT
           PERFORM COMBINE-SETTLEMENT
           PERFORM COMBINE-ACH-RETURNS
           PERFORM COMBINE-TXN-RECON
           MOVE "out/audit_journal.dat" TO WS-COMB-DSN
           PERFORM COPY-PARTS-114
           MOVE "out/suspense_out.dat" TO WS-COMB-DSN
           PERFORM COPY-PARTS-87
           MOVE "out/xfr_credits.dat" TO WS-COMB-DSN
           PERFORM COPY-PARTS-84
           MOVE "out/seq_errors.dat" TO WS-COMB-DSN
           PERFORM COPY-PARTS-80
           MOVE "out/aged_suspense.rpt" TO WS-COMB-DSN
           PERFORM COPY-PARTS-80
           MOVE "out/close_rejects.rpt" TO WS-COMB-DSN
           PERFORM COPY-PARTS-80
           MOVE "out/stopped_items.rpt" TO WS-COMB-DSN
           PERFORM COPY-PARTS-80
           MOVE "out/exceptions.dat" TO WS-COMB-DSN
           PERFORM COPY-PARTS-72
           MOVE "out/unmatched.dat" TO WS-COMB-DSN
           PERFORM COPY-PARTS-72
           MOVE "out/velocity_exceptions.dat" TO WS-COMB-DSN
           PERFORM COPY-PARTS-72
           MOVE "out/duplicates.dat" TO WS-COMB-DSN
           PERFORM COPY-PARTS-72
           MOVE "out/pending_out.dat" TO WS-COMB-DSN
           PERFORM COPY-PARTS-72
           MOVE "out/aged_items.rpt" TO WS-COMB-DSN
           PERFORM COPY-PARTS-72
           MOVE "out/mtd_bal_out.dat" TO WS-COMB-DSN
           PERFORM COPY-PARTS-60
           MOVE "out/unmatched_maint.dat" TO WS-COMB-DSN
           PERFORM COPY-PARTS-49
           MOVE "out/holds_report.rpt" TO WS-COMB-DSN
           PERFORM COPY-PARTS-48
           MOVE "out/holds_out.dat" TO WS-COMB-DSN
           PERFORM COPY-PARTS-30
           MOVE "out/int_ytd_out.dat" TO WS-COMB-DSN
           PERFORM COPY-PARTS-23
           PERFORM COMBINE-HISTORY
           PERFORM COMBINE-REGISTRY
           CLOSE RPT-FILE
           PERFORM REGISTER-RUN-END
           GOBACK.

       GET-RUN-DATE.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
              AT END
                 DISPLAY "DPCOMBINE: MISSING RUN-DATE PARAMETER CARD"
                 CLOSE CTL-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE CTL-RUN-DATE TO TODAY
           CLOSE CTL-FILE
           COMPUTE WS-DUP-CUTOFF = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(TODAY) - WS-DUP-RETAIN-DAYS).

       *> Same rules DAILYPOST holds the card to: lines numbered 01
       *> upward, high keys rising, only the last one blank. Each
       *> range's low key is the previous line's high key.
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
              DISPLAY "DPCOMBINE: PARTITION TABLE FULL AT "
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
           MOVE WS-PREV-HIGH-ID TO WS-PT-LOW-ID(PART-PX)
           IF DPP-HIGH-ACCT-ID = SPACES
              MOVE HIGH-VALUES TO WS-PT-HIGH-ID(PART-PX)
           ELSE
              MOVE DPP-HIGH-ACCT-ID TO WS-PT-HIGH-ID(PART-PX)
           END-IF
           MOVE 0 TO WS-PT-ACCT-COUNT(PART-PX) WS-PT-TXN-COUNT(PART-PX)
                     WS-PT-TXN-HASH(PART-PX) WS-PT-MAINT-COUNT(PART-PX)
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
           END-IF
           SET PART-PX TO WS-PART-COUNT
           MOVE WS-PT-HIGH-ID(PART-PX) TO WS-PREV-HIGH-ID.

       PART-CARD-ABEND.
           DISPLAY "DPCOMBINE: BAD PARTITION CARD - " WS-PART-MSG
              " - ABENDING"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       *> Read every partition's control record against its line of
       *> the card and count its balance master, then hold the sums
       *> against the feed trailers. Every discrepancy is reported
       *> before the run abends, so one look at the report shows all
       *> that is wrong.
       PROVE-PARTITIONS.
           WRITE RPT-REC FROM WS-RPT-PART-HEAD
           MOVE 0 TO WS-PROOF-ERRORS WS-SUM-ACCTS WS-SUM-TXNS
                     WS-SUM-HASH WS-SUM-MAINT
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM PROVE-ONE-PARTITION
           END-PERFORM
           PERFORM READ-FEED-TRAILERS
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "ACCOUNTS"          TO WS-RF-LABEL
           MOVE WS-SUM-ACCTS        TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT       TO WS-RF-PARTS
           MOVE WS-FEED-ACCTS       TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT       TO WS-RF-TRAILER
           IF WS-SUM-ACCTS = WS-FEED-ACCTS
              MOVE "OK"             TO WS-RF-VERDICT
           ELSE
              MOVE "MISMATCH"       TO WS-RF-VERDICT
              ADD 1 TO WS-PROOF-ERRORS
           END-IF
           WRITE RPT-REC FROM WS-RPT-PROOF-LINE
           MOVE "TRANSACTIONS"      TO WS-RF-LABEL
           MOVE WS-SUM-TXNS         TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT       TO WS-RF-PARTS
           MOVE WS-FEED-TXNS        TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT       TO WS-RF-TRAILER
           IF WS-SUM-TXNS = WS-FEED-TXNS
              MOVE "OK"             TO WS-RF-VERDICT
           ELSE
              MOVE "MISMATCH"       TO WS-RF-VERDICT
              ADD 1 TO WS-PROOF-ERRORS
           END-IF
           WRITE RPT-REC FROM WS-RPT-PROOF-LINE
           MOVE "TXN AMOUNT HASH"   TO WS-RF-LABEL
           MOVE WS-SUM-HASH         TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT      TO WS-RF-PARTS
           MOVE WS-FEED-HASH        TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT      TO WS-RF-TRAILER
           IF WS-SUM-HASH = WS-FEED-HASH
              MOVE "OK"             TO WS-RF-VERDICT
           ELSE
              MOVE "MISMATCH"       TO WS-RF-VERDICT
              ADD 1 TO WS-PROOF-ERRORS
           END-IF
           WRITE RPT-REC FROM WS-RPT-PROOF-LINE
           MOVE "MAINTENANCE"       TO WS-RF-LABEL
           MOVE WS-SUM-MAINT        TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT       TO WS-RF-PARTS
           MOVE WS-FEED-MAINT       TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT       TO WS-RF-TRAILER
           IF WS-SUM-MAINT = WS-FEED-MAINT
              MOVE "OK"             TO WS-RF-VERDICT
           ELSE
              MOVE "MISMATCH"       TO WS-RF-VERDICT
              ADD 1 TO WS-PROOF-ERRORS
           END-IF
           WRITE RPT-REC FROM WS-RPT-PROOF-LINE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           IF WS-PROOF-ERRORS > 0
              MOVE "PARTITIONS DO NOT PROVE - NOTHING COMBINED"
                 TO RPT-REC
              WRITE RPT-REC
              CLOSE RPT-FILE
              DISPLAY "DPCOMBINE: PARTITIONS DO NOT PROVE TO THE FEED"
                 " TRAILERS - SEE out/dpcombine.rpt - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       PROVE-ONE-PARTITION.
           SET PART-PX TO WS-CUR-PART
           MOVE "out/dailypost_part.dat" TO WS-COMB-DSN
           PERFORM SET-PART-DSN
           OPEN INPUT PARTCTL-IN
           PERFORM CHECK-PART-OPEN
           READ PARTCTL-IN
              AT END
                 DISPLAY "DPCOMBINE: EMPTY " WS-PART-DSN " - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE PARTCTL-IN
           IF PC-RUN-DATE NOT = TODAY
              OR PC-PART-NO NOT = WS-CUR-PART
              OR PC-LOW-ACCT-ID NOT = WS-PT-LOW-ID(PART-PX)
              OR PC-HIGH-ACCT-ID NOT = WS-PT-HIGH-ID(PART-PX)
              DISPLAY "DPCOMBINE: " WS-PART-DSN " IS NOT PARTITION "
                 WS-CUR-PART " OF THE CARD FOR " TODAY " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE PC-ACCT-COUNT  TO WS-PT-ACCT-COUNT(PART-PX)
           MOVE PC-TXN-COUNT   TO WS-PT-TXN-COUNT(PART-PX)
           MOVE PC-TXN-HASH    TO WS-PT-TXN-HASH(PART-PX)
           MOVE PC-MAINT-COUNT TO WS-PT-MAINT-COUNT(PART-PX)
           ADD PC-ACCT-COUNT  TO WS-SUM-ACCTS
           ADD PC-TXN-COUNT   TO WS-SUM-TXNS
           ADD PC-TXN-HASH    TO WS-SUM-HASH
           ADD PC-MAINT-COUNT TO WS-SUM-MAINT
           MOVE WS-CUR-PART         TO WS-RP-PART-NO
           IF PC-LOW-ACCT-ID = LOW-VALUES
              MOVE "(FIRST)"        TO WS-RP-LOW-ID
           ELSE
              MOVE PC-LOW-ACCT-ID   TO WS-RP-LOW-ID
           END-IF
           IF PC-HIGH-ACCT-ID = HIGH-VALUES
              MOVE "(LAST)"         TO WS-RP-HIGH-ID
           ELSE
              MOVE PC-HIGH-ACCT-ID  TO WS-RP-HIGH-ID
           END-IF
           MOVE PC-ACCT-COUNT       TO WS-RP-ACCTS
           MOVE PC-TXN-COUNT        TO WS-RP-TXNS
           MOVE PC-TXN-HASH         TO WS-RP-HASH
           MOVE PC-MAINT-COUNT      TO WS-RP-MAINT
           WRITE RPT-REC FROM WS-RPT-PART-LINE
           *> The balance master the partition left must hold every
           *> account its control record claims.
           MOVE "out/accounts_out.dat" TO WS-COMB-DSN
           PERFORM SET-PART-DSN
           OPEN INPUT ACCT-PART
           PERFORM CHECK-PART-OPEN
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO EOF-PIN
           PERFORM UNTIL EOF-PIN = "Y"
              READ ACCT-PART
                 AT END MOVE "Y" TO EOF-PIN
              NOT AT END
                 ADD 1 TO WS-COPY-COUNT
              END-READ
           END-PERFORM
           CLOSE ACCT-PART
           IF WS-COPY-COUNT NOT = PC-ACCT-COUNT
              MOVE SPACES TO RPT-REC
              STRING "  " WS-PART-DSN DELIMITED BY SPACE
                     " SHORT OF ITS CONTROL RECORD" DELIMITED BY SIZE
                 INTO RPT-REC
              END-STRING
              WRITE RPT-REC
              ADD 1 TO WS-PROOF-ERRORS
           END-IF.

       READ-FEED-TRAILERS.
           OPEN INPUT ACCT-FILE
           MOVE "ACCT-FILE" TO WS-VAL-NAME
           MOVE "N" TO EOF-FEED WS-TRL-SEEN
           PERFORM UNTIL EOF-FEED = "Y"
              READ ACCT-FILE
                 AT END MOVE "Y" TO EOF-FEED
              NOT AT END
                 IF ACCT-IN-REC(1:3) = "TRL"
                    MOVE ACCT-IN-REC(4:25) TO WS-TRL-FIELDS
                    MOVE "Y" TO WS-TRL-SEEN
                    MOVE "Y" TO EOF-FEED
                 END-IF
              END-READ
           END-PERFORM
           CLOSE ACCT-FILE
           PERFORM CHECK-TRAILER-SEEN
           MOVE WS-TRL-COUNT TO WS-FEED-ACCTS
           OPEN INPUT TXN-FILE
           MOVE "TXN-FILE" TO WS-VAL-NAME
           MOVE "N" TO EOF-FEED WS-TRL-SEEN
           PERFORM UNTIL EOF-FEED = "Y"
              READ TXN-FILE
                 AT END MOVE "Y" TO EOF-FEED
              NOT AT END
                 IF TXN-IN-REC(1:3) = "TRL"
                    MOVE TXN-IN-REC(4:25) TO WS-TRL-FIELDS
                    MOVE "Y" TO WS-TRL-SEEN
                    MOVE "Y" TO EOF-FEED
                 END-IF
              END-READ
           END-PERFORM
           CLOSE TXN-FILE
           PERFORM CHECK-TRAILER-SEEN
           MOVE WS-TRL-COUNT TO WS-FEED-TXNS
           MOVE WS-TRL-HASH  TO WS-FEED-HASH
           OPEN INPUT MAINT-FILE
           MOVE "MAINT-FILE" TO WS-VAL-NAME
           MOVE "N" TO EOF-FEED WS-TRL-SEEN
           PERFORM UNTIL EOF-FEED = "Y"
              READ MAINT-FILE
                 AT END MOVE "Y" TO EOF-FEED
              NOT AT END
                 IF MAINT-IN-REC(1:3) = "TRL"
                    MOVE MAINT-IN-REC(4:25) TO WS-TRL-FIELDS
                    MOVE "Y" TO WS-TRL-SEEN
                    MOVE "Y" TO EOF-FEED
                 END-IF
              END-READ
           END-PERFORM
           CLOSE MAINT-FILE
           PERFORM CHECK-TRAILER-SEEN
           MOVE WS-TRL-COUNT TO WS-FEED-MAINT
           MOVE WS-FEED-TXNS TO WS-RC-IN.

       CHECK-TRAILER-SEEN.
           IF WS-TRL-SEEN NOT = "Y"
              DISPLAY "DPCOMBINE: MISSING TRAILER ON " WS-VAL-NAME
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       *> Partition file name for WS-CUR-PART from the combined name
       *> in WS-COMB-DSN: out/register.dat becomes
       *> out/register_p01.dat.
       SET-PART-DSN.
           MOVE WS-CUR-PART TO WS-PART-SFX-NO
           MOVE SPACES TO WS-DSN-STEM WS-DSN-EXT WS-PART-DSN
           UNSTRING WS-COMB-DSN DELIMITED BY "."
              INTO WS-DSN-STEM WS-DSN-EXT
           END-UNSTRING
           STRING WS-DSN-STEM DELIMITED BY SPACE
                  WS-PART-SFX DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-DSN-EXT DELIMITED BY SPACE
              INTO WS-PART-DSN
           END-STRING.

       *> Every partition writes every one of its files, so one that
       *> is missing means the partition did not finish as the run
       *> log says it did.
       CHECK-PART-OPEN.
           IF WS-PIN-STATUS NOT = "00"
              DISPLAY "DPCOMBINE: CANNOT OPEN " WS-PART-DSN
                 " - STATUS " WS-PIN-STATUS " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-COPY-LINE.
           MOVE WS-COMB-DSN   TO WS-RPT-LABEL
           MOVE WS-COPY-COUNT TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE.

       *> The partitions' balance masters in partition order are the
       *> whole master in ACCT-ID order, so the keyed master loads
       *> sequentially straight behind the flat one.
       COMBINE-ACCOUNTS.
           MOVE "out/accounts_out.dat" TO WS-COMB-DSN
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT ACCT-OUT ACCT-IDX
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM SET-PART-DSN
              OPEN INPUT ACCT-PART
              PERFORM CHECK-PART-OPEN
              MOVE "N" TO EOF-PIN
              PERFORM UNTIL EOF-PIN = "Y"
                 READ ACCT-PART
                    AT END MOVE "Y" TO EOF-PIN
                 NOT AT END
                    WRITE ACCT-OUT-REC FROM ACCT-PART-REC
                    WRITE ACCT-IDX-REC FROM ACCT-PART-REC
                       INVALID KEY
                          DISPLAY "DPCOMBINE: ACCT-ID "
                             ACCT-ID OF ACCT-IDX-REC
                             " OUT OF SEQUENCE IN " WS-PART-DSN
                             " - ABENDING"
                          MOVE 16 TO RETURN-CODE
                          CLOSE ACCT-PART ACCT-OUT ACCT-IDX
                          STOP RUN
                    END-WRITE
                    ADD 1 TO WS-COPY-COUNT
                 END-READ
              END-PERFORM
              CLOSE ACCT-PART
           END-PERFORM
           CLOSE ACCT-OUT ACCT-IDX
           MOVE WS-COPY-COUNT TO WS-RC-OUT
           PERFORM WRITE-COPY-LINE
           MOVE "data/accounts_idx.dat" TO WS-COMB-DSN
           PERFORM WRITE-COPY-LINE.

       COMBINE-REGISTER.
           MOVE "out/register.dat" TO WS-COMB-DSN
           MOVE 0 TO WS-SUM-COUNT
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM SET-PART-DSN
              OPEN INPUT REG-IN
              PERFORM CHECK-PART-OPEN
              MOVE 0 TO WS-SUM-LINE
              MOVE "N" TO EOF-PIN
              PERFORM UNTIL EOF-PIN = "Y"
                 READ REG-IN
                    AT END MOVE "Y" TO EOF-PIN
                 NOT AT END
                    MOVE RIN-PRODUCT-CODE TO WS-SUM-KEY-IN
                    MOVE RIN-COUNT        TO WS-SUM-CNT-IN
                    MOVE RIN-TOTAL        TO WS-SUM-AMT-IN
                    PERFORM ADD-SUM-LINE
                 END-READ
              END-PERFORM
              CLOSE REG-IN
              PERFORM CHECK-SUM-LINES
           END-PERFORM
           OPEN OUTPUT REG-OUT
           PERFORM VARYING SUM-PX FROM 1 BY 1
                   UNTIL SUM-PX > WS-SUM-COUNT
              MOVE WS-SUM-KEY(SUM-PX) TO REG-PRODUCT-CODE
              MOVE WS-SUM-CNT(SUM-PX) TO REG-COUNT
              MOVE WS-SUM-AMT(SUM-PX) TO REG-TOTAL
              WRITE REG-REC
           END-PERFORM
           CLOSE REG-OUT
           MOVE WS-SUM-COUNT TO WS-COPY-COUNT
           PERFORM WRITE-COPY-LINE.

       COMBINE-GL-EXTRACT.
           MOVE "out/gl_extract.dat" TO WS-COMB-DSN
           MOVE 0 TO WS-SUM-COUNT
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM SET-PART-DSN
              OPEN INPUT GL-IN
              PERFORM CHECK-PART-OPEN
              MOVE 0 TO WS-SUM-LINE
              MOVE "N" TO EOF-PIN
              PERFORM UNTIL EOF-PIN = "Y"
                 READ GL-IN
                    AT END MOVE "Y" TO EOF-PIN
                 NOT AT END
                    MOVE GIN-CELL   TO WS-SUM-KEY-IN
                    MOVE GIN-COUNT  TO WS-SUM-CNT-IN
                    MOVE GIN-AMOUNT TO WS-SUM-AMT-IN
                    PERFORM ADD-SUM-LINE
                 END-READ
              END-PERFORM
              CLOSE GL-IN
              PERFORM CHECK-SUM-LINES
           END-PERFORM
           OPEN OUTPUT GL-OUT
           PERFORM VARYING SUM-PX FROM 1 BY 1
                   UNTIL SUM-PX > WS-SUM-COUNT
              MOVE WS-SUM-KEY(SUM-PX) TO GL-CELL
              MOVE WS-SUM-CNT(SUM-PX) TO GL-COUNT
              MOVE WS-SUM-AMT(SUM-PX) TO GL-AMOUNT
              WRITE GL-REC
           END-PERFORM
           CLOSE GL-OUT
           MOVE WS-SUM-COUNT TO WS-COPY-COUNT
           PERFORM WRITE-COPY-LINE.

       COMBINE-SETTLEMENT.
           MOVE "out/settlement.dat" TO WS-COMB-DSN
           MOVE 0 TO WS-SUM-COUNT
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM SET-PART-DSN
              OPEN INPUT SETTLE-IN
              PERFORM CHECK-PART-OPEN
              MOVE 0 TO WS-SUM-LINE
              MOVE "N" TO EOF-PIN
              PERFORM UNTIL EOF-PIN = "Y"
                 READ SETTLE-IN
                    AT END MOVE "Y" TO EOF-PIN
                 NOT AT END
                    MOVE SIN-CELL   TO WS-SUM-KEY-IN
                    MOVE SIN-COUNT  TO WS-SUM-CNT-IN
                    MOVE SIN-AMOUNT TO WS-SUM-AMT-IN
                    PERFORM ADD-SUM-LINE
                 END-READ
              END-PERFORM
              CLOSE SETTLE-IN
              PERFORM CHECK-SUM-LINES
           END-PERFORM
           OPEN OUTPUT SETTLE-OUT
           PERFORM VARYING SUM-PX FROM 1 BY 1
                   UNTIL SUM-PX > WS-SUM-COUNT
              MOVE WS-SUM-KEY(SUM-PX) TO SET-CELL
              MOVE WS-SUM-CNT(SUM-PX) TO SET-COUNT
              MOVE WS-SUM-AMT(SUM-PX) TO SET-AMOUNT
              WRITE SETTLE-REC
           END-PERFORM
           CLOSE SETTLE-OUT
           MOVE WS-SUM-COUNT TO WS-COPY-COUNT
           PERFORM WRITE-COPY-LINE.

       *> Partition 01 lays down the lines; each later partition's
       *> line must carry the same cell as partition 01's line in
       *> the same position.
       ADD-SUM-LINE.
           ADD 1 TO WS-SUM-LINE
           IF WS-CUR-PART = 1
              IF WS-SUM-COUNT >= WS-SUM-MAX
                 DISPLAY "DPCOMBINE: SUM TABLE FULL AT " WS-SUM-MAX
                    " - RAISE WS-SUM-MAX AND RERUN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-SUM-COUNT
              SET SUM-PX TO WS-SUM-COUNT
              MOVE WS-SUM-KEY-IN TO WS-SUM-KEY(SUM-PX)
              MOVE 0 TO WS-SUM-CNT(SUM-PX) WS-SUM-AMT(SUM-PX)
           ELSE
              IF WS-SUM-LINE > WS-SUM-COUNT
                 PERFORM SUM-LAYOUT-ABEND
              END-IF
              SET SUM-PX TO WS-SUM-LINE
              IF WS-SUM-KEY(SUM-PX) NOT = WS-SUM-KEY-IN
                 PERFORM SUM-LAYOUT-ABEND
              END-IF
           END-IF
           ADD WS-SUM-CNT-IN TO WS-SUM-CNT(SUM-PX)
           ADD WS-SUM-AMT-IN TO WS-SUM-AMT(SUM-PX).

       CHECK-SUM-LINES.
           IF WS-SUM-LINE NOT = WS-SUM-COUNT
              PERFORM SUM-LAYOUT-ABEND
           END-IF.

       SUM-LAYOUT-ABEND.
           DISPLAY "DPCOMBINE: " WS-PART-DSN " DOES NOT LINE UP WITH"
              " PARTITION 01 - ABENDING"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       COMBINE-ACH-RETURNS.
           MOVE "out/ach_returns.dat" TO WS-COMB-DSN
           MOVE 0 TO WS-COPY-COUNT WS-ACH-COUNT WS-ACH-TOTAL
           OPEN OUTPUT ACHRET-OUT
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM SET-PART-DSN
              OPEN INPUT ACHRET-IN
              PERFORM CHECK-PART-OPEN
              MOVE "N" TO EOF-PIN
              PERFORM UNTIL EOF-PIN = "Y"
                 READ ACHRET-IN
                    AT END MOVE "Y" TO EOF-PIN
                 NOT AT END
                    IF ACHRET-IN-REC(1:3) = "TRL"
                       MOVE ACHRET-IN-REC(1:28) TO WS-ACHRET-TRL
                       ADD WS-AR-TRL-COUNT TO WS-ACH-COUNT
                       ADD WS-AR-TRL-TOTAL TO WS-ACH-TOTAL
                    ELSE
                       WRITE ACHRET-REC FROM ACHRET-IN-REC
                       ADD 1 TO WS-COPY-COUNT
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE ACHRET-IN
           END-PERFORM
           MOVE WS-ACH-COUNT TO WS-AR-TRL-COUNT
           MOVE WS-ACH-TOTAL TO WS-AR-TRL-TOTAL
           MOVE SPACES TO ACHRET-REC
           MOVE WS-ACHRET-TRL TO ACHRET-REC(1:28)
           WRITE ACHRET-REC
           CLOSE ACHRET-OUT
           IF WS-ACH-COUNT NOT = WS-COPY-COUNT
              DISPLAY "DPCOMBINE: ACH RETURN CONTROL " WS-ACH-COUNT
                 " BUT " WS-COPY-COUNT " ITEMS COMBINED - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM WRITE-COPY-LINE.

       *> The buckets of each partition's reconciliation - the lines
       *> between its input line and its difference line - summed,
       *> then proved against the transaction trailer the way a
       *> whole run proves them.
       COMBINE-TXN-RECON.
           MOVE "out/txn_recon.rpt" TO WS-COMB-DSN
           MOVE 0 TO WS-SUM-COUNT
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM SET-PART-DSN
              OPEN INPUT RECON-IN
              PERFORM CHECK-PART-OPEN
              MOVE 0 TO WS-SUM-LINE
              MOVE "N" TO EOF-PIN WS-IN-BUCKETS
              PERFORM UNTIL EOF-PIN = "Y"
                 READ RECON-IN
                    AT END MOVE "Y" TO EOF-PIN
                 NOT AT END
                    EVALUATE TRUE
                       WHEN RCI-LABEL(1:5) = "INPUT"
                          MOVE "Y" TO WS-IN-BUCKETS
                       WHEN RCI-LABEL = "DIFFERENCE"
                          MOVE "N" TO WS-IN-BUCKETS
                       WHEN WS-IN-BUCKETS = "Y"
                          MOVE RCI-LABEL  TO WS-SUM-KEY-IN
                          MOVE RCI-COUNT  TO WS-SUM-CNT-IN
                          MOVE RCI-AMOUNT TO WS-SUM-AMT-IN
                          PERFORM ADD-SUM-LINE
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE RECON-IN
              PERFORM CHECK-SUM-LINES
           END-PERFORM
           OPEN OUTPUT RECON-OUT
           MOVE "TXN DISPOSITION RECON" TO TXNRECON-REC
           WRITE TXNRECON-REC
           MOVE "INPUT (TRAILER)"  TO WS-RL-LABEL
           MOVE WS-FEED-TXNS       TO WS-RL-COUNT
           MOVE WS-FEED-HASH       TO WS-RL-AMOUNT
           WRITE TXNRECON-REC FROM WS-RECON-LINE
           MOVE 0 TO WS-DSP-SUM-CNT
           PERFORM VARYING SUM-PX FROM 1 BY 1
                   UNTIL SUM-PX > WS-SUM-COUNT
              MOVE WS-SUM-KEY(SUM-PX) TO WS-RL-LABEL
              MOVE WS-SUM-CNT(SUM-PX) TO WS-RL-COUNT
              MOVE WS-SUM-AMT(SUM-PX) TO WS-RL-AMOUNT
              WRITE TXNRECON-REC FROM WS-RECON-LINE
              ADD WS-SUM-CNT(SUM-PX) TO WS-DSP-SUM-CNT
           END-PERFORM
           COMPUTE WS-DSP-DIFF = WS-FEED-TXNS - WS-DSP-SUM-CNT
           MOVE "DIFFERENCE"       TO WS-RD-LABEL
           MOVE WS-DSP-DIFF        TO WS-RD-DIFF
           WRITE TXNRECON-REC FROM WS-RECON-DIFF-LINE
           IF WS-DSP-DIFF = 0
              MOVE "RECON OK - ALL RECORDS ACCOUNTED FOR"
                   TO TXNRECON-REC
              WRITE TXNRECON-REC
           ELSE
              MOVE "RECORDS UNACCOUNTED FOR - INVESTIGATE"
                   TO TXNRECON-REC
              WRITE TXNRECON-REC
              MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE RECON-OUT
           MOVE WS-SUM-COUNT TO WS-COPY-COUNT
           PERFORM WRITE-COPY-LINE.

       COPY-PARTS-114.
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT COMB-114
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM SET-PART-DSN
              OPEN INPUT PART-114
              PERFORM CHECK-PART-OPEN
              MOVE "N" TO EOF-PIN
              PERFORM UNTIL EOF-PIN = "Y"
                 READ PART-114
                    AT END MOVE "Y" TO EOF-PIN
                 NOT AT END
                    WRITE COMB-114-REC FROM PART-114-REC
                    ADD 1 TO WS-COPY-COUNT
                 END-READ
              END-PERFORM
              CLOSE PART-114
           END-PERFORM
           CLOSE COMB-114
           PERFORM WRITE-COPY-LINE.

       COPY-PARTS-87.
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT COMB-87
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM SET-PART-DSN
              OPEN INPUT PART-87
              PERFORM CHECK-PART-OPEN
              MOVE "N" TO EOF-PIN
              PERFORM UNTIL EOF-PIN = "Y"
                 READ PART-87
                    AT END MOVE "Y" TO EOF-PIN
                 NOT AT END
                    WRITE COMB-87-REC FROM PART-87-REC
                    ADD 1 TO WS-COPY-COUNT
                 END-READ
              END-PERFORM
              CLOSE PART-87
           END-PERFORM
           CLOSE COMB-87
           PERFORM WRITE-COPY-LINE.

       COPY-PARTS-84.
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT COMB-84
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM SET-PART-DSN
              OPEN INPUT PART-84
              PERFORM CHECK-PART-OPEN
              MOVE "N" TO EOF-PIN
              PERFORM UNTIL EOF-PIN = "Y"
                 READ PART-84
                    AT END MOVE "Y" TO EOF-PIN
                 NOT AT END
                    WRITE COMB-84-REC FROM PART-84-REC
                    ADD 1 TO WS-COPY-COUNT
                 END-READ
              END-PERFORM
              CLOSE PART-84
           END-PERFORM
           CLOSE COMB-84
           PERFORM WRITE-COPY-LINE.

       COPY-PARTS-80.
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT COMB-80
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM SET-PART-DSN
              OPEN INPUT PART-80
              PERFORM CHECK-PART-OPEN
              MOVE "N" TO EOF-PIN
              PERFORM UNTIL EOF-PIN = "Y"
                 READ PART-80
                    AT END MOVE "Y" TO EOF-PIN
                 NOT AT END
                    WRITE COMB-80-REC FROM PART-80-REC
                    ADD 1 TO WS-COPY-COUNT
                 END-READ
              END-PERFORM
              CLOSE PART-80
           END-PERFORM
           CLOSE COMB-80
           PERFORM WRITE-COPY-LINE.

       COPY-PARTS-72.
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT COMB-72
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM SET-PART-DSN
              OPEN INPUT PART-72
              PERFORM CHECK-PART-OPEN
              MOVE "N" TO EOF-PIN
              PERFORM UNTIL EOF-PIN = "Y"
                 READ PART-72
                    AT END MOVE "Y" TO EOF-PIN
                 NOT AT END
                    WRITE COMB-72-REC FROM PART-72-REC
                    ADD 1 TO WS-COPY-COUNT
                 END-READ
              END-PERFORM
              CLOSE PART-72
           END-PERFORM
           CLOSE COMB-72
           PERFORM WRITE-COPY-LINE.

       COPY-PARTS-60.
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT COMB-60
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM SET-PART-DSN
              OPEN INPUT PART-60
              PERFORM CHECK-PART-OPEN
              MOVE "N" TO EOF-PIN
              PERFORM UNTIL EOF-PIN = "Y"
                 READ PART-60
                    AT END MOVE "Y" TO EOF-PIN
                 NOT AT END
                    WRITE COMB-60-REC FROM PART-60-REC
                    ADD 1 TO WS-COPY-COUNT
                 END-READ
              END-PERFORM
              CLOSE PART-60
           END-PERFORM
           CLOSE COMB-60
           PERFORM WRITE-COPY-LINE.

       COPY-PARTS-49.
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT COMB-49
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM SET-PART-DSN
              OPEN INPUT PART-49
              PERFORM CHECK-PART-OPEN
              MOVE "N" TO EOF-PIN
              PERFORM UNTIL EOF-PIN = "Y"
                 READ PART-49
                    AT END MOVE "Y" TO EOF-PIN
                 NOT AT END
                    WRITE COMB-49-REC FROM PART-49-REC
                    ADD 1 TO WS-COPY-COUNT
                 END-READ
              END-PERFORM
              CLOSE PART-49
           END-PERFORM
           CLOSE COMB-49
           PERFORM WRITE-COPY-LINE.

       COPY-PARTS-48.
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT COMB-48
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM SET-PART-DSN
              OPEN INPUT PART-48
              PERFORM CHECK-PART-OPEN
              MOVE "N" TO EOF-PIN
              PERFORM UNTIL EOF-PIN = "Y"
                 READ PART-48
                    AT END MOVE "Y" TO EOF-PIN
                 NOT AT END
                    WRITE COMB-48-REC FROM PART-48-REC
                    ADD 1 TO WS-COPY-COUNT
                 END-READ
              END-PERFORM
              CLOSE PART-48
           END-PERFORM
           CLOSE COMB-48
           PERFORM WRITE-COPY-LINE.

       COPY-PARTS-30.
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT COMB-30
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM SET-PART-DSN
              OPEN INPUT PART-30
              PERFORM CHECK-PART-OPEN
              MOVE "N" TO EOF-PIN
              PERFORM UNTIL EOF-PIN = "Y"
                 READ PART-30
                    AT END MOVE "Y" TO EOF-PIN
                 NOT AT END
                    WRITE COMB-30-REC FROM PART-30-REC
                    ADD 1 TO WS-COPY-COUNT
                 END-READ
              END-PERFORM
              CLOSE PART-30
           END-PERFORM
           CLOSE COMB-30
           PERFORM WRITE-COPY-LINE.

       COPY-PARTS-23.
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT COMB-23
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM SET-PART-DSN
              OPEN INPUT PART-23
              PERFORM CHECK-PART-OPEN
              MOVE "N" TO EOF-PIN
              PERFORM UNTIL EOF-PIN = "Y"
                 READ PART-23
                    AT END MOVE "Y" TO EOF-PIN
                 NOT AT END
                    WRITE COMB-23-REC FROM PART-23-REC
                    ADD 1 TO WS-COPY-COUNT
                 END-READ
              END-PERFORM
              CLOSE PART-23
           END-PERFORM
           CLOSE COMB-23
           PERFORM WRITE-COPY-LINE.

       *> Tonight's history from each partition onto the cumulative
       *> archive and its keyed companion, in partition order - the
       *> order a whole run would have written it. The keyed write
       *> sequence restarts from one each night as a whole run's
       *> does, so a rerun rewrites the same keys.
       COMBINE-HISTORY.
           IF COMBINE-RERUN
              PERFORM TRIM-COMBINED-HISTORY
           END-IF
           MOVE "data/history.dat" TO WS-COMB-DSN
           MOVE 0 TO WS-COPY-COUNT WS-HIX-SEQ
           OPEN EXTEND HIST-FILE
           OPEN I-O HIST-IDX
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM SET-PART-DSN
              OPEN INPUT HIST-PART
              PERFORM CHECK-PART-OPEN
              MOVE "N" TO EOF-PIN
              PERFORM UNTIL EOF-PIN = "Y"
                 READ HIST-PART
                    AT END MOVE "Y" TO EOF-PIN
                 NOT AT END
                    WRITE HIST-REC FROM HIST-PART-REC
                    ADD 1 TO WS-COPY-COUNT
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
                 END-READ
              END-PERFORM
              CLOSE HIST-PART
           END-PERFORM
           CLOSE HIST-FILE HIST-IDX
           PERFORM WRITE-COPY-LINE.

       *> An abended combine may have appended part of tonight's
       *> history already. Only DAILYPOST's posting date stamps
       *> records with tonight's date, so those come out before the
       *> partitions are appended again.
       TRIM-COMBINED-HISTORY.
           MOVE 0 TO WS-HIST-TRIMMED
           OPEN INPUT HIST-FILE
           OPEN OUTPUT TRIM-FILE
           MOVE "N" TO EOF-TRIM
           PERFORM UNTIL EOF-TRIM = "Y"
              READ HIST-FILE
                 AT END MOVE "Y" TO EOF-TRIM
              NOT AT END
                 IF HIST-POST-DATE = TODAY
                    ADD 1 TO WS-HIST-TRIMMED
                 ELSE
                    WRITE TRIM-REC FROM HIST-REC
                 END-IF
              END-READ
           END-PERFORM
           CLOSE HIST-FILE TRIM-FILE
           OPEN INPUT TRIM-FILE
           OPEN OUTPUT HIST-FILE
           MOVE "N" TO EOF-TRIM
           PERFORM UNTIL EOF-TRIM = "Y"
              READ TRIM-FILE
                 AT END MOVE "Y" TO EOF-TRIM
              NOT AT END
                 WRITE HIST-REC FROM TRIM-REC
              END-READ
           END-PERFORM
           CLOSE TRIM-FILE HIST-FILE
           MOVE "HISTORY TRIMMED (RERUN)" TO WS-RPT-LABEL
           MOVE WS-HIST-TRIMMED TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE.

       *> Every partition's posted TXN-IDs into the shared registry,
       *> then the end-of-run purge a whole run makes. A rerun finds
       *> its own entries already there and rewrites them.
       COMBINE-REGISTRY.
           MOVE "out/posted_add.dat" TO WS-COMB-DSN
           MOVE 0 TO WS-COPY-COUNT
           OPEN I-O DUP-IDX
           IF WS-DUP-STATUS NOT = "00" AND WS-DUP-STATUS NOT = "05"
              DISPLAY "DPCOMBINE: CANNOT OPEN data/posted_txnids.dat"
                 " - STATUS " WS-DUP-STATUS " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              PERFORM SET-PART-DSN
              OPEN INPUT DUPADD-IN
              PERFORM CHECK-PART-OPEN
              MOVE "N" TO EOF-PIN
              PERFORM UNTIL EOF-PIN = "Y"
                 READ DUPADD-IN
                    AT END MOVE "Y" TO EOF-PIN
                 NOT AT END
                    MOVE DUPADD-IN-REC TO DUP-REG-REC
                    WRITE DUP-REG-REC
                    END-WRITE
                    IF WS-DUP-STATUS = "22"
                       REWRITE DUP-REG-REC
                       END-REWRITE
                    END-IF
                    ADD 1 TO WS-COPY-COUNT
                 END-READ
              END-PERFORM
              CLOSE DUPADD-IN
           END-PERFORM
           MOVE "data/posted_txnids.dat" TO WS-COMB-DSN
           PERFORM WRITE-COPY-LINE
           PERFORM PURGE-DUP-REGISTRY
           CLOSE DUP-IDX
           MOVE "REGISTRY PURGED" TO WS-RPT-LABEL
           MOVE WS-DUP-PURGED TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE.

       PURGE-DUP-REGISTRY.
           MOVE 0 TO WS-DUP-PURGED
           MOVE "N" TO EOF-PURGE
           MOVE LOW-VALUES TO DUP-TXN-ID
           START DUP-IDX KEY NOT < DUP-TXN-ID
           END-START
           IF WS-DUP-STATUS NOT = "00"
              MOVE "Y" TO EOF-PURGE
           END-IF
           PERFORM UNTIL EOF-PURGE = "Y"
              READ DUP-IDX NEXT
              END-READ
              IF WS-DUP-STATUS = "00"
                 IF DUP-POST-DATE < WS-DUP-CUTOFF
                    DELETE DUP-IDX
                    END-DELETE
                    ADD 1 TO WS-DUP-PURGED
                 END-IF
              ELSE
                 MOVE "Y" TO EOF-PURGE
              END-IF
           END-PERFORM.

       *> The combine stands in for DAILYPOST on the run log: it
       *> refuses a date DAILYPOST has completed, and it refuses to
       *> start until every partition on the card has completed.
       REGISTER-RUN-START.
           OPEN I-O RUNCTL-FILE
           IF WS-RUN-STATUS NOT = "00" AND WS-RUN-STATUS NOT = "05"
              DISPLAY "DPCOMBINE: CANNOT OPEN data/runctl.dat"
                 " - STATUS " WS-RUN-STATUS " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-SELF TO RC-PROGRAM
           READ RUNCTL-FILE
           END-READ
           IF WS-RUN-STATUS = "00"
              IF RC-STATUS = "DONE"
                 DISPLAY "DPCOMBINE: " WS-RC-SELF " ALREADY COMPLETE"
                    " FOR " TODAY " - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE "Y" TO WS-RERUN
           END-IF
           PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                   UNTIL WS-CUR-PART > WS-PART-COUNT
              MOVE WS-CUR-PART TO WS-PART-RC-NO
              MOVE TODAY TO RC-RUN-DATE
              MOVE WS-PART-RC-NAME TO RC-PROGRAM
              READ RUNCTL-FILE
              END-READ
              IF WS-RUN-STATUS NOT = "00" OR RC-STATUS NOT = "DONE"
                 DISPLAY "DPCOMBINE: PARTITION " WS-PART-RC-NAME
                    " NOT COMPLETE FOR " TODAY " - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM
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

       *> A record left in "STRT" by an abended combine stays that
       *> way, so the rerun is not turned away as a repeat.
       REGISTER-RUN-END.
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-SELF TO RC-PROGRAM
           READ RUNCTL-FILE
           END-READ
           MOVE "DONE" TO RC-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-TS
           MOVE WS-RC-IN TO RC-IN-COUNT
           MOVE WS-RC-OUT TO RC-OUT-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           REWRITE RUNCTL-REC
           END-REWRITE
           CLOSE RUNCTL-FILE.
