       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETRECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE  ASSIGN TO "data/dailypost.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NRC-FILE  ASSIGN TO "data/netrecon.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SETTLE-FILE ASSIGN TO "out/settlement.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HIST-FILE ASSIGN TO "data/history.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NET-FILE  ASSIGN USING WS-NET-DSN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CLR-FILE ASSIGN TO "data/net_clear.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BRK-FILE ASSIGN TO "data/net_breaks.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BRK-NEW   ASSIGN TO "data/net_breaks_new.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ADJ-FILE  ASSIGN TO "out/net_adjust.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE  ASSIGN TO "out/netrecon.rpt"
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

       *> Settlement operations' escalation threshold: a break still
       *> open more than NRC-ESCALATE-DAYS calendar days after it was
       *> first found is flagged for escalation to the network.
       FD  NRC-FILE  RECORD CONTAINS 3 CHARACTERS.
       01  NRC-REC.
           05  NRC-ESCALATE-DAYS    PIC 9(3).

       *> DAILYPOST's settlement extract: our applied movement per
       *> CHANNEL x type, the figure each network's settlement total
       *> is proved against.
       FD  SETTLE-FILE RECORD CONTAINS 32 CHARACTERS.
       01  SETTLE-REC.
           05  SET-CHANNEL      PIC X(4).
           05  FILLER           PIC X(1).
           05  SET-TYPE         PIC X(4).
           05  FILLER           PIC X(1).
           05  SET-COUNT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(1).
           05  SET-AMOUNT       PIC -(10)9.99.

       *> Cumulative posting history; tonight's applied ATM and ACH
       *> items are the ones each network should have settled.
       FD  HIST-FILE RECORD CONTAINS 97 CHARACTERS.
       01  HIST-REC.
           COPY "HIST-REC.cpy".

       *> A network's daily settlement file - the ATM switch totals
       *> and the ACH operator settlement report arrive in the same
       *> layout, one file each, under the header/trailer discipline
       *> of our own feeds: "T" records carry the network's total per
       *> settlement type, "I" records the items behind them. The
       *> trailer counts both and hashes the item amounts.
       FD  NET-FILE  RECORD CONTAINS 60 CHARACTERS.
       01  NET-REC.
           COPY "NETSET-REC.cpy".

       *> Settlement operations' manual clearances of carried breaks -
       *> written off, or settled with the network outside the
       *> files - keyed by network and TXN-ID as printed on this
       *> report, under the same header/trailer discipline. No file
       *> on a night with no clearances.
       FD  CLR-FILE  RECORD CONTAINS 28 CHARACTERS.
       01  CLR-REC.
           05  CLR-NETWORK      PIC X(4).
           05  CLR-TXN-ID       PIC X(16).
           05  CLR-OPER         PIC X(8).

       *> Unresolved breaks carried run to run, each with the date it
       *> was first found so it ages until it resolves or is cleared.
       FD  BRK-FILE  RECORD CONTAINS 64 CHARACTERS.
       01  BRK-IN-REC.
           COPY "NETBRK-REC.cpy".

       *> The breaks as they stand after tonight, copied back over
       *> data/net_breaks.dat once the run completes.
       FD  BRK-NEW   RECORD CONTAINS 64 CHARACTERS.
       01  BRK-NEW-REC          PIC X(64).

       *> Adjusting entries for GLJOURN, in the settlement extract's
       *> own layout: per ATM/ACH cell the network settled a
       *> different amount from ours, the network's figure less our
       *> own, to be posted to the channel's offset account against
       *> the settlement-breaks clearing account. A break that
       *> resolves on a later night reverses itself through the same
       *> cell on that night.
       FD  ADJ-FILE  RECORD CONTAINS 32 CHARACTERS.
       01  ADJ-REC.
           05  ADJ-CHANNEL      PIC X(4).
           05  FILLER           PIC X(1).
           05  ADJ-TYPE         PIC X(4).
           05  FILLER           PIC X(1).
           05  ADJ-COUNT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(1).
           05  ADJ-AMOUNT       PIC -(10)9.99.

       *> Daily break report for settlement operations: our cells
       *> against each network's totals, every break found, resolved,
       *> cleared or still carried, and the run totals.
       FD  RPT-FILE  RECORD CONTAINS 80 CHARACTERS.
       01  RPT-REC              PIC X(80).

       *> Shared night-schedule run log, keyed on business date and
       *> program, carried across runs. This run follows DAILYPOST,
       *> whose history and settlement extract it proves, and
       *> GLJOURN will not start until its adjustments are written.
       FD  RUNCTL-FILE RECORD CONTAINS 74 CHARACTERS.
       01  RUNCTL-REC.
           COPY "RUNCTL-REC.cpy".

       WORKING-STORAGE SECTION.
       77  EOF-SET          PIC X          VALUE "N".
       77  EOF-HIST         PIC X          VALUE "N".
       77  EOF-BRK          PIC X          VALUE "N".
       77  EOF-NEW          PIC X          VALUE "N".
       77  TODAY            PIC 9(8)       VALUE ZERO.
       77  WS-ESCALATE-DAYS PIC 9(3)       VALUE 0.
       77  WS-NET-DSN       PIC X(40)      VALUE SPACES.

       *> The two networks settled by file, and the cells each one
       *> reports: our figures off the settlement extract, the
       *> network's "T" totals, and the sum of its "I" items.
       01  WS-NETWORK-TABLE.
           05  WS-NW-ENTRY OCCURS 2 TIMES INDEXED BY NW-PX.
               10  WS-NW-CODE       PIC X(4).
               10  WS-NW-DSN        PIC X(40).
               10  WS-NW-CELL OCCURS 4 TIMES INDEXED BY NW-TX.
                   15  WS-NW-TYPE       PIC X(4).
                   15  WS-NW-OUR-COUNT  PIC 9(7)       COMP-3.
                   15  WS-NW-OUR-AMT    PIC S9(13)V99  COMP-3.
                   15  WS-NW-TOT-COUNT  PIC 9(7)       COMP-3.
                   15  WS-NW-TOT-AMT    PIC S9(13)V99  COMP-3.
                   15  WS-NW-ITM-COUNT  PIC 9(7)       COMP-3.
                   15  WS-NW-ITM-AMT    PIC S9(13)V99  COMP-3.
       77  WS-NW-FOUND      PIC X          VALUE "N".
           88  CELL-FOUND                 VALUE "Y".

       *> Tonight's network items held in storage: they arrive in
       *> the network's order, not ours, and each is claimed as the
       *> posting it settles comes by on the history.
       77  WS-NI-MAX        PIC 9(5)       VALUE 5000.
       77  WS-NI-COUNT      PIC 9(5)       COMP-3 VALUE 0.
       01  WS-NI-TABLE.
           05  WS-NI-ENTRY OCCURS 5000 TIMES INDEXED BY NI-PX.
               10  WS-NI-NETWORK    PIC X(4).
               10  WS-NI-TYPE       PIC X(4).
               10  WS-NI-TXN-ID     PIC X(16).
               10  WS-NI-ACCT-ID    PIC X(12).
               10  WS-NI-AMT        PIC S9(11)V99  COMP-3.
               10  WS-NI-USED       PIC X(1).
       77  WS-NI-FOUND      PIC X          VALUE "N".
           88  NET-ITEM-FOUND             VALUE "Y".

       *> Breaks carried in from earlier nights, held in storage so
       *> a late posting or late settlement can resolve one however
       *> the files are ordered. "O" open, "R" resolved tonight,
       *> "C" cleared by settlement operations.
       77  WS-BK-MAX        PIC 9(5)       VALUE 5000.
       77  WS-BK-COUNT      PIC 9(5)       COMP-3 VALUE 0.
       01  WS-BK-TABLE.
           05  WS-BK-ENTRY OCCURS 5000 TIMES INDEXED BY BK-PX.
               10  WS-BK-NETWORK    PIC X(4).
               10  WS-BK-TXN-ID     PIC X(16).
               10  WS-BK-KIND       PIC X(4).
               10  WS-BK-STATE      PIC X(1).
               10  WS-BK-REC        PIC X(64).
       77  WS-BK-FOUND      PIC X          VALUE "N".
           88  BREAK-FOUND                VALUE "Y".
       77  WS-FIND-KIND     PIC X(4)       VALUE SPACES.

       *> Tonight's clearances, applied once matching is done.
       77  WS-CLR-MAX       PIC 9(4)       VALUE 500.
       77  WS-CLR-COUNT     PIC 9(4)       COMP-3 VALUE 0.
       01  WS-CLR-TABLE.
           05  WS-CLR-ENTRY OCCURS 500 TIMES INDEXED BY CLR-PX.
               10  WS-CLR-NETWORK   PIC X(4).
               10  WS-CLR-TXN-ID    PIC X(16).
               10  WS-CLR-OPER      PIC X(8).

       *> The posting being matched, as the network should have
       *> settled it.
       77  WS-ITEM-NETWORK  PIC X(4)       VALUE SPACES.
       77  WS-ITEM-TYPE     PIC X(4)       VALUE SPACES.
       77  WS-ITEM-TXN-ID   PIC X(16)      VALUE SPACES.
       77  WS-ITEM-ACCT-ID  PIC X(12)      VALUE SPACES.
       77  WS-ITEM-AMT      PIC S9(11)V99  COMP-3 VALUE 0.

       *> Work copy of the break being written or reported.
       01  WS-BREAK.
           COPY "NETBRK-REC.cpy".
       77  WS-BREAK-AGE     PIC S9(5)      COMP-3 VALUE 0.
       77  WS-BREAK-OPER    PIC X(8)       VALUE SPACES.
       77  WS-DIFF-AMT      PIC S9(13)V99  COMP-3 VALUE 0.
       77  WS-DIFF-COUNT    PIC S9(7)      COMP-3 VALUE 0.

       *> Control-label validation state for the network and
       *> clearance files, the same discipline DAILYPOST applies to
       *> its feeds.
       77  EOF-VAL          PIC X          VALUE "N".
       77  WS-TRL-SEEN      PIC X          VALUE "N".
       77  WS-HDR-DATE      PIC 9(8)       VALUE ZERO.
       77  WS-VAL-COUNT     PIC 9(9)       COMP-3 VALUE 0.
       77  WS-VAL-HASH      PIC S9(13)V99  COMP-3 VALUE 0.
       01  WS-TRL-FIELDS.
           05  WS-TRL-COUNT     PIC 9(9).
           05  WS-TRL-HASH     PIC S9(13)V99 SIGN LEADING SEPARATE.

       *> Run counts.
       77  WS-HIST-ITEMS    PIC 9(7)       COMP-3 VALUE 0.
       77  WS-NET-ITEMS     PIC 9(7)       COMP-3 VALUE 0.
       77  WS-MATCHED-COUNT PIC 9(7)       COMP-3 VALUE 0.
       77  WS-NEW-MISS      PIC 9(7)       COMP-3 VALUE 0.
       77  WS-NEW-EXTR      PIC 9(7)       COMP-3 VALUE 0.
       77  WS-NEW-AMT       PIC 9(7)       COMP-3 VALUE 0.
       77  WS-RESOLVED-COUNT PIC 9(7)      COMP-3 VALUE 0.
       77  WS-CLEARED-COUNT PIC 9(7)       COMP-3 VALUE 0.
       77  WS-UNM-COUNT     PIC 9(7)       COMP-3 VALUE 0.
       77  WS-ESCALATED-COUNT PIC 9(7)     COMP-3 VALUE 0.
       77  WS-BRK-IN        PIC 9(7)       COMP-3 VALUE 0.
       77  WS-BRK-OUT       PIC 9(7)       COMP-3 VALUE 0.
       77  WS-ADJ-COUNT     PIC 9(7)       COMP-3 VALUE 0.
       77  WS-COPY-COUNT    PIC 9(9)       COMP-3 VALUE 0.

       *> Run-control registration state; counts are reported to the
       *> run log at completion.
       77  WS-RUN-STATUS    PIC X(2)       VALUE "00".
       77  WS-RC-SELF       PIC X(12)      VALUE "NETRECON".
       77  WS-RC-PRED       PIC X(12)      VALUE "DAILYPOST".

       01  WS-RPT-HEAD.
           05  FILLER           PIC X(38)
               VALUE "NETWORK SETTLEMENT RECONCILIATION FOR ".
           05  WS-RH-DATE       PIC 9(8).
           05  FILLER           PIC X(34) VALUE SPACES.

       01  WS-RPT-CELL-COLS.
           05  FILLER           PIC X(40)
               VALUE "NET  TYPE OUR-CNT     OUR-AMOUNT NET-CNT".
           05  FILLER           PIC X(40)
               VALUE "     NET-AMOUNT     DIFFERENCE          ".

       01  WS-RPT-CELL.
           05  WS-RC-NETWORK    PIC X(4).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RC-TYPE       PIC X(4).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RC-OUR-COUNT  PIC ZZZ,ZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RC-OUR-AMT    PIC -(10)9.99.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RC-NET-COUNT  PIC ZZZ,ZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RC-NET-AMT    PIC -(10)9.99.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RC-DIFF-AMT   PIC -(10)9.99.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RC-FLAG       PIC X(3).
           05  FILLER           PIC X(6)  VALUE SPACES.

       01  WS-RPT-BREAK-COLS.
           05  FILLER           PIC X(40)
               VALUE "ACTION    NET  TXN-ID           ACCT-ID ".
           05  FILLER           PIC X(40)
               VALUE "     KIND AGE   DIFFERENCE OPERATOR     ".

       *> The difference is always the network's amount less ours:
       *> negative for an item we posted that did not settle,
       *> positive for one settled that we never posted.
       01  WS-RPT-DETAIL.
           05  WS-RD-ACTION     PIC X(9).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RD-NETWORK    PIC X(4).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RD-TXN-ID     PIC X(16).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RD-ACCT-ID    PIC X(12).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RD-KIND       PIC X(4).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RD-AGE        PIC ZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RD-DIFF       PIC -(8)9.99.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RD-OPER       PIC X(8).
           05  FILLER           PIC X(5)  VALUE SPACES.

       01  WS-RPT-LINE.
           05  WS-RPT-LABEL     PIC X(20).
           05  WS-RPT-COUNT     PIC ZZZ,ZZ9.
           05  FILLER           PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-RUN-DATE
           PERFORM GET-ESCALATION-DAYS
           PERFORM REGISTER-RUN-START
           PERFORM INIT-NETWORKS
           PERFORM VARYING NW-PX FROM 1 BY 1 UNTIL NW-PX > 2
              PERFORM LOAD-NETWORK-FILE
           END-PERFORM
           PERFORM LOAD-SETTLEMENT-CELLS
           PERFORM LOAD-CARRIED-BREAKS
           PERFORM LOAD-CLEARANCES
           OPEN OUTPUT BRK-NEW ADJ-FILE RPT-FILE
           MOVE TODAY TO WS-RH-DATE
           WRITE RPT-REC FROM WS-RPT-HEAD
           WRITE RPT-REC FROM WS-RPT-CELL-COLS
           PERFORM COMPARE-CELLS
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM WS-RPT-BREAK-COLS
           *> Item level: every ATM and ACH posting tonight against
           *> the item the network settled for it, then whatever the
           *> networks settled that no posting claimed. Either side
           *> may be a late arrival that resolves a carried break.
           OPEN INPUT HIST-FILE
           PERFORM UNTIL EOF-HIST = "Y"
              READ HIST-FILE
                 AT END MOVE "Y" TO EOF-HIST
              NOT AT END
                 PERFORM SELECT-HISTORY-ITEM
              END-READ
           END-PERFORM
           CLOSE HIST-FILE
           PERFORM VARYING NI-PX FROM 1 BY 1
                   UNTIL NI-PX > WS-NI-COUNT
              IF WS-NI-USED(NI-PX) = "N"
                 PERFORM MATCH-NETWORK-ONLY-ITEM
              END-IF
           END-PERFORM
           PERFORM APPLY-CLEARANCES
           PERFORM CARRY-OPEN-BREAKS
           CLOSE BRK-NEW ADJ-FILE
           PERFORM COPY-BREAKS-BACK
           PERFORM WRITE-RUN-TOTALS
           CLOSE RPT-FILE
           PERFORM REGISTER-RUN-END
           GOBACK.

       GET-RUN-DATE.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
              AT END
                 DISPLAY "NETRECON: MISSING RUN-DATE PARAMETER CARD"
                 CLOSE CTL-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE CTL-RUN-DATE TO TODAY
           CLOSE CTL-FILE.

       GET-ESCALATION-DAYS.
           OPEN INPUT NRC-FILE
           READ NRC-FILE
              AT END
                 DISPLAY "NETRECON: MISSING ESCALATION CARD"
                 CLOSE NRC-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE NRC-ESCALATE-DAYS TO WS-ESCALATE-DAYS
           CLOSE NRC-FILE.

       INIT-NETWORKS.
           MOVE "ATM " TO WS-NW-CODE(1)
           MOVE "data/atm_settle.dat" TO WS-NW-DSN(1)
           MOVE "ACH " TO WS-NW-CODE(2)
           MOVE "data/ach_settle.dat" TO WS-NW-DSN(2)
           PERFORM VARYING NW-PX FROM 1 BY 1 UNTIL NW-PX > 2
              MOVE "DEPO" TO WS-NW-TYPE(NW-PX 1)
              MOVE "WDRW" TO WS-NW-TYPE(NW-PX 2)
              MOVE "RDEP" TO WS-NW-TYPE(NW-PX 3)
              MOVE "RWDR" TO WS-NW-TYPE(NW-PX 4)
              PERFORM VARYING NW-TX FROM 1 BY 1 UNTIL NW-TX > 4
                 MOVE 0 TO WS-NW-OUR-COUNT(NW-PX NW-TX)
                           WS-NW-OUR-AMT(NW-PX NW-TX)
                           WS-NW-TOT-COUNT(NW-PX NW-TX)
                           WS-NW-TOT-AMT(NW-PX NW-TX)
                           WS-NW-ITM-COUNT(NW-PX NW-TX)
                           WS-NW-ITM-AMT(NW-PX NW-TX)
              END-PERFORM
           END-PERFORM.

       *> Prove a network's file before anything is matched against
       *> it: header dated for this run, trailer count and item hash
       *> matching what was read, and the items under each type
       *> adding up to the network's own total for it. A network
       *> with no activity still sends its labels; a missing file
       *> stops the run.
       LOAD-NETWORK-FILE.
           MOVE WS-NW-DSN(NW-PX) TO WS-NET-DSN
           OPEN INPUT NET-FILE
           MOVE "N" TO EOF-VAL WS-TRL-SEEN
           MOVE 0 TO WS-VAL-COUNT WS-VAL-HASH
           READ NET-FILE
              AT END MOVE "Y" TO EOF-VAL
           END-READ
           IF EOF-VAL = "Y" OR NET-REC(1:3) NOT = "HDR"
              DISPLAY "NETRECON: MISSING HEADER ON " WS-NET-DSN
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE NET-REC(4:8) TO WS-HDR-DATE
           IF WS-HDR-DATE NOT = TODAY
              DISPLAY "NETRECON: HEADER DATE " WS-HDR-DATE
                 " ON " WS-NET-DSN
                 " DOES NOT MATCH RUN DATE " TODAY " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL EOF-VAL = "Y"
              READ NET-FILE
                 AT END MOVE "Y" TO EOF-VAL
              NOT AT END
                 IF NET-REC(1:3) = "TRL"
                    MOVE NET-REC(4:25) TO WS-TRL-FIELDS
                    MOVE "Y" TO WS-TRL-SEEN
                    MOVE "Y" TO EOF-VAL
                 ELSE
                    ADD 1 TO WS-VAL-COUNT
                    PERFORM TAKE-NETWORK-RECORD
                 END-IF
              END-READ
           END-PERFORM
           CLOSE NET-FILE
           IF WS-TRL-SEEN NOT = "Y"
              DISPLAY "NETRECON: MISSING TRAILER ON " WS-NET-DSN
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-TRL-COUNT NOT = WS-VAL-COUNT
              DISPLAY "NETRECON: TRAILER COUNT " WS-TRL-COUNT
                 " BUT " WS-VAL-COUNT " RECORDS READ ON " WS-NET-DSN
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-TRL-HASH NOT = WS-VAL-HASH
              DISPLAY "NETRECON: TRAILER HASH " WS-TRL-HASH
                 " BUT ITEMS TOTAL " WS-VAL-HASH " ON " WS-NET-DSN
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING NW-TX FROM 1 BY 1 UNTIL NW-TX > 4
              IF WS-NW-ITM-COUNT(NW-PX NW-TX)
                    NOT = WS-NW-TOT-COUNT(NW-PX NW-TX)
                 OR WS-NW-ITM-AMT(NW-PX NW-TX)
                    NOT = WS-NW-TOT-AMT(NW-PX NW-TX)
                 DISPLAY "NETRECON: " WS-NW-CODE(NW-PX)
                    WS-NW-TYPE(NW-PX NW-TX)
                    " ITEMS DO NOT ADD TO THE NETWORK TOTAL ON "
                    WS-NET-DSN " - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM.

       TAKE-NETWORK-RECORD.
           SET NW-TX TO 1
           SEARCH WS-NW-CELL
              AT END
                 DISPLAY "NETRECON: UNKNOWN SETTLEMENT TYPE "
                    NS-SET-TYPE " ON " WS-NET-DSN " - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              WHEN WS-NW-TYPE(NW-PX NW-TX) = NS-SET-TYPE
                 CONTINUE
           END-SEARCH
           EVALUATE NS-REC-TYPE
              WHEN "T"
                 ADD NS-COUNT  TO WS-NW-TOT-COUNT(NW-PX NW-TX)
                 ADD NS-AMOUNT TO WS-NW-TOT-AMT(NW-PX NW-TX)
              WHEN "I"
                 ADD 1         TO WS-NW-ITM-COUNT(NW-PX NW-TX)
                 ADD NS-AMOUNT TO WS-NW-ITM-AMT(NW-PX NW-TX)
                 ADD NS-AMOUNT TO WS-VAL-HASH
                 PERFORM ADD-NETWORK-ITEM-TO-TABLE
              WHEN OTHER
                 DISPLAY "NETRECON: UNKNOWN RECORD TYPE " NS-REC-TYPE
                    " ON " WS-NET-DSN " - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       ADD-NETWORK-ITEM-TO-TABLE.
           IF WS-NI-COUNT >= WS-NI-MAX
              DISPLAY "NETRECON: NETWORK ITEM TABLE FULL AT " WS-NI-MAX
                 " - RAISE WS-NI-MAX AND RERUN - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-NI-COUNT
           ADD 1 TO WS-NET-ITEMS
           SET NI-PX TO WS-NI-COUNT
           MOVE WS-NW-CODE(NW-PX) TO WS-NI-NETWORK(NI-PX)
           MOVE NS-SET-TYPE       TO WS-NI-TYPE(NI-PX)
           MOVE NS-TXN-ID         TO WS-NI-TXN-ID(NI-PX)
           MOVE NS-ACCT-ID        TO WS-NI-ACCT-ID(NI-PX)
           MOVE NS-AMOUNT         TO WS-NI-AMT(NI-PX)
           MOVE "N"               TO WS-NI-USED(NI-PX).

       *> Our side of each ATM and ACH cell, off the settlement
       *> extract; the other channels settle no network file.
       LOAD-SETTLEMENT-CELLS.
           OPEN INPUT SETTLE-FILE
           PERFORM UNTIL EOF-SET = "Y"
              READ SETTLE-FILE
                 AT END MOVE "Y" TO EOF-SET
              NOT AT END
                 PERFORM FIND-CELL
                 IF CELL-FOUND
                    MOVE SET-COUNT  TO WS-NW-OUR-COUNT(NW-PX NW-TX)
                    MOVE SET-AMOUNT TO WS-NW-OUR-AMT(NW-PX NW-TX)
                 END-IF
              END-READ
           END-PERFORM
           CLOSE SETTLE-FILE.

       FIND-CELL.
           MOVE "N" TO WS-NW-FOUND
           SET NW-PX TO 1
           SEARCH WS-NW-ENTRY
              AT END
                 CONTINUE
              WHEN WS-NW-CODE(NW-PX) = SET-CHANNEL
                 SET NW-TX TO 1
                 SEARCH WS-NW-CELL
                    AT END
                       CONTINUE
                    WHEN WS-NW-TYPE(NW-PX NW-TX) = SET-TYPE
                       MOVE "Y" TO WS-NW-FOUND
                 END-SEARCH
           END-SEARCH.

       LOAD-CARRIED-BREAKS.
           OPEN INPUT BRK-FILE
           PERFORM UNTIL EOF-BRK = "Y"
              READ BRK-FILE
                 AT END MOVE "Y" TO EOF-BRK
              NOT AT END
                 ADD 1 TO WS-BRK-IN
                 PERFORM ADD-BREAK-TO-TABLE
              END-READ
           END-PERFORM
           CLOSE BRK-FILE.

       ADD-BREAK-TO-TABLE.
           IF WS-BK-COUNT >= WS-BK-MAX
              DISPLAY "NETRECON: BREAK TABLE FULL AT " WS-BK-MAX
                 " - RAISE WS-BK-MAX AND RERUN - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-BK-COUNT
           SET BK-PX TO WS-BK-COUNT
           MOVE NB-NETWORK OF BRK-IN-REC TO WS-BK-NETWORK(BK-PX)
           MOVE NB-TXN-ID OF BRK-IN-REC  TO WS-BK-TXN-ID(BK-PX)
           MOVE NB-KIND OF BRK-IN-REC    TO WS-BK-KIND(BK-PX)
           MOVE "O"                      TO WS-BK-STATE(BK-PX)
           MOVE BRK-IN-REC               TO WS-BK-REC(BK-PX).

       *> Prove the clearance feed before any break is cleared:
       *> header dated for this run, trailer count matching the
       *> records read. An absent or empty feed is a night with no
       *> clearances.
       LOAD-CLEARANCES.
           OPEN INPUT CLR-FILE
           MOVE "N" TO EOF-VAL WS-TRL-SEEN
           MOVE 0 TO WS-VAL-COUNT
           READ CLR-FILE
              AT END MOVE "Y" TO EOF-VAL
           END-READ
           IF EOF-VAL NOT = "Y"
              IF CLR-REC(1:3) NOT = "HDR"
                 DISPLAY "NETRECON: MISSING HEADER ON CLR-FILE"
                    " - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CLR-REC(4:8) TO WS-HDR-DATE
              IF WS-HDR-DATE NOT = TODAY
                 DISPLAY "NETRECON: HEADER DATE " WS-HDR-DATE
                    " DOES NOT MATCH RUN DATE " TODAY " - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL EOF-VAL = "Y"
                 READ CLR-FILE
                    AT END MOVE "Y" TO EOF-VAL
                 NOT AT END
                    IF CLR-REC(1:3) = "TRL"
                       MOVE CLR-REC(4:25) TO WS-TRL-FIELDS
                       MOVE "Y" TO WS-TRL-SEEN
                       MOVE "Y" TO EOF-VAL
                    ELSE
                       ADD 1 TO WS-VAL-COUNT
                       PERFORM ADD-CLEARANCE-TO-TABLE
                    END-IF
                 END-READ
              END-PERFORM
              IF WS-TRL-SEEN NOT = "Y"
                 DISPLAY "NETRECON: MISSING TRAILER ON CLR-FILE"
                    " - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-TRL-COUNT NOT = WS-VAL-COUNT
                 DISPLAY "NETRECON: TRAILER COUNT " WS-TRL-COUNT
                    " BUT " WS-VAL-COUNT " RECORDS READ - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           CLOSE CLR-FILE.

       ADD-CLEARANCE-TO-TABLE.
           IF WS-CLR-COUNT >= WS-CLR-MAX
              DISPLAY "NETRECON: CLEARANCE TABLE FULL AT " WS-CLR-MAX
                 " - RAISE WS-CLR-MAX AND RERUN - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CLR-COUNT
           SET CLR-PX TO WS-CLR-COUNT
           MOVE CLR-NETWORK TO WS-CLR-NETWORK(CLR-PX)
           MOVE CLR-TXN-ID  TO WS-CLR-TXN-ID(CLR-PX)
           MOVE CLR-OPER    TO WS-CLR-OPER(CLR-PX).

       *> Cell level: our settlement cell against the network's
       *> total for it. Every cell is listed; a cell that differs is
       *> flagged and its difference goes to GLJOURN as an
       *> adjusting entry.
       COMPARE-CELLS.
           PERFORM VARYING NW-PX FROM 1 BY 1 UNTIL NW-PX > 2
              PERFORM VARYING NW-TX FROM 1 BY 1 UNTIL NW-TX > 4
                 COMPUTE WS-DIFF-AMT = WS-NW-TOT-AMT(NW-PX NW-TX)
                                     - WS-NW-OUR-AMT(NW-PX NW-TX)
                 COMPUTE WS-DIFF-COUNT = WS-NW-TOT-COUNT(NW-PX NW-TX)
                                       - WS-NW-OUR-COUNT(NW-PX NW-TX)
                 MOVE WS-NW-CODE(NW-PX)             TO WS-RC-NETWORK
                 MOVE WS-NW-TYPE(NW-PX NW-TX)       TO WS-RC-TYPE
                 MOVE WS-NW-OUR-COUNT(NW-PX NW-TX)  TO WS-RC-OUR-COUNT
                 MOVE WS-NW-OUR-AMT(NW-PX NW-TX)    TO WS-RC-OUR-AMT
                 MOVE WS-NW-TOT-COUNT(NW-PX NW-TX)  TO WS-RC-NET-COUNT
                 MOVE WS-NW-TOT-AMT(NW-PX NW-TX)    TO WS-RC-NET-AMT
                 MOVE WS-DIFF-AMT                   TO WS-RC-DIFF-AMT
                 MOVE SPACES TO WS-RC-FLAG
                 IF WS-DIFF-AMT NOT = 0 OR WS-DIFF-COUNT NOT = 0
                    MOVE "***" TO WS-RC-FLAG
                 END-IF
                 WRITE RPT-REC FROM WS-RPT-CELL
                 IF WS-DIFF-AMT NOT = 0
                    PERFORM WRITE-ADJUSTMENT
                 END-IF
              END-PERFORM
           END-PERFORM.

       WRITE-ADJUSTMENT.
           MOVE SPACES TO ADJ-REC
           MOVE WS-NW-CODE(NW-PX)       TO ADJ-CHANNEL
           MOVE WS-NW-TYPE(NW-PX NW-TX) TO ADJ-TYPE
           IF WS-DIFF-COUNT < 0
              COMPUTE WS-DIFF-COUNT = 0 - WS-DIFF-COUNT
           END-IF
           MOVE WS-DIFF-COUNT           TO ADJ-COUNT
           MOVE WS-DIFF-AMT             TO ADJ-AMOUNT
           WRITE ADJ-REC
           ADD 1 TO WS-ADJ-COUNT.

       *> A history record is a network item if it applied tonight
       *> on an ATM or ACH channel, sorted into the settlement type
       *> DAILYPOST counted it under: a transfer debit is a
       *> withdrawal, and a reversal is typed by the original it
       *> reverses - money back into the account undid a withdrawal.
       SELECT-HISTORY-ITEM.
           IF HIST-POST-DATE = TODAY
              AND HIST-DISPOSITION = "PSTD"
              AND (HIST-CHANNEL = "ATM " OR HIST-CHANNEL = "ACH ")
              MOVE SPACES TO WS-ITEM-TYPE
              EVALUATE HIST-TXN-CODE
                 WHEN "DEPO"
                    MOVE "DEPO" TO WS-ITEM-TYPE
                 WHEN "WDRW"
                 WHEN "XFR "
                    MOVE "WDRW" TO WS-ITEM-TYPE
                 WHEN "REV "
                    IF HIST-EFFECT > 0
                       MOVE "RWDR" TO WS-ITEM-TYPE
                    ELSE
                       MOVE "RDEP" TO WS-ITEM-TYPE
                    END-IF
              END-EVALUATE
              IF WS-ITEM-TYPE NOT = SPACES
                 ADD 1 TO WS-HIST-ITEMS
                 MOVE HIST-CHANNEL    TO WS-ITEM-NETWORK
                 MOVE HIST-TXN-ID     TO WS-ITEM-TXN-ID
                 MOVE HIST-ACCT-ID    TO WS-ITEM-ACCT-ID
                 MOVE HIST-TXN-AMOUNT TO WS-ITEM-AMT
                 PERFORM MATCH-OUR-ITEM
              END-IF
           END-IF.

       *> Our posting against the network's item for it. Settled at
       *> a different amount is a new amount break; not settled at
       *> all is either the late posting of an item the network
       *> settled on an earlier night, or a new missing item.
       MATCH-OUR-ITEM.
           PERFORM FIND-NETWORK-ITEM
           IF NET-ITEM-FOUND
              MOVE "Y" TO WS-NI-USED(NI-PX)
              IF WS-NI-AMT(NI-PX) = WS-ITEM-AMT
                 ADD 1 TO WS-MATCHED-COUNT
              ELSE
                 MOVE SPACES           TO WS-BREAK
                 MOVE WS-ITEM-NETWORK  TO NB-NETWORK OF WS-BREAK
                 MOVE WS-ITEM-TXN-ID   TO NB-TXN-ID OF WS-BREAK
                 MOVE WS-ITEM-ACCT-ID  TO NB-ACCT-ID OF WS-BREAK
                 MOVE WS-ITEM-TYPE     TO NB-SET-TYPE OF WS-BREAK
                 MOVE TODAY            TO NB-OPEN-DATE OF WS-BREAK
                 MOVE WS-ITEM-AMT      TO NB-OUR-AMOUNT OF WS-BREAK
                 MOVE WS-NI-AMT(NI-PX) TO NB-NET-AMOUNT OF WS-BREAK
                 PERFORM WRITE-NEW-AMOUNT-BREAK
              END-IF
           ELSE
              MOVE "EXTR" TO WS-FIND-KIND
              PERFORM FIND-OPEN-BREAK
              IF BREAK-FOUND
                 MOVE WS-ITEM-AMT TO NB-OUR-AMOUNT OF WS-BREAK
                 PERFORM RESOLVE-CARRIED-BREAK
              ELSE
                 MOVE SPACES          TO WS-BREAK
                 MOVE WS-ITEM-NETWORK TO NB-NETWORK OF WS-BREAK
                 MOVE WS-ITEM-TXN-ID  TO NB-TXN-ID OF WS-BREAK
                 MOVE WS-ITEM-ACCT-ID TO NB-ACCT-ID OF WS-BREAK
                 MOVE WS-ITEM-TYPE    TO NB-SET-TYPE OF WS-BREAK
                 MOVE "MISS"          TO NB-KIND OF WS-BREAK
                 MOVE TODAY           TO NB-OPEN-DATE OF WS-BREAK
                 MOVE WS-ITEM-AMT     TO NB-OUR-AMOUNT OF WS-BREAK
                 MOVE 0               TO NB-NET-AMOUNT OF WS-BREAK
                 ADD 1 TO WS-NEW-MISS
                 PERFORM WRITE-NEW-BREAK
              END-IF
           END-IF.

       *> A network item no posting claimed: the late settlement of
       *> an item we posted on an earlier night, or a new extra item.
       MATCH-NETWORK-ONLY-ITEM.
           MOVE WS-NI-NETWORK(NI-PX) TO WS-ITEM-NETWORK
           MOVE WS-NI-TXN-ID(NI-PX)  TO WS-ITEM-TXN-ID
           MOVE "MISS" TO WS-FIND-KIND
           PERFORM FIND-OPEN-BREAK
           IF BREAK-FOUND
              MOVE WS-NI-AMT(NI-PX) TO NB-NET-AMOUNT OF WS-BREAK
              PERFORM RESOLVE-CARRIED-BREAK
           ELSE
              MOVE SPACES               TO WS-BREAK
              MOVE WS-NI-NETWORK(NI-PX) TO NB-NETWORK OF WS-BREAK
              MOVE WS-NI-TXN-ID(NI-PX)  TO NB-TXN-ID OF WS-BREAK
              MOVE WS-NI-ACCT-ID(NI-PX) TO NB-ACCT-ID OF WS-BREAK
              MOVE WS-NI-TYPE(NI-PX)    TO NB-SET-TYPE OF WS-BREAK
              MOVE "EXTR"               TO NB-KIND OF WS-BREAK
              MOVE TODAY                TO NB-OPEN-DATE OF WS-BREAK
              MOVE 0                    TO NB-OUR-AMOUNT OF WS-BREAK
              MOVE WS-NI-AMT(NI-PX)     TO NB-NET-AMOUNT OF WS-BREAK
              ADD 1 TO WS-NEW-EXTR
              PERFORM WRITE-NEW-BREAK
           END-IF.

       FIND-NETWORK-ITEM.
           MOVE "N" TO WS-NI-FOUND
           SET NI-PX TO 1
           SEARCH WS-NI-ENTRY
              AT END
                 CONTINUE
              WHEN NI-PX > WS-NI-COUNT
                 CONTINUE
              WHEN WS-NI-NETWORK(NI-PX) = WS-ITEM-NETWORK
                   AND WS-NI-TXN-ID(NI-PX) = WS-ITEM-TXN-ID
                   AND WS-NI-USED(NI-PX) = "N"
                 MOVE "Y" TO WS-NI-FOUND
           END-SEARCH.

       *> The found break's carried record is brought into WS-BREAK
       *> ahead of the side that has just arrived, so the caller
       *> moves that side's amount in only after this returns.
       FIND-OPEN-BREAK.
           MOVE "N" TO WS-BK-FOUND
           SET BK-PX TO 1
           SEARCH WS-BK-ENTRY
              AT END
                 CONTINUE
              WHEN BK-PX > WS-BK-COUNT
                 CONTINUE
              WHEN WS-BK-NETWORK(BK-PX) = WS-ITEM-NETWORK
                   AND WS-BK-TXN-ID(BK-PX) = WS-ITEM-TXN-ID
                   AND WS-BK-KIND(BK-PX) = WS-FIND-KIND
                   AND WS-BK-STATE(BK-PX) = "O"
                 MOVE "Y" TO WS-BK-FOUND
                 MOVE WS-BK-REC(BK-PX) TO WS-BREAK
           END-SEARCH.

       *> The missing side of a carried break has arrived. If the
       *> two sides agree the break is gone; if not, it lives on as
       *> an amount break, still aged from the night it was first
       *> found.
       RESOLVE-CARRIED-BREAK.
           MOVE "R" TO WS-BK-STATE(BK-PX)
           ADD 1 TO WS-RESOLVED-COUNT
           MOVE "RESOLVED" TO WS-RD-ACTION
           MOVE SPACES TO WS-BREAK-OPER
           PERFORM WRITE-BREAK-LINE
           IF NB-OUR-AMOUNT OF WS-BREAK
              NOT = NB-NET-AMOUNT OF WS-BREAK
              PERFORM WRITE-NEW-AMOUNT-BREAK
           END-IF.

       WRITE-NEW-AMOUNT-BREAK.
           MOVE "AMT " TO NB-KIND OF WS-BREAK
           ADD 1 TO WS-NEW-AMT
           PERFORM WRITE-NEW-BREAK.

       WRITE-NEW-BREAK.
           WRITE BRK-NEW-REC FROM WS-BREAK
           ADD 1 TO WS-BRK-OUT
           MOVE "NEW" TO WS-RD-ACTION
           MOVE SPACES TO WS-BREAK-OPER
           PERFORM WRITE-BREAK-LINE.

       *> A clearance takes an open carried break off the books; one
       *> that names no open break - a mistyped key, or a break
       *> already resolved - is listed for settlement operations to
       *> follow up.
       APPLY-CLEARANCES.
           PERFORM VARYING CLR-PX FROM 1 BY 1
                   UNTIL CLR-PX > WS-CLR-COUNT
              MOVE WS-CLR-NETWORK(CLR-PX) TO WS-ITEM-NETWORK
              MOVE WS-CLR-TXN-ID(CLR-PX)  TO WS-ITEM-TXN-ID
              MOVE WS-CLR-OPER(CLR-PX)    TO WS-BREAK-OPER
              PERFORM FIND-CLEARED-BREAK
              IF BREAK-FOUND
                 MOVE "C" TO WS-BK-STATE(BK-PX)
                 ADD 1 TO WS-CLEARED-COUNT
                 MOVE "CLEARED" TO WS-RD-ACTION
                 PERFORM WRITE-BREAK-LINE
              ELSE
                 ADD 1 TO WS-UNM-COUNT
                 MOVE SPACES TO WS-BREAK
                 MOVE WS-ITEM-NETWORK TO NB-NETWORK OF WS-BREAK
                 MOVE WS-ITEM-TXN-ID  TO NB-TXN-ID OF WS-BREAK
                 MOVE TODAY TO NB-OPEN-DATE OF WS-BREAK
                 MOVE 0 TO NB-OUR-AMOUNT OF WS-BREAK
                           NB-NET-AMOUNT OF WS-BREAK
                 MOVE "UNMATCHED" TO WS-RD-ACTION
                 PERFORM WRITE-BREAK-LINE
              END-IF
           END-PERFORM.

       FIND-CLEARED-BREAK.
           MOVE "N" TO WS-BK-FOUND
           SET BK-PX TO 1
           SEARCH WS-BK-ENTRY
              AT END
                 CONTINUE
              WHEN BK-PX > WS-BK-COUNT
                 CONTINUE
              WHEN WS-BK-NETWORK(BK-PX) = WS-ITEM-NETWORK
                   AND WS-BK-TXN-ID(BK-PX) = WS-ITEM-TXN-ID
                   AND WS-BK-STATE(BK-PX) = "O"
                 MOVE "Y" TO WS-BK-FOUND
                 MOVE WS-BK-REC(BK-PX) TO WS-BREAK
           END-SEARCH.

       *> Every carried break neither resolved nor cleared goes
       *> forward with its age; past the escalation threshold it is
       *> flagged for the network.
       CARRY-OPEN-BREAKS.
           MOVE SPACES TO WS-BREAK-OPER
           PERFORM VARYING BK-PX FROM 1 BY 1
                   UNTIL BK-PX > WS-BK-COUNT
              IF WS-BK-STATE(BK-PX) = "O"
                 MOVE WS-BK-REC(BK-PX) TO WS-BREAK
                 WRITE BRK-NEW-REC FROM WS-BREAK
                 ADD 1 TO WS-BRK-OUT
                 MOVE "CARRIED" TO WS-RD-ACTION
                 PERFORM AGE-BREAK
                 IF WS-BREAK-AGE > WS-ESCALATE-DAYS
                    ADD 1 TO WS-ESCALATED-COUNT
                    MOVE "ESCALATE" TO WS-RD-ACTION
                 END-IF
                 PERFORM WRITE-BREAK-LINE
              END-IF
           END-PERFORM.

       AGE-BREAK.
           COMPUTE WS-BREAK-AGE = FUNCTION INTEGER-OF-DATE(TODAY)
              - FUNCTION INTEGER-OF-DATE(NB-OPEN-DATE OF WS-BREAK).

       WRITE-BREAK-LINE.
           PERFORM AGE-BREAK
           MOVE NB-NETWORK OF WS-BREAK TO WS-RD-NETWORK
           MOVE NB-TXN-ID OF WS-BREAK  TO WS-RD-TXN-ID
           MOVE NB-ACCT-ID OF WS-BREAK TO WS-RD-ACCT-ID
           MOVE NB-KIND OF WS-BREAK    TO WS-RD-KIND
           MOVE WS-BREAK-AGE           TO WS-RD-AGE
           COMPUTE WS-DIFF-AMT = NB-NET-AMOUNT OF WS-BREAK
                               - NB-OUR-AMOUNT OF WS-BREAK
           MOVE WS-DIFF-AMT            TO WS-RD-DIFF
           MOVE WS-BREAK-OPER          TO WS-RD-OPER
           WRITE RPT-REC FROM WS-RPT-DETAIL.

       COPY-BREAKS-BACK.
           OPEN INPUT BRK-NEW
           OPEN OUTPUT BRK-FILE
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO EOF-NEW
           PERFORM UNTIL EOF-NEW = "Y"
              READ BRK-NEW
                 AT END MOVE "Y" TO EOF-NEW
              NOT AT END
                 ADD 1 TO WS-COPY-COUNT
                 WRITE BRK-IN-REC FROM BRK-NEW-REC
              END-READ
           END-PERFORM
           CLOSE BRK-NEW BRK-FILE
           IF WS-COPY-COUNT NOT = WS-BRK-OUT
              DISPLAY "NETRECON: BREAKS COPIED " WS-COPY-COUNT
                 " BUT " WS-BRK-OUT " WRITTEN - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "OUR ITEMS"           TO WS-RPT-LABEL
           MOVE WS-HIST-ITEMS       TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "NETWORK ITEMS"       TO WS-RPT-LABEL
           MOVE WS-NET-ITEMS        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "ITEMS MATCHED"       TO WS-RPT-LABEL
           MOVE WS-MATCHED-COUNT    TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "NEW MISSING ITEMS"   TO WS-RPT-LABEL
           MOVE WS-NEW-MISS         TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "NEW EXTRA ITEMS"     TO WS-RPT-LABEL
           MOVE WS-NEW-EXTR         TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "NEW AMOUNT BREAKS"   TO WS-RPT-LABEL
           MOVE WS-NEW-AMT          TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "BREAKS CARRIED IN"   TO WS-RPT-LABEL
           MOVE WS-BRK-IN           TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "RESOLVED"            TO WS-RPT-LABEL
           MOVE WS-RESOLVED-COUNT   TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "CLEARED"             TO WS-RPT-LABEL
           MOVE WS-CLEARED-COUNT    TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "UNMATCHED CLEARANCES" TO WS-RPT-LABEL
           MOVE WS-UNM-COUNT        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "ESCALATED"           TO WS-RPT-LABEL
           MOVE WS-ESCALATED-COUNT  TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "BREAKS CARRIED OUT"  TO WS-RPT-LABEL
           MOVE WS-BRK-OUT          TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "GL ADJUSTMENTS"      TO WS-RPT-LABEL
           MOVE WS-ADJ-COUNT        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE.

       *> Register this run on the shared run log before any work
       *> moves: a completed entry for this date means a double run,
       *> and an incomplete predecessor means the schedule is being
       *> run out of order - both abend here, at open.
       REGISTER-RUN-START.
           OPEN I-O RUNCTL-FILE
           IF WS-RUN-STATUS NOT = "00" AND WS-RUN-STATUS NOT = "05"
              DISPLAY "NETRECON: CANNOT OPEN data/runctl.dat - STATUS "
                 WS-RUN-STATUS " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-SELF TO RC-PROGRAM
           READ RUNCTL-FILE
           END-READ
           IF WS-RUN-STATUS = "00" AND RC-STATUS = "DONE"
              DISPLAY "NETRECON: ALREADY COMPLETE FOR " TODAY
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-PRED TO RC-PROGRAM
           READ RUNCTL-FILE
           END-READ
           IF WS-RUN-STATUS NOT = "00" OR RC-STATUS NOT = "DONE"
              DISPLAY "NETRECON: PREDECESSOR " WS-RC-PRED
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
       *> so a restarted run is not turned away as a repeat - the
       *> carried breaks are only replaced once the run completes,
       *> so a rerun starts from the same breaks. Postings and
       *> network items read are the input count, breaks carried
       *> out the output count.
       REGISTER-RUN-END.
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-SELF TO RC-PROGRAM
           READ RUNCTL-FILE
           END-READ
           MOVE "DONE" TO RC-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-TS
           COMPUTE RC-IN-COUNT = WS-HIST-ITEMS + WS-NET-ITEMS
           MOVE WS-BRK-OUT TO RC-OUT-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           REWRITE RUNCTL-REC
           END-REWRITE
           CLOSE RUNCTL-FILE.
