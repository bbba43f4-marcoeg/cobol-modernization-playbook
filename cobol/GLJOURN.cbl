               ORGANIZATION IS SEQUENTIAL.
           SELECT SETTLE-FILE ASSIGN TO "out/settlement.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ADJ-FILE  ASSIGN TO "out/net_adjust.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JV-FILE   ASSIGN TO "out/gl_journal.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO "data/runctl.dat"
           05  FILLER           PIC X(1).
           05  SET-AMOUNT       PIC -(10)9.99.

       *> NETRECON's adjusting entries, in the settlement extract's
       *> layout: per ATM/ACH cell, the amount the network settled
       *> beyond (or short of) our own cell. Each moves the channel's
       *> offset account to what the network actually settled, the
       *> other side going to the settlement-breaks clearing account
       *> until the break behind it resolves.
       FD  ADJ-FILE  RECORD CONTAINS 32 CHARACTERS.
       01  ADJ-REC.
           05  ADJ-CHANNEL      PIC X(4).
           05  FILLER           PIC X(1).
           05  ADJ-TYPE         PIC X(4).
           05  FILLER           PIC X(1).
           05  ADJ-COUNT        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(1).
           05  ADJ-AMOUNT       PIC -(10)9.99.

       *> The nightly journal voucher in the ledger's load format:
       *> one line per entry - business date, ledger account, DR/CR,
       *> unsigned amount and a source reference - then a "TRL" line
       01  JV-REC               PIC X(43).

       *> Shared night-schedule run log, keyed on business date and
       *> program. The voucher is cut from DAILYPOST's extracts and
       *> NETRECON's adjustments, so this program refuses to run
       *> before NETRECON (which itself follows DAILYPOST) has
       *> completed for the date, or to run twice for it.
       FD  RUNCTL-FILE RECORD CONTAINS 74 CHARACTERS.
       01  RUNCTL-REC.
           COPY "RUNCTL-REC.cpy".
       77  EOF-MAP          PIC X          VALUE "N".
       77  EOF-GL           PIC X          VALUE "N".
       77  EOF-SET          PIC X          VALUE "N".
       77  EOF-ADJ          PIC X          VALUE "N".
       77  TODAY            PIC 9(8)       VALUE ZERO.

       *> Run-control registration state.
       77  WS-RUN-STATUS    PIC X(2)       VALUE "00".
       77  WS-RC-SELF       PIC X(12)      VALUE "GLJOURN".
       77  WS-RC-PRED       PIC X(12)      VALUE "NETRECON".
       77  WS-LINES-READ    PIC 9(9)       COMP-3 VALUE 0.
       77  WS-JV-COUNT      PIC 9(9)       COMP-3 VALUE 0.

       *> the settlement extract, so their offsets accumulate here
       *> and post as one entry to the "SYS " channel's offset
       *> account. (The "XFR " debit leg IS in the settlement WDRW
       *> cells, so it needs no separate offset.) The two legs of an
       *> overdraft-protection sweep - "SWPC" into the protected
       *> account tonight, "SWPD" out of the funding account next
       *> cycle - are book transfers that never touch a channel
       *> either, so they offset through the same account, where
       *> the pair nets to nothing once both legs have posted.
       77  WS-SYS-MOVEMENT  PIC S9(13)V99  COMP-3 VALUE 0.

       *> Insufficient-funds fees are SYS-generated too, but their
       *> offset is NSF fee income on a ledger account of its own -
       *> the "C" mapping record for the "NSF " pseudo-channel - so
       *> they are kept apart from the monthly service charges.
       77  WS-NSF-MOVEMENT  PIC S9(13)V99  COMP-3 VALUE 0.

       *> Network settlement adjustments post to the channel offset
       *> accounts like any settlement cell; their other side
       *> accumulates here for one entry to the "BRK " pseudo-
       *> channel's clearing account. The source reference of an
       *> adjustment carries WS-OFFSET-TAG so the ledger can tell it
       *> from the cell's own offset.
       77  WS-BRK-MOVEMENT  PIC S9(13)V99  COMP-3 VALUE 0.
       77  WS-OFFSET-TAG    PIC X(2)       VALUE SPACES.

       77  WS-DR-TOTAL      PIC S9(13)V99  COMP-3 VALUE 0.
       77  WS-CR-TOTAL      PIC S9(13)V99  COMP-3 VALUE 0.

           PERFORM GET-RUN-DATE
           PERFORM REGISTER-RUN-START
           PERFORM LOAD-GLMAP-TABLES
           OPEN INPUT GL-FILE SETTLE-FILE ADJ-FILE
           OPEN OUTPUT JV-FILE
           PERFORM VOUCHER-EXTRACT-LINES
           PERFORM VOUCHER-SETTLEMENT-OFFSETS
           PERFORM VOUCHER-SYS-OFFSET
           PERFORM VOUCHER-NSF-OFFSET
           PERFORM VOUCHER-NETWORK-ADJUSTMENTS
           PERFORM VOUCHER-BRK-OFFSET
           PERFORM WRITE-VOUCHER-CONTROL
           CLOSE GL-FILE SETTLE-FILE ADJ-FILE JV-FILE
           *> An unbalanced voucher must never reach the ledger - a
           *> journal whose debits do not equal its credits abends
           *> here instead of bouncing off the GL load three days

       VOUCHER-ONE-LINE.
           EVALUATE TRUE
              WHEN GL-TXN-CODE = "FEE " OR GL-TXN-CODE = "NSF "
                 MOVE WS-GL-AMT TO WS-MOVEMENT
              WHEN GL-DRCR-IND = "CR"
                 MOVE WS-GL-AMT TO WS-MOVEMENT
           MOVE GL-TXN-CODE     TO WS-JV-SOURCE(6:4)
           PERFORM WRITE-JV-ENTRY
           IF GL-TXN-CODE = "FEE " OR GL-TXN-CODE = "INT "
              OR GL-TXN-CODE = "SWPC" OR GL-TXN-CODE = "SWPD"
              ADD WS-MOVEMENT TO WS-SYS-MOVEMENT
           END-IF
           IF GL-TXN-CODE = "NSF "
              ADD WS-MOVEMENT TO WS-NSF-MOVEMENT
           END-IF.

       LOOKUP-PRODUCT-MAP.
           MOVE SPACES TO WS-JV-SOURCE
           MOVE SET-CHANNEL TO WS-JV-SOURCE(1:4)
           MOVE SET-TYPE    TO WS-JV-SOURCE(6:4)
           MOVE WS-OFFSET-TAG TO WS-JV-SOURCE(11:2)
           PERFORM WRITE-JV-ENTRY.

       LOOKUP-CHANNEL-OFFSET.
              PERFORM WRITE-JV-ENTRY
           END-IF.

       *> One entry taking the day's NSF fees to fee income, on the
       *> opposite side of their movement out of customer balances.
       VOUCHER-NSF-OFFSET.
           IF WS-NSF-MOVEMENT NOT = 0
              MOVE "NSF " TO SET-CHANNEL
              PERFORM LOOKUP-CHANNEL-OFFSET
              IF NOT MAP-ENTRY-FOUND
                 DISPLAY "GLJOURN: NO OFFSET ACCOUNT FOR CHANNEL "
                    "NSF  - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              COMPUTE WS-MOVEMENT = 0 - WS-NSF-MOVEMENT
              PERFORM SET-ENTRY-FROM-MOVEMENT
              MOVE SPACES TO WS-JV-SOURCE
              MOVE "NSF  OFFS" TO WS-JV-SOURCE(1:9)
              PERFORM WRITE-JV-ENTRY
           END-IF.

       *> Each nonzero adjustment posts to its channel's offset
       *> account exactly as a settlement cell of that amount would.
       VOUCHER-NETWORK-ADJUSTMENTS.
           MOVE "AJ" TO WS-OFFSET-TAG
           PERFORM UNTIL EOF-ADJ = "Y"
              READ ADJ-FILE
                 AT END MOVE "Y" TO EOF-ADJ
              NOT AT END
                 MOVE ADJ-AMOUNT TO WS-GL-AMT
                 IF WS-GL-AMT NOT = 0
                    MOVE ADJ-CHANNEL TO SET-CHANNEL
                    MOVE ADJ-TYPE    TO SET-TYPE
                    PERFORM VOUCHER-ONE-OFFSET
                    ADD WS-MOVEMENT TO WS-BRK-MOVEMENT
                 END-IF
              END-READ
           END-PERFORM
           MOVE SPACES TO WS-OFFSET-TAG.

       *> One entry taking the day's network adjustments to the
       *> settlement-breaks clearing account, on the opposite side.
       VOUCHER-BRK-OFFSET.
           IF WS-BRK-MOVEMENT NOT = 0
              MOVE "BRK " TO SET-CHANNEL
              PERFORM LOOKUP-CHANNEL-OFFSET
              IF NOT MAP-ENTRY-FOUND
                 DISPLAY "GLJOURN: NO OFFSET ACCOUNT FOR CHANNEL "
                    "BRK  - ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              COMPUTE WS-MOVEMENT = 0 - WS-BRK-MOVEMENT
              PERFORM SET-ENTRY-FROM-MOVEMENT
              MOVE SPACES TO WS-JV-SOURCE
              MOVE "BRK  OFFS" TO WS-JV-SOURCE(1:9)
              PERFORM WRITE-JV-ENTRY
           END-IF.

       *> A positive liability movement posts CR, a negative one DR;
       *> the entry amount is always the unsigned magnitude, so the
       *> DR and CR columns of the voucher total cleanly.
       *> Register this run on the shared run log before any work
       *> moves: a completed entry for this date means a double run
       *> (the same journal loaded twice), and an incomplete
       *> NETRECON means the extracts are not yet proved against
       *> the networks - both abend here, at open.
       REGISTER-RUN-START.
           OPEN I-O RUNCTL-FILE
           IF WS-RUN-STATUS NOT = "00" AND WS-RUN-STATUS NOT = "05"
