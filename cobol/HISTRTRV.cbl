       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTRTRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "data/histrtrv_cards.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HIST-CAT ASSIGN TO "data/hist_catalog.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARCH-VOL ASSIGN USING WS-ARCH-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT RETR-FILE ASSIGN TO "out/hist_retrieved.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE  ASSIGN TO "out/histrtrv.rpt"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       *> One retrieval per card, as keyed by the research desk: the
       *> account and the from/to posting-date range to pull - the
       *> same card ACCTHIST takes for what is still online.
       FD  CARD-FILE RECORD CONTAINS 28 CHARACTERS.
       01  CARD-REC.
           05  CARD-ACCT-ID     PIC X(12).
           05  CARD-FROM-DATE   PIC 9(8).
           05  CARD-TO-DATE     PIC 9(8).

       *> Catalog of the long-term archive EODPROMO keeps as it
       *> purges history: which monthly volume holds which
       *> posting-date range, with its control count and hash.
       FD  HIST-CAT  RECORD CONTAINS 85 CHARACTERS.
       01  HIST-CAT-REC.
           COPY "HISTCAT-REC.cpy".

       *> A monthly archive volume, named by its catalog entry.
       FD  ARCH-VOL  RECORD CONTAINS 97 CHARACTERS.
       01  ARCH-VOL-REC         PIC X(97).

       *> Every record retrieved, as the full history image, for
       *> statement reprints and anything else that needs more than
       *> the listing shows.
       FD  RETR-FILE RECORD CONTAINS 97 CHARACTERS.
       01  RETR-REC             PIC X(97).

       *> One heading per card, each volume searched, the account's
       *> records for the range in posting order with the running
       *> balance, and an explicit no-activity line when there is
       *> nothing - laid out as ACCTHIST lays out the online history.
       FD  RPT-FILE  RECORD CONTAINS 60 CHARACTERS.
       01  RPT-REC              PIC X(60).

       WORKING-STORAGE SECTION.
       77  EOF-CARD         PIC X     VALUE "N".
       77  EOF-CAT          PIC X     VALUE "N".
       77  EOF-AVOL         PIC X     VALUE "N".
       77  WS-ARCH-STATUS   PIC X(2)  VALUE "00".
       77  WS-ARCH-DSN      PIC X(30) VALUE SPACES.
       77  WS-LINES-OUT     PIC 9(5)  COMP-3 VALUE 0.
       77  WS-VOLS-READ     PIC 9(5)  COMP-3 VALUE 0.

       *> Control proof of each volume read: its trailer and its
       *> catalog entry must both agree with what was counted.
       77  WS-ARCH-TRL-SEEN PIC X     VALUE "N".
       77  WS-VOL-COUNT     PIC 9(9)  COMP-3 VALUE 0.
       77  WS-VOL-HASH      PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ARCH-TRL-FIELDS.
           05  WS-ARCH-TRL-COUNT PIC 9(9).
           05  WS-ARCH-TRL-HASH PIC S9(13)V99 SIGN LEADING SEPARATE.

       *> The catalog held in storage for the run.
       77  WS-CAT-MAX       PIC 9(3)  VALUE 600.
       77  WS-CAT-COUNT     PIC 9(3)  COMP-3 VALUE 0.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 600 TIMES INDEXED BY CAT-PX.
               10  WS-CAT-DSN       PIC X(30).
               10  WS-CAT-FIRST     PIC 9(8).
               10  WS-CAT-LAST      PIC 9(8).
               10  WS-CAT-RECS      PIC 9(9).
               10  WS-CAT-TOTAL     PIC S9(13)V99 COMP-3.

       *> Work copy of the archived record.
       01  WS-HIST-REC.
           COPY "HIST-REC.cpy".

       01  WS-HEAD-LINE.
           05  FILLER           PIC X(8)  VALUE "ACCOUNT ".
           05  WS-HD-ACCT-ID    PIC X(12).
           05  FILLER           PIC X(6)  VALUE " FROM ".
           05  WS-HD-FROM       PIC 9(8).
           05  FILLER           PIC X(4)  VALUE " TO ".
           05  WS-HD-TO         PIC 9(8).
           05  FILLER           PIC X(14) VALUE SPACES.

       01  WS-VOL-LINE.
           05  FILLER           PIC X(9)  VALUE "  VOLUME ".
           05  WS-VL-DSN        PIC X(30).
           05  FILLER           PIC X(21) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-DT-DATE       PIC 9(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-DT-TXN-CODE   PIC X(4).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-DT-CHANNEL    PIC X(4).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-DT-AMOUNT     PIC -(9)9.99.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-DT-DISP       PIC X(4).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-DT-BALANCE    PIC -(10)9.99.
           05  FILLER           PIC X(6)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-CATALOG
           OPEN INPUT CARD-FILE
           OPEN OUTPUT RETR-FILE RPT-FILE
           PERFORM UNTIL EOF-CARD = "Y"
              READ CARD-FILE
                  AT END MOVE "Y" TO EOF-CARD
              NOT AT END
                 PERFORM RETRIEVE-ONE-ACCOUNT
              END-READ
           END-PERFORM
           CLOSE CARD-FILE RETR-FILE RPT-FILE
           GOBACK.

       LOAD-CATALOG.
           OPEN INPUT HIST-CAT
           PERFORM UNTIL EOF-CAT = "Y"
              READ HIST-CAT
                 AT END MOVE "Y" TO EOF-CAT
              NOT AT END
                 IF WS-CAT-COUNT >= WS-CAT-MAX
                    DISPLAY "HISTRTRV: ARCHIVE CATALOG FULL AT "
                       WS-CAT-MAX " - RAISE WS-CAT-MAX AND RERUN "
                       "- ABENDING"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CAT-COUNT
                 SET CAT-PX TO WS-CAT-COUNT
                 MOVE HC-VOLUME-DSN TO WS-CAT-DSN(CAT-PX)
                 MOVE HC-FIRST-DATE TO WS-CAT-FIRST(CAT-PX)
                 MOVE HC-LAST-DATE  TO WS-CAT-LAST(CAT-PX)
                 MOVE HC-REC-COUNT  TO WS-CAT-RECS(CAT-PX)
                 MOVE HC-AMT-TOTAL  TO WS-CAT-TOTAL(CAT-PX)
              END-READ
           END-PERFORM
           CLOSE HIST-CAT.

       *> Only the volumes whose cataloged date range overlaps the
       *> card's range are read; the catalog is in month order, so
       *> the records come out in posting order.
       RETRIEVE-ONE-ACCOUNT.
           MOVE CARD-ACCT-ID   TO WS-HD-ACCT-ID
           MOVE CARD-FROM-DATE TO WS-HD-FROM
           MOVE CARD-TO-DATE   TO WS-HD-TO
           WRITE RPT-REC FROM WS-HEAD-LINE
           MOVE 0 TO WS-LINES-OUT WS-VOLS-READ
           PERFORM VARYING CAT-PX FROM 1 BY 1
                   UNTIL CAT-PX > WS-CAT-COUNT
              IF WS-CAT-FIRST(CAT-PX) <= CARD-TO-DATE
                 AND WS-CAT-LAST(CAT-PX) >= CARD-FROM-DATE
                 PERFORM PULL-FROM-VOLUME
              END-IF
           END-PERFORM
           IF WS-VOLS-READ = 0
              MOVE "  NO ARCHIVE VOLUME COVERS THE PERIOD" TO RPT-REC
              WRITE RPT-REC
           ELSE
              IF WS-LINES-OUT = 0
                 MOVE "  NO ARCHIVED ACTIVITY IN PERIOD" TO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

       *> The whole volume is read so its count and hash can be
       *> proved; a volume that fails the proof stops the run rather
       *> than hand the desk an incomplete answer.
       PULL-FROM-VOLUME.
           MOVE WS-CAT-DSN(CAT-PX) TO WS-ARCH-DSN WS-VL-DSN
           WRITE RPT-REC FROM WS-VOL-LINE
           ADD 1 TO WS-VOLS-READ
           OPEN INPUT ARCH-VOL
           IF WS-ARCH-STATUS NOT = "00"
              DISPLAY "HISTRTRV: ARCHIVE VOLUME " WS-ARCH-DSN
                 " IS CATALOGED BUT CANNOT BE OPENED - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO EOF-AVOL WS-ARCH-TRL-SEEN
           MOVE 0 TO WS-VOL-COUNT WS-VOL-HASH
           PERFORM UNTIL EOF-AVOL = "Y"
              READ ARCH-VOL INTO WS-HIST-REC
                 AT END MOVE "Y" TO EOF-AVOL
              NOT AT END
                 EVALUATE TRUE
                    WHEN ARCH-VOL-REC(1:3) = "TRL"
                       MOVE ARCH-VOL-REC(4:25) TO WS-ARCH-TRL-FIELDS
                       MOVE "Y" TO WS-ARCH-TRL-SEEN EOF-AVOL
                    WHEN ARCH-VOL-REC(1:3) = "HDR"
                       CONTINUE
                    WHEN OTHER
                       ADD 1 TO WS-VOL-COUNT
                       ADD HIST-TXN-AMOUNT TO WS-VOL-HASH
                       IF HIST-ACCT-ID = CARD-ACCT-ID
                          AND HIST-POST-DATE >= CARD-FROM-DATE
                          AND HIST-POST-DATE <= CARD-TO-DATE
                          PERFORM WRITE-DETAIL-LINE
                       END-IF
                 END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE ARCH-VOL
           IF WS-ARCH-TRL-SEEN NOT = "Y"
              OR WS-ARCH-TRL-COUNT NOT = WS-VOL-COUNT
              OR WS-ARCH-TRL-HASH NOT = WS-VOL-HASH
              OR WS-CAT-RECS(CAT-PX) NOT = WS-VOL-COUNT
              OR WS-CAT-TOTAL(CAT-PX) NOT = WS-VOL-HASH
              DISPLAY "HISTRTRV: ARCHIVE VOLUME " WS-ARCH-DSN
                 " DOES NOT AGREE WITH ITS TRAILER AND CATALOG"
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-DETAIL-LINE.
           WRITE RETR-REC FROM WS-HIST-REC
           MOVE HIST-POST-DATE  TO WS-DT-DATE
           MOVE HIST-TXN-CODE   TO WS-DT-TXN-CODE
           MOVE HIST-CHANNEL    TO WS-DT-CHANNEL
           MOVE HIST-TXN-AMOUNT TO WS-DT-AMOUNT
           MOVE HIST-DISPOSITION TO WS-DT-DISP
           MOVE HIST-CURR-BAL   TO WS-DT-BALANCE
           WRITE RPT-REC FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINES-OUT.
