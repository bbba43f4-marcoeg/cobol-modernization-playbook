       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICEGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE  ASSIGN TO "data/dailypost.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NGC-FILE  ASSIGN TO "data/noticegen.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCT-FILE ASSIGN TO "data/accounts.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CUST-FILE ASSIGN TO "data/customers.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REL-FILE ASSIGN TO "data/acctrel.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUSP-FILE ASSIGN TO "out/suspense_out.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ACHRET-FILE ASSIGN TO "out/ach_returns.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HOLDRPT-FILE
               ASSIGN TO "out/holds_report.rpt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CLSREJ-FILE
               ASSIGN TO "out/close_rejects.rpt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OVD-FILE ASSIGN TO "out/overdrawn_aging.rpt"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DORM-FILE ASSIGN TO "out/dorm_maint.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HIST-FILE ASSIGN TO "data/history.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SENT-FILE ASSIGN TO "data/notice_sent.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SENT-NEW  ASSIGN TO "data/notice_sent_new.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NOTICE-FILE ASSIGN TO "out/notices.dat"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE  ASSIGN TO "out/noticegen.rpt"
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

       *> How long a notice is remembered once its event has gone
       *> away: an event that comes back within NGC-KEEP-DAYS of
       *> last being seen is the same event, not a new letter.
       FD  NGC-FILE  RECORD CONTAINS 3 CHARACTERS.
       01  NGC-REC.
           05  NGC-KEEP-DAYS        PIC 9(3).

       *> The account master as the EODPROMO "ACCT" leg promoted it
       *> tonight, for the owning CUST-ID and the balance a dormancy
       *> notice quotes.
       FD  ACCT-FILE RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IN-REC.
           COPY "ACCOUNT-REC.cpy".

       *> Customer master CUSTMAINT maintains, joined for the name and
       *> mailing address each notice goes to.
       FD  CUST-FILE RECORD CONTAINS 105 CHARACTERS.
       01  CUST-IN-REC.
           COPY "CUST-REC.cpy".

       *> Account-relationship master CUSTMAINT maintains: a notice
       *> goes to the account's primary owner, the same customer its
       *> statement goes to.
       FD  REL-FILE  RECORD CONTAINS 45 CHARACTERS.
       01  REL-IN-REC.
           COPY "ACCTREL-REC.cpy".

       *> DAILYPOST's suspense state for tomorrow. An item there for
       *> insufficient funds is a payment that bounced; it recycles
       *> night after night, so the notice is remembered by TXN-ID.
       FD  SUSP-FILE RECORD CONTAINS 87 CHARACTERS.
       01  SUSP-REC.
           05  SUSP-ACCT-ID     PIC X(12).
           05  SUSP-TXN-ID      PIC X(16).
           05  FILLER           PIC X(20).
           05  SUSP-AMOUNT      PIC S9(9)V99   COMP-3.
           05  FILLER           PIC X(18).
           05  SUSP-REASON      PIC X(4).
           05  SUSP-FIRST-DATE  PIC 9(8).
           05  SUSP-AGE         PIC 9(3).

       *> DAILYPOST's morning return file for the ACH operator; the
       *> "TRL" control line ends the details.
       FD  ACHRET-FILE RECORD CONTAINS 47 CHARACTERS.
       01  ACHRET-REC.
           05  AR-TXN-ID        PIC X(16).
           05  FILLER           PIC X(1).
           05  AR-ACCT-ID       PIC X(12).
           05  FILLER           PIC X(1).
           05  AR-AMOUNT        PIC -(9)9.99.
           05  FILLER           PIC X(1).
           05  AR-REASON        PIC X(3).

       *> DAILYPOST's active-holds report. Every hold shows every
       *> night it is live, so only one not seen before is new.
       FD  HOLDRPT-FILE RECORD CONTAINS 48 CHARACTERS.
       01  HOLDRPT-REC.
           05  HL-ACCT-ID       PIC X(12).
           05  FILLER           PIC X(1).
           05  HL-AMOUNT        PIC -(9)9.99.
           05  FILLER           PIC X(1).
           05  HL-REASON        PIC X(4).
           05  FILLER           PIC X(9).
           05  HL-EXPIRY        PIC 9(8).

       *> "CLOS" requests DAILYPOST refused tonight, with the reason.
       FD  CLSREJ-FILE RECORD CONTAINS 80 CHARACTERS.
       01  CLSREJ-REC.
           05  CR-ACCT-ID       PIC X(12).
           05  FILLER           PIC X(1).
           05  CR-BAL           PIC -(10)9.99.
           05  FILLER           PIC X(1).
           05  CR-REASON        PIC X(20).
           05  FILLER           PIC X(32).

       *> OVDRPT's overdrawn aging. Only its account detail lines
       *> are wanted - they are the ones carrying " DAYS OVERDRAWN";
       *> the charge-off and band lines are stepped over.
       FD  OVD-FILE  RECORD CONTAINS 80 CHARACTERS.
       01  OVD-REC.
           05  OV-ACCT-ID       PIC X(12).
           05  FILLER           PIC X(1).
           05  OV-CUST-ID       PIC X(12).
           05  FILLER           PIC X(1).
           05  OV-PRODUCT       PIC X(4).
           05  FILLER           PIC X(1).
           05  OV-CURR-BAL      PIC -(10)9.99.
           05  FILLER           PIC X(1).
           05  OV-DAYS          PIC ZZZZ9.
           05  OV-LITERAL       PIC X(15).
           05  FILLER           PIC X(14).

       *> DORMSWEEP's "STAT" changes moving dormant accounts to
       *> inactive, as they wait for the next cycle's maintenance.
       FD  DORM-FILE RECORD CONTAINS 49 CHARACTERS.
       01  DORM-REC.
           COPY "MAINT-REC.cpy".

       *> Cumulative posting history, scanned for tonight's closing
       *> disbursements - the generated "CLSD" withdrawals - and
       *> tonight's bounced standing orders, which SOGEN retries
       *> itself and so never reach suspense.
       FD  HIST-FILE RECORD CONTAINS 97 CHARACTERS.
       01  HIST-REC.
           COPY "HIST-REC.cpy".

       *> Notices already produced, carried run to run: one record
       *> per letter code, account and event reference, with the
       *> last night the event was still present.
       FD  SENT-FILE RECORD CONTAINS 48 CHARACTERS.
       01  SENT-IN-REC.
           COPY "NOTSENT-REC.cpy".

       *> The log as it stands after tonight, copied back over
       *> data/notice_sent.dat once the run completes.
       FD  SENT-NEW  RECORD CONTAINS 48 CHARACTERS.
       01  SENT-NEW-REC.
           COPY "NOTSENT-REC.cpy".

       *> Print-ready notices for the mail house: per customer and
       *> letter code, a heading line with the letter code, run date
       *> and CUST-ID, the name and address block, the letter text,
       *> then one line per account event - account, amount, date
       *> and reference - and a blank line before the next notice.
       FD  NOTICE-FILE RECORD CONTAINS 80 CHARACTERS.
       01  NOTICE-REC           PIC X(80).

       *> Control report: any event that could not be addressed, then
       *> the notices produced by letter code.
       FD  RPT-FILE  RECORD CONTAINS 80 CHARACTERS.
       01  RPT-REC              PIC X(80).

       *> Shared night-schedule run log, keyed on business date and
       *> program. Notices are cut from the whole night's output, so
       *> this run waits for the EODPROMO "ACCT" leg, the last step
       *> of the cycle.
       FD  RUNCTL-FILE RECORD CONTAINS 74 CHARACTERS.
       01  RUNCTL-REC.
           COPY "RUNCTL-REC.cpy".

       WORKING-STORAGE SECTION.
       77  EOF-ACCT         PIC X          VALUE "N".
       77  EOF-CUST         PIC X          VALUE "N".
       77  EOF-REL          PIC X          VALUE "N".
       77  EOF-SRC          PIC X          VALUE "N".
       77  EOF-SENT         PIC X          VALUE "N".
       77  EOF-NEW          PIC X          VALUE "N".
       77  TODAY            PIC 9(8)       VALUE ZERO.
       77  WS-KEEP-DAYS     PIC 9(3)       VALUE 0.
       77  WS-DAYS-UNSEEN   PIC S9(5)      COMP-3 VALUE 0.

       *> The letters, each with its text and tonight's counts.
       77  WS-LT-COUNT      PIC 9(2)       VALUE 7.
       01  WS-LETTER-TABLE.
           05  WS-LT-ENTRY OCCURS 7 TIMES INDEXED BY LT-PX.
               10  WS-LT-CODE       PIC X(4).
               10  WS-LT-DESC       PIC X(30).
               10  WS-LT-TEXT       PIC X(56).
               10  WS-LT-EVENTS     PIC 9(7)       COMP-3.
               10  WS-LT-SENT       PIC 9(7)       COMP-3.
               10  WS-LT-NOADDR     PIC 9(7)       COMP-3.
               10  WS-LT-NOTICES    PIC 9(7)       COMP-3.
               10  WS-LT-ITEMS      PIC 9(7)       COMP-3.

       *> The customer master held in storage for the address join.
       77  WS-CUST-MAX      PIC 9(5)       VALUE 5000.
       77  WS-CUST-COUNT    PIC 9(5)       COMP-3 VALUE 0.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES INDEXED BY CUST-PX.
               10  WS-TBL-CUST-KEY  PIC X(12).
               10  WS-TBL-CUST-NAME PIC X(30).
               10  WS-TBL-CUST-ADDR PIC X(30).
               10  WS-TBL-CUST-CITY PIC X(18).
               10  WS-TBL-CUST-ST   PIC X(2).
               10  WS-TBL-CUST-ZIP  PIC X(5).
       77  WS-CUST-FOUND    PIC X          VALUE "N".
           88  CUST-ON-MASTER             VALUE "Y".

       *> Relationships live tonight, held in storage for the
       *> primary-owner join. An account with no primary
       *> relationship is noticed to ACCOUNT-REC's CUST-ID as it
       *> always has been.
       77  WS-REL-MAX       PIC 9(5)       VALUE 9000.
       77  WS-REL-COUNT     PIC 9(5)       COMP-3 VALUE 0.
       01  WS-REL-TABLE.
           05  WS-REL-ENTRY OCCURS 9000 TIMES INDEXED BY REL-PX.
               10  WS-TBL-REL-ACCT  PIC X(12).
               10  WS-TBL-REL-CUST  PIC X(12).
               10  WS-TBL-REL-PRI   PIC X(1).
       77  WS-JOIN-CUST-ID  PIC X(12)      VALUE SPACES.

       *> The account master held in storage: the events arrive in
       *> several orders, and each is looked up as it comes by.
       77  WS-ACT-MAX       PIC 9(5)       VALUE 20000.
       77  WS-ACT-COUNT     PIC 9(5)       COMP-3 VALUE 0.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 20000 TIMES INDEXED BY ACT-PX.
               10  WS-ACT-ACCT-ID   PIC X(12).
               10  WS-ACT-CUST-ID   PIC X(12).
               10  WS-ACT-BAL       PIC S9(11)V99  COMP-3.
               10  WS-ACT-STATUS    PIC X(1).
               10  WS-ACT-CLOSE     PIC 9(8).
       77  WS-ACT-FOUND     PIC X          VALUE "N".
           88  ACCT-ON-MASTER             VALUE "Y".

       *> The sent-notice log held in storage, with tonight's new
       *> notices added to it as they are taken.
       77  WS-SNT-MAX       PIC 9(5)       VALUE 20000.
       77  WS-SNT-COUNT     PIC 9(5)       COMP-3 VALUE 0.
       01  WS-SNT-TABLE.
           05  WS-SNT-ENTRY OCCURS 20000 TIMES INDEXED BY SNT-PX.
               10  WS-SNT-LETTER    PIC X(4).
               10  WS-SNT-ACCT-ID   PIC X(12).
               10  WS-SNT-REF       PIC X(16).
               10  WS-SNT-FIRST     PIC 9(8).
               10  WS-SNT-LAST      PIC 9(8).
       77  WS-SNT-FOUND     PIC X          VALUE "N".
           88  ALREADY-SENT               VALUE "Y".

       *> Tonight's events that will go out, held until every source
       *> has been read so each customer's events of one letter code
       *> print as one notice.
       77  WS-EV-MAX        PIC 9(5)       VALUE 5000.
       77  WS-EV-COUNT      PIC 9(5)       COMP-3 VALUE 0.
       01  WS-EV-TABLE.
           05  WS-EV-ENTRY OCCURS 5000 TIMES INDEXED BY EV-PX EV-QX.
               10  WS-EV-LETTER     PIC X(4).
               10  WS-EV-CUST-ID    PIC X(12).
               10  WS-EV-ACCT-ID    PIC X(12).
               10  WS-EV-AMOUNT     PIC S9(11)V99  COMP-3.
               10  WS-EV-DATE       PIC 9(8).
               10  WS-EV-REF        PIC X(16).
               10  WS-EV-PRINTED    PIC X(1).

       *> The event being taken, set by each source before
       *> TAKE-EVENT runs.
       77  WS-NEW-LETTER    PIC X(4)       VALUE SPACES.
       77  WS-NEW-ACCT-ID   PIC X(12)      VALUE SPACES.
       77  WS-NEW-AMOUNT    PIC S9(11)V99  COMP-3 VALUE 0.
       77  WS-NEW-DATE      PIC 9(8)       VALUE ZERO.
       77  WS-NEW-REF       PIC X(16)      VALUE SPACES.
       01  WS-HOLD-REF.
           05  WS-HR-REASON     PIC X(4).
           05  FILLER           PIC X(4)  VALUE " TO ".
           05  WS-HR-EXPIRY     PIC 9(8).

       *> Run counts.
       77  WS-EVENTS-IN     PIC 9(7)       COMP-3 VALUE 0.
       77  WS-SENT-COUNT    PIC 9(7)       COMP-3 VALUE 0.
       77  WS-NOADDR-COUNT  PIC 9(7)       COMP-3 VALUE 0.
       77  WS-NOTICE-COUNT  PIC 9(7)       COMP-3 VALUE 0.
       77  WS-SNT-IN        PIC 9(7)       COMP-3 VALUE 0.
       77  WS-SNT-OUT       PIC 9(7)       COMP-3 VALUE 0.
       77  WS-SNT-EXPIRED   PIC 9(7)       COMP-3 VALUE 0.
       77  WS-COPY-COUNT    PIC 9(9)       COMP-3 VALUE 0.

       *> Run-control registration state; counts are reported to the
       *> run log at completion.
       77  WS-RUN-STATUS    PIC X(2)       VALUE "00".
       77  WS-RC-SELF       PIC X(12)      VALUE "NOTICEGEN".
       77  WS-RC-PRED       PIC X(12)      VALUE "EODPROMOACCT".

       01  WS-NTC-HEAD.
           05  FILLER           PIC X(7)  VALUE "NOTICE ".
           05  WS-NH-LETTER     PIC X(4).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-NH-DATE       PIC 9(8).
           05  FILLER           PIC X(10) VALUE " CUSTOMER ".
           05  WS-NH-CUST-ID    PIC X(12).
           05  FILLER           PIC X(38) VALUE SPACES.

       01  WS-NTC-LINE.
           05  FILLER           PIC X(8)  VALUE SPACES.
           05  WS-NL-TEXT       PIC X(56).
           05  FILLER           PIC X(16) VALUE SPACES.

       01  WS-NTC-CITY.
           05  FILLER           PIC X(8)  VALUE SPACES.
           05  WS-NC-CITY       PIC X(18).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-NC-STATE      PIC X(2).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-NC-ZIP        PIC X(5).
           05  FILLER           PIC X(45) VALUE SPACES.

       01  WS-NTC-COLS.
           05  FILLER           PIC X(15) VALUE "        ACCOUNT".
           05  FILLER           PIC X(14) VALUE SPACES.
           05  FILLER           PIC X(11) VALUE "AMOUNT DATE".
           05  FILLER           PIC X(5)  VALUE SPACES.
           05  FILLER           PIC X(9)  VALUE "REFERENCE".
           05  FILLER           PIC X(26) VALUE SPACES.

       01  WS-NTC-ITEM.
           05  FILLER           PIC X(8)  VALUE SPACES.
           05  WS-NI-ACCT-ID    PIC X(12).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-NI-AMOUNT     PIC -(10)9.99.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-NI-DATE       PIC 9(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-NI-REF        PIC X(16).
           05  FILLER           PIC X(19) VALUE SPACES.

       01  WS-RPT-HEAD.
           05  FILLER           PIC X(21)
               VALUE "CUSTOMER NOTICES FOR ".
           05  WS-RH-DATE       PIC 9(8).
           05  FILLER           PIC X(51) VALUE SPACES.

       01  WS-RPT-NOADDR.
           05  FILLER           PIC X(11) VALUE "NO ADDRESS ".
           05  WS-RN-LETTER     PIC X(4).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RN-ACCT-ID    PIC X(12).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RN-REF        PIC X(16).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RN-DETAIL     PIC X(20).
           05  FILLER           PIC X(14) VALUE SPACES.

       01  WS-RPT-COLS.
           05  FILLER           PIC X(12) VALUE "CODE  LETTER".
           05  FILLER           PIC X(25) VALUE SPACES.
           05  FILLER           PIC X(18) VALUE "EVENTS    SENT NO ".
           05  FILLER           PIC X(19) VALUE "ADDR NOTICES   ITEM".
           05  FILLER           PIC X(5)  VALUE "S".

       01  WS-RPT-LETTER.
           05  WS-RL-CODE       PIC X(4).
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  WS-RL-TEXT       PIC X(30).
           05  WS-RL-EVENTS     PIC ZZZ,ZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RL-SENT       PIC ZZZ,ZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RL-NOADDR     PIC ZZZ,ZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RL-NOTICES    PIC ZZZ,ZZ9.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-RL-ITEMS      PIC ZZZ,ZZ9.
           05  FILLER           PIC X(5)  VALUE SPACES.

       01  WS-RPT-LINE.
           05  WS-RPT-LABEL     PIC X(20).
           05  WS-RPT-COUNT     PIC ZZZ,ZZ9.
           05  FILLER           PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-RUN-DATE
           PERFORM GET-KEEP-DAYS
           PERFORM REGISTER-RUN-START
           PERFORM INIT-LETTERS
           PERFORM LOAD-CUST-TABLE
           PERFORM LOAD-REL-TABLE
           PERFORM LOAD-ACCT-TABLE
           PERFORM LOAD-SENT-LOG
           OPEN OUTPUT RPT-FILE
           MOVE TODAY TO WS-RH-DATE
           WRITE RPT-REC FROM WS-RPT-HEAD
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           PERFORM TAKE-SUSPENSE-EVENTS
           PERFORM TAKE-ACH-RETURN-EVENTS
           PERFORM TAKE-HOLD-EVENTS
           PERFORM TAKE-CLOSE-REJECT-EVENTS
           PERFORM TAKE-HISTORY-EVENTS
           PERFORM TAKE-OVERDRAWN-EVENTS
           PERFORM TAKE-DORMANCY-EVENTS
           OPEN OUTPUT NOTICE-FILE
           PERFORM WRITE-NOTICES
           CLOSE NOTICE-FILE
           PERFORM WRITE-SENT-LOG
           PERFORM COPY-SENT-LOG-BACK
           PERFORM WRITE-RUN-TOTALS
           CLOSE RPT-FILE
           PERFORM REGISTER-RUN-END
           GOBACK.

       GET-RUN-DATE.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
              AT END
                 DISPLAY "NOTICEGEN: MISSING RUN-DATE PARAMETER CARD"
                 CLOSE CTL-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE CTL-RUN-DATE TO TODAY
           CLOSE CTL-FILE.

       GET-KEEP-DAYS.
           OPEN INPUT NGC-FILE
           READ NGC-FILE
              AT END
                 DISPLAY "NOTICEGEN: MISSING NOTICE RETENTION CARD"
                 CLOSE NGC-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE NGC-KEEP-DAYS TO WS-KEEP-DAYS
           CLOSE NGC-FILE.

       INIT-LETTERS.
           MOVE "NSF " TO WS-LT-CODE(1)
           MOVE "A PAYMENT WAS RETURNED FOR INSUFFICIENT FUNDS"
                TO WS-LT-TEXT(1)
           MOVE "NSF RETURNED PAYMENT" TO WS-LT-DESC(1)
           MOVE "ACHR" TO WS-LT-CODE(2)
           MOVE "AN ACH ITEM ON YOUR ACCOUNT WAS RETURNED UNPAID"
                TO WS-LT-TEXT(2)
           MOVE "ACH RETURN" TO WS-LT-DESC(2)
           MOVE "HOLD" TO WS-LT-CODE(3)
           MOVE "A HOLD HAS BEEN PLACED ON FUNDS IN YOUR ACCOUNT"
                TO WS-LT-TEXT(3)
           MOVE "FUNDS HOLD" TO WS-LT-DESC(3)
           MOVE "CLRJ" TO WS-LT-CODE(4)
           MOVE "YOUR REQUEST TO CLOSE YOUR ACCOUNT WAS REFUSED"
                TO WS-LT-TEXT(4)
           MOVE "CLOSE REQUEST REFUSED" TO WS-LT-DESC(4)
           MOVE "CLSD" TO WS-LT-CODE(5)
           MOVE "YOUR ACCOUNT IS CLOSED AND THE BALANCE PAID OUT"
                TO WS-LT-TEXT(5)
           MOVE "ACCOUNT CLOSED" TO WS-LT-DESC(5)
           MOVE "OVDR" TO WS-LT-CODE(6)
           MOVE "YOUR ACCOUNT IS OVERDRAWN"
                TO WS-LT-TEXT(6)
           MOVE "OVERDRAWN" TO WS-LT-DESC(6)
           MOVE "DORM" TO WS-LT-CODE(7)
           MOVE "YOUR ACCOUNT HAS BEEN MADE INACTIVE FOR LACK OF USE"
                TO WS-LT-TEXT(7)
           MOVE "DORMANT TO INACTIVE" TO WS-LT-DESC(7)
           PERFORM VARYING LT-PX FROM 1 BY 1 UNTIL LT-PX > WS-LT-COUNT
              MOVE 0 TO WS-LT-EVENTS(LT-PX) WS-LT-SENT(LT-PX)
                        WS-LT-NOADDR(LT-PX) WS-LT-NOTICES(LT-PX)
                        WS-LT-ITEMS(LT-PX)
           END-PERFORM.

       LOAD-CUST-TABLE.
           OPEN INPUT CUST-FILE
           PERFORM UNTIL EOF-CUST = "Y"
              READ CUST-FILE
                 AT END MOVE "Y" TO EOF-CUST
              NOT AT END
                 EVALUATE TRUE
                    WHEN CUST-IN-REC(1:3) = "TRL"
                       MOVE "Y" TO EOF-CUST
                    WHEN CUST-IN-REC(1:3) = "HDR"
                       CONTINUE
                    WHEN OTHER
                       PERFORM ADD-CUST-TO-TABLE
                 END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE CUST-FILE.

       ADD-CUST-TO-TABLE.
           IF WS-CUST-COUNT >= WS-CUST-MAX
              DISPLAY "NOTICEGEN: CUSTOMER TABLE FULL AT "
                 WS-CUST-MAX " - RAISE WS-CUST-MAX AND RERUN "
                 "- ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CUST-COUNT
           SET CUST-PX TO WS-CUST-COUNT
           MOVE CUST-ID OF CUST-IN-REC    TO WS-TBL-CUST-KEY(CUST-PX)
           MOVE CUST-NAME OF CUST-IN-REC  TO WS-TBL-CUST-NAME(CUST-PX)
           MOVE CUST-ADDR OF CUST-IN-REC  TO WS-TBL-CUST-ADDR(CUST-PX)
           MOVE CUST-CITY OF CUST-IN-REC  TO WS-TBL-CUST-CITY(CUST-PX)
           MOVE CUST-STATE OF CUST-IN-REC TO WS-TBL-CUST-ST(CUST-PX)
           MOVE CUST-ZIP OF CUST-IN-REC   TO WS-TBL-CUST-ZIP(CUST-PX).

       *> The master carries control labels; the header is stepped
       *> over and the trailer is end-of-data.
       LOAD-ACCT-TABLE.
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
                       PERFORM ADD-ACCT-TO-TABLE
                 END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE ACCT-FILE.

       ADD-ACCT-TO-TABLE.
           IF WS-ACT-COUNT >= WS-ACT-MAX
              DISPLAY "NOTICEGEN: ACCOUNT TABLE FULL AT "
                 WS-ACT-MAX " - RAISE WS-ACT-MAX AND RERUN "
                 "- ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-ACT-COUNT
           SET ACT-PX TO WS-ACT-COUNT
           MOVE ACCT-ID OF ACCT-IN-REC  TO WS-ACT-ACCT-ID(ACT-PX)
           PERFORM FIND-PRIMARY-OWNER
           MOVE WS-JOIN-CUST-ID         TO WS-ACT-CUST-ID(ACT-PX)
           MOVE CURR-BAL OF ACCT-IN-REC TO WS-ACT-BAL(ACT-PX)
           MOVE ACCT-STATUS OF ACCT-IN-REC TO WS-ACT-STATUS(ACT-PX)
           MOVE CLOSE-DATE OF ACCT-IN-REC TO WS-ACT-CLOSE(ACT-PX).

       *> Hold the relationships live tonight. Like the account
       *> master the file carries control labels; the header is
       *> stepped over and the trailer is end-of-data.
       LOAD-REL-TABLE.
           OPEN INPUT REL-FILE
           PERFORM UNTIL EOF-REL = "Y"
              READ REL-FILE
                 AT END MOVE "Y" TO EOF-REL
              NOT AT END
                 EVALUATE TRUE
                    WHEN REL-IN-REC(1:3) = "TRL"
                       MOVE "Y" TO EOF-REL
                    WHEN REL-IN-REC(1:3) = "HDR"
                       CONTINUE
                    WHEN REL-ADDED-DATE > TODAY
                       CONTINUE
                    WHEN REL-REMOVED-DATE NOT = 0
                         AND REL-REMOVED-DATE < TODAY
                       CONTINUE
                    WHEN OTHER
                       PERFORM ADD-REL-TO-TABLE
                 END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE REL-FILE.

       ADD-REL-TO-TABLE.
           IF WS-REL-COUNT >= WS-REL-MAX
              DISPLAY "NOTICEGEN: RELATIONSHIP TABLE FULL AT "
                 WS-REL-MAX " - RAISE WS-REL-MAX AND RERUN - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-REL-COUNT
           SET REL-PX TO WS-REL-COUNT
           MOVE REL-ACCT-ID TO WS-TBL-REL-ACCT(REL-PX)
           MOVE REL-CUST-ID TO WS-TBL-REL-CUST(REL-PX)
           MOVE REL-PRIMARY TO WS-TBL-REL-PRI(REL-PX).

       FIND-PRIMARY-OWNER.
           MOVE CUST-ID OF ACCT-IN-REC TO WS-JOIN-CUST-ID
           SET REL-PX TO 1
           SEARCH WS-REL-ENTRY
              AT END
                 CONTINUE
              WHEN REL-PX > WS-REL-COUNT
                 CONTINUE
              WHEN WS-TBL-REL-ACCT(REL-PX) = ACCT-ID OF ACCT-IN-REC
                   AND WS-TBL-REL-PRI(REL-PX) = "Y"
                 MOVE WS-TBL-REL-CUST(REL-PX) TO WS-JOIN-CUST-ID
           END-SEARCH.

       LOAD-SENT-LOG.
           OPEN INPUT SENT-FILE
           PERFORM UNTIL EOF-SENT = "Y"
              READ SENT-FILE
                 AT END MOVE "Y" TO EOF-SENT
              NOT AT END
                 ADD 1 TO WS-SNT-IN
                 MOVE NT-LETTER OF SENT-IN-REC  TO WS-NEW-LETTER
                 MOVE NT-ACCT-ID OF SENT-IN-REC TO WS-NEW-ACCT-ID
                 MOVE NT-REF OF SENT-IN-REC     TO WS-NEW-REF
                 PERFORM ADD-SENT-TO-TABLE
                 MOVE NT-FIRST-DATE OF SENT-IN-REC
                      TO WS-SNT-FIRST(SNT-PX)
                 MOVE NT-LAST-DATE OF SENT-IN-REC
                      TO WS-SNT-LAST(SNT-PX)
              END-READ
           END-PERFORM
           CLOSE SENT-FILE.

       ADD-SENT-TO-TABLE.
           IF WS-SNT-COUNT >= WS-SNT-MAX
              DISPLAY "NOTICEGEN: SENT-NOTICE TABLE FULL AT "
                 WS-SNT-MAX " - RAISE WS-SNT-MAX AND RERUN "
                 "- ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-SNT-COUNT
           SET SNT-PX TO WS-SNT-COUNT
           MOVE WS-NEW-LETTER  TO WS-SNT-LETTER(SNT-PX)
           MOVE WS-NEW-ACCT-ID TO WS-SNT-ACCT-ID(SNT-PX)
           MOVE WS-NEW-REF     TO WS-SNT-REF(SNT-PX)
           MOVE TODAY          TO WS-SNT-FIRST(SNT-PX)
           MOVE TODAY          TO WS-SNT-LAST(SNT-PX).

       *> A bounced payment: an item in suspense for insufficient
       *> funds, dated the night it first bounced. The other suspense
       *> reasons are the back office's to work, not the customer's.
       TAKE-SUSPENSE-EVENTS.
           MOVE "N" TO EOF-SRC
           OPEN INPUT SUSP-FILE
           PERFORM UNTIL EOF-SRC = "Y"
              READ SUSP-FILE
                 AT END MOVE "Y" TO EOF-SRC
              NOT AT END
                 IF SUSP-REASON = "NSF "
                    MOVE "NSF "          TO WS-NEW-LETTER
                    MOVE SUSP-ACCT-ID    TO WS-NEW-ACCT-ID
                    MOVE SUSP-AMOUNT     TO WS-NEW-AMOUNT
                    MOVE SUSP-FIRST-DATE TO WS-NEW-DATE
                    MOVE SUSP-TXN-ID     TO WS-NEW-REF
                    PERFORM TAKE-EVENT
                 END-IF
              END-READ
           END-PERFORM
           CLOSE SUSP-FILE.

       TAKE-ACH-RETURN-EVENTS.
           MOVE "N" TO EOF-SRC
           OPEN INPUT ACHRET-FILE
           PERFORM UNTIL EOF-SRC = "Y"
              READ ACHRET-FILE
                 AT END MOVE "Y" TO EOF-SRC
              NOT AT END
                 IF ACHRET-REC(1:3) = "TRL"
                    MOVE "Y" TO EOF-SRC
                 ELSE
                    MOVE "ACHR"     TO WS-NEW-LETTER
                    MOVE AR-ACCT-ID TO WS-NEW-ACCT-ID
                    MOVE AR-AMOUNT  TO WS-NEW-AMOUNT
                    MOVE TODAY      TO WS-NEW-DATE
                    MOVE AR-TXN-ID  TO WS-NEW-REF
                    PERFORM TAKE-EVENT
                 END-IF
              END-READ
           END-PERFORM
           CLOSE ACHRET-FILE.

       *> A hold is the same hold for as long as its reason and
       *> expiry stand; the reference carries both.
       TAKE-HOLD-EVENTS.
           MOVE "N" TO EOF-SRC
           OPEN INPUT HOLDRPT-FILE
           PERFORM UNTIL EOF-SRC = "Y"
              READ HOLDRPT-FILE
                 AT END MOVE "Y" TO EOF-SRC
              NOT AT END
                 MOVE HL-REASON  TO WS-HR-REASON
                 MOVE HL-EXPIRY  TO WS-HR-EXPIRY
                 MOVE "HOLD"     TO WS-NEW-LETTER
                 MOVE HL-ACCT-ID TO WS-NEW-ACCT-ID
                 MOVE HL-AMOUNT  TO WS-NEW-AMOUNT
                 MOVE TODAY      TO WS-NEW-DATE
                 MOVE WS-HOLD-REF TO WS-NEW-REF
                 PERFORM TAKE-EVENT
              END-READ
           END-PERFORM
           CLOSE HOLDRPT-FILE.

       TAKE-CLOSE-REJECT-EVENTS.
           MOVE "N" TO EOF-SRC
           OPEN INPUT CLSREJ-FILE
           PERFORM UNTIL EOF-SRC = "Y"
              READ CLSREJ-FILE
                 AT END MOVE "Y" TO EOF-SRC
              NOT AT END
                 MOVE "CLRJ"     TO WS-NEW-LETTER
                 MOVE CR-ACCT-ID TO WS-NEW-ACCT-ID
                 MOVE CR-BAL     TO WS-NEW-AMOUNT
                 MOVE TODAY      TO WS-NEW-DATE
                 MOVE CR-REASON  TO WS-NEW-REF
                 PERFORM TAKE-EVENT
              END-READ
           END-PERFORM
           CLOSE CLSREJ-FILE.

       *> Tonight's closing disbursements are the generated "CLSD"
       *> withdrawals DAILYPOST posted to the history. A standing
       *> order's first presentation ("SORD") refused on an account
       *> that could take postings bounced for insufficient funds -
       *> the test SOGEN itself applies - and is a bounced payment
       *> like one in suspense. Its retries ("SORR") are the same
       *> payment, noticed the first time.
       TAKE-HISTORY-EVENTS.
           MOVE "N" TO EOF-SRC
           OPEN INPUT HIST-FILE
           PERFORM UNTIL EOF-SRC = "Y"
              READ HIST-FILE
                 AT END MOVE "Y" TO EOF-SRC
              NOT AT END
                 IF HIST-POST-DATE = TODAY
                    AND HIST-DISPOSITION = "PSTD"
                    AND HIST-TXN-ID(1:4) = "CLSD"
                    MOVE "CLSD"          TO WS-NEW-LETTER
                    MOVE HIST-ACCT-ID    TO WS-NEW-ACCT-ID
                    MOVE HIST-TXN-AMOUNT TO WS-NEW-AMOUNT
                    MOVE HIST-POST-DATE  TO WS-NEW-DATE
                    MOVE HIST-TXN-ID     TO WS-NEW-REF
                    PERFORM TAKE-EVENT
                 END-IF
                 IF HIST-POST-DATE = TODAY
                    AND HIST-DISPOSITION = "EXCP"
                    AND HIST-TXN-ID(1:4) = "SORD"
                    PERFORM TAKE-STANDING-ORDER-NSF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE HIST-FILE.

       TAKE-STANDING-ORDER-NSF.
           MOVE HIST-ACCT-ID TO WS-NEW-ACCT-ID
           PERFORM LOOKUP-ACCT
           IF ACCT-ON-MASTER
              AND WS-ACT-STATUS(ACT-PX) NOT = "F"
              AND WS-ACT-STATUS(ACT-PX) NOT = "I"
              AND (WS-ACT-CLOSE(ACT-PX) = 0
                   OR WS-ACT-CLOSE(ACT-PX) > TODAY)
              MOVE "NSF "          TO WS-NEW-LETTER
              MOVE HIST-TXN-AMOUNT TO WS-NEW-AMOUNT
              MOVE HIST-POST-DATE  TO WS-NEW-DATE
              MOVE HIST-TXN-ID     TO WS-NEW-REF
              PERFORM TAKE-EVENT
           END-IF.

       *> An overdrawn account shows on the aging every night it
       *> stays negative; one notice covers the whole spell.
       TAKE-OVERDRAWN-EVENTS.
           MOVE "N" TO EOF-SRC
           OPEN INPUT OVD-FILE
           PERFORM UNTIL EOF-SRC = "Y"
              READ OVD-FILE
                 AT END MOVE "Y" TO EOF-SRC
              NOT AT END
                 IF OV-LITERAL = " DAYS OVERDRAWN"
                    MOVE "OVDR"      TO WS-NEW-LETTER
                    MOVE OV-ACCT-ID  TO WS-NEW-ACCT-ID
                    MOVE OV-CURR-BAL TO WS-NEW-AMOUNT
                    MOVE TODAY       TO WS-NEW-DATE
                    MOVE SPACES      TO WS-NEW-REF
                    PERFORM TAKE-EVENT
                 END-IF
              END-READ
           END-PERFORM
           CLOSE OVD-FILE.

       TAKE-DORMANCY-EVENTS.
           MOVE "N" TO EOF-SRC
           OPEN INPUT DORM-FILE
           PERFORM UNTIL EOF-SRC = "Y"
              READ DORM-FILE
                 AT END MOVE "Y" TO EOF-SRC
              NOT AT END
                 IF MAINT-CODE OF DORM-REC = "STAT"
                    AND NEW-STATUS OF DORM-REC = "I"
                    MOVE "DORM" TO WS-NEW-LETTER
                    MOVE ACCT-ID OF DORM-REC TO WS-NEW-ACCT-ID
                    MOVE 0 TO WS-NEW-AMOUNT
                    PERFORM LOOKUP-ACCT
                    IF ACCT-ON-MASTER
                       MOVE WS-ACT-BAL(ACT-PX) TO WS-NEW-AMOUNT
                    END-IF
                    MOVE EFF-DATE OF DORM-REC TO WS-NEW-DATE
                    MOVE SPACES TO WS-NEW-REF
                    PERFORM TAKE-EVENT
                 END-IF
              END-READ
           END-PERFORM
           CLOSE DORM-FILE.

       *> One event from any source. Already noticed, it is only
       *> marked as still present; otherwise it is addressed from the
       *> account's owner and queued for tonight's notices, and
       *> remembered. An event whose account or owner cannot be
       *> found is listed for the branch instead, and not
       *> remembered, so it goes out once the records are fixed.
       TAKE-EVENT.
           ADD 1 TO WS-EVENTS-IN
           SET LT-PX TO 1
           SEARCH WS-LT-ENTRY
              WHEN WS-LT-CODE(LT-PX) = WS-NEW-LETTER
                 ADD 1 TO WS-LT-EVENTS(LT-PX)
           END-SEARCH
           PERFORM FIND-SENT-ENTRY
           IF ALREADY-SENT
              MOVE TODAY TO WS-SNT-LAST(SNT-PX)
              ADD 1 TO WS-SENT-COUNT
              ADD 1 TO WS-LT-SENT(LT-PX)
           ELSE
              MOVE "N" TO WS-CUST-FOUND
              PERFORM LOOKUP-ACCT
              IF ACCT-ON-MASTER
                 PERFORM LOOKUP-CUST
              END-IF
              IF CUST-ON-MASTER
                 PERFORM ADD-SENT-TO-TABLE
                 PERFORM ADD-EVENT-TO-TABLE
              ELSE
                 ADD 1 TO WS-NOADDR-COUNT
                 ADD 1 TO WS-LT-NOADDR(LT-PX)
                 MOVE WS-NEW-LETTER  TO WS-RN-LETTER
                 MOVE WS-NEW-ACCT-ID TO WS-RN-ACCT-ID
                 MOVE WS-NEW-REF     TO WS-RN-REF
                 IF ACCT-ON-MASTER
                    MOVE "OWNER NOT ON FILE" TO WS-RN-DETAIL
                 ELSE
                    MOVE "ACCOUNT NOT ON FILE" TO WS-RN-DETAIL
                 END-IF
                 WRITE RPT-REC FROM WS-RPT-NOADDR
              END-IF
           END-IF.

       FIND-SENT-ENTRY.
           MOVE "N" TO WS-SNT-FOUND
           SET SNT-PX TO 1
           SEARCH WS-SNT-ENTRY
              AT END
                 CONTINUE
              WHEN SNT-PX > WS-SNT-COUNT
                 CONTINUE
              WHEN WS-SNT-LETTER(SNT-PX) = WS-NEW-LETTER
                   AND WS-SNT-ACCT-ID(SNT-PX) = WS-NEW-ACCT-ID
                   AND WS-SNT-REF(SNT-PX) = WS-NEW-REF
                 MOVE "Y" TO WS-SNT-FOUND
           END-SEARCH.

       LOOKUP-ACCT.
           MOVE "N" TO WS-ACT-FOUND
           SET ACT-PX TO 1
           SEARCH WS-ACT-ENTRY
              AT END
                 CONTINUE
              WHEN ACT-PX > WS-ACT-COUNT
                 CONTINUE
              WHEN WS-ACT-ACCT-ID(ACT-PX) = WS-NEW-ACCT-ID
                 MOVE "Y" TO WS-ACT-FOUND
           END-SEARCH.

       LOOKUP-CUST.
           MOVE "N" TO WS-CUST-FOUND
           SET CUST-PX TO 1
           SEARCH WS-CUST-ENTRY
              AT END
                 CONTINUE
              WHEN CUST-PX > WS-CUST-COUNT
                 CONTINUE
              WHEN WS-TBL-CUST-KEY(CUST-PX) = WS-ACT-CUST-ID(ACT-PX)
                 MOVE "Y" TO WS-CUST-FOUND
           END-SEARCH.

       ADD-EVENT-TO-TABLE.
           IF WS-EV-COUNT >= WS-EV-MAX
              DISPLAY "NOTICEGEN: EVENT TABLE FULL AT " WS-EV-MAX
                 " - RAISE WS-EV-MAX AND RERUN - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-EV-COUNT
           SET EV-PX TO WS-EV-COUNT
           MOVE WS-NEW-LETTER          TO WS-EV-LETTER(EV-PX)
           MOVE WS-ACT-CUST-ID(ACT-PX) TO WS-EV-CUST-ID(EV-PX)
           MOVE WS-NEW-ACCT-ID         TO WS-EV-ACCT-ID(EV-PX)
           MOVE WS-NEW-AMOUNT          TO WS-EV-AMOUNT(EV-PX)
           MOVE WS-NEW-DATE            TO WS-EV-DATE(EV-PX)
           MOVE WS-NEW-REF             TO WS-EV-REF(EV-PX)
           MOVE "N"                    TO WS-EV-PRINTED(EV-PX).

       *> One notice per customer per letter code: the first event
       *> not yet printed opens a notice, and every later event for
       *> the same customer and letter joins it.
       WRITE-NOTICES.
           PERFORM VARYING EV-PX FROM 1 BY 1
                   UNTIL EV-PX > WS-EV-COUNT
              IF WS-EV-PRINTED(EV-PX) = "N"
                 PERFORM WRITE-NOTICE-HEADING
                 PERFORM VARYING EV-QX FROM EV-PX BY 1
                         UNTIL EV-QX > WS-EV-COUNT
                    IF WS-EV-PRINTED(EV-QX) = "N"
                       AND WS-EV-CUST-ID(EV-QX) = WS-EV-CUST-ID(EV-PX)
                       AND WS-EV-LETTER(EV-QX) = WS-EV-LETTER(EV-PX)
                       PERFORM WRITE-NOTICE-ITEM
                    END-IF
                 END-PERFORM
                 MOVE SPACES TO NOTICE-REC
                 WRITE NOTICE-REC
              END-IF
           END-PERFORM.

       WRITE-NOTICE-HEADING.
           SET LT-PX TO 1
           SEARCH WS-LT-ENTRY
              WHEN WS-LT-CODE(LT-PX) = WS-EV-LETTER(EV-PX)
                 ADD 1 TO WS-LT-NOTICES(LT-PX)
           END-SEARCH
           ADD 1 TO WS-NOTICE-COUNT
           MOVE WS-EV-ACCT-ID(EV-PX) TO WS-NEW-ACCT-ID
           PERFORM LOOKUP-ACCT
           PERFORM LOOKUP-CUST
           MOVE WS-EV-LETTER(EV-PX)  TO WS-NH-LETTER
           MOVE TODAY                TO WS-NH-DATE
           MOVE WS-EV-CUST-ID(EV-PX) TO WS-NH-CUST-ID
           WRITE NOTICE-REC FROM WS-NTC-HEAD
           MOVE WS-TBL-CUST-NAME(CUST-PX) TO WS-NL-TEXT
           WRITE NOTICE-REC FROM WS-NTC-LINE
           MOVE WS-TBL-CUST-ADDR(CUST-PX) TO WS-NL-TEXT
           WRITE NOTICE-REC FROM WS-NTC-LINE
           MOVE WS-TBL-CUST-CITY(CUST-PX) TO WS-NC-CITY
           MOVE WS-TBL-CUST-ST(CUST-PX)   TO WS-NC-STATE
           MOVE WS-TBL-CUST-ZIP(CUST-PX)  TO WS-NC-ZIP
           WRITE NOTICE-REC FROM WS-NTC-CITY
           MOVE SPACES TO NOTICE-REC
           WRITE NOTICE-REC
           MOVE WS-LT-TEXT(LT-PX) TO WS-NL-TEXT
           WRITE NOTICE-REC FROM WS-NTC-LINE
           MOVE SPACES TO NOTICE-REC
           WRITE NOTICE-REC
           WRITE NOTICE-REC FROM WS-NTC-COLS.

       WRITE-NOTICE-ITEM.
           MOVE "Y" TO WS-EV-PRINTED(EV-QX)
           ADD 1 TO WS-LT-ITEMS(LT-PX)
           MOVE WS-EV-ACCT-ID(EV-QX) TO WS-NI-ACCT-ID
           MOVE WS-EV-AMOUNT(EV-QX)  TO WS-NI-AMOUNT
           MOVE WS-EV-DATE(EV-QX)    TO WS-NI-DATE
           MOVE WS-EV-REF(EV-QX)     TO WS-NI-REF
           WRITE NOTICE-REC FROM WS-NTC-ITEM.

       *> Every notice remembered goes forward until its event has
       *> been gone longer than the retention card allows.
       WRITE-SENT-LOG.
           OPEN OUTPUT SENT-NEW
           PERFORM VARYING SNT-PX FROM 1 BY 1
                   UNTIL SNT-PX > WS-SNT-COUNT
              COMPUTE WS-DAYS-UNSEEN = FUNCTION INTEGER-OF-DATE(TODAY)
                 - FUNCTION INTEGER-OF-DATE(WS-SNT-LAST(SNT-PX))
              IF WS-DAYS-UNSEEN > WS-KEEP-DAYS
                 ADD 1 TO WS-SNT-EXPIRED
              ELSE
                 MOVE WS-SNT-LETTER(SNT-PX)
                      TO NT-LETTER OF SENT-NEW-REC
                 MOVE WS-SNT-ACCT-ID(SNT-PX)
                      TO NT-ACCT-ID OF SENT-NEW-REC
                 MOVE WS-SNT-REF(SNT-PX)
                      TO NT-REF OF SENT-NEW-REC
                 MOVE WS-SNT-FIRST(SNT-PX)
                      TO NT-FIRST-DATE OF SENT-NEW-REC
                 MOVE WS-SNT-LAST(SNT-PX)
                      TO NT-LAST-DATE OF SENT-NEW-REC
                 WRITE SENT-NEW-REC
                 ADD 1 TO WS-SNT-OUT
              END-IF
           END-PERFORM
           CLOSE SENT-NEW.

       COPY-SENT-LOG-BACK.
           OPEN INPUT SENT-NEW
           OPEN OUTPUT SENT-FILE
           MOVE 0 TO WS-COPY-COUNT
           MOVE "N" TO EOF-NEW
           PERFORM UNTIL EOF-NEW = "Y"
              READ SENT-NEW
                 AT END MOVE "Y" TO EOF-NEW
              NOT AT END
                 ADD 1 TO WS-COPY-COUNT
                 WRITE SENT-IN-REC FROM SENT-NEW-REC
              END-READ
           END-PERFORM
           CLOSE SENT-NEW SENT-FILE
           IF WS-COPY-COUNT NOT = WS-SNT-OUT
              DISPLAY "NOTICEGEN: SENT LOG COPIED " WS-COPY-COUNT
                 " BUT " WS-SNT-OUT " WRITTEN - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM WS-RPT-COLS
           PERFORM VARYING LT-PX FROM 1 BY 1 UNTIL LT-PX > WS-LT-COUNT
              MOVE WS-LT-CODE(LT-PX)    TO WS-RL-CODE
              MOVE WS-LT-DESC(LT-PX)    TO WS-RL-TEXT
              MOVE WS-LT-EVENTS(LT-PX)  TO WS-RL-EVENTS
              MOVE WS-LT-SENT(LT-PX)    TO WS-RL-SENT
              MOVE WS-LT-NOADDR(LT-PX)  TO WS-RL-NOADDR
              MOVE WS-LT-NOTICES(LT-PX) TO WS-RL-NOTICES
              MOVE WS-LT-ITEMS(LT-PX)   TO WS-RL-ITEMS
              WRITE RPT-REC FROM WS-RPT-LETTER
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "EVENTS READ"         TO WS-RPT-LABEL
           MOVE WS-EVENTS-IN        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "ALREADY NOTIFIED"    TO WS-RPT-LABEL
           MOVE WS-SENT-COUNT       TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "NO ADDRESS"          TO WS-RPT-LABEL
           MOVE WS-NOADDR-COUNT     TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "NOTICES PRODUCED"    TO WS-RPT-LABEL
           MOVE WS-NOTICE-COUNT     TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "SENT LOG IN"         TO WS-RPT-LABEL
           MOVE WS-SNT-IN           TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "SENT LOG EXPIRED"    TO WS-RPT-LABEL
           MOVE WS-SNT-EXPIRED      TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "SENT LOG OUT"        TO WS-RPT-LABEL
           MOVE WS-SNT-OUT          TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE.

       *> Register this run on the shared run log before any work
       *> moves: a completed entry for this date means a double run
       *> (every customer lettered twice), and an incomplete
       *> predecessor means the cycle has not finished - both abend
       *> here, at open.
       REGISTER-RUN-START.
           OPEN I-O RUNCTL-FILE
           IF WS-RUN-STATUS NOT = "00" AND WS-RUN-STATUS NOT = "05"
              DISPLAY "NOTICEGEN: CANNOT OPEN data/runctl.dat - STATUS "
                 WS-RUN-STATUS " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-SELF TO RC-PROGRAM
           READ RUNCTL-FILE
           END-READ
           IF WS-RUN-STATUS = "00" AND RC-STATUS = "DONE"
              DISPLAY "NOTICEGEN: ALREADY COMPLETE FOR " TODAY
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-PRED TO RC-PROGRAM
           READ RUNCTL-FILE
           END-READ
           IF WS-RUN-STATUS NOT = "00" OR RC-STATUS NOT = "DONE"
              DISPLAY "NOTICEGEN: PREDECESSOR " WS-RC-PRED
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
       *> sent log is only replaced once the run completes, so a
       *> rerun letters the same events again rather than none.
       *> Events read are the input count, notices the output count.
       REGISTER-RUN-END.
           MOVE TODAY TO RC-RUN-DATE
           MOVE WS-RC-SELF TO RC-PROGRAM
           READ RUNCTL-FILE
           END-READ
           MOVE "DONE" TO RC-STATUS
           MOVE FUNCTION CURRENT-DATE(1:14) TO RC-END-TS
           MOVE WS-EVENTS-IN TO RC-IN-COUNT
           MOVE WS-NOTICE-COUNT TO RC-OUT-COUNT
           MOVE RETURN-CODE TO RC-RETURN-CODE
           REWRITE RUNCTL-REC
           END-REWRITE
           CLOSE RUNCTL-FILE.
