       *> The master DAILYPOST rewrote tonight - the settled
       *> balances the aging runs against, before ACCTOPEN's appends
       *> matter (a newly opened account is never overdrawn).
       FD  ACCT-OUT  RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IN-REC.
           COPY "ACCOUNT-REC.cpy".


       *> How many consecutive days overdrawn trigger the automatic
       *> charge-off - a parameter card so the credit desk can move
       *> the schedule without a rebuild. A trailing "B" counts the
       *> days overdrawn in business days off the bank calendar;
       *> blank counts calendar days.
       FD  OVD-CTL   RECORD CONTAINS 6 CHARACTERS.
       01  OVD-CTL-REC.
           05  OVD-CHGOFF-DAYS      PIC 9(5).
           05  OVD-AGE-BASIS        PIC X(1).

       *> Keyed history archive DAILYPOST maintains - each negative
       *> account's run of balances is walked to find when it last
       *> through the same maint.dat path a branch hold takes - the
       *> EODPROMO "TXNS" leg folds these into the next cycle's
       *> sorted maintenance file.
       FD  CHGO-MAINT-OUT RECORD CONTAINS 49 CHARACTERS.
       01  MAINT-OUT-REC.
           COPY "MAINT-REC.cpy".

       *> Card field copied out before OVD-CTL closes - the record
       *> area is undefined once the file is closed.
       77  WS-CHGOFF-DAYS   PIC 9(5)       VALUE ZERO.
       77  WS-AGE-BASIS     PIC X          VALUE SPACE.
           88  AGE-IN-BUSINESS-DAYS       VALUE "B".
       77  WS-DAYS-OVD      PIC 9(5)       VALUE ZERO.
       77  WS-NEG-SINCE     PIC 9(8)       VALUE ZERO.
       77  WS-CHGO-OPEN     PIC X          VALUE "N".
       77  WS-STAT-COUNT    PIC 9(7)       COMP-3 VALUE 0.
       77  WS-CHGO-AMT      PIC S9(9)V99   COMP-3 VALUE 0.

       *> Business-day calendar interface (BUSCAL).
       01  WS-CAL-PARM.
           COPY "BUSCAL-PARM.cpy".

       *> Work copy of the archived record carried in HX-DATA.
       01  WS-HIST-REC.
           COPY "HIST-REC.cpy".
                 STOP RUN
           END-READ
           MOVE OVD-CHGOFF-DAYS TO WS-CHGOFF-DAYS
           MOVE OVD-AGE-BASIS TO WS-AGE-BASIS
           CLOSE OVD-CTL.

       *> Age one negative account and, past the configured day
           IF WS-NEG-SINCE = 0
              MOVE 99999 TO WS-DAYS-OVD
           ELSE
              IF AGE-IN-BUSINESS-DAYS
                 PERFORM COUNT-BUSINESS-DAYS-OVD
              ELSE
                 COMPUTE WS-DAYS-OVD =
                         FUNCTION INTEGER-OF-DATE(TODAY)
                         - FUNCTION INTEGER-OF-DATE(WS-NEG-SINCE) + 1
              END-IF
           END-IF.

       *> The day the balance went negative counts as the first, as
       *> it does in calendar days.
       COUNT-BUSINESS-DAYS-OVD.
           MOVE "CNT " TO BC-FUNCTION
           MOVE WS-NEG-SINCE TO BC-DATE
           MOVE TODAY TO BC-DATE2
           CALL "BUSCAL" USING WS-CAL-PARM
           IF BC-RETURN NOT = "00"
              DISPLAY "OVDRPT: CANNOT AGE " ACCT-ID OF ACCT-IN-REC
                 " FROM " WS-NEG-SINCE " (CALENDAR RETURN " BC-RETURN
                 ", THRU " BC-CAL-THRU ") - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-DAYS-OVD = BC-DAYS + 1.

       REPORT-OVERDRAWN-ACCT.
           MOVE ACCT-ID OF ACCT-IN-REC      TO WS-DL-ACCT-ID
           MOVE CUST-ID OF ACCT-IN-REC      TO WS-DL-CUST-ID
           MOVE "I" TO NEW-STATUS OF MAINT-OUT-REC
           MOVE 0 TO NEW-LIMIT OF MAINT-OUT-REC
           MOVE SPACES TO NEW-CYCLE OF MAINT-OUT-REC
           MOVE TODAY TO EFF-DATE OF MAINT-OUT-REC
           MOVE "BATCH" TO MAINT-ENTER-OPER OF MAINT-OUT-REC
           MOVE SPACES TO MAINT-APPR-OPER OF MAINT-OUT-REC.
