
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE RECORD CONTAINS 99 CHARACTERS.
       01  ACCT-IN-REC.
           COPY "ACCOUNT-REC.cpy".


       *> How many days without customer-originated activity make an
       *> account dormant - a parameter card so the compliance desk
       *> can tighten it without a rebuild. A trailing "B" counts the
       *> days idle in business days off the bank calendar; blank
       *> counts calendar days. The years idle on the escheatment
       *> aging are calendar years either way, as the state
       *> deadlines are.
       FD  DORM-CTL  RECORD CONTAINS 6 CHARACTERS.
       01  DORM-CTL-REC.
           05  DORM-DAYS            PIC 9(5).
           05  DORM-AGE-BASIS       PIC X(1).

       *> Customer master CUSTMAINT maintains, joined here so the
       *> escheatment aging shows the last known name and mailing
       *> inactive status through the same maint.dat path a branch
       *> hold takes - the EODPROMO "TXNS" leg folds these into the
       *> next cycle's sorted maintenance file.
       FD  MAINT-OUT RECORD CONTAINS 49 CHARACTERS.
       01  MAINT-OUT-REC.
           COPY "MAINT-REC.cpy".

       *> area is undefined once the file is closed.
       77  WS-DORM-DAYS     PIC 9(5)       VALUE ZERO.
       77  WS-DAYS-IDLE     PIC S9(7)      COMP-3 VALUE 0.
       77  WS-DAYS-AGED     PIC S9(7)      COMP-3 VALUE 0.
       77  WS-AGE-BASIS     PIC X          VALUE SPACE.
           88  AGE-IN-BUSINESS-DAYS       VALUE "B".
       *> Business-day calendar interface (BUSCAL).
       01  WS-CAL-PARM.
           COPY "BUSCAL-PARM.cpy".
       77  WS-YEARS-IDLE    PIC 9(3)       VALUE 0.
       77  WS-BAND          PIC 9(2)       VALUE 0.
       77  WS-SWEPT-COUNT   PIC 9(7)       COMP-3 VALUE 0.
                 STOP RUN
           END-READ
           MOVE DORM-DAYS TO WS-DORM-DAYS
           MOVE DORM-AGE-BASIS TO WS-AGE-BASIS
           CLOSE DORM-CTL.

       *> An account with no customer-originated activity for the
              END-IF
              COMPUTE WS-DAYS-IDLE = FUNCTION INTEGER-OF-DATE(TODAY)
                      - FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)
              MOVE WS-DAYS-IDLE TO WS-DAYS-AGED
              IF AGE-IN-BUSINESS-DAYS
                 PERFORM COUNT-BUSINESS-DAYS-IDLE
              END-IF
              IF WS-DAYS-AGED >= WS-DORM-DAYS
                 ADD 1 TO WS-SWEPT-COUNT
                 IF ACCT-STATUS OF ACCT-IN-REC = "A"
                    PERFORM BUILD-DORM-MAINT
              END-IF
           END-IF.

       COUNT-BUSINESS-DAYS-IDLE.
           MOVE "CNT " TO BC-FUNCTION
           MOVE WS-BASE-DATE TO BC-DATE
           MOVE TODAY TO BC-DATE2
           CALL "BUSCAL" USING WS-CAL-PARM
           IF BC-RETURN NOT = "00"
              DISPLAY "DORMSWEEP: CANNOT AGE " ACCT-ID OF ACCT-IN-REC
                 " FROM " WS-BASE-DATE " (CALENDAR RETURN " BC-RETURN
                 ", THRU " BC-CAL-THRU ") - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE BC-DAYS TO WS-DAYS-AGED.

       *> Hold the customer master in storage for the owner join.
       *> Like the account master it carries control labels; the
       *> header is stepped over and the trailer is end-of-data.
           MOVE "I" TO NEW-STATUS OF MAINT-OUT-REC
           MOVE 0 TO NEW-LIMIT OF MAINT-OUT-REC
           MOVE SPACES TO NEW-CYCLE OF MAINT-OUT-REC
           MOVE TODAY TO EFF-DATE OF MAINT-OUT-REC
           MOVE "BATCH" TO MAINT-ENTER-OPER OF MAINT-OUT-REC
           MOVE SPACES TO MAINT-APPR-OPER OF MAINT-OUT-REC.

       REPORT-DORMANT-ACCT.
           COMPUTE WS-YEARS-IDLE = WS-DAYS-IDLE / 365
