       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOL-FILE  ASSIGN TO "data/holidays.dat"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       *> Holiday master kept by operations, one record per date the
       *> bank is closed, in date order. A holiday falling on a
       *> weekend may be carried for the record; the weekday it is
       *> observed on, if any, is a separate entry.
       FD  HOL-FILE  RECORD CONTAINS 40 CHARACTERS.
       01  HOL-REC.
           COPY "HOLIDAY-REC.cpy".

       WORKING-STORAGE SECTION.
       77  WS-LOADED        PIC X          VALUE "N".
       77  EOF-HOL          PIC X          VALUE "N".
       77  WS-CAL-THRU      PIC 9(8)       VALUE ZERO.
       77  WS-PREV-HOL      PIC 9(8)       VALUE ZERO.
       77  WS-CAL-YEAR      PIC 9(4)       VALUE ZERO.

       *> The master in storage, each date with its day number and
       *> whether it falls Monday to Friday - only those take a day
       *> out of a count.
       77  WS-HOL-MAX       PIC 9(3)       VALUE 500.
       77  WS-HOL-COUNT     PIC 9(3)       COMP-3 VALUE 0.
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY OCCURS 500 TIMES INDEXED BY HOL-PX.
               10  WS-HOL-DATE      PIC 9(8).
               10  WS-HOL-INT       PIC 9(7)       COMP-3.
               10  WS-HOL-WEEKDAY   PIC X(1).
               10  WS-HOL-NAME      PIC X(30).

       *> Day arithmetic runs on the day numbers INTEGER-OF-DATE
       *> gives; day 1 (1 January 1601) was a Monday, so the day
       *> number less one, modulo 7, is 0 for Monday through 6 for
       *> Sunday.
       77  WS-INT           PIC 9(7)       COMP-3 VALUE 0.
       77  WS-INT-FROM      PIC 9(7)       COMP-3 VALUE 0.
       77  WS-INT-THRU      PIC 9(7)       COMP-3 VALUE 0.
       77  WS-SPAN          PIC 9(7)       COMP-3 VALUE 0.
       77  WS-WEEKS         PIC 9(7)       COMP-3 VALUE 0.
       77  WS-ODD-DAYS      PIC 9(1)       VALUE 0.
       77  WS-DAY-NO        PIC 9(1)       VALUE 0.
       77  WS-DAY-QUOT      PIC 9(7)       COMP-3 VALUE 0.
       77  WS-DAYS-LEFT     PIC S9(7)      COMP-3 VALUE 0.
       77  WS-COUNT         PIC S9(7)      COMP-3 VALUE 0.
       77  WS-IS-BUSINESS   PIC X          VALUE "N".
           88  BUSINESS-DAY               VALUE "Y".
       77  WS-HOL-FOUND     PIC X          VALUE "N".
           88  HOLIDAY-FOUND              VALUE "Y".

       01  WS-DAY-NAMES     PIC X(21)
                            VALUE "MONTUEWEDTHUFRISATSUN".

       LINKAGE SECTION.
       01  BC-PARM.
           COPY "BUSCAL-PARM.cpy".

       PROCEDURE DIVISION USING BC-PARM.
       *> The bank's business-day calendar, CALLed by any program that
       *> has to know whether a date is a business day, what date lies
       *> N business days on, or how many business days separate two
       *> dates. Saturdays, Sundays and the dates on the holiday
       *> master are not business days; everything else is. The
       *> holiday master is loaded on the first call of the run and
       *> held for the rest of it.
       *>   "CHK " - is BC-DATE a business day: BC-BUSINESS-DAY,
       *>            BC-WEEKDAY and BC-HOL-NAME are returned.
       *>   "ADD " - BC-RESULT-DATE is the BC-DAYS'th business day
       *>            after BC-DATE; with BC-DAYS zero it is BC-DATE
       *>            itself when that is a business day, else the
       *>            next one.
       *>   "CNT " - BC-DAYS is the number of business days after
       *>            BC-DATE up to and including BC-DATE2 (zero when
       *>            BC-DATE2 is not later).
       *> BC-CAL-THRU always comes back as the last date the master
       *> covers - the 31st of December of the last year on it. An
       *> answer reaching past it is still given from the weekends
       *> alone but returns "04", since the holidays beyond it are
       *> not known; a caller that cannot live with that abends.
       MAIN.
           IF WS-LOADED = "N"
              PERFORM LOAD-HOLIDAY-TABLE
              MOVE "Y" TO WS-LOADED
           END-IF
           MOVE WS-CAL-THRU TO BC-CAL-THRU
           MOVE "00" TO BC-RETURN
           IF FUNCTION TEST-DATE-YYYYMMDD(BC-DATE) NOT = 0
              MOVE "08" TO BC-RETURN
              GOBACK
           END-IF
           EVALUATE BC-FUNCTION
              WHEN "CHK "
                 PERFORM CHECK-ONE-DATE
              WHEN "ADD "
                 PERFORM ADD-BUSINESS-DAYS
              WHEN "CNT "
                 IF FUNCTION TEST-DATE-YYYYMMDD(BC-DATE2) NOT = 0
                    MOVE "08" TO BC-RETURN
                 ELSE
                    PERFORM COUNT-BUSINESS-DAYS
                 END-IF
              WHEN OTHER
                 MOVE "08" TO BC-RETURN
           END-EVALUATE
           GOBACK.

       *> The master must be in strictly ascending date order with
       *> every date a real one - a keying slip here would silently
       *> open or close the bank on the wrong day.
       LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOL-FILE
           PERFORM UNTIL EOF-HOL = "Y"
              READ HOL-FILE
                 AT END MOVE "Y" TO EOF-HOL
              NOT AT END
                 PERFORM ADD-HOLIDAY-TO-TABLE
              END-READ
           END-PERFORM
           CLOSE HOL-FILE
           IF WS-HOL-COUNT > 0
              DIVIDE WS-PREV-HOL BY 10000 GIVING WS-CAL-YEAR
              COMPUTE WS-CAL-THRU = WS-CAL-YEAR * 10000 + 1231
           END-IF.

       ADD-HOLIDAY-TO-TABLE.
           IF HOL-DATE NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(HOL-DATE) NOT = 0
              DISPLAY "BUSCAL: BAD DATE ON HOLIDAY MASTER " HOL-DATE
                 " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF HOL-DATE NOT > WS-PREV-HOL
              DISPLAY "BUSCAL: HOLIDAY MASTER OUT OF SEQUENCE AT "
                 HOL-DATE " - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-HOL-COUNT >= WS-HOL-MAX
              DISPLAY "BUSCAL: HOLIDAY TABLE FULL AT " WS-HOL-MAX
                 " - RAISE WS-HOL-MAX AND RERUN - ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-HOL-COUNT
           SET HOL-PX TO WS-HOL-COUNT
           MOVE HOL-DATE TO WS-HOL-DATE(HOL-PX) WS-PREV-HOL
           MOVE HOL-NAME TO WS-HOL-NAME(HOL-PX)
           COMPUTE WS-HOL-INT(HOL-PX) = FUNCTION INTEGER-OF-DATE
              (HOL-DATE)
           MOVE WS-HOL-INT(HOL-PX) TO WS-INT
           PERFORM SET-DAY-NO
           IF WS-DAY-NO < 5
              MOVE "Y" TO WS-HOL-WEEKDAY(HOL-PX)
           ELSE
              MOVE "N" TO WS-HOL-WEEKDAY(HOL-PX)
           END-IF.

       CHECK-ONE-DATE.
           COMPUTE WS-INT = FUNCTION INTEGER-OF-DATE(BC-DATE)
           PERFORM TEST-BUSINESS-DAY
           MOVE WS-IS-BUSINESS TO BC-BUSINESS-DAY
           MOVE WS-DAY-NAMES(WS-DAY-NO * 3 + 1:3) TO BC-WEEKDAY
           MOVE SPACES TO BC-HOL-NAME
           IF HOLIDAY-FOUND
              MOVE WS-HOL-NAME(HOL-PX) TO BC-HOL-NAME
           END-IF
           IF BC-DATE > WS-CAL-THRU
              MOVE "04" TO BC-RETURN
           END-IF.

       ADD-BUSINESS-DAYS.
           IF BC-DAYS < 0
              MOVE "08" TO BC-RETURN
           ELSE
              COMPUTE WS-INT = FUNCTION INTEGER-OF-DATE(BC-DATE)
              MOVE BC-DAYS TO WS-DAYS-LEFT
              IF WS-DAYS-LEFT = 0
                 PERFORM TEST-BUSINESS-DAY
                 PERFORM UNTIL BUSINESS-DAY
                    ADD 1 TO WS-INT
                    PERFORM TEST-BUSINESS-DAY
                 END-PERFORM
              ELSE
                 PERFORM UNTIL WS-DAYS-LEFT = 0
                    ADD 1 TO WS-INT
                    PERFORM TEST-BUSINESS-DAY
                    IF BUSINESS-DAY
                       SUBTRACT 1 FROM WS-DAYS-LEFT
                    END-IF
                 END-PERFORM
              END-IF
              COMPUTE BC-RESULT-DATE = FUNCTION DATE-OF-INTEGER(WS-INT)
              IF BC-RESULT-DATE > WS-CAL-THRU
                 MOVE "04" TO BC-RETURN
              END-IF
           END-IF.

       *> Whole weeks contribute five days each; the odd days left
       *> over are tested one by one; then every weekday holiday in
       *> the span takes one back off.
       COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-COUNT
           COMPUTE WS-INT-FROM = FUNCTION INTEGER-OF-DATE(BC-DATE)
           COMPUTE WS-INT-THRU = FUNCTION INTEGER-OF-DATE(BC-DATE2)
           IF WS-INT-THRU > WS-INT-FROM
              COMPUTE WS-SPAN = WS-INT-THRU - WS-INT-FROM
              DIVIDE WS-SPAN BY 7 GIVING WS-WEEKS
                 REMAINDER WS-ODD-DAYS
              COMPUTE WS-COUNT = WS-WEEKS * 5
              COMPUTE WS-INT = WS-INT-FROM + WS-WEEKS * 7
              PERFORM WS-ODD-DAYS TIMES
                 ADD 1 TO WS-INT
                 PERFORM SET-DAY-NO
                 IF WS-DAY-NO < 5
                    ADD 1 TO WS-COUNT
                 END-IF
              END-PERFORM
              PERFORM VARYING HOL-PX FROM 1 BY 1
                      UNTIL HOL-PX > WS-HOL-COUNT
                 IF WS-HOL-INT(HOL-PX) > WS-INT-FROM
                    AND WS-HOL-INT(HOL-PX) NOT > WS-INT-THRU
                    AND WS-HOL-WEEKDAY(HOL-PX) = "Y"
                    SUBTRACT 1 FROM WS-COUNT
                 END-IF
              END-PERFORM
           END-IF
           MOVE WS-COUNT TO BC-DAYS
           IF BC-DATE2 > WS-CAL-THRU
              MOVE "04" TO BC-RETURN
           END-IF.

       *> WS-INT is a business day when it falls Monday to Friday and
       *> is not on the master; HOL-PX is left on the holiday found.
       TEST-BUSINESS-DAY.
           PERFORM SET-DAY-NO
           MOVE "N" TO WS-HOL-FOUND
           SET HOL-PX TO 1
           SEARCH WS-HOL-ENTRY
              AT END
                 CONTINUE
              WHEN HOL-PX > WS-HOL-COUNT
                 CONTINUE
              WHEN WS-HOL-INT(HOL-PX) = WS-INT
                 MOVE "Y" TO WS-HOL-FOUND
           END-SEARCH
           IF WS-DAY-NO < 5 AND NOT HOLIDAY-FOUND
              MOVE "Y" TO WS-IS-BUSINESS
           ELSE
              MOVE "N" TO WS-IS-BUSINESS
           END-IF.

       SET-DAY-NO.
           COMPUTE WS-DAY-QUOT = WS-INT - 1
           DIVIDE WS-DAY-QUOT BY 7 GIVING WS-DAY-QUOT
              REMAINDER WS-DAY-NO.
