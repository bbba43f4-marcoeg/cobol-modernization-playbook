       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE  ASSIGN TO "data/dailypost.ctl"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE  ASSIGN TO "out/calendar.rpt"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       *> Shares the same run-date parameter card as DAILYPOST, which
       *> also carries the restart ACCT-ID this program has no use for
       *> but must still lay out the record to match the shared file.
       FD  CTL-FILE  RECORD CONTAINS 20 CHARACTERS.
       01  CTL-REC.
           05  CTL-RUN-DATE         PIC 9(8).
           05  CTL-RESTART-ACCT-ID  PIC X(12).

       *> The bank calendar as the batch will apply it, from the run
       *> date through the end of the next calendar quarter, for
       *> operations to check ahead of the holidays: every holiday
       *> on the master with the business day the work moves to,
       *> and the business, weekend and holiday days of each month.
       FD  RPT-FILE  RECORD CONTAINS 80 CHARACTERS.
       01  RPT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       77  TODAY            PIC 9(8)       VALUE ZERO.
       77  WS-RPT-END       PIC 9(8)       VALUE ZERO.
       77  WS-END-YEAR      PIC 9(4)       VALUE ZERO.
       77  WS-END-MONTH     PIC 9(2)       VALUE ZERO.
       77  WS-NEXT-FIRST    PIC 9(8)       VALUE ZERO.
       77  WS-INT           PIC 9(7)       COMP-3 VALUE 0.
       77  WS-INT-END       PIC 9(7)       COMP-3 VALUE 0.
       77  WS-DAY           PIC 9(8)       VALUE ZERO.
       77  WS-MONTH         PIC 9(6)       VALUE ZERO.
       77  WS-CUR-MONTH     PIC 9(6)       VALUE ZERO.
       77  WS-HOL-DAY       PIC 9(8)       VALUE ZERO.
       77  WS-MON-BUS       PIC 9(3)       COMP-3 VALUE 0.
       77  WS-MON-WKND      PIC 9(3)       COMP-3 VALUE 0.
       77  WS-MON-HOL       PIC 9(3)       COMP-3 VALUE 0.
       77  WS-TOT-BUS       PIC 9(5)       COMP-3 VALUE 0.
       77  WS-TOT-WKND      PIC 9(5)       COMP-3 VALUE 0.
       77  WS-TOT-HOL       PIC 9(5)       COMP-3 VALUE 0.
       77  WS-CAL-THRU      PIC 9(8)       VALUE ZERO.

       *> Business-day calendar interface (BUSCAL).
       01  WS-CAL-PARM.
           COPY "BUSCAL-PARM.cpy".

       01  WS-HEAD-LINE.
           05  FILLER           PIC X(18) VALUE "BUSINESS CALENDAR ".
           05  WS-HL-FROM       PIC 9(8).
           05  FILLER           PIC X(6)  VALUE " THRU ".
           05  WS-HL-THRU       PIC 9(8).
           05  FILLER           PIC X(40) VALUE SPACES.

       01  WS-COVER-LINE.
           05  FILLER           PIC X(27)
                                VALUE "HOLIDAY MASTER COVERS THRU ".
           05  WS-CL-THRU       PIC 9(8).
           05  FILLER           PIC X(45) VALUE SPACES.

       01  WS-SHORT-LINE.
           05  FILLER           PIC X(24)
                                VALUE "*** HOLIDAY MASTER ENDS ".
           05  WS-SL-THRU       PIC 9(8).
           05  FILLER           PIC X(48)
               VALUE " - LATER DATES KNOW WEEKENDS ONLY ***".

       01  WS-HOL-LINE.
           05  WS-HD-DATE       PIC 9(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-HD-WEEKDAY    PIC X(3).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  WS-HD-NAME       PIC X(30).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  FILLER           PIC X(18) VALUE "NEXT BUSINESS DAY ".
           05  WS-HD-NEXT       PIC 9(8).
           05  FILLER           PIC X(10) VALUE SPACES.

       01  WS-MONTH-LINE.
           05  FILLER           PIC X(6)  VALUE "MONTH ".
           05  WS-ML-MONTH      PIC 9(6).
           05  FILLER           PIC X(16) VALUE "  BUSINESS DAYS ".
           05  WS-ML-BUS        PIC ZZ9.
           05  FILLER           PIC X(15) VALUE "  WEEKEND DAYS ".
           05  WS-ML-WKND       PIC ZZ9.
           05  FILLER           PIC X(11) VALUE "  HOLIDAYS ".
           05  WS-ML-HOL        PIC ZZ9.
           05  FILLER           PIC X(17) VALUE SPACES.

       01  WS-RPT-LINE.
           05  WS-RPT-LABEL     PIC X(20).
           05  WS-RPT-COUNT     PIC ZZZ,ZZ9.
           05  FILLER           PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM GET-RUN-DATE
           PERFORM SET-REPORT-END
           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-HEADINGS
           COMPUTE WS-INT = FUNCTION INTEGER-OF-DATE(TODAY)
           COMPUTE WS-INT-END = FUNCTION INTEGER-OF-DATE(WS-RPT-END)
           COMPUTE WS-CUR-MONTH = TODAY / 100
           PERFORM UNTIL WS-INT > WS-INT-END
              COMPUTE WS-DAY = FUNCTION DATE-OF-INTEGER(WS-INT)
              COMPUTE WS-MONTH = WS-DAY / 100
              IF WS-MONTH NOT = WS-CUR-MONTH
                 PERFORM WRITE-MONTH-LINE
                 MOVE WS-MONTH TO WS-CUR-MONTH
              END-IF
              PERFORM CLASSIFY-ONE-DAY
              ADD 1 TO WS-INT
           END-PERFORM
           PERFORM WRITE-MONTH-LINE
           PERFORM WRITE-TOTALS
           CLOSE RPT-FILE
           GOBACK.

       GET-RUN-DATE.
           OPEN INPUT CTL-FILE
           READ CTL-FILE
              AT END
                 DISPLAY "CALRPT: MISSING RUN-DATE PARAMETER CARD"
                 CLOSE CTL-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE CTL-RUN-DATE TO TODAY
           CLOSE CTL-FILE.

       *> The last day of the quarter after the run date's: its last
       *> month is three on from the current quarter's last month,
       *> and its last day is the day before the following month's
       *> first.
       SET-REPORT-END.
           COMPUTE WS-END-YEAR = TODAY / 10000
           COMPUTE WS-END-MONTH = (TODAY / 100) - (WS-END-YEAR * 100)
           ADD 2 TO WS-END-MONTH
           DIVIDE WS-END-MONTH BY 3 GIVING WS-END-MONTH
           COMPUTE WS-END-MONTH = WS-END-MONTH * 3 + 3
           IF WS-END-MONTH > 12
              SUBTRACT 12 FROM WS-END-MONTH
              ADD 1 TO WS-END-YEAR
           END-IF
           IF WS-END-MONTH = 12
              COMPUTE WS-NEXT-FIRST = (WS-END-YEAR + 1) * 10000 + 101
           ELSE
              COMPUTE WS-NEXT-FIRST = WS-END-YEAR * 10000
                 + (WS-END-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-RPT-END = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1).

       WRITE-HEADINGS.
           MOVE TODAY TO WS-HL-FROM
           MOVE WS-RPT-END TO WS-HL-THRU
           WRITE RPT-REC FROM WS-HEAD-LINE
           MOVE "CHK " TO BC-FUNCTION
           MOVE TODAY TO BC-DATE
           CALL "BUSCAL" USING WS-CAL-PARM
           MOVE BC-CAL-THRU TO WS-CAL-THRU
           MOVE WS-CAL-THRU TO WS-CL-THRU
           WRITE RPT-REC FROM WS-COVER-LINE
           IF WS-CAL-THRU < WS-RPT-END
              MOVE WS-CAL-THRU TO WS-SL-THRU
              WRITE RPT-REC FROM WS-SHORT-LINE
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

       *> A holiday on a weekday closes the bank; one that falls on a
       *> weekend is listed for the record but counted as weekend.
       CLASSIFY-ONE-DAY.
           MOVE "CHK " TO BC-FUNCTION
           MOVE WS-DAY TO BC-DATE
           CALL "BUSCAL" USING WS-CAL-PARM
           EVALUATE TRUE
              WHEN BC-BUSINESS-DAY = "Y"
                 ADD 1 TO WS-MON-BUS
              WHEN BC-WEEKDAY = "SAT" OR BC-WEEKDAY = "SUN"
                 ADD 1 TO WS-MON-WKND
              WHEN OTHER
                 ADD 1 TO WS-MON-HOL
           END-EVALUATE
           IF BC-HOL-NAME NOT = SPACES
              PERFORM WRITE-HOLIDAY-LINE
           END-IF.

       WRITE-HOLIDAY-LINE.
           MOVE WS-DAY TO WS-HD-DATE WS-HOL-DAY
           MOVE BC-WEEKDAY TO WS-HD-WEEKDAY
           MOVE BC-HOL-NAME TO WS-HD-NAME
           MOVE "ADD " TO BC-FUNCTION
           MOVE WS-HOL-DAY TO BC-DATE
           MOVE 1 TO BC-DAYS
           CALL "BUSCAL" USING WS-CAL-PARM
           MOVE BC-RESULT-DATE TO WS-HD-NEXT
           WRITE RPT-REC FROM WS-HOL-LINE.

       WRITE-MONTH-LINE.
           MOVE WS-CUR-MONTH TO WS-ML-MONTH
           MOVE WS-MON-BUS   TO WS-ML-BUS
           MOVE WS-MON-WKND  TO WS-ML-WKND
           MOVE WS-MON-HOL   TO WS-ML-HOL
           WRITE RPT-REC FROM WS-MONTH-LINE
           ADD WS-MON-BUS  TO WS-TOT-BUS
           ADD WS-MON-WKND TO WS-TOT-WKND
           ADD WS-MON-HOL  TO WS-TOT-HOL
           MOVE 0 TO WS-MON-BUS WS-MON-WKND WS-MON-HOL.

       WRITE-TOTALS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "BUSINESS DAYS"      TO WS-RPT-LABEL
           MOVE WS-TOT-BUS         TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "WEEKEND DAYS"       TO WS-RPT-LABEL
           MOVE WS-TOT-WKND        TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE
           MOVE "HOLIDAYS"           TO WS-RPT-LABEL
           MOVE WS-TOT-HOL         TO WS-RPT-COUNT
           WRITE RPT-REC FROM WS-RPT-LINE.
