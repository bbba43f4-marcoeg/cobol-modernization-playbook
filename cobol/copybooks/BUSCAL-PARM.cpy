       05  BC-FUNCTION         PIC X(4).     *> "CHK ","ADD ","CNT "
       05  BC-DATE             PIC 9(8).     *> date asked about / counted from
       05  BC-DATE2            PIC 9(8).     *> "CNT ": date counted through
       05  BC-DAYS             PIC S9(7)     COMP-3. *> "ADD " in, "CNT " out
       05  BC-RESULT-DATE      PIC 9(8).     *> "ADD ": business date reached
       05  BC-BUSINESS-DAY     PIC X(1).     *> "CHK ": "Y","N"
       05  BC-WEEKDAY          PIC X(3).     *> "CHK ": "MON".."SUN"
       05  BC-HOL-NAME         PIC X(30).    *> "CHK ": holiday, spaces if none
       05  BC-CAL-THRU         PIC 9(8).     *> last date the calendar covers
       05  BC-RETURN           PIC X(2).     *> "00" ok, "04" past BC-CAL-THRU, "08" bad call
