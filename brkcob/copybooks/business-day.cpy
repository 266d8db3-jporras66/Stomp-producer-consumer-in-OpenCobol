      *---------------------------------------------------------------*
      *    BUSINESS-DAY WORK AREA. 2970-LOAD-CALENDAR READS THE       *
      *    HOLIDAY CALENDAR INTO HOLIDAY-TABLE ONCE PER RUN;          *
      *    2980-TEST-BUSINESS-DAY JUDGES CAL-DATE AGAINST IT AND THE  *
      *    WEEKDAY, AND 2990-PREVIOUS-BUSINESS-DAY STEPS CAL-DATE     *
      *    BACK TO THE BUSINESS DAY BEFORE IT. DAY NUMBER 1 (THE      *
      *    1ST OF JANUARY 1601) WAS A MONDAY, SO THE DAY NUMBER       *
      *    MODULO 7 GIVES 1 = MONDAY ... 6 = SATURDAY, 0 = SUNDAY.    *
      *---------------------------------------------------------------*
       01 FS-HOLIDAY-CAL    PIC X(02) VALUE '00'.
       01 HOLIDAY-TABLE.
          05 HT-DATE OCCURS 400 TIMES PIC X(08).
       01 HOLIDAY-COUNT     PIC 9(03) VALUE ZEROS.
       01 HOLIDAY-MAX       PIC 9(03) VALUE 400.
       01 HT-INDEX          PIC 9(03) VALUE ZEROS.
       01 CAL-DATE          PIC 9(08) VALUE ZEROS.
       01 CAL-DAY-NUMBER    PIC 9(08) VALUE ZEROS.
       01 CAL-WEEKS         PIC 9(08) VALUE ZEROS.
       01 CAL-WEEKDAY       PIC 9(01) VALUE ZEROS.
          88 CAL-WEEKEND    VALUE 0 6.
       01 CAL-DAY-SW        PIC 9 VALUE 0.
          88 CAL-BUSINESS-DAY     VALUE 1.
          88 CAL-NON-BUSINESS-DAY VALUE 0.
       01 CAL-EOF-SW        PIC 9 VALUE 0.
          88 CAL-EOF        VALUE 1.
          88 CAL-NEOF       VALUE 0.
