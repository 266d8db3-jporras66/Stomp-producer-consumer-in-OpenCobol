      *    SYSTEM : DAY-BY-DAY VOLUMES FOR ANY DATE RANGE,
      *    WEEK-OVER-WEEK CHANGE, AND A FLAG ON EVERY DAY THAT
      *    DEVIATES MORE THAN THE OPERATOR'S PERCENTAGE FROM THE
      *    TRAILING AVERAGE OF THE SEVEN PREVIOUS BUSINESS DAYS.
      *    WEEKENDS AND BANK HOLIDAYS ON THE HOLIDAY CALENDAR ARE
      *    LISTED BUT NEVER FLAGGED, AND NEVER DRAG AN AVERAGE DOWN.
      *
        COPY 'select-vol-history.cpy'.
      *
        COPY 'select-holiday-cal.cpy'.
      *
           SELECT TREND-RPT
               ASSIGN TO 'TRENDRPT.RPT'
      *------------.
      *
       COPY 'fd-vol-history.cpy'.
      *
       COPY 'fd-holiday-cal.cpy'.
      *
       FD  TREND-RPT
           LABEL RECORDS ARE STANDARD
       01 SEED-DATE         PIC 9(08) VALUE ZEROS.
       01 WORK-DAY-NUMBER   PIC 9(08) VALUE ZEROS.
       01 DEVIATION-LIMIT   PIC 9(03) VALUE 25.
      *
       COPY 'business-day.cpy'.
      *
      *---------------------------------------------------------------*
      *    THE SCANNED DAYS, IN DATE ORDER. THE BROWSE STARTS SEVEN  *
      *    BUSINESS DAYS BEFORE THE RANGE SO THE FIRST REPORTED DAY  *
      *    ALREADY HAS A TRAILING WINDOW AND A WEEK-AGO PARTNER TO   *
      *    COMPARE AGAINST. THE WEEK-AGO PARTNER IS FIVE BUSINESS    *
      *    DAYS BACK - THE SAME WEEKDAY UNLESS A HOLIDAY INTERVENES. *
      *---------------------------------------------------------------*
       01 DAY-TABLE.
          05 DAY-ENTRY OCCURS 400 TIMES.
             10 DY-PUBLISHED   PIC 9(10).
             10 DY-CONSUMED    PIC 9(10).
             10 DY-ERROR-RUNS  PIC 9(06).
             10 DY-DAY-TYPE    PIC X(01).
                88 DY-BUSINESS-DAY VALUE 'B'.
       01 DAY-COUNT          PIC 9(03) VALUE ZEROS.
       01 DAY-MAX            PIC 9(03) VALUE 400.
       01 DY-INDEX           PIC 9(03) VALUE ZEROS.
       01 TRAIL-SUM          PIC 9(12) VALUE ZEROS.
       01 TRAIL-COUNT        PIC 9(02) VALUE ZEROS.
       01 TRAIL-AVERAGE      PIC 9(10) VALUE ZEROS.
       01 TRAIL-START        PIC 9(03) VALUE ZEROS.
       01 TRAIL-WINDOW       PIC 9(02) VALUE 7.
       01 WEEK-BUSINESS-DAYS PIC 9(02) VALUE 5.
       01 STEP-COUNT         PIC 9(02) VALUE ZEROS.
       01 SKIPPED-DAYS       PIC 9(03) VALUE ZEROS.
       01 WOW-CHANGE-PCT     PIC S9(05) VALUE ZEROS.
       01 DEVIATION-PCT      PIC S9(05) VALUE ZEROS.
       01 FLAGGED-DAYS       PIC 9(03) VALUE ZEROS.
              STOP RUN
           END-IF
      *
           PERFORM 2970-LOAD-CALENDAR
                   THRU 2970-LOAD-CALENDAR-EXIT
           PERFORM 2100-LOAD-DAY-TABLE
                   THRU 2100-LOAD-DAY-TABLE-EXIT
           PERFORM 2200-REPORT-ONE-DAY
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2100-LOAD-DAY-TABLE BROWSES THE HISTORY FROM SEVEN        *
      *    BUSINESS DAYS BEFORE THE RANGE TO ITS END INTO THE DAY    *
      *    TABLE. THE DAYS AHEAD OF THE RANGE ONLY SEED THE          *
      *    TRAILING WINDOW.                                          *
      *---------------------------------------------------------------*
       2100-LOAD-DAY-TABLE.
      *
           MOVE RANGE-FROM TO CAL-DATE
           PERFORM 2990-PREVIOUS-BUSINESS-DAY
                   THRU 2990-PREVIOUS-BUSINESS-DAY-EXIT
                   VARYING STEP-COUNT FROM 1 BY 1
                   UNTIL STEP-COUNT > TRAIL-WINDOW
           MOVE CAL-DATE TO SEED-DATE
      *
           OPEN INPUT VOL-HISTORY
           IF FS-VOL-HISTORY <> '00' THEN
           MOVE VH-DATE       TO DY-DATE(DAY-COUNT)
           MOVE VH-PUBLISHED  TO DY-PUBLISHED(DAY-COUNT)
           MOVE VH-CONSUMED   TO DY-CONSUMED(DAY-COUNT)
           MOVE VH-ERROR-RUNS TO DY-ERROR-RUNS(DAY-COUNT)
           MOVE VH-DATE       TO CAL-DATE
           PERFORM 2980-TEST-BUSINESS-DAY
              THRU 2980-TEST-BUSINESS-DAY-EXIT
           IF CAL-BUSINESS-DAY THEN
              MOVE 'B' TO DY-DAY-TYPE(DAY-COUNT)
           ELSE
              MOVE 'N' TO DY-DAY-TYPE(DAY-COUNT)
           END-IF.
      *
       2110-LOAD-ONE-DAY-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2200-REPORT-ONE-DAY PRINTS ONE IN-RANGE DAY : VOLUMES,    *
      *    WEEK-OVER-WEEK CHANGE AGAINST THE DAY FIVE BUSINESS DAYS  *
      *    EARLIER, AND THE DEVIATION FROM THE TRAILING AVERAGE OF   *
      *    THE SEVEN PRECEDING BUSINESS DAYS ON FILE. A WEEKEND OR   *
      *    HOLIDAY IS LISTED WITH ITS VOLUMES BUT NOT COMPARED.      *
      *---------------------------------------------------------------*
       2200-REPORT-ONE-DAY.
      *
              GO TO 2200-REPORT-ONE-DAY-EXIT
           END-IF
           ADD 1 TO REPORTED-DAYS
           IF NOT DY-BUSINESS-DAY(DY-INDEX) THEN
              ADD 1 TO SKIPPED-DAYS
              MOVE SPACES TO TREND-RPT-RECORD
              STRING DY-DATE(DY-INDEX)      DELIMITED BY SIZE
                     ' PUB '                DELIMITED BY SIZE
                     DY-PUBLISHED(DY-INDEX) DELIMITED BY SIZE
                     ' CON '                DELIMITED BY SIZE
                     DY-CONSUMED(DY-INDEX)  DELIMITED BY SIZE
                     ' ERR '                DELIMITED BY SIZE
                     DY-ERROR-RUNS(DY-INDEX) DELIMITED BY SIZE
                     '  NON-BUSINESS DAY'   DELIMITED BY SIZE
                INTO TREND-RPT-RECORD
              WRITE TREND-RPT-RECORD
              DISPLAY 'TRENDRPT - ' TREND-RPT-RECORD(1:97)
              GO TO 2200-REPORT-ONE-DAY-EXIT
           END-IF
      *
      *    WEEK-OVER-WEEK : THE PARTNER IS THE RECORD FIVE BUSINESS
      *    DAYS EARLIER, WHEN ONE IS ON FILE.
      *
           MOVE DY-DATE(DY-INDEX) TO CAL-DATE
           PERFORM 2990-PREVIOUS-BUSINESS-DAY
                   THRU 2990-PREVIOUS-BUSINESS-DAY-EXIT
                   VARYING STEP-COUNT FROM 1 BY 1
                   UNTIL STEP-COUNT > WEEK-BUSINESS-DAYS
           MOVE CAL-DATE TO WEEK-AGO-DATE
           MOVE ZEROS TO WEEK-AGO-SLOT
           PERFORM 2210-MATCH-WEEK-AGO
                   THRU 2210-MATCH-WEEK-AGO-EXIT
                      / DY-PUBLISHED(WEEK-AGO-SLOT)
           END-IF
      *
      *    TRAILING AVERAGE OVER THE UP-TO-SEVEN PRECEDING BUSINESS
      *    DAYS ON FILE, WALKING BACK FROM THE DAY BEFORE - A GAP IN
      *    THE HISTORY JUST SHORTENS THE WINDOW.
      *
           MOVE ZEROS TO TRAIL-SUM, TRAIL-COUNT, TRAIL-AVERAGE
           COMPUTE TRAIL-START = DY-INDEX - 1
           PERFORM 2220-TRAIL-ONE-DAY
                   THRU 2220-TRAIL-ONE-DAY-EXIT
                   VARYING DY-SCAN FROM TRAIL-START BY -1
                   UNTIL DY-SCAN < 1
                      OR TRAIL-COUNT >= TRAIL-WINDOW
           IF TRAIL-COUNT > 0 THEN
              COMPUTE TRAIL-AVERAGE ROUNDED =
                      TRAIL-SUM / TRAIL-COUNT
      *
       2220-TRAIL-ONE-DAY.
      *
           IF NOT DY-BUSINESS-DAY(DY-SCAN) THEN
              GO TO 2220-TRAIL-ONE-DAY-EXIT
           END-IF
           ADD DY-PUBLISHED(DY-SCAN) TO TRAIL-SUM
           ADD 1 TO TRAIL-COUNT.
      *
                  FLAGGED-DAYS                  DELIMITED BY SIZE
             INTO TREND-RPT-RECORD
           WRITE TREND-RPT-RECORD
           MOVE SPACES TO TREND-RPT-RECORD
           STRING 'OF WHICH NON-BUSINESS    : ' DELIMITED BY SIZE
                  SKIPPED-DAYS                  DELIMITED BY SIZE
             INTO TREND-RPT-RECORD
           WRITE TREND-RPT-RECORD
           IF REPORTED-DAYS = 0 THEN
              MOVE 'NO HISTORY FOUND FOR THE REQUESTED RANGE'
                   TO TREND-RPT-RECORD
      *
       2400-WRITE-SUMMARY-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2970-LOAD-CALENDAR READS THE HOLIDAY CALENDAR INTO THE    *
      *    TABLE. WITH NO CALENDAR ON FILE ONLY WEEKENDS COUNT AS    *
      *    NON-BUSINESS DAYS.                                        *
      *---------------------------------------------------------------*
       2970-LOAD-CALENDAR.
      *
           MOVE ZEROS TO HOLIDAY-COUNT
           OPEN INPUT HOLIDAY-CAL
           IF FS-HOLIDAY-CAL = '35' THEN
              DISPLAY 'TRENDRPT - NO HOLIDAY.CALENDAR, WEEKENDS ONLY'
              GO TO 2970-LOAD-CALENDAR-EXIT
           END-IF
           IF FS-HOLIDAY-CAL <> '00' THEN
              DISPLAY 'HOLIDAY-CAL ACCESS ERROR - STATUS IS : '
                      FS-HOLIDAY-CAL
              GO TO 2970-LOAD-CALENDAR-EXIT
           END-IF
           SET CAL-NEOF TO TRUE
           PERFORM 2975-LOAD-ONE-HOLIDAY
                   THRU 2975-LOAD-ONE-HOLIDAY-EXIT
                   UNTIL CAL-EOF
           CLOSE HOLIDAY-CAL.
      *
       2970-LOAD-CALENDAR-EXIT.
           EXIT.
      *
       2975-LOAD-ONE-HOLIDAY.
      *
           READ HOLIDAY-CAL NEXT
           IF FS-HOLIDAY-CAL <> '00' THEN
              SET CAL-EOF TO TRUE
              GO TO 2975-LOAD-ONE-HOLIDAY-EXIT
           END-IF
           IF HOLIDAY-COUNT >= HOLIDAY-MAX THEN
              DISPLAY 'TRENDRPT - HOLIDAY TABLE FULL AT ' HC-DATE
              SET CAL-EOF TO TRUE
              GO TO 2975-LOAD-ONE-HOLIDAY-EXIT
           END-IF
           ADD 1 TO HOLIDAY-COUNT
           MOVE HC-DATE TO HT-DATE(HOLIDAY-COUNT).
      *
       2975-LOAD-ONE-HOLIDAY-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2980-TEST-BUSINESS-DAY SETS CAL-BUSINESS-DAY WHEN         *
      *    CAL-DATE IS A MONDAY TO FRIDAY NOT ON THE CALENDAR.       *
      *---------------------------------------------------------------*
       2980-TEST-BUSINESS-DAY.
      *
           SET CAL-NON-BUSINESS-DAY TO TRUE
           MOVE FUNCTION INTEGER-OF-DATE(CAL-DATE) TO CAL-DAY-NUMBER
           DIVIDE CAL-DAY-NUMBER BY 7 GIVING CAL-WEEKS
                  REMAINDER CAL-WEEKDAY
           IF CAL-WEEKEND THEN
              GO TO 2980-TEST-BUSINESS-DAY-EXIT
           END-IF
           SET CAL-BUSINESS-DAY TO TRUE
           PERFORM 2985-MATCH-HOLIDAY-ONE
                   THRU 2985-MATCH-HOLIDAY-ONE-EXIT
                   VARYING HT-INDEX FROM 1 BY 1
                   UNTIL HT-INDEX > HOLIDAY-COUNT.
      *
       2980-TEST-BUSINESS-DAY-EXIT.
           EXIT.
      *
       2985-MATCH-HOLIDAY-ONE.
      *
           IF HT-DATE(HT-INDEX) = CAL-DATE THEN
              SET CAL-NON-BUSINESS-DAY TO TRUE
           END-IF.
      *
       2985-MATCH-HOLIDAY-ONE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2990-PREVIOUS-BUSINESS-DAY MOVES CAL-DATE BACK TO THE     *
      *    NEAREST BUSINESS DAY BEFORE IT.                           *
      *---------------------------------------------------------------*
       2990-PREVIOUS-BUSINESS-DAY.
      *
           SET CAL-NON-BUSINESS-DAY TO TRUE
           PERFORM 2995-BACK-ONE-DAY
                   THRU 2995-BACK-ONE-DAY-EXIT
                   UNTIL CAL-BUSINESS-DAY.
      *
       2990-PREVIOUS-BUSINESS-DAY-EXIT.
           EXIT.
      *
       2995-BACK-ONE-DAY.
      *
           COMPUTE CAL-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(CAL-DATE) - 1
           MOVE FUNCTION DATE-OF-INTEGER(CAL-DAY-NUMBER) TO CAL-DATE
           PERFORM 2980-TEST-BUSINESS-DAY
              THRU 2980-TEST-BUSINESS-DAY-EXIT.
      *
       2995-BACK-ONE-DAY-EXIT.
           EXIT.
