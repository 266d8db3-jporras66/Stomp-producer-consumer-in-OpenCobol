               FILE STATUS IS FS-RECON-RPT.
      *
        COPY 'select-run-control.cpy'.
      *
        COPY 'select-holiday-cal.cpy'.
      *
        COPY 'select-alert-log.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       01  RECON-RPT-RECORD            PIC X(80).
      *
       COPY 'fd-run-control.cpy'.
      *
       COPY 'fd-holiday-cal.cpy'.
      *
       COPY 'fd-alert-log.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.
          05 RC-W-EVENT     PIC X(05) VALUE SPACES.
          05 RC-W-OUTCOME   PIC X(08) VALUE SPACES.
          05 RC-W-DETAIL    PIC X(30) VALUE SPACES.
       01 FS-ALERT-LOG      PIC X(02) VALUE '00'.
       01 ALERT-FIELDS.
          05 AL-W-SEVERITY  PIC 9(01) VALUE ZEROS.
          05 AL-W-CODE      PIC X(08) VALUE SPACES.
          05 AL-W-BATCH-ID  PIC X(08) VALUE SPACES.
          05 AL-W-QUEUE     PIC X(15) VALUE SPACES.
          05 AL-W-TEXT      PIC X(60) VALUE SPACES.
       01 DEPEND-STEP       PIC X(10) VALUE SPACES.
       01 DEPEND-DATE       PIC X(08) VALUE SPACES.
      *    BUSINESS-DATE IS TAKEN FROM THE DATED FILE-DATA NAME ON
       01 RC-SCAN-EOF-SW    PIC 9 VALUE 0.
          88 RC-SCAN-EOF    VALUE 1.
          88 RC-SCAN-NEOF   VALUE 0.
      *
       COPY 'business-day.cpy'.
      *
      *    COUNTS DRIVING THE FINAL RECONCILIATION VERDICT. EACH
      *    MESSAGE-ID SHOULD APPEAR EXACTLY ONCE - A COUNT OTHER THAN 1
      *---------------------------------------------------------------*
      *    1200-DERIVE-BUSINESS-DATE TAKES THE BUSINESS DATE OFF THE *
      *    DATED FILE-DATA NAME (THE PART BEHIND THE DOT). A NAME    *
      *    WITHOUT A USABLE DATE FALLS BACK TO TODAY - OR, WHEN      *
      *    TODAY IS A WEEKEND OR HOLIDAY, TO THE BUSINESS DAY BEFORE *
      *    IT - WITH A NOTE ON THE CONSOLE SO A MIDNIGHT-CROSSING    *
      *    RUN IS NOT BLAMED ON CONSUMER. A NAMED DATE THAT IS NOT   *
      *    A BUSINESS DAY STANDS (THE CHAIN WAS OPENED FOR IT UNDER  *
      *    AN OVERRIDE) BUT IS NOTED.                                *
      *---------------------------------------------------------------*
       1200-DERIVE-BUSINESS-DATE.
      *
           PERFORM 2970-LOAD-CALENDAR
              THRU 2970-LOAD-CALENDAR-EXIT
           MOVE SPACES TO NAME-PART-1, NAME-PART-2
           UNSTRING WS-FILE-DATA-NAME DELIMITED BY '.'
               INTO NAME-PART-1, NAME-PART-2
           IF NAME-PART-2(1:8) IS NUMERIC THEN
              MOVE NAME-PART-2(1:8) TO BUSINESS-DATE
              MOVE BUSINESS-DATE    TO CAL-DATE
              PERFORM 2980-TEST-BUSINESS-DAY
                 THRU 2980-TEST-BUSINESS-DAY-EXIT
              IF CAL-NON-BUSINESS-DAY THEN
                 DISPLAY 'RECONCIL - NOTE : ' BUSINESS-DATE
                         ' IS NOT A BUSINESS DAY'
              END-IF
           ELSE
              MOVE F-DATE TO CAL-DATE
              PERFORM 2980-TEST-BUSINESS-DAY
                 THRU 2980-TEST-BUSINESS-DAY-EXIT
              IF CAL-NON-BUSINESS-DAY THEN
                 PERFORM 2990-PREVIOUS-BUSINESS-DAY
                    THRU 2990-PREVIOUS-BUSINESS-DAY-EXIT
              END-IF
              MOVE CAL-DATE TO BUSINESS-DATE
              DISPLAY 'RECONCIL - NO DATE IN THE FILE NAME, '
                      'BUSINESS DATE TAKEN AS ' BUSINESS-DATE
           END-IF
           ELSE
              MOVE 'RECONCILIATION RESULT    : MISMATCH'
                   TO RECON-RPT-RECORD
              MOVE 3          TO AL-W-SEVERITY
              MOVE 'RECONMIS' TO AL-W-CODE
              STRING 'MISMATCH ON '    DELIMITED BY SIZE
                     WS-FILE-DATA-NAME DELIMITED BY SPACE
                     ' - SEE RECON.RPT' DELIMITED BY SIZE
                INTO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
           END-IF
           WRITE RECON-RPT-RECORD.
      *
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *    2940-WRITE-ALERT APPENDS ONE RECORD TO THE SHARED ALERT   *
      *    LOG - THE CALLER SETS THE SEVERITY, CODE, BATCH, QUEUE    *
      *    AND TEXT FIELDS FIRST. LIKE RUN-CONTROL, A LOG THAT       *
      *    CANNOT BE WRITTEN IS REPORTED BUT DOES NOT STOP THE RUN.  *
      *---------------------------------------------------------------*
       2940-WRITE-ALERT.
      *
           OPEN EXTEND ALERT-LOG
           IF FS-ALERT-LOG = '35' OR FS-ALERT-LOG = '05' THEN
              OPEN OUTPUT ALERT-LOG
           END-IF
           IF FS-ALERT-LOG <> '00' THEN
              DISPLAY 'ALERT-LOG ACCESS ERROR - STATUS IS : '
                      FS-ALERT-LOG
              GO TO 2940-WRITE-ALERT-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE SPACES         TO AL-RECORD
           MOVE FULL-DATETIME  TO AL-TIMESTAMP
           MOVE PGM-NAME       TO AL-PROGRAM
           MOVE AL-W-SEVERITY  TO AL-SEVERITY
           MOVE AL-W-CODE      TO AL-CODE
           MOVE AL-W-BATCH-ID  TO AL-BATCH-ID
           MOVE AL-W-QUEUE     TO AL-QUEUE
           MOVE AL-W-TEXT      TO AL-TEXT
           MOVE '|' TO AL-RECORD(17:1), AL-RECORD(28:1),
                       AL-RECORD(30:1), AL-RECORD(39:1),
                       AL-RECORD(48:1), AL-RECORD(64:1)
           WRITE AL-RECORD
           IF FS-ALERT-LOG <> '00' THEN
              DISPLAY 'ALERT-LOG WRITE ERROR - STATUS IS : '
                      FS-ALERT-LOG
           END-IF
           CLOSE ALERT-LOG
           MOVE SPACES TO AL-W-BATCH-ID, AL-W-QUEUE, AL-W-TEXT.
      *
       2940-WRITE-ALERT-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2950-WRITE-RUN-CONTROL APPENDS ONE EVENT TO THE SHARED    *
      *    RUN-CONTROL FILE - THE CALLER SETS THE EVENT, OUTCOME AND *
      *    DETAIL FIELDS FIRST.                                      *
      *
       2965-SCAN-ONE-EVENT-EXIT.
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
              DISPLAY 'RECONCIL - NO HOLIDAY.CALENDAR, WEEKENDS ONLY'
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
              DISPLAY 'RECONCIL - HOLIDAY TABLE FULL AT ' HC-DATE
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
