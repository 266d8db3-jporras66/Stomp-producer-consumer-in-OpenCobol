       FILE-CONTROL.
      *
        COPY 'select-audit-file.cpy'.
      *
      *    CKPT-FILE AND CKPT-NEW-FILE ARE NAMED AT RUN TIME - THE
      *    SINGLE CONSUMER'S CONSUMER.CKPT, THEN EACH PARALLEL
      *    INSTANCE'S CONSUMER.CKPT.N IN TURN.
      *
           SELECT CKPT-FILE
               ASSIGN TO DYNAMIC WS-CKPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CKPT-FILE.
      *
           SELECT CKPT-NEW-FILE
               ASSIGN TO DYNAMIC WS-CKPT-NEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CKPT-NEW.
      *
        COPY 'select-run-control.cpy'.
      *
        COPY 'select-holiday-cal.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
           05  CKPT-NEW-LAST-MSGID     PIC X(20).
      *
       COPY 'fd-run-control.cpy'.
      *
       COPY 'fd-holiday-cal.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.
      *
       01 FS-CKPT-FILE      PIC X(02) VALUE '00'.
       01 FS-CKPT-NEW       PIC X(02) VALUE '00'.
       01 WS-CKPT-NAME      PIC X(30) VALUE SPACES.
       01 WS-CKPT-NEW-NAME  PIC X(30) VALUE SPACES.
      *    0 IS THE SINGLE CONSUMER, 1-4 THE PARALLEL INSTANCES.
       01 CKPT-SUFFIX       PIC 9(01) VALUE ZEROS.
       01 CKPT-SUFFIX-MAX   PIC 9(01) VALUE 4.
       01 FS-RUN-CONTROL    PIC X(02) VALUE '00'.
       01 RUN-CONTROL-FIELDS.
          05 RC-W-DATE      PIC X(08) VALUE SPACES.
      *    CANDIDATE DATED FILE NAMES ARE GENERATED BACKWARDS FROM   *
      *    TODAY WITH INTEGER-OF-DATE/DATE-OF-INTEGER AND PROBED     *
      *    WITH CBL_CHECK_FILE_EXIST - NO DIRECTORY SCAN NEEDED.     *
      *    A FILE'S AGE IS COUNTED IN BUSINESS DAYS : THE BUSINESS   *
      *    DAYS AFTER ITS DATE UP TO AND INCLUDING TODAY, SO A LONG  *
      *    WEEKEND NEVER COSTS A DAY OF RETENTION.                   *
      *    OLDER THAN RETAIN-DAYS    : MOVED INTO THE ARCHIVE DIR.   *
      *    OLDER THAN PURGE-DAYS     : THE ARCHIVE COPY IS DELETED.  *
      *    THE SWEEP LOOKS BACK SWEEP-WINDOW-DAYS CALENDAR DAYS AT   *
      *    MOST.                                                     *
      *---------------------------------------------------------------*
       01 TODAY-DAY-NUMBER  PIC 9(08) VALUE ZEROS.
       01 WORK-DAY-NUMBER   PIC 9(08) VALUE ZEROS.
       01 WORK-DATE         PIC 9(08) VALUE ZEROS.
       01 AGE-DAYS          PIC 9(05) VALUE ZEROS.
       01 BUSINESS-AGE      PIC 9(05) VALUE ZEROS.
       01 SWEEP-WINDOW-DAYS PIC 9(05) VALUE 400.
       01 FILE-EXIST-RC     PIC 9(02) USAGE COMP VALUE ZEROS.
      *    CBL_CHECK_FILE_EXIST DETAIL AREA (SIZE, DATE, TIME).
       01 FILE-DETAILS.
          05 CL-ARCHIVE-DIR  PIC X(20) VALUE SPACES.
          05 FILLER PIC X.
          05 CL-ROLL-AUDIT   PIC X(01) VALUE SPACE.
      *    CL-RETAIN-DAYS : DATED FILES OLDER THAN THIS MANY
      *    BUSINESS DAYS ARE ARCHIVED (DEFAULT 14).
      *    CL-PURGE-DAYS  : ARCHIVE COPIES OLDER THAN THIS MANY
      *    BUSINESS DAYS ARE DELETED (DEFAULT 90, MUST EXCEED
      *    RETAIN).
      *    CL-ARCHIVE-DIR : TARGET DIRECTORY (DEFAULT 'archive').
      *    CL-ROLL-AUDIT  : 'Y' FORCES THE AUDIT.LOG ROLL TODAY;
      *    OTHERWISE IT ONLY HAPPENS ON THE FIRST OF THE MONTH.
       01 PURGE-DAYS        PIC 9(04) VALUE 90.
       01 ARCHIVE-DIR       PIC X(20) VALUE 'archive'.
       01 ARCHIVE-DIR-LEN   PIC 9(02) VALUE ZEROS.
      *
       COPY 'business-day.cpy'.
      *
      *    THE DATED FILE FAMILIES SWEPT FOR RETENTION. EACH GETS
      *    THE SAME ARCHIVE-THEN-PURGE TREATMENT.
      *    THE ARCHIVE DIRECTORY IS CREATED IF IT IS NOT THERE YET -
      *    A FRESH LPAR MUST NOT FAIL EVERY COPY. AND THE SWEEP
      *    WINDOW ALWAYS REACHES PAST THE PURGE HORIZON, OR ARCHIVE
      *    COPIES OLDER THAN THE WINDOW WOULD NEVER BE PURGED. THE
      *    HORIZON IS IN BUSINESS DAYS, SO THE CALENDAR WINDOW ALLOWS
      *    SEVEN CALENDAR DAYS FOR EVERY FIVE, PLUS A MONTH OF
      *    HOLIDAYS.
      *
           CALL 'CBL_CREATE_DIR' USING ARCHIVE-DIR
                RETURNING COPY-RC
           IF PURGE-DAYS * 7 / 5 + 30 > SWEEP-WINDOW-DAYS THEN
              COMPUTE SWEEP-WINDOW-DAYS = PURGE-DAYS * 7 / 5 + 30
           END-IF
           PERFORM 2970-LOAD-CALENDAR
              THRU 2970-LOAD-CALENDAR-EXIT
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE F-DATE TO WORK-DATE
      *
           PERFORM 4000-TRIM-CHECKPOINT
                   THRU 4000-TRIM-CHECKPOINT-EXIT
                   VARYING CKPT-SUFFIX FROM 0 BY 1
                   UNTIL CKPT-SUFFIX > CKPT-SUFFIX-MAX
      *
           DISPLAY 'HOUSEKEEP - FILES ARCHIVED : ' ARCHIVED-COUNT
           DISPLAY 'HOUSEKEEP - FILES PURGED   : ' PURGED-COUNT
           MOVE ZEROS TO FAMILY-PREFIX-LEN
           INSPECT FUNCTION TRIM(FAMILY-PREFIX(FAMILY-INDEX))
                   TALLYING FAMILY-PREFIX-LEN FOR CHARACTERS
           MOVE ZEROS TO BUSINESS-AGE
           PERFORM 2100-SWEEP-ONE-DAY
                   THRU 2100-SWEEP-ONE-DAY-EXIT
                   VARYING AGE-DAYS FROM 1 BY 1
      *
       2100-SWEEP-ONE-DAY.
      *
      *    THE DAY JUST STEPPED BACK OVER ADDS TO THE AGE ONLY WHEN
      *    IT WAS A BUSINESS DAY.
      *
           COMPUTE WORK-DAY-NUMBER = TODAY-DAY-NUMBER - AGE-DAYS + 1
           MOVE FUNCTION DATE-OF-INTEGER(WORK-DAY-NUMBER)
             TO CAL-DATE
           PERFORM 2980-TEST-BUSINESS-DAY
              THRU 2980-TEST-BUSINESS-DAY-EXIT
           IF CAL-BUSINESS-DAY THEN
              ADD 1 TO BUSINESS-AGE
           END-IF
           IF BUSINESS-AGE <= RETAIN-DAYS THEN
              GO TO 2100-SWEEP-ONE-DAY-EXIT
           END-IF
           COMPUTE WORK-DAY-NUMBER = TODAY-DAY-NUMBER - AGE-DAYS
      *
      *    PAST THE LONG RETENTION THE ARCHIVE COPY ITSELF GOES.
      *
           IF BUSINESS-AGE > PURGE-DAYS THEN
              CALL 'CBL_CHECK_FILE_EXIST'
                   USING WS-ARCH-NAME, FILE-DETAILS
                   RETURNING COPY-RC
           MOVE CF-LAST-TIMESTAMP   TO AUD-END-TIMESTAMP
           MOVE CF-TOTAL-PROCESSED  TO AUD-COUNT-PROCESSED
           MOVE CF-TOTAL-ERRORS     TO AUD-COUNT-ERRORS
           MOVE ZEROS               TO AUD-COUNT-HELD
           MOVE SPACES              TO AUD-BUSINESS-DATE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           DISPLAY 'HOUSEKEEP - AUDIT.LOG ROLLED TO '
           EXIT.
      *
      *---------------------------------------------------------------*
      *    4000-TRIM-CHECKPOINT REWRITES ONE CHECKPOINT FILE DOWN TO *
      *    JUST ITS LATEST RECORD - THE ONLY ONE A RESTART EVER      *
      *    NEEDS - INSTEAD OF THE RECORD-PER-CHECKPOINT PILE THE     *
      *    CONSUMER APPENDS FOREVER. IT IS RUN FOR CONSUMER.CKPT AND *
      *    FOR EACH INSTANCE'S CONSUMER.CKPT.1 TO .4; AN INSTANCE    *
      *    THAT HAS NEVER RUN HAS NO FILE AND IS PASSED OVER.        *
      *---------------------------------------------------------------*
       4000-TRIM-CHECKPOINT.
      *
           MOVE SPACES TO WS-CKPT-NAME, WS-CKPT-NEW-NAME
           IF CKPT-SUFFIX = ZEROS THEN
              MOVE 'CONSUMER.CKPT'     TO WS-CKPT-NAME
              MOVE 'CONSUMER.CKPT.NEW' TO WS-CKPT-NEW-NAME
           ELSE
              STRING 'CONSUMER.CKPT.'  DELIMITED BY SIZE
                     CKPT-SUFFIX       DELIMITED BY SIZE
                INTO WS-CKPT-NAME
              STRING 'CONSUMER.CKPT.'  DELIMITED BY SIZE
                     CKPT-SUFFIX       DELIMITED BY SIZE
                     '.NEW'            DELIMITED BY SIZE
                INTO WS-CKPT-NEW-NAME
           END-IF
      *
           OPEN INPUT CKPT-FILE
           IF FS-CKPT-FILE = '35' THEN
              IF CKPT-SUFFIX = ZEROS THEN
                 DISPLAY 'HOUSEKEEP - NO CONSUMER.CKPT TO TRIM'
              END-IF
              GO TO 4000-TRIM-CHECKPOINT-EXIT
           END-IF
           IF FS-CKPT-FILE <> '00' THEN
                   UNTIL EOF
           CLOSE CKPT-FILE
           IF CKPT-READ-COUNT < 2 THEN
              DISPLAY 'HOUSEKEEP - ALREADY TRIM (' CKPT-READ-COUNT
                      ' RECORD) : ' WS-CKPT-NAME
              GO TO 4000-TRIM-CHECKPOINT-EXIT
           END-IF
      *
           END-IF
           CLOSE CKPT-NEW-FILE
      *
           MOVE WS-CKPT-NAME TO WS-SWEEP-NAME
           CALL 'CBL_DELETE_FILE' USING WS-SWEEP-NAME
                RETURNING COPY-RC
           IF COPY-RC NOT = 0 THEN
              MOVE 8 TO RETURN-CODE
              GO TO 4000-TRIM-CHECKPOINT-EXIT
           END-IF
           MOVE WS-CKPT-NEW-NAME TO WS-ARCH-NAME
           CALL 'CBL_RENAME_FILE' USING WS-ARCH-NAME, WS-SWEEP-NAME
                RETURNING COPY-RC
           IF COPY-RC NOT = 0 THEN
              MOVE 8 TO RETURN-CODE
              GO TO 4000-TRIM-CHECKPOINT-EXIT
           END-IF
           DISPLAY 'HOUSEKEEP - TRIMMED FROM ' CKPT-READ-COUNT
                   ' RECORDS TO 1 : ' WS-CKPT-NAME.
      *
       4000-TRIM-CHECKPOINT-EXIT.
           EXIT.
      *
       2950-WRITE-RUN-CONTROL-EXIT.
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
              DISPLAY 'HOUSEKEEP - NO HOLIDAY.CALENDAR, WEEKENDS ONLY'
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
              DISPLAY 'HOUSEKEEP - HOLIDAY TABLE FULL AT ' HC-DATE
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
