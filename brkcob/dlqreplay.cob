               FILE STATUS IS FS-DLQ-RPT.
      *
        COPY 'select-audit-file.cpy'.
      *
      *    EVERY MESSAGE RE-INJECTED IN REPLAY MODE IS JOURNALLED
      *    UNDER THE OPERATOR'S NAME - A REPLAY IS A DELIBERATE
      *    ACTION ON PRODUCTION TRAFFIC, NOT A SCHEDULED DRAIN.
      *
        COPY 'select-oper-journal.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       01  DLQ-RPT-RECORD              PIC X(80).
      *
       COPY 'fd-audit-file.cpy'.
      *
       COPY 'fd-oper-journal.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.
       01 FS-DLQ-DATA       PIC X(02) VALUE '00'.
       01 FS-DLQ-RPT        PIC X(02) VALUE '00'.
       01 WS-DLQ-DATA-NAME  PIC X(30) VALUE SPACES.
       01 REPLAY-RECORD     PIC 9(06) VALUE ZEROS.
      *
       01 FS-OPER-JOURNAL   PIC X(02) VALUE '00'.
       01 OPER-JOURNAL-FIELDS.
          05 OJ-W-USER      PIC X(08) VALUE SPACES.
          05 OJ-W-TERMINAL  PIC X(16) VALUE SPACES.
          05 OJ-W-ACTION    PIC X(08) VALUE SPACES.
          05 OJ-W-MASK      PIC X(01) VALUE SPACE.
          05 OJ-W-KEY       PIC X(40) VALUE SPACES.
          05 OJ-W-BEFORE    PIC X(80) VALUE SPACES.
          05 OJ-W-AFTER     PIC X(80) VALUE SPACES.
      *
       01 W-MESSAGE         PIC X(2048) VALUE SPACES.
      *
              SET EOF TO TRUE
              GO TO 2510-REPLAY-ONE-EXIT
           END-IF
           ADD 1 TO REPLAY-RECORD
      *
           MOVE DD-MESSAGE TO W-MESSAGE
           CALL 'queue_write' USING BY REFERENCE RETRY-QUEUE,
           ELSE
              ADD 1 TO COUNT-REINJECTED
              ADD 1 TO AUDIT-COUNT-PROCESSED
              MOVE 'REPLAY' TO OJ-W-ACTION
              STRING WS-DLQ-DATA-NAME DELIMITED BY SPACE
                     ' REC '          DELIMITED BY SIZE
                     REPLAY-RECORD    DELIMITED BY SIZE
                INTO OJ-W-KEY
              MOVE DD-REASON TO OJ-W-BEFORE
              STRING 'RE-INJECTED TO ' DELIMITED BY SIZE
                     RETRY-QUEUE       DELIMITED BY SIZE
                     ' SEQUENCE '      DELIMITED BY SIZE
                     DD-MESSAGE(126:4) DELIMITED BY SIZE
                INTO OJ-W-AFTER
              PERFORM 2960-WRITE-JOURNAL
                 THRU 2960-WRITE-JOURNAL-EXIT
           END-IF.
      *
       2510-REPLAY-ONE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2960-WRITE-JOURNAL APPENDS ONE OPERATOR ACTION TO THE     *
      *    SHARED OPERATOR JOURNAL - THE CALLER SETS THE ACTION,     *
      *    MASK, KEY, BEFORE AND AFTER FIELDS FIRST. THE USER AND    *
      *    TERMINAL ARE TAKEN FROM THE SESSION ON THE FIRST CALL.    *
      *    LIKE THE ALERT LOG, A JOURNAL THAT CANNOT BE WRITTEN IS   *
      *    REPORTED BUT DOES NOT STOP THE WORK.                      *
      *---------------------------------------------------------------*
       2960-WRITE-JOURNAL.
      *
           IF OJ-W-USER = SPACES THEN
              ACCEPT OJ-W-USER FROM ENVIRONMENT 'USER'
              IF OJ-W-USER = SPACES THEN
                 MOVE 'UNKNOWN' TO OJ-W-USER
              END-IF
              ACCEPT OJ-W-TERMINAL FROM ENVIRONMENT 'SSH_TTY'
              IF OJ-W-TERMINAL = SPACES THEN
                 MOVE 'CONSOLE' TO OJ-W-TERMINAL
              END-IF
           END-IF
           OPEN EXTEND OPER-JOURNAL
           IF FS-OPER-JOURNAL = '35' OR FS-OPER-JOURNAL = '05' THEN
              OPEN OUTPUT OPER-JOURNAL
           END-IF
           IF FS-OPER-JOURNAL <> '00' THEN
              DISPLAY 'OPER-JOURNAL ACCESS ERROR - STATUS IS : '
                      FS-OPER-JOURNAL
              MOVE SPACES TO OJ-W-ACTION, OJ-W-MASK, OJ-W-KEY,
                             OJ-W-BEFORE, OJ-W-AFTER
              GO TO 2960-WRITE-JOURNAL-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE SPACES         TO OJ-RECORD
           MOVE FULL-DATETIME  TO OJ-TIMESTAMP
           MOVE OJ-W-USER      TO OJ-USER
           MOVE OJ-W-TERMINAL  TO OJ-TERMINAL
      *    NOT PGM-NAME - REPLAY RUNS AUDIT AS DLQREPLAY-R, BUT THE
      *    JOURNAL NAMES THE PROGRAM THE OPERATOR RAN.
           MOVE 'DLQREPLAY'    TO OJ-PROGRAM
           MOVE OJ-W-ACTION    TO OJ-ACTION
           MOVE OJ-W-MASK      TO OJ-MASK
           MOVE OJ-W-KEY       TO OJ-KEY
           MOVE OJ-W-BEFORE    TO OJ-BEFORE
           MOVE OJ-W-AFTER     TO OJ-AFTER
           MOVE '|' TO OJ-RECORD(17:1), OJ-RECORD(26:1),
                       OJ-RECORD(43:1), OJ-RECORD(54:1),
                       OJ-RECORD(63:1), OJ-RECORD(65:1),
                       OJ-RECORD(106:1), OJ-RECORD(187:1)
           WRITE OJ-RECORD
           IF FS-OPER-JOURNAL <> '00' THEN
              DISPLAY 'OPER-JOURNAL WRITE ERROR - STATUS IS : '
                      FS-OPER-JOURNAL
           END-IF
           CLOSE OPER-JOURNAL
           MOVE SPACES TO OJ-W-ACTION, OJ-W-MASK, OJ-W-KEY,
                          OJ-W-BEFORE, OJ-W-AFTER.
      *
       2960-WRITE-JOURNAL-EXIT.
           EXIT.
      *
       2900-WRITE-AUDIT.
      *
              MOVE AUDIT-END-TIMESTAMP   TO AUD-END-TIMESTAMP
              MOVE AUDIT-COUNT-PROCESSED TO AUD-COUNT-PROCESSED
              MOVE AUDIT-COUNT-ERRORS    TO AUD-COUNT-ERRORS
              MOVE ZEROS                 TO AUD-COUNT-HELD
              MOVE SPACES                TO AUD-BUSINESS-DATE
              WRITE AUDIT-RECORD
              CLOSE AUDIT-FILE
           END-IF.
