        COPY 'select-file-data.cpy'.
      *
        COPY 'select-vol-history.cpy'.
      *
        COPY 'select-run-control.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       COPY 'fd-file-data.cpy'.
      *
       COPY 'fd-vol-history.cpy'.
      *
       COPY 'fd-run-control.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.
      *
       01 FS-VOL-HISTORY    PIC X(02) VALUE '00'.
       01 WS-FILE-DATA-NAME PIC X(30) VALUE SPACES.
      *
       01 FS-RUN-CONTROL    PIC X(02) VALUE '00'.
       01 RUN-CONTROL-FIELDS.
          05 RC-W-DATE      PIC X(08) VALUE SPACES.
          05 RC-W-EVENT     PIC X(05) VALUE SPACES.
          05 RC-W-OUTCOME   PIC X(08) VALUE SPACES.
          05 RC-W-DETAIL    PIC X(30) VALUE SPACES.
      *
       01 W-DATA.
          05 FILE-EOF           PIC 9.
       01 TOTAL-PUBLISHED   PIC 9(10) VALUE ZEROS.
       01 TOTAL-CONSUMED    PIC 9(10) VALUE ZEROS.
       01 TOTAL-ERROR-RUNS  PIC 9(06) VALUE ZEROS.
      *    THE DATE AN AUDIT RECORD COUNTS FOR - THE BUSINESS DATE OF
      *    A PRODUCER RUN, THE START DATE OF ANY OTHER.
       01 AUDIT-DAY         PIC X(08) VALUE SPACES.
      *
      *---------------------------------------------------------------*
      *    PER-QUEUE RECEIVED COUNTS, TALLIED OFF THE DAY'S DATED    *
       01 QUEUE-TALLY-COUNT PIC 9(02) VALUE ZEROS.
      *    CONSUMER WRITES EVERY ACCEPTED MESSAGE TWICE UNDER THE
      *    SAME MESSAGE-ID - AS RECEIVED, THEN CONVERTED, BACK TO
      *    BACK. ONE TALLY PER MESSAGE, AND THE SUM OF THE TALLIES
      *    IS THE BUSINESS DATE'S CONSUMED TOTAL.
       01 PREV-MSGID        PIC X(20) VALUE SPACES.
       01 QT-INDEX          PIC 9(02) VALUE ZEROS.
       01 QT-SLOT           PIC 9(02) VALUE ZEROS.
      *
       01 COMMAND-LINE-VALUES.
          05 CL-HIST-DATE   PIC X(08) VALUE SPACES.
      *    CL-HIST-DATE : YYYYMMDD OF THE BUSINESS DAY TO FOLD INTO
      *    THE HISTORY. BLANK MEANS TODAY.
      *
       01  FILLER PIC X(050)
                  VALUE  'PGM-VOLHIST-WS-FIN'.
           END-IF
           DISPLAY 'VOLHIST - FOLDING ' HIST-DATE ' INTO THE '
                   'VOLUME HISTORY'
           MOVE HIST-DATE TO RC-W-DATE
           MOVE 'START'   TO RC-W-EVENT
           MOVE 'RUNNING' TO RC-W-OUTCOME
           MOVE SPACES    TO RC-W-DETAIL
           PERFORM 2950-WRITE-RUN-CONTROL
              THRU 2950-WRITE-RUN-CONTROL-EXIT
      *
           PERFORM 2100-TOTAL-AUDIT-DAY
                   THRU 2100-TOTAL-AUDIT-DAY-EXIT
           DISPLAY 'VOLHIST - PUBLISHED  : ' TOTAL-PUBLISHED
           DISPLAY 'VOLHIST - CONSUMED   : ' TOTAL-CONSUMED
           DISPLAY 'VOLHIST - ERROR RUNS : ' TOTAL-ERROR-RUNS
           MOVE 'END'     TO RC-W-EVENT
           EVALUATE RETURN-CODE
              WHEN 0
                 MOVE 'OK'      TO RC-W-OUTCOME
              WHEN 4
                 MOVE 'WARNING' TO RC-W-OUTCOME
              WHEN OTHER
                 MOVE 'ERROR'   TO RC-W-OUTCOME
           END-EVALUATE
           MOVE SPACES TO RC-W-DETAIL
           PERFORM 2950-WRITE-RUN-CONTROL
              THRU 2950-WRITE-RUN-CONTROL-EXIT
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *    2100-TOTAL-AUDIT-DAY SUMS THE DAY'S AUDIT.LOG : PRODUCER  *
      *    RUNS FOR THE BUSINESS DATE (A RUN WITHOUT ONE BY ITS      *
      *    START DATE) AND DLQREPLAY RE-INJECTIONS STARTED THAT DAY  *
      *    INTO PUBLISHED, AND EVERY RUN WITH A NON-ZERO ERROR       *
      *    COUNT. CONSUMED COMES OFF THE BUSINESS DATE'S FILE-DATA.  *
      *---------------------------------------------------------------*
       2100-TOTAL-AUDIT-DAY.
      *
                  SET EOF TO TRUE
                  GO TO 2110-TOTAL-ONE-RUN-EXIT
           END-READ
           MOVE AUD-START-TIMESTAMP(1:8) TO AUDIT-DAY
           IF AUD-PROGRAM-NAME = 'PRODUCER'
              AND AUD-BUSINESS-DATE IS NUMERIC THEN
              MOVE AUD-BUSINESS-DATE TO AUDIT-DAY
           END-IF
           IF AUDIT-DAY NOT = HIST-DATE THEN
              GO TO 2110-TOTAL-ONE-RUN-EXIT
           END-IF
           EVALUATE AUD-PROGRAM-NAME
              WHEN 'PRODUCER'
                 ADD AUD-COUNT-PROCESSED TO TOTAL-PUBLISHED
              WHEN 'DLQREPLAY-R'
                 ADD AUD-COUNT-PROCESSED TO TOTAL-PUBLISHED
              WHEN OTHER
      *
      *---------------------------------------------------------------*
      *    2200-TALLY-FILE-DATA COUNTS THE DAY'S FILE-DATA RECORDS   *
      *    PER SOURCE QUEUE - CONSUMER FILES EVERY MESSAGE UNDER ITS *
      *    BUSINESS DATE, WHENEVER IT WAS DRAINED. A DAY WITHOUT A   *
      *    FILE-DATA FILE LEAVES THE QUEUE COUNTS EMPTY.             *
      *---------------------------------------------------------------*
       2200-TALLY-FILE-DATA.
      *
              GO TO 2210-TALLY-ONE-RECORD-EXIT
           END-IF
           MOVE WW02-MSGID TO PREV-MSGID
           ADD 1 TO TOTAL-CONSUMED
           MOVE ZEROS TO QT-SLOT
           PERFORM 2220-MATCH-QUEUE-ONE
                   THRU 2220-MATCH-QUEUE-ONE-EXIT
      *
       2320-BUILD-ONE-QUEUE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2950-WRITE-RUN-CONTROL APPENDS ONE EVENT TO THE SHARED    *
      *    RUN-CONTROL FILE - THE CALLER SETS THE EVENT, OUTCOME AND *
      *    DETAIL FIELDS FIRST.                                      *
      *---------------------------------------------------------------*
       2950-WRITE-RUN-CONTROL.
      *
           OPEN EXTEND RUN-CONTROL
           IF FS-RUN-CONTROL = '35' OR FS-RUN-CONTROL = '05' THEN
              OPEN OUTPUT RUN-CONTROL
           END-IF
           IF FS-RUN-CONTROL <> '00' THEN
              DISPLAY 'RUN-CONTROL ACCESS ERROR - STATUS IS : '
                      FS-RUN-CONTROL
              GO TO 2950-WRITE-RUN-CONTROL-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE SPACES        TO RC-RECORD
           MOVE RC-W-DATE     TO RC-DATE
           MOVE PGM-NAME      TO RC-STEP
           MOVE RC-W-EVENT    TO RC-EVENT
           MOVE RC-W-OUTCOME  TO RC-OUTCOME
           MOVE FULL-DATETIME TO RC-TIMESTAMP
           MOVE RC-W-DETAIL   TO RC-DETAIL
           MOVE '|' TO RC-RECORD(9:1), RC-RECORD(20:1),
                       RC-RECORD(26:1), RC-RECORD(35:1),
                       RC-RECORD(52:1)
           WRITE RC-RECORD
           IF FS-RUN-CONTROL <> '00' THEN
              DISPLAY 'RUN-CONTROL WRITE ERROR - STATUS IS : '
                      FS-RUN-CONTROL
           END-IF
           CLOSE RUN-CONTROL.
      *
       2950-WRITE-RUN-CONTROL-EXIT.
           EXIT.
