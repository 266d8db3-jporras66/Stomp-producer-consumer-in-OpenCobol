      *    ACKNOWLEDGMENT CLOSES IT AS CONFIRMED (OR MISMATCH WHEN
      *    THE COUNTS DISAGREE). A BATCH PUBLISHED BUT NEVER
      *    ACKNOWLEDGED STAYS OPEN ON THE REGISTER, IN PLAIN SIGHT,
      *    BEFORE THE BATCH WINDOW CLOSES. WHEN RECALL PULLS A BATCH
      *    BACK, CONSUMER ANSWERS ON THE SAME QUEUE WITH AN 'RCL-'
      *    MESSAGE AND THE ROW IS CLOSED AS RECALLED WITH THE COUNT
      *    CONSUMER REVERSED.
      *
        COPY 'select-batch-register.cpy'.
      *
               FILE STATUS IS FS-BATCH-REG-NEW.
      *
        COPY 'select-audit-file.cpy'.
      *
        COPY 'select-run-control.cpy'.
      *
        COPY 'select-alert-log.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       FD  BATCH-REG-NEW
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  BN-RECORD                   PIC X(87).
      *
       COPY 'fd-audit-file.cpy'.
      *
       COPY 'fd-run-control.cpy'.
      *
       COPY 'fd-alert-log.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.
      *
       01 PGM-NAME PIC X(15)
                 VALUE 'ACKREG'.
      *
       01 FS-RUN-CONTROL    PIC X(02) VALUE '00'.
       01 RUN-CONTROL-FIELDS.
          05 RC-W-DATE      PIC X(08) VALUE SPACES.
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
      *
       01 W-HOSTNAME    PIC X(15) VALUE '127.0.0.1      '.
       01 W-PORT        USAGE BINARY-SHORT UNSIGNED VALUE 61613.
          05 RW-STATUS      PIC X(09) VALUE SPACES.
          05 FILLER         PIC X(01) VALUE '|'.
          05 RW-TIMESTAMP   PIC X(16) VALUE SPACES.
          05 FILLER         PIC X(01) VALUE '|'.
          05 RW-BUSINESS-DATE PIC X(08) VALUE SPACES.
          05 FILLER         PIC X(01) VALUE '|'.
          05 RW-REVERSED    PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------------------*
      *    S E S S I O N   O R D E R I N G   S W I T C H E S          *
      *    THE ACKS ARE ONLY COMMITTED TO THE BROKER ONCE THE        *
      *    THE ACKNOWLEDGMENT WIRE FORMAT CONSUMER PUBLISHES :       *
      *    'ACK-' 1-4, BATCH ID 5-12, QUEUE 14-28, PRODUCER'S        *
      *    PUBLISHED COUNT 30-37, CONSUMER'S RECEIVED COUNT 39-46,   *
      *    TIMESTAMP 48-63, '-' SEPARATORS BETWEEN. A RECALL REPLY   *
      *    HAS THE SAME SHAPE UNDER 'RCL-', WITH THE COUNT CONSUMER  *
      *    REVERSED IN PLACE OF THE RECEIVED COUNT.                  *
      *---------------------------------------------------------------*
       01 W-MESSAGE         PIC X(2048) VALUE SPACES.
       01 ACK-FIELDS.
          05 AK-KIND        PIC X(04) VALUE SPACES.
             88 AK-ACKNOWLEDGMENT VALUE 'ACK-'.
             88 AK-RECALL-REPLY   VALUE 'RCL-'.
          05 AK-BATCH-ID    PIC X(08) VALUE SPACES.
          05 AK-QUEUE       PIC X(15) VALUE SPACES.
          05 AK-PUBLISHED   PIC X(08) VALUE SPACES.
             10 RG-ACKED       PIC 9(08).
             10 RG-STATUS      PIC X(09).
             10 RG-TIMESTAMP   PIC X(16).
             10 RG-BUSINESS-DATE PIC X(08).
             10 RG-REVERSED    PIC 9(08).
       01 REGISTER-COUNT    PIC 9(03) VALUE ZEROS.
       01 REGISTER-MAX      PIC 9(03) VALUE 200.
       01 RG-INDEX          PIC 9(03) VALUE ZEROS.
       01 ACKS-APPLIED      PIC 9(08) VALUE ZEROS.
       01 ACKS-BAD          PIC 9(08) VALUE ZEROS.
       01 OPEN-BATCHES      PIC 9(03) VALUE ZEROS.
       01 RECALLS-APPLIED   PIC 9(08) VALUE ZEROS.
      *
       01 COMMAND-LINE-VALUES.
          05 CL-ACK-QUEUE   PIC X(15) VALUE SPACES.
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE FULL-DATETIME TO AUDIT-START-TIMESTAMP
           DISPLAY 'INICIO : ' PGM-NAME ' - '  FULL-DATETIME
           MOVE F-DATE    TO RC-W-DATE
           MOVE 'START'   TO RC-W-EVENT
           MOVE 'RUNNING' TO RC-W-OUTCOME
           MOVE SPACES    TO RC-W-DETAIL
           PERFORM 2950-WRITE-RUN-CONTROL
              THRU 2950-WRITE-RUN-CONTROL-EXIT
      *
           PERFORM 2100-LOAD-REGISTER
                   THRU 2100-LOAD-REGISTER-EXIT
              MOVE ZEROS        TO RG-ACKED(REGISTER-COUNT)
           END-IF
           MOVE BR-STATUS    TO RG-STATUS(REGISTER-COUNT)
           MOVE BR-TIMESTAMP TO RG-TIMESTAMP(REGISTER-COUNT)
      *    A ROW FILED BEFORE THE BUSINESS DATE AND REVERSED COUNT
      *    WERE CARRIED COMES IN SHORT - BLANK DATE, NOTHING REVERSED.
           MOVE BR-BUSINESS-DATE TO RG-BUSINESS-DATE(REGISTER-COUNT)
           IF BR-REVERSED IS NUMERIC THEN
              MOVE BR-REVERSED  TO RG-REVERSED(REGISTER-COUNT)
           ELSE
              MOVE ZEROS        TO RG-REVERSED(REGISTER-COUNT)
           END-IF.
      *
       2110-LOAD-ONE-ROW-EXIT.
           EXIT.
      *    2230-APPLY-ONE-ACK PARSES ONE ACKNOWLEDGMENT AND CLOSES   *
      *    ITS REGISTER ROW. AN ACK FOR A BATCH NOBODY REGISTERED    *
      *    GETS ITS OWN ROW RATHER THAN BEING DROPPED - THE DESK     *
      *    STILL WANTS TO SEE IT. A RECALL REPLY CLOSES THE ROW AS   *
      *    RECALLED INSTEAD, AND A LATE ACKNOWLEDGMENT FOR A ROW     *
      *    ALREADY RECALLED UPDATES THE COUNT BUT NOT THE STATUS.    *
      *---------------------------------------------------------------*
       2230-APPLY-ONE-ACK.
      *
           MOVE W-MESSAGE(1:4) TO AK-KIND
           IF (NOT AK-ACKNOWLEDGMENT AND NOT AK-RECALL-REPLY)
              OR W-MESSAGE(30:8) IS NOT NUMERIC
              OR W-MESSAGE(39:8) IS NOT NUMERIC THEN
              ADD 1 TO ACKS-BAD
              MOVE AK-BATCH-ID  TO RG-BATCH-ID(RG-SLOT)
              MOVE AK-QUEUE     TO RG-QUEUE(RG-SLOT)
              MOVE AK-PUBLISHED TO RG-PUBLISHED(RG-SLOT)
              MOVE ZEROS        TO RG-ACKED(RG-SLOT)
              MOVE ZEROS        TO RG-REVERSED(RG-SLOT)
              MOVE SPACES       TO RG-BUSINESS-DATE(RG-SLOT)
           END-IF
      *
           IF AK-RECALL-REPLY THEN
              MOVE AK-RECEIVED  TO RG-REVERSED(RG-SLOT)
              MOVE AK-TIMESTAMP TO RG-TIMESTAMP(RG-SLOT)
              MOVE 'RECALLED'   TO RG-STATUS(RG-SLOT)
              DISPLAY 'ACKREG - BATCH ' AK-BATCH-ID ' ' AK-QUEUE
                      ' RECALLED, REVERSED ' AK-RECEIVED
              ADD 1 TO RECALLS-APPLIED
              ADD 1 TO ACKS-APPLIED
              ADD 1 TO AUDIT-COUNT-PROCESSED
              GO TO 2230-APPLY-ONE-ACK-EXIT
           END-IF
      *
           MOVE AK-RECEIVED  TO RG-ACKED(RG-SLOT)
           MOVE AK-TIMESTAMP TO RG-TIMESTAMP(RG-SLOT)
           IF RG-STATUS(RG-SLOT) = 'RECALLED' THEN
              ADD 1 TO ACKS-APPLIED
              ADD 1 TO AUDIT-COUNT-PROCESSED
              GO TO 2230-APPLY-ONE-ACK-EXIT
           END-IF
           IF RG-ACKED(RG-SLOT) = RG-PUBLISHED(RG-SLOT) THEN
              MOVE 'CONFIRMED' TO RG-STATUS(RG-SLOT)
           ELSE
              MOVE 'MISMATCH'  TO RG-STATUS(RG-SLOT)
              MOVE 3           TO AL-W-SEVERITY
              MOVE 'ACKMISM'   TO AL-W-CODE
              MOVE AK-BATCH-ID TO AL-W-BATCH-ID
              MOVE AK-QUEUE    TO AL-W-QUEUE
              STRING 'ACK MISMATCH, PUBLISHED '  DELIMITED BY SIZE
                     RG-PUBLISHED(RG-SLOT)       DELIMITED BY SIZE
                     ' ACKNOWLEDGED '            DELIMITED BY SIZE
                     RG-ACKED(RG-SLOT)           DELIMITED BY SIZE
                INTO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
           END-IF
           ADD 1 TO ACKS-APPLIED
           ADD 1 TO AUDIT-COUNT-PROCESSED.
           MOVE RG-ACKED(RG-INDEX)     TO RW-ACKED
           MOVE RG-STATUS(RG-INDEX)    TO RW-STATUS
           MOVE RG-TIMESTAMP(RG-INDEX) TO RW-TIMESTAMP
           MOVE RG-BUSINESS-DATE(RG-INDEX) TO RW-BUSINESS-DATE
           MOVE RG-REVERSED(RG-INDEX)  TO RW-REVERSED
           WRITE BN-RECORD FROM REG-WORK-RECORD
           IF FS-BATCH-REG-NEW <> '00' THEN
              DISPLAY 'BATCH-REG-NEW WRITE ERROR - STATUS IS : '
                   UNTIL RG-INDEX > REGISTER-COUNT
           DISPLAY 'ACKREG - ACKS APPLIED   : ' ACKS-APPLIED
           DISPLAY 'ACKREG - ACKS DROPPED   : ' ACKS-BAD
           DISPLAY 'ACKREG - RECALLS CLOSED : ' RECALLS-APPLIED
           DISPLAY 'ACKREG - OPEN BATCHES   : ' OPEN-BATCHES
           IF OPEN-BATCHES > 0 AND RETURN-CODE = 0 THEN
              MOVE 4 TO RETURN-CODE
                   ' ' RG-QUEUE(RG-INDEX)
                   ' PUB ' RG-PUBLISHED(RG-INDEX)
                   ' ACK ' RG-ACKED(RG-INDEX)
                   ' REV ' RG-REVERSED(RG-INDEX)
                   ' ' RG-STATUS(RG-INDEX)
           IF RG-STATUS(RG-INDEX) = 'OPEN' THEN
              ADD 1 TO OPEN-BATCHES
              MOVE AUDIT-END-TIMESTAMP   TO AUD-END-TIMESTAMP
              MOVE AUDIT-COUNT-PROCESSED TO AUD-COUNT-PROCESSED
              MOVE AUDIT-COUNT-ERRORS    TO AUD-COUNT-ERRORS
              MOVE ZEROS                 TO AUD-COUNT-HELD
              MOVE SPACES                TO AUD-BUSINESS-DATE
              WRITE AUDIT-RECORD
              CLOSE AUDIT-FILE
           END-IF.
       3000-END.
      *
           PERFORM 2900-WRITE-AUDIT THRU 2900-WRITE-AUDIT-EXIT.
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
