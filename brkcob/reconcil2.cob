      *    RECONCIL PROVES A FILE-DATA FILE AGAINST ITSELF; THIS JOB
      *    PROVES THE NIGHT END TO END - EVERY DETAIL PRODUCER
      *    PUBLISHED FROM THE TRANS-FILE(S) MUST HAVE LANDED IN THE
      *    MESSAGE STORE FOR THAT BUSINESS DATE, AND EVERY STORE
      *    RECORD MUST TRACE BACK TO A SOURCE DETAIL. A MESSAGE THE
      *    BROKER ATE NO LONGER VANISHES UNTIL A CUSTOMER COMPLAINS.
      *
               FILE STATUS IS FS-TRANS-FILE.
      *
        COPY 'select-msg-store.cpy'.
      *
        COPY 'select-run-control.cpy'.
      *
           SELECT RECON-RPT
               ASSIGN TO 'RECON2.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECON-RPT.
      *
        COPY 'select-alert-log.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RECON-RPT-RECORD            PIC X(90).
      *
       COPY 'fd-run-control.cpy'.
      *
       COPY 'fd-alert-log.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.
       01 FS-MSG-STORE      PIC X(02) VALUE '00'.
       01 FS-RECON-RPT      PIC X(02) VALUE '00'.
       01 WS-TRANS-FILE-NAME PIC X(30) VALUE SPACES.
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
       01 W-DATA.
          05 FILE-EOF           PIC 9.
             88 EOF             VALUE 1.
             88 NEOF            VALUE 0.
          05 FULL-CURRENT-DATE.
             10 FULL-DATETIME.
                15 F-DATE.
                   25 F-YEAR       PIC 9(4) VALUE ZEROS.
                   25 F-MONTH      PIC 99   VALUE ZEROS.
                   25 F-DAY        PIC 99   VALUE ZEROS.
                15  F-TIME.
                   25 C-HOUR       PIC 99   VALUE ZEROS.
                   25 C-MINUTES    PIC 99   VALUE ZEROS.
                   25 C-SECONDS    PIC 99   VALUE ZEROS.
                   25 C-SEC-HUND   PIC 99   VALUE ZEROS.
             10 C-TIME-DIFF.
                15 C-GMT-DIR    PIC X    VALUE SPACES.
                15 C-HOUR       PIC 99   VALUE ZEROS.
                15 C-MINUTES    PIC 99   VALUE ZEROS.
      *
       01 RECON-DATE        PIC X(08) VALUE SPACES.
      *
       01 COMMAND-LINE-VALUES  PIC X(200) VALUE SPACES.
       01 CL-TOKEN-TABLE.
          05 CL-TOKEN OCCURS 6 TIMES PIC X(30).
      *    TOKEN 1 IS THE BUSINESS DATE (YYYYMMDD), TOKENS 2-6 THE
      *    BATCH FILES TO PROVE. NO BATCH NAME MEANS 'TRANS-FILE'.
      *
       01  FILLER PIC X(050)
           END-UNSTRING
           IF CL-TOKEN(1)(1:8) = SPACES
              OR CL-TOKEN(1)(1:8) IS NOT NUMERIC THEN
              DISPLAY 'RECONCIL2 - GIVE THE BUSINESS DATE (YYYYMMDD)'
                      ' AND THE BATCH FILE NAME(S), ENDING RUN'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE CL-TOKEN(1)(1:8) TO RECON-DATE
           MOVE RECON-DATE TO RC-W-DATE
           MOVE 'START'   TO RC-W-EVENT
           MOVE 'RUNNING' TO RC-W-OUTCOME
           MOVE SPACES    TO RC-W-DETAIL
           PERFORM 2950-WRITE-RUN-CONTROL
              THRU 2950-WRITE-RUN-CONTROL-EXIT
      *
           MOVE ZEROS TO BATCH-COUNT
           PERFORM 1100-LOAD-ONE-BATCH-NAME
           END-READ
           IF TC-HEADER THEN
              MOVE TC-BATCH-ID TO BA-BATCH-ID(BATCH-INDEX)
      *       A BATCH OF ANOTHER BUSINESS DATE IS FILED UNDER THAT
      *       DATE IN THE STORE - EVERY DETAIL WOULD SHOW MISSING.
              IF TC-CREATION-DATE NOT = RECON-DATE THEN
                 MOVE SPACES TO RECON-RPT-RECORD
                 STRING 'BATCH '            DELIMITED BY SIZE
                        TC-BATCH-ID         DELIMITED BY SIZE
                        ' IS DATED '        DELIMITED BY SIZE
                        TC-CREATION-DATE    DELIMITED BY SIZE
                        ', NOT '            DELIMITED BY SIZE
                        RECON-DATE          DELIMITED BY SIZE
                   INTO RECON-RPT-RECORD
                 WRITE RECON-RPT-RECORD
                 IF RETURN-CODE = 0 THEN
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
              GO TO 2110-LOAD-ONE-RECORD-EXIT
           END-IF
           IF TC-TRAILER THEN
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2200-MATCH-STORE BROWSES THE STORE ON THE BUSINESS-DATE   *
      *    ALTERNATE KEY AND MATCHES EVERY RECORD'S PAYLOAD          *
      *    REFERENCE (BYTES 161-168 OF MS-MESSAGE, THE POSITION      *
      *    5-12 REFERENCE OF THE SOURCE DETAIL) BACK AGAINST THE     *
              GO TO 2200-MATCH-STORE-EXIT
           END-IF
      *
           MOVE RECON-DATE TO MS-BUSINESS-DATE
           START MSG-STORE KEY IS = MS-BUSINESS-DATE
           IF FS-MSG-STORE <> '00' AND FS-MSG-STORE <> '02' THEN
              DISPLAY 'RECONCIL2 - NO STORE RECORDS FOR ' RECON-DATE
              CLOSE MSG-STORE
              SET EOF TO TRUE
              GO TO 2210-MATCH-ONE-STORED-EXIT
           END-IF
           IF MS-BUSINESS-DATE NOT = RECON-DATE THEN
              SET EOF TO TRUE
              GO TO 2210-MATCH-ONE-STORED-EXIT
           END-IF
              IF RETURN-CODE = 0 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
              MOVE 3          TO AL-W-SEVERITY
              MOVE 'RECONMIS' TO AL-W-CODE
              STRING RECON-DATE        DELIMITED BY SIZE
                     ' NEVER STORED '  DELIMITED BY SIZE
                     MISSING-TOTAL     DELIMITED BY SIZE
                     ', STORE ORPHANS ' DELIMITED BY SIZE
                     STORE-ORPHANS     DELIMITED BY SIZE
                INTO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
           END-IF
           WRITE RECON-RPT-RECORD
      *
       3000-END.
      *
           CLOSE RECON-RPT.
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
