      *---------------------------------------------------------------*
      *          I D E N T I F I C A T I O N   D I V I S I O N        *
      *          =============================================        *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------.
       PROGRAM-ID.      ALERTPUB.
       AUTHOR.          POWER.
       DATE-WRITTEN.    15/10/2026.
      *---------------------------------------------------------------*
      *             E N V I R O N M E N T   D I V I S I O N           *
      *             =======================================           *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------.
       INPUT-OUTPUT SECTION.
      *--------------------.
       FILE-CONTROL.
      *
      *    ALERTPUB FORWARDS THE ALERT LOG TO THE OPERATIONS ALERT
      *    QUEUE THE MONITORING TEAM WATCHES. IT IS RUN EVERY FEW
      *    MINUTES THROUGH THE NIGHT : EACH RUN PICKS UP THE ALERTS
      *    WRITTEN SINCE THE LAST ONE, SENDS THOSE AT OR ABOVE THE
      *    PAGING SEVERITY, AND HOLDS BACK A REPEAT OF AN ALERT CODE
      *    ALREADY SENT INSIDE THE SUPPRESSION WINDOW - THE NEXT ONE
      *    SENT FOR THAT CODE SAYS HOW MANY WERE HELD BACK.
      *
           SELECT PARM-FILE
               ASSIGN TO 'ALERTPUB.PARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARM-FILE.
      *
      *    PUB-STATE CARRIES FROM ONE RUN TO THE NEXT HOW FAR INTO
      *    THE ALERT LOG THE PUBLISHER HAS GOT AND WHEN EACH ALERT
      *    CODE WAS LAST SENT. IT IS REWRITTEN WHOLE AT THE END OF
      *    EVERY RUN.
      *
           SELECT PUB-STATE
               ASSIGN TO 'ALERTPUB.STATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PUB-STATE.
      *
           SELECT PUB-RPT
               ASSIGN TO 'ALERTPUB.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PUB-RPT.
      *
        COPY 'select-alert-log.cpy'.
      *
        COPY 'select-audit-file.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       DATA DIVISION.
      *-------------.
       FILE SECTION.
      *------------.
      *
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PARM-LINE                   PIC X(80).
      *
       FD  PUB-STATE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PS-RECORD.
           05  PS-TYPE                 PIC X(01).
               88  PS-POSITION-REC     VALUE 'P'.
               88  PS-CODE-REC         VALUE 'S'.
           05  FILLER                  PIC X(01).
           05  PS-BODY                 PIC X(38).
      *    'P' - THE NUMBER OF ALERT LOG RECORDS ALREADY DEALT WITH
      *    AND THE TIMESTAMP OF THE LOG'S FIRST RECORD, SO A LOG
      *    THAT HAS BEEN ROLLED AND STARTED AFRESH IS RECOGNISED.
           05  PS-POSITION-BODY REDEFINES PS-BODY.
               10  PS-POSITION         PIC 9(08).
               10  FILLER              PIC X(01).
               10  PS-FIRST-TS         PIC X(16).
               10  FILLER              PIC X(13).
      *    'S' - ONE PER ALERT CODE SENT : WHEN IT WAS LAST SENT AND
      *    HOW MANY REPEATS HAVE BEEN HELD BACK SINCE.
           05  PS-CODE-BODY REDEFINES PS-BODY.
               10  PS-CODE             PIC X(08).
               10  FILLER              PIC X(01).
               10  PS-LAST-SENT        PIC X(16).
               10  FILLER              PIC X(01).
               10  PS-HELD             PIC 9(06).
               10  FILLER              PIC X(06).
      *
       FD  PUB-RPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PUB-RPT-RECORD              PIC X(132).
      *
       COPY 'fd-alert-log.cpy'.
      *
       COPY 'fd-audit-file.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.

       01 FILLER PIC X(050)
                 VALUE  'PGM-ALERTPUB-WS-COMIENZO'.
      *
       01 PGM-NAME PIC X(15)
                 VALUE 'ALERTPUB'.
      *
       01 FS-PARM-FILE      PIC X(02) VALUE '00'.
       01 FS-PUB-STATE      PIC X(02) VALUE '00'.
       01 FS-PUB-RPT        PIC X(02) VALUE '00'.
       01 FS-ALERT-LOG      PIC X(02) VALUE '00'.
       01 FS-AUDIT-FILE     PIC X(02) VALUE '00'.
      *
      *    THE OPERATIONS ALERT QUEUE. THE BROKER INTERFACE TAKES
      *    FIFTEEN-BYTE QUEUE NAMES, HENCE THE SHORT FORM.
      *
       01 W-HOSTNAME    PIC X(15) VALUE '127.0.0.1      '.
       01 W-PORT        USAGE BINARY-SHORT UNSIGNED VALUE 61613.
       01 ALERT-QUEUE   PIC X(15) VALUE '/queue/OPS.ALRT'.
       01 W-RC USAGE    BINARY-SHORT VALUE 0.
       01 W-MESSAGE     PIC X(2048) VALUE SPACES.
       01 BROKER-SW     PIC 9 VALUE 0.
          88 BROKER-CONNECTED VALUE 1.
          88 BROKER-DOWN      VALUE 0.
       01 BROKER-TRIED-SW PIC 9 VALUE 0.
          88 BROKER-TRIED     VALUE 1.
          88 BROKER-NOT-TRIED VALUE 0.
      *
      *---------------------------------------------------------------*
      *    P A R M   F I L E                                          *
      *    ALERTPUB.PARM HOLDS KEYWORD=VALUE LINES : HOST, PORT,      *
      *    QUEUE, MIN-SEVERITY (1-4, ALERTS BELOW IT ARE LOGGED BUT   *
      *    NOT SENT) AND WINDOW (MINUTES A REPEATED ALERT CODE IS     *
      *    HELD BACK FOR, ZERO SENDS EVERY ONE).                      *
      *---------------------------------------------------------------*
       01 PARM-KEY          PIC X(20) VALUE SPACES.
       01 PARM-VALUE        PIC X(60) VALUE SPACES.
       01 PARM-NUM-INPUT    PIC X(60) VALUE SPACES.
       01 PARM-NUM-TOKEN    PIC X(08) VALUE SPACES.
       01 PARM-NUM-LEN      PIC 9(02) USAGE COMP VALUE ZEROS.
       01 PARM-NUMBER       PIC 9(08) VALUE ZEROS.
       01 PARM-SWITCHES.
          05 PARM-EOF-SW        PIC 9 VALUE 0.
             88 PARM-EOF        VALUE 1.
             88 PARM-NEOF       VALUE 0.
          05 PARM-NUM-SW        PIC 9 VALUE 0.
             88 PARM-NUM-VALID  VALUE 1.
             88 PARM-NUM-INVALID VALUE 0.
       01 MIN-SEVERITY      PIC 9(01) VALUE 3.
       01 WINDOW-MINUTES    PIC 9(04) VALUE 30.
       01 WINDOW-SECONDS    PIC 9(08) VALUE ZEROS.
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
      *---------------------------------------------------------------*
      *          E N D - O F - J O B   A U D I T   C O U N T E R S    *
      *---------------------------------------------------------------*
       01 AUDIT-COUNT-PROCESSED PIC 9(08) VALUE ZEROS.
       01 AUDIT-COUNT-ERRORS    PIC 9(08) VALUE ZEROS.
       01 AUDIT-START-TIMESTAMP PIC X(16) VALUE SPACES.
       01 AUDIT-END-TIMESTAMP   PIC X(16) VALUE SPACES.
      *
      *---------------------------------------------------------------*
      *    P U B L I S H E R   S T A T E                              *
      *---------------------------------------------------------------*
       01 LOG-POSITION      PIC 9(08) VALUE ZEROS.
       01 LOG-FIRST-TS      PIC X(16) VALUE SPACES.
       01 LOG-READ          PIC 9(08) VALUE ZEROS.
       01 SKIP-COUNT        PIC 9(08) VALUE ZEROS.
       01 COUNT-NEW         PIC 9(08) VALUE ZEROS.
       01 COUNT-BELOW       PIC 9(08) VALUE ZEROS.
       01 COUNT-HELD        PIC 9(08) VALUE ZEROS.
       01 COUNT-SENT        PIC 9(08) VALUE ZEROS.
       01 STATE-EOF-SW      PIC 9 VALUE 0.
          88 STATE-EOF      VALUE 1.
          88 STATE-NEOF     VALUE 0.
       01 LOG-RESET-SW      PIC 9 VALUE 0.
          88 LOG-RESET      VALUE 1.
          88 LOG-KEPT       VALUE 0.
       01 CODE-TABLE.
          05 CODE-ENTRY OCCURS 50 TIMES.
             10 CT-CODE        PIC X(08).
             10 CT-LAST-SENT   PIC X(16).
             10 CT-HELD        PIC 9(06).
       01 CODE-COUNT        PIC 9(02) VALUE ZEROS.
       01 CODE-MAX          PIC 9(02) VALUE 50.
       01 CT-INDEX          PIC 9(02) VALUE ZEROS.
       01 CT-SLOT           PIC 9(02) VALUE ZEROS.
      *
       01 SEVERITY-NAMES.
          05 FILLER         PIC X(08) VALUE 'INFO'.
          05 FILLER         PIC X(08) VALUE 'WARNING'.
          05 FILLER         PIC X(08) VALUE 'ERROR'.
          05 FILLER         PIC X(08) VALUE 'CRITICAL'.
       01 SEVERITY-TABLE REDEFINES SEVERITY-NAMES.
          05 SEVERITY-NAME  PIC X(08) OCCURS 4 TIMES.
       01 SEV-TEXT          PIC X(08) VALUE SPACES.
       01 PUB-ACTION        PIC X(10) VALUE SPACES.
       01 HELD-SHOW         PIC Z(05)9.
      *
      *    ALERT AGE : TIMESTAMPS TURNED INTO SECONDS FROM THE DAY
      *    NUMBER SO A WINDOW SPANNING MIDNIGHT STILL HOLDS.
      *
       01 TS-WORK.
          05 TS-DATE-N      PIC 9(08).
          05 TS-HH          PIC 9(02).
          05 TS-MI          PIC 9(02).
          05 TS-SS          PIC 9(02).
          05 TS-CC          PIC 9(02).
       01 TS-SECONDS        PIC 9(12) VALUE ZEROS.
       01 ALERT-SECONDS     PIC 9(12) VALUE ZEROS.
       01 SENT-SECONDS      PIC 9(12) VALUE ZEROS.
      *
       01 COMMAND-LINE-VALUES.
          05 BROKER-IP      PIC X(15) VALUE SPACES.
      *
       01  FILLER PIC X(050)
                  VALUE  'PGM-ALERTPUB-WS-FIN'.
      *
       LINKAGE SECTION.
      *
      *---------------------------------------------------------------*
      *               P R O C E D U R E   D I V I S I O N             *
      *---------------------------------------------------------------*
      *
       PROCEDURE DIVISION.
      *
       1000-MAIN.
      *
           ACCEPT COMMAND-LINE-VALUES FROM COMMAND-LINE.
           DISPLAY 'COMMAND-LINE-VALUES is : '
                    COMMAND-LINE-VALUES
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE FULL-DATETIME TO AUDIT-START-TIMESTAMP
           DISPLAY 'INICIO : ' PGM-NAME ' - '  FULL-DATETIME
      *
           PERFORM 1100-READ-PARM-FILE
              THRU 1100-READ-PARM-FILE-EXIT
           IF BROKER-IP NOT = SPACES THEN
              MOVE BROKER-IP TO W-HOSTNAME
           END-IF
           COMPUTE WINDOW-SECONDS = WINDOW-MINUTES * 60
           DISPLAY 'W-HOSTNAME     is : ' W-HOSTNAME
           DISPLAY 'W-PORT         is : ' W-PORT
           DISPLAY 'ALERTPUB - SENDING SEVERITY ' MIN-SEVERITY
                   ' AND ABOVE TO ' ALERT-QUEUE ', REPEATS HELD FOR '
                   WINDOW-MINUTES ' MINUTE(S)'
      *
           OPEN OUTPUT PUB-RPT
           IF FS-PUB-RPT <> '00' THEN
              DISPLAY 'PUB-RPT ACCESS ERROR - STATUS IS : '
                      FS-PUB-RPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           PERFORM 1200-LOAD-STATE
              THRU 1200-LOAD-STATE-EXIT
           PERFORM 2000-PUBLISH-NEW-ALERTS
              THRU 2000-PUBLISH-NEW-ALERTS-EXIT
           PERFORM 2300-SAVE-STATE
              THRU 2300-SAVE-STATE-EXIT
      *
           IF BROKER-CONNECTED THEN
              DISPLAY "ALERTPUB - queue_disconnect BEFORE     "
              CALL 'broker_disconnect' RETURNING W-RC
              DISPLAY "ALERTPUB - queue_disconnect RC : " W-RC
              IF W-RC NOT EQUAL 0 THEN
                 DISPLAY "ALERTPUB - queue_disconnect ERROR RC IS : "
                         W-RC
                 ADD 1 TO AUDIT-COUNT-ERRORS
              END-IF
           END-IF
      *
           PERFORM 2400-WRITE-SUMMARY
              THRU 2400-WRITE-SUMMARY-EXIT
           PERFORM 3000-END.
      *
      *---------------------------------------------------------------*
      *    1100-READ-PARM-FILE APPLIES ALERTPUB.PARM OVER THE         *
      *    BUILT-IN DEFAULTS. WITH NO PARM FILE THE DEFAULTS STAND.   *
      *---------------------------------------------------------------*
       1100-READ-PARM-FILE.
      *
           OPEN INPUT PARM-FILE
           IF FS-PARM-FILE = '35' THEN
              DISPLAY 'ALERTPUB - NO ALERTPUB.PARM, USING DEFAULTS'
              GO TO 1100-READ-PARM-FILE-EXIT
           END-IF
           IF FS-PARM-FILE <> '00' THEN
              DISPLAY 'PARM-FILE ACCESS ERROR - STATUS IS : '
                      FS-PARM-FILE
              GO TO 1100-READ-PARM-FILE-EXIT
           END-IF
           SET PARM-NEOF TO TRUE
           PERFORM 1110-PARM-LINE THRU 1110-PARM-LINE-EXIT
                   UNTIL PARM-EOF
           CLOSE PARM-FILE.
      *
       1100-READ-PARM-FILE-EXIT.
           EXIT.
      *
       1110-PARM-LINE.
      *
           READ PARM-FILE
               AT END
                  SET PARM-EOF TO TRUE
                  GO TO 1110-PARM-LINE-EXIT
           END-READ
           IF PARM-LINE(1:1) = '*' OR PARM-LINE(1:1) = SPACE THEN
              GO TO 1110-PARM-LINE-EXIT
           END-IF
           MOVE SPACES TO PARM-KEY, PARM-VALUE
           UNSTRING PARM-LINE DELIMITED BY '='
               INTO PARM-KEY, PARM-VALUE
      *
           EVALUATE PARM-KEY
              WHEN 'HOST'
                 MOVE PARM-VALUE(1:15) TO W-HOSTNAME
              WHEN 'PORT'
                 MOVE PARM-VALUE TO PARM-NUM-INPUT
                 PERFORM 1130-PARM-NUMBER THRU 1130-PARM-NUMBER-EXIT
                 IF PARM-NUM-VALID AND PARM-NUMBER > 0
                                   AND PARM-NUMBER < 65536 THEN
                    MOVE PARM-NUMBER   TO W-PORT
                 ELSE
                    DISPLAY 'ALERTPUB - BAD PORT IN PARM : ' PARM-VALUE
                 END-IF
              WHEN 'QUEUE'
                 MOVE PARM-VALUE(1:15) TO ALERT-QUEUE
              WHEN 'MIN-SEVERITY'
                 MOVE PARM-VALUE TO PARM-NUM-INPUT
                 PERFORM 1130-PARM-NUMBER THRU 1130-PARM-NUMBER-EXIT
                 IF PARM-NUM-VALID AND PARM-NUMBER > 0
                                   AND PARM-NUMBER < 5 THEN
                    MOVE PARM-NUMBER   TO MIN-SEVERITY
                 ELSE
                    DISPLAY 'ALERTPUB - BAD MIN-SEVERITY IN PARM : '
                            PARM-VALUE
                 END-IF
              WHEN 'WINDOW'
                 MOVE PARM-VALUE TO PARM-NUM-INPUT
                 PERFORM 1130-PARM-NUMBER THRU 1130-PARM-NUMBER-EXIT
                 IF PARM-NUM-VALID AND PARM-NUMBER < 10000 THEN
                    MOVE PARM-NUMBER   TO WINDOW-MINUTES
                 ELSE
                    DISPLAY 'ALERTPUB - BAD WINDOW IN PARM : '
                            PARM-VALUE
                 END-IF
              WHEN OTHER
                 DISPLAY 'ALERTPUB - UNKNOWN PARM KEYWORD : ' PARM-KEY
           END-EVALUATE.
      *
       1110-PARM-LINE-EXIT.
           EXIT.
      *
       1130-PARM-NUMBER.
      *
           SET PARM-NUM-INVALID TO TRUE
           MOVE ZEROS  TO PARM-NUMBER, PARM-NUM-LEN
           MOVE SPACES TO PARM-NUM-TOKEN
           UNSTRING PARM-NUM-INPUT DELIMITED BY ALL ' '
               INTO PARM-NUM-TOKEN COUNT IN PARM-NUM-LEN
           IF PARM-NUM-LEN > 0 AND PARM-NUM-LEN <= 8 THEN
              IF PARM-NUM-TOKEN(1:PARM-NUM-LEN) IS NUMERIC THEN
                 MOVE PARM-NUM-TOKEN(1:PARM-NUM-LEN) TO PARM-NUMBER
                 SET PARM-NUM-VALID TO TRUE
              END-IF
           END-IF.
      *
       1130-PARM-NUMBER-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    1200-LOAD-STATE READS BACK WHERE THE LAST RUN GOT TO. ON   *
      *    THE VERY FIRST RUN THERE IS NO STATE AND THE WHOLE LOG IS  *
      *    NEW.                                                       *
      *---------------------------------------------------------------*
       1200-LOAD-STATE.
      *
           MOVE ZEROS  TO LOG-POSITION, CODE-COUNT
           MOVE SPACES TO LOG-FIRST-TS
           OPEN INPUT PUB-STATE
           IF FS-PUB-STATE = '35' THEN
              DISPLAY 'ALERTPUB - NO ALERTPUB.STATE, STARTING AT THE '
                      'TOP OF THE ALERT LOG'
              GO TO 1200-LOAD-STATE-EXIT
           END-IF
           IF FS-PUB-STATE <> '00' THEN
              DISPLAY 'PUB-STATE ACCESS ERROR - STATUS IS : '
                      FS-PUB-STATE
              ADD 1 TO AUDIT-COUNT-ERRORS
              GO TO 1200-LOAD-STATE-EXIT
           END-IF
           SET STATE-NEOF TO TRUE
           PERFORM 1210-LOAD-STATE-ONE
              THRU 1210-LOAD-STATE-ONE-EXIT
              UNTIL STATE-EOF
           CLOSE PUB-STATE
           DISPLAY 'ALERTPUB - ' LOG-POSITION ' ALERT(S) ALREADY '
                   'DEALT WITH, ' CODE-COUNT ' CODE(S) ON RECORD'.
      *
       1200-LOAD-STATE-EXIT.
           EXIT.
      *
       1210-LOAD-STATE-ONE.
      *
           READ PUB-STATE
               AT END
                  SET STATE-EOF TO TRUE
                  GO TO 1210-LOAD-STATE-ONE-EXIT
           END-READ
           EVALUATE TRUE
              WHEN PS-POSITION-REC
                 IF PS-POSITION IS NUMERIC THEN
                    MOVE PS-POSITION TO LOG-POSITION
                 END-IF
                 MOVE PS-FIRST-TS TO LOG-FIRST-TS
              WHEN PS-CODE-REC
                 IF CODE-COUNT < CODE-MAX THEN
                    ADD 1 TO CODE-COUNT
                    MOVE PS-CODE      TO CT-CODE(CODE-COUNT)
                    MOVE PS-LAST-SENT TO CT-LAST-SENT(CODE-COUNT)
                    MOVE ZEROS        TO CT-HELD(CODE-COUNT)
                    IF PS-HELD IS NUMERIC THEN
                       MOVE PS-HELD TO CT-HELD(CODE-COUNT)
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       1210-LOAD-STATE-ONE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2000-PUBLISH-NEW-ALERTS SKIPS THE PART OF THE ALERT LOG    *
      *    EARLIER RUNS HAVE DEALT WITH AND WORKS THROUGH THE REST.   *
      *    A LOG WHOSE FIRST RECORD HAS CHANGED, OR THAT IS SHORTER   *
      *    THAN THE SAVED POSITION, HAS BEEN ROLLED - EVERYTHING ON   *
      *    IT IS THEN NEW.                                            *
      *---------------------------------------------------------------*
       2000-PUBLISH-NEW-ALERTS.
      *
           SET LOG-KEPT TO TRUE
           PERFORM 2010-OPEN-AND-SKIP
              THRU 2010-OPEN-AND-SKIP-EXIT
           IF LOG-RESET THEN
              DISPLAY 'ALERTPUB - ALERT LOG HAS BEEN ROLLED, READING '
                      'IT FROM THE TOP'
              CLOSE ALERT-LOG
              MOVE ZEROS  TO LOG-POSITION
              MOVE SPACES TO LOG-FIRST-TS
              PERFORM 2010-OPEN-AND-SKIP
                 THRU 2010-OPEN-AND-SKIP-EXIT
           END-IF
           IF EOF THEN
              CLOSE ALERT-LOG
              GO TO 2000-PUBLISH-NEW-ALERTS-EXIT
           END-IF
      *
           PERFORM 2100-PUBLISH-ONE
              THRU 2100-PUBLISH-ONE-EXIT
              UNTIL EOF
           CLOSE ALERT-LOG.
      *
       2000-PUBLISH-NEW-ALERTS-EXIT.
           EXIT.
      *
       2010-OPEN-AND-SKIP.
      *
           SET NEOF TO TRUE
           MOVE ZEROS TO LOG-READ
           OPEN INPUT ALERT-LOG
           IF FS-ALERT-LOG = '35' THEN
              DISPLAY 'ALERTPUB - NO ALERT.LOG, NOTHING TO SEND'
              SET EOF TO TRUE
              GO TO 2010-OPEN-AND-SKIP-EXIT
           END-IF
           IF FS-ALERT-LOG <> '00' THEN
              DISPLAY 'ALERT-LOG ACCESS ERROR - STATUS IS : '
                      FS-ALERT-LOG
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              SET EOF TO TRUE
              GO TO 2010-OPEN-AND-SKIP-EXIT
           END-IF
      *
           PERFORM 2020-READ-ALERT
              THRU 2020-READ-ALERT-EXIT
           IF EOF THEN
              IF LOG-POSITION > 0 THEN
                 SET LOG-RESET TO TRUE
              END-IF
              GO TO 2010-OPEN-AND-SKIP-EXIT
           END-IF
           IF LOG-FIRST-TS NOT = SPACES
              AND AL-TIMESTAMP NOT = LOG-FIRST-TS THEN
              SET LOG-RESET TO TRUE
              GO TO 2010-OPEN-AND-SKIP-EXIT
           END-IF
           MOVE AL-TIMESTAMP TO LOG-FIRST-TS
      *
      *    THE FIRST RECORD IS IN HAND - SKIP THE REST OF THOSE
      *    ALREADY DEALT WITH.
      *
           IF LOG-POSITION > 0 THEN
              COMPUTE SKIP-COUNT = LOG-POSITION - 1
              PERFORM 2020-READ-ALERT
                 THRU 2020-READ-ALERT-EXIT
                 SKIP-COUNT TIMES
              IF NOT EOF THEN
                 PERFORM 2020-READ-ALERT
                    THRU 2020-READ-ALERT-EXIT
              END-IF
              IF LOG-READ < LOG-POSITION THEN
                 SET LOG-RESET TO TRUE
              END-IF
           END-IF.
      *
       2010-OPEN-AND-SKIP-EXIT.
           EXIT.
      *
       2020-READ-ALERT.
      *
           IF EOF THEN
              GO TO 2020-READ-ALERT-EXIT
           END-IF
           READ ALERT-LOG
               AT END
                  SET EOF TO TRUE
                  GO TO 2020-READ-ALERT-EXIT
           END-READ
           ADD 1 TO LOG-READ.
      *
       2020-READ-ALERT-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2100-PUBLISH-ONE DEALS WITH THE ALERT IN HAND AND READS    *
      *    THE NEXT. AN ALERT BELOW THE PAGING SEVERITY IS PASSED     *
      *    OVER; A REPEAT OF A CODE SENT INSIDE THE WINDOW IS HELD    *
      *    BACK; ANYTHING ELSE GOES TO THE ALERT QUEUE. THE POSITION  *
      *    ONLY MOVES PAST AN ALERT ONCE IT IS DEALT WITH, SO A RUN   *
      *    THAT LOSES THE BROKER LEAVES THE REST FOR THE NEXT RUN.    *
      *---------------------------------------------------------------*
       2100-PUBLISH-ONE.
      *
           ADD 1 TO COUNT-NEW
           IF AL-SEVERITY IS NOT NUMERIC
              OR AL-SEVERITY < MIN-SEVERITY THEN
              ADD 1 TO COUNT-BELOW
              GO TO 2100-PUBLISH-ONE-NEXT
           END-IF
           MOVE SEVERITY-NAME(AL-SEVERITY) TO SEV-TEXT
      *
           MOVE ZEROS TO CT-SLOT
           PERFORM 2110-MATCH-CODE-ONE
              THRU 2110-MATCH-CODE-ONE-EXIT
              VARYING CT-INDEX FROM 1 BY 1
              UNTIL CT-INDEX > CODE-COUNT
           IF CT-SLOT > 0 AND WINDOW-SECONDS > 0 THEN
              MOVE AL-TIMESTAMP TO TS-WORK
              PERFORM 2250-TIMESTAMP-SECONDS
                 THRU 2250-TIMESTAMP-SECONDS-EXIT
              MOVE TS-SECONDS TO ALERT-SECONDS
              MOVE CT-LAST-SENT(CT-SLOT) TO TS-WORK
              PERFORM 2250-TIMESTAMP-SECONDS
                 THRU 2250-TIMESTAMP-SECONDS-EXIT
              MOVE TS-SECONDS TO SENT-SECONDS
              IF ALERT-SECONDS >= SENT-SECONDS
                 AND ALERT-SECONDS - SENT-SECONDS < WINDOW-SECONDS THEN
                 ADD 1 TO CT-HELD(CT-SLOT)
                 ADD 1 TO COUNT-HELD
                 MOVE 'HELD BACK' TO PUB-ACTION
                 PERFORM 2150-REPORT-ALERT
                    THRU 2150-REPORT-ALERT-EXIT
                 GO TO 2100-PUBLISH-ONE-NEXT
              END-IF
           END-IF
      *
           IF BROKER-DOWN THEN
              PERFORM 2200-CONNECT-BROKER
                 THRU 2200-CONNECT-BROKER-EXIT
              IF BROKER-DOWN THEN
                 SET EOF TO TRUE
                 GO TO 2100-PUBLISH-ONE-EXIT
              END-IF
           END-IF
      *
           MOVE ZEROS TO HELD-SHOW
           IF CT-SLOT > 0 THEN
              MOVE CT-HELD(CT-SLOT) TO HELD-SHOW
           END-IF
           MOVE SPACES TO W-MESSAGE
           STRING 'ALERT : '   DELIMITED BY SIZE
                  SEV-TEXT     DELIMITED BY SPACE
                  ' '          DELIMITED BY SIZE
                  AL-RECORD    DELIMITED BY SIZE
                  '|REPEATS HELD BACK ' DELIMITED BY SIZE
                  HELD-SHOW    DELIMITED BY SIZE
             INTO W-MESSAGE
           CALL 'queue_write' USING BY REFERENCE ALERT-QUEUE,
                              BY REFERENCE W-MESSAGE
                RETURNING W-RC
           IF W-RC NOT EQUAL 0 THEN
              DISPLAY "ALERTPUB - queue_write ERROR RC IS : " W-RC
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              SET EOF TO TRUE
              GO TO 2100-PUBLISH-ONE-EXIT
           END-IF
      *
           IF CT-SLOT = 0 THEN
              IF CODE-COUNT < CODE-MAX THEN
                 ADD 1 TO CODE-COUNT
                 MOVE CODE-COUNT TO CT-SLOT
                 MOVE AL-CODE    TO CT-CODE(CT-SLOT)
              END-IF
           END-IF
           IF CT-SLOT > 0 THEN
              MOVE AL-TIMESTAMP TO CT-LAST-SENT(CT-SLOT)
              MOVE ZEROS        TO CT-HELD(CT-SLOT)
           END-IF
           ADD 1 TO COUNT-SENT
           ADD 1 TO AUDIT-COUNT-PROCESSED
           MOVE 'SENT' TO PUB-ACTION
           PERFORM 2150-REPORT-ALERT
              THRU 2150-REPORT-ALERT-EXIT.
      *
       2100-PUBLISH-ONE-NEXT.
      *
           ADD 1 TO LOG-POSITION
           PERFORM 2020-READ-ALERT
              THRU 2020-READ-ALERT-EXIT.
      *
       2100-PUBLISH-ONE-EXIT.
           EXIT.
      *
       2110-MATCH-CODE-ONE.
      *
           IF CT-CODE(CT-INDEX) = AL-CODE THEN
              MOVE CT-INDEX TO CT-SLOT
           END-IF.
      *
       2110-MATCH-CODE-ONE-EXIT.
           EXIT.
      *
       2150-REPORT-ALERT.
      *
           MOVE SPACES TO PUB-RPT-RECORD
           STRING PUB-ACTION   DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  SEV-TEXT     DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  AL-RECORD    DELIMITED BY SIZE
             INTO PUB-RPT-RECORD
           WRITE PUB-RPT-RECORD.
      *
       2150-REPORT-ALERT-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2200-CONNECT-BROKER CONNECTS ON THE FIRST ALERT THAT HAS   *
      *    TO GO OUT - A QUIET NIGHT NEVER TOUCHES THE BROKER. ONE    *
      *    TRY PER RUN; THE NEXT RUN TRIES AGAIN.                     *
      *---------------------------------------------------------------*
       2200-CONNECT-BROKER.
      *
           IF BROKER-TRIED THEN
              GO TO 2200-CONNECT-BROKER-EXIT
           END-IF
           SET BROKER-TRIED TO TRUE
           DISPLAY "ALERTPUB - queue_connect BEFORE     "
           CALL 'broker_connect' USING BY REFERENCE W-HOSTNAME,
                                 BY REFERENCE W-PORT
                RETURNING W-RC
           DISPLAY "ALERTPUB - queue_connect RC : " W-RC
           IF W-RC NOT EQUAL 0 THEN
              DISPLAY "ALERTPUB - queue_connect ERROR RC IS : " W-RC
              DISPLAY "ALERTPUB - ALERTS LEFT FOR THE NEXT RUN"
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              GO TO 2200-CONNECT-BROKER-EXIT
           END-IF
           SET BROKER-CONNECTED TO TRUE.
      *
       2200-CONNECT-BROKER-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2250-TIMESTAMP-SECONDS TURNS TS-WORK INTO SECONDS SINCE   *
      *    THE START OF THE INTEGER-OF-DATE CALENDAR.                *
      *---------------------------------------------------------------*
       2250-TIMESTAMP-SECONDS.
      *
           MOVE ZEROS TO TS-SECONDS
           IF TS-WORK IS NOT NUMERIC OR TS-DATE-N < 16010101 THEN
              GO TO 2250-TIMESTAMP-SECONDS-EXIT
           END-IF
           COMPUTE TS-SECONDS =
                   FUNCTION INTEGER-OF-DATE(TS-DATE-N) * 86400
                   + TS-HH * 3600 + TS-MI * 60 + TS-SS.
      *
       2250-TIMESTAMP-SECONDS-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2300-SAVE-STATE REWRITES THE STATE FILE : THE LOG          *
      *    POSITION FIRST, THEN ONE RECORD PER ALERT CODE SENT.       *
      *---------------------------------------------------------------*
       2300-SAVE-STATE.
      *
           OPEN OUTPUT PUB-STATE
           IF FS-PUB-STATE <> '00' THEN
              DISPLAY 'PUB-STATE ACCESS ERROR - STATUS IS : '
                      FS-PUB-STATE
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              GO TO 2300-SAVE-STATE-EXIT
           END-IF
           MOVE SPACES       TO PS-RECORD
           MOVE 'P'          TO PS-TYPE
           MOVE LOG-POSITION TO PS-POSITION
           MOVE LOG-FIRST-TS TO PS-FIRST-TS
           WRITE PS-RECORD
           PERFORM 2310-SAVE-CODE-ONE
              THRU 2310-SAVE-CODE-ONE-EXIT
              VARYING CT-INDEX FROM 1 BY 1
              UNTIL CT-INDEX > CODE-COUNT
           CLOSE PUB-STATE.
      *
       2300-SAVE-STATE-EXIT.
           EXIT.
      *
       2310-SAVE-CODE-ONE.
      *
           MOVE SPACES                 TO PS-RECORD
           MOVE 'S'                    TO PS-TYPE
           MOVE CT-CODE(CT-INDEX)      TO PS-CODE
           MOVE CT-LAST-SENT(CT-INDEX) TO PS-LAST-SENT
           MOVE CT-HELD(CT-INDEX)      TO PS-HELD
           WRITE PS-RECORD
           IF FS-PUB-STATE <> '00' THEN
              DISPLAY 'PUB-STATE WRITE ERROR - STATUS IS : '
                      FS-PUB-STATE
              ADD 1 TO AUDIT-COUNT-ERRORS
           END-IF.
      *
       2310-SAVE-CODE-ONE-EXIT.
           EXIT.
      *
       2400-WRITE-SUMMARY.
      *
           MOVE SPACES TO PUB-RPT-RECORD
           WRITE PUB-RPT-RECORD
           MOVE SPACES TO PUB-RPT-RECORD
           STRING 'NEW ALERTS ON THE LOG    : ' DELIMITED BY SIZE
                  COUNT-NEW                     DELIMITED BY SIZE
             INTO PUB-RPT-RECORD
           WRITE PUB-RPT-RECORD
      *
           MOVE SPACES TO PUB-RPT-RECORD
           STRING 'BELOW PAGING SEVERITY    : ' DELIMITED BY SIZE
                  COUNT-BELOW                   DELIMITED BY SIZE
             INTO PUB-RPT-RECORD
           WRITE PUB-RPT-RECORD
      *
           MOVE SPACES TO PUB-RPT-RECORD
           STRING 'REPEATS HELD BACK        : ' DELIMITED BY SIZE
                  COUNT-HELD                    DELIMITED BY SIZE
             INTO PUB-RPT-RECORD
           WRITE PUB-RPT-RECORD
      *
           MOVE SPACES TO PUB-RPT-RECORD
           STRING 'SENT TO '                    DELIMITED BY SIZE
                  ALERT-QUEUE                   DELIMITED BY SIZE
                  '  : '                        DELIMITED BY SIZE
                  COUNT-SENT                    DELIMITED BY SIZE
             INTO PUB-RPT-RECORD
           WRITE PUB-RPT-RECORD
      *
           DISPLAY 'ALERTPUB - NEW      : ' COUNT-NEW
           DISPLAY 'ALERTPUB - BELOW    : ' COUNT-BELOW
           DISPLAY 'ALERTPUB - HELD     : ' COUNT-HELD
           DISPLAY 'ALERTPUB - SENT     : ' COUNT-SENT.
      *
       2400-WRITE-SUMMARY-EXIT.
           EXIT.
      *
       2900-WRITE-AUDIT.
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE FULL-DATETIME TO AUDIT-END-TIMESTAMP.
      *
           OPEN EXTEND AUDIT-FILE
           IF FS-AUDIT-FILE = '35' OR FS-AUDIT-FILE = '05' THEN
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF FS-AUDIT-FILE <> '00' THEN
              DISPLAY 'AUDIT-FILE ACCESS ERROR - STATUS IS : '
                      FS-AUDIT-FILE
           ELSE
              MOVE PGM-NAME              TO AUD-PROGRAM-NAME
              MOVE AUDIT-START-TIMESTAMP TO AUD-START-TIMESTAMP
              MOVE AUDIT-END-TIMESTAMP   TO AUD-END-TIMESTAMP
              MOVE AUDIT-COUNT-PROCESSED TO AUD-COUNT-PROCESSED
              MOVE AUDIT-COUNT-ERRORS    TO AUD-COUNT-ERRORS
              MOVE ZEROS                 TO AUD-COUNT-HELD
              MOVE SPACES                TO AUD-BUSINESS-DATE
              WRITE AUDIT-RECORD
              CLOSE AUDIT-FILE
           END-IF.
      *
       2900-WRITE-AUDIT-EXIT.
           EXIT.
      *
       3000-END.
      *
           PERFORM 2900-WRITE-AUDIT THRU 2900-WRITE-AUDIT-EXIT.
           CLOSE PUB-RPT.
           STOP RUN.
