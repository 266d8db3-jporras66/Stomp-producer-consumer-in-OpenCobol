        COPY 'select-batch-register.cpy'.
      *
        COPY 'select-run-control.cpy'.
      *
        COPY 'select-alert-log.cpy'.
      *
        COPY 'select-dup-register.cpy'.
      *
      *    DUP-RPT LISTS EVERY DETAIL FOUND ALREADY PUBLISHED INSIDE
      *    THE DUPLICATE WINDOW, AND WHETHER ITS BATCH WAS HELD OR
      *    RELEASED. IT IS APPENDED TO, ONE BLOCK PER BATCH.
      *
           SELECT DUP-RPT
               ASSIGN TO 'DUPREF.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DUP-RPT.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       COPY 'fd-batch-register.cpy'.
      *
       COPY 'fd-run-control.cpy'.
      *
       COPY 'fd-alert-log.cpy'.
      *
       COPY 'fd-dup-register.cpy'.
      *
       FD  DUP-RPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DUP-RPT-RECORD           PIC X(132).
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
       01 ACK-REGISTER-FLAG PIC X(01) VALUE 'N'.
          88 ACK-REGISTER-ON  VALUE 'Y'.
          88 ACK-REGISTER-OFF VALUE 'N'.
       01 FS-BATCH-REGISTER PIC X(02) VALUE '00'.
      *---------------------------------------------------------------*
      *    D U P L I C A T E   R E F E R E N C E   F I R E W A L L    *
      *    EVERY DETAIL IS LOOKED UP ON DUPREF.REGISTER DURING THE    *
      *    VALIDATION PASS. ONE PUBLISHED WITHIN THE LAST             *
      *    DUP-WINDOW-DAYS (DUP-WINDOW= IN THE PARM) IS LISTED ON     *
      *    DUPREF.RPT AND THE WHOLE BATCH IS HELD, UNLESS THE         *
      *    OPERATOR HAS KEYED AN OVRRD/RELEASE FOR THE BATCH ID ON    *
      *    THE RUNCTL SCREEN. THE REGISTER ITSELF ONLY MOVES WHEN     *
      *    THE BROKER TAKES A MESSAGE.                                *
      *---------------------------------------------------------------*
       01 FS-DUP-REGISTER   PIC X(02) VALUE '00'.
       01 FS-DUP-RPT        PIC X(02) VALUE '00'.
       01 DUP-WINDOW-DAYS   PIC 9(04) VALUE 30.
       01 DUP-REGISTER-SW   PIC 9 VALUE 0.
          88 DUP-REGISTER-OPEN   VALUE 1.
          88 DUP-REGISTER-CLOSED VALUE 0.
       01 DUP-RPT-SW        PIC 9 VALUE 0.
          88 DUP-RPT-OPEN        VALUE 1.
          88 DUP-RPT-CLOSED      VALUE 0.
       01 DUP-FOUND-COUNT   PIC 9(08) VALUE ZEROS.
       01 DUP-TODAY-NUMBER  PIC 9(08) VALUE ZEROS.
       01 DUP-SEEN-NUMBER   PIC 9(08) VALUE ZEROS.
       01 DUP-SEEN-DATE     PIC 9(08) VALUE ZEROS.
       01 DUP-PUBLISHED-KEY PIC X(12) VALUE SPACES.
       01 DUP-HOLD-SW       PIC 9 VALUE 0.
          88 BATCH-HELD          VALUE 1.
          88 BATCH-NHELD         VALUE 0.
       01 DUP-RELEASE-SW    PIC 9 VALUE 0.
          88 BATCH-RELEASED      VALUE 1.
          88 BATCH-NRELEASED     VALUE 0.
       01 RC-SCAN-EOF-SW    PIC 9 VALUE 0.
          88 RC-SCAN-EOF         VALUE 1.
          88 RC-SCAN-NEOF        VALUE 0.
      *    THE CODE/REFERENCE KEYS PACKED INTO THE FRAME BEING BUILT,
      *    REGISTERED ONLY ONCE THE WHOLE FRAME IS ON THE BROKER.
       01 FRAME-KEY-TABLE.
          05 FRAME-KEY      OCCURS 30 TIMES PIC X(12).
       01 FK-INDEX          PIC 9(02) VALUE ZEROS.
      *    MESSAGE HEADER : 'DATE : ', THE BUSINESS DATE OF THE BATCH
      *    (TRANS-FILE HEADER CREATION DATE), THE 16-BYTE PUBLISH
      *    TIMESTAMP AND THE BATCH ID. THE HEADER IS NEVER CONVERTED.
       01 W-MESSAGE.
          05 FILLER1    PIC X(07)   VALUE 'DATE : '.
          05 W-BUSINESS-DATE
                        PIC X(08)   VALUE SPACES.
          05 W-DATE     PIC X(25)   .
          05 W-DATE-PARTS REDEFINES W-DATE.
             10 W-PUBLISH-TIMESTAMP
                        PIC X(16).
             10 W-BATCH-ID
                        PIC X(08).
             10 FILLER  PIC X(01).
          05 W-ALFA1    PIC X(37)
             VALUE      'abcdefghijklmnñopqrstuvwxyz0123456789'.
          05 W-ALFA2    PIC X(37)
           MOVE SPACES    TO RC-W-DETAIL
           PERFORM 2950-WRITE-RUN-CONTROL
              THRU 2950-WRITE-RUN-CONTROL-EXIT
      *
           PERFORM 2020-OPEN-DUP-REGISTER
              THRU 2020-OPEN-DUP-REGISTER-EXIT
      *
           PERFORM 2000-INIT
              THRU 2000-INIT-EXIT.
      *
           IF DUP-REGISTER-OPEN THEN
              CLOSE DUP-REGISTER
           END-IF
           IF DUP-RPT-OPEN THEN
              CLOSE DUP-RPT
           END-IF
      *
           MOVE 'END'     TO RC-W-EVENT
           EVALUATE RETURN-CODE
                    MOVE PARM-NUMBER   TO W-PORT
                 ELSE
                    DISPLAY 'PRODUCER - BAD PORT IN PARM : ' PARM-VALUE
                    MOVE 2          TO AL-W-SEVERITY
                    MOVE 'BADPORT'  TO AL-W-CODE
                    MOVE SPACES     TO AL-W-TEXT
                    STRING 'BAD PORT IN PARM : ' DELIMITED BY SIZE
                           PARM-VALUE            DELIMITED BY SIZE
                      INTO AL-W-TEXT
                    PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
                 END-IF
              WHEN 'MSGCOUNT'
                 MOVE PARM-VALUE TO PARM-NUM-INPUT
                    MOVE PARM-VALUE(1:30) TO WS-MANIFEST-NAME
                    SET MANIFEST-MODE-ON  TO TRUE
                 END-IF
              WHEN 'DUP-WINDOW'
                 MOVE PARM-VALUE TO PARM-NUM-INPUT
                 PERFORM 1130-PARM-NUMBER THRU 1130-PARM-NUMBER-EXIT
                 IF PARM-NUM-VALID AND PARM-NUMBER > 0
                                   AND PARM-NUMBER < 10000 THEN
                    MOVE PARM-NUMBER   TO DUP-WINDOW-DAYS
                 ELSE
                    DISPLAY 'PRODUCER - BAD DUP-WINDOW IN PARM : '
                            PARM-VALUE
                 END-IF
              WHEN OTHER
                 DISPLAY 'PRODUCER - UNKNOWN PARM KEYWORD : ' PARM-KEY
           END-EVALUATE.
              GO TO 2000-INIT-EXIT
           END-IF
      *
      *    A BALANCED BATCH CAN STILL BE YESTERDAY'S EXTRACT DROPPED
      *    AGAIN - ANY DETAIL ALREADY PUBLISHED INSIDE THE WINDOW
      *    HOLDS THE WHOLE BATCH UNTIL THE OPERATOR RELEASES IT.
      *
           PERFORM 2042-HOLD-DUPLICATES
                   THRU 2042-HOLD-DUPLICATES-EXIT
           IF BATCH-HELD THEN
              DISPLAY "PRODUCER - BATCH " BH-BATCH-ID " HELD, "
                      DUP-FOUND-COUNT " DETAIL(S) ALREADY PUBLISHED"
              PERFORM 2900-WRITE-AUDIT THRU 2900-WRITE-AUDIT-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 2000-INIT-EXIT
           END-IF
      *
      *    THE UNROUTABLE CODES THE VALIDATION PASS TALLIED ARE
      *    REPORTED BEFORE THE BROKER IS EVEN CONNECTED - THE DESK
      *    SEES THEM UP FRONT AND THE DETAILS ARE NEVER PUBLISHED.
           ADD 1 TO AUDIT-COUNT-ERRORS
      *
           IF W-HOSTNAME-2 = SPACES THEN
              MOVE 4          TO AL-W-SEVERITY
              MOVE 'BRKDOWN'  TO AL-W-CODE
              STRING 'BROKER ' DELIMITED BY SIZE
                     W-HOSTNAME DELIMITED BY SPACE
                     ' UNREACHABLE, NO BACKUP BROKER'
                                DELIMITED BY SIZE
                INTO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
              GO TO 2010-CONNECT-BROKER-EXIT
           END-IF
           DISPLAY "PRODUCER - FAILING OVER TO BACKUP BROKER "
                   W-HOSTNAME-2
           MOVE 3          TO AL-W-SEVERITY
           MOVE 'FAILOVER' TO AL-W-CODE
           STRING 'BROKER '     DELIMITED BY SIZE
                  W-HOSTNAME    DELIMITED BY SPACE
                  ' DOWN, FAILING OVER TO ' DELIMITED BY SIZE
                  W-HOSTNAME-2  DELIMITED BY SPACE
             INTO AL-W-TEXT
           PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
           CALL 'broker_connect' USING BY REFERENCE W-HOSTNAME-2,
                                 BY REFERENCE W-PORT-2
                RETURNING W-RC
              DISPLAY "PRODUCER - backup queue_connect ERROR RC IS : "
                      W-RC
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 4          TO AL-W-SEVERITY
              MOVE 'BRKDOWN'  TO AL-W-CODE
              MOVE 'PRIMARY AND BACKUP BROKERS BOTH UNREACHABLE'
                              TO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
           END-IF.
      *
       2010-CONNECT-BROKER-EXIT.
                      THRU 2910-WRITE-BATCH-AUDIT-EXIT
              GO TO 2035-PUBLISH-ONE-BATCH-EXIT
           END-IF
           PERFORM 2042-HOLD-DUPLICATES
                   THRU 2042-HOLD-DUPLICATES-EXIT
           IF BATCH-HELD THEN
              DISPLAY 'PRODUCER - BATCH SKIPPED, HELD FOR DUPLICATE '
                      'REFERENCES : ' WS-TRANS-FILE-NAME
              ADD 1 TO MANIFEST-SKIPPED
              ADD 1 TO AUDIT-COUNT-ERRORS
              PERFORM 2910-WRITE-BATCH-AUDIT
                      THRU 2910-WRITE-BATCH-AUDIT-EXIT
              GO TO 2035-PUBLISH-ONE-BATCH-EXIT
           END-IF
      *
           PERFORM 2044-REPORT-UNROUTED
                   THRU 2044-REPORT-UNROUTED-EXIT
           ADD 1 TO RECONNECT-COUNT
           IF RECONNECT-COUNT > RECONNECT-LIMIT THEN
              DISPLAY "PRODUCER - RECONNECT LIMIT REACHED"
              MOVE 4          TO AL-W-SEVERITY
              MOVE 'RECONLIM' TO AL-W-CODE
              MOVE 'BROKER RECONNECT LIMIT REACHED, RUN ABANDONED'
                              TO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
              SET BROKER-DOWN TO TRUE
              GO TO 2090-RECONNECT-BROKER-EXIT
           END-IF
           DISPLAY "PRODUCER - ATTEMPTING BROKER RECONNECT "
                   RECONNECT-COUNT " OF " RECONNECT-LIMIT
           MOVE 3          TO AL-W-SEVERITY
           MOVE 'RECONNCT' TO AL-W-CODE
           STRING 'BROKER CONNECTION LOST, RECONNECT ATTEMPT '
                                  DELIMITED BY SIZE
                  RECONNECT-COUNT DELIMITED BY SIZE
             INTO AL-W-TEXT
           PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
           CALL 'broker_disconnect' RETURNING W-RC
           PERFORM 2010-CONNECT-BROKER
                   THRU 2010-CONNECT-BROKER-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2020-OPEN-DUP-REGISTER OPENS THE DUPLICATE REGISTER FOR    *
      *    THE WHOLE RUN (CREATING IT ON FIRST USE) AND THE           *
      *    DUPLICATES REPORT. A REGISTER THAT WILL NOT OPEN IS        *
      *    REPORTED AND THE RUN GOES ON UNGUARDED, AS BEFORE.         *
      *---------------------------------------------------------------*
       2020-OPEN-DUP-REGISTER.
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE F-DATE TO DUP-SEEN-DATE
           MOVE FUNCTION INTEGER-OF-DATE(DUP-SEEN-DATE)
             TO DUP-TODAY-NUMBER
      *
           OPEN I-O DUP-REGISTER
           IF FS-DUP-REGISTER = '35' OR FS-DUP-REGISTER = '05' THEN
              OPEN OUTPUT DUP-REGISTER
              CLOSE DUP-REGISTER
              OPEN I-O DUP-REGISTER
           END-IF
           IF FS-DUP-REGISTER <> '00' THEN
              DISPLAY 'DUP-REGISTER ACCESS ERROR - STATUS IS : '
                      FS-DUP-REGISTER
              DISPLAY 'PRODUCER - DUPLICATE CHECK NOT AVAILABLE'
              ADD 1 TO AUDIT-COUNT-ERRORS
           ELSE
              SET DUP-REGISTER-OPEN TO TRUE
           END-IF
      *
           OPEN EXTEND DUP-RPT
           IF FS-DUP-RPT = '35' OR FS-DUP-RPT = '05' THEN
              OPEN OUTPUT DUP-RPT
           END-IF
           IF FS-DUP-RPT <> '00' THEN
              DISPLAY 'DUP-RPT ACCESS ERROR - STATUS IS : '
                      FS-DUP-RPT
           ELSE
              SET DUP-RPT-OPEN TO TRUE
           END-IF.
      *
       2020-OPEN-DUP-REGISTER-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2041-CHECK-DUPLICATE LOOKS THE CURRENT DETAIL UP ON THE    *
      *    DUPLICATE REGISTER. A HIT PUBLISHED WITHIN THE WINDOW IS   *
      *    COUNTED AND LISTED ON DUPREF.RPT WITH THE BATCH AND DATE   *
      *    THAT CARRIED IT LAST.                                      *
      *---------------------------------------------------------------*
       2041-CHECK-DUPLICATE.
      *
           IF DUP-REGISTER-CLOSED THEN
              GO TO 2041-CHECK-DUPLICATE-EXIT
           END-IF
           MOVE TD-TXN-CODE   TO DR-TXN-CODE
           MOVE TD-REF-NUMBER TO DR-REF-NUMBER
           READ DUP-REGISTER KEY IS DR-KEY
               INVALID KEY
                  GO TO 2041-CHECK-DUPLICATE-EXIT
           END-READ
           IF FS-DUP-REGISTER <> '00' THEN
              DISPLAY 'DUP-REGISTER READ ERROR - STATUS IS : '
                      FS-DUP-REGISTER
              GO TO 2041-CHECK-DUPLICATE-EXIT
           END-IF
      *
      *    A ROW WITH NO USABLE DATE CANNOT BE AGED OUT, SO IT IS
      *    TREATED AS INSIDE THE WINDOW.
      *
           IF DR-PUBLISH-DATE IS NUMERIC THEN
              MOVE DR-PUBLISH-DATE TO DUP-SEEN-DATE
              MOVE FUNCTION INTEGER-OF-DATE(DUP-SEEN-DATE)
                TO DUP-SEEN-NUMBER
              IF DUP-TODAY-NUMBER - DUP-SEEN-NUMBER > DUP-WINDOW-DAYS
                 THEN
                 GO TO 2041-CHECK-DUPLICATE-EXIT
              END-IF
           END-IF
      *
           ADD 1 TO DUP-FOUND-COUNT
           IF DUP-RPT-OPEN THEN
              MOVE SPACES TO DUP-RPT-RECORD
              STRING 'BATCH '          DELIMITED BY SIZE
                     BH-BATCH-ID       DELIMITED BY SIZE
                     ' DUPLICATE - CODE ' DELIMITED BY SIZE
                     TD-TXN-CODE       DELIMITED BY SIZE
                     ' REF '           DELIMITED BY SIZE
                     TD-REF-NUMBER     DELIMITED BY SIZE
                     ' PUBLISHED IN '  DELIMITED BY SIZE
                     DR-BATCH-ID       DELIMITED BY SIZE
                     ' ON '            DELIMITED BY SIZE
                     DR-PUBLISH-DATE   DELIMITED BY SIZE
                INTO DUP-RPT-RECORD
              WRITE DUP-RPT-RECORD
           END-IF.
      *
       2041-CHECK-DUPLICATE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2042-HOLD-DUPLICATES DECIDES THE FATE OF A BATCH THE       *
      *    VALIDATION PASS FOUND DUPLICATES IN : HELD, UNLESS         *
      *    RUN.CONTROL CARRIES AN OVRRD EVENT WITH OUTCOME RELEASE    *
      *    AND THE BATCH ID IN THE DETAIL - THE SAME OPERATOR         *
      *    OVERRIDE MSGSTORE HONOURS FOR A RELOAD.                    *
      *---------------------------------------------------------------*
       2042-HOLD-DUPLICATES.
      *
           SET BATCH-NHELD     TO TRUE
           SET BATCH-NRELEASED TO TRUE
           IF DUP-FOUND-COUNT = 0 THEN
              GO TO 2042-HOLD-DUPLICATES-EXIT
           END-IF
      *
           OPEN INPUT RUN-CONTROL
           IF FS-RUN-CONTROL = '00' THEN
              SET RC-SCAN-NEOF TO TRUE
              PERFORM 2043-SCAN-RELEASE-ONE
                      THRU 2043-SCAN-RELEASE-ONE-EXIT
                      UNTIL RC-SCAN-EOF
              CLOSE RUN-CONTROL
           END-IF
      *
           MOVE SPACES TO DUP-RPT-RECORD
           IF BATCH-RELEASED THEN
              DISPLAY 'PRODUCER - BATCH ' BH-BATCH-ID ' RELEASED BY '
                      'OPERATOR WITH ' DUP-FOUND-COUNT ' DUPLICATE(S)'
              STRING 'BATCH '          DELIMITED BY SIZE
                     BH-BATCH-ID       DELIMITED BY SIZE
                     ' RELEASED BY OPERATOR, DUPLICATES : '
                                       DELIMITED BY SIZE
                     DUP-FOUND-COUNT   DELIMITED BY SIZE
                INTO DUP-RPT-RECORD
           ELSE
              SET BATCH-HELD TO TRUE
              STRING 'BATCH '          DELIMITED BY SIZE
                     BH-BATCH-ID       DELIMITED BY SIZE
                     ' HELD, DUPLICATES : ' DELIMITED BY SIZE
                     DUP-FOUND-COUNT   DELIMITED BY SIZE
                     ' - RUNCTL OVRRD RELEASE TO PUBLISH'
                                       DELIMITED BY SIZE
                INTO DUP-RPT-RECORD
              MOVE 3           TO AL-W-SEVERITY
              MOVE 'DUPBATCH'  TO AL-W-CODE
              MOVE BH-BATCH-ID TO AL-W-BATCH-ID
              STRING 'BATCH HELD, DETAILS ALREADY PUBLISHED : '
                                       DELIMITED BY SIZE
                     DUP-FOUND-COUNT   DELIMITED BY SIZE
                INTO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
           END-IF
           IF DUP-RPT-OPEN THEN
              WRITE DUP-RPT-RECORD
           END-IF.
      *
       2042-HOLD-DUPLICATES-EXIT.
           EXIT.
      *
       2043-SCAN-RELEASE-ONE.
      *
           READ RUN-CONTROL
               AT END
                  SET RC-SCAN-EOF TO TRUE
                  GO TO 2043-SCAN-RELEASE-ONE-EXIT
           END-READ
           IF RC-EVENT-OVERRIDE AND RC-OUTCOME = 'RELEASE'
              AND RC-DETAIL(1:8) = BH-BATCH-ID THEN
              SET BATCH-RELEASED TO TRUE
           END-IF.
      *
       2043-SCAN-RELEASE-ONE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2040-VALIDATE-TRANS-FILE PROVES THE FEED IS IN BALANCE     *
      *    BEFORE THE FIRST queue_write : A HEADER RECORD ('HDR',     *
      *    BATCH ID, CREATION DATE, EXPECTED COUNT) MUST COME FIRST   *
           SET TRAILER-NSEEN TO TRUE
           SET TRAILER-GOOD  TO TRUE
           MOVE ZEROS TO BATCH-COUNTED-DETAILS, BATCH-COMPUTED-HASH,
                         BT-ACTUAL-COUNT, BT-HASH-TOTAL,
                         DUP-FOUND-COUNT
      *
           OPEN INPUT TRANS-FILE
           IF FS-TRANS-FILE <> '00' THEN
              GO TO 2040-VALIDATE-TRANS-FILE-EXIT
           END-IF
           MOVE TC-BATCH-ID         TO BH-BATCH-ID
           IF TC-CREATION-DATE IS NUMERIC THEN
              MOVE TC-CREATION-DATE   TO BH-CREATION-DATE
           ELSE
              DISPLAY 'PRODUCER - BAD CREATION DATE IN BATCH HEADER'
              ADD 1 TO AUDIT-COUNT-ERRORS
              CLOSE TRANS-FILE
              GO TO 2040-VALIDATE-TRANS-FILE-EXIT
           END-IF
           IF TC-EXPECTED-COUNT IS NUMERIC THEN
              MOVE TC-EXPECTED-COUNT  TO BH-EXPECTED-COUNT
           ELSE
              MOVE TD-REF-NUMBER   TO TRANS-REF-NUMBER
              ADD TRANS-REF-NUMBER TO BATCH-COMPUTED-HASH
           END-IF
           PERFORM 2041-CHECK-DUPLICATE
                   THRU 2041-CHECK-DUPLICATE-EXIT
      *
      *    IN ROUTING MODE EVERY CODE IS PROVED ROUTABLE RIGHT HERE,
      *    SO THE UNROUTABLE ONES ARE ON THE CONSOLE BEFORE THE
           IF ROUTE-MODE-ON AND UNROUTED-TOTAL > 0 THEN
              DISPLAY 'PRODUCER - ' UNROUTED-TOTAL ' DETAIL(S) HAVE '
                      'NO ROUTE AND WILL NOT BE PUBLISHED'
              MOVE 2           TO AL-W-SEVERITY
              MOVE 'UNROUTED'  TO AL-W-CODE
              MOVE BH-BATCH-ID TO AL-W-BATCH-ID
              STRING UNROUTED-TOTAL DELIMITED BY SIZE
                     ' DETAIL(S) WITH NO ROUTE, NOT PUBLISHED'
                                    DELIMITED BY SIZE
                INTO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
              PERFORM 2049-REPORT-UNROUTED-ONE
                      THRU 2049-REPORT-UNROUTED-ONE-EXIT
                      VARYING UR-INDEX FROM 1 BY 1
      *
           MOVE SPACES TO W-DATE, W-BUFFER
           MOVE FUNCTION CURRENT-DATE TO W-DATE
           MOVE BH-CREATION-DATE TO W-BUSINESS-DATE
           MOVE BH-BATCH-ID      TO W-BATCH-ID
           MOVE ZEROS TO W-ID1, W-ID2, W-ID3, W-ID4
           SET W-EOB-MARKER TO TRUE
           MOVE W-QUEUE-PUBLISHED TO W-EOB-COUNT
           MOVE ZEROS             TO BR-ACKED
           MOVE 'OPEN'            TO BR-STATUS
           MOVE FULL-DATETIME     TO BR-TIMESTAMP
           MOVE BH-CREATION-DATE  TO BR-BUSINESS-DATE
           MOVE ZEROS             TO BR-REVERSED
           MOVE '|' TO BR-RECORD(9:1), BR-RECORD(25:1),
                       BR-RECORD(34:1), BR-RECORD(43:1),
                       BR-RECORD(53:1), BR-RECORD(70:1),
                       BR-RECORD(79:1)
           WRITE BR-RECORD
           IF FS-BATCH-REGISTER <> '00' THEN
              DISPLAY 'BATCH-REGISTER WRITE ERROR - STATUS IS : '
       2275-PACK-PENDING.
      *
           ADD 1 TO BLOCK-IN-FRAME
           MOVE PEND-PAYLOAD(1:12) TO FRAME-KEY(BLOCK-IN-FRAME)
           COMPUTE SH-SEQ = W-QUEUE-PUBLISHED + BLOCK-IN-FRAME
           MOVE PEND-CHECKSUM TO SH-CHECKSUM
           MOVE PEND-FLAG     TO SH-FLAG
      *
           MOVE SPACES TO W-DATE, W-BUFFER
           MOVE FUNCTION CURRENT-DATE TO W-DATE
           MOVE BH-CREATION-DATE TO W-BUSINESS-DATE
           MOVE BH-BATCH-ID      TO W-BATCH-ID
           COMPUTE PUBLISH-SEQ = W-QUEUE-PUBLISHED + 1
           MOVE PUBLISH-SEQ TO W-ID1, W-ID2, W-ID3, W-ID4
           SET W-BLOCK-FRAME TO TRUE
           IF W-RC EQUAL 0 THEN
              ADD BLOCK-IN-FRAME TO W-QUEUE-PUBLISHED
              ADD BLOCK-IN-FRAME TO AUDIT-COUNT-PROCESSED
              PERFORM 2285-REGISTER-FRAME-ONE
                      THRU 2285-REGISTER-FRAME-ONE-EXIT
                      VARYING FK-INDEX FROM 1 BY 1
                      UNTIL FK-INDEX > BLOCK-IN-FRAME
           END-IF
      *
           SET W-DATA-MESSAGE TO TRUE
      *
       2280-PUBLISH-FRAME-EXIT.
           EXIT.
      *
       2285-REGISTER-FRAME-ONE.
      *
           MOVE FRAME-KEY(FK-INDEX) TO DUP-PUBLISHED-KEY
           PERFORM 2310-REGISTER-PUBLISHED
                   THRU 2310-REGISTER-PUBLISHED-EXIT.
      *
       2285-REGISTER-FRAME-ONE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2300-PUBLISH-DETAIL PUBLISHES THE DETAIL SITTING IN        *
      *
           MOVE SPACES TO W-DATE, W-BUFFER
           MOVE FUNCTION CURRENT-DATE TO W-DATE
           MOVE BH-CREATION-DATE TO W-BUSINESS-DATE
           MOVE BH-BATCH-ID      TO W-BATCH-ID
           MOVE PUBLISH-SEQ TO W-ID1, W-ID2, W-ID3, W-ID4
           IF TD-URGENT THEN
              SET W-PRIORITY-MESSAGE TO TRUE
      *       THIS SIDE AND MUST NOT READ AS LOST IN FLIGHT.
              IF W-RC EQUAL 0 THEN
                 ADD 1 TO W-QUEUE-PUBLISHED
                 MOVE TRANS-RECORD(1:12) TO DUP-PUBLISHED-KEY
                 PERFORM 2310-REGISTER-PUBLISHED
                         THRU 2310-REGISTER-PUBLISHED-EXIT
              END-IF
      *
              SET STATE-PUBLISHING TO TRUE
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2310-REGISTER-PUBLISHED FILES THE CODE AND REFERENCE IN    *
      *    DUP-PUBLISHED-KEY ON THE DUPLICATE REGISTER ONCE THE       *
      *    BROKER HAS TAKEN IT. A KEY ALREADY ON FILE (A RELEASED     *
      *    DUPLICATE, OR THE SAME DETAIL FANNED OUT TO ANOTHER        *
      *    QUEUE) IS REWRITTEN WITH TODAY'S BATCH AND DATE.           *
      *---------------------------------------------------------------*
       2310-REGISTER-PUBLISHED.
      *
           IF DUP-REGISTER-CLOSED THEN
              GO TO 2310-REGISTER-PUBLISHED-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE SPACES            TO DR-RECORD
           MOVE DUP-PUBLISHED-KEY TO DR-KEY
           MOVE BH-BATCH-ID       TO DR-BATCH-ID
           MOVE F-DATE            TO DR-PUBLISH-DATE
           MOVE FULL-DATETIME     TO DR-TIMESTAMP
           WRITE DR-RECORD
           IF FS-DUP-REGISTER = '22' THEN
              REWRITE DR-RECORD
           END-IF
           IF FS-DUP-REGISTER <> '00' THEN
              DISPLAY 'DUP-REGISTER WRITE ERROR - STATUS IS : '
                      FS-DUP-REGISTER ' KEY : ' DR-KEY
              ADD 1 TO AUDIT-COUNT-ERRORS
           END-IF.
      *
       2310-REGISTER-PUBLISHED-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2110-READ-TRANS-DETAIL DELIVERS THE NEXT PUBLISHABLE       *
      *    DETAIL RECORD : THE BATCH HEADER IS SKIPPED AND THE        *
      *    TRAILER ENDS THE PASS, SO THE CONTROL RECORDS THEMSELVES   *
              MOVE AUDIT-END-TIMESTAMP   TO AUD-END-TIMESTAMP
              MOVE AUDIT-COUNT-PROCESSED TO AUD-COUNT-PROCESSED
              MOVE AUDIT-COUNT-ERRORS    TO AUD-COUNT-ERRORS
              MOVE ZEROS                 TO AUD-COUNT-HELD
              MOVE BH-CREATION-DATE      TO AUD-BUSINESS-DATE
              WRITE AUDIT-RECORD
              CLOSE AUDIT-FILE
           END-IF.
              MOVE FULL-DATETIME          TO AUD-END-TIMESTAMP
              MOVE BATCH-DELTA-PROCESSED  TO AUD-COUNT-PROCESSED
              MOVE BATCH-DELTA-ERRORS     TO AUD-COUNT-ERRORS
              MOVE ZEROS                  TO AUD-COUNT-HELD
              MOVE BH-CREATION-DATE       TO AUD-BUSINESS-DATE
              WRITE AUDIT-RECORD
              CLOSE AUDIT-FILE
           END-IF.
       2910-WRITE-BATCH-AUDIT-EXIT.
           EXIT.
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
      *
      *---------------------------------------------------------------*
      *    2950-WRITE-RUN-CONTROL APPENDS ONE EVENT TO THE SHARED    *
