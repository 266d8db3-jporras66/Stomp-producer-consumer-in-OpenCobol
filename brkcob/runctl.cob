      *    LETS THE OPERATOR KEY AN OVERRIDE EVENT (FOR EXAMPLE AN
      *    UNLOAD THAT CLEARS THE WAY FOR A DELIBERATE MSGSTORE
      *    RELOAD) INSTEAD OF EDITING THE CONTROL FILE BY HAND.
      *    THE OPERATOR ALSO OPENS THE CHAIN FOR A BUSINESS DATE
      *    HERE. A WEEKEND OR A DATE ON THE HOLIDAY CALENDAR IS
      *    REFUSED UNLESS A 'BUSDAY' OVERRIDE HAS BEEN KEYED FOR
      *    STEP 'CHAIN' FIRST.
      *
        COPY 'select-run-control.cpy'.
      *
        COPY 'select-holiday-cal.cpy'.
      *
      *    EVERY OVERRIDE AND CHAIN OPENING IS ALSO JOURNALLED, WITH
      *    THE STEP'S STATE BEFORE AND AFTER, UNDER THE OPERATOR'S
      *    NAME AND TERMINAL.
      *
        COPY 'select-oper-journal.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
      *------------.
      *
       COPY 'fd-run-control.cpy'.
      *
       COPY 'fd-holiday-cal.cpy'.
      *
       COPY 'fd-oper-journal.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.
                 VALUE 'RUNCTL'.
      *
       01 FS-RUN-CONTROL    PIC X(02) VALUE '00'.
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
       01 W-DATA.
          05 SESSION-SW         PIC 9 VALUE 0.
      *    THE CHAIN, IN RUN ORDER. EVERY STEP GETS ITS LATEST       *
      *    START, END AND OUTCOME FOR THE KEYED BUSINESS DATE;       *
      *    MSGSTORE ALSO SHOWS HOW MANY INPUT FILES IT RECORDED AS   *
      *    LOADED. THE FIRST ROW IS THE CHAIN ITSELF - OPENED HERE.  *
      *---------------------------------------------------------------*
       01 STEP-NAME-VALUES.
          05 FILLER         PIC X(10) VALUE 'CHAIN'.
          05 FILLER         PIC X(10) VALUE 'PRODUCER'.
          05 FILLER         PIC X(10) VALUE 'CONSUMER'.
          05 FILLER         PIC X(10) VALUE 'MSGSTORE'.
          05 FILLER         PIC X(10) VALUE 'OPSRPT'.
          05 FILLER         PIC X(10) VALUE 'HOUSEKEEP'.
       01 STEP-NAME-TABLE REDEFINES STEP-NAME-VALUES.
          05 STEP-NAME OCCURS 7 TIMES PIC X(10).
       01 STEP-STATE-TABLE.
          05 STEP-STATE-ENTRY OCCURS 7 TIMES.
             10 ST-START-TS    PIC X(16).
             10 ST-END-TS      PIC X(16).
             10 ST-OUTCOME     PIC X(08).
             10 ST-FILES       PIC 9(03).
       01 STEP-COUNT         PIC 9(01) VALUE 7.
       01 ST-INDEX           PIC 9(01) VALUE ZEROS.
       01 ST-SLOT            PIC 9(01) VALUE ZEROS.
      *
       01 SHOW-LINE-TABLE.
          05 SHOW-LINE OCCURS 7 TIMES PIC X(70).
      *
       COPY 'business-day.cpy'.
       01 DAY-TYPE-TEXT      PIC X(20) VALUE SPACES.
       01 CHAIN-BUSDAY-SW    PIC 9 VALUE 0.
          88 CHAIN-BUSDAY-OVERRIDE VALUE 1.
          88 CHAIN-BUSDAY-NONE     VALUE 0.
      *
       01 INQ-DATE           PIC X(08) VALUE SPACES.
      *    THE DATE THE STEP STATE ABOVE WAS LAST BUILT FOR.
       01 STATE-DATE         PIC X(08) VALUE SPACES.
       01 INQ-REPLY          PIC X(01) VALUE SPACE.
       01 STATUS-LINE        PIC X(60) VALUE SPACES.
      *
       01 OVR-FIELDS.
          05 OVR-STEP        PIC X(10) VALUE SPACES.
          05 OVR-EVENT       PIC X(05) VALUE SPACES.
          05 OVR-OUTCOME     PIC X(08) VALUE SPACES.
          05 OVR-DETAIL      PIC X(30) VALUE SPACES.
       01 OVR-REPLY          PIC X(01) VALUE SPACE.
       01 OVR-SLOT           PIC 9(01) VALUE ZEROS.
      *
       01  FILLER PIC X(050)
                  VALUE  'PGM-RUNCTL-WS-FIN'.
          05 LINE 04 COLUMN 05 VALUE 'BUSINESS DATE :'.
          05 LINE 04 COLUMN 22 PIC X(08) USING INQ-DATE.
          05 LINE 04 COLUMN 32 VALUE '(BLANK = TODAY)'.
          05 LINE 04 COLUMN 50 PIC X(20) FROM DAY-TYPE-TEXT.
          05 LINE 06 COLUMN 05
             VALUE 'STEP       START            END'.
          05 LINE 06 COLUMN 44 VALUE 'OUTCOME'.
          05 LINE 10 COLUMN 05 PIC X(70) FROM SHOW-LINE(4).
          05 LINE 11 COLUMN 05 PIC X(70) FROM SHOW-LINE(5).
          05 LINE 12 COLUMN 05 PIC X(70) FROM SHOW-LINE(6).
          05 LINE 13 COLUMN 05 PIC X(70) FROM SHOW-LINE(7).
          05 LINE 15 COLUMN 05 PIC X(60) FROM STATUS-LINE.
          05 LINE 16 COLUMN 05
             VALUE 'REPLY - ENTER : REFRESH, O : OVERRIDE,'.
          05 LINE 16 COLUMN 44 VALUE 'C : OPEN CHAIN, X : END'.
          05 LINE 16 COLUMN 68 PIC X(01) USING INQ-REPLY.
      *
       01 OVERRIDE-SCREEN.
          05 BLANK SCREEN.
          05 LINE 05 COLUMN 22 PIC X(10) USING OVR-STEP.
          05 LINE 06 COLUMN 05 VALUE 'OUTCOME       :'.
          05 LINE 06 COLUMN 22 PIC X(08) USING OVR-OUTCOME.
          05 LINE 07 COLUMN 05
             VALUE '(OK / ERROR / UNLOAD / RELEASE / BUSDAY ...)'.
          05 LINE 08 COLUMN 05 VALUE 'DETAIL        :'.
          05 LINE 08 COLUMN 22 PIC X(30) USING OVR-DETAIL.
          05 LINE 10 COLUMN 05
      *
       1000-MAIN.
      *
           PERFORM 2970-LOAD-CALENDAR
              THRU 2970-LOAD-CALENDAR-EXIT
           PERFORM 2050-DEFAULT-DATE
              THRU 2050-DEFAULT-DATE-EXIT
           PERFORM 2000-CHAIN-CYCLE
                   THRU 2000-CHAIN-CYCLE-EXIT
                   UNTIL SESSION-DONE
       2000-CHAIN-CYCLE.
      *
           IF INQ-DATE = SPACES THEN
              PERFORM 2050-DEFAULT-DATE
                 THRU 2050-DEFAULT-DATE-EXIT
           END-IF
           PERFORM 2100-BUILD-CHAIN-STATE
                   THRU 2100-BUILD-CHAIN-STATE-EXIT
              WHEN INQ-REPLY = 'O' OR INQ-REPLY = 'o'
                 PERFORM 2300-TAKE-OVERRIDE
                         THRU 2300-TAKE-OVERRIDE-EXIT
              WHEN INQ-REPLY = 'C' OR INQ-REPLY = 'c'
                 PERFORM 2400-OPEN-CHAIN
                         THRU 2400-OPEN-CHAIN-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2050-DEFAULT-DATE TAKES TODAY AS THE BUSINESS DATE - OR,  *
      *    WHEN TODAY IS A WEEKEND OR HOLIDAY, THE BUSINESS DAY      *
      *    BEFORE IT, WHOSE CHAIN IS THE ONE STILL RUNNING.          *
      *---------------------------------------------------------------*
       2050-DEFAULT-DATE.
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE F-DATE TO CAL-DATE
           PERFORM 2980-TEST-BUSINESS-DAY
              THRU 2980-TEST-BUSINESS-DAY-EXIT
           IF CAL-NON-BUSINESS-DAY THEN
              PERFORM 2990-PREVIOUS-BUSINESS-DAY
                 THRU 2990-PREVIOUS-BUSINESS-DAY-EXIT
           END-IF
           MOVE CAL-DATE TO INQ-DATE.
      *
       2050-DEFAULT-DATE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2090-REFRESH-STATE REBUILDS THE STEP STATE WHEN THE        *
      *    OPERATOR KEYED A NEW DATE ON THE SAME SCREEN AS THE        *
      *    OVERRIDE OR OPEN - THE BUSINESS-DAY TEST, THE BUSDAY       *
      *    OVERRIDE AND THE STEP OUTCOMES MUST ALL BE THE NEW DATE'S. *
      *---------------------------------------------------------------*
       2090-REFRESH-STATE.
      *
           IF INQ-DATE = STATE-DATE THEN
              GO TO 2090-REFRESH-STATE-EXIT
           END-IF
           IF INQ-DATE = SPACES THEN
              PERFORM 2050-DEFAULT-DATE
                 THRU 2050-DEFAULT-DATE-EXIT
           END-IF
           PERFORM 2100-BUILD-CHAIN-STATE
                   THRU 2100-BUILD-CHAIN-STATE-EXIT
           MOVE SPACES TO STATUS-LINE.
      *
       2090-REFRESH-STATE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2100-BUILD-CHAIN-STATE SCANS RUN.CONTROL AND FOLDS THE    *
      *    EVENTS FOR THE KEYED DATE DOWN TO EACH STEP'S LATEST      *
      *    STATE - THE LAST EVENT ON FILE WINS, OVERRIDES INCLUDED.  *
      *---------------------------------------------------------------*
       2100-BUILD-CHAIN-STATE.
      *
           MOVE INQ-DATE TO STATE-DATE
           PERFORM 2110-RESET-ONE-STEP
                   THRU 2110-RESET-ONE-STEP-EXIT
                   VARYING ST-INDEX FROM 1 BY 1
                   UNTIL ST-INDEX > STEP-COUNT
           SET CHAIN-BUSDAY-NONE TO TRUE
           SET CAL-NON-BUSINESS-DAY TO TRUE
           IF INQ-DATE IS NUMERIC THEN
              MOVE INQ-DATE TO CAL-DATE
              PERFORM 2980-TEST-BUSINESS-DAY
                 THRU 2980-TEST-BUSINESS-DAY-EXIT
              IF CAL-BUSINESS-DAY THEN
                 MOVE 'BUSINESS DAY'     TO DAY-TYPE-TEXT
              ELSE
                 MOVE 'NON-BUSINESS DAY' TO DAY-TYPE-TEXT
              END-IF
           ELSE
              MOVE 'NOT A VALID DATE' TO DAY-TYPE-TEXT
           END-IF
      *
           OPEN INPUT RUN-CONTROL
           IF FS-RUN-CONTROL = '35' THEN
                 ADD 1 TO ST-FILES(ST-SLOT)
              WHEN RC-EVENT-OVERRIDE
                 MOVE RC-OUTCOME   TO ST-OUTCOME(ST-SLOT)
                 IF RC-STEP = 'CHAIN' AND RC-OUTCOME = 'BUSDAY' THEN
                    SET CHAIN-BUSDAY-OVERRIDE TO TRUE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *---------------------------------------------------------------*
      *    2300-TAKE-OVERRIDE APPENDS ONE OPERATOR OVERRIDE EVENT -  *
      *    THE LATEST EVENT WINS ON EVERY READER, SO AN 'OK' CLEARS  *
      *    A DEPENDENCY WARNING, AN 'UNLOAD' WITH THE FILE NAME IN   *
      *    THE DETAIL LETS MSGSTORE RELOAD THAT FILE, AND A 'BUSDAY' *
      *    ON STEP 'CHAIN' LETS THE CHAIN OPEN ON A NON-BUSINESS     *
      *    DATE.                                                     *
      *---------------------------------------------------------------*
       2300-TAKE-OVERRIDE.
      *
           PERFORM 2090-REFRESH-STATE
              THRU 2090-REFRESH-STATE-EXIT
           MOVE SPACES TO OVR-FIELDS
           MOVE SPACE  TO OVR-REPLY
           ACCEPT OVERRIDE-SCREEN
                   TO STATUS-LINE
              GO TO 2300-TAKE-OVERRIDE-EXIT
           END-IF
           MOVE 'OVRRD' TO OVR-EVENT
           PERFORM 2310-APPEND-EVENT
              THRU 2310-APPEND-EVENT-EXIT
           IF STATUS-LINE NOT = SPACES THEN
              GO TO 2300-TAKE-OVERRIDE-EXIT
           END-IF
           MOVE 'OVERRIDE RECORDED' TO STATUS-LINE
      *
      *    THE JOURNAL KEEPS THE STEP'S STATE AS THIS SCREEN SHOWED
      *    IT BEFORE THE OVERRIDE, AND THE OUTCOME AND DETAIL KEYED.
      *
           MOVE ZEROS TO OVR-SLOT
           PERFORM 2320-MATCH-OVR-STEP
                   THRU 2320-MATCH-OVR-STEP-EXIT
                   VARYING ST-INDEX FROM 1 BY 1
                   UNTIL ST-INDEX > STEP-COUNT
           MOVE 'OVERRIDE' TO OJ-W-ACTION
           STRING 'RUN.CONTROL '  DELIMITED BY SIZE
                  INQ-DATE        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  OVR-STEP        DELIMITED BY SIZE
             INTO OJ-W-KEY
           IF OVR-SLOT = 0 THEN
              MOVE 'STEP NOT ON THE CHAIN SCREEN' TO OJ-W-BEFORE
           ELSE
              STRING 'OUTCOME '            DELIMITED BY SIZE
                     ST-OUTCOME(OVR-SLOT)  DELIMITED BY SIZE
                     ' STARTED '           DELIMITED BY SIZE
                     ST-START-TS(OVR-SLOT) DELIMITED BY SIZE
                     ' ENDED '             DELIMITED BY SIZE
                     ST-END-TS(OVR-SLOT)   DELIMITED BY SIZE
                INTO OJ-W-BEFORE
           END-IF
           STRING 'OUTCOME '   DELIMITED BY SIZE
                  OVR-OUTCOME  DELIMITED BY SIZE
                  ' DETAIL '   DELIMITED BY SIZE
                  OVR-DETAIL   DELIMITED BY SIZE
             INTO OJ-W-AFTER
           PERFORM 2960-WRITE-JOURNAL
              THRU 2960-WRITE-JOURNAL-EXIT.
      *
       2300-TAKE-OVERRIDE-EXIT.
           EXIT.
      *
       2320-MATCH-OVR-STEP.
      *
           IF STEP-NAME(ST-INDEX) = OVR-STEP THEN
              MOVE ST-INDEX TO OVR-SLOT
           END-IF.
      *
       2320-MATCH-OVR-STEP-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2310-APPEND-EVENT WRITES THE OVR- FIELDS AS ONE EVENT FOR *
      *    THE KEYED DATE. A FAILURE IS LEFT ON THE STATUS LINE.     *
      *---------------------------------------------------------------*
       2310-APPEND-EVENT.
      *
           OPEN EXTEND RUN-CONTROL
           IF FS-RUN-CONTROL = '35' OR FS-RUN-CONTROL = '05' THEN
                                    DELIMITED BY SIZE
                     FS-RUN-CONTROL DELIMITED BY SIZE
                INTO STATUS-LINE
              GO TO 2310-APPEND-EVENT-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE SPACES        TO RC-RECORD
           MOVE INQ-DATE      TO RC-DATE
           MOVE OVR-STEP      TO RC-STEP
           MOVE OVR-EVENT     TO RC-EVENT
           MOVE OVR-OUTCOME   TO RC-OUTCOME
           MOVE FULL-DATETIME TO RC-TIMESTAMP
           MOVE OVR-DETAIL    TO RC-DETAIL
           WRITE RC-RECORD
           IF FS-RUN-CONTROL <> '00' THEN
              MOVE SPACES TO STATUS-LINE
              STRING 'EVENT WRITE FAILED, STATUS '
                                    DELIMITED BY SIZE
                     FS-RUN-CONTROL DELIMITED BY SIZE
                INTO STATUS-LINE
           END-IF
           CLOSE RUN-CONTROL.
      *
       2310-APPEND-EVENT-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2400-OPEN-CHAIN WRITES THE CHAIN'S START EVENT FOR THE    *
      *    KEYED DATE. A WEEKEND OR HOLIDAY IS REFUSED UNLESS A      *
      *    'BUSDAY' OVERRIDE FOR STEP 'CHAIN' IS ALREADY ON FILE -   *
      *    THE STATE BUILT FOR THIS CYCLE SAYS WHICH.                *
      *---------------------------------------------------------------*
       2400-OPEN-CHAIN.
      *
           PERFORM 2090-REFRESH-STATE
              THRU 2090-REFRESH-STATE-EXIT
           IF INQ-DATE IS NOT NUMERIC THEN
              MOVE 'KEY A VALID BUSINESS DATE FIRST' TO STATUS-LINE
              GO TO 2400-OPEN-CHAIN-EXIT
           END-IF
           IF ST-OUTCOME(1) = 'OPEN' THEN
              MOVE 'CHAIN IS ALREADY OPEN FOR THIS DATE'
                   TO STATUS-LINE
              GO TO 2400-OPEN-CHAIN-EXIT
           END-IF
           IF CAL-NON-BUSINESS-DAY AND CHAIN-BUSDAY-NONE THEN
              MOVE 'NOT A BUSINESS DAY - OVERRIDE CHAIN BUSDAY FIRST'
                   TO STATUS-LINE
              GO TO 2400-OPEN-CHAIN-EXIT
           END-IF
           MOVE SPACES    TO OVR-FIELDS
           MOVE 'CHAIN'   TO OVR-STEP
           MOVE 'START'   TO OVR-EVENT
           MOVE 'OPEN'    TO OVR-OUTCOME
           IF CAL-NON-BUSINESS-DAY THEN
              MOVE 'NON-BUSINESS DAY UNDER OVERRIDE' TO OVR-DETAIL
           END-IF
           PERFORM 2310-APPEND-EVENT
              THRU 2310-APPEND-EVENT-EXIT
           IF STATUS-LINE NOT = SPACES THEN
              GO TO 2400-OPEN-CHAIN-EXIT
           END-IF
           MOVE 'CHAIN OPENED' TO STATUS-LINE
           MOVE 'OPEN'    TO OJ-W-ACTION
           STRING 'RUN.CONTROL '  DELIMITED BY SIZE
                  INQ-DATE        DELIMITED BY SIZE
                  ' CHAIN'        DELIMITED BY SIZE
             INTO OJ-W-KEY
           STRING 'OUTCOME '      DELIMITED BY SIZE
                  ST-OUTCOME(1)   DELIMITED BY SIZE
             INTO OJ-W-BEFORE
           STRING 'OUTCOME OPEN ' DELIMITED BY SIZE
                  OVR-DETAIL      DELIMITED BY SIZE
             INTO OJ-W-AFTER
           PERFORM 2960-WRITE-JOURNAL
              THRU 2960-WRITE-JOURNAL-EXIT.
      *
       2400-OPEN-CHAIN-EXIT.
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
           MOVE PGM-NAME       TO OJ-PROGRAM
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
              MOVE 'NO HOLIDAY.CALENDAR - WEEKENDS ONLY' TO STATUS-LINE
              GO TO 2970-LOAD-CALENDAR-EXIT
           END-IF
           IF FS-HOLIDAY-CAL <> '00' THEN
              MOVE SPACES TO STATUS-LINE
              STRING 'HOLIDAY-CAL OPEN FAILED, STATUS '
                                    DELIMITED BY SIZE
                     FS-HOLIDAY-CAL DELIMITED BY SIZE
                INTO STATUS-LINE
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
              MOVE 'HOLIDAY TABLE FULL - CALENDAR TRUNCATED'
                   TO STATUS-LINE
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
