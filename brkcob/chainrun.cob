      *---------------------------------------------------------------*
      *          I D E N T I F I C A T I O N   D I V I S I O N        *
      *          =============================================        *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------.
       PROGRAM-ID.      CHAINRUN.
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
      *    CHAINRUN DRIVES THE NIGHTLY CHAIN FOR ONE BUSINESS DATE.
      *    CHAIN.DEF LISTS THE STEPS IN RUN ORDER - PROGRAM,
      *    PARAMETERS (WITH THE DATE SUBSTITUTED), THE STEPS THAT
      *    MUST HAVE ENDED FIRST, AND WHETHER A WARNING STOPS THE
      *    CHAIN. EACH STEP IS LAUNCHED, JUDGED ON ITS RETURN CODE
      *    AND ITS OWN RUN.CONTROL END EVENT, AND RECORDED ON
      *    RUN.CONTROL AS A 'STEP' EVENT OF STEP 'CHAIN'. A RERUN
      *    FOR THE SAME DATE SKIPS EVERY STEP ALREADY RECORDED AS
      *    ENDED AND RESUMES AT THE ONE THAT FAILED. CHAINRUN.RPT
      *    SHOWS WHERE THE BATCH WINDOW WENT, STEP BY STEP.
      *
           SELECT CHAIN-DEF
               ASSIGN TO 'CHAIN.DEF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHAIN-DEF.
      *
           SELECT CHAIN-RPT
               ASSIGN TO 'CHAINRUN.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHAIN-RPT.
      *
        COPY 'select-run-control.cpy'.
      *
        COPY 'select-alert-log.cpy'.
      *
        COPY 'select-holiday-cal.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       DATA DIVISION.
      *-------------.
       FILE SECTION.
      *------------.
      *
       FD  CHAIN-DEF
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CHAIN-DEF-LINE              PIC X(200).
      *
       FD  CHAIN-RPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CHAIN-RPT-RECORD            PIC X(100).
      *
       COPY 'fd-run-control.cpy'.
      *
       COPY 'fd-alert-log.cpy'.
      *
       COPY 'fd-holiday-cal.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.

       01 FILLER PIC X(050)
                 VALUE  'PGM-CHAINRUN-WS-COMIENZO'.
      *
       01 PGM-NAME PIC X(15)
                 VALUE 'CHAINRUN'.
      *
       01 FS-CHAIN-DEF      PIC X(02) VALUE '00'.
       01 FS-CHAIN-RPT      PIC X(02) VALUE '00'.
       01 FS-RUN-CONTROL    PIC X(02) VALUE '00'.
       01 RUN-CONTROL-FIELDS.
          05 RC-W-DATE      PIC X(08) VALUE SPACES.
          05 RC-W-STEP      PIC X(10) VALUE SPACES.
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
       COPY 'business-day.cpy'.
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
       01 BUSINESS-DATE     PIC X(08) VALUE SPACES.
       01 PREV-BUSINESS-DATE PIC X(08) VALUE SPACES.
       01 RUN-DATE          PIC X(08) VALUE SPACES.
      *
      *---------------------------------------------------------------*
      *    T H E   C H A I N   D E F I N I T I O N                    *
      *    CHAIN.DEF IS KEYWORD=VALUE LINES, '*' FOR A COMMENT.       *
      *    STEP= OPENS A NEW STEP; THE LINES AFTER IT DESCRIBE IT :  *
      *      PROGRAM=    THE EXECUTABLE TO LAUNCH (REQUIRED).        *
      *      PARMS=      ITS COMMAND LINE, TAKEN VERBATIM FROM       *
      *                  COLUMN 7 SO POSITIONAL FIELDS KEEP THEIR    *
      *                  SPACING. &DATE BECOMES THE BUSINESS DATE,   *
      *                  &PREVDATE THE BUSINESS DAY BEFORE IT, AND   *
      *                  &TODAY THE WALL-CLOCK DATE.                 *
      *      REQUIRES=   UP TO FOUR EARLIER STEPS, COMMA SEPARATED,  *
      *                  THAT MUST HAVE ENDED BEFORE THIS ONE RUNS.  *
      *      WARNING=    STOP (DEFAULT) OR CONTINUE.                 *
      *      RUNCONTROL= THE STEP NAME THE PROGRAM WRITES ITS OWN    *
      *                  RUN.CONTROL EVENTS UNDER (DEFAULT THE STEP  *
      *                  NAME), OR NONE FOR A PROGRAM THAT WRITES    *
      *                  NONE AND IS JUDGED ON ITS RETURN CODE.      *
      *---------------------------------------------------------------*
       01 CHAIN-STEP-TABLE.
          05 CHAIN-STEP-ENTRY OCCURS 20 TIMES.
             10 CS-STEP-ID     PIC X(10).
             10 CS-PROGRAM     PIC X(40).
             10 CS-PARMS       PIC X(150).
             10 CS-REQUIRES.
                15 CS-REQ      PIC X(10) OCCURS 4 TIMES.
             10 CS-WARN-STOP   PIC X(01).
                88 CS-WARNING-STOPS     VALUE 'Y'.
             10 CS-RC-STEP     PIC X(10).
             10 CS-PRIOR-OUTCOME PIC X(08).
             10 CS-OUTCOME     PIC X(08).
             10 CS-DONE        PIC X(01).
                88 CS-STEP-DONE         VALUE 'Y'.
             10 CS-RC          PIC 9(03).
             10 CS-START-TS    PIC X(16).
             10 CS-END-TS      PIC X(16).
             10 CS-ELAPSED     PIC 9(06).
       01 STEP-COUNT        PIC 9(02) VALUE ZEROS.
       01 STEP-MAX          PIC 9(02) VALUE 20.
       01 CS-INDEX          PIC 9(02) VALUE ZEROS.
       01 CS-SCAN           PIC 9(02) VALUE ZEROS.
       01 CS-SLOT           PIC 9(02) VALUE ZEROS.
       01 RQ-INDEX          PIC 9(02) VALUE ZEROS.
       01 DEF-ERRORS        PIC 9(03) VALUE ZEROS.
       01 PARM-KEY          PIC X(20) VALUE SPACES.
       01 PARM-VALUE        PIC X(150) VALUE SPACES.
      *
      *---------------------------------------------------------------*
      *    C H A I N   S T A T E                                      *
      *---------------------------------------------------------------*
       01 CHAIN-SW          PIC 9 VALUE 0.
          88 CHAIN-STOPPED  VALUE 1.
          88 CHAIN-GOING    VALUE 0.
       01 CHAIN-OPEN-SW     PIC 9 VALUE 0.
          88 CHAIN-OPEN     VALUE 1.
          88 CHAIN-NOT-OPEN VALUE 0.
       01 CHAIN-BUSDAY-SW   PIC 9 VALUE 0.
          88 CHAIN-BUSDAY-OVERRIDE VALUE 1.
          88 CHAIN-BUSDAY-NONE     VALUE 0.
       01 RERUN-SW          PIC 9 VALUE 0.
          88 CHAIN-RERUN    VALUE 1.
          88 CHAIN-FIRST-RUN VALUE 0.
       01 REQ-MET-SW        PIC 9 VALUE 0.
          88 REQ-MET        VALUE 1.
          88 REQ-NOT-MET    VALUE 0.
       01 CHAIN-RC          PIC 9(02) VALUE ZEROS.
       01 CHAIN-OUTCOME     PIC X(08) VALUE SPACES.
       01 BLOCKING-STEP     PIC X(10) VALUE SPACES.
       01 RC-SCAN-EOF-SW    PIC 9 VALUE 0.
          88 RC-SCAN-EOF    VALUE 1.
          88 RC-SCAN-NEOF   VALUE 0.
      *
      *    LAUNCHING ONE STEP. THE SYSTEM ROUTINE HANDS BACK THE
      *    WAIT STATUS - THE STEP'S OWN RETURN CODE TIMES 256.
      *
       01 COMMAND-TEXT      PIC X(300) VALUE SPACES.
       01 SUB-PARMS         PIC X(250) VALUE SPACES.
       01 PARM-SCAN         PIC X(160) VALUE SPACES.
       01 IN-POS            PIC 9(03) VALUE ZEROS.
       01 OUT-POS           PIC 9(03) VALUE ZEROS.
       01 SYSTEM-STATUS     PIC S9(09) VALUE ZEROS.
       01 END-OUTCOME       PIC X(08) VALUE SPACES.
       01 END-FOUND-SW      PIC 9 VALUE 0.
          88 END-FOUND      VALUE 1.
          88 END-NOT-FOUND  VALUE 0.
      *
      *    ELAPSED TIME : BOTH TIMESTAMPS TURNED INTO SECONDS FROM
      *    THE DAY NUMBER, SO A STEP RUNNING OVER MIDNIGHT COUNTS.
      *
       01 TS-WORK.
          05 TS-DATE-N      PIC 9(08).
          05 TS-HH          PIC 9(02).
          05 TS-MI          PIC 9(02).
          05 TS-SS          PIC 9(02).
          05 TS-CC          PIC 9(02).
       01 TS-SECONDS        PIC 9(12) VALUE ZEROS.
       01 START-SECONDS     PIC 9(12) VALUE ZEROS.
       01 END-SECONDS       PIC 9(12) VALUE ZEROS.
       01 CHAIN-START-TS    PIC X(16) VALUE SPACES.
       01 CHAIN-ELAPSED     PIC 9(06) VALUE ZEROS.
       01 HMS-SECONDS       PIC 9(06) VALUE ZEROS.
       01 HMS-REST          PIC 9(06) VALUE ZEROS.
       01 HMS-SHOW.
          05 HMS-HH         PIC 9(02).
          05 FILLER         PIC X(01) VALUE ':'.
          05 HMS-MI         PIC 9(02).
          05 FILLER         PIC X(01) VALUE ':'.
          05 HMS-SS         PIC 9(02).
       01 RC-SHOW           PIC ZZ9.
      *
       01 COMMAND-LINE-VALUES.
          05 CL-BUSINESS-DATE PIC X(08) VALUE SPACES.
      *    CL-BUSINESS-DATE : THE BUSINESS DATE TO RUN THE CHAIN FOR
      *    (YYYYMMDD). BLANK TAKES TODAY, OR THE BUSINESS DAY BEFORE
      *    IT WHEN TODAY IS A WEEKEND OR HOLIDAY.
      *
       01  FILLER PIC X(050)
                  VALUE  'PGM-CHAINRUN-WS-FIN'.
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
           MOVE F-DATE        TO RUN-DATE
           MOVE FULL-DATETIME TO CHAIN-START-TS
           DISPLAY 'INICIO : ' PGM-NAME ' - '  FULL-DATETIME
           PERFORM 2970-LOAD-CALENDAR
              THRU 2970-LOAD-CALENDAR-EXIT
      *
           IF CL-BUSINESS-DATE = SPACES THEN
              MOVE F-DATE TO CAL-DATE
              PERFORM 2980-TEST-BUSINESS-DAY
                 THRU 2980-TEST-BUSINESS-DAY-EXIT
              IF CAL-NON-BUSINESS-DAY THEN
                 PERFORM 2990-PREVIOUS-BUSINESS-DAY
                    THRU 2990-PREVIOUS-BUSINESS-DAY-EXIT
              END-IF
              MOVE CAL-DATE TO BUSINESS-DATE
           ELSE
              IF CL-BUSINESS-DATE IS NOT NUMERIC THEN
                 DISPLAY 'CHAINRUN - BAD DATE, GIVE YYYYMMDD OR '
                         'NOTHING FOR TODAY'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CL-BUSINESS-DATE TO BUSINESS-DATE
           END-IF
           MOVE BUSINESS-DATE TO CAL-DATE
           PERFORM 2990-PREVIOUS-BUSINESS-DAY
              THRU 2990-PREVIOUS-BUSINESS-DAY-EXIT
           MOVE CAL-DATE TO PREV-BUSINESS-DATE
           DISPLAY 'CHAINRUN - BUSINESS DATE ' BUSINESS-DATE
                   ' (PREVIOUS ' PREV-BUSINESS-DATE ')'
      *
           OPEN OUTPUT CHAIN-RPT
           IF FS-CHAIN-RPT <> '00' THEN
              DISPLAY 'CHAIN-RPT ACCESS ERROR - STATUS IS : '
                      FS-CHAIN-RPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           PERFORM 1100-LOAD-CHAIN-DEF
              THRU 1100-LOAD-CHAIN-DEF-EXIT
           IF DEF-ERRORS = 0 THEN
              PERFORM 1200-CHECK-REQUIRES
                 THRU 1200-CHECK-REQUIRES-EXIT
                 VARYING CS-INDEX FROM 1 BY 1
                 UNTIL CS-INDEX > STEP-COUNT
           END-IF
           IF DEF-ERRORS > 0 OR STEP-COUNT = 0 THEN
              DISPLAY 'CHAINRUN - CHAIN.DEF IS NOT USABLE ('
                      DEF-ERRORS ' ERROR(S), ' STEP-COUNT
                      ' STEP(S)), CHAIN NOT STARTED'
              MOVE 'CHAIN.DEF NOT USABLE - CHAIN NOT STARTED'
                   TO CHAIN-RPT-RECORD
              WRITE CHAIN-RPT-RECORD
              CLOSE CHAIN-RPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           PERFORM 2100-SCAN-CHAIN-STATE
              THRU 2100-SCAN-CHAIN-STATE-EXIT
      *
      *    A WEEKEND OR HOLIDAY NEEDS THE SAME 'BUSDAY' OVERRIDE ON
      *    STEP 'CHAIN' THAT RUNCTL ASKS FOR BEFORE IT OPENS ONE.
      *
           MOVE BUSINESS-DATE TO CAL-DATE
           PERFORM 2980-TEST-BUSINESS-DAY
              THRU 2980-TEST-BUSINESS-DAY-EXIT
           IF CAL-NON-BUSINESS-DAY AND CHAIN-BUSDAY-NONE THEN
              DISPLAY 'CHAINRUN - ' BUSINESS-DATE ' IS NOT A '
                      'BUSINESS DAY - KEY A BUSDAY OVERRIDE FOR '
                      'STEP CHAIN ON RUNCTL FIRST'
              MOVE 'NOT A BUSINESS DAY - CHAIN NOT STARTED'
                   TO CHAIN-RPT-RECORD
              WRITE CHAIN-RPT-RECORD
              CLOSE CHAIN-RPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           MOVE BUSINESS-DATE TO RC-W-DATE
           MOVE 'CHAIN'       TO RC-W-STEP
           MOVE 'START'       TO RC-W-EVENT
           MOVE SPACES        TO RC-W-DETAIL
           EVALUATE TRUE
              WHEN CHAIN-RERUN
                 MOVE 'RERUN' TO RC-W-OUTCOME
                 DISPLAY 'CHAINRUN - RERUN, STEPS ALREADY ENDED '
                         'ARE SKIPPED'
                 PERFORM 2950-WRITE-RUN-CONTROL
                    THRU 2950-WRITE-RUN-CONTROL-EXIT
              WHEN CHAIN-NOT-OPEN
                 MOVE 'OPEN'  TO RC-W-OUTCOME
                 PERFORM 2950-WRITE-RUN-CONTROL
                    THRU 2950-WRITE-RUN-CONTROL-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
      *
           MOVE ZEROS TO CHAIN-RC
           SET CHAIN-GOING TO TRUE
           PERFORM 2200-RUN-ONE-STEP
              THRU 2200-RUN-ONE-STEP-EXIT
              VARYING CS-INDEX FROM 1 BY 1
              UNTIL CS-INDEX > STEP-COUNT OR CHAIN-STOPPED
      *
           PERFORM 3000-WRITE-SUMMARY
              THRU 3000-WRITE-SUMMARY-EXIT
      *
           MOVE 'CHAIN'       TO RC-W-STEP
           MOVE 'END'         TO RC-W-EVENT
           MOVE CHAIN-OUTCOME TO RC-W-OUTCOME
           MOVE BLOCKING-STEP TO RC-W-DETAIL
           PERFORM 2950-WRITE-RUN-CONTROL
              THRU 2950-WRITE-RUN-CONTROL-EXIT
           CLOSE CHAIN-RPT
           MOVE CHAIN-RC TO RETURN-CODE
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *    1100-LOAD-CHAIN-DEF READS CHAIN.DEF INTO THE STEP TABLE.  *
      *    EVERY FAULT IS COUNTED AND SHOWN - A CHAIN WITH A BROKEN  *
      *    DEFINITION IS NOT STARTED AT ALL.                         *
      *---------------------------------------------------------------*
       1100-LOAD-CHAIN-DEF.
      *
           MOVE ZEROS  TO STEP-COUNT, DEF-ERRORS
           MOVE SPACES TO CHAIN-STEP-TABLE
           OPEN INPUT CHAIN-DEF
           IF FS-CHAIN-DEF <> '00' THEN
              DISPLAY 'CHAIN-DEF ACCESS ERROR - STATUS IS : '
                      FS-CHAIN-DEF
              ADD 1 TO DEF-ERRORS
              GO TO 1100-LOAD-CHAIN-DEF-EXIT
           END-IF
           SET NEOF TO TRUE
           PERFORM 1110-LOAD-ONE-LINE
              THRU 1110-LOAD-ONE-LINE-EXIT
              UNTIL EOF
           CLOSE CHAIN-DEF
           PERFORM 1150-CHECK-ONE-STEP
              THRU 1150-CHECK-ONE-STEP-EXIT
              VARYING CS-INDEX FROM 1 BY 1
              UNTIL CS-INDEX > STEP-COUNT
           DISPLAY 'CHAINRUN - CHAIN.DEF HOLDS ' STEP-COUNT
                   ' STEP(S)'.
      *
       1100-LOAD-CHAIN-DEF-EXIT.
           EXIT.
      *
       1110-LOAD-ONE-LINE.
      *
           READ CHAIN-DEF
               AT END
                  SET EOF TO TRUE
                  GO TO 1110-LOAD-ONE-LINE-EXIT
           END-READ
           IF CHAIN-DEF-LINE(1:1) = '*'
              OR CHAIN-DEF-LINE(1:1) = SPACE THEN
              GO TO 1110-LOAD-ONE-LINE-EXIT
           END-IF
           MOVE SPACES TO PARM-KEY, PARM-VALUE
           UNSTRING CHAIN-DEF-LINE DELIMITED BY '='
               INTO PARM-KEY, PARM-VALUE
           IF PARM-KEY NOT = 'STEP' AND STEP-COUNT = 0 THEN
              DISPLAY 'CHAINRUN - ' PARM-KEY ' BEFORE THE FIRST '
                      'STEP= LINE'
              ADD 1 TO DEF-ERRORS
              GO TO 1110-LOAD-ONE-LINE-EXIT
           END-IF
           EVALUATE PARM-KEY
              WHEN 'STEP'
                 IF STEP-COUNT >= STEP-MAX THEN
                    DISPLAY 'CHAINRUN - MORE THAN ' STEP-MAX
                            ' STEPS IN CHAIN.DEF'
                    ADD 1 TO DEF-ERRORS
                    SET EOF TO TRUE
                    GO TO 1110-LOAD-ONE-LINE-EXIT
                 END-IF
                 ADD 1 TO STEP-COUNT
                 MOVE PARM-VALUE(1:10) TO CS-STEP-ID(STEP-COUNT)
                 MOVE PARM-VALUE(1:10) TO CS-RC-STEP(STEP-COUNT)
                 MOVE 'Y'              TO CS-WARN-STOP(STEP-COUNT)
                 MOVE 'NOT RUN'        TO CS-OUTCOME(STEP-COUNT)
                 MOVE 'N'              TO CS-DONE(STEP-COUNT)
                 MOVE ZEROS            TO CS-RC(STEP-COUNT),
                                          CS-ELAPSED(STEP-COUNT)
              WHEN 'PROGRAM'
                 MOVE PARM-VALUE(1:40) TO CS-PROGRAM(STEP-COUNT)
              WHEN 'PARMS'
                 MOVE CHAIN-DEF-LINE(7:150) TO CS-PARMS(STEP-COUNT)
              WHEN 'REQUIRES'
                 UNSTRING PARM-VALUE DELIMITED BY ',' OR ALL ' '
                     INTO CS-REQ(STEP-COUNT, 1),
                          CS-REQ(STEP-COUNT, 2),
                          CS-REQ(STEP-COUNT, 3),
                          CS-REQ(STEP-COUNT, 4)
              WHEN 'WARNING'
                 EVALUATE PARM-VALUE(1:8)
                    WHEN 'STOP'
                       MOVE 'Y' TO CS-WARN-STOP(STEP-COUNT)
                    WHEN 'CONTINUE'
                       MOVE 'N' TO CS-WARN-STOP(STEP-COUNT)
                    WHEN OTHER
                       DISPLAY 'CHAINRUN - WARNING= MUST BE STOP OR '
                               'CONTINUE : ' CS-STEP-ID(STEP-COUNT)
                       ADD 1 TO DEF-ERRORS
                 END-EVALUATE
              WHEN 'RUNCONTROL'
                 MOVE PARM-VALUE(1:10) TO CS-RC-STEP(STEP-COUNT)
              WHEN OTHER
                 DISPLAY 'CHAINRUN - UNKNOWN CHAIN.DEF KEYWORD : '
                         PARM-KEY
                 ADD 1 TO DEF-ERRORS
           END-EVALUATE.
      *
       1110-LOAD-ONE-LINE-EXIT.
           EXIT.
      *
       1150-CHECK-ONE-STEP.
      *
           IF CS-STEP-ID(CS-INDEX) = SPACES THEN
              DISPLAY 'CHAINRUN - STEP ' CS-INDEX ' HAS NO NAME'
              ADD 1 TO DEF-ERRORS
           END-IF
           IF CS-PROGRAM(CS-INDEX) = SPACES THEN
              DISPLAY 'CHAINRUN - STEP ' CS-STEP-ID(CS-INDEX)
                      ' HAS NO PROGRAM='
              ADD 1 TO DEF-ERRORS
           END-IF.
      *
       1150-CHECK-ONE-STEP-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    1200-CHECK-REQUIRES PROVES EVERY REQUIRED STEP IS AN      *
      *    EARLIER STEP OF THE CHAIN - A STEP CAN ONLY WAIT FOR      *
      *    WORK THE DRIVER WILL ALREADY HAVE RUN.                    *
      *---------------------------------------------------------------*
       1200-CHECK-REQUIRES.
      *
           PERFORM 1210-CHECK-ONE-REQUIRE
              THRU 1210-CHECK-ONE-REQUIRE-EXIT
              VARYING RQ-INDEX FROM 1 BY 1
              UNTIL RQ-INDEX > 4.
      *
       1200-CHECK-REQUIRES-EXIT.
           EXIT.
      *
       1210-CHECK-ONE-REQUIRE.
      *
           IF CS-REQ(CS-INDEX, RQ-INDEX) = SPACES THEN
              GO TO 1210-CHECK-ONE-REQUIRE-EXIT
           END-IF
           MOVE ZEROS TO CS-SLOT
           PERFORM 1220-MATCH-EARLIER-STEP
              THRU 1220-MATCH-EARLIER-STEP-EXIT
              VARYING CS-SCAN FROM 1 BY 1
              UNTIL CS-SCAN >= CS-INDEX
           IF CS-SLOT = 0 THEN
              DISPLAY 'CHAINRUN - STEP ' CS-STEP-ID(CS-INDEX)
                      ' REQUIRES ' CS-REQ(CS-INDEX, RQ-INDEX)
                      ' WHICH IS NOT AN EARLIER STEP'
              ADD 1 TO DEF-ERRORS
           END-IF.
      *
       1210-CHECK-ONE-REQUIRE-EXIT.
           EXIT.
      *
       1220-MATCH-EARLIER-STEP.
      *
           IF CS-STEP-ID(CS-SCAN) = CS-REQ(CS-INDEX, RQ-INDEX) THEN
              MOVE CS-SCAN TO CS-SLOT
           END-IF.
      *
       1220-MATCH-EARLIER-STEP-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2100-SCAN-CHAIN-STATE READS RUN.CONTROL FOR THE BUSINESS  *
      *    DATE : WHETHER THE CHAIN IS ALREADY OPEN, WHETHER A       *
      *    'BUSDAY' OVERRIDE IS ON FILE, AND HOW EVERY STEP ENDED IN *
      *    EARLIER RUNS OF THIS CHAIN. AN OPERATOR 'OK' OVERRIDE ON  *
      *    A STEP COUNTS AS THAT STEP HAVING ENDED OK.               *
      *---------------------------------------------------------------*
       2100-SCAN-CHAIN-STATE.
      *
           SET CHAIN-NOT-OPEN     TO TRUE
           SET CHAIN-BUSDAY-NONE  TO TRUE
           SET CHAIN-FIRST-RUN    TO TRUE
           OPEN INPUT RUN-CONTROL
           IF FS-RUN-CONTROL = '35' THEN
              GO TO 2100-SCAN-CHAIN-STATE-EXIT
           END-IF
           IF FS-RUN-CONTROL <> '00' THEN
              DISPLAY 'RUN-CONTROL ACCESS ERROR - STATUS IS : '
                      FS-RUN-CONTROL
              GO TO 2100-SCAN-CHAIN-STATE-EXIT
           END-IF
           SET RC-SCAN-NEOF TO TRUE
           PERFORM 2110-SCAN-ONE-EVENT
              THRU 2110-SCAN-ONE-EVENT-EXIT
              UNTIL RC-SCAN-EOF
           CLOSE RUN-CONTROL.
      *
       2100-SCAN-CHAIN-STATE-EXIT.
           EXIT.
      *
       2110-SCAN-ONE-EVENT.
      *
           READ RUN-CONTROL
               AT END
                  SET RC-SCAN-EOF TO TRUE
                  GO TO 2110-SCAN-ONE-EVENT-EXIT
           END-READ
           IF RC-DATE NOT = BUSINESS-DATE THEN
              GO TO 2110-SCAN-ONE-EVENT-EXIT
           END-IF
           IF RC-STEP = 'CHAIN' THEN
              EVALUATE TRUE
                 WHEN RC-EVENT-START
                    SET CHAIN-OPEN TO TRUE
                 WHEN RC-EVENT-OVERRIDE AND RC-OUTCOME = 'BUSDAY'
                    SET CHAIN-BUSDAY-OVERRIDE TO TRUE
                 WHEN RC-EVENT-STEP
                    SET CHAIN-RERUN TO TRUE
                    MOVE RC-DETAIL(1:10) TO RC-W-STEP
                    PERFORM 2115-FIND-STEP
                       THRU 2115-FIND-STEP-EXIT
                    IF CS-SLOT > 0 THEN
                       MOVE RC-OUTCOME TO CS-PRIOR-OUTCOME(CS-SLOT)
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              GO TO 2110-SCAN-ONE-EVENT-EXIT
           END-IF
           IF RC-EVENT-OVERRIDE AND RC-OUTCOME = 'OK' THEN
              MOVE RC-STEP TO RC-W-STEP
              PERFORM 2115-FIND-STEP
                 THRU 2115-FIND-STEP-EXIT
              IF CS-SLOT > 0 THEN
                 MOVE 'OK' TO CS-PRIOR-OUTCOME(CS-SLOT)
              END-IF
           END-IF.
      *
       2110-SCAN-ONE-EVENT-EXIT.
           EXIT.
      *
       2115-FIND-STEP.
      *
           MOVE ZEROS TO CS-SLOT
           PERFORM 2116-MATCH-STEP-ONE
              THRU 2116-MATCH-STEP-ONE-EXIT
              VARYING CS-SCAN FROM 1 BY 1
              UNTIL CS-SCAN > STEP-COUNT.
      *
       2115-FIND-STEP-EXIT.
           EXIT.
      *
       2116-MATCH-STEP-ONE.
      *
           IF CS-STEP-ID(CS-SCAN) = RC-W-STEP THEN
              MOVE CS-SCAN TO CS-SLOT
           END-IF.
      *
       2116-MATCH-STEP-ONE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2200-RUN-ONE-STEP SKIPS A STEP ALREADY ENDED IN AN        *
      *    EARLIER RUN, CHECKS ITS PREREQUISITES, LAUNCHES IT, AND   *
      *    JUDGES IT ON ITS RETURN CODE AND ITS OWN END EVENT. AN    *
      *    ERROR - OR A WARNING ON A STEP WHOSE WARNINGS STOP THE    *
      *    CHAIN - ENDS THE CHAIN THERE, READY FOR THE RERUN.        *
      *---------------------------------------------------------------*
       2200-RUN-ONE-STEP.
      *
           IF CS-PRIOR-OUTCOME(CS-INDEX) = 'OK'
              OR CS-PRIOR-OUTCOME(CS-INDEX) = 'WARNING' THEN
              MOVE 'SKIPPED' TO CS-OUTCOME(CS-INDEX)
              MOVE 'Y'       TO CS-DONE(CS-INDEX)
              DISPLAY 'CHAINRUN - ' CS-STEP-ID(CS-INDEX)
                      ' ALREADY ENDED ' CS-PRIOR-OUTCOME(CS-INDEX)
                      ', SKIPPED'
              GO TO 2200-RUN-ONE-STEP-EXIT
           END-IF
      *
           SET REQ-MET TO TRUE
           PERFORM 2205-CHECK-ONE-PREREQ
              THRU 2205-CHECK-ONE-PREREQ-EXIT
              VARYING RQ-INDEX FROM 1 BY 1
              UNTIL RQ-INDEX > 4
           IF REQ-NOT-MET THEN
              MOVE 'BLOCKED' TO CS-OUTCOME(CS-INDEX)
              MOVE CS-STEP-ID(CS-INDEX) TO BLOCKING-STEP
              SET CHAIN-STOPPED TO TRUE
              MOVE 8 TO CHAIN-RC
              GO TO 2200-RUN-ONE-STEP-EXIT
           END-IF
      *
           PERFORM 2210-SUBSTITUTE-PARMS
              THRU 2210-SUBSTITUTE-PARMS-EXIT
           MOVE SPACES TO COMMAND-TEXT
           STRING CS-PROGRAM(CS-INDEX) DELIMITED BY SPACE
                  ' '                  DELIMITED BY SIZE
                  SUB-PARMS            DELIMITED BY SIZE
             INTO COMMAND-TEXT
           DISPLAY 'CHAINRUN - STEP ' CS-STEP-ID(CS-INDEX) ' : '
                   COMMAND-TEXT(1:100)
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE FULL-DATETIME TO CS-START-TS(CS-INDEX)
           CALL 'SYSTEM' USING COMMAND-TEXT
           MOVE RETURN-CODE TO SYSTEM-STATUS
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE FULL-DATETIME TO CS-END-TS(CS-INDEX)
           IF SYSTEM-STATUS < 0 THEN
              MOVE 999 TO CS-RC(CS-INDEX)
           ELSE
              DIVIDE SYSTEM-STATUS BY 256 GIVING CS-RC(CS-INDEX)
           END-IF
           MOVE CS-START-TS(CS-INDEX) TO TS-WORK
           PERFORM 2250-TIMESTAMP-SECONDS
              THRU 2250-TIMESTAMP-SECONDS-EXIT
           MOVE TS-SECONDS TO START-SECONDS
           MOVE CS-END-TS(CS-INDEX) TO TS-WORK
           PERFORM 2250-TIMESTAMP-SECONDS
              THRU 2250-TIMESTAMP-SECONDS-EXIT
           MOVE TS-SECONDS TO END-SECONDS
           IF END-SECONDS > START-SECONDS THEN
              COMPUTE CS-ELAPSED(CS-INDEX) =
                      END-SECONDS - START-SECONDS
           END-IF
      *
      *    THE STEP'S OWN END EVENT, WRITTEN SINCE IT WAS LAUNCHED,
      *    MUST AGREE - A STEP THAT DIED WITHOUT WRITING ONE, OR
      *    THAT WROTE ERROR UNDER A ZERO RETURN CODE, IS AN ERROR.
      *
           SET END-NOT-FOUND TO TRUE
           MOVE SPACES TO END-OUTCOME
           IF CS-RC-STEP(CS-INDEX) = 'NONE' THEN
              SET END-FOUND TO TRUE
              MOVE 'OK' TO END-OUTCOME
           ELSE
              PERFORM 2230-FIND-END-EVENT
                 THRU 2230-FIND-END-EVENT-EXIT
           END-IF
           EVALUATE TRUE
              WHEN CS-RC(CS-INDEX) >= 8
                 MOVE 'ERROR'   TO CS-OUTCOME(CS-INDEX)
              WHEN END-NOT-FOUND
                 MOVE 'ERROR'   TO CS-OUTCOME(CS-INDEX)
                 DISPLAY 'CHAINRUN - ' CS-STEP-ID(CS-INDEX)
                         ' WROTE NO RUN.CONTROL END EVENT'
              WHEN END-OUTCOME = 'ERROR'
                 MOVE 'ERROR'   TO CS-OUTCOME(CS-INDEX)
              WHEN CS-RC(CS-INDEX) = 4 OR END-OUTCOME = 'WARNING'
                 IF CS-WARNING-STOPS(CS-INDEX) THEN
                    MOVE 'STOPPED' TO CS-OUTCOME(CS-INDEX)
                 ELSE
                    MOVE 'WARNING' TO CS-OUTCOME(CS-INDEX)
                 END-IF
              WHEN CS-RC(CS-INDEX) > 0
                 MOVE 'ERROR'   TO CS-OUTCOME(CS-INDEX)
              WHEN OTHER
                 MOVE 'OK'      TO CS-OUTCOME(CS-INDEX)
           END-EVALUATE
      *
           EVALUATE CS-OUTCOME(CS-INDEX)
              WHEN 'OK'
                 MOVE 'Y' TO CS-DONE(CS-INDEX)
              WHEN 'WARNING'
                 MOVE 'Y' TO CS-DONE(CS-INDEX)
                 IF CHAIN-RC < 4 THEN
                    MOVE 4 TO CHAIN-RC
                 END-IF
              WHEN 'STOPPED'
                 SET CHAIN-STOPPED TO TRUE
                 MOVE CS-STEP-ID(CS-INDEX) TO BLOCKING-STEP
                 IF CHAIN-RC < 4 THEN
                    MOVE 4 TO CHAIN-RC
                 END-IF
              WHEN OTHER
                 SET CHAIN-STOPPED TO TRUE
                 MOVE CS-STEP-ID(CS-INDEX) TO BLOCKING-STEP
                 MOVE 8 TO CHAIN-RC
           END-EVALUATE
      *
           MOVE CS-RC(CS-INDEX) TO RC-SHOW
           MOVE SPACES TO RC-W-DETAIL
           STRING CS-STEP-ID(CS-INDEX)   DELIMITED BY SIZE
                  ' RC '                 DELIMITED BY SIZE
                  RC-SHOW                DELIMITED BY SIZE
                  ' SECS '               DELIMITED BY SIZE
                  CS-ELAPSED(CS-INDEX)   DELIMITED BY SIZE
             INTO RC-W-DETAIL
           MOVE 'CHAIN'              TO RC-W-STEP
           MOVE 'STEP'               TO RC-W-EVENT
           MOVE CS-OUTCOME(CS-INDEX) TO RC-W-OUTCOME
           PERFORM 2950-WRITE-RUN-CONTROL
              THRU 2950-WRITE-RUN-CONTROL-EXIT
           DISPLAY 'CHAINRUN - ' CS-STEP-ID(CS-INDEX) ' ENDED '
                   CS-OUTCOME(CS-INDEX) ' RC ' RC-SHOW
                   ' IN ' CS-ELAPSED(CS-INDEX) ' SECONDS'.
      *
       2200-RUN-ONE-STEP-EXIT.
           EXIT.
      *
       2205-CHECK-ONE-PREREQ.
      *
           IF CS-REQ(CS-INDEX, RQ-INDEX) = SPACES THEN
              GO TO 2205-CHECK-ONE-PREREQ-EXIT
           END-IF
           MOVE CS-REQ(CS-INDEX, RQ-INDEX) TO RC-W-STEP
           PERFORM 2115-FIND-STEP
              THRU 2115-FIND-STEP-EXIT
           IF CS-SLOT = 0 THEN
              SET REQ-NOT-MET TO TRUE
              GO TO 2205-CHECK-ONE-PREREQ-EXIT
           END-IF
           IF NOT CS-STEP-DONE(CS-SLOT) THEN
              SET REQ-NOT-MET TO TRUE
              DISPLAY 'CHAINRUN - ' CS-STEP-ID(CS-INDEX)
                      ' BLOCKED, ' CS-REQ(CS-INDEX, RQ-INDEX)
                      ' HAS NOT ENDED'
           END-IF.
      *
       2205-CHECK-ONE-PREREQ-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2210-SUBSTITUTE-PARMS COPIES THE STEP'S PARMS INTO        *
      *    SUB-PARMS CHARACTER BY CHARACTER, REPLACING &DATE,        *
      *    &PREVDATE AND &TODAY WITH THE EIGHT-DIGIT DATES.          *
      *---------------------------------------------------------------*
       2210-SUBSTITUTE-PARMS.
      *
           MOVE SPACES TO SUB-PARMS, PARM-SCAN
           MOVE CS-PARMS(CS-INDEX) TO PARM-SCAN
           MOVE 1 TO IN-POS, OUT-POS
           PERFORM 2215-SUBSTITUTE-ONE
              THRU 2215-SUBSTITUTE-ONE-EXIT
              UNTIL IN-POS > 150.
      *
       2210-SUBSTITUTE-PARMS-EXIT.
           EXIT.
      *
       2215-SUBSTITUTE-ONE.
      *
           EVALUATE TRUE
              WHEN PARM-SCAN(IN-POS:9) = '&PREVDATE'
                 MOVE PREV-BUSINESS-DATE TO SUB-PARMS(OUT-POS:8)
                 ADD 9 TO IN-POS
                 ADD 8 TO OUT-POS
              WHEN PARM-SCAN(IN-POS:5) = '&DATE'
                 MOVE BUSINESS-DATE TO SUB-PARMS(OUT-POS:8)
                 ADD 5 TO IN-POS
                 ADD 8 TO OUT-POS
              WHEN PARM-SCAN(IN-POS:6) = '&TODAY'
                 MOVE RUN-DATE TO SUB-PARMS(OUT-POS:8)
                 ADD 6 TO IN-POS
                 ADD 8 TO OUT-POS
              WHEN OTHER
                 MOVE PARM-SCAN(IN-POS:1) TO SUB-PARMS(OUT-POS:1)
                 ADD 1 TO IN-POS
                 ADD 1 TO OUT-POS
           END-EVALUATE.
      *
       2215-SUBSTITUTE-ONE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2230-FIND-END-EVENT LOOKS FOR THE LATEST END EVENT THE    *
      *    STEP'S PROGRAM WROTE SINCE IT WAS LAUNCHED. THE PROGRAM   *
      *    MAY DATE ITS EVENTS BY ITS OWN CLOCK, SO THE LAUNCH TIME, *
      *    NOT THE BUSINESS DATE, DECIDES WHICH EVENT IS ITS OWN -   *
      *    TO THE SECOND, AS NOT EVERY CLOCK GIVES HUNDREDTHS.       *
      *---------------------------------------------------------------*
       2230-FIND-END-EVENT.
      *
           OPEN INPUT RUN-CONTROL
           IF FS-RUN-CONTROL <> '00' THEN
              DISPLAY 'RUN-CONTROL ACCESS ERROR - STATUS IS : '
                      FS-RUN-CONTROL
              GO TO 2230-FIND-END-EVENT-EXIT
           END-IF
           SET RC-SCAN-NEOF TO TRUE
           PERFORM 2235-SCAN-ONE-END
              THRU 2235-SCAN-ONE-END-EXIT
              UNTIL RC-SCAN-EOF
           CLOSE RUN-CONTROL.
      *
       2230-FIND-END-EVENT-EXIT.
           EXIT.
      *
       2235-SCAN-ONE-END.
      *
           READ RUN-CONTROL
               AT END
                  SET RC-SCAN-EOF TO TRUE
                  GO TO 2235-SCAN-ONE-END-EXIT
           END-READ
           IF RC-STEP = CS-RC-STEP(CS-INDEX)
              AND RC-EVENT-END
              AND RC-TIMESTAMP(1:14) >= CS-START-TS(CS-INDEX)(1:14)
              THEN
              SET END-FOUND TO TRUE
              MOVE RC-OUTCOME TO END-OUTCOME
           END-IF.
      *
       2235-SCAN-ONE-END-EXIT.
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
      *    3000-WRITE-SUMMARY PRINTS ONE LINE PER STEP - OUTCOME,    *
      *    RETURN CODE, START AND END TIME AND ELAPSED TIME - THEN   *
      *    THE CHAIN'S OWN OUTCOME AND TOTAL ELAPSED TIME.           *
      *---------------------------------------------------------------*
       3000-WRITE-SUMMARY.
      *
           EVALUATE TRUE
              WHEN CHAIN-RC >= 8
                 MOVE 'ERROR'   TO CHAIN-OUTCOME
              WHEN CHAIN-STOPPED
                 MOVE 'STOPPED' TO CHAIN-OUTCOME
              WHEN CHAIN-RC = 4
                 MOVE 'WARNING' TO CHAIN-OUTCOME
              WHEN OTHER
                 MOVE 'OK'      TO CHAIN-OUTCOME
           END-EVALUATE
      *
           MOVE SPACES TO CHAIN-RPT-RECORD
           STRING 'NIGHTLY CHAIN FOR BUSINESS DATE ' DELIMITED BY SIZE
                  BUSINESS-DATE                      DELIMITED BY SIZE
                  '   STARTED '                      DELIMITED BY SIZE
                  CHAIN-START-TS                     DELIMITED BY SIZE
             INTO CHAIN-RPT-RECORD
           WRITE CHAIN-RPT-RECORD
           MOVE SPACES TO CHAIN-RPT-RECORD
           WRITE CHAIN-RPT-RECORD
           MOVE 'STEP       PROGRAM              OUTCOME   RC  STARTED'
                TO CHAIN-RPT-RECORD
           MOVE 'ENDED     ELAPSED' TO CHAIN-RPT-RECORD(61:17)
           WRITE CHAIN-RPT-RECORD
           PERFORM 3100-SUMMARY-ONE-STEP
              THRU 3100-SUMMARY-ONE-STEP-EXIT
              VARYING CS-INDEX FROM 1 BY 1
              UNTIL CS-INDEX > STEP-COUNT
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE CHAIN-START-TS TO TS-WORK
           PERFORM 2250-TIMESTAMP-SECONDS
              THRU 2250-TIMESTAMP-SECONDS-EXIT
           MOVE TS-SECONDS TO START-SECONDS
           MOVE FULL-DATETIME TO TS-WORK
           PERFORM 2250-TIMESTAMP-SECONDS
              THRU 2250-TIMESTAMP-SECONDS-EXIT
           MOVE TS-SECONDS TO END-SECONDS
           MOVE ZEROS TO CHAIN-ELAPSED
           IF END-SECONDS > START-SECONDS THEN
              COMPUTE CHAIN-ELAPSED = END-SECONDS - START-SECONDS
           END-IF
           MOVE CHAIN-ELAPSED TO HMS-SECONDS
           PERFORM 3200-FORMAT-HMS THRU 3200-FORMAT-HMS-EXIT
      *
           MOVE SPACES TO CHAIN-RPT-RECORD
           WRITE CHAIN-RPT-RECORD
           MOVE SPACES TO CHAIN-RPT-RECORD
           STRING 'CHAIN OUTCOME : '  DELIMITED BY SIZE
                  CHAIN-OUTCOME       DELIMITED BY SIZE
                  '   TOTAL ELAPSED ' DELIMITED BY SIZE
                  HMS-SHOW            DELIMITED BY SIZE
             INTO CHAIN-RPT-RECORD
           WRITE CHAIN-RPT-RECORD
           IF BLOCKING-STEP NOT = SPACES THEN
              IF CHAIN-RC >= 8 THEN
                 MOVE 4 TO AL-W-SEVERITY
              ELSE
                 MOVE 3 TO AL-W-SEVERITY
              END-IF
              MOVE 'CHAINHLT' TO AL-W-CODE
              STRING 'NIGHTLY CHAIN FOR '  DELIMITED BY SIZE
                     BUSINESS-DATE         DELIMITED BY SIZE
                     ' HALTED AT STEP '    DELIMITED BY SIZE
                     BLOCKING-STEP         DELIMITED BY SPACE
                     ', '                  DELIMITED BY SIZE
                     CHAIN-OUTCOME         DELIMITED BY SPACE
                INTO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
              MOVE SPACES TO CHAIN-RPT-RECORD
              STRING 'CHAIN HALTED AT STEP ' DELIMITED BY SIZE
                     BLOCKING-STEP           DELIMITED BY SIZE
                     ' - FIX AND RERUN FOR THE SAME DATE TO RESUME'
                                             DELIMITED BY SIZE
                INTO CHAIN-RPT-RECORD
              WRITE CHAIN-RPT-RECORD
           END-IF
           DISPLAY 'CHAINRUN - CHAIN ' CHAIN-OUTCOME
                   ' TOTAL ELAPSED ' HMS-SHOW.
      *
       3000-WRITE-SUMMARY-EXIT.
           EXIT.
      *
       3100-SUMMARY-ONE-STEP.
      *
           MOVE CS-ELAPSED(CS-INDEX) TO HMS-SECONDS
           PERFORM 3200-FORMAT-HMS THRU 3200-FORMAT-HMS-EXIT
           MOVE CS-RC(CS-INDEX) TO RC-SHOW
           MOVE SPACES TO CHAIN-RPT-RECORD
           MOVE CS-STEP-ID(CS-INDEX)       TO CHAIN-RPT-RECORD(1:10)
           MOVE CS-PROGRAM(CS-INDEX)(1:20) TO CHAIN-RPT-RECORD(12:20)
           MOVE CS-OUTCOME(CS-INDEX)       TO CHAIN-RPT-RECORD(33:8)
           IF CS-START-TS(CS-INDEX) NOT = SPACES THEN
              MOVE RC-SHOW TO CHAIN-RPT-RECORD(42:3)
              MOVE CS-START-TS(CS-INDEX)(9:2) TO CHAIN-RPT-RECORD(47:2)
              MOVE ':'                        TO CHAIN-RPT-RECORD(49:1)
              MOVE CS-START-TS(CS-INDEX)(11:2) TO CHAIN-RPT-RECORD(50:2)
              MOVE ':'                        TO CHAIN-RPT-RECORD(52:1)
              MOVE CS-START-TS(CS-INDEX)(13:2) TO CHAIN-RPT-RECORD(53:2)
              MOVE CS-END-TS(CS-INDEX)(9:2)   TO CHAIN-RPT-RECORD(61:2)
              MOVE ':'                        TO CHAIN-RPT-RECORD(63:1)
              MOVE CS-END-TS(CS-INDEX)(11:2)  TO CHAIN-RPT-RECORD(64:2)
              MOVE ':'                        TO CHAIN-RPT-RECORD(66:1)
              MOVE CS-END-TS(CS-INDEX)(13:2)  TO CHAIN-RPT-RECORD(67:2)
              MOVE HMS-SHOW                   TO CHAIN-RPT-RECORD(71:8)
           END-IF
           WRITE CHAIN-RPT-RECORD.
      *
       3100-SUMMARY-ONE-STEP-EXIT.
           EXIT.
      *
       3200-FORMAT-HMS.
      *
           DIVIDE HMS-SECONDS BY 3600 GIVING HMS-HH
                  REMAINDER HMS-REST
           DIVIDE HMS-REST BY 60 GIVING HMS-MI
                  REMAINDER HMS-SS.
      *
       3200-FORMAT-HMS-EXIT.
           EXIT.
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
      *    RUN-CONTROL FILE. UNLIKE THE STEPS, THE DRIVER WRITES     *
      *    UNDER STEP 'CHAIN' - THE CALLER SETS RC-W-STEP TOO.       *
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
           MOVE RC-W-STEP     TO RC-STEP
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
              DISPLAY 'CHAINRUN - NO HOLIDAY.CALENDAR, WEEKENDS ONLY'
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
              DISPLAY 'CHAINRUN - HOLIDAY TABLE FULL AT ' HC-DATE
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
