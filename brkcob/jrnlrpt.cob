      *---------------------------------------------------------------*
      *          I D E N T I F I C A T I O N   D I V I S I O N        *
      *          =============================================        *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------.
       PROGRAM-ID.      JRNLRPT.
       AUTHOR.          POWER.
       DATE-WRITTEN.    15/10/2026.
      *---------------------------------------------------------------*
      *    JRNLRPT IS THE AUDIT REVIEW OF THE OPERATOR JOURNAL. IT    *
      *    SELECTS THE ACTIONS OF A DATE RANGE, AND OPTIONALLY OF ONE *
      *    USER OR ONE PROGRAM (JRNLRPT.PARM), AND LISTS THEM BY      *
      *    USER, PROGRAM AND TIME WITH THE BEFORE AND AFTER IMAGE OF  *
      *    EVERY CHANGE. TWO THINGS ARE FLAGGED FOR FOLLOW-UP : A     *
      *    DISPLAY OF CUSTOMER DATA WITH NOTHING MASKED, AND A RUN-   *
      *    CONTROL OVERRIDE KEYED OUTSIDE THE NIGHTLY BATCH WINDOW.   *
      *    ANY FLAG ENDS THE RUN WITH RC 4.                           *
      *                                                               *
      *    COMMAND LINE : [<FROM-DATE> [<TO-DATE>]]  (YYYYMMDD)       *
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
        COPY 'select-oper-journal.cpy'.
      *
           SELECT JRNLRPT-PARM
               ASSIGN TO 'JRNLRPT.PARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JRNLRPT-PARM.
      *
      *    JRNL-WORK CARRIES ONE ITEM PER SELECTED ACTION, WITH ITS
      *    FLAG ALREADY DECIDED, SORTED INTO JRNL-SORTED ON USER,
      *    PROGRAM AND TIMESTAMP FOR THE CONTROL BREAK.
      *
           SELECT JRNL-WORK
               ASSIGN TO 'JRNLRPT.WORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JRNL-WORK.
      *
           SELECT SORT-WORK
               ASSIGN TO 'JRNLSORTWK'.
      *
           SELECT JRNL-SORTED
               ASSIGN TO 'JRNLRPT.SORTED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JRNL-SORTED.
      *
           SELECT JRNL-RPT
               ASSIGN TO 'JOURNAL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JRNL-RPT.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       DATA DIVISION.
      *-------------.
       FILE SECTION.
      *------------.
      *
       COPY 'fd-oper-journal.cpy'.
      *
       FD  JRNLRPT-PARM
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  JRNLRPT-PARM-LINE           PIC X(80).
      *
       FD  JRNL-WORK
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  JW-RECORD.
           05  JW-KEY.
               10  JW-USER             PIC X(08).
               10  JW-PROGRAM          PIC X(10).
               10  JW-TIMESTAMP        PIC X(16).
           05  JW-TERMINAL             PIC X(16).
           05  JW-ACTION               PIC X(08).
           05  JW-MASK                 PIC X(01).
           05  JW-KEY-TOUCHED          PIC X(40).
           05  JW-BEFORE               PIC X(80).
           05  JW-AFTER                PIC X(80).
           05  JW-FLAG                 PIC X(01).
      *
       SD  SORT-WORK.
       01  SW-RECORD.
           05  SW-KEY                  PIC X(34).
           05  SW-DATA                 PIC X(226).
      *
       FD  JRNL-SORTED
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  JS-RECORD.
           05  JS-GROUP.
               10  JS-USER             PIC X(08).
               10  JS-PROGRAM          PIC X(10).
           05  JS-TIMESTAMP            PIC X(16).
           05  JS-TERMINAL             PIC X(16).
           05  JS-ACTION               PIC X(08).
           05  JS-MASK                 PIC X(01).
           05  JS-KEY-TOUCHED          PIC X(40).
           05  JS-BEFORE               PIC X(80).
           05  JS-AFTER                PIC X(80).
           05  JS-FLAG                 PIC X(01).
               88  JS-FLAG-UNMASKED    VALUE 'U'.
               88  JS-FLAG-OFF-WINDOW  VALUE 'W'.
               88  JS-FLAG-NONE        VALUE SPACE.
      *
       FD  JRNL-RPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  JRNL-RPT-RECORD             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *-----------------------.

       01 FILLER PIC X(050)
                 VALUE  'PGM-JRNLRPT-WS-COMIENZO'.
      *
       01 PGM-NAME PIC X(15)
                 VALUE 'JRNLRPT'.
      *
       01 FS-OPER-JOURNAL   PIC X(02) VALUE '00'.
       01 FS-JRNLRPT-PARM   PIC X(02) VALUE '00'.
       01 FS-JRNL-WORK      PIC X(02) VALUE '00'.
       01 FS-JRNL-SORTED    PIC X(02) VALUE '00'.
       01 FS-JRNL-RPT       PIC X(02) VALUE '00'.
      *
       01 W-DATA.
          05 FILE-EOF           PIC 9.
             88 EOF             VALUE 1.
             88 NEOF            VALUE 0.
          05 PARM-EOF-SW        PIC 9 VALUE 0.
             88 PARM-EOF        VALUE 1.
             88 PARM-NEOF       VALUE 0.
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
      *    S E L E C T I O N                                          *
      *    NO DATES MEANS THE WHOLE JOURNAL; BLANK USER OR PROGRAM    *
      *    MEANS EVERY ONE. THE BATCH WINDOW IS HHMM TO HHMM.         *
      *---------------------------------------------------------------*
       01 SEL-FROM-DATE     PIC X(08) VALUE SPACES.
       01 SEL-TO-DATE       PIC X(08) VALUE SPACES.
       01 SEL-USER          PIC X(08) VALUE SPACES.
       01 SEL-PROGRAM       PIC X(10) VALUE SPACES.
       01 BATCH-START       PIC 9(04) VALUE 1800.
       01 BATCH-END         PIC 9(04) VALUE 0600.
       01 ACTION-HHMM       PIC 9(04) VALUE ZEROS.
       01 WINDOW-SW         PIC 9 VALUE 0.
          88 INSIDE-WINDOW  VALUE 1.
          88 OUTSIDE-WINDOW VALUE 0.
      *
       01 PARM-KEY          PIC X(20) VALUE SPACES.
       01 PARM-VALUE        PIC X(60) VALUE SPACES.
      *
       01 JOURNAL-READ-COUNT PIC 9(08) VALUE ZEROS.
       01 SELECTED-COUNT    PIC 9(08) VALUE ZEROS.
       01 UNMASKED-COUNT    PIC 9(08) VALUE ZEROS.
       01 OFF-WINDOW-COUNT  PIC 9(08) VALUE ZEROS.
       01 GROUP-COUNT       PIC 9(06) VALUE ZEROS.
       01 GROUP-ACTION-COUNT PIC 9(08) VALUE ZEROS.
       01 GROUP-FLAG-COUNT  PIC 9(08) VALUE ZEROS.
       01 CURRENT-GROUP.
          05 CG-USER        PIC X(08) VALUE SPACES.
          05 CG-PROGRAM     PIC X(10) VALUE SPACES.
       01 GROUP-SW          PIC 9 VALUE 0.
          88 GROUP-OPEN     VALUE 1.
          88 GROUP-NONE     VALUE 0.
       01 FLAG-TEXT         PIC X(24) VALUE SPACES.
      *
       01 COMMAND-LINE-VALUES  PIC X(100) VALUE SPACES.
       01 CL-TOKEN-TABLE.
          05 CL-TOKEN OCCURS 2 TIMES PIC X(30).
      *
       01  FILLER PIC X(050)
                  VALUE  'PGM-JRNLRPT-WS-FIN'.
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
           PERFORM 1100-READ-PARM-FILE THRU 1100-READ-PARM-FILE-EXIT
      *
           MOVE SPACES TO CL-TOKEN-TABLE
           UNSTRING COMMAND-LINE-VALUES DELIMITED BY ALL ' '
               INTO CL-TOKEN(1), CL-TOKEN(2)
           END-UNSTRING
           IF CL-TOKEN(1)(1:8) NOT = SPACES THEN
              MOVE CL-TOKEN(1)(1:8) TO SEL-FROM-DATE
              MOVE CL-TOKEN(2)(1:8) TO SEL-TO-DATE
           END-IF
           IF SEL-FROM-DATE NOT = SPACES
              AND SEL-FROM-DATE IS NOT NUMERIC THEN
              DISPLAY 'JRNLRPT - BAD FROM DATE ' SEL-FROM-DATE
                      ', ENDING RUN'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF SEL-TO-DATE = SPACES THEN
              MOVE SEL-FROM-DATE TO SEL-TO-DATE
           END-IF
           IF SEL-TO-DATE NOT = SPACES
              AND (SEL-TO-DATE IS NOT NUMERIC
                   OR SEL-TO-DATE < SEL-FROM-DATE) THEN
              DISPLAY 'JRNLRPT - BAD TO DATE ' SEL-TO-DATE
                      ', ENDING RUN'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF SEL-FROM-DATE = SPACES THEN
              DISPLAY 'JRNLRPT - WHOLE JOURNAL'
           ELSE
              DISPLAY 'JRNLRPT - DATES ' SEL-FROM-DATE ' TO '
                      SEL-TO-DATE
           END-IF
           DISPLAY 'JRNLRPT - BATCH WINDOW ' BATCH-START ' TO '
                   BATCH-END
      *
           OPEN OUTPUT JRNL-RPT
           IF FS-JRNL-RPT <> '00' THEN
              DISPLAY 'JRNL-RPT ACCESS ERROR - STATUS IS : '
                      FS-JRNL-RPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 2050-WRITE-HEADINGS THRU 2050-WRITE-HEADINGS-EXIT
      *
           PERFORM 2100-EXTRACT-JOURNAL
              THRU 2100-EXTRACT-JOURNAL-EXIT
           IF RETURN-CODE = 0 THEN
              PERFORM 2200-REPORT-JOURNAL
                 THRU 2200-REPORT-JOURNAL-EXIT
           END-IF
      *
           PERFORM 2400-WRITE-SUMMARY THRU 2400-WRITE-SUMMARY-EXIT
      *
           PERFORM 3000-END.
      *
      *---------------------------------------------------------------*
      *    1100-READ-PARM-FILE LOADS THE SELECTION AND THE BATCH      *
      *    WINDOW. NO PARM FILE LEAVES THE WHOLE JOURNAL SELECTED     *
      *    AND THE WINDOW AT 1800 TO 0600.                            *
      *---------------------------------------------------------------*
       1100-READ-PARM-FILE.
      *
           OPEN INPUT JRNLRPT-PARM
           IF FS-JRNLRPT-PARM = '35' THEN
              GO TO 1100-READ-PARM-FILE-EXIT
           END-IF
           IF FS-JRNLRPT-PARM <> '00' THEN
              DISPLAY 'JRNLRPT-PARM ACCESS ERROR - STATUS IS : '
                      FS-JRNLRPT-PARM
              GO TO 1100-READ-PARM-FILE-EXIT
           END-IF
           SET PARM-NEOF TO TRUE
           PERFORM 1110-PARM-LINE THRU 1110-PARM-LINE-EXIT
                   UNTIL PARM-EOF
           CLOSE JRNLRPT-PARM.
      *
       1100-READ-PARM-FILE-EXIT.
           EXIT.
      *
       1110-PARM-LINE.
      *
           READ JRNLRPT-PARM
               AT END
                  SET PARM-EOF TO TRUE
                  GO TO 1110-PARM-LINE-EXIT
           END-READ
           IF JRNLRPT-PARM-LINE(1:1) = '*'
              OR JRNLRPT-PARM-LINE = SPACES THEN
              GO TO 1110-PARM-LINE-EXIT
           END-IF
           MOVE SPACES TO PARM-KEY, PARM-VALUE
           UNSTRING JRNLRPT-PARM-LINE DELIMITED BY '='
               INTO PARM-KEY, PARM-VALUE
           EVALUATE PARM-KEY
              WHEN 'FROM-DATE'
                 MOVE PARM-VALUE(1:8)  TO SEL-FROM-DATE
              WHEN 'TO-DATE'
                 MOVE PARM-VALUE(1:8)  TO SEL-TO-DATE
              WHEN 'USER'
                 MOVE PARM-VALUE(1:8)  TO SEL-USER
              WHEN 'PROGRAM'
                 MOVE PARM-VALUE(1:10) TO SEL-PROGRAM
              WHEN 'BATCH-START'
                 IF PARM-VALUE(1:4) IS NUMERIC
                    AND PARM-VALUE(1:2) < '24'
                    AND PARM-VALUE(3:2) < '60' THEN
                    MOVE PARM-VALUE(1:4) TO BATCH-START
                 ELSE
                    DISPLAY 'JRNLRPT - BAD BATCH-START IN PARM, '
                            'IGNORED : ' PARM-VALUE(1:8)
                 END-IF
              WHEN 'BATCH-END'
                 IF PARM-VALUE(1:4) IS NUMERIC
                    AND PARM-VALUE(1:2) < '24'
                    AND PARM-VALUE(3:2) < '60' THEN
                    MOVE PARM-VALUE(1:4) TO BATCH-END
                 ELSE
                    DISPLAY 'JRNLRPT - BAD BATCH-END IN PARM, '
                            'IGNORED : ' PARM-VALUE(1:8)
                 END-IF
              WHEN OTHER
                 DISPLAY 'JRNLRPT - UNKNOWN PARM KEYWORD, IGNORED : '
                         PARM-KEY
           END-EVALUATE.
      *
       1110-PARM-LINE-EXIT.
           EXIT.
      *
       2050-WRITE-HEADINGS.
      *
           MOVE SPACES TO JRNL-RPT-RECORD
           IF SEL-FROM-DATE = SPACES THEN
              MOVE 'OPERATOR JOURNAL REVIEW - WHOLE JOURNAL'
                   TO JRNL-RPT-RECORD
           ELSE
              STRING 'OPERATOR JOURNAL REVIEW - DATES '
                                            DELIMITED BY SIZE
                     SEL-FROM-DATE          DELIMITED BY SIZE
                     ' TO '                 DELIMITED BY SIZE
                     SEL-TO-DATE            DELIMITED BY SIZE
                INTO JRNL-RPT-RECORD
           END-IF
           WRITE JRNL-RPT-RECORD
           MOVE SPACES TO JRNL-RPT-RECORD
           STRING 'USER : '                 DELIMITED BY SIZE
                  SEL-USER                  DELIMITED BY SIZE
                  '  PROGRAM : '            DELIMITED BY SIZE
                  SEL-PROGRAM               DELIMITED BY SIZE
                  '  BATCH WINDOW : '       DELIMITED BY SIZE
                  BATCH-START               DELIMITED BY SIZE
                  ' TO '                    DELIMITED BY SIZE
                  BATCH-END                 DELIMITED BY SIZE
             INTO JRNL-RPT-RECORD
           IF SEL-USER = SPACES THEN
              MOVE 'ALL     ' TO JRNL-RPT-RECORD(8:8)
           END-IF
           IF SEL-PROGRAM = SPACES THEN
              MOVE 'ALL       ' TO JRNL-RPT-RECORD(28:10)
           END-IF
           WRITE JRNL-RPT-RECORD
           MOVE SPACES TO JRNL-RPT-RECORD
           WRITE JRNL-RPT-RECORD
           MOVE SPACES TO JRNL-RPT-RECORD
           STRING 'TIMESTAMP        TERMINAL         ACTION   '
                                          DELIMITED BY SIZE
                  'KEY                                      '
                                          DELIMITED BY SIZE
                  'FLAG'                  DELIMITED BY SIZE
             INTO JRNL-RPT-RECORD
           WRITE JRNL-RPT-RECORD.
      *
       2050-WRITE-HEADINGS-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2100-EXTRACT-JOURNAL READS THE JOURNAL FROM THE TOP AND    *
      *    WRITES ONE WORK ITEM PER ACTION INSIDE THE SELECTION,      *
      *    DECIDING ITS FLAG ON THE WAY.                              *
      *---------------------------------------------------------------*
       2100-EXTRACT-JOURNAL.
      *
           OPEN INPUT OPER-JOURNAL
           IF FS-OPER-JOURNAL = '35' THEN
              DISPLAY 'JRNLRPT - NO OPERATOR JOURNAL YET'
              MOVE 'NO OPERATOR JOURNAL YET - NOTHING TO REVIEW'
                   TO JRNL-RPT-RECORD
              WRITE JRNL-RPT-RECORD
              GO TO 2100-EXTRACT-JOURNAL-EXIT
           END-IF
           IF FS-OPER-JOURNAL <> '00' THEN
              DISPLAY 'OPER-JOURNAL ACCESS ERROR - STATUS IS : '
                      FS-OPER-JOURNAL
              MOVE 8 TO RETURN-CODE
              GO TO 2100-EXTRACT-JOURNAL-EXIT
           END-IF
           OPEN OUTPUT JRNL-WORK
           IF FS-JRNL-WORK <> '00' THEN
              DISPLAY 'JRNL-WORK ACCESS ERROR - STATUS IS : '
                      FS-JRNL-WORK
              MOVE 8 TO RETURN-CODE
              CLOSE OPER-JOURNAL
              GO TO 2100-EXTRACT-JOURNAL-EXIT
           END-IF
      *
           SET NEOF TO TRUE
           PERFORM 2110-EXTRACT-ONE-ACTION
                   THRU 2110-EXTRACT-ONE-ACTION-EXIT
                   UNTIL EOF
           CLOSE JRNL-WORK
           CLOSE OPER-JOURNAL.
      *
       2100-EXTRACT-JOURNAL-EXIT.
           EXIT.
      *
       2110-EXTRACT-ONE-ACTION.
      *
           READ OPER-JOURNAL
               AT END
                  SET EOF TO TRUE
                  GO TO 2110-EXTRACT-ONE-ACTION-EXIT
           END-READ
           IF FS-OPER-JOURNAL <> '00' THEN
              DISPLAY 'OPER-JOURNAL READ ERROR - STATUS IS : '
                      FS-OPER-JOURNAL
              MOVE 8 TO RETURN-CODE
              SET EOF TO TRUE
              GO TO 2110-EXTRACT-ONE-ACTION-EXIT
           END-IF
           ADD 1 TO JOURNAL-READ-COUNT
           IF SEL-FROM-DATE NOT = SPACES
              AND (OJ-TIMESTAMP(1:8) < SEL-FROM-DATE
                   OR OJ-TIMESTAMP(1:8) > SEL-TO-DATE) THEN
              GO TO 2110-EXTRACT-ONE-ACTION-EXIT
           END-IF
           IF SEL-USER NOT = SPACES AND OJ-USER NOT = SEL-USER THEN
              GO TO 2110-EXTRACT-ONE-ACTION-EXIT
           END-IF
           IF SEL-PROGRAM NOT = SPACES
              AND OJ-PROGRAM NOT = SEL-PROGRAM THEN
              GO TO 2110-EXTRACT-ONE-ACTION-EXIT
           END-IF
      *
           ADD 1 TO SELECTED-COUNT
           MOVE SPACES        TO JW-RECORD
           MOVE OJ-USER       TO JW-USER
           MOVE OJ-PROGRAM    TO JW-PROGRAM
           MOVE OJ-TIMESTAMP  TO JW-TIMESTAMP
           MOVE OJ-TERMINAL   TO JW-TERMINAL
           MOVE OJ-ACTION     TO JW-ACTION
           MOVE OJ-MASK       TO JW-MASK
           MOVE OJ-KEY        TO JW-KEY-TOUCHED
           MOVE OJ-BEFORE     TO JW-BEFORE
           MOVE OJ-AFTER      TO JW-AFTER
      *
           IF OJ-UNMASKED THEN
              MOVE 'U' TO JW-FLAG
              ADD 1 TO UNMASKED-COUNT
           END-IF
           IF OJ-ACTION = 'OVERRIDE' THEN
              PERFORM 2120-TEST-WINDOW THRU 2120-TEST-WINDOW-EXIT
              IF OUTSIDE-WINDOW THEN
                 MOVE 'W' TO JW-FLAG
                 ADD 1 TO OFF-WINDOW-COUNT
              END-IF
           END-IF
      *
           WRITE JW-RECORD
           IF FS-JRNL-WORK <> '00' THEN
              DISPLAY 'JRNL-WORK WRITE ERROR - STATUS IS : '
                      FS-JRNL-WORK
              MOVE 8 TO RETURN-CODE
              SET EOF TO TRUE
           END-IF.
      *
       2110-EXTRACT-ONE-ACTION-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2120-TEST-WINDOW SAYS WHETHER THE ACTION'S TIME OF DAY     *
      *    FALLS IN THE BATCH WINDOW. A WINDOW THAT ENDS BEFORE IT    *
      *    STARTS RUNS OVER MIDNIGHT.                                 *
      *---------------------------------------------------------------*
       2120-TEST-WINDOW.
      *
           SET OUTSIDE-WINDOW TO TRUE
           IF OJ-TIMESTAMP(9:4) IS NOT NUMERIC THEN
              GO TO 2120-TEST-WINDOW-EXIT
           END-IF
           MOVE OJ-TIMESTAMP(9:4) TO ACTION-HHMM
           IF BATCH-START > BATCH-END THEN
              IF ACTION-HHMM >= BATCH-START
                 OR ACTION-HHMM < BATCH-END THEN
                 SET INSIDE-WINDOW TO TRUE
              END-IF
           ELSE
              IF ACTION-HHMM >= BATCH-START
                 AND ACTION-HHMM < BATCH-END THEN
                 SET INSIDE-WINDOW TO TRUE
              END-IF
           END-IF.
      *
       2120-TEST-WINDOW-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2200-REPORT-JOURNAL SORTS THE WORK ITEMS ON USER, PROGRAM  *
      *    AND TIMESTAMP AND LISTS THEM, WITH A COUNT AT EACH CHANGE  *
      *    OF USER OR PROGRAM.                                        *
      *---------------------------------------------------------------*
       2200-REPORT-JOURNAL.
      *
           IF SELECTED-COUNT = 0 THEN
              MOVE 'NO OPERATOR ACTIONS SELECTED' TO JRNL-RPT-RECORD
              WRITE JRNL-RPT-RECORD
              GO TO 2200-REPORT-JOURNAL-EXIT
           END-IF
      *
           SORT SORT-WORK
               ON ASCENDING KEY SW-KEY
               USING JRNL-WORK
               GIVING JRNL-SORTED
           IF SORT-RETURN NOT = 0 THEN
              DISPLAY 'JRNLRPT - SORT ERROR, SORT-RETURN IS : '
                      SORT-RETURN
              MOVE 8 TO RETURN-CODE
              GO TO 2200-REPORT-JOURNAL-EXIT
           END-IF
      *
           OPEN INPUT JRNL-SORTED
           IF FS-JRNL-SORTED <> '00' THEN
              DISPLAY 'JRNL-SORTED ACCESS ERROR - STATUS IS : '
                      FS-JRNL-SORTED
              MOVE 8 TO RETURN-CODE
              GO TO 2200-REPORT-JOURNAL-EXIT
           END-IF
      *
           SET GROUP-NONE TO TRUE
           SET NEOF TO TRUE
           PERFORM 2210-READ-SORTED THRU 2210-READ-SORTED-EXIT
           PERFORM 2220-REPORT-ONE-ACTION
                   THRU 2220-REPORT-ONE-ACTION-EXIT
                   UNTIL EOF
           IF GROUP-OPEN THEN
              PERFORM 2300-CLOSE-GROUP THRU 2300-CLOSE-GROUP-EXIT
           END-IF
           CLOSE JRNL-SORTED.
      *
       2200-REPORT-JOURNAL-EXIT.
           EXIT.
      *
       2210-READ-SORTED.
      *
           READ JRNL-SORTED
               AT END
                  SET EOF TO TRUE
           END-READ.
      *
       2210-READ-SORTED-EXIT.
           EXIT.
      *
       2220-REPORT-ONE-ACTION.
      *
           IF GROUP-OPEN AND JS-GROUP NOT = CURRENT-GROUP THEN
              PERFORM 2300-CLOSE-GROUP THRU 2300-CLOSE-GROUP-EXIT
           END-IF
           IF GROUP-NONE THEN
              MOVE JS-GROUP TO CURRENT-GROUP
              MOVE ZEROS    TO GROUP-ACTION-COUNT, GROUP-FLAG-COUNT
              SET GROUP-OPEN TO TRUE
              ADD 1 TO GROUP-COUNT
              MOVE SPACES TO JRNL-RPT-RECORD
              STRING 'USER '      DELIMITED BY SIZE
                     CG-USER      DELIMITED BY SIZE
                     '  PROGRAM ' DELIMITED BY SIZE
                     CG-PROGRAM   DELIMITED BY SIZE
                INTO JRNL-RPT-RECORD
              WRITE JRNL-RPT-RECORD
           END-IF
      *
           ADD 1 TO GROUP-ACTION-COUNT
           EVALUATE TRUE
              WHEN JS-FLAG-UNMASKED
                 MOVE '** UNMASKED DISPLAY'     TO FLAG-TEXT
                 ADD 1 TO GROUP-FLAG-COUNT
              WHEN JS-FLAG-OFF-WINDOW
                 MOVE '** OUTSIDE BATCH WINDOW' TO FLAG-TEXT
                 ADD 1 TO GROUP-FLAG-COUNT
              WHEN OTHER
                 MOVE SPACES                    TO FLAG-TEXT
           END-EVALUATE
           MOVE SPACES TO JRNL-RPT-RECORD
           STRING JS-TIMESTAMP          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  JS-TERMINAL           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  JS-ACTION             DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  JS-KEY-TOUCHED        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  FLAG-TEXT             DELIMITED BY SIZE
             INTO JRNL-RPT-RECORD
           WRITE JRNL-RPT-RECORD
           IF JS-BEFORE NOT = SPACES THEN
              MOVE SPACES TO JRNL-RPT-RECORD
              STRING '    BEFORE : '    DELIMITED BY SIZE
                     JS-BEFORE          DELIMITED BY SIZE
                INTO JRNL-RPT-RECORD
              WRITE JRNL-RPT-RECORD
           END-IF
           IF JS-AFTER NOT = SPACES THEN
              MOVE SPACES TO JRNL-RPT-RECORD
              STRING '    AFTER  : '    DELIMITED BY SIZE
                     JS-AFTER           DELIMITED BY SIZE
                INTO JRNL-RPT-RECORD
              WRITE JRNL-RPT-RECORD
           END-IF
      *
           PERFORM 2210-READ-SORTED THRU 2210-READ-SORTED-EXIT.
      *
       2220-REPORT-ONE-ACTION-EXIT.
           EXIT.
      *
       2300-CLOSE-GROUP.
      *
           MOVE SPACES TO JRNL-RPT-RECORD
           STRING '  USER '             DELIMITED BY SIZE
                  CG-USER               DELIMITED BY SIZE
                  ' PROGRAM '           DELIMITED BY SIZE
                  CG-PROGRAM            DELIMITED BY SIZE
                  ' : '                 DELIMITED BY SIZE
                  GROUP-ACTION-COUNT    DELIMITED BY SIZE
                  ' ACTIONS, '          DELIMITED BY SIZE
                  GROUP-FLAG-COUNT      DELIMITED BY SIZE
                  ' FLAGGED'            DELIMITED BY SIZE
             INTO JRNL-RPT-RECORD
           WRITE JRNL-RPT-RECORD
           MOVE SPACES TO JRNL-RPT-RECORD
           WRITE JRNL-RPT-RECORD
           SET GROUP-NONE TO TRUE.
      *
       2300-CLOSE-GROUP-EXIT.
           EXIT.
      *
       2400-WRITE-SUMMARY.
      *
           MOVE SPACES TO JRNL-RPT-RECORD
           WRITE JRNL-RPT-RECORD
           MOVE SPACES TO JRNL-RPT-RECORD
           STRING 'JOURNAL ENTRIES READ     : ' DELIMITED BY SIZE
                  JOURNAL-READ-COUNT            DELIMITED BY SIZE
             INTO JRNL-RPT-RECORD
           WRITE JRNL-RPT-RECORD
      *
           MOVE SPACES TO JRNL-RPT-RECORD
           STRING 'ACTIONS SELECTED         : ' DELIMITED BY SIZE
                  SELECTED-COUNT                DELIMITED BY SIZE
             INTO JRNL-RPT-RECORD
           WRITE JRNL-RPT-RECORD
      *
           MOVE SPACES TO JRNL-RPT-RECORD
           STRING 'USER/PROGRAM GROUPS      : ' DELIMITED BY SIZE
                  GROUP-COUNT                   DELIMITED BY SIZE
             INTO JRNL-RPT-RECORD
           WRITE JRNL-RPT-RECORD
      *
           MOVE SPACES TO JRNL-RPT-RECORD
           STRING 'UNMASKED DISPLAYS        : ' DELIMITED BY SIZE
                  UNMASKED-COUNT                DELIMITED BY SIZE
             INTO JRNL-RPT-RECORD
           WRITE JRNL-RPT-RECORD
      *
           MOVE SPACES TO JRNL-RPT-RECORD
           STRING 'OVERRIDES OUTSIDE WINDOW : ' DELIMITED BY SIZE
                  OFF-WINDOW-COUNT              DELIMITED BY SIZE
             INTO JRNL-RPT-RECORD
           WRITE JRNL-RPT-RECORD
      *
           IF (UNMASKED-COUNT > 0 OR OFF-WINDOW-COUNT > 0)
              AND RETURN-CODE = 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF
      *
           DISPLAY 'JRNLRPT - JOURNAL ENTRIES READ     : '
                   JOURNAL-READ-COUNT
           DISPLAY 'JRNLRPT - ACTIONS SELECTED         : '
                   SELECTED-COUNT
           DISPLAY 'JRNLRPT - UNMASKED DISPLAYS        : '
                   UNMASKED-COUNT
           DISPLAY 'JRNLRPT - OVERRIDES OUTSIDE WINDOW : '
                   OFF-WINDOW-COUNT.
      *
       2400-WRITE-SUMMARY-EXIT.
           EXIT.
      *
       3000-END.
      *
           CLOSE JRNL-RPT.
           STOP RUN.
