      *---------------------------------------------------------------*
      *          I D E N T I F I C A T I O N   D I V I S I O N        *
      *          =============================================        *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------.
       PROGRAM-ID.      LATERPT.
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
      *    CONSUMER FILES EVERY MESSAGE UNDER THE BUSINESS DATE OF ITS
      *    BATCH, SO A BATCH PUBLISHED BEFORE MIDNIGHT AND DRAINED
      *    AFTER IT STAYS TOGETHER. LATERPT LISTS THE MESSAGES OF A
      *    BUSINESS DATE (OR RANGE OF THEM) THAT WERE RECEIVED ON A
      *    LATER CALENDAR DAY, GROUPED BY BATCH AND QUEUE, SO THE
      *    DESK CAN SEE WHICH FEEDS RAN LATE AND BY HOW MUCH.
      *
        COPY 'select-msg-store.cpy'.
      *
      *    LATE-WORK CARRIES ONE SHORT ITEM PER LATE MESSAGE, SORTED
      *    INTO LATE-SORTED ON BATCH, QUEUE AND RECEIPT TIME FOR THE
      *    CONTROL BREAK.
      *
           SELECT LATE-WORK
               ASSIGN TO 'LATERPT.WORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LATE-WORK.
      *
           SELECT SORT-WORK
               ASSIGN TO 'LATESORTWK'.
      *
           SELECT LATE-SORTED
               ASSIGN TO 'LATERPT.SORTED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LATE-SORTED.
      *
           SELECT LATE-RPT
               ASSIGN TO 'LATE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LATE-RPT.
      *
        COPY 'select-run-control.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       DATA DIVISION.
      *-------------.
       FILE SECTION.
      *------------.
      *
       COPY 'fd-msg-store.cpy'.
      *
       FD  LATE-WORK
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  LW-RECORD.
           05  LW-KEY.
               10  LW-BATCH-ID         PIC X(08).
               10  LW-SOURCE-QUEUE     PIC X(15).
               10  LW-RECEIVED-TIMESTAMP
                                       PIC X(16).
           05  LW-BUSINESS-DATE        PIC X(08).
           05  LW-MSGID                PIC X(20).
           05  LW-TXN-CODE             PIC X(04).
           05  LW-REFERENCE            PIC X(08).
      *
       SD  SORT-WORK.
       01  SW-RECORD.
           05  SW-KEY                  PIC X(39).
           05  SW-DATA                 PIC X(40).
      *
       FD  LATE-SORTED
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  LS-RECORD.
           05  LS-GROUP.
               10  LS-BATCH-ID         PIC X(08).
               10  LS-SOURCE-QUEUE     PIC X(15).
           05  LS-RECEIVED-TIMESTAMP   PIC X(16).
           05  LS-BUSINESS-DATE        PIC X(08).
           05  LS-MSGID                PIC X(20).
           05  LS-TXN-CODE             PIC X(04).
           05  LS-REFERENCE            PIC X(08).
      *
       FD  LATE-RPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  LATE-RPT-RECORD             PIC X(100).
      *
       COPY 'fd-run-control.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.

       01 FILLER PIC X(050)
                 VALUE  'PGM-LATERPT-WS-COMIENZO'.
      *
       01 PGM-NAME PIC X(15)
                 VALUE 'LATERPT'.
      *
       01 FS-MSG-STORE      PIC X(02) VALUE '00'.
       01 FS-LATE-WORK      PIC X(02) VALUE '00'.
       01 FS-LATE-SORTED    PIC X(02) VALUE '00'.
       01 FS-LATE-RPT       PIC X(02) VALUE '00'.
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
       01 FROM-DATE         PIC X(08) VALUE SPACES.
       01 TO-DATE           PIC X(08) VALUE SPACES.
       01 STORE-READ-COUNT  PIC 9(08) VALUE ZEROS.
       01 LATE-COUNT        PIC 9(08) VALUE ZEROS.
       01 GROUP-COUNT       PIC 9(06) VALUE ZEROS.
       01 GROUP-LATE-COUNT  PIC 9(08) VALUE ZEROS.
       01 CURRENT-GROUP.
          05 CG-BATCH-ID    PIC X(08) VALUE SPACES.
          05 CG-SOURCE-QUEUE PIC X(15) VALUE SPACES.
       01 GROUP-SW          PIC 9 VALUE 0.
          88 GROUP-OPEN     VALUE 1.
          88 GROUP-NONE     VALUE 0.
      *
       01 COMMAND-LINE-VALUES  PIC X(100) VALUE SPACES.
       01 CL-TOKEN-TABLE.
          05 CL-TOKEN OCCURS 2 TIMES PIC X(30).
      *    TOKEN 1 IS THE FIRST BUSINESS DATE (YYYYMMDD), TOKEN 2 THE
      *    LAST. NO SECOND DATE MEANS THE ONE DAY.
      *
       01  FILLER PIC X(050)
                  VALUE  'PGM-LATERPT-WS-FIN'.
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
           MOVE SPACES TO CL-TOKEN-TABLE
           UNSTRING COMMAND-LINE-VALUES DELIMITED BY ALL ' '
               INTO CL-TOKEN(1), CL-TOKEN(2)
           END-UNSTRING
           IF CL-TOKEN(1)(1:8) = SPACES
              OR CL-TOKEN(1)(1:8) IS NOT NUMERIC THEN
              DISPLAY 'LATERPT - GIVE THE BUSINESS DATE (YYYYMMDD) '
                      'AND OPTIONALLY A LAST DATE, ENDING RUN'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE CL-TOKEN(1)(1:8) TO FROM-DATE
           IF CL-TOKEN(2)(1:8) = SPACES THEN
              MOVE FROM-DATE TO TO-DATE
           ELSE
              IF CL-TOKEN(2)(1:8) IS NOT NUMERIC
                 OR CL-TOKEN(2)(1:8) < FROM-DATE THEN
                 DISPLAY 'LATERPT - BAD LAST DATE ' CL-TOKEN(2)(1:8)
                         ', ENDING RUN'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CL-TOKEN(2)(1:8) TO TO-DATE
           END-IF
           MOVE TO-DATE   TO RC-W-DATE
           MOVE 'START'   TO RC-W-EVENT
           MOVE 'RUNNING' TO RC-W-OUTCOME
           MOVE SPACES    TO RC-W-DETAIL
           PERFORM 2950-WRITE-RUN-CONTROL
              THRU 2950-WRITE-RUN-CONTROL-EXIT
           DISPLAY 'LATERPT - BUSINESS DATES ' FROM-DATE ' TO '
                   TO-DATE
      *
           OPEN OUTPUT LATE-RPT
           IF FS-LATE-RPT <> '00' THEN
              DISPLAY 'LATE-RPT ACCESS ERROR - STATUS IS : '
                      FS-LATE-RPT
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-END
           END-IF
           PERFORM 2050-WRITE-HEADINGS THRU 2050-WRITE-HEADINGS-EXIT
      *
           PERFORM 2100-EXTRACT-LATE THRU 2100-EXTRACT-LATE-EXIT
           IF RETURN-CODE = 0 THEN
              PERFORM 2200-REPORT-LATE THRU 2200-REPORT-LATE-EXIT
           END-IF
      *
           PERFORM 2400-WRITE-SUMMARY THRU 2400-WRITE-SUMMARY-EXIT
      *
           PERFORM 3000-END.
      *
       2050-WRITE-HEADINGS.
      *
           MOVE SPACES TO LATE-RPT-RECORD
           STRING 'LATE ARRIVALS - BUSINESS DATES ' DELIMITED BY SIZE
                  FROM-DATE                         DELIMITED BY SIZE
                  ' TO '                            DELIMITED BY SIZE
                  TO-DATE                           DELIMITED BY SIZE
             INTO LATE-RPT-RECORD
           WRITE LATE-RPT-RECORD
           MOVE SPACES TO LATE-RPT-RECORD
           WRITE LATE-RPT-RECORD
           MOVE SPACES TO LATE-RPT-RECORD
           STRING 'BATCH    QUEUE           BUS DATE RECEIVED        '
                                          DELIMITED BY SIZE
                  ' MESSAGE ID           CODE REFERENCE'
                                          DELIMITED BY SIZE
             INTO LATE-RPT-RECORD
           WRITE LATE-RPT-RECORD.
      *
       2050-WRITE-HEADINGS-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2100-EXTRACT-LATE BROWSES THE STORE ON THE BUSINESS-DATE   *
      *    ALTERNATE KEY FROM THE FIRST DATE TO THE LAST AND WRITES   *
      *    ONE WORK ITEM FOR EVERY MESSAGE RECEIVED ON A LATER DAY    *
      *    THAN ITS BUSINESS DATE. THE STORE HOLDS ONE RECORD PER     *
      *    MESSAGE, SO EACH IS COUNTED ONCE.                          *
      *---------------------------------------------------------------*
       2100-EXTRACT-LATE.
      *
           OPEN INPUT MSG-STORE
           IF FS-MSG-STORE <> '00' THEN
              DISPLAY 'MSG-STORE ACCESS ERROR - STATUS IS : '
                      FS-MSG-STORE
              DISPLAY 'LATERPT - RUN THE MSGSTORE LOAD FIRST'
              MOVE 'MESSAGE STORE NOT READABLE - NO LATE ARRIVALS '
                   TO LATE-RPT-RECORD
              WRITE LATE-RPT-RECORD
              MOVE 8 TO RETURN-CODE
              GO TO 2100-EXTRACT-LATE-EXIT
           END-IF
           OPEN OUTPUT LATE-WORK
           IF FS-LATE-WORK <> '00' THEN
              DISPLAY 'LATE-WORK ACCESS ERROR - STATUS IS : '
                      FS-LATE-WORK
              MOVE 8 TO RETURN-CODE
              CLOSE MSG-STORE
              GO TO 2100-EXTRACT-LATE-EXIT
           END-IF
      *
           MOVE FROM-DATE TO MS-BUSINESS-DATE
           START MSG-STORE KEY IS >= MS-BUSINESS-DATE
           IF FS-MSG-STORE = '00' OR FS-MSG-STORE = '02' THEN
              SET NEOF TO TRUE
              PERFORM 2110-EXTRACT-ONE-STORED
                      THRU 2110-EXTRACT-ONE-STORED-EXIT
                      UNTIL EOF
           ELSE
              DISPLAY 'LATERPT - NO STORE RECORDS FROM ' FROM-DATE
           END-IF
           CLOSE LATE-WORK
           CLOSE MSG-STORE.
      *
       2100-EXTRACT-LATE-EXIT.
           EXIT.
      *
       2110-EXTRACT-ONE-STORED.
      *
           READ MSG-STORE NEXT
           IF FS-MSG-STORE <> '00' AND FS-MSG-STORE <> '02' THEN
              SET EOF TO TRUE
              GO TO 2110-EXTRACT-ONE-STORED-EXIT
           END-IF
           IF MS-BUSINESS-DATE > TO-DATE THEN
              SET EOF TO TRUE
              GO TO 2110-EXTRACT-ONE-STORED-EXIT
           END-IF
           ADD 1 TO STORE-READ-COUNT
           IF MS-RECEIVED-DATE NOT > MS-BUSINESS-DATE THEN
              GO TO 2110-EXTRACT-ONE-STORED-EXIT
           END-IF
      *
           ADD 1 TO LATE-COUNT
           MOVE SPACES                TO LW-RECORD
           MOVE MS-BATCH-ID           TO LW-BATCH-ID
           MOVE MS-SOURCE-QUEUE       TO LW-SOURCE-QUEUE
           MOVE MS-RECEIVED-TIMESTAMP TO LW-RECEIVED-TIMESTAMP
           MOVE MS-BUSINESS-DATE      TO LW-BUSINESS-DATE
           MOVE MS-MSGID              TO LW-MSGID
           MOVE MS-MESSAGE(157:4)     TO LW-TXN-CODE
           MOVE MS-MESSAGE(161:8)     TO LW-REFERENCE
           WRITE LW-RECORD
           IF FS-LATE-WORK <> '00' THEN
              DISPLAY 'LATE-WORK WRITE ERROR - STATUS IS : '
                      FS-LATE-WORK
              MOVE 8 TO RETURN-CODE
              SET EOF TO TRUE
           END-IF.
      *
       2110-EXTRACT-ONE-STORED-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2200-REPORT-LATE SORTS THE WORK ITEMS ON BATCH, QUEUE AND  *
      *    RECEIPT TIME AND LISTS THEM, WITH A COUNT AT EACH CHANGE   *
      *    OF BATCH OR QUEUE.                                         *
      *---------------------------------------------------------------*
       2200-REPORT-LATE.
      *
           IF LATE-COUNT = 0 THEN
              MOVE 'NO LATE ARRIVALS' TO LATE-RPT-RECORD
              WRITE LATE-RPT-RECORD
              GO TO 2200-REPORT-LATE-EXIT
           END-IF
      *
           SORT SORT-WORK
               ON ASCENDING KEY SW-KEY
               USING LATE-WORK
               GIVING LATE-SORTED
           IF SORT-RETURN NOT = 0 THEN
              DISPLAY 'LATERPT - SORT ERROR, SORT-RETURN IS : '
                      SORT-RETURN
              MOVE 8 TO RETURN-CODE
              GO TO 2200-REPORT-LATE-EXIT
           END-IF
      *
           OPEN INPUT LATE-SORTED
           IF FS-LATE-SORTED <> '00' THEN
              DISPLAY 'LATE-SORTED ACCESS ERROR - STATUS IS : '
                      FS-LATE-SORTED
              MOVE 8 TO RETURN-CODE
              GO TO 2200-REPORT-LATE-EXIT
           END-IF
      *
           SET GROUP-NONE TO TRUE
           SET NEOF TO TRUE
           PERFORM 2210-READ-SORTED THRU 2210-READ-SORTED-EXIT
           PERFORM 2220-REPORT-ONE-LATE
                   THRU 2220-REPORT-ONE-LATE-EXIT
                   UNTIL EOF
           IF GROUP-OPEN THEN
              PERFORM 2300-CLOSE-GROUP THRU 2300-CLOSE-GROUP-EXIT
           END-IF
           CLOSE LATE-SORTED.
      *
       2200-REPORT-LATE-EXIT.
           EXIT.
      *
       2210-READ-SORTED.
      *
           READ LATE-SORTED
               AT END
                  SET EOF TO TRUE
           END-READ.
      *
       2210-READ-SORTED-EXIT.
           EXIT.
      *
       2220-REPORT-ONE-LATE.
      *
           IF GROUP-OPEN AND LS-GROUP NOT = CURRENT-GROUP THEN
              PERFORM 2300-CLOSE-GROUP THRU 2300-CLOSE-GROUP-EXIT
           END-IF
           IF GROUP-NONE THEN
              MOVE LS-GROUP TO CURRENT-GROUP
              MOVE ZEROS    TO GROUP-LATE-COUNT
              SET GROUP-OPEN TO TRUE
              ADD 1 TO GROUP-COUNT
           END-IF
      *
           ADD 1 TO GROUP-LATE-COUNT
           MOVE SPACES TO LATE-RPT-RECORD
           STRING LS-BATCH-ID           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  LS-SOURCE-QUEUE       DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  LS-BUSINESS-DATE      DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  LS-RECEIVED-TIMESTAMP DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  LS-MSGID              DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  LS-TXN-CODE           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  LS-REFERENCE          DELIMITED BY SIZE
             INTO LATE-RPT-RECORD
           WRITE LATE-RPT-RECORD
      *
           PERFORM 2210-READ-SORTED THRU 2210-READ-SORTED-EXIT.
      *
       2220-REPORT-ONE-LATE-EXIT.
           EXIT.
      *
       2300-CLOSE-GROUP.
      *
           MOVE SPACES TO LATE-RPT-RECORD
           STRING '  BATCH '            DELIMITED BY SIZE
                  CG-BATCH-ID           DELIMITED BY SIZE
                  ' QUEUE '             DELIMITED BY SIZE
                  CG-SOURCE-QUEUE       DELIMITED BY SIZE
                  ' : '                 DELIMITED BY SIZE
                  GROUP-LATE-COUNT      DELIMITED BY SIZE
                  ' LATE'               DELIMITED BY SIZE
             INTO LATE-RPT-RECORD
           WRITE LATE-RPT-RECORD
           MOVE SPACES TO LATE-RPT-RECORD
           WRITE LATE-RPT-RECORD
           SET GROUP-NONE TO TRUE.
      *
       2300-CLOSE-GROUP-EXIT.
           EXIT.
      *
       2400-WRITE-SUMMARY.
      *
           MOVE SPACES TO LATE-RPT-RECORD
           WRITE LATE-RPT-RECORD
           MOVE SPACES TO LATE-RPT-RECORD
           STRING 'STORE RECORDS READ       : ' DELIMITED BY SIZE
                  STORE-READ-COUNT              DELIMITED BY SIZE
             INTO LATE-RPT-RECORD
           WRITE LATE-RPT-RECORD
      *
           MOVE SPACES TO LATE-RPT-RECORD
           STRING 'BATCH/QUEUE GROUPS LATE  : ' DELIMITED BY SIZE
                  GROUP-COUNT                   DELIMITED BY SIZE
             INTO LATE-RPT-RECORD
           WRITE LATE-RPT-RECORD
      *
           MOVE SPACES TO LATE-RPT-RECORD
           STRING 'LATE ARRIVALS            : ' DELIMITED BY SIZE
                  LATE-COUNT                    DELIMITED BY SIZE
             INTO LATE-RPT-RECORD
           WRITE LATE-RPT-RECORD
      *
           IF LATE-COUNT > 0 AND RETURN-CODE = 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF
      *
           DISPLAY 'LATERPT - STORE RECORDS READ : ' STORE-READ-COUNT
           DISPLAY 'LATERPT - LATE ARRIVALS      : ' LATE-COUNT.
      *
       2400-WRITE-SUMMARY-EXIT.
           EXIT.
      *
       3000-END.
      *
           CLOSE LATE-RPT.
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
