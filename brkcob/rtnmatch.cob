      *---------------------------------------------------------------*
      *          I D E N T I F I C A T I O N   D I V I S I O N        *
      *          =============================================        *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------.
       PROGRAM-ID.      RTNMATCH.
       AUTHOR.          POWER.
       DATE-WRITTEN.    15/10/2026.
      *---------------------------------------------------------------*
      *    RTNMATCH TAKES IN THE DOWNSTREAM'S DAILY RETURNS FILE,     *
      *    RETURNS.YYYYMMDD - ONE LINE PER PAYMENT OR ADJUSTMENT IT   *
      *    SENT BACK - AND MATCHES EACH RETURN TO THE STORED MESSAGE  *
      *    BY TRANSACTION CODE AND REFERENCE NUMBER. A REFERENCE CAN  *
      *    BE USED AGAIN ON A LATER DAY, SO ONLY MESSAGES WHOSE       *
      *    BUSINESS DATE FALLS IN THE LOOK-BACK WINDOW ENDING ON THE  *
      *    RETURN DATE ARE CANDIDATES, AND OF THOSE THE MOST RECENT   *
      *    IS TAKEN : IT AND ANY RESENT COPY OF IT ARE MARKED         *
      *    RETURNED WITH THE DOWNSTREAM'S REASON, AND THEIR ACCOUNT   *
      *    INDEX ENTRIES WITH THEM. RETURNS.RPT SUMS THE DAY BY       *
      *    RETURN REASON AND BY ORIGINATING BATCH; A RETURN THAT      *
      *    MATCHES NOTHING, OR ONLY A RECALLED MESSAGE, OR HAD MORE   *
      *    THAN ONE CANDIDATE, OR CANNOT BE READ, GOES TO THE         *
      *    EXCEPTION LIST RETURNS.EXC.YYYYMMDD.                       *
      *    A RERUN FOR THE SAME FILE FINDS THE MESSAGES ALREADY       *
      *    RETURNED AND LEAVES THEM AS THEY ARE.                      *
      *                                                               *
      *    COMMAND LINE : [<YYYYMMDD>] [<DAYS>]                       *
      *                   DATE OF THE RETURNS FILE, DEFAULT TODAY,    *
      *                   AND THE LOOK-BACK WINDOW IN DAYS BEFORE     *
      *                   EACH RETURN DATE, DEFAULT 90. THE DAYS GO   *
      *                   AFTER THE DATE, FROM COLUMN 10.             *
      *---------------------------------------------------------------*
      *             E N V I R O N M E N T   D I V I S I O N           *
      *             =======================================           *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------.
       CONFIGURATION SECTION.
      *---------------------.
       SPECIAL-NAMES.
           alphabet ALPHA is native
           alphabet BETA  is ebcdic.
       INPUT-OUTPUT SECTION.
      *--------------------.
       FILE-CONTROL.
      *
        COPY 'select-msg-store.cpy'.
        COPY 'select-acct-index.cpy'.
      *
      *    RETURNS-FILE IS THE DOWNSTREAM'S RETURNS.YYYYMMDD,
      *    RETURNS-EXC THE SAME DAY'S EXCEPTION LIST.
      *
           SELECT RETURNS-FILE
               ASSIGN TO DYNAMIC WS-RETURNS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETURNS-FILE.
      *
           SELECT RETURNS-EXC
               ASSIGN TO DYNAMIC WS-RETURNS-EXC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETURNS-EXC.
      *
           SELECT RETURNS-RPT
               ASSIGN TO 'RETURNS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETURNS-RPT.
      *
        COPY 'select-audit-file.cpy'.
        COPY 'select-alert-log.cpy'.
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
       COPY 'fd-acct-index.cpy'.
      *
      *---------------------------------------------------------------*
      *    ONE RETURN AS THE DOWNSTREAM SENDS IT : THE CODE AND       *
      *    REFERENCE OF THE TRANSACTION, THE DATE IT WAS RETURNED     *
      *    AND THE DOWNSTREAM'S REASON CODE AND TEXT. A BLANK RETURN  *
      *    DATE TAKES THE DATE OF THE FILE.                           *
      *---------------------------------------------------------------*
       FD  RETURNS-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RT-RECORD.
           05  RT-TXN-CODE             PIC X(04).
           05  RT-REF-NUMBER           PIC X(08).
           05  RT-RETURN-DATE          PIC X(08).
           05  RT-REASON-CODE          PIC X(04).
           05  RT-REASON-TEXT          PIC X(30).
           05  FILLER                  PIC X(26).
      *
       FD  RETURNS-EXC
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RETURNS-EXC-RECORD          PIC X(100).
      *
       FD  RETURNS-RPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RETURNS-RPT-RECORD          PIC X(100).
      *
       COPY 'fd-audit-file.cpy'.
       COPY 'fd-alert-log.cpy'.
       COPY 'fd-run-control.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.

       01 FILLER PIC X(050)
                 VALUE  'PGM-RTNMATCH-WS-COMIENZO'.
      *
       COPY 'file-status.cpy'.
      *
       01 PGM-NAME PIC X(15)
                 VALUE 'RTNMATCH'.
      *
       01 ALERT-FIELDS.
          05 AL-W-SEVERITY  PIC 9(01) VALUE ZEROS.
          05 AL-W-CODE      PIC X(08) VALUE SPACES.
          05 AL-W-BATCH-ID  PIC X(08) VALUE SPACES.
          05 AL-W-QUEUE     PIC X(15) VALUE SPACES.
          05 AL-W-TEXT      PIC X(60) VALUE SPACES.
      *
       01 FS-MSG-STORE         PIC X(02) VALUE '00'.
       01 FS-ACCT-INDEX        PIC X(02) VALUE '00'.
       01 FS-RETURNS-FILE      PIC X(02) VALUE '00'.
       01 FS-RETURNS-EXC       PIC X(02) VALUE '00'.
       01 FS-RETURNS-RPT       PIC X(02) VALUE '00'.
       01 FS-ALERT-LOG         PIC X(02) VALUE '00'.
       01 FS-RUN-CONTROL       PIC X(02) VALUE '00'.
       01 WS-RETURNS-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-RETURNS-EXC-NAME  PIC X(30) VALUE SPACES.
      *
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
          05 RETURNS-EOF-SW     PIC 9 VALUE 0.
             88 RETURNS-EOF     VALUE 1.
             88 RETURNS-NEOF    VALUE 0.
          05 AX-BROWSE-SW       PIC 9 VALUE 0.
             88 AX-BROWSE-END   VALUE 1.
             88 AX-BROWSE-MORE  VALUE 0.
          05 MATCH-PASS-SW      PIC 9 VALUE 0.
             88 CANDIDATE-PASS  VALUE 0.
             88 MARKING-PASS    VALUE 1.
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
      *    R E T U R N S   T A B L E                                  *
      *    THE DAY'S RETURNS ARE HELD HERE SO THE STORE WINDOW IS     *
      *    READ ONLY TWICE. EACH ENTRY CARRIES THE EARLIEST BUSINESS  *
      *    DATE IT WILL MATCH, THE MOST RECENT CANDIDATE FOUND SO FAR *
      *    AND HOW MANY THERE WERE, AND COUNTS THE STORED MESSAGES IT *
      *    MATCHED AND THE RECALLED ONES IT FOUND. A RETURN PAST THE  *
      *    TABLE'S SIZE IS NOT MATCHED AND GOES TO THE EXCEPTION      *
      *    LIST.                                                      *
      *---------------------------------------------------------------*
       01 RETURN-TABLE.
          05 RETURN-ENTRY OCCURS 1000 TIMES.
             10 RN-TXN-CODE     PIC X(04).
             10 RN-REF-NUMBER   PIC X(08).
             10 RN-RETURN-DATE  PIC X(08).
             10 RN-REASON-CODE  PIC X(04).
             10 RN-REASON-TEXT  PIC X(30).
             10 RN-MATCHED      PIC 9(04).
             10 RN-RECALLED     PIC 9(04).
             10 RN-EARLIEST     PIC X(08).
             10 RN-CAND-MSGID   PIC X(20).
             10 RN-CAND-DATE    PIC X(08).
             10 RN-CAND-STAMP   PIC X(16).
             10 RN-CANDIDATES   PIC 9(04).
       01 RETURN-COUNT       PIC 9(04) VALUE ZEROS.
       01 RETURN-MAX         PIC 9(04) VALUE 1000.
       01 RN-INDEX           PIC 9(04) VALUE ZEROS.
       01 RN-SCAN            PIC 9(04) VALUE ZEROS.
      *
      *---------------------------------------------------------------*
      *    R E P O R T   T A B L E S                                  *
      *    RETURNS BY THE DOWNSTREAM'S REASON CODE, AND RETURNED      *
      *    MESSAGES BY THE BATCH THAT FIRST CARRIED THEM. A REASON OR *
      *    BATCH PAST THE TABLE'S SIZE IS COUNTED ON ONE OTHER LINE.  *
      *---------------------------------------------------------------*
       01 REASON-TABLE.
          05 REASON-ENTRY OCCURS 100 TIMES.
             10 RS-REASON-CODE  PIC X(04).
             10 RS-REASON-TEXT  PIC X(30).
             10 RS-COUNT        PIC 9(08).
       01 REASON-COUNT       PIC 9(03) VALUE ZEROS.
       01 REASON-MAX         PIC 9(03) VALUE 100.
       01 RS-INDEX           PIC 9(03) VALUE ZEROS.
       01 RS-MATCH           PIC 9(03) VALUE ZEROS.
       01 REASON-OTHER       PIC 9(08) VALUE ZEROS.
      *
       01 BATCH-TABLE.
          05 BATCH-ENTRY OCCURS 500 TIMES.
             10 BT-BATCH-ID     PIC X(08).
             10 BT-COUNT        PIC 9(08).
       01 BATCH-COUNT        PIC 9(03) VALUE ZEROS.
       01 BATCH-MAX          PIC 9(03) VALUE 500.
       01 BT-INDEX           PIC 9(03) VALUE ZEROS.
       01 BT-MATCH           PIC 9(03) VALUE ZEROS.
       01 BT-WORK-ID         PIC X(08) VALUE SPACES.
       01 BATCH-OTHER        PIC 9(08) VALUE ZEROS.
      *
       01 RM-USER            PIC X(08) VALUE SPACES.
       01 RM-FILE-DATE       PIC X(08) VALUE SPACES.
      *
      *    THE LOOK-BACK WINDOW : HOW FAR BEFORE ITS RETURN DATE A
      *    RETURN WILL LOOK, AND THE SPAN OF BUSINESS DATES THE STORE
      *    IS BROWSED OVER - THE EARLIEST RETURN'S FIRST DAY TO THE
      *    LATEST RETURN DATE.
      *
       01 RM-LOOKBACK-DAYS   PIC 9(04) VALUE 90.
       01 RM-DAYS-TEXT       PIC X(04) VALUE SPACES.
       01 RM-DAYS-LENGTH     PIC 9(02) VALUE ZEROS.
       01 RM-WINDOW-FROM     PIC X(08) VALUE '99999999'.
       01 RM-WINDOW-TO       PIC X(08) VALUE '00000000'.
       01 RM-DATE-N          PIC 9(08) VALUE ZEROS.
       01 RM-DATE-BACK       PIC 9(08) VALUE ZEROS.
       01 RM-DAY-NUMBER      PIC 9(08) VALUE ZEROS.
      *
      *    THE RETURN AND, FOR A RECALLED MATCH, THE STORED MESSAGE
      *    AN EXCEPTION LINE IS WRITTEN FOR.
      *
       01 RM-EXCEPTION.
          05 RM-EXC-TXN-CODE    PIC X(04) VALUE SPACES.
          05 RM-EXC-REF-NUMBER  PIC X(08) VALUE SPACES.
          05 RM-EXC-DATE        PIC X(08) VALUE SPACES.
          05 RM-EXC-REASON-CODE PIC X(04) VALUE SPACES.
          05 RM-EXC-REASON      PIC X(30) VALUE SPACES.
          05 RM-EXC-MSGID       PIC X(20) VALUE SPACES.
       01 AX-MARK-MSGID      PIC X(20) VALUE SPACES.
      *
      *    THE PAYLOAD OF THE MESSAGE IN HAND, CONVERTED FROM EBCDIC
      *    IN THIS WORK COPY ONLY, SO ITS CODE AND REFERENCE CAN BE
      *    COMPARED WITH THE RETURN.
      *
       01 RM-PAYLOAD         PIC X(1892) VALUE SPACES.
       01 W-LENGTH           BINARY-SHORT VALUE 0.
       COPY 'txn-detail.cpy'.
      *
       01 RECORDS-READ       PIC 9(08) VALUE ZEROS.
       01 RECORDS-BAD        PIC 9(08) VALUE ZEROS.
       01 RECORDS-OVER       PIC 9(08) VALUE ZEROS.
       01 STORE-READ-COUNT   PIC 9(08) VALUE ZEROS.
       01 MARKED-COUNT       PIC 9(08) VALUE ZEROS.
       01 ALREADY-COUNT      PIC 9(08) VALUE ZEROS.
       01 RECALLED-COUNT     PIC 9(08) VALUE ZEROS.
       01 MATCHED-RETURNS    PIC 9(08) VALUE ZEROS.
       01 UNMATCHED-RETURNS  PIC 9(08) VALUE ZEROS.
       01 EXCEPTION-COUNT    PIC 9(08) VALUE ZEROS.
       01 MULTI-CAND-COUNT   PIC 9(08) VALUE ZEROS.
      *
       01 COMMAND-LINE-VALUES.
          05 CL-RETURNS-DATE  PIC X(08) VALUE SPACES.
          05 FILLER PIC X.
          05 CL-LOOKBACK-DAYS PIC X(04) VALUE SPACES.
      *
       01  FILLER PIC X(050)
                  VALUE  'PGM-RTNMATCH-WS-FIN'.
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
           ACCEPT RM-USER FROM ENVIRONMENT 'USER'
           IF RM-USER = SPACES THEN
              MOVE 'UNKNOWN' TO RM-USER
           END-IF
      *
           IF CL-RETURNS-DATE = SPACES THEN
              MOVE F-DATE TO RM-FILE-DATE
           ELSE
              MOVE CL-RETURNS-DATE TO RM-FILE-DATE
           END-IF
           IF RM-FILE-DATE IS NOT NUMERIC THEN
              DISPLAY 'RTNMATCH - BAD RETURNS DATE ' RM-FILE-DATE
                      ', ENDING RUN'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF CL-LOOKBACK-DAYS NOT = SPACES THEN
              MOVE SPACES TO RM-DAYS-TEXT
              MOVE ZEROS  TO RM-DAYS-LENGTH
              UNSTRING CL-LOOKBACK-DAYS DELIMITED BY SPACE
                  INTO RM-DAYS-TEXT COUNT IN RM-DAYS-LENGTH
              IF RM-DAYS-LENGTH = ZEROS
                 OR RM-DAYS-TEXT(1:RM-DAYS-LENGTH) IS NOT NUMERIC THEN
                 DISPLAY 'RTNMATCH - BAD LOOK-BACK DAYS '
                         CL-LOOKBACK-DAYS ', ENDING RUN'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE RM-DAYS-TEXT(1:RM-DAYS-LENGTH) TO RM-LOOKBACK-DAYS
           END-IF
           MOVE SPACES TO WS-RETURNS-FILE-NAME, WS-RETURNS-EXC-NAME
           STRING 'RETURNS.'     DELIMITED BY SIZE
                  RM-FILE-DATE   DELIMITED BY SIZE
             INTO WS-RETURNS-FILE-NAME
           STRING 'RETURNS.EXC.' DELIMITED BY SIZE
                  RM-FILE-DATE   DELIMITED BY SIZE
             INTO WS-RETURNS-EXC-NAME
           DISPLAY 'RTNMATCH - RETURNS FILE ' WS-RETURNS-FILE-NAME
      *
           MOVE F-DATE    TO RC-W-DATE
           MOVE 'START'   TO RC-W-EVENT
           MOVE 'RUNNING' TO RC-W-OUTCOME
           MOVE WS-RETURNS-FILE-NAME TO RC-W-DETAIL
           PERFORM 2950-WRITE-RUN-CONTROL
              THRU 2950-WRITE-RUN-CONTROL-EXIT
      *
           OPEN OUTPUT RETURNS-RPT
           IF FS-RETURNS-RPT <> '00' THEN
              DISPLAY 'RETURNS-RPT ACCESS ERROR - STATUS IS : '
                      FS-RETURNS-RPT
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-END
           END-IF
           OPEN OUTPUT RETURNS-EXC
           IF FS-RETURNS-EXC <> '00' THEN
              DISPLAY 'RETURNS-EXC ACCESS ERROR - STATUS IS : '
                      FS-RETURNS-EXC
              MOVE 8 TO RETURN-CODE
              CLOSE RETURNS-RPT
              PERFORM 3000-END
           END-IF
           PERFORM 1200-WRITE-REPORT-HEAD
                   THRU 1200-WRITE-REPORT-HEAD-EXIT
      *
           PERFORM 2000-INIT
              THRU 2000-INIT-EXIT.
           PERFORM 2500-WRITE-SUMMARY THRU 2500-WRITE-SUMMARY-EXIT
      *
           CLOSE RETURNS-RPT, RETURNS-EXC
           PERFORM 3000-END.
      *
       1200-WRITE-REPORT-HEAD.
      *
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING 'DOWNSTREAM RETURNS REPORT - RUN ' DELIMITED BY SIZE
                  FULL-DATETIME           DELIMITED BY SIZE
                  ' - FILE '              DELIMITED BY SIZE
                  WS-RETURNS-FILE-NAME    DELIMITED BY SPACE
             INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
      *
           MOVE SPACES TO RETURNS-EXC-RECORD
           STRING 'RETURNS EXCEPTIONS - FILE ' DELIMITED BY SIZE
                  WS-RETURNS-FILE-NAME    DELIMITED BY SPACE
                  ' - RUN '               DELIMITED BY SIZE
                  FULL-DATETIME           DELIMITED BY SIZE
             INTO RETURNS-EXC-RECORD
           WRITE RETURNS-EXC-RECORD
           MOVE SPACES TO RETURNS-EXC-RECORD
           WRITE RETURNS-EXC-RECORD
           STRING 'CODE REFERENCE RETURNED REASON '
                                          DELIMITED BY SIZE
                  'EXCEPTION                      MESSAGE ID'
                                          DELIMITED BY SIZE
             INTO RETURNS-EXC-RECORD
           WRITE RETURNS-EXC-RECORD.
      *
       1200-WRITE-REPORT-HEAD-EXIT.
           EXIT.
      *
       2000-INIT.
      *
           PERFORM 2100-LOAD-RETURNS THRU 2100-LOAD-RETURNS-EXIT
           IF RETURN-COUNT = ZEROS THEN
              GO TO 2000-INIT-EXIT
           END-IF
      *
           OPEN I-O MSG-STORE
           IF FS-MSG-STORE <> '00' THEN
              DISPLAY 'MSG-STORE ACCESS ERROR - STATUS IS : '
                      FS-MSG-STORE
              DISPLAY 'RTNMATCH - RUN THE MSGSTORE LOAD FIRST'
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              GO TO 2000-INIT-EXIT
           END-IF
           OPEN I-O ACCT-INDEX
           IF FS-ACCT-INDEX = '35' OR FS-ACCT-INDEX = '05' THEN
              OPEN OUTPUT ACCT-INDEX
              CLOSE ACCT-INDEX
              OPEN I-O ACCT-INDEX
           END-IF
           IF FS-ACCT-INDEX <> '00' THEN
              DISPLAY 'ACCT-INDEX ACCESS ERROR - STATUS IS : '
                      FS-ACCT-INDEX
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              CLOSE MSG-STORE
              GO TO 2000-INIT-EXIT
           END-IF
      *
           PERFORM 2200-MATCH-STORE THRU 2200-MATCH-STORE-EXIT
           CLOSE MSG-STORE, ACCT-INDEX
      *
           PERFORM 2400-CHECK-RETURN THRU 2400-CHECK-RETURN-EXIT
                   VARYING RN-INDEX FROM 1 BY 1
                   UNTIL RN-INDEX > RETURN-COUNT.
      *
       2000-INIT-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2100-LOAD-RETURNS READS THE DAY'S RETURNS FILE INTO THE    *
      *    TABLE. NO FILE FOR THE DAY IS NOT AN ERROR - THE           *
      *    DOWNSTREAM SENDS NONE WHEN NOTHING CAME BACK - BUT IT IS   *
      *    WORTH A WARNING IN CASE THE FILE HAS NOT ARRIVED YET.      *
      *---------------------------------------------------------------*
       2100-LOAD-RETURNS.
      *
           OPEN INPUT RETURNS-FILE
           IF FS-RETURNS-FILE = '35' THEN
              DISPLAY 'RTNMATCH - NO RETURNS FILE '
                      WS-RETURNS-FILE-NAME
              MOVE SPACES TO RETURNS-RPT-RECORD
              STRING 'NO RETURNS FILE '    DELIMITED BY SIZE
                     WS-RETURNS-FILE-NAME  DELIMITED BY SPACE
                     ' FOR THE DAY'        DELIMITED BY SIZE
                INTO RETURNS-RPT-RECORD
              WRITE RETURNS-RPT-RECORD
              IF RETURN-CODE < 4 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
              GO TO 2100-LOAD-RETURNS-EXIT
           END-IF
           IF FS-RETURNS-FILE <> '00' THEN
              DISPLAY 'RETURNS-FILE ACCESS ERROR - STATUS IS : '
                      FS-RETURNS-FILE
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              GO TO 2100-LOAD-RETURNS-EXIT
           END-IF
           SET RETURNS-NEOF TO TRUE
           PERFORM 2110-LOAD-ONE-RETURN
                   THRU 2110-LOAD-ONE-RETURN-EXIT
                   UNTIL RETURNS-EOF
           CLOSE RETURNS-FILE
           DISPLAY 'RTNMATCH - RETURNS READ : ' RECORDS-READ
                   ' TO MATCH : ' RETURN-COUNT.
      *
       2100-LOAD-RETURNS-EXIT.
           EXIT.
      *
       2110-LOAD-ONE-RETURN.
      *
           READ RETURNS-FILE
               AT END
                  SET RETURNS-EOF TO TRUE
                  GO TO 2110-LOAD-ONE-RETURN-EXIT
           END-READ
           IF RT-RECORD = SPACES THEN
              GO TO 2110-LOAD-ONE-RETURN-EXIT
           END-IF
           ADD 1 TO RECORDS-READ
           IF RT-RETURN-DATE = SPACES THEN
              MOVE RM-FILE-DATE TO RT-RETURN-DATE
           END-IF
      *
           MOVE RT-TXN-CODE    TO RM-EXC-TXN-CODE
           MOVE RT-REF-NUMBER  TO RM-EXC-REF-NUMBER
           MOVE RT-RETURN-DATE TO RM-EXC-DATE
           MOVE RT-REASON-CODE TO RM-EXC-REASON-CODE
           MOVE SPACES         TO RM-EXC-MSGID
           MOVE ZEROS TO RM-DATE-N, RM-DATE-BACK, RM-DAY-NUMBER
           IF RT-RETURN-DATE IS NUMERIC
              AND RT-RETURN-DATE(1:4) NOT < '1601'
              AND RT-RETURN-DATE(5:2) NOT < '01'
              AND RT-RETURN-DATE(5:2) NOT > '12'
              AND RT-RETURN-DATE(7:2) NOT < '01'
              AND RT-RETURN-DATE(7:2) NOT > '31' THEN
              MOVE RT-RETURN-DATE TO RM-DATE-N
              MOVE FUNCTION INTEGER-OF-DATE(RM-DATE-N)
                TO RM-DAY-NUMBER
              MOVE FUNCTION DATE-OF-INTEGER(RM-DAY-NUMBER)
                TO RM-DATE-BACK
           END-IF
           IF RT-TXN-CODE = SPACES OR RT-REF-NUMBER = SPACES
              OR RT-REASON-CODE = SPACES
              OR RM-DATE-N = ZEROS
              OR RM-DATE-BACK NOT = RM-DATE-N THEN
              ADD 1 TO RECORDS-BAD
              MOVE 'INVALID RETURN RECORD' TO RM-EXC-REASON
              PERFORM 2600-WRITE-EXCEPTION
                      THRU 2600-WRITE-EXCEPTION-EXIT
              GO TO 2110-LOAD-ONE-RETURN-EXIT
           END-IF
           IF RETURN-COUNT NOT < RETURN-MAX THEN
              ADD 1 TO RECORDS-OVER
              MOVE 'NOT MATCHED - OVER 1000 RETURNS' TO RM-EXC-REASON
              PERFORM 2600-WRITE-EXCEPTION
                      THRU 2600-WRITE-EXCEPTION-EXIT
              GO TO 2110-LOAD-ONE-RETURN-EXIT
           END-IF
      *
           ADD 1 TO RETURN-COUNT
           MOVE RT-TXN-CODE    TO RN-TXN-CODE(RETURN-COUNT)
           MOVE RT-REF-NUMBER  TO RN-REF-NUMBER(RETURN-COUNT)
           MOVE RT-RETURN-DATE TO RN-RETURN-DATE(RETURN-COUNT)
           MOVE RT-REASON-CODE TO RN-REASON-CODE(RETURN-COUNT)
           MOVE RT-REASON-TEXT TO RN-REASON-TEXT(RETURN-COUNT)
           MOVE ZEROS          TO RN-MATCHED(RETURN-COUNT),
                                  RN-RECALLED(RETURN-COUNT),
                                  RN-CANDIDATES(RETURN-COUNT)
           MOVE SPACES         TO RN-CAND-MSGID(RETURN-COUNT),
                                  RN-CAND-DATE(RETURN-COUNT),
                                  RN-CAND-STAMP(RETURN-COUNT)
      *
      *    THE RETURN'S WINDOW OPENS LOOK-BACK DAYS BEFORE ITS DATE;
      *    THE STORE IS BROWSED FROM THE EARLIEST OPENING TO THE
      *    LATEST RETURN DATE.
      *
           IF RM-DAY-NUMBER > RM-LOOKBACK-DAYS THEN
              SUBTRACT RM-LOOKBACK-DAYS FROM RM-DAY-NUMBER
              MOVE FUNCTION DATE-OF-INTEGER(RM-DAY-NUMBER)
                TO RM-DATE-BACK
              MOVE RM-DATE-BACK TO RN-EARLIEST(RETURN-COUNT)
           ELSE
              MOVE '00000000'   TO RN-EARLIEST(RETURN-COUNT)
           END-IF
           IF RN-EARLIEST(RETURN-COUNT) < RM-WINDOW-FROM THEN
              MOVE RN-EARLIEST(RETURN-COUNT) TO RM-WINDOW-FROM
           END-IF
           IF RT-RETURN-DATE > RM-WINDOW-TO THEN
              MOVE RT-RETURN-DATE TO RM-WINDOW-TO
           END-IF.
      *
       2110-LOAD-ONE-RETURN-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2200-MATCH-STORE READS THE STORE TWICE OVER THE WINDOW OF  *
      *    BUSINESS DATES BY THE ALTERNATE KEY. THE FIRST PASS FINDS, *
      *    FOR EACH RETURN, THE MOST RECENT ORIGINAL MESSAGE DATED ON *
      *    OR BEFORE THE RETURN DATE AND COUNTS THE OTHERS; THE       *
      *    SECOND MARKS THAT MESSAGE AND ANY RESENT COPY OF IT.       *
      *---------------------------------------------------------------*
       2200-MATCH-STORE.
      *
           SET CANDIDATE-PASS TO TRUE
           PERFORM 2205-BROWSE-WINDOW THRU 2205-BROWSE-WINDOW-EXIT
           SET MARKING-PASS TO TRUE
           PERFORM 2205-BROWSE-WINDOW THRU 2205-BROWSE-WINDOW-EXIT.
      *
       2200-MATCH-STORE-EXIT.
           EXIT.
      *
       2205-BROWSE-WINDOW.
      *
           MOVE RM-WINDOW-FROM TO MS-BUSINESS-DATE
           START MSG-STORE KEY IS >= MS-BUSINESS-DATE
           IF FS-MSG-STORE <> '00' AND FS-MSG-STORE <> '02' THEN
              IF CANDIDATE-PASS THEN
                 DISPLAY 'RTNMATCH - NO STORED MESSAGE FROM '
                         RM-WINDOW-FROM
              END-IF
              GO TO 2205-BROWSE-WINDOW-EXIT
           END-IF
           SET NEOF TO TRUE
           PERFORM 2210-MATCH-ONE-STORED
                   THRU 2210-MATCH-ONE-STORED-EXIT
                   UNTIL EOF.
      *
       2205-BROWSE-WINDOW-EXIT.
           EXIT.
      *
       2210-MATCH-ONE-STORED.
      *
           READ MSG-STORE NEXT
           IF FS-MSG-STORE <> '00' AND FS-MSG-STORE <> '02' THEN
              SET EOF TO TRUE
              GO TO 2210-MATCH-ONE-STORED-EXIT
           END-IF
           IF MS-BUSINESS-DATE > RM-WINDOW-TO THEN
              SET EOF TO TRUE
              GO TO 2210-MATCH-ONE-STORED-EXIT
           END-IF
           IF CANDIDATE-PASS THEN
              ADD 1 TO STORE-READ-COUNT
           END-IF
      *
           MOVE MS-MESSAGE(157:1892) TO RM-PAYLOAD
           IF MS-ENCODING-EBCDIC THEN
              IF MS-MSG-LENGTH IS NUMERIC AND MS-MSG-LENGTH > 0 THEN
                 MOVE MS-MSG-LENGTH TO W-LENGTH
              ELSE
                 MOVE 1892 TO W-LENGTH
              END-IF
              IF W-LENGTH > 1892 THEN
                 MOVE 1892 TO W-LENGTH
              END-IF
              CALL 'ebc2asc' USING RM-PAYLOAD, W-LENGTH
                   END-CALL
           END-IF
           MOVE RM-PAYLOAD(1:1868) TO DT-DETAIL
      *
           MOVE ZEROS TO RN-INDEX
           PERFORM 2220-FIND-RETURN THRU 2220-FIND-RETURN-EXIT
                   VARYING RN-SCAN FROM 1 BY 1
                   UNTIL RN-SCAN > RETURN-COUNT OR RN-INDEX > ZEROS
           IF RN-INDEX = ZEROS THEN
              GO TO 2210-MATCH-ONE-STORED-EXIT
           END-IF
           IF CANDIDATE-PASS THEN
              PERFORM 2230-WEIGH-CANDIDATE
                 THRU 2230-WEIGH-CANDIDATE-EXIT
           ELSE
              PERFORM 2240-MARK-IF-CHOSEN
                 THRU 2240-MARK-IF-CHOSEN-EXIT
           END-IF.
      *
       2210-MATCH-ONE-STORED-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2220-FIND-RETURN LOOKS FOR THE STORED MESSAGE'S CODE AND   *
      *    REFERENCE IN THE TABLE AND LEAVES RN-INDEX AT THE ENTRY.   *
      *---------------------------------------------------------------*
       2220-FIND-RETURN.
      *
           IF RN-TXN-CODE(RN-SCAN)   = DT-TXN-CODE
              AND RN-REF-NUMBER(RN-SCAN) = DT-REF-NUMBER THEN
              MOVE RN-SCAN TO RN-INDEX
           END-IF.
      *
       2220-FIND-RETURN-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2230-WEIGH-CANDIDATE TAKES AN ORIGINAL MESSAGE - NOT A     *
      *    RESENT COPY OR A REVERSAL - DATED IN THE RETURN'S WINDOW   *
      *    AS A CANDIDATE, AND KEEPS IT IF IT IS THE MOST RECENT YET  *
      *    BY BUSINESS DATE, THEN BY THE TIME IT WAS RECEIVED.        *
      *---------------------------------------------------------------*
       2230-WEIGH-CANDIDATE.
      *
           IF MS-MESSAGE(141:1) = 'S' OR MS-MESSAGE(141:1) = 'R' THEN
              GO TO 2230-WEIGH-CANDIDATE-EXIT
           END-IF
           IF MS-BUSINESS-DATE > RN-RETURN-DATE(RN-INDEX)
              OR MS-BUSINESS-DATE < RN-EARLIEST(RN-INDEX) THEN
              GO TO 2230-WEIGH-CANDIDATE-EXIT
           END-IF
           ADD 1 TO RN-CANDIDATES(RN-INDEX)
           IF MS-BUSINESS-DATE > RN-CAND-DATE(RN-INDEX)
              OR (MS-BUSINESS-DATE = RN-CAND-DATE(RN-INDEX)
                  AND MS-RECEIVED-TIMESTAMP > RN-CAND-STAMP(RN-INDEX))
              THEN
              MOVE MS-MSGID              TO RN-CAND-MSGID(RN-INDEX)
              MOVE MS-BUSINESS-DATE      TO RN-CAND-DATE(RN-INDEX)
              MOVE MS-RECEIVED-TIMESTAMP TO RN-CAND-STAMP(RN-INDEX)
           END-IF.
      *
       2230-WEIGH-CANDIDATE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2240-MARK-IF-CHOSEN MARKS THE MESSAGE THE FIRST PASS CHOSE *
      *    FOR THE RETURN, OR A RESENT COPY OF IT - THE COPY CARRIES  *
      *    THE ORIGINAL'S MESSAGE ID AT BYTE 41.                      *
      *---------------------------------------------------------------*
       2240-MARK-IF-CHOSEN.
      *
           IF RN-CANDIDATES(RN-INDEX) = ZEROS THEN
              GO TO 2240-MARK-IF-CHOSEN-EXIT
           END-IF
           IF MS-MSGID = RN-CAND-MSGID(RN-INDEX)
              OR (MS-MESSAGE(141:1) = 'S'
                  AND MS-MESSAGE(41:20) = RN-CAND-MSGID(RN-INDEX)) THEN
              PERFORM 2300-MARK-RETURNED THRU 2300-MARK-RETURNED-EXIT
           END-IF.
      *
       2240-MARK-IF-CHOSEN-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2300-MARK-RETURNED MARKS THE MATCHED MESSAGE RETURNED WITH *
      *    THE RETURN'S REASON AND DATE. A RECALLED MESSAGE IS LEFT   *
      *    RECALLED - THE DOWNSTREAM SHOULD NEVER HAVE HAD IT - AND   *
      *    LISTED AS AN EXCEPTION; ONE ALREADY RETURNED WITH THE SAME *
      *    REASON AND DATE (A RERUN) IS COUNTED BUT NOT REWRITTEN.    *
      *---------------------------------------------------------------*
       2300-MARK-RETURNED.
      *
           IF MS-STATUS-RECALLED THEN
              ADD 1 TO RN-RECALLED(RN-INDEX)
              ADD 1 TO RECALLED-COUNT
              MOVE RN-TXN-CODE(RN-INDEX)    TO RM-EXC-TXN-CODE
              MOVE RN-REF-NUMBER(RN-INDEX)  TO RM-EXC-REF-NUMBER
              MOVE RN-RETURN-DATE(RN-INDEX) TO RM-EXC-DATE
              MOVE RN-REASON-CODE(RN-INDEX) TO RM-EXC-REASON-CODE
              MOVE MS-MSGID                 TO RM-EXC-MSGID
              MOVE 'MATCHES A RECALLED MESSAGE' TO RM-EXC-REASON
              PERFORM 2600-WRITE-EXCEPTION
                      THRU 2600-WRITE-EXCEPTION-EXIT
              GO TO 2300-MARK-RETURNED-EXIT
           END-IF
      *
           ADD 1 TO RN-MATCHED(RN-INDEX)
           MOVE MS-BATCH-ID TO BT-WORK-ID
           PERFORM 2330-COUNT-BATCH THRU 2330-COUNT-BATCH-EXIT
           IF MS-STATUS-RETURNED
              AND MS-RETURN-REASON = RN-REASON-CODE(RN-INDEX)
              AND MS-RETURN-DATE   = RN-RETURN-DATE(RN-INDEX) THEN
              ADD 1 TO ALREADY-COUNT
              GO TO 2300-MARK-RETURNED-EXIT
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           SET MS-STATUS-RETURNED        TO TRUE
           MOVE FULL-DATETIME            TO MS-STATUS-TIMESTAMP
           MOVE RN-REASON-CODE(RN-INDEX) TO MS-RETURN-REASON
           MOVE RN-REASON-TEXT(RN-INDEX) TO MS-RETURN-TEXT
           MOVE RN-RETURN-DATE(RN-INDEX) TO MS-RETURN-DATE
           REWRITE MS-RECORD
           IF FS-MSG-STORE <> '00' AND FS-MSG-STORE <> '02' THEN
              DISPLAY 'MSG-STORE REWRITE ERROR - STATUS IS : '
                      FS-MSG-STORE ' MESSAGE : ' MS-MSGID
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              GO TO 2300-MARK-RETURNED-EXIT
           END-IF
           ADD 1 TO MARKED-COUNT
           ADD 1 TO AUDIT-COUNT-PROCESSED
           DISPLAY 'RTNMATCH - ' MS-MSGID ' RETURNED '
                   MS-RETURN-REASON
           PERFORM 2310-MARK-ACCOUNTS THRU 2310-MARK-ACCOUNTS-EXIT.
      *
       2300-MARK-RETURNED-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2310-MARK-ACCOUNTS MARKS THE MESSAGE'S ACCOUNT INDEX       *
      *    ENTRIES RETURNED, FOUND THROUGH THE MESSAGE-ID KEY.        *
      *---------------------------------------------------------------*
       2310-MARK-ACCOUNTS.
      *
           MOVE MS-MSGID TO AX-MSGID, AX-MARK-MSGID
           START ACCT-INDEX KEY IS = AX-MSGID
           IF FS-ACCT-INDEX <> '00' AND FS-ACCT-INDEX <> '02' THEN
              GO TO 2310-MARK-ACCOUNTS-EXIT
           END-IF
           SET AX-BROWSE-MORE TO TRUE
           PERFORM 2320-MARK-ONE-ACCOUNT
                   THRU 2320-MARK-ONE-ACCOUNT-EXIT
                   UNTIL AX-BROWSE-END.
      *
       2310-MARK-ACCOUNTS-EXIT.
           EXIT.
      *
       2320-MARK-ONE-ACCOUNT.
      *
           READ ACCT-INDEX NEXT
               AT END
                  SET AX-BROWSE-END TO TRUE
                  GO TO 2320-MARK-ONE-ACCOUNT-EXIT
           END-READ
           IF (FS-ACCT-INDEX <> '00' AND FS-ACCT-INDEX <> '02')
              OR AX-MSGID NOT = AX-MARK-MSGID THEN
              SET AX-BROWSE-END TO TRUE
              GO TO 2320-MARK-ONE-ACCOUNT-EXIT
           END-IF
           SET AX-STATUS-RETURNED TO TRUE
           REWRITE AX-RECORD
           IF FS-ACCT-INDEX <> '00' AND FS-ACCT-INDEX <> '02' THEN
              DISPLAY 'ACCT-INDEX REWRITE ERROR - STATUS IS : '
                      FS-ACCT-INDEX
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
           END-IF.
      *
       2320-MARK-ONE-ACCOUNT-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2330-COUNT-BATCH ADDS ONE RETURNED MESSAGE TO ITS          *
      *    ORIGINATING BATCH IN BT-WORK-ID. A MESSAGE FROM BEFORE THE *
      *    BATCH ID WAS CARRIED COUNTS UNDER '(NONE)'.                *
      *---------------------------------------------------------------*
       2330-COUNT-BATCH.
      *
           IF BT-WORK-ID = SPACES OR BT-WORK-ID = LOW-VALUES THEN
              MOVE '(NONE)' TO BT-WORK-ID
           END-IF
           MOVE ZEROS TO BT-MATCH
           PERFORM 2340-FIND-BATCH THRU 2340-FIND-BATCH-EXIT
                   VARYING BT-INDEX FROM 1 BY 1
                   UNTIL BT-INDEX > BATCH-COUNT OR BT-MATCH > ZEROS
           IF BT-MATCH = ZEROS THEN
              IF BATCH-COUNT NOT < BATCH-MAX THEN
                 ADD 1 TO BATCH-OTHER
                 GO TO 2330-COUNT-BATCH-EXIT
              END-IF
              ADD 1 TO BATCH-COUNT
              MOVE BATCH-COUNT TO BT-MATCH
              MOVE BT-WORK-ID  TO BT-BATCH-ID(BT-MATCH)
              MOVE ZEROS       TO BT-COUNT(BT-MATCH)
           END-IF
           ADD 1 TO BT-COUNT(BT-MATCH).
      *
       2330-COUNT-BATCH-EXIT.
           EXIT.
      *
       2340-FIND-BATCH.
      *
           IF BT-BATCH-ID(BT-INDEX) = BT-WORK-ID THEN
              MOVE BT-INDEX TO BT-MATCH
           END-IF.
      *
       2340-FIND-BATCH-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2400-CHECK-RETURN TAKES ONE RETURN AFTER THE BROWSE : ONE  *
      *    THAT MATCHED IS COUNTED UNDER ITS REASON; ONE THAT MATCHED *
      *    NOTHING AT ALL GOES TO THE EXCEPTION LIST. ONE THAT FOUND  *
      *    ONLY RECALLED MESSAGES IS ALREADY LISTED THERE. ONE THAT   *
      *    HAD MORE THAN ONE CANDIDATE IS LISTED WITH THE MESSAGE     *
      *    TAKEN, FOR THE DESK TO CONFIRM.                            *
      *---------------------------------------------------------------*
       2400-CHECK-RETURN.
      *
           IF RN-CANDIDATES(RN-INDEX) > 1 THEN
              ADD 1 TO MULTI-CAND-COUNT
              MOVE RN-TXN-CODE(RN-INDEX)    TO RM-EXC-TXN-CODE
              MOVE RN-REF-NUMBER(RN-INDEX)  TO RM-EXC-REF-NUMBER
              MOVE RN-RETURN-DATE(RN-INDEX) TO RM-EXC-DATE
              MOVE RN-REASON-CODE(RN-INDEX) TO RM-EXC-REASON-CODE
              MOVE RN-CAND-MSGID(RN-INDEX)  TO RM-EXC-MSGID
              MOVE 'SEVERAL MATCHES, LATEST TAKEN' TO RM-EXC-REASON
              PERFORM 2600-WRITE-EXCEPTION
                      THRU 2600-WRITE-EXCEPTION-EXIT
           END-IF
           IF RN-MATCHED(RN-INDEX) = ZEROS THEN
              IF RN-RECALLED(RN-INDEX) = ZEROS THEN
                 ADD 1 TO UNMATCHED-RETURNS
                 MOVE RN-TXN-CODE(RN-INDEX)    TO RM-EXC-TXN-CODE
                 MOVE RN-REF-NUMBER(RN-INDEX)  TO RM-EXC-REF-NUMBER
                 MOVE RN-RETURN-DATE(RN-INDEX) TO RM-EXC-DATE
                 MOVE RN-REASON-CODE(RN-INDEX) TO RM-EXC-REASON-CODE
                 MOVE SPACES                   TO RM-EXC-MSGID
                 MOVE 'NO STORED MESSAGE MATCHES' TO RM-EXC-REASON
                 PERFORM 2600-WRITE-EXCEPTION
                         THRU 2600-WRITE-EXCEPTION-EXIT
              END-IF
              GO TO 2400-CHECK-RETURN-EXIT
           END-IF
      *
           ADD 1 TO MATCHED-RETURNS
           MOVE ZEROS TO RS-MATCH
           PERFORM 2410-FIND-REASON THRU 2410-FIND-REASON-EXIT
                   VARYING RS-INDEX FROM 1 BY 1
                   UNTIL RS-INDEX > REASON-COUNT OR RS-MATCH > ZEROS
           IF RS-MATCH = ZEROS THEN
              IF REASON-COUNT NOT < REASON-MAX THEN
                 ADD 1 TO REASON-OTHER
                 GO TO 2400-CHECK-RETURN-EXIT
              END-IF
              ADD 1 TO REASON-COUNT
              MOVE REASON-COUNT TO RS-MATCH
              MOVE RN-REASON-CODE(RN-INDEX) TO RS-REASON-CODE(RS-MATCH)
              MOVE RN-REASON-TEXT(RN-INDEX) TO RS-REASON-TEXT(RS-MATCH)
              MOVE ZEROS TO RS-COUNT(RS-MATCH)
           END-IF
           ADD 1 TO RS-COUNT(RS-MATCH).
      *
       2400-CHECK-RETURN-EXIT.
           EXIT.
      *
       2410-FIND-REASON.
      *
           IF RS-REASON-CODE(RS-INDEX) = RN-REASON-CODE(RN-INDEX) THEN
              MOVE RS-INDEX TO RS-MATCH
           END-IF.
      *
       2410-FIND-REASON-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2500-WRITE-SUMMARY WRITES THE REPORT BY REASON AND BY      *
      *    ORIGINATING BATCH, THE TOTALS, SETS THE RETURN CODE AND    *
      *    RAISES AN ALERT WHEN THERE ARE EXCEPTIONS TO WORK.         *
      *---------------------------------------------------------------*
       2500-WRITE-SUMMARY.
      *
           MOVE SPACES TO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
           MOVE 'RETURNS BY REASON' TO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
           MOVE 'REASON TEXT                              RETURNS'
             TO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
           PERFORM 2510-WRITE-REASON THRU 2510-WRITE-REASON-EXIT
                   VARYING RS-INDEX FROM 1 BY 1
                   UNTIL RS-INDEX > REASON-COUNT
           IF REASON-OTHER > ZEROS THEN
              MOVE SPACES TO RETURNS-RPT-RECORD
              STRING '       OTHER REASONS                  '
                                           DELIMITED BY SIZE
                     REASON-OTHER          DELIMITED BY SIZE
                INTO RETURNS-RPT-RECORD
              WRITE RETURNS-RPT-RECORD
           END-IF
      *
           MOVE SPACES TO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
           MOVE 'RETURNED MESSAGES BY ORIGINATING BATCH'
             TO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
           MOVE 'BATCH    MESSAGES' TO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
           PERFORM 2520-WRITE-BATCH THRU 2520-WRITE-BATCH-EXIT
                   VARYING BT-INDEX FROM 1 BY 1
                   UNTIL BT-INDEX > BATCH-COUNT
           IF BATCH-OTHER > ZEROS THEN
              MOVE SPACES TO RETURNS-RPT-RECORD
              STRING 'OTHER    '           DELIMITED BY SIZE
                     BATCH-OTHER           DELIMITED BY SIZE
                INTO RETURNS-RPT-RECORD
              WRITE RETURNS-RPT-RECORD
           END-IF
      *
           MOVE SPACES TO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
           STRING 'RETURNS READ             : ' DELIMITED BY SIZE
                  RECORDS-READ                  DELIMITED BY SIZE
             INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
      *
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING 'RETURNS MATCHED          : ' DELIMITED BY SIZE
                  MATCHED-RETURNS               DELIMITED BY SIZE
             INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
      *
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING 'RETURNS NOT MATCHED      : ' DELIMITED BY SIZE
                  UNMATCHED-RETURNS             DELIMITED BY SIZE
             INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
      *
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING 'RETURNS INVALID          : ' DELIMITED BY SIZE
                  RECORDS-BAD                   DELIMITED BY SIZE
             INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
      *
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING 'RETURNS OVER TABLE LIMIT : ' DELIMITED BY SIZE
                  RECORDS-OVER                  DELIMITED BY SIZE
             INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
      *
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING 'RETURNS WITH SEVERAL MSGS: ' DELIMITED BY SIZE
                  MULTI-CAND-COUNT              DELIMITED BY SIZE
             INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
      *
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING 'LOOK-BACK WINDOW (DAYS)  : ' DELIMITED BY SIZE
                  RM-LOOKBACK-DAYS              DELIMITED BY SIZE
             INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
      *
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING 'STORE RECORDS READ       : ' DELIMITED BY SIZE
                  STORE-READ-COUNT              DELIMITED BY SIZE
             INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
      *
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING 'MESSAGES MARKED RETURNED : ' DELIMITED BY SIZE
                  MARKED-COUNT                  DELIMITED BY SIZE
             INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
      *
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING 'ALREADY RETURNED         : ' DELIMITED BY SIZE
                  ALREADY-COUNT                 DELIMITED BY SIZE
             INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
      *
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING 'RECALLED MESSAGES FOUND  : ' DELIMITED BY SIZE
                  RECALLED-COUNT                DELIMITED BY SIZE
             INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
      *
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING 'EXCEPTIONS LISTED        : ' DELIMITED BY SIZE
                  EXCEPTION-COUNT               DELIMITED BY SIZE
                  ' IN '                        DELIMITED BY SIZE
                  WS-RETURNS-EXC-NAME           DELIMITED BY SPACE
             INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
      *
           MOVE SPACES TO RETURNS-EXC-RECORD
           WRITE RETURNS-EXC-RECORD
           STRING 'EXCEPTIONS LISTED        : ' DELIMITED BY SIZE
                  EXCEPTION-COUNT               DELIMITED BY SIZE
             INTO RETURNS-EXC-RECORD
           WRITE RETURNS-EXC-RECORD
      *
           DISPLAY 'RTNMATCH - RETURNS MATCHED  : ' MATCHED-RETURNS
           DISPLAY 'RTNMATCH - MARKED RETURNED  : ' MARKED-COUNT
           DISPLAY 'RTNMATCH - EXCEPTIONS       : ' EXCEPTION-COUNT
      *
           IF EXCEPTION-COUNT > ZEROS THEN
              IF RETURN-CODE < 4 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
              MOVE 2            TO AL-W-SEVERITY
              MOVE 'RTNUNMAT'   TO AL-W-CODE
              STRING EXCEPTION-COUNT       DELIMITED BY SIZE
                     ' RETURNS EXCEPTIONS IN ' DELIMITED BY SIZE
                     WS-RETURNS-EXC-NAME   DELIMITED BY SPACE
                INTO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
           END-IF.
      *
       2500-WRITE-SUMMARY-EXIT.
           EXIT.
      *
       2510-WRITE-REASON.
      *
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING RS-REASON-CODE(RS-INDEX) DELIMITED BY SIZE
                  '   '                    DELIMITED BY SIZE
                  RS-REASON-TEXT(RS-INDEX) DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  RS-COUNT(RS-INDEX)       DELIMITED BY SIZE
             INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD.
      *
       2510-WRITE-REASON-EXIT.
           EXIT.
      *
       2520-WRITE-BATCH.
      *
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING BT-BATCH-ID(BT-INDEX)    DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  BT-COUNT(BT-INDEX)       DELIMITED BY SIZE
             INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD.
      *
       2520-WRITE-BATCH-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2600-WRITE-EXCEPTION LISTS THE RETURN IN RM-EXCEPTION WITH *
      *    WHY IT IS AN EXCEPTION AND, FOR A RECALLED MATCH, THE      *
      *    STORED MESSAGE IT FOUND.                                   *
      *---------------------------------------------------------------*
       2600-WRITE-EXCEPTION.
      *
           ADD 1 TO EXCEPTION-COUNT
           MOVE SPACES TO RETURNS-EXC-RECORD
           STRING RM-EXC-TXN-CODE    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  RM-EXC-REF-NUMBER  DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  RM-EXC-DATE        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  RM-EXC-REASON-CODE DELIMITED BY SIZE
                  '   '              DELIMITED BY SIZE
                  RM-EXC-REASON      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  RM-EXC-MSGID       DELIMITED BY SIZE
             INTO RETURNS-EXC-RECORD
           WRITE RETURNS-EXC-RECORD.
      *
       2600-WRITE-EXCEPTION-EXIT.
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
      *    2950-WRITE-RUN-CONTROL APPENDS ONE EVENT TO RUN.CONTROL -  *
      *    THE CALLER SETS THE DATE, EVENT, OUTCOME AND DETAIL.       *
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
      *
       3000-END.
      *
           PERFORM 2900-WRITE-AUDIT THRU 2900-WRITE-AUDIT-EXIT.
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE F-DATE TO RC-W-DATE
           MOVE 'END'  TO RC-W-EVENT
           EVALUATE TRUE
              WHEN RETURN-CODE = 0
                 MOVE 'OK'      TO RC-W-OUTCOME
              WHEN RETURN-CODE = 4
                 MOVE 'WARNING' TO RC-W-OUTCOME
              WHEN OTHER
                 MOVE 'ERROR'   TO RC-W-OUTCOME
           END-EVALUATE
           MOVE WS-RETURNS-FILE-NAME TO RC-W-DETAIL
           PERFORM 2950-WRITE-RUN-CONTROL
              THRU 2950-WRITE-RUN-CONTROL-EXIT
           STOP RUN.
