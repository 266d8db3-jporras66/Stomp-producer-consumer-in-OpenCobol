      *---------------------------------------------------------------*
      *          I D E N T I F I C A T I O N   D I V I S I O N        *
      *          =============================================        *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------.
       PROGRAM-ID.      CONSMERGE.
       AUTHOR.          POWER.
       DATE-WRITTEN.    15/10/2026.
      *---------------------------------------------------------------*
      *    CONSMERGE PUTS BACK TOGETHER WHAT SEVERAL CONSUMER         *
      *    INSTANCES WROTE FOR ONE BUSINESS DATE. EACH INSTANCE       *
      *    WRITES ITS OWN FILE-DATA, PAYMENTS, ADJUST, SUSPENSE AND   *
      *    HOLD FILES WITH A '.N' SUFFIX; CONSMERGE MERGES EACH       *
      *    FAMILY ON THE RECEIVED TIMESTAMP INTO THE ONE DATED FILE   *
      *    MSGSTORE AND THE DOWNSTREAM FEEDS READ, REMOVES THE        *
      *    INSTANCE FILES ONCE MERGED, AND FOLDS THE INSTANCES' AUDIT *
      *    RECORDS INTO ONE CONSUMER RECORD FOR THE MORNING BALANCE.  *
      *                                                               *
      *    AN INSTANCE FILES A MESSAGE UNDER THE BUSINESS DATE IN ITS *
      *    HEADER, SO A LATE ARRIVAL FOR THE PREVIOUS BUSINESS DATE   *
      *    LANDS IN THAT DATE'S '.N' FILES; THOSE ARE MERGED FIRST    *
      *    AND REPORTED, AS THAT DATE'S FEEDS HAVE ALREADY RUN. ANY   *
      *    OTHER INSTANCE FILE FOUND FROM A WEEK BEFORE THE DATE TO   *
      *    THE DAY AFTER IT IS LEFT ALONE AND REPORTED.               *
      *                                                               *
      *    A FAMILY IS MERGED INTO A NEW COPY OF THE DATED FILE THAT  *
      *    ONLY REPLACES IT ONCE EVERY RECORD IS WRITTEN, SO A FAILED *
      *    MERGE LEAVES THE DATED FILE AS IT WAS FOR THE RERUN.       *
      *                                                               *
      *    IT WILL NOT MERGE WHILE AN INSTANCE THAT RAN HAS NOT ENDED *
      *    CLEANLY (ITS CONSUMER.STATUS.N IS NOT 'ENDING') - THAT     *
      *    INSTANCE IS RESTARTED FROM ITS OWN CHECKPOINT FIRST, OR    *
      *    THE OPERATOR SAYS FORCE.                                   *
      *                                                               *
      *    COMMAND LINE : [<YYYYMMDD>] [<INSTANCES>] [FORCE]          *
      *    DATE DEFAULTS TO TODAY, INSTANCES TO 4 (A MISSING INSTANCE *
      *    FILE IS SIMPLY SKIPPED).                                   *
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
      *    MERGE-IN-1 TO MERGE-IN-4 ARE THE INSTANCE FILES OF THE
      *    FAMILY BEING MERGED, MERGE-OUT THE NEW COPY OF THE DATED
      *    FILE THEY GO TO, AND MERGE-COPY THE DATED FILE AS IT
      *    STANDS, CARRIED INTO THE NEW COPY FIRST.
      *
           SELECT MERGE-IN-1
               ASSIGN TO DYNAMIC WS-MERGE-IN-1-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MERGE-IN-1.
      *
           SELECT MERGE-IN-2
               ASSIGN TO DYNAMIC WS-MERGE-IN-2-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MERGE-IN-2.
      *
           SELECT MERGE-IN-3
               ASSIGN TO DYNAMIC WS-MERGE-IN-3-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MERGE-IN-3.
      *
           SELECT MERGE-IN-4
               ASSIGN TO DYNAMIC WS-MERGE-IN-4-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MERGE-IN-4.
      *
           SELECT MERGE-OUT
               ASSIGN TO DYNAMIC WS-MERGE-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MERGE-OUT.
      *
           SELECT MERGE-COPY
               ASSIGN TO DYNAMIC WS-MERGE-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MERGE-COPY.
      *
      *    INSTANCE-STATUS IS ONE INSTANCE'S HEARTBEAT FILE,
      *    CONSUMER.STATUS.N, READ TO SEE WHETHER IT ENDED.
      *
           SELECT INSTANCE-STATUS
               ASSIGN TO DYNAMIC WS-INSTANCE-STATUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INSTANCE-STATUS.
      *
           SELECT CONSMERGE-RPT
               ASSIGN TO 'CONSMERGE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSMERGE-RPT.
      *
        COPY 'select-audit-file.cpy'.
        COPY 'select-alert-log.cpy'.
        COPY 'select-run-control.cpy'.
        COPY 'select-holiday-cal.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       DATA DIVISION.
      *-------------.
       FILE SECTION.
      *------------.
      *
       FD  MERGE-IN-1
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MERGE-IN-1-RECORD           PIC X(2104).
      *
       FD  MERGE-IN-2
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MERGE-IN-2-RECORD           PIC X(2104).
      *
       FD  MERGE-IN-3
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MERGE-IN-3-RECORD           PIC X(2104).
      *
       FD  MERGE-IN-4
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MERGE-IN-4-RECORD           PIC X(2104).
      *
       FD  MERGE-OUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MERGE-OUT-RECORD            PIC X(2104).
      *
       FD  MERGE-COPY
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MERGE-COPY-RECORD           PIC X(2104).
      *
       FD  INSTANCE-STATUS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  STATUS-RECORD.
           05  HB-TIMESTAMP            PIC X(16).
           05  FILLER                  PIC X(01).
           05  HB-STATE                PIC X(13).
           05  FILLER                  PIC X(01).
           05  HB-QUEUE-COUNTS.
               10  HB-COUNT OCCURS 8 TIMES PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HB-LAST-MSGID           PIC X(20).
           05  FILLER                  PIC X(01).
           05  HB-IDLE-CYCLES          PIC 9(04).
      *
       FD  CONSMERGE-RPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CONSMERGE-RPT-RECORD        PIC X(80).
      *
       COPY 'fd-audit-file.cpy'.
       COPY 'fd-alert-log.cpy'.
       COPY 'fd-run-control.cpy'.
       COPY 'fd-holiday-cal.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.

       01 FILLER PIC X(050)
                 VALUE  'PGM-CONSMERGE-WS-COMIENZO'.
      *
       COPY 'file-status.cpy'.
      *
       01 PGM-NAME PIC X(15)
                 VALUE 'CONSMERGE'.
      *
       01 ALERT-FIELDS.
          05 AL-W-SEVERITY  PIC 9(01) VALUE ZEROS.
          05 AL-W-CODE      PIC X(08) VALUE SPACES.
          05 AL-W-BATCH-ID  PIC X(08) VALUE SPACES.
          05 AL-W-QUEUE     PIC X(15) VALUE SPACES.
          05 AL-W-TEXT      PIC X(60) VALUE SPACES.
      *
       01 RUN-CONTROL-FIELDS.
          05 RC-W-DATE      PIC X(08) VALUE SPACES.
          05 RC-W-EVENT     PIC X(05) VALUE SPACES.
          05 RC-W-OUTCOME   PIC X(08) VALUE SPACES.
          05 RC-W-DETAIL    PIC X(30) VALUE SPACES.
      *
       01 FS-MERGE-IN-1      PIC X(02) VALUE '00'.
       01 FS-MERGE-IN-2      PIC X(02) VALUE '00'.
       01 FS-MERGE-IN-3      PIC X(02) VALUE '00'.
       01 FS-MERGE-IN-4      PIC X(02) VALUE '00'.
       01 FS-MERGE-IN        PIC X(02) VALUE '00'.
       01 FS-MERGE-OUT       PIC X(02) VALUE '00'.
       01 FS-MERGE-COPY      PIC X(02) VALUE '00'.
       01 FS-INSTANCE-STATUS PIC X(02) VALUE '00'.
       01 FS-CONSMERGE-RPT   PIC X(02) VALUE '00'.
       01 FS-ALERT-LOG       PIC X(02) VALUE '00'.
       01 FS-RUN-CONTROL     PIC X(02) VALUE '00'.
      *
       01 WS-MERGE-IN-1-NAME PIC X(30) VALUE SPACES.
       01 WS-MERGE-IN-2-NAME PIC X(30) VALUE SPACES.
       01 WS-MERGE-IN-3-NAME PIC X(30) VALUE SPACES.
       01 WS-MERGE-IN-4-NAME PIC X(30) VALUE SPACES.
       01 WS-MERGE-OUT-NAME  PIC X(30) VALUE SPACES.
       01 WS-MERGE-COPY-NAME PIC X(30) VALUE SPACES.
       01 WS-INSTANCE-STATUS-NAME PIC X(30) VALUE SPACES.
       01 DATED-FILE-NAME    PIC X(30) VALUE SPACES.
       01 DELETE-RC          USAGE BINARY-LONG VALUE 0.
       01 FILE-DETAILS.
          05 FD-SIZE         PIC X(08).
          05 FD-DATE         PIC X(06).
          05 FD-TIME         PIC X(08).
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
      *---------------------------------------------------------------*
      *    THE FILE FAMILIES CONSUMER WRITES PER BUSINESS DATE, IN    *
      *    THE ORDER THEY ARE MERGED.                                 *
      *---------------------------------------------------------------*
       01 FAMILY-VALUES.
          05 FILLER         PIC X(10) VALUE 'FILE-DATA.'.
          05 FILLER         PIC X(10) VALUE 'PAYMENTS.'.
          05 FILLER         PIC X(10) VALUE 'ADJUST.'.
          05 FILLER         PIC X(10) VALUE 'SUSPENSE.'.
          05 FILLER         PIC X(10) VALUE 'HOLD.'.
       01 FAMILY-TABLE REDEFINES FAMILY-VALUES.
          05 FAMILY-PREFIX  OCCURS 5 TIMES PIC X(10).
       01 FAMILY-COUNT      PIC 9(01) VALUE 5.
       01 FAMILY-INDEX      PIC 9(01) VALUE ZEROS.
      *---------------------------------------------------------------*
      *    ONE MERGE SLOT PER INSTANCE : ITS FILE, WHETHER IT IS OPEN *
      *    AND AT END, HOW MANY RECORDS CAME FROM IT, AND THE RECORD  *
      *    IT IS CURRENTLY OFFERING TO THE MERGE.                     *
      *---------------------------------------------------------------*
       01 MERGE-SLOTS.
          05 MG-SLOT OCCURS 4 TIMES.
             10 MG-FILE-NAME      PIC X(30).
             10 MG-OPEN-SW        PIC 9.
                88 MG-OPEN        VALUE 1.
                88 MG-CLOSED      VALUE 0.
             10 MG-EOF-SW         PIC 9.
                88 MG-EOF         VALUE 1.
                88 MG-NEOF        VALUE 0.
             10 MG-READ-COUNT     PIC 9(08).
             10 MG-RECORD.
                15 MG-RECEIVED-TIMESTAMP PIC X(16).
                15 FILLER         PIC X(2088).
       01 SLOT-INDEX        PIC 9(01) VALUE ZEROS.
       01 SCAN-INDEX        PIC 9(01) VALUE ZEROS.
       01 LOW-SLOT          PIC 9(01) VALUE ZEROS.
       01 MERGE-ACTIVE      PIC 9(01) VALUE ZEROS.
       01 FAMILY-INPUTS     PIC 9(01) VALUE ZEROS.
       01 FAMILY-WRITTEN    PIC 9(08) VALUE ZEROS.
       01 FAMILY-FAILED-SW  PIC 9 VALUE 0.
          88 FAMILY-FAILED  VALUE 1.
          88 FAMILY-OK      VALUE 0.
       01 COPY-EOF-SW       PIC 9 VALUE 0.
          88 COPY-EOF       VALUE 1.
          88 COPY-NEOF      VALUE 0.
      *---------------------------------------------------------------*
      *    THE DATES MERGED : THE PREVIOUS BUSINESS DATE FOR LATE     *
      *    ARRIVALS, THEN THE BUSINESS DATE. FAMILY-DATE IS THE ONE   *
      *    IN HAND; THE WINDOW SEARCHED FOR ANY OTHER INSTANCE FILES  *
      *    RUNS FROM PROBE-DAYS-BACK DAYS BEFORE THE DATE TO THE DAY  *
      *    AFTER IT.                                                  *
      *---------------------------------------------------------------*
       01 MERGE-DATE        PIC X(08) VALUE SPACES.
       01 PREV-MERGE-DATE   PIC X(08) VALUE SPACES.
       01 FAMILY-DATE       PIC X(08) VALUE SPACES.
       01 DATE-INDEX        PIC 9(01) VALUE ZEROS.
       01 DATE-MERGED       PIC 9(08) VALUE ZEROS.
       01 LATE-MERGED       PIC 9(08) VALUE ZEROS.
       01 PROBE-DAYS-BACK   PIC 9(02) VALUE 7.
       01 PROBE-DAY-NUMBER  PIC 9(08) VALUE ZEROS.
       01 PROBE-LAST-DAY    PIC 9(08) VALUE ZEROS.
       01 PROBE-DATE        PIC 9(08) VALUE ZEROS.
       01 FILES-LEFT        PIC 9(04) VALUE ZEROS.
       01 INSTANCE-LIMIT    PIC 9(01) VALUE 4.
       01 FORCE-SW          PIC 9 VALUE 0.
          88 FORCE-MERGE    VALUE 1.
          88 NO-FORCE       VALUE 0.
       01 INSTANCES-RAN     PIC 9(01) VALUE ZEROS.
       01 INSTANCES-OPEN    PIC 9(01) VALUE ZEROS.
       01 FILES-MERGED      PIC 9(04) VALUE ZEROS.
       01 FILES-KEPT        PIC 9(04) VALUE ZEROS.
       01 TOTAL-MERGED      PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------------------*
      *    THE INSTANCE AUDIT RECORDS WRITTEN SINCE THE LAST CONSUMER *
      *    RECORD ON AUDIT.LOG, SUMMED INTO THE ONE CONSUMER RECORD.  *
      *---------------------------------------------------------------*
       01 CONS-RECORDS      PIC 9(04) VALUE ZEROS.
       01 CONS-PROCESSED    PIC 9(08) VALUE ZEROS.
       01 CONS-ERRORS       PIC 9(08) VALUE ZEROS.
       01 CONS-HELD         PIC 9(08) VALUE ZEROS.
       01 CONS-START        PIC X(16) VALUE SPACES.
       01 CONS-END          PIC X(16) VALUE SPACES.
      *
       01 COMMAND-LINE-VALUES  PIC X(100) VALUE SPACES.
       01 CL-TOKEN-TABLE.
          05 CL-TOKEN OCCURS 3 TIMES PIC X(30).
       01 CL-INDEX          PIC 9(01) VALUE ZEROS.
      *
       COPY 'business-day.cpy'.
      *
       01  FILLER PIC X(050)
                  VALUE  'PGM-CONSMERGE-WS-FIN'.
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
           MOVE SPACES TO CL-TOKEN-TABLE
           UNSTRING COMMAND-LINE-VALUES DELIMITED BY ALL ' '
               INTO CL-TOKEN(1), CL-TOKEN(2), CL-TOKEN(3)
           END-UNSTRING
           MOVE F-DATE TO MERGE-DATE
           PERFORM 1100-CL-OPTION THRU 1100-CL-OPTION-EXIT
                   VARYING CL-INDEX FROM 1 BY 1
                   UNTIL CL-INDEX > 3
      *
           MOVE MERGE-DATE TO RC-W-DATE
           MOVE 'START'   TO RC-W-EVENT
           MOVE 'RUNNING' TO RC-W-OUTCOME
           MOVE SPACES    TO RC-W-DETAIL
           PERFORM 2950-WRITE-RUN-CONTROL
              THRU 2950-WRITE-RUN-CONTROL-EXIT
           DISPLAY 'CONSMERGE - BUSINESS DATE ' MERGE-DATE
                   ', INSTANCES ' INSTANCE-LIMIT
      *
           OPEN OUTPUT CONSMERGE-RPT
           IF FS-CONSMERGE-RPT <> '00' THEN
              DISPLAY 'CONSMERGE-RPT ACCESS ERROR - STATUS IS : '
                      FS-CONSMERGE-RPT
              MOVE 8 TO RETURN-CODE
              PERFORM 3000-END
           END-IF
           MOVE SPACES TO CONSMERGE-RPT-RECORD
           STRING 'CONSUMER INSTANCE MERGE - BUSINESS DATE '
                                           DELIMITED BY SIZE
                  MERGE-DATE               DELIMITED BY SIZE
                  ' - RUN '                DELIMITED BY SIZE
                  FULL-DATETIME            DELIMITED BY SIZE
             INTO CONSMERGE-RPT-RECORD
           WRITE CONSMERGE-RPT-RECORD
           MOVE SPACES TO CONSMERGE-RPT-RECORD
           WRITE CONSMERGE-RPT-RECORD
      *
           PERFORM 2000-INIT
              THRU 2000-INIT-EXIT.
      *
           PERFORM 3000-END.
      *
      *---------------------------------------------------------------*
      *    1100-CL-OPTION TAKES ONE COMMAND-LINE WORD : AN 8-DIGIT    *
      *    BUSINESS DATE, A SINGLE-DIGIT INSTANCE COUNT OR FORCE.     *
      *    ANYTHING ELSE ENDS THE RUN.                                *
      *---------------------------------------------------------------*
       1100-CL-OPTION.
      *
           IF CL-TOKEN(CL-INDEX) = SPACES THEN
              GO TO 1100-CL-OPTION-EXIT
           END-IF
           IF CL-TOKEN(CL-INDEX) = 'FORCE' THEN
              SET FORCE-MERGE TO TRUE
              GO TO 1100-CL-OPTION-EXIT
           END-IF
           IF CL-TOKEN(CL-INDEX)(1:1) >= '1'
              AND CL-TOKEN(CL-INDEX)(1:1) <= '4'
              AND CL-TOKEN(CL-INDEX)(2:1) = SPACE THEN
              MOVE CL-TOKEN(CL-INDEX)(1:1) TO INSTANCE-LIMIT
              GO TO 1100-CL-OPTION-EXIT
           END-IF
           IF CL-TOKEN(CL-INDEX)(1:8) IS NUMERIC
              AND CL-TOKEN(CL-INDEX)(9:1) = SPACE THEN
              MOVE CL-TOKEN(CL-INDEX)(1:8) TO MERGE-DATE
              GO TO 1100-CL-OPTION-EXIT
           END-IF
           DISPLAY 'CONSMERGE - GIVE [YYYYMMDD] [INSTANCES] [FORCE], '
                   'NOT ' CL-TOKEN(CL-INDEX)
           MOVE 8 TO RETURN-CODE
           STOP RUN.
      *
       1100-CL-OPTION-EXIT.
           EXIT.
      *
       2000-INIT.
      *
           PERFORM 2010-CHECK-INSTANCE THRU 2010-CHECK-INSTANCE-EXIT
                   VARYING SLOT-INDEX FROM 1 BY 1
                   UNTIL SLOT-INDEX > INSTANCE-LIMIT
           IF INSTANCES-OPEN > 0 THEN
              IF NO-FORCE THEN
                 DISPLAY 'CONSMERGE - ' INSTANCES-OPEN
                         ' INSTANCE(S) NOT ENDED, NOTHING MERGED'
                 MOVE SPACES TO CONSMERGE-RPT-RECORD
                 STRING 'INSTANCES NOT ENDED - RESTART THEM OR RERUN '
                                                  DELIMITED BY SIZE
                        'WITH FORCE'              DELIMITED BY SIZE
                   INTO CONSMERGE-RPT-RECORD
                 WRITE CONSMERGE-RPT-RECORD
                 MOVE 2           TO AL-W-SEVERITY
                 MOVE 'MRGWAIT'   TO AL-W-CODE
                 STRING 'MERGE FOR '             DELIMITED BY SIZE
                        MERGE-DATE               DELIMITED BY SIZE
                        ' WAITING, INSTANCES NOT ENDED : '
                                                 DELIMITED BY SIZE
                        INSTANCES-OPEN           DELIMITED BY SIZE
                   INTO AL-W-TEXT
                 PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
                 MOVE 8 TO RETURN-CODE
                 GO TO 2000-INIT-EXIT
              END-IF
              DISPLAY 'CONSMERGE - FORCED PAST ' INSTANCES-OPEN
                      ' INSTANCE(S) NOT ENDED'
              MOVE SPACES TO CONSMERGE-RPT-RECORD
              STRING 'MERGE FORCED PAST INSTANCES NOT ENDED'
                                                  DELIMITED BY SIZE
                INTO CONSMERGE-RPT-RECORD
              WRITE CONSMERGE-RPT-RECORD
              MOVE 2           TO AL-W-SEVERITY
              MOVE 'MRGFORCE'  TO AL-W-CODE
              STRING 'MERGE FOR '             DELIMITED BY SIZE
                     MERGE-DATE               DELIMITED BY SIZE
                     ' FORCED, INSTANCES NOT ENDED : '
                                              DELIMITED BY SIZE
                     INSTANCES-OPEN           DELIMITED BY SIZE
                INTO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO CONSMERGE-RPT-RECORD
           WRITE CONSMERGE-RPT-RECORD
      *
           PERFORM 2970-LOAD-CALENDAR THRU 2970-LOAD-CALENDAR-EXIT
           MOVE MERGE-DATE TO CAL-DATE
           PERFORM 2990-PREVIOUS-BUSINESS-DAY
              THRU 2990-PREVIOUS-BUSINESS-DAY-EXIT
           MOVE CAL-DATE TO PREV-MERGE-DATE
           PERFORM 2050-MERGE-ONE-DATE THRU 2050-MERGE-ONE-DATE-EXIT
                   VARYING DATE-INDEX FROM 1 BY 1
                   UNTIL DATE-INDEX > 2
      *
           PERFORM 2200-FIND-LEFTOVERS THRU 2200-FIND-LEFTOVERS-EXIT
      *
           PERFORM 2500-COMBINE-AUDIT THRU 2500-COMBINE-AUDIT-EXIT
      *
           PERFORM 2400-WRITE-SUMMARY THRU 2400-WRITE-SUMMARY-EXIT.
      *
       2000-INIT-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2010-CHECK-INSTANCE READS ONE INSTANCE'S STATUS FILE. NO   *
      *    FILE MEANS THE INSTANCE NEVER RAN; ANY STATE BUT ENDING    *
      *    MEANS IT IS STILL RUNNING OR DIED AND MUST BE RESTARTED.   *
      *---------------------------------------------------------------*
       2010-CHECK-INSTANCE.
      *
           MOVE SPACES TO WS-INSTANCE-STATUS-NAME
           STRING 'CONSUMER.STATUS.' DELIMITED BY SIZE
                  SLOT-INDEX         DELIMITED BY SIZE
             INTO WS-INSTANCE-STATUS-NAME
           MOVE SPACES TO CONSMERGE-RPT-RECORD
           OPEN INPUT INSTANCE-STATUS
           IF FS-INSTANCE-STATUS = '35' THEN
              STRING 'INSTANCE '     DELIMITED BY SIZE
                     SLOT-INDEX      DELIMITED BY SIZE
                     ' : NOT RUN'    DELIMITED BY SIZE
                INTO CONSMERGE-RPT-RECORD
              WRITE CONSMERGE-RPT-RECORD
              GO TO 2010-CHECK-INSTANCE-EXIT
           END-IF
           IF FS-INSTANCE-STATUS <> '00' THEN
              DISPLAY 'INSTANCE-STATUS ACCESS ERROR - STATUS IS : '
                      FS-INSTANCE-STATUS ' FILE : '
                      WS-INSTANCE-STATUS-NAME
              ADD 1 TO AUDIT-COUNT-ERRORS
              ADD 1 TO INSTANCES-OPEN
              GO TO 2010-CHECK-INSTANCE-EXIT
           END-IF
           MOVE SPACES TO STATUS-RECORD
           READ INSTANCE-STATUS
               AT END
                  MOVE SPACES TO STATUS-RECORD
           END-READ
           CLOSE INSTANCE-STATUS
           ADD 1 TO INSTANCES-RAN
           IF HB-STATE NOT = 'ENDING' THEN
              ADD 1 TO INSTANCES-OPEN
              DISPLAY 'CONSMERGE - INSTANCE ' SLOT-INDEX
                      ' NOT ENDED, STATE ' HB-STATE
           END-IF
           STRING 'INSTANCE '     DELIMITED BY SIZE
                  SLOT-INDEX      DELIMITED BY SIZE
                  ' : STATE '     DELIMITED BY SIZE
                  HB-STATE        DELIMITED BY SIZE
                  ' LAST BEAT '   DELIMITED BY SIZE
                  HB-TIMESTAMP    DELIMITED BY SIZE
             INTO CONSMERGE-RPT-RECORD
           WRITE CONSMERGE-RPT-RECORD.
      *
       2010-CHECK-INSTANCE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2050-MERGE-ONE-DATE MERGES EVERY FAMILY FOR ONE DATE : THE *
      *    PREVIOUS BUSINESS DATE FIRST, THEN THE BUSINESS DATE.      *
      *    ANYTHING MERGED INTO THE PREVIOUS DATE ARRIVED AFTER ITS   *
      *    FEEDS RAN, SO IT IS REPORTED AND ALERTED FOR FOLLOW-UP.    *
      *---------------------------------------------------------------*
       2050-MERGE-ONE-DATE.
      *
           IF DATE-INDEX = 1 THEN
              MOVE PREV-MERGE-DATE TO FAMILY-DATE
           ELSE
              MOVE MERGE-DATE      TO FAMILY-DATE
           END-IF
           MOVE ZEROS TO DATE-MERGED
           PERFORM 2100-MERGE-FAMILY THRU 2100-MERGE-FAMILY-EXIT
                   VARYING FAMILY-INDEX FROM 1 BY 1
                   UNTIL FAMILY-INDEX > FAMILY-COUNT
           IF DATE-INDEX NOT = 1 OR DATE-MERGED = 0 THEN
              GO TO 2050-MERGE-ONE-DATE-EXIT
           END-IF
      *
           MOVE DATE-MERGED TO LATE-MERGED
           DISPLAY 'CONSMERGE - ' LATE-MERGED
                   ' LATE RECORD(S) MERGED INTO ' FAMILY-DATE
           MOVE SPACES TO CONSMERGE-RPT-RECORD
           STRING 'LATE ARRIVALS MERGED INTO '  DELIMITED BY SIZE
                  FAMILY-DATE                   DELIMITED BY SIZE
                  ' FILES : '                   DELIMITED BY SIZE
                  LATE-MERGED                   DELIMITED BY SIZE
             INTO CONSMERGE-RPT-RECORD
           WRITE CONSMERGE-RPT-RECORD
           MOVE SPACES TO CONSMERGE-RPT-RECORD
           WRITE CONSMERGE-RPT-RECORD
           IF RETURN-CODE < 4 THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 2           TO AL-W-SEVERITY
           MOVE 'MRGLATE'   TO AL-W-CODE
           STRING 'LATE ARRIVALS MERGED INTO '  DELIMITED BY SIZE
                  FAMILY-DATE                   DELIMITED BY SIZE
                  ' FILES : '                   DELIMITED BY SIZE
                  LATE-MERGED                   DELIMITED BY SIZE
             INTO AL-W-TEXT
           PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT.
      *
       2050-MERGE-ONE-DATE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2100-MERGE-FAMILY MERGES ONE FAMILY'S INSTANCE FILES FOR   *
      *    FAMILY-DATE, LOWEST RECEIVED TIMESTAMP FIRST (A TIE GOES   *
      *    TO THE LOWER INSTANCE). THEY GO INTO A NEW COPY OF THE     *
      *    DATED FILE, '.NEW', AFTER WHAT THE DATED FILE ALREADY      *
      *    HOLDS, SO A LATE MERGE OR A SINGLE CONSUMER RUN EARLIER    *
      *    THE SAME DAY KEEPS WHAT IS THERE. THE NEW COPY ONLY        *
      *    REPLACES THE DATED FILE ONCE IT IS COMPLETE, AND THE       *
      *    INSTANCE FILES ARE REMOVED ONLY AFTER THAT.                *
      *---------------------------------------------------------------*
       2100-MERGE-FAMILY.
      *
           MOVE ZEROS TO FAMILY-INPUTS, FAMILY-WRITTEN, MERGE-ACTIVE
           SET FAMILY-OK TO TRUE
           PERFORM 2110-OPEN-ONE-INPUT THRU 2110-OPEN-ONE-INPUT-EXIT
                   VARYING SLOT-INDEX FROM 1 BY 1
                   UNTIL SLOT-INDEX > INSTANCE-LIMIT
           IF FAMILY-INPUTS = 0 THEN
              GO TO 2100-MERGE-FAMILY-EXIT
           END-IF
      *
           MOVE SPACES TO DATED-FILE-NAME, WS-MERGE-OUT-NAME
           STRING FAMILY-PREFIX(FAMILY-INDEX) DELIMITED BY SPACE
                  FAMILY-DATE                 DELIMITED BY SIZE
             INTO DATED-FILE-NAME
           STRING DATED-FILE-NAME             DELIMITED BY SPACE
                  '.NEW'                      DELIMITED BY SIZE
             INTO WS-MERGE-OUT-NAME
           OPEN OUTPUT MERGE-OUT
           IF FS-MERGE-OUT <> '00' THEN
              DISPLAY 'MERGE-OUT ACCESS ERROR - STATUS IS : '
                      FS-MERGE-OUT ' FILE : ' WS-MERGE-OUT-NAME
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              SET FAMILY-FAILED TO TRUE
           ELSE
              PERFORM 2140-CARRY-DATED-FILE
                 THRU 2140-CARRY-DATED-FILE-EXIT
              PERFORM 2130-MERGE-ONE-RECORD
                      THRU 2130-MERGE-ONE-RECORD-EXIT
                      UNTIL MERGE-ACTIVE = 0 OR FAMILY-FAILED
              CLOSE MERGE-OUT
              PERFORM 2160-SWAP-DATED-FILE
                 THRU 2160-SWAP-DATED-FILE-EXIT
           END-IF
      *
           PERFORM 2150-CLOSE-ONE-INPUT THRU 2150-CLOSE-ONE-INPUT-EXIT
                   VARYING SLOT-INDEX FROM 1 BY 1
                   UNTIL SLOT-INDEX > INSTANCE-LIMIT
           MOVE SPACES TO CONSMERGE-RPT-RECORD
           STRING DATED-FILE-NAME    DELIMITED BY SIZE
                  ' MERGED '         DELIMITED BY SIZE
                  FAMILY-WRITTEN     DELIMITED BY SIZE
             INTO CONSMERGE-RPT-RECORD
           IF FAMILY-FAILED THEN
              MOVE 'NOT COMPLETE' TO CONSMERGE-RPT-RECORD(50:12)
           ELSE
              ADD FAMILY-WRITTEN TO DATE-MERGED, TOTAL-MERGED
           END-IF
           WRITE CONSMERGE-RPT-RECORD
           MOVE SPACES TO CONSMERGE-RPT-RECORD
           WRITE CONSMERGE-RPT-RECORD.
      *
       2100-MERGE-FAMILY-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2110-OPEN-ONE-INPUT OPENS INSTANCE SLOT-INDEX'S FILE OF    *
      *    THE FAMILY, IF IT HAS ONE, AND PRIMES ITS FIRST RECORD.    *
      *---------------------------------------------------------------*
       2110-OPEN-ONE-INPUT.
      *
           SET MG-CLOSED(SLOT-INDEX) TO TRUE
           SET MG-EOF(SLOT-INDEX)    TO TRUE
           MOVE ZEROS TO MG-READ-COUNT(SLOT-INDEX)
           MOVE SPACES TO MG-FILE-NAME(SLOT-INDEX)
           STRING FAMILY-PREFIX(FAMILY-INDEX) DELIMITED BY SPACE
                  FAMILY-DATE                 DELIMITED BY SIZE
                  '.'                         DELIMITED BY SIZE
                  SLOT-INDEX                  DELIMITED BY SIZE
             INTO MG-FILE-NAME(SLOT-INDEX)
           EVALUATE SLOT-INDEX
              WHEN 1
                 MOVE MG-FILE-NAME(1) TO WS-MERGE-IN-1-NAME
                 OPEN INPUT MERGE-IN-1
                 MOVE FS-MERGE-IN-1 TO FS-MERGE-IN
              WHEN 2
                 MOVE MG-FILE-NAME(2) TO WS-MERGE-IN-2-NAME
                 OPEN INPUT MERGE-IN-2
                 MOVE FS-MERGE-IN-2 TO FS-MERGE-IN
              WHEN 3
                 MOVE MG-FILE-NAME(3) TO WS-MERGE-IN-3-NAME
                 OPEN INPUT MERGE-IN-3
                 MOVE FS-MERGE-IN-3 TO FS-MERGE-IN
              WHEN OTHER
                 MOVE MG-FILE-NAME(4) TO WS-MERGE-IN-4-NAME
                 OPEN INPUT MERGE-IN-4
                 MOVE FS-MERGE-IN-4 TO FS-MERGE-IN
           END-EVALUATE
           IF FS-MERGE-IN = '35' THEN
              GO TO 2110-OPEN-ONE-INPUT-EXIT
           END-IF
           IF FS-MERGE-IN <> '00' THEN
              DISPLAY 'MERGE-IN ACCESS ERROR - STATUS IS : '
                      FS-MERGE-IN ' FILE : ' MG-FILE-NAME(SLOT-INDEX)
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              GO TO 2110-OPEN-ONE-INPUT-EXIT
           END-IF
      *
           SET MG-OPEN(SLOT-INDEX) TO TRUE
           SET MG-NEOF(SLOT-INDEX) TO TRUE
           ADD 1 TO FAMILY-INPUTS
           ADD 1 TO MERGE-ACTIVE
           PERFORM 2120-READ-INPUT THRU 2120-READ-INPUT-EXIT.
      *
       2110-OPEN-ONE-INPUT-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2120-READ-INPUT BRINGS SLOT SLOT-INDEX ITS NEXT RECORD. AT *
      *    END THE SLOT DROPS OUT OF THE MERGE.                       *
      *---------------------------------------------------------------*
       2120-READ-INPUT.
      *
           EVALUATE SLOT-INDEX
              WHEN 1
                 READ MERGE-IN-1 INTO MG-RECORD(1)
                     AT END
                        SET MG-EOF(1) TO TRUE
                 END-READ
              WHEN 2
                 READ MERGE-IN-2 INTO MG-RECORD(2)
                     AT END
                        SET MG-EOF(2) TO TRUE
                 END-READ
              WHEN 3
                 READ MERGE-IN-3 INTO MG-RECORD(3)
                     AT END
                        SET MG-EOF(3) TO TRUE
                 END-READ
              WHEN OTHER
                 READ MERGE-IN-4 INTO MG-RECORD(4)
                     AT END
                        SET MG-EOF(4) TO TRUE
                 END-READ
           END-EVALUATE
           IF MG-EOF(SLOT-INDEX) THEN
              SUBTRACT 1 FROM MERGE-ACTIVE
              GO TO 2120-READ-INPUT-EXIT
           END-IF
           ADD 1 TO MG-READ-COUNT(SLOT-INDEX).
      *
       2120-READ-INPUT-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2130-MERGE-ONE-RECORD WRITES THE EARLIEST RECORD ON OFFER  *
      *    AND REFILLS THE SLOT IT CAME FROM.                         *
      *---------------------------------------------------------------*
       2130-MERGE-ONE-RECORD.
      *
           MOVE ZERO TO LOW-SLOT
           PERFORM 2135-FIND-LOW THRU 2135-FIND-LOW-EXIT
                   VARYING SCAN-INDEX FROM 1 BY 1
                   UNTIL SCAN-INDEX > INSTANCE-LIMIT
           WRITE MERGE-OUT-RECORD FROM MG-RECORD(LOW-SLOT)
           IF FS-MERGE-OUT <> '00' THEN
              DISPLAY 'MERGE-OUT WRITE ERROR - STATUS IS : '
                      FS-MERGE-OUT ' FILE : ' WS-MERGE-OUT-NAME
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              SET FAMILY-FAILED TO TRUE
              GO TO 2130-MERGE-ONE-RECORD-EXIT
           END-IF
           ADD 1 TO FAMILY-WRITTEN
           MOVE LOW-SLOT TO SLOT-INDEX
           PERFORM 2120-READ-INPUT THRU 2120-READ-INPUT-EXIT.
      *
       2130-MERGE-ONE-RECORD-EXIT.
           EXIT.
      *
       2135-FIND-LOW.
      *
           IF MG-CLOSED(SCAN-INDEX) OR MG-EOF(SCAN-INDEX) THEN
              GO TO 2135-FIND-LOW-EXIT
           END-IF
           IF LOW-SLOT = 0 THEN
              MOVE SCAN-INDEX TO LOW-SLOT
              GO TO 2135-FIND-LOW-EXIT
           END-IF
           IF MG-RECEIVED-TIMESTAMP(SCAN-INDEX)
              < MG-RECEIVED-TIMESTAMP(LOW-SLOT) THEN
              MOVE SCAN-INDEX TO LOW-SLOT
           END-IF.
      *
       2135-FIND-LOW-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2140-CARRY-DATED-FILE COPIES THE DATED FILE AS IT STANDS   *
      *    TO THE HEAD OF THE NEW COPY. NO DATED FILE YET MEANS       *
      *    NOTHING TO CARRY.                                          *
      *---------------------------------------------------------------*
       2140-CARRY-DATED-FILE.
      *
           MOVE DATED-FILE-NAME TO WS-MERGE-COPY-NAME
           OPEN INPUT MERGE-COPY
           IF FS-MERGE-COPY = '35' THEN
              GO TO 2140-CARRY-DATED-FILE-EXIT
           END-IF
           IF FS-MERGE-COPY <> '00' THEN
              DISPLAY 'MERGE-COPY ACCESS ERROR - STATUS IS : '
                      FS-MERGE-COPY ' FILE : ' WS-MERGE-COPY-NAME
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              SET FAMILY-FAILED TO TRUE
              GO TO 2140-CARRY-DATED-FILE-EXIT
           END-IF
           SET COPY-NEOF TO TRUE
           PERFORM 2145-CARRY-ONE-RECORD
                   THRU 2145-CARRY-ONE-RECORD-EXIT
                   UNTIL COPY-EOF OR FAMILY-FAILED
           CLOSE MERGE-COPY.
      *
       2140-CARRY-DATED-FILE-EXIT.
           EXIT.
      *
       2145-CARRY-ONE-RECORD.
      *
           READ MERGE-COPY
               AT END
                  SET COPY-EOF TO TRUE
                  GO TO 2145-CARRY-ONE-RECORD-EXIT
           END-READ
           WRITE MERGE-OUT-RECORD FROM MERGE-COPY-RECORD
           IF FS-MERGE-OUT <> '00' THEN
              DISPLAY 'MERGE-OUT WRITE ERROR - STATUS IS : '
                      FS-MERGE-OUT ' FILE : ' WS-MERGE-OUT-NAME
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              SET FAMILY-FAILED TO TRUE
           END-IF.
      *
       2145-CARRY-ONE-RECORD-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2150-CLOSE-ONE-INPUT CLOSES AN INSTANCE FILE, REPORTS HOW  *
      *    MANY RECORDS IT GAVE, AND REMOVES IT IF THE FAMILY MERGED  *
      *    WHOLE - LEFT IN PLACE, IT WOULD BE MERGED A SECOND TIME.   *
      *---------------------------------------------------------------*
       2150-CLOSE-ONE-INPUT.
      *
           IF MG-CLOSED(SLOT-INDEX) THEN
              GO TO 2150-CLOSE-ONE-INPUT-EXIT
           END-IF
           EVALUATE SLOT-INDEX
              WHEN 1
                 CLOSE MERGE-IN-1
              WHEN 2
                 CLOSE MERGE-IN-2
              WHEN 3
                 CLOSE MERGE-IN-3
              WHEN OTHER
                 CLOSE MERGE-IN-4
           END-EVALUATE
           SET MG-CLOSED(SLOT-INDEX) TO TRUE
           MOVE SPACES TO CONSMERGE-RPT-RECORD
           STRING '  '                      DELIMITED BY SIZE
                  MG-FILE-NAME(SLOT-INDEX)  DELIMITED BY SIZE
                  ' READ   '                DELIMITED BY SIZE
                  MG-READ-COUNT(SLOT-INDEX) DELIMITED BY SIZE
             INTO CONSMERGE-RPT-RECORD
           WRITE CONSMERGE-RPT-RECORD
           IF FAMILY-FAILED THEN
              ADD 1 TO FILES-KEPT
              GO TO 2150-CLOSE-ONE-INPUT-EXIT
           END-IF
      *
           ADD 1 TO FILES-MERGED
           CALL 'CBL_DELETE_FILE' USING MG-FILE-NAME(SLOT-INDEX)
                RETURNING DELETE-RC
           IF DELETE-RC NOT = 0 THEN
              DISPLAY 'CONSMERGE - COULD NOT REMOVE '
                      MG-FILE-NAME(SLOT-INDEX)
                      ' - REMOVE IT BY HAND BEFORE ANY RERUN'
              ADD 1 TO AUDIT-COUNT-ERRORS
              IF RETURN-CODE < 4 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
              MOVE 2           TO AL-W-SEVERITY
              MOVE 'MRGKEEP'   TO AL-W-CODE
              STRING 'MERGED FILE NOT REMOVED : ' DELIMITED BY SIZE
                     MG-FILE-NAME(SLOT-INDEX)     DELIMITED BY SIZE
                INTO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
           END-IF.
      *
       2150-CLOSE-ONE-INPUT-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2160-SWAP-DATED-FILE PUTS THE COMPLETE NEW COPY IN PLACE   *
      *    OF THE DATED FILE. AFTER A FAILED MERGE THE NEW COPY IS    *
      *    DROPPED AND THE DATED FILE AND INSTANCE FILES STAY AS THEY *
      *    WERE, READY FOR THE RERUN.                                 *
      *---------------------------------------------------------------*
       2160-SWAP-DATED-FILE.
      *
           IF FAMILY-FAILED THEN
              CALL 'CBL_DELETE_FILE' USING WS-MERGE-OUT-NAME
                   RETURNING DELETE-RC
              GO TO 2160-SWAP-DATED-FILE-EXIT
           END-IF
      *
           CALL 'CBL_CHECK_FILE_EXIST'
                USING DATED-FILE-NAME, FILE-DETAILS
                RETURNING DELETE-RC
           IF DELETE-RC = 0 THEN
              CALL 'CBL_DELETE_FILE' USING DATED-FILE-NAME
                   RETURNING DELETE-RC
              IF DELETE-RC NOT = 0 THEN
                 DISPLAY 'CONSMERGE - COULD NOT REPLACE '
                         DATED-FILE-NAME
                 ADD 1 TO AUDIT-COUNT-ERRORS
                 MOVE 8 TO RETURN-CODE
                 SET FAMILY-FAILED TO TRUE
                 CALL 'CBL_DELETE_FILE' USING WS-MERGE-OUT-NAME
                      RETURNING DELETE-RC
                 GO TO 2160-SWAP-DATED-FILE-EXIT
              END-IF
           END-IF
           CALL 'CBL_RENAME_FILE' USING WS-MERGE-OUT-NAME,
                DATED-FILE-NAME
                RETURNING DELETE-RC
           IF DELETE-RC NOT = 0 THEN
              DISPLAY 'CONSMERGE - COULD NOT RENAME ' WS-MERGE-OUT-NAME
              DISPLAY 'CONSMERGE - IT HOLDS THE WHOLE OF '
                      DATED-FILE-NAME
              DISPLAY 'CONSMERGE - RENAME IT BY HAND AND REMOVE THE '
                      'INSTANCE FILES BEFORE ANY RERUN'
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              SET FAMILY-FAILED TO TRUE
              MOVE 3           TO AL-W-SEVERITY
              MOVE 'MRGSWAP'   TO AL-W-CODE
              STRING 'MERGED COPY NOT RENAMED : ' DELIMITED BY SIZE
                     WS-MERGE-OUT-NAME            DELIMITED BY SIZE
                INTO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
           END-IF.
      *
       2160-SWAP-DATED-FILE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2200-FIND-LEFTOVERS LOOKS FOR INSTANCE FILES OF ANY OTHER  *
      *    DATE FROM PROBE-DAYS-BACK DAYS BEFORE THE BUSINESS DATE TO *
      *    THE DAY AFTER IT. THEY ARE NOT MERGED - THEIR DATE'S FEEDS *
      *    ARE LONG GONE OR NOT YET DUE - BUT EACH ONE IS REPORTED    *
      *    AND ALERTED SO IT IS NOT SIMPLY FORGOTTEN.                 *
      *---------------------------------------------------------------*
       2200-FIND-LEFTOVERS.
      *
           MOVE MERGE-DATE TO CAL-DATE
           COMPUTE PROBE-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(CAL-DATE) - PROBE-DAYS-BACK
           COMPUTE PROBE-LAST-DAY =
                   FUNCTION INTEGER-OF-DATE(CAL-DATE) + 1
           PERFORM 2210-PROBE-ONE-DATE THRU 2210-PROBE-ONE-DATE-EXIT
                   UNTIL PROBE-DAY-NUMBER > PROBE-LAST-DAY
           IF FILES-LEFT = 0 THEN
              GO TO 2200-FIND-LEFTOVERS-EXIT
           END-IF
           DISPLAY 'CONSMERGE - ' FILES-LEFT
                   ' INSTANCE FILE(S) OF OTHER DATES LEFT UNMERGED'
           MOVE SPACES TO CONSMERGE-RPT-RECORD
           WRITE CONSMERGE-RPT-RECORD
           IF RETURN-CODE < 4 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       2200-FIND-LEFTOVERS-EXIT.
           EXIT.
      *
       2210-PROBE-ONE-DATE.
      *
           MOVE FUNCTION DATE-OF-INTEGER(PROBE-DAY-NUMBER)
                TO PROBE-DATE
           ADD 1 TO PROBE-DAY-NUMBER
           MOVE PROBE-DATE TO FAMILY-DATE
           IF FAMILY-DATE = MERGE-DATE
              OR FAMILY-DATE = PREV-MERGE-DATE THEN
              GO TO 2210-PROBE-ONE-DATE-EXIT
           END-IF
           PERFORM 2220-PROBE-ONE-FAMILY THRU 2220-PROBE-ONE-FAMILY-EXIT
                   VARYING FAMILY-INDEX FROM 1 BY 1
                   UNTIL FAMILY-INDEX > FAMILY-COUNT.
      *
       2210-PROBE-ONE-DATE-EXIT.
           EXIT.
      *
       2220-PROBE-ONE-FAMILY.
      *
           PERFORM 2230-PROBE-ONE-FILE THRU 2230-PROBE-ONE-FILE-EXIT
                   VARYING SLOT-INDEX FROM 1 BY 1
                   UNTIL SLOT-INDEX > INSTANCE-LIMIT.
      *
       2220-PROBE-ONE-FAMILY-EXIT.
           EXIT.
      *
       2230-PROBE-ONE-FILE.
      *
           MOVE SPACES TO WS-MERGE-COPY-NAME
           STRING FAMILY-PREFIX(FAMILY-INDEX) DELIMITED BY SPACE
                  FAMILY-DATE                 DELIMITED BY SIZE
                  '.'                         DELIMITED BY SIZE
                  SLOT-INDEX                  DELIMITED BY SIZE
             INTO WS-MERGE-COPY-NAME
           OPEN INPUT MERGE-COPY
           IF FS-MERGE-COPY = '35' THEN
              GO TO 2230-PROBE-ONE-FILE-EXIT
           END-IF
           IF FS-MERGE-COPY = '00' THEN
              CLOSE MERGE-COPY
           END-IF
           ADD 1 TO FILES-LEFT
           MOVE SPACES TO CONSMERGE-RPT-RECORD
           STRING 'NOT MERGED, OTHER DATE : '  DELIMITED BY SIZE
                  WS-MERGE-COPY-NAME           DELIMITED BY SIZE
             INTO CONSMERGE-RPT-RECORD
           WRITE CONSMERGE-RPT-RECORD
           MOVE 2           TO AL-W-SEVERITY
           MOVE 'MRGLEFT'   TO AL-W-CODE
           STRING 'INSTANCE FILE NOT MERGED : ' DELIMITED BY SIZE
                  WS-MERGE-COPY-NAME            DELIMITED BY SIZE
             INTO AL-W-TEXT
           PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT.
      *
       2230-PROBE-ONE-FILE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2400-WRITE-SUMMARY CLOSES THE REPORT WITH THE RUN TOTALS.  *
      *---------------------------------------------------------------*
       2400-WRITE-SUMMARY.
      *
           MOVE SPACES TO CONSMERGE-RPT-RECORD
           STRING 'INSTANCES THAT RAN        : ' DELIMITED BY SIZE
                  INSTANCES-RAN                 DELIMITED BY SIZE
             INTO CONSMERGE-RPT-RECORD
           WRITE CONSMERGE-RPT-RECORD
      *
           MOVE SPACES TO CONSMERGE-RPT-RECORD
           STRING 'INSTANCE FILES MERGED     : ' DELIMITED BY SIZE
                  FILES-MERGED                  DELIMITED BY SIZE
             INTO CONSMERGE-RPT-RECORD
           WRITE CONSMERGE-RPT-RECORD
      *
           MOVE SPACES TO CONSMERGE-RPT-RECORD
           STRING 'INSTANCE FILES KEPT       : ' DELIMITED BY SIZE
                  FILES-KEPT                    DELIMITED BY SIZE
             INTO CONSMERGE-RPT-RECORD
           WRITE CONSMERGE-RPT-RECORD
      *
           MOVE SPACES TO CONSMERGE-RPT-RECORD
           STRING 'RECORDS MERGED            : ' DELIMITED BY SIZE
                  TOTAL-MERGED                  DELIMITED BY SIZE
             INTO CONSMERGE-RPT-RECORD
           WRITE CONSMERGE-RPT-RECORD
      *
           MOVE SPACES TO CONSMERGE-RPT-RECORD
           STRING ' OF WHICH LATE, INTO '       DELIMITED BY SIZE
                  PREV-MERGE-DATE               DELIMITED BY SIZE
                  ' : '                         DELIMITED BY SIZE
                  LATE-MERGED                   DELIMITED BY SIZE
             INTO CONSMERGE-RPT-RECORD
           WRITE CONSMERGE-RPT-RECORD
      *
           MOVE SPACES TO CONSMERGE-RPT-RECORD
           STRING 'OTHER-DATE FILES LEFT     : ' DELIMITED BY SIZE
                  FILES-LEFT                    DELIMITED BY SIZE
             INTO CONSMERGE-RPT-RECORD
           WRITE CONSMERGE-RPT-RECORD
      *
           MOVE SPACES TO CONSMERGE-RPT-RECORD
           STRING 'INSTANCE AUDIT RECORDS    : ' DELIMITED BY SIZE
                  CONS-RECORDS                  DELIMITED BY SIZE
                  '  PROCESSED '                DELIMITED BY SIZE
                  CONS-PROCESSED                DELIMITED BY SIZE
                  '  HELD '                     DELIMITED BY SIZE
                  CONS-HELD                     DELIMITED BY SIZE
             INTO CONSMERGE-RPT-RECORD
           WRITE CONSMERGE-RPT-RECORD
      *
           MOVE TOTAL-MERGED TO AUDIT-COUNT-PROCESSED
           DISPLAY 'CONSMERGE - FILES MERGED   : ' FILES-MERGED
           DISPLAY 'CONSMERGE - RECORDS MERGED : ' TOTAL-MERGED.
      *
       2400-WRITE-SUMMARY-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2500-COMBINE-AUDIT SUMS THE INSTANCES' AUDIT RECORDS       *
      *    ('CONSUMER.N') WRITTEN SINCE THE LAST CONSUMER RECORD AND  *
      *    FILES ONE CONSUMER RECORD FOR THEM, SO OPSRPT AND VOLHIST  *
      *    BALANCE THE NIGHT AS IF ONE CONSUMER HAD RUN. A RESTARTED  *
      *    INSTANCE SIMPLY CONTRIBUTES ONE RECORD PER RUN.            *
      *---------------------------------------------------------------*
       2500-COMBINE-AUDIT.
      *
           OPEN INPUT AUDIT-FILE
           IF FS-AUDIT-FILE = '35' THEN
              GO TO 2500-COMBINE-AUDIT-EXIT
           END-IF
           IF FS-AUDIT-FILE <> '00' THEN
              DISPLAY 'AUDIT-FILE ACCESS ERROR - STATUS IS : '
                      FS-AUDIT-FILE
              ADD 1 TO AUDIT-COUNT-ERRORS
              GO TO 2500-COMBINE-AUDIT-EXIT
           END-IF
           SET NEOF TO TRUE
           PERFORM 2510-AUDIT-ONE-RECORD THRU 2510-AUDIT-ONE-RECORD-EXIT
                   UNTIL EOF
           CLOSE AUDIT-FILE
           IF CONS-RECORDS = 0 THEN
              GO TO 2500-COMBINE-AUDIT-EXIT
           END-IF
      *
           OPEN EXTEND AUDIT-FILE
           IF FS-AUDIT-FILE = '35' OR FS-AUDIT-FILE = '05' THEN
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF FS-AUDIT-FILE <> '00' THEN
              DISPLAY 'AUDIT-FILE ACCESS ERROR - STATUS IS : '
                      FS-AUDIT-FILE
              ADD 1 TO AUDIT-COUNT-ERRORS
              GO TO 2500-COMBINE-AUDIT-EXIT
           END-IF
           MOVE 'CONSUMER'      TO AUD-PROGRAM-NAME
           MOVE CONS-START      TO AUD-START-TIMESTAMP
           MOVE CONS-END        TO AUD-END-TIMESTAMP
           MOVE CONS-PROCESSED  TO AUD-COUNT-PROCESSED
           MOVE CONS-ERRORS     TO AUD-COUNT-ERRORS
           MOVE CONS-HELD       TO AUD-COUNT-HELD
           MOVE MERGE-DATE      TO AUD-BUSINESS-DATE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           DISPLAY 'CONSMERGE - ' CONS-RECORDS
                   ' INSTANCE AUDIT RECORD(S) FILED AS CONSUMER'.
      *
       2500-COMBINE-AUDIT-EXIT.
           EXIT.
      *
       2510-AUDIT-ONE-RECORD.
      *
           READ AUDIT-FILE
               AT END
                  SET EOF TO TRUE
                  GO TO 2510-AUDIT-ONE-RECORD-EXIT
           END-READ
           IF AUD-PROGRAM-NAME = 'CONSUMER' THEN
              MOVE ZEROS  TO CONS-RECORDS, CONS-PROCESSED,
                             CONS-ERRORS, CONS-HELD
              MOVE SPACES TO CONS-START, CONS-END
              GO TO 2510-AUDIT-ONE-RECORD-EXIT
           END-IF
           IF AUD-PROGRAM-NAME(1:9) NOT = 'CONSUMER.' THEN
              GO TO 2510-AUDIT-ONE-RECORD-EXIT
           END-IF
      *
           ADD 1 TO CONS-RECORDS
           IF AUD-COUNT-PROCESSED IS NUMERIC THEN
              ADD AUD-COUNT-PROCESSED TO CONS-PROCESSED
           END-IF
           IF AUD-COUNT-ERRORS IS NUMERIC THEN
              ADD AUD-COUNT-ERRORS TO CONS-ERRORS
           END-IF
           IF AUD-COUNT-HELD IS NUMERIC THEN
              ADD AUD-COUNT-HELD TO CONS-HELD
           END-IF
           IF CONS-START = SPACES
              OR AUD-START-TIMESTAMP < CONS-START THEN
              MOVE AUD-START-TIMESTAMP TO CONS-START
           END-IF
           IF AUD-END-TIMESTAMP > CONS-END THEN
              MOVE AUD-END-TIMESTAMP TO CONS-END
           END-IF.
      *
       2510-AUDIT-ONE-RECORD-EXIT.
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
              MOVE MERGE-DATE            TO AUD-BUSINESS-DATE
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
              DISPLAY 'CONSMERGE - NO HOLIDAY.CALENDAR, WEEKENDS ONLY'
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
              DISPLAY 'CONSMERGE - HOLIDAY TABLE FULL AT ' HC-DATE
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
      *
       3000-END.
      *
           PERFORM 2900-WRITE-AUDIT THRU 2900-WRITE-AUDIT-EXIT.
           CLOSE CONSMERGE-RPT.
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
