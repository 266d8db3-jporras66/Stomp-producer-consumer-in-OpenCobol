      *---------------------------------------------------------------*
      *                    DECLARACION DE FICHEROS                    *
      *---------------------------------------------------------------*
      *
      *    CKPT-FILE, STATUS-FILE, STOP-FILE AND RECALL-WORK ARE
      *    NAMED AT RUN TIME : A CONSUMER STARTED AS ONE INSTANCE OF
      *    SEVERAL (INSTANCE ID ON THE COMMAND LINE) ADDS '.N' TO
      *    EACH NAME SO EVERY INSTANCE CHECKPOINTS, BEATS AND STOPS
      *    ON ITS OWN.
      *
           SELECT CKPT-FILE
               ASSIGN TO DYNAMIC WS-CKPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CKPT-FILE.
      *
      *    RETURNS : A STALE FILE TIMESTAMP IS THE ALARM.
      *
           SELECT STATUS-FILE
               ASSIGN TO DYNAMIC WS-STATUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-FILE.
      *
      *    THE OPERATOR KILLING THE PROCESS AND EATING RE-READS.
      *
           SELECT STOP-FILE
               ASSIGN TO DYNAMIC STOP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STOP-FILE.
      *
        COPY 'select-audit-file.cpy'.
      *
        COPY 'select-run-control.cpy'.
      *
        COPY 'select-alert-log.cpy'.
      *
      *    MASK-CONFIG NAMES, PER TRANSACTION CODE, THE PAYLOAD
      *    POSITIONS THAT CARRY ACCOUNT DATA. IN PROTECTED MODE THE
               ASSIGN TO 'MASK.CONFIG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MASK-CONFIG.
      *
      *    WATCH-LIST NAMES THE BLOCKED AND FLAGGED ACCOUNTS
      *    COMPLIANCE KEEPS. A PAYMENT OR ADJUSTMENT TO ONE OF THEM
      *    IS NOT ROUTED TO ITS TYPED FILE BUT PUT ON THE DAY'S HOLD
      *    FILE AND THE HOLD REGISTER, FOR COMPHOLD TO RELEASE OR
      *    REJECT.
      *
           SELECT WATCH-LIST
               ASSIGN TO 'WATCH.LIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WATCH-LIST.
      *
           SELECT HOLD-FILE
               ASSIGN TO DYNAMIC WS-HOLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLD-FILE.
      *
        COPY 'select-hold-register.cpy'.
      *
      *    RECALL-SCAN-FILE IS ONE OF THE DATED PAYMENTS OR ADJUST
      *    FILES, READ BACK WHEN RECALL'S CANCEL ARRIVES FOR A BATCH
      *    ALREADY ROUTED. RECALL-WORK HOLDS THE REVERSAL RECORDS
      *    UNTIL THE SCAN IS CLOSED AND THE TYPED FILE CAN TAKE THEM.
      *
           SELECT RECALL-SCAN-FILE
               ASSIGN TO DYNAMIC WS-RECALL-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECALL-SCAN.
      *
           SELECT RECALL-WORK
               ASSIGN TO DYNAMIC WS-RECALL-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECALL-WORK.
      *
        COPY 'select-recall-log.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       COPY 'fd-audit-file.cpy'.
      *
       COPY 'fd-run-control.cpy'.
      *
       COPY 'fd-alert-log.cpy'.
      *
       FD  MASK-CONFIG
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MASK-CONFIG-LINE            PIC X(80).
      *
       FD  WATCH-LIST
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  WATCH-LIST-LINE             PIC X(120).
      *
       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HOLD-RECORD                  PIC X(2104).
      *
       COPY 'fd-hold-register.cpy'.
      *
      *    THE TYPED RECORD IS THE WW02 RECORD : THE BATCH ID SITS AT
      *    88 AND THE WIRE CONTROL FLAG AT 197. A REVERSAL RECORD
      *    CARRIES 'R' IN THE FLAG BYTE.
      *
       FD  RECALL-SCAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RECALL-SCAN-RECORD.
           05  RS-RECEIVED-TIMESTAMP   PIC X(16).
           05  RS-SOURCE-QUEUE         PIC X(15).
           05  FILLER                  PIC X(56).
           05  RS-BATCH-ID             PIC X(08).
           05  FILLER                  PIC X(101).
           05  RS-RECORD-FLAG          PIC X(01).
               88  RS-REVERSAL         VALUE 'R'.
           05  FILLER                  PIC X(1907).
      *
       FD  RECALL-WORK
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RECALL-WORK-RECORD          PIC X(2104).
      *
       COPY 'fd-recall-log.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.
      *    POINT INSTEAD OF ONE COMBINED VALUE APPLIED TO BOTH QUEUES.
       01 RESTART-POINT-TABLE.
          05 RESTART-POINT-ENTRY OCCURS 8 TIMES PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------------------*
      *    I N S T A N C E   C O N T R O L S                          *
      *    INSTANCES= IN CONSUMER.PARM SPLITS THE SUBSCRIBE TABLE    *
      *    OVER UP TO FOUR CONSUMERS RUNNING AT ONCE; THE INSTANCE   *
      *    ID ON THE COMMAND LINE SAYS WHICH SLICE THIS ONE OWNS.    *
      *    AN ENTRY GOES TO THE INSTANCE IN ITS FIFTH SUBSCRIBE      *
      *    OPERAND, OR BY TURN (ENTRY 1 TO 1, 2 TO 2, ...) IF BLANK. *
      *    EVERY FILE THE INSTANCE WRITES CARRIES A '.N' SUFFIX AND  *
      *    CONSMERGE LATER COMBINES THEM IN RECEIVED ORDER.          *
      *---------------------------------------------------------------*
       01 INSTANCE-COUNT    PIC 9(01) VALUE ZEROS.
       01 INSTANCE-ID       PIC X(01) VALUE SPACE.
          88 INSTANCE-MODE-OFF  VALUE SPACE.
          88 INSTANCE-ID-VALID  VALUE '1' THRU '4'.
       01 INSTANCE-NUMBER   PIC 9(01) VALUE ZEROS.
       01 INSTANCE-OWNER    PIC 9(01) VALUE ZEROS.
       01 INSTANCE-ENTRY    PIC 9(02) VALUE ZEROS.
       01 INSTANCE-QUOTIENT PIC 9(02) VALUE ZEROS.
       01 INSTANCE-SLOT     PIC 9(02) VALUE ZEROS.
       01 INSTANCE-SUFFIX   PIC X(02) VALUE SPACES.
       01 SUB-INSTANCE-TABLE.
          05 SUB-INSTANCE OCCURS 8 TIMES PIC X(01) VALUE SPACE.
       01 PARM-S-INSTANCE   PIC X(01) VALUE SPACE.
       01 WS-CKPT-NAME      PIC X(30) VALUE 'CONSUMER.CKPT'.
       01 WS-STATUS-NAME    PIC X(30) VALUE 'CONSUMER.STATUS'.
      *01 W-BUFFER      PIC X(2000) VALUE SPACES.
       01 COMMIT-COUNTER   PIC 9(4) VALUE 2000.
       01 SECONDS-TO-SLEEP PIC 9(4) VALUE 2.
       01 CUTOFF-TIME       PIC X(04) VALUE SPACES.
       01 CURRENT-HHMM      PIC X(04) VALUE SPACES.
       01 RUN-START-HHMM    PIC X(04) VALUE SPACES.
       01 STOP-FILE-NAME    PIC X(30) VALUE 'CONSUMER.STOP'.
       01 DELETE-RC         USAGE BINARY-LONG VALUE 0.
      *---------------------------------------------------------------*
      *    H E A R T B E A T   C O N T R O L S                        *
       01 RUN-MSG-COUNT     PIC 9(08) VALUE ZEROS.
       01 WS-FILE-DATA-NAME PIC X(30) VALUE SPACES.
      *
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
          05 W-RESEND-INFO REDEFINES W-ALFA1.
             10 W-ORIGINAL-MSGID
                        PIC X(20).
             10 W-RESEND-TIMESTAMP
                        PIC X(16).
             10 FILLER  PIC X(01).
          05 W-ALFA2    PIC X(37)
             VALUE      'ABCDEFGHIJKLMNÑOPQRSTUVWXYZ0123456789'.
          05 FILLER2    PIC X(01) VALUE '-'.
      *    APART AND RUNS EVERY LOGICAL MESSAGE THROUGH THE SAME
      *    VALIDATION, CHECKSUM AND ROUTING AS A SINGLE ONE.
             88 W-BLOCK-FRAME      VALUE 'B'.
      *    'C' IS RECALL'S CANCEL FOR A BATCH ALREADY SENT TO THIS
      *    QUEUE - THE BATCH ID IN W-BUFFER, THE BATCH'S BUSINESS
      *    DATE IN THE HEADER. 2180-RECALL-BATCH REVERSES WHAT WAS
      *    ROUTED; LIKE THE MARKER IT IS NEVER COUNTED OR STORED.
             88 W-CANCEL-MARKER    VALUE 'C'.
      *    'S' IS A STORED MESSAGE REPUBLISHED BY RESEND - STORED AND
      *    ROUTED AS DATA, WITH THE ORIGINAL MESSAGE ID AND THE
      *    RESEND TIME IN THE W-ALFA1 BYTES (W-RESEND-INFO).
             88 W-RESEND-MESSAGE   VALUE 'S'.
          05 FILLER9    PIC X(01) VALUE '-'.
          05 W-EOB-COUNT PIC 9(08) USAGE DISPLAY VALUE 0.
          05 FILLER10   PIC X(01) VALUE '-'.
          88 EXPRESS-MORE     VALUE 1.
          88 EXPRESS-DRAINED  VALUE 0.
       01 PRIORITY-COUNT      PIC 9(08) VALUE ZEROS.
       01 RESENT-COUNT        PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------------------*
      *    D E L I V E R Y   A C K N O W L E D G M E N T              *
      *    WITH ACK-QUEUE= IN THE PARM, EVERY END-OF-BATCH MARKER    *
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
       01 ACK-QUEUE           PIC X(15) VALUE SPACES.
      *    ACK-KIND TURNS TO 'RCL-' FOR THE REPLY TO A CANCEL, WITH
      *    THE REVERSED COUNT IN ACK-RECEIVED-COUNT.
       01 ACK-MESSAGE.
          05 ACK-KIND         PIC X(04) VALUE 'ACK-'.
          05 ACK-BATCH-ID     PIC X(08) VALUE SPACES.
          05 FILLER           PIC X(01) VALUE '-'.
          05 ACK-SOURCE-QUEUE PIC X(15) VALUE SPACES.
       01 ROUTE-FILE-NO      PIC 9(01) VALUE ZEROS.
       01 ROUTE-TXN-CODE     PIC X(04) VALUE SPACES.
       01 PARM-ROUTES-LOADED PIC 9(02) VALUE ZEROS.
      *
      *    THE CONVERTED PAYLOAD SEEN THROUGH THE SHARED PAYM/ADJU
      *    DETAIL LAYOUT - THE ROUTING CODE IS ITS DT-TXN-CODE.
      *
       COPY 'txn-detail.cpy'.
      *---------------------------------------------------------------*
      *    F I E L D - L E V E L   M A S K I N G                      *
      *    MASK=CODE,START,LENGTH LINES IN MASK.CONFIG NAME THE      *
       01 WS-TYPE-1-NAME     PIC X(30) VALUE SPACES.
       01 WS-TYPE-2-NAME     PIC X(30) VALUE SPACES.
       01 WS-SUSPENSE-NAME   PIC X(30) VALUE SPACES.
      *    THE DATED OUTPUT FILES FOLLOW THE BUSINESS DATE CARRIED IN
      *    EACH MESSAGE HEADER. OUTPUT-DATE IS THE DATE THE FILES NOW
      *    OPEN ARE NAMED FOR - THE RUN DATE UNTIL THE FIRST MESSAGE
      *    OF ANOTHER BUSINESS DATE ARRIVES.
       01 OUTPUT-DATE        PIC X(08) VALUE SPACES.
      *---------------------------------------------------------------*
      *    W A T C H - L I S T   S C R E E N I N G                    *
      *    WATCH=ACCOUNT,LIST REASON,ADDED BY,EXPIRY LINES IN        *
      *    WATCH.LIST. AN ENTRY WHOSE EXPIRY (YYYYMMDD) IS BEFORE    *
      *    THE RUN DATE IS NOT LOADED; A BLANK EXPIRY NEVER LAPSES.  *
      *    A PAYMENT OR ADJUSTMENT WHOSE DT-ACCOUNT IS ON THE LIST   *
      *    GOES TO HOLD.YYYYMMDD - THE SAME RECORD IMAGE THE TYPED   *
      *    FILE WOULD HAVE GOT - WITH A PENDING HOLD-REGISTER ENTRY. *
      *---------------------------------------------------------------*
       01 FS-WATCH-LIST      PIC X(02) VALUE '00'.
       01 FS-HOLD-FILE       PIC X(02) VALUE '00'.
       01 FS-HOLD-REGISTER   PIC X(02) VALUE '00'.
       01 WS-HOLD-NAME       PIC X(30) VALUE SPACES.
       01 WATCH-TABLE.
          05 WATCH-ENTRY OCCURS 500 TIMES.
             10 WT-ACCOUNT   PIC X(34).
             10 WT-REASON    PIC X(30).
       01 WATCH-COUNT        PIC 9(04) VALUE ZEROS.
       01 WATCH-MAX          PIC 9(04) VALUE 500.
       01 WATCH-EXPIRED      PIC 9(04) VALUE ZEROS.
       01 WT-INDEX           PIC 9(04) VALUE ZEROS.
       01 WATCH-SLOT         PIC 9(04) VALUE ZEROS.
       01 WATCH-EOF-SW       PIC 9 VALUE 0.
          88 WATCH-EOF       VALUE 1.
          88 WATCH-NEOF      VALUE 0.
       01 PARM-W-ACCOUNT     PIC X(34) VALUE SPACES.
       01 PARM-W-REASON      PIC X(30) VALUE SPACES.
       01 PARM-W-ADDED-BY    PIC X(08) VALUE SPACES.
       01 PARM-W-EXPIRY      PIC X(08) VALUE SPACES.
       01 WATCH-RUN-DATE     PIC X(08) VALUE SPACES.
       01 HOLD-SWITCHES.
          05 HOLD-FILE-OPEN-SW   PIC 9 VALUE 0.
             88 HOLD-FILE-OPEN   VALUE 1.
             88 HOLD-FILE-CLOSED VALUE 0.
          05 HOLD-REG-OPEN-SW    PIC 9 VALUE 0.
             88 HOLD-REG-OPEN    VALUE 1.
             88 HOLD-REG-CLOSED  VALUE 0.
       01 HELD-COUNT         PIC 9(08) VALUE ZEROS.
       01 FS-TYPE-1          PIC X(02) VALUE '00'.
       01 FS-TYPE-2          PIC X(02) VALUE '00'.
       01 FS-SUSPENSE        PIC X(02) VALUE '00'.
       01 UNKNOWN-CODES-USED PIC 9(02) VALUE ZEROS.
       01 UC-INDEX           PIC 9(02) VALUE ZEROS.
       01 UC-SLOT            PIC 9(02) VALUE ZEROS.
      *---------------------------------------------------------------*
      *    B A T C H   R E C A L L                                    *
      *    A CANCEL SENDS THE BATCH'S BUSINESS-DATE PAYMENTS AND     *
      *    ADJUST FILES BACK THROUGH RECALL-SCAN-FILE; EVERY RECORD  *
      *    OF THE BATCH FROM THIS QUEUE IS WRITTEN AGAIN, FLAGGED    *
      *    'R', TO THE TYPED FILE NOW OPEN, SO DOWNSTREAM POSTS THE  *
      *    REVERSAL. RECALL.LOG KEEPS A REDELIVERED CANCEL FROM      *
      *    REVERSING THE SAME BATCH TWICE.                           *
      *---------------------------------------------------------------*
       01 FS-RECALL-SCAN     PIC X(02) VALUE '00'.
       01 FS-RECALL-WORK     PIC X(02) VALUE '00'.
       01 FS-RECALL-LOG      PIC X(02) VALUE '00'.
       01 WS-RECALL-SCAN-NAME PIC X(30) VALUE SPACES.
       01 WS-RECALL-WORK-NAME PIC X(30) VALUE 'RECALL.WORK'.
       01 RECALL-BATCH-ID    PIC X(08) VALUE SPACES.
       01 RECALL-BUSINESS-DATE PIC X(08) VALUE SPACES.
       01 RECALL-QUEUE       PIC X(15) VALUE SPACES.
       01 RECALL-FILE-NO     PIC 9(01) VALUE ZEROS.
      *    AN INSTANCE SCANS TWO FILES OF EACH TYPE : THE MERGED
      *    BUSINESS-DATE FILE AND ITS OWN NOT-YET-MERGED ONE.
       01 RECALL-PASS        PIC 9(01) VALUE ZEROS.
       01 RECALL-PASSES      PIC 9(01) VALUE 1.
       01 RECALL-SCAN-SUFFIX PIC X(02) VALUE SPACES.
       01 RECALL-BATCH-COUNT PIC 9(08) VALUE ZEROS.
       01 RECALL-WORK-COUNT  PIC 9(08) VALUE ZEROS.
       01 REVERSED-COUNT     PIC 9(08) VALUE ZEROS.
       01 RECALLS-COUNT      PIC 9(08) VALUE ZEROS.
       01 RECALL-EOF-SW      PIC 9 VALUE 0.
          88 RECALL-EOF      VALUE 1.
          88 RECALL-NEOF     VALUE 0.
       01 RECALL-SEEN-SW     PIC 9 VALUE 0.
          88 RECALL-SEEN     VALUE 1.
          88 RECALL-NOT-SEEN VALUE 0.
       01 SEQ-EXPECTED      PIC 9(04) VALUE ZEROS.
       01 SEQ-GAP-COUNT     PIC 9(08) VALUE ZEROS.
       01 FS-SEQGAP-EXC     PIC X(02) VALUE '00'.
          05 CL-CUTOFF-TIME      PIC X(04).
      *    CL-CUTOFF-TIME : HHMM WALL-CLOCK TIME AT WHICH THE RUN
      *    WINDS DOWN CLEANLY FOR THE BATCH-WINDOW HANDOFF.
          05 FILLER PIC X.
          05 CL-INSTANCE-ID      PIC X(01).
      *    CL-INSTANCE-ID : 1-4 RUNS THIS CONSUMER AS THAT INSTANCE
      *    OF INSTANCES= IN CONSUMER.PARM; BLANK IS A SINGLE RUN.
      *
       01 I  PIC 9(04) VALUE ZEROS.
       01 J  PIC 9(04) VALUE ZEROS.
           ACCEPT CL-OVERRIDE-VALUES FROM COMMAND-LINE.
           DISPLAY 'COMMAND-LINE-VALUES is : '
                    CL-OVERRIDE-VALUES
           IF CL-INSTANCE-ID NOT = SPACES THEN
              MOVE CL-INSTANCE-ID TO INSTANCE-ID
              PERFORM 1250-SELECT-INSTANCE-SLICE
                 THRU 1250-SELECT-INSTANCE-SLICE-EXIT
           END-IF
           PERFORM 1200-APPLY-CL-OVERRIDES
              THRU 1200-APPLY-CL-OVERRIDES-EXIT.
      *
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE F-DATE TO WATCH-RUN-DATE
           PERFORM 1600-LOAD-WATCH-LIST
                   THRU 1600-LOAD-WATCH-LIST-EXIT
      *
           MOVE F-DATE TO OUTPUT-DATE
           PERFORM 1700-NAME-OUTPUT-FILES
                   THRU 1700-NAME-OUTPUT-FILES-EXIT
           MOVE FULL-DATETIME(9:4) TO RUN-START-HHMM
      *
           SET NEOF TO TRUE
                    MOVE PARM-NUMBER   TO W-PORT
                 ELSE
                    DISPLAY 'CONSUMER - BAD PORT IN PARM : ' PARM-VALUE
                    MOVE 2          TO AL-W-SEVERITY
                    MOVE 'BADPORT'  TO AL-W-CODE
                    MOVE SPACES     TO AL-W-TEXT
                    STRING 'BAD PORT IN PARM : ' DELIMITED BY SIZE
                           PARM-VALUE            DELIMITED BY SIZE
                      INTO AL-W-TEXT
                    PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
                 END-IF
              WHEN 'COMMIT-EVERY'
      *          A ZERO COMMIT-EVERY WOULD DIVIDE BY ZERO AT THE
                 ELSE
                    MOVE PARM-VALUE(1:15) TO EXPRESS-QUEUE-NAME
                 END-IF
              WHEN 'INSTANCES'
                 IF PARM-VALUE(1:1) >= '2' AND PARM-VALUE(1:1) <= '4'
                    AND PARM-VALUE(2:1) = SPACE THEN
                    MOVE PARM-VALUE(1:1) TO INSTANCE-COUNT
                 ELSE
                    DISPLAY 'CONSUMER - BAD INSTANCES IN PARM : '
                            PARM-VALUE
                 END-IF
              WHEN 'SUBSCRIBE'
                 PERFORM 1120-PARM-SUBSCRIBE
                         THRU 1120-PARM-SUBSCRIBE-EXIT
      *
      *---------------------------------------------------------------*
      *    1120-PARM-SUBSCRIBE ADDS ONE SUBSCRIBE=NAME,IDHEADER       *
      *    (,RESTART-POINT,SEQFLAG,INSTANCE OPTIONAL) LINE TO THE     *
      *    FAN-IN TABLE. THE FIRST SUBSCRIBE LINE REPLACES THE        *
      *    BUILT-IN TABLE RATHER THAN APPENDING TO IT.                *
      *---------------------------------------------------------------*
       1120-PARM-SUBSCRIBE.
      *
              GO TO 1120-PARM-SUBSCRIBE-EXIT
           END-IF
           MOVE SPACES TO PARM-S-NAME, PARM-S-IDHDR, PARM-S-RESTART,
                          PARM-S-SEQFLAG, PARM-S-INSTANCE
           UNSTRING PARM-VALUE DELIMITED BY ','
               INTO PARM-S-NAME, PARM-S-IDHDR, PARM-S-RESTART,
                    PARM-S-SEQFLAG, PARM-S-INSTANCE
           IF PARM-S-NAME = SPACES OR PARM-S-IDHDR = SPACES THEN
              DISPLAY 'CONSUMER - BAD SUBSCRIBE LINE IN PARM : '
                      PARM-VALUE
           ADD 1 TO PARM-SUBS-LOADED
           MOVE PARM-S-NAME  TO SUB-QUEUE-NAME(PARM-SUBS-LOADED)
           MOVE PARM-S-IDHDR TO SUB-IDHEADER(PARM-SUBS-LOADED)
           MOVE PARM-S-INSTANCE TO SUB-INSTANCE(PARM-SUBS-LOADED)
      *    'N' IN THE FOURTH OPERAND TURNS SEQUENCE TRACKING OFF
      *    FOR THIS QUEUE (A QUEUE WITH NO PRODUCER SEQUENCE, LIKE
      *    THE RETRY QUEUE).
           EXIT.
      *
      *---------------------------------------------------------------*
      *    1250-SELECT-INSTANCE-SLICE CUTS THE SUBSCRIBE TABLE DOWN   *
      *    TO THE ENTRIES THIS INSTANCE OWNS - EACH KEEPS ITS ID      *
      *    HEADER, SEQUENCE FLAG AND RESTART POINT - AND NAMES THE    *
      *    INSTANCE'S OWN CHECKPOINT, STATUS, STOP AND WORK FILES.    *
      *    THE COMMAND-LINE RESTART POINTS THEN APPLY TO ENTRIES 1    *
      *    AND 2 OF THE SLICE. AN UNUSABLE INSTANCE ID ENDS THE RUN.  *
      *---------------------------------------------------------------*
       1250-SELECT-INSTANCE-SLICE.
      *
           IF NOT INSTANCE-ID-VALID THEN
              DISPLAY 'CONSUMER - BAD INSTANCE ID : ' INSTANCE-ID
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF INSTANCE-COUNT = 0 THEN
              DISPLAY 'CONSUMER - INSTANCE ' INSTANCE-ID
                      ' REQUESTED BUT CONSUMER.PARM HAS NO INSTANCES='
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE INSTANCE-ID TO INSTANCE-NUMBER
           IF INSTANCE-NUMBER > INSTANCE-COUNT THEN
              DISPLAY 'CONSUMER - INSTANCE ' INSTANCE-ID
                      ' IS OUTSIDE INSTANCES=' INSTANCE-COUNT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           MOVE ZEROS TO INSTANCE-SLOT
           PERFORM 1260-SLICE-ONE-ENTRY
                   THRU 1260-SLICE-ONE-ENTRY-EXIT
                   VARYING K FROM 1 BY 1
                   UNTIL K > SUBSCRIBE-TABLE-COUNT
           IF INSTANCE-SLOT = 0 THEN
              DISPLAY 'CONSUMER - INSTANCE ' INSTANCE-ID
                      ' OWNS NO SUBSCRIBED QUEUE'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE INSTANCE-SLOT          TO SUBSCRIBE-TABLE-COUNT
           MOVE RESTART-POINT-ENTRY(1) TO RESTART-POINT-1
           MOVE RESTART-POINT-ENTRY(2) TO RESTART-POINT-2
      *
           MOVE SPACES TO INSTANCE-SUFFIX, PGM-NAME, WS-CKPT-NAME,
                          WS-STATUS-NAME, STOP-FILE-NAME,
                          WS-RECALL-WORK-NAME
           STRING '.'               DELIMITED BY SIZE
                  INSTANCE-ID       DELIMITED BY SIZE
             INTO INSTANCE-SUFFIX
           STRING 'CONSUMER'        DELIMITED BY SIZE
                  INSTANCE-SUFFIX   DELIMITED BY SIZE
             INTO PGM-NAME
           STRING 'CONSUMER.CKPT'   DELIMITED BY SIZE
                  INSTANCE-SUFFIX   DELIMITED BY SIZE
             INTO WS-CKPT-NAME
           STRING 'CONSUMER.STATUS' DELIMITED BY SIZE
                  INSTANCE-SUFFIX   DELIMITED BY SIZE
             INTO WS-STATUS-NAME
           STRING 'CONSUMER.STOP'   DELIMITED BY SIZE
                  INSTANCE-SUFFIX   DELIMITED BY SIZE
             INTO STOP-FILE-NAME
           STRING 'RECALL.WORK'     DELIMITED BY SIZE
                  INSTANCE-SUFFIX   DELIMITED BY SIZE
             INTO WS-RECALL-WORK-NAME
           MOVE 2 TO RECALL-PASSES
           DISPLAY 'CONSUMER - RUNNING AS INSTANCE ' INSTANCE-ID
                   ' OF ' INSTANCE-COUNT ', SUBSCRIBE SLICE HAS '
                   SUBSCRIBE-TABLE-COUNT ' ENTRIES'.
      *
       1250-SELECT-INSTANCE-SLICE-EXIT.
           EXIT.
      *
       1260-SLICE-ONE-ENTRY.
      *
           IF SUB-INSTANCE(K) = SPACE THEN
              SUBTRACT 1 FROM K GIVING INSTANCE-ENTRY
              DIVIDE INSTANCE-ENTRY BY INSTANCE-COUNT
                     GIVING INSTANCE-QUOTIENT
                     REMAINDER INSTANCE-OWNER
              ADD 1 TO INSTANCE-OWNER
           ELSE
              IF SUB-INSTANCE(K) IS NUMERIC THEN
                 MOVE SUB-INSTANCE(K) TO INSTANCE-OWNER
              ELSE
                 MOVE ZERO TO INSTANCE-OWNER
              END-IF
              IF INSTANCE-OWNER = 0
                 OR INSTANCE-OWNER > INSTANCE-COUNT THEN
                 DISPLAY 'CONSUMER - ' SUB-QUEUE-NAME(K)
                         ' NAMES INSTANCE ' SUB-INSTANCE(K)
                         ', NO INSTANCE READS IT'
              END-IF
           END-IF
           IF INSTANCE-OWNER NOT = INSTANCE-NUMBER THEN
              GO TO 1260-SLICE-ONE-ENTRY-EXIT
           END-IF
      *
           ADD 1 TO INSTANCE-SLOT
           MOVE SUBSCRIBE-ENTRY(K)     TO SUBSCRIBE-ENTRY(INSTANCE-SLOT)
           MOVE SEQ-TRACK-SW(K)        TO SEQ-TRACK-SW(INSTANCE-SLOT)
           MOVE RESTART-POINT-ENTRY(K)
                                   TO RESTART-POINT-ENTRY(INSTANCE-SLOT)
           DISPLAY 'CONSUMER - INSTANCE ' INSTANCE-ID ' READS '
                   SUB-QUEUE-NAME(INSTANCE-SLOT).
      *
       1260-SLICE-ONE-ENTRY-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    1300-SEED-RESTART-ONE SEEDS ONE QUEUE'S LIFETIME COUNT     *
      *    FROM ITS RESTART POINT AND ROLLS IT INTO W-MSG-COUNT, SO   *
      *    THE RESUME LOGIC IN 2130-QUEUE-READ-STORE LINES UP PER     *
      *
       1510-MASK-CONFIG-LINE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    1600-LOAD-WATCH-LIST LOADS THE COMPLIANCE WATCH LIST. NO  *
      *    FILE MEANS NOTHING IS SCREENED - SAID ON THE CONSOLE, NOT *
      *    AN ERROR, SINCE A TEST RIG HAS NO LIST.                   *
      *---------------------------------------------------------------*
       1600-LOAD-WATCH-LIST.
      *
           OPEN INPUT WATCH-LIST
           IF FS-WATCH-LIST = '35' THEN
              DISPLAY 'CONSUMER - NO WATCH.LIST, NOTHING WILL BE '
                      'SCREENED'
              GO TO 1600-LOAD-WATCH-LIST-EXIT
           END-IF
           IF FS-WATCH-LIST <> '00' THEN
              DISPLAY 'WATCH-LIST ACCESS ERROR - STATUS IS : '
                      FS-WATCH-LIST
              ADD 1 TO AUDIT-COUNT-ERRORS
              GO TO 1600-LOAD-WATCH-LIST-EXIT
           END-IF
           SET WATCH-NEOF TO TRUE
           PERFORM 1610-WATCH-LIST-LINE
                   THRU 1610-WATCH-LIST-LINE-EXIT
                   UNTIL WATCH-EOF
           CLOSE WATCH-LIST
           DISPLAY 'CONSUMER - WATCH LIST HAS ' WATCH-COUNT
                   ' ACTIVE ENTRIES, ' WATCH-EXPIRED ' EXPIRED'.
      *
       1600-LOAD-WATCH-LIST-EXIT.
           EXIT.
      *
       1610-WATCH-LIST-LINE.
      *
           READ WATCH-LIST
               AT END
                  SET WATCH-EOF TO TRUE
                  GO TO 1610-WATCH-LIST-LINE-EXIT
           END-READ
           IF WATCH-LIST-LINE(1:1) = '*'
              OR WATCH-LIST-LINE(1:1) = SPACE THEN
              GO TO 1610-WATCH-LIST-LINE-EXIT
           END-IF
           MOVE SPACES TO PARM-KEY, PARM-VALUE
           UNSTRING WATCH-LIST-LINE DELIMITED BY '='
               INTO PARM-KEY, PARM-VALUE
           IF PARM-KEY NOT = 'WATCH' THEN
              DISPLAY 'CONSUMER - UNKNOWN WATCH LIST KEYWORD : '
                      PARM-KEY
              GO TO 1610-WATCH-LIST-LINE-EXIT
           END-IF
           MOVE SPACES TO PARM-W-ACCOUNT, PARM-W-REASON,
                          PARM-W-ADDED-BY, PARM-W-EXPIRY
           UNSTRING WATCH-LIST-LINE(7:114) DELIMITED BY ','
               INTO PARM-W-ACCOUNT, PARM-W-REASON,
                    PARM-W-ADDED-BY, PARM-W-EXPIRY
           IF PARM-W-ACCOUNT = SPACES THEN
              DISPLAY 'CONSUMER - BAD WATCH LIST LINE : '
                      WATCH-LIST-LINE(1:60)
              GO TO 1610-WATCH-LIST-LINE-EXIT
           END-IF
           IF PARM-W-EXPIRY NOT = SPACES
              AND PARM-W-EXPIRY < WATCH-RUN-DATE THEN
              ADD 1 TO WATCH-EXPIRED
              GO TO 1610-WATCH-LIST-LINE-EXIT
           END-IF
           IF WATCH-COUNT >= WATCH-MAX THEN
              DISPLAY 'CONSUMER - WATCH TABLE FULL, IGNORING : '
                      PARM-W-ACCOUNT(1:4) '...'
              ADD 1 TO AUDIT-COUNT-ERRORS
              GO TO 1610-WATCH-LIST-LINE-EXIT
           END-IF
           ADD 1 TO WATCH-COUNT
           MOVE PARM-W-ACCOUNT TO WT-ACCOUNT(WATCH-COUNT)
           MOVE PARM-W-REASON  TO WT-REASON(WATCH-COUNT).
      *
       1610-WATCH-LIST-LINE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    1700-NAME-OUTPUT-FILES BUILDS THE DATED FILE-DATA, TYPED,  *
      *    SUSPENSE AND HOLD FILE NAMES FROM OUTPUT-DATE, PLUS THE    *
      *    INSTANCE SUFFIX WHEN RUNNING AS ONE OF SEVERAL.            *
      *---------------------------------------------------------------*
       1700-NAME-OUTPUT-FILES.
      *
           MOVE SPACES TO WS-FILE-DATA-NAME, WS-TYPE-1-NAME,
                          WS-TYPE-2-NAME, WS-SUSPENSE-NAME,
                          WS-HOLD-NAME
           STRING 'FILE-DATA.'   DELIMITED BY SIZE
                  OUTPUT-DATE    DELIMITED BY SIZE
                  INSTANCE-SUFFIX DELIMITED BY SPACE
             INTO WS-FILE-DATA-NAME
           DISPLAY 'CONSUMER - OUTPUT FILE IS : ' WS-FILE-DATA-NAME
           STRING 'PAYMENTS.'    DELIMITED BY SIZE
                  OUTPUT-DATE    DELIMITED BY SIZE
                  INSTANCE-SUFFIX DELIMITED BY SPACE
             INTO WS-TYPE-1-NAME
           STRING 'ADJUST.'      DELIMITED BY SIZE
                  OUTPUT-DATE    DELIMITED BY SIZE
                  INSTANCE-SUFFIX DELIMITED BY SPACE
             INTO WS-TYPE-2-NAME
           STRING 'SUSPENSE.'    DELIMITED BY SIZE
                  OUTPUT-DATE    DELIMITED BY SIZE
                  INSTANCE-SUFFIX DELIMITED BY SPACE
             INTO WS-SUSPENSE-NAME
           STRING 'HOLD.'        DELIMITED BY SIZE
                  OUTPUT-DATE    DELIMITED BY SIZE
                  INSTANCE-SUFFIX DELIMITED BY SPACE
             INTO WS-HOLD-NAME.
      *
       1700-NAME-OUTPUT-FILES-EXIT.
           EXIT.
      *
       2000-INIT.
      *
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
           DISPLAY "CONSUMER - FAILING OVER TO BACKUP BROKER "
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
              DISPLAY "CONSUMER - backup queue_connect ERROR RC IS : "
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
              GO TO 2130-QUEUE-READ-STORE-EXIT
           END-IF
      *
      *    RECALL'S CANCEL IS A CONTROL MESSAGE TOO - IT REVERSES
      *    THE BATCH ALREADY ROUTED AND IS NEITHER COUNTED NOR
      *    STORED, AND IT NEVER SWITCHES THE OUTPUT DATE.
      *
           IF W-CANCEL-MARKER
              AND W-MESSAGE(1:6) = 'DATE :'
              AND W-BUFFER(1:8) NOT = SPACES THEN
              PERFORM 2180-RECALL-BATCH
                      THRU 2180-RECALL-BATCH-EXIT
              GO TO 2130-QUEUE-READ-STORE-EXIT
           END-IF
      *
      *    A BLOCK FRAME IS TAKEN APART AND EVERY LOGICAL MESSAGE
      *    RUN THROUGH THE SAME PER-MESSAGE PATH - COUNTS,
      *    CHECKPOINTS AND THE END-OF-BATCH BALANCE ALL MOVE PER
                 ELSE
                    MOVE FUNCTION LENGTH(W-BUFFER) TO W-REAL-LENGTH
                 END-IF
      *
      *          A MESSAGE OF ANOTHER BUSINESS DATE MOVES THE DATED
      *          OUTPUT FILES ONTO THAT DATE BEFORE ANYTHING IS
      *          WRITTEN FOR IT.
                 IF W-BUSINESS-DATE IS NUMERIC
                    AND W-BUSINESS-DATE NOT = OUTPUT-DATE THEN
                    PERFORM 2146-SWITCH-OUTPUT-DATE
                            THRU 2146-SWITCH-OUTPUT-DATE-EXIT
                 END-IF
      *
                 MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
                 MOVE FULL-DATETIME TO WW02-RECEIVED-TIMESTAMP
                    SET CHECKSUM-FAILED TO TRUE
                    PERFORM 2145-CHECKSUM-EXCEPTION
                            THRU 2145-CHECKSUM-EXCEPTION-EXIT
                    MOVE 3          TO AL-W-SEVERITY
                    MOVE 'CHECKSUM' TO AL-W-CODE
                    MOVE SUB-QUEUE-NAME(SUB-INDEX) TO AL-W-QUEUE
                    STRING 'CHECKSUM MISMATCH ON ' DELIMITED BY SIZE
                           W-MSGID                 DELIMITED BY SIZE
                      INTO AL-W-TEXT
                    PERFORM 2940-WRITE-ALERT
                            THRU 2940-WRITE-ALERT-EXIT
                 END-IF
      *
      *          DISPLAY "============================================"
                 IF W-PRIORITY-MESSAGE THEN
                    ADD 1 TO PRIORITY-COUNT
                 END-IF
                 IF W-RESEND-MESSAGE THEN
                    ADD 1 TO RESENT-COUNT
                    DISPLAY 'CONSUMER - ' W-MSGID ' IS A RESEND OF '
                            W-ORIGINAL-MSGID
                 END-IF
      *
      *          A PAYLOAD THAT FAILED ITS CHECKSUM STAYS IN THE
      *          COMBINED FILE FOR THE DESK BUT IS NOT FED TO THE
              DISPLAY 'CONSUMER - BLOCK FRAME CHECKSUM MISMATCH, '
                      'DEAD-LETTERING WHOLE FRAME'
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 3          TO AL-W-SEVERITY
              MOVE 'CHECKSUM' TO AL-W-CODE
              MOVE SUB-QUEUE-NAME(SUB-INDEX) TO AL-W-QUEUE
              MOVE 'BLOCK FRAME CHECKSUM MISMATCH, FRAME DEAD-LETTERED'
                              TO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
              CALL 'queue_write' USING BY REFERENCE DLQ-QUEUE,
                                 BY REFERENCE W-MESSAGE
                   RETURNING W-RC
           DISPLAY 'CONSUMER - SEQUENCE GAP ON '
                   SUB-QUEUE-NAME(SUB-INDEX)
                   ' EXPECTED ' SEQ-EXPECTED ' RECEIVED ' W-ID4
           MOVE 3          TO AL-W-SEVERITY
           MOVE 'SEQGAP'   TO AL-W-CODE
           MOVE SUB-QUEUE-NAME(SUB-INDEX) TO AL-W-QUEUE
           STRING 'SEQUENCE GAP, EXPECTED ' DELIMITED BY SIZE
                  SEQ-EXPECTED              DELIMITED BY SIZE
                  ' RECEIVED '              DELIMITED BY SIZE
                  W-ID4                     DELIMITED BY SIZE
             INTO AL-W-TEXT
           PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
      *
           IF SEQGAP-EXC-CLOSED THEN
              OPEN EXTEND SEQGAP-EXC
           ADD 1 TO RECONNECT-COUNT
           IF RECONNECT-COUNT > RECONNECT-LIMIT THEN
              DISPLAY "CONSUMER - RECONNECT LIMIT REACHED"
              MOVE 4          TO AL-W-SEVERITY
              MOVE 'RECONLIM' TO AL-W-CODE
              MOVE 'BROKER RECONNECT LIMIT REACHED, RUN ABANDONED'
                              TO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
              SET BROKER-DOWN TO TRUE
              GO TO 2170-RECONNECT-BROKER-EXIT
           END-IF
           DISPLAY "CONSUMER - ATTEMPTING BROKER RECONNECT "
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
                   THRU 2010-CONNECT-BROKER-EXIT
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2180-RECALL-BATCH HANDLES ONE CANCEL FROM RECALL. EVERY   *
      *    RECORD OF THE BATCH ALREADY ROUTED FROM THIS QUEUE TO THE *
      *    BATCH'S BUSINESS-DATE PAYMENTS OR ADJUST FILE IS WRITTEN  *
      *    AGAIN, FLAGGED 'R', TO THE TYPED FILE NOW OPEN - THE      *
      *    ORIGINAL IS NEVER TOUCHED, DOWNSTREAM POSTS THE REVERSAL. *
      *    HELD ITEMS STAY ON THE HOLD REGISTER FOR COMPLIANCE AND   *
      *    SUSPENSE ITEMS WERE NEVER POSTED, SO NEITHER IS REVERSED. *
      *    THE BATCH AND QUEUE GO ON RECALL.LOG FOR MSGSTORE, AND    *
      *    ACKREG HEARS OF IT THROUGH AN 'RCL-' REPLY.               *
      *---------------------------------------------------------------*
       2180-RECALL-BATCH.
      *
           MOVE W-BUFFER(1:8)             TO RECALL-BATCH-ID
           MOVE W-BUSINESS-DATE           TO RECALL-BUSINESS-DATE
           MOVE SUB-QUEUE-NAME(SUB-INDEX) TO RECALL-QUEUE
           DISPLAY 'CONSUMER - CANCEL FOR BATCH ' RECALL-BATCH-ID
                   ' DATED ' RECALL-BUSINESS-DATE
                   ' ON ' RECALL-QUEUE
           IF RECALL-BUSINESS-DATE IS NOT NUMERIC THEN
              DISPLAY 'CONSUMER - CANCEL WITHOUT A BUSINESS DATE, '
                      'IGNORED'
              ADD 1 TO AUDIT-COUNT-ERRORS
              GO TO 2180-RECALL-BATCH-EXIT
           END-IF
      *
           PERFORM 2181-CHECK-RECALL-LOG
                   THRU 2181-CHECK-RECALL-LOG-EXIT
           IF RECALL-SEEN THEN
              DISPLAY 'CONSUMER - BATCH ' RECALL-BATCH-ID
                      ' ALREADY RECALLED ON ' RECALL-QUEUE
                      ', CANCEL IGNORED'
              GO TO 2180-RECALL-BATCH-EXIT
           END-IF
      *
           MOVE ZEROS TO RECALL-BATCH-COUNT
           PERFORM 2183-REVERSE-ONE-FILE
                   THRU 2183-REVERSE-ONE-FILE-EXIT
                   VARYING RECALL-FILE-NO FROM 1 BY 1
                   UNTIL RECALL-FILE-NO > 2
                   AFTER RECALL-PASS FROM 1 BY 1
                   UNTIL RECALL-PASS > RECALL-PASSES
           ADD RECALL-BATCH-COUNT TO REVERSED-COUNT
           ADD 1 TO RECALLS-COUNT
           DISPLAY 'CONSUMER - BATCH ' RECALL-BATCH-ID ' ON '
                   RECALL-QUEUE ' RECORDS REVERSED : '
                   RECALL-BATCH-COUNT
      *
           PERFORM 2187-WRITE-RECALL-LOG
                   THRU 2187-WRITE-RECALL-LOG-EXIT
      *
           IF ACK-QUEUE NOT = SPACES THEN
              MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
              MOVE 'RCL-'             TO ACK-KIND
              MOVE RECALL-BATCH-ID    TO ACK-BATCH-ID
              MOVE RECALL-QUEUE       TO ACK-SOURCE-QUEUE
              IF W-EOB-COUNT IS NUMERIC THEN
                 MOVE W-EOB-COUNT     TO ACK-EOB-COUNT
              ELSE
                 MOVE ZEROS           TO ACK-EOB-COUNT
              END-IF
              MOVE RECALL-BATCH-COUNT TO ACK-RECEIVED-COUNT
              MOVE FULL-DATETIME      TO ACK-TIMESTAMP
              DISPLAY 'CONSUMER - RECALL REPLY TO ' ACK-QUEUE
                      ' FOR BATCH ' ACK-BATCH-ID
              CALL 'queue_write' USING BY REFERENCE ACK-QUEUE,
                                 BY REFERENCE ACK-MESSAGE
                   RETURNING W-RC
              IF W-RC NOT EQUAL 0 THEN
                 DISPLAY "CONSUMER - RCL queue_write RC : " W-RC
                 ADD 1 TO AUDIT-COUNT-ERRORS
              END-IF
              MOVE 'ACK-'             TO ACK-KIND
           END-IF
      *
           MOVE 2               TO AL-W-SEVERITY
           MOVE 'RECALLED'      TO AL-W-CODE
           MOVE RECALL-BATCH-ID TO AL-W-BATCH-ID
           MOVE RECALL-QUEUE    TO AL-W-QUEUE
           STRING 'BATCH RECALLED, RECORDS REVERSED ' DELIMITED BY SIZE
                  RECALL-BATCH-COUNT                  DELIMITED BY SIZE
             INTO AL-W-TEXT
           PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT.
      *
       2180-RECALL-BATCH-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2181-CHECK-RECALL-LOG LOOKS FOR THE BATCH AND QUEUE ON    *
      *    RECALL.LOG. NO LOG MEANS NOTHING RECALLED YET.            *
      *---------------------------------------------------------------*
       2181-CHECK-RECALL-LOG.
      *
           SET RECALL-NOT-SEEN TO TRUE
           OPEN INPUT RECALL-LOG
           IF FS-RECALL-LOG = '35' THEN
              GO TO 2181-CHECK-RECALL-LOG-EXIT
           END-IF
           IF FS-RECALL-LOG <> '00' THEN
              DISPLAY 'RECALL-LOG ACCESS ERROR - STATUS IS : '
                      FS-RECALL-LOG
              GO TO 2181-CHECK-RECALL-LOG-EXIT
           END-IF
           SET RECALL-NEOF TO TRUE
           PERFORM 2182-CHECK-ONE-RECALL
                   THRU 2182-CHECK-ONE-RECALL-EXIT
                   UNTIL RECALL-EOF OR RECALL-SEEN
           CLOSE RECALL-LOG.
      *
       2181-CHECK-RECALL-LOG-EXIT.
           EXIT.
      *
       2182-CHECK-ONE-RECALL.
      *
           READ RECALL-LOG
               AT END
                  SET RECALL-EOF TO TRUE
                  GO TO 2182-CHECK-ONE-RECALL-EXIT
           END-READ
           IF RL-BATCH-ID = RECALL-BATCH-ID
              AND RL-QUEUE = RECALL-QUEUE THEN
              SET RECALL-SEEN TO TRUE
           END-IF.
      *
       2182-CHECK-ONE-RECALL-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2183-REVERSE-ONE-FILE SCANS ONE BUSINESS-DATE TYPED FILE  *
      *    FOR THE BATCH (AN INSTANCE'S SECOND PASS SCANS ITS OWN    *
      *    UNMERGED FILE). THE TYPED FILE OPEN FOR THIS RUN IS       *
      *    CLOSED FIRST - IT MAY BE THE VERY FILE BEING SCANNED -    *
      *    AND IS REOPENED FOR EXTEND WHEN THE REVERSALS ARE COPIED  *
      *    IN.                                                       *
      *---------------------------------------------------------------*
       2183-REVERSE-ONE-FILE.
      *
           MOVE SPACES TO WS-RECALL-SCAN-NAME, RECALL-SCAN-SUFFIX
           IF RECALL-PASS = 2 THEN
              MOVE INSTANCE-SUFFIX TO RECALL-SCAN-SUFFIX
           END-IF
           IF RECALL-FILE-NO = 1 THEN
              IF TYPE-1-OPEN THEN
                 CLOSE TYPE-FILE-1
                 SET TYPE-1-CLOSED TO TRUE
              END-IF
              STRING 'PAYMENTS.'          DELIMITED BY SIZE
                     RECALL-BUSINESS-DATE DELIMITED BY SIZE
                     RECALL-SCAN-SUFFIX   DELIMITED BY SPACE
                INTO WS-RECALL-SCAN-NAME
           ELSE
              IF TYPE-2-OPEN THEN
                 CLOSE TYPE-FILE-2
                 SET TYPE-2-CLOSED TO TRUE
              END-IF
              STRING 'ADJUST.'            DELIMITED BY SIZE
                     RECALL-BUSINESS-DATE DELIMITED BY SIZE
                     RECALL-SCAN-SUFFIX   DELIMITED BY SPACE
                INTO WS-RECALL-SCAN-NAME
           END-IF
      *
           OPEN INPUT RECALL-SCAN-FILE
           IF FS-RECALL-SCAN = '35' THEN
              GO TO 2183-REVERSE-ONE-FILE-EXIT
           END-IF
           IF FS-RECALL-SCAN <> '00' THEN
              DISPLAY 'RECALL-SCAN-FILE ACCESS ERROR - STATUS : '
                      FS-RECALL-SCAN ' FILE : ' WS-RECALL-SCAN-NAME
              ADD 1 TO AUDIT-COUNT-ERRORS
              GO TO 2183-REVERSE-ONE-FILE-EXIT
           END-IF
           OPEN OUTPUT RECALL-WORK
           IF FS-RECALL-WORK <> '00' THEN
              DISPLAY 'RECALL-WORK ACCESS ERROR - STATUS IS : '
                      FS-RECALL-WORK
              ADD 1 TO AUDIT-COUNT-ERRORS
              CLOSE RECALL-SCAN-FILE
              GO TO 2183-REVERSE-ONE-FILE-EXIT
           END-IF
           MOVE ZEROS TO RECALL-WORK-COUNT
           SET RECALL-NEOF TO TRUE
           PERFORM 2184-SCAN-ONE-RECORD
                   THRU 2184-SCAN-ONE-RECORD-EXIT
                   UNTIL RECALL-EOF
           CLOSE RECALL-SCAN-FILE
           CLOSE RECALL-WORK
           IF RECALL-WORK-COUNT = 0 THEN
              GO TO 2183-REVERSE-ONE-FILE-EXIT
           END-IF
      *
           OPEN INPUT RECALL-WORK
           IF FS-RECALL-WORK <> '00' THEN
              DISPLAY 'RECALL-WORK ACCESS ERROR - STATUS IS : '
                      FS-RECALL-WORK
              ADD 1 TO AUDIT-COUNT-ERRORS
              GO TO 2183-REVERSE-ONE-FILE-EXIT
           END-IF
           SET RECALL-NEOF TO TRUE
           PERFORM 2185-COPY-ONE-REVERSAL
                   THRU 2185-COPY-ONE-REVERSAL-EXIT
                   UNTIL RECALL-EOF
           CLOSE RECALL-WORK.
      *
       2183-REVERSE-ONE-FILE-EXIT.
           EXIT.
      *
       2184-SCAN-ONE-RECORD.
      *
           READ RECALL-SCAN-FILE
               AT END
                  SET RECALL-EOF TO TRUE
                  GO TO 2184-SCAN-ONE-RECORD-EXIT
           END-READ
           IF RS-BATCH-ID NOT = RECALL-BATCH-ID
              OR RS-SOURCE-QUEUE NOT = RECALL-QUEUE
              OR RS-REVERSAL THEN
              GO TO 2184-SCAN-ONE-RECORD-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE FULL-DATETIME TO RS-RECEIVED-TIMESTAMP
           SET RS-REVERSAL    TO TRUE
           WRITE RECALL-WORK-RECORD FROM RECALL-SCAN-RECORD
           IF FS-RECALL-WORK <> '00' THEN
              DISPLAY 'RECALL-WORK WRITE ERROR - STATUS IS : '
                      FS-RECALL-WORK
              ADD 1 TO AUDIT-COUNT-ERRORS
           ELSE
              ADD 1 TO RECALL-WORK-COUNT
           END-IF.
      *
       2184-SCAN-ONE-RECORD-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2185-COPY-ONE-REVERSAL APPENDS ONE REVERSAL TO THE TYPED  *
      *    FILE OF THE CURRENT OUTPUT DATE, OPENED AS 2138 OPENS IT. *
      *---------------------------------------------------------------*
       2185-COPY-ONE-REVERSAL.
      *
           READ RECALL-WORK
               AT END
                  SET RECALL-EOF TO TRUE
                  GO TO 2185-COPY-ONE-REVERSAL-EXIT
           END-READ
           IF RECALL-FILE-NO = 1 THEN
              IF TYPE-1-CLOSED THEN
                 OPEN EXTEND TYPE-FILE-1
                 IF FS-TYPE-1 = '35' OR FS-TYPE-1 = '05' THEN
                    OPEN OUTPUT TYPE-FILE-1
                 END-IF
                 IF FS-TYPE-1 <> '00' THEN
                    DISPLAY 'TYPE-FILE-1 ACCESS ERROR - STATUS : '
                            FS-TYPE-1
                    ADD 1 TO AUDIT-COUNT-ERRORS
                    SET RECALL-EOF TO TRUE
                    GO TO 2185-COPY-ONE-REVERSAL-EXIT
                 END-IF
                 SET TYPE-1-OPEN TO TRUE
              END-IF
              WRITE TYPE-1-RECORD FROM RECALL-WORK-RECORD
              IF FS-TYPE-1 <> '00' THEN
                 DISPLAY 'TYPE-FILE-1 WRITE ERROR - STATUS : '
                         FS-TYPE-1
                 ADD 1 TO AUDIT-COUNT-ERRORS
              ELSE
                 ADD 1 TO RECALL-BATCH-COUNT
              END-IF
           ELSE
              IF TYPE-2-CLOSED THEN
                 OPEN EXTEND TYPE-FILE-2
                 IF FS-TYPE-2 = '35' OR FS-TYPE-2 = '05' THEN
                    OPEN OUTPUT TYPE-FILE-2
                 END-IF
                 IF FS-TYPE-2 <> '00' THEN
                    DISPLAY 'TYPE-FILE-2 ACCESS ERROR - STATUS : '
                            FS-TYPE-2
                    ADD 1 TO AUDIT-COUNT-ERRORS
                    SET RECALL-EOF TO TRUE
                    GO TO 2185-COPY-ONE-REVERSAL-EXIT
                 END-IF
                 SET TYPE-2-OPEN TO TRUE
              END-IF
              WRITE TYPE-2-RECORD FROM RECALL-WORK-RECORD
              IF FS-TYPE-2 <> '00' THEN
                 DISPLAY 'TYPE-FILE-2 WRITE ERROR - STATUS : '
                         FS-TYPE-2
                 ADD 1 TO AUDIT-COUNT-ERRORS
              ELSE
                 ADD 1 TO RECALL-BATCH-COUNT
              END-IF
           END-IF.
      *
       2185-COPY-ONE-REVERSAL-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2187-WRITE-RECALL-LOG APPENDS THE BATCH AND QUEUE JUST    *
      *    REVERSED TO RECALL.LOG.                                   *
      *---------------------------------------------------------------*
       2187-WRITE-RECALL-LOG.
      *
           OPEN EXTEND RECALL-LOG
           IF FS-RECALL-LOG = '35' OR FS-RECALL-LOG = '05' THEN
              OPEN OUTPUT RECALL-LOG
           END-IF
           IF FS-RECALL-LOG <> '00' THEN
              DISPLAY 'RECALL-LOG ACCESS ERROR - STATUS IS : '
                      FS-RECALL-LOG
              ADD 1 TO AUDIT-COUNT-ERRORS
              GO TO 2187-WRITE-RECALL-LOG-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE SPACES               TO RL-RECORD
           MOVE FULL-DATETIME        TO RL-TIMESTAMP
           MOVE RECALL-BATCH-ID      TO RL-BATCH-ID
           MOVE RECALL-BUSINESS-DATE TO RL-BUSINESS-DATE
           MOVE RECALL-QUEUE         TO RL-QUEUE
           MOVE RECALL-BATCH-COUNT   TO RL-REVERSED
           MOVE '|' TO RL-RECORD(17:1), RL-RECORD(26:1),
                       RL-RECORD(35:1), RL-RECORD(51:1)
           WRITE RL-RECORD
           IF FS-RECALL-LOG <> '00' THEN
              DISPLAY 'RECALL-LOG WRITE ERROR - STATUS IS : '
                      FS-RECALL-LOG
              ADD 1 TO AUDIT-COUNT-ERRORS
           END-IF
           CLOSE RECALL-LOG.
      *
       2187-WRITE-RECALL-LOG-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2138-ROUTE-MESSAGE COPIES THE STORED (CONVERTED) RECORD   *
      *    TO THE TYPED FILE FOR ITS TRANSACTION CODE - THE FIRST    *
      *    FOUR PAYLOAD BYTES - OR TO THE SUSPENSE FILE WHEN THE     *
      *---------------------------------------------------------------*
       2138-ROUTE-MESSAGE.
      *
           MOVE W-BUFFER    TO DT-DETAIL
           MOVE DT-TXN-CODE TO ROUTE-TXN-CODE
           MOVE ZEROS TO ROUTE-FILE-NO
           PERFORM 2139-MATCH-ROUTE-ONE
                   THRU 2139-MATCH-ROUTE-ONE-EXIT
              PERFORM 2148-PROTECT-RECORD
                      THRU 2148-PROTECT-RECORD-EXIT
           END-IF
      *
      *    A PAYMENT OR ADJUSTMENT TO A WATCH-LISTED ACCOUNT IS HELD
      *    FOR COMPLIANCE INSTEAD OF GOING TO ITS TYPED FILE.
      *
           IF (ROUTE-FILE-NO = 1 OR ROUTE-FILE-NO = 2)
              AND DT-LAID-OUT AND WATCH-COUNT > 0 THEN
              MOVE ZEROS TO WATCH-SLOT
              PERFORM 2143-MATCH-WATCH-ONE
                      THRU 2143-MATCH-WATCH-ONE-EXIT
                      VARYING WT-INDEX FROM 1 BY 1
                      UNTIL WT-INDEX > WATCH-COUNT
                         OR WATCH-SLOT > 0
              IF WATCH-SLOT > 0 THEN
                 PERFORM 2144-HOLD-MESSAGE
                         THRU 2144-HOLD-MESSAGE-EXIT
                 GO TO 2138-ROUTE-MESSAGE-EXIT
              END-IF
           END-IF
      *
           EVALUATE ROUTE-FILE-NO
              WHEN 1
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2143-MATCH-WATCH-ONE COMPARES THE PAYLOAD ACCOUNT WITH ONE*
      *    WATCH-LIST ENTRY, LEAVING THE HIT IN WATCH-SLOT.          *
      *---------------------------------------------------------------*
       2143-MATCH-WATCH-ONE.
      *
           IF WT-ACCOUNT(WT-INDEX) = DT-ACCOUNT THEN
              MOVE WT-INDEX TO WATCH-SLOT
           END-IF.
      *
       2143-MATCH-WATCH-ONE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2144-HOLD-MESSAGE PUTS A WATCH-LIST HIT ON HOLD : A        *
      *    PENDING HOLD-REGISTER ENTRY, THEN THE RECORD IMAGE ON THE  *
      *    DAY'S HOLD FILE. A MESSAGE ALREADY ON THE REGISTER IS A    *
      *    REDELIVERY AFTER A RESTART - IT IS STILL KEPT OFF THE      *
      *    TYPED FILE BUT NOT WRITTEN TO THE HOLD FILE A SECOND TIME. *
      *    THE ALERT CARRIES ONLY THE LAST FOUR ACCOUNT DIGITS.       *
      *---------------------------------------------------------------*
       2144-HOLD-MESSAGE.
      *
           IF HOLD-REG-CLOSED THEN
              OPEN I-O HOLD-REGISTER
              IF FS-HOLD-REGISTER = '35' OR FS-HOLD-REGISTER = '05'
                 OPEN OUTPUT HOLD-REGISTER
                 CLOSE HOLD-REGISTER
                 OPEN I-O HOLD-REGISTER
              END-IF
              IF FS-HOLD-REGISTER <> '00' THEN
                 DISPLAY 'HOLD-REGISTER ACCESS ERROR - STATUS : '
                         FS-HOLD-REGISTER
                 ADD 1 TO AUDIT-COUNT-ERRORS
                 GO TO 2144-HOLD-MESSAGE-EXIT
              END-IF
              SET HOLD-REG-OPEN TO TRUE
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE SPACES                  TO HR-RECORD
           MOVE WW02-MSGID              TO HR-MSGID
           SET HR-PENDING               TO TRUE
           MOVE WS-HOLD-NAME(6:8)       TO HR-HOLD-DATE
           MOVE FULL-DATETIME           TO HR-HELD-TIMESTAMP
           MOVE WW02-SOURCE-QUEUE       TO HR-SOURCE-QUEUE
           MOVE DT-TXN-CODE             TO HR-TXN-CODE
           MOVE DT-REF-NUMBER           TO HR-REF-NUMBER
           MOVE ROUTE-FILE-NO           TO HR-ROUTE-FILE-NO
           MOVE WT-ACCOUNT(WATCH-SLOT)  TO HR-ACCOUNT
           MOVE WT-REASON(WATCH-SLOT)   TO HR-LIST-REASON
           WRITE HR-RECORD
           EVALUATE FS-HOLD-REGISTER
              WHEN '00'
              WHEN '02'
                 CONTINUE
              WHEN '22'
                 ADD 1 TO HELD-COUNT
                 GO TO 2144-HOLD-MESSAGE-EXIT
              WHEN OTHER
                 DISPLAY 'HOLD-REGISTER WRITE ERROR - STATUS : '
                         FS-HOLD-REGISTER
                 ADD 1 TO AUDIT-COUNT-ERRORS
                 GO TO 2144-HOLD-MESSAGE-EXIT
           END-EVALUATE
      *
           IF HOLD-FILE-CLOSED THEN
              OPEN EXTEND HOLD-FILE
              IF FS-HOLD-FILE = '35' OR FS-HOLD-FILE = '05' THEN
                 OPEN OUTPUT HOLD-FILE
              END-IF
              IF FS-HOLD-FILE <> '00' THEN
                 DISPLAY 'HOLD-FILE ACCESS ERROR - STATUS : '
                         FS-HOLD-FILE
                 ADD 1 TO AUDIT-COUNT-ERRORS
                 GO TO 2144-HOLD-MESSAGE-EXIT
              END-IF
              SET HOLD-FILE-OPEN TO TRUE
           END-IF
           WRITE HOLD-RECORD FROM PROTECTED-RECORD
           IF FS-HOLD-FILE <> '00' THEN
              DISPLAY 'HOLD-FILE WRITE ERROR - STATUS : '
                      FS-HOLD-FILE
              ADD 1 TO AUDIT-COUNT-ERRORS
              GO TO 2144-HOLD-MESSAGE-EXIT
           END-IF
           ADD 1 TO HELD-COUNT
      *
           MOVE 3          TO AL-W-SEVERITY
           MOVE 'WATCHHIT' TO AL-W-CODE
           MOVE WW02-SOURCE-QUEUE TO AL-W-QUEUE
           STRING 'HELD '        DELIMITED BY SIZE
                  DT-TXN-CODE    DELIMITED BY SIZE
                  ' REF '        DELIMITED BY SIZE
                  DT-REF-NUMBER  DELIMITED BY SIZE
                  ' ACCT ****'   DELIMITED BY SIZE
                  DT-ACCOUNT(13:4) DELIMITED BY SIZE
                  ' : '          DELIMITED BY SIZE
                  WT-REASON(WATCH-SLOT) DELIMITED BY SIZE
             INTO AL-W-TEXT
           PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT.
      *
       2144-HOLD-MESSAGE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2148-PROTECT-RECORD STARS OUT EVERY CONFIGURED PAYLOAD    *
      *    POSITION FOR THIS RECORD'S TRANSACTION CODE, LEAVING THE  *
      *    LAST FOUR CHARACTERS OF EACH PROTECTED FIELD IN CLEAR.    *
      *
       2145-CHECKSUM-EXCEPTION-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2146-SWITCH-OUTPUT-DATE CLOSES THE DATED FILES OPEN FOR    *
      *    THE CURRENT OUTPUT-DATE AND MOVES THEM ONTO THE BUSINESS   *
      *    DATE OF THE MESSAGE IN HAND. FILE-DATA IS ALWAYS EXTENDED  *
      *    - AN EARLIER RUN MAY ALREADY HAVE STARTED THAT DATE - AND  *
      *    THE TYPED, SUSPENSE AND HOLD FILES REOPEN ON FIRST USE.    *
      *---------------------------------------------------------------*
       2146-SWITCH-OUTPUT-DATE.
      *
           CLOSE FILE-DATA
           IF TYPE-1-OPEN THEN
              CLOSE TYPE-FILE-1
              SET TYPE-1-CLOSED TO TRUE
           END-IF
           IF TYPE-2-OPEN THEN
              CLOSE TYPE-FILE-2
              SET TYPE-2-CLOSED TO TRUE
           END-IF
           IF SUSPENSE-OPEN THEN
              CLOSE SUSPENSE-FILE
              SET SUSPENSE-CLOSED TO TRUE
           END-IF
           IF HOLD-FILE-OPEN THEN
              CLOSE HOLD-FILE
              SET HOLD-FILE-CLOSED TO TRUE
           END-IF
      *
           MOVE W-BUSINESS-DATE TO OUTPUT-DATE
           PERFORM 1700-NAME-OUTPUT-FILES
                   THRU 1700-NAME-OUTPUT-FILES-EXIT
      *
           OPEN EXTEND FILE-DATA
           IF FS-FILE-DATA = '35' OR FS-FILE-DATA = '05' THEN
              OPEN OUTPUT FILE-DATA
           END-IF
           IF FS-FILE-DATA <> '00' THEN
              DISPLAY 'FILE-DATA ACCESS ERROR - STATUS IS : '
                      FS-FILE-DATA
              ADD 1 TO AUDIT-COUNT-ERRORS
              PERFORM 3000-END
           END-IF.
      *
       2146-SWITCH-OUTPUT-DATE-EXIT.
           EXIT.
      *
       2150-CHECKPOINT.
      *
              MOVE AUDIT-END-TIMESTAMP   TO AUD-END-TIMESTAMP
              MOVE RUN-MSG-COUNT         TO AUD-COUNT-PROCESSED
              MOVE AUDIT-COUNT-ERRORS    TO AUD-COUNT-ERRORS
              MOVE HELD-COUNT            TO AUD-COUNT-HELD
              MOVE OUTPUT-DATE           TO AUD-BUSINESS-DATE
              WRITE AUDIT-RECORD
              CLOSE AUDIT-FILE
           END-IF.
           IF SUSPENSE-OPEN THEN
              CLOSE SUSPENSE-FILE
           END-IF.
           IF HOLD-FILE-OPEN THEN
              CLOSE HOLD-FILE
           END-IF.
           IF HOLD-REG-OPEN THEN
              CLOSE HOLD-REGISTER
           END-IF.
           DISPLAY 'CONSUMER - ROUTED TO ' WS-TYPE-1-NAME ' : '
                   ROUTED-COUNT-1.
           DISPLAY 'CONSUMER - ROUTED TO ' WS-TYPE-2-NAME ' : '
                   ROUTED-COUNT-2.
           DISPLAY 'CONSUMER - SUSPENSE RECORDS       : '
                   SUSPENSE-COUNT.
           DISPLAY 'CONSUMER - HELD FOR COMPLIANCE    : '
                   HELD-COUNT.
           IF RECALLS-COUNT > 0 THEN
              DISPLAY 'CONSUMER - BATCHES RECALLED       : '
                      RECALLS-COUNT
              DISPLAY 'CONSUMER - RECORDS REVERSED       : '
                      REVERSED-COUNT
           END-IF.
           IF PRIORITY-COUNT > 0 THEN
              DISPLAY 'CONSUMER - PRIORITY MESSAGES      : '
                      PRIORITY-COUNT
           END-IF.
           IF RESENT-COUNT > 0 THEN
              DISPLAY 'CONSUMER - RESENT MESSAGES        : '
                      RESENT-COUNT
           END-IF.
           IF UNKNOWN-CODES-USED > 0 THEN
              PERFORM 3100-REPORT-UNKNOWN-ONE
                      THRU 3100-REPORT-UNKNOWN-ONE-EXIT
      *
       3100-REPORT-UNKNOWN-ONE-EXIT.
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
