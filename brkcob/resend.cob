      *---------------------------------------------------------------*
      *          I D E N T I F I C A T I O N   D I V I S I O N        *
      *          =============================================        *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------.
       PROGRAM-ID.      RESEND.
       AUTHOR.          POWER.
       DATE-WRITTEN.    15/10/2026.
      *---------------------------------------------------------------*
      *    RESEND REPUBLISHES MESSAGES ALREADY CONSUMED AND STORED.   *
      *    IT SELECTS FROM THE MESSAGE STORE BY RECEIVED DATE, SOURCE *
      *    QUEUE, BATCH OR A LIST OF REFERENCE NUMBERS (RESEND.PARM)  *
      *    AND PUBLISHES EACH ONE, UNCHANGED BUT FOR THE CONTROL FLAG *
      *    'S' AND THE ORIGINAL MESSAGE ID IN THE W-ALFA1 BYTES, TO   *
      *    THE TARGET QUEUE - SO THE RECEIVER CAN TELL A RESEND FROM  *
      *    NEW WORK. EVERY MESSAGE SENT IS FILED ON RESEND.REGISTER;  *
      *    ONE ALREADY THERE IS REFUSED UNLESS THE RUN CARRIES THE    *
      *    OVERRIDE. RESEND.RPT LISTS WHAT WAS SENT AND REFUSED, AND  *
      *    THE RUN IS RECORDED ON THE AUDIT FILE AND THE ALERT LOG.   *
      *                                                               *
      *    COMMAND LINE : [<TARGET-QUEUE>] [OVERRIDE]                 *
      *                   TARGET QUEUE IN COLUMNS 1-15, OVERRIDING    *
      *                   TO-QUEUE= ; 'OVERRIDE' IN COLUMNS 17-24.    *
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
        COPY 'select-resend-register.cpy'.
      *
      *    RESEND-PARM CARRIES THE TARGET QUEUE, THE SELECTION, THE
      *    REFERENCE LIST, THE OVERRIDE AND THE BROKER ADDRESS.
      *
           SELECT RESEND-PARM
               ASSIGN TO 'RESEND.PARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESEND-PARM.
      *
           SELECT RESEND-RPT
               ASSIGN TO 'RESEND.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESEND-RPT.
      *
        COPY 'select-audit-file.cpy'.
        COPY 'select-alert-log.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       DATA DIVISION.
      *-------------.
       FILE SECTION.
      *------------.
      *
       COPY 'fd-msg-store.cpy'.
       COPY 'fd-resend-register.cpy'.
      *
       FD  RESEND-PARM
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RESEND-PARM-LINE            PIC X(80).
      *
       FD  RESEND-RPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RESEND-RPT-RECORD           PIC X(100).
      *
       COPY 'fd-audit-file.cpy'.
       COPY 'fd-alert-log.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.

       01 FILLER PIC X(050)
                 VALUE  'PGM-RESEND-WS-COMIENZO'.
      *
       COPY 'file-status.cpy'.
      *
       01 PGM-NAME PIC X(15)
                 VALUE 'RESEND'.
      *
       01 ALERT-FIELDS.
          05 AL-W-SEVERITY  PIC 9(01) VALUE ZEROS.
          05 AL-W-CODE      PIC X(08) VALUE SPACES.
          05 AL-W-BATCH-ID  PIC X(08) VALUE SPACES.
          05 AL-W-QUEUE     PIC X(15) VALUE SPACES.
          05 AL-W-TEXT      PIC X(60) VALUE SPACES.
      *
       01 W-HOSTNAME    PIC X(15) VALUE '127.0.0.1      '.
       01 W-PORT        USAGE BINARY-SHORT UNSIGNED VALUE 61613.
       01 W-OUTPUTQUEUE PIC X(15) VALUE SPACES.
       01 W-RC USAGE    BINARY-SHORT VALUE 0.
           88 RC-OK             VALUE 0.
      *
       01 FS-MSG-STORE       PIC X(02) VALUE '00'.
       01 FS-RESEND-REGISTER PIC X(02) VALUE '00'.
       01 FS-RESEND-PARM     PIC X(02) VALUE '00'.
       01 FS-RESEND-RPT      PIC X(02) VALUE '00'.
       01 FS-ALERT-LOG       PIC X(02) VALUE '00'.
      *
      *---------------------------------------------------------------*
      *    THE STORED MESSAGE IS THE WIRE MESSAGE AS CONSUMER TOOK IT *
      *    OFF THE QUEUE, SO IT GOES BACK OUT IN THE SAME LAYOUT WITH *
      *    ITS HEADER, CHECKSUM AND PAYLOAD UNTOUCHED.                *
      *---------------------------------------------------------------*
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
          05 W-ALFA1    PIC X(37)   VALUE SPACES.
      *    ON A RESEND W-ALFA1 CARRIES THE MESSAGE ID THE ORIGINAL WAS
      *    STORED UNDER AND WHEN IT WAS SENT AGAIN. PRODUCER SENDS
      *    W-ALFA1 AND W-ALFA2 IN EBCDIC WHATEVER THE PAYLOAD ENCODING
      *    AND CONSUMER ALWAYS TURNS THEM BACK, SO THE STORED COPY
      *    HOLDS THEM IN ASCII AND BOTH ARE CONVERTED AGAIN HERE.
          05 W-RESEND-INFO REDEFINES W-ALFA1.
             10 W-ORIGINAL-MSGID
                        PIC X(20).
             10 W-RESEND-TIMESTAMP
                        PIC X(16).
             10 FILLER  PIC X(01).
          05 W-ALFA2    PIC X(37)   VALUE SPACES.
          05 FILLER2    PIC X(01) VALUE '-'.
          05 W-ID1      PIC 9(04) USAGE  COMP    VALUE 0.
          05 FILLER3    PIC X(01) VALUE '-'.
          05 W-ID2      PIC 9(04) USAGE  COMP-3  VALUE 0.
          05 FILLER4    PIC X(01) VALUE '-'.
          05 W-ID3      PIC 9(04) USAGE  COMP-5  VALUE 0.
          05 FILLER5    PIC X(01) VALUE '-'.
          05 W-ID4      PIC 9(04) USAGE  DISPLAY VALUE 0.
          05 FILLER6    PIC X(01) VALUE '-'.
          05 W-CHECKSUM PIC 9(09) USAGE  DISPLAY VALUE 0.
          05 FILLER8    PIC X(01) VALUE '-'.
          05 W-CONTROL-FLAG PIC X(01) VALUE SPACE.
             88 W-DATA-MESSAGE    VALUE SPACE.
             88 W-RESEND-MESSAGE  VALUE 'S'.
          05 FILLER9    PIC X(01) VALUE '-'.
          05 W-EOB-COUNT PIC 9(08) USAGE DISPLAY VALUE 0.
          05 FILLER10   PIC X(01) VALUE '-'.
          05 W-MSG-LENGTH PIC 9(04) USAGE DISPLAY VALUE 0.
          05 FILLER11   PIC X(01) VALUE '-'.
          05 W-BUFFER   PIC X(1868) VALUE SPACES.
          05 FILLER7    PIC X(01) VALUE '-'.
          05 FILLER     PIC X(01) VALUE X'00'.
      *
       01 W-DATA.
          05 FILE-EOF           PIC 9.
             88 EOF             VALUE 1.
             88 NEOF            VALUE 0.
          05 PARM-EOF-SW        PIC 9 VALUE 0.
             88 PARM-EOF        VALUE 1.
             88 PARM-NEOF       VALUE 0.
          05 OVERRIDE-SW        PIC 9 VALUE 0.
             88 OVERRIDE-GIVEN  VALUE 1.
             88 OVERRIDE-NGIVEN VALUE 0.
          05 REGISTER-SW        PIC 9 VALUE 0.
             88 ON-REGISTER     VALUE 1.
             88 NOT-ON-REGISTER VALUE 0.
          05 PORT-SW            PIC 9 VALUE 0.
             88 PORT-BAD        VALUE 1.
             88 PORT-OK         VALUE 0.
          05 RPT-OPEN-SW        PIC 9 VALUE 0.
             88 RPT-OPEN        VALUE 1.
             88 RPT-CLOSED      VALUE 0.
          05 BROWSE-SW          PIC 9 VALUE 0.
             88 BROWSE-BY-MSGID VALUE 0.
             88 BROWSE-BY-DATE  VALUE 1.
             88 BROWSE-BY-QUEUE VALUE 2.
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
      *    S E L E C T I O N                                          *
      *    A BLANK SELECTION FIELD SELECTS EVERYTHING, BUT A RUN WITH *
      *    NO SELECTION AT ALL IS REFUSED RATHER THAN RESENDING THE   *
      *    WHOLE STORE. WITH REFERENCE= LINES ONLY MESSAGES WHOSE     *
      *    DETAIL REFERENCE IS ON THE LIST ARE TAKEN.                 *
      *---------------------------------------------------------------*
       01 SELECTION-FIELDS.
          05 SEL-FROM-DATE   PIC X(08) VALUE SPACES.
          05 SEL-TO-DATE     PIC X(08) VALUE SPACES.
          05 SEL-QUEUE       PIC X(15) VALUE SPACES.
          05 SEL-BATCH-ID    PIC X(08) VALUE SPACES.
          05 SEL-TO-QUEUE    PIC X(15) VALUE SPACES.
      *
       01 REF-TABLE.
          05 REF-ENTRY OCCURS 100 TIMES.
             10 RF-NUMBER       PIC X(08).
             10 RF-FOUND-SW     PIC 9.
                88 RF-FOUND     VALUE 1.
                88 RF-NOT-FOUND VALUE 0.
       01 REF-COUNT          PIC 9(03) VALUE ZEROS.
       01 REF-MAX            PIC 9(03) VALUE 100.
       01 RF-INDEX           PIC 9(03) VALUE ZEROS.
       01 RF-MATCH           PIC 9(03) VALUE ZEROS.
      *
       01 PARM-KEY           PIC X(20) VALUE SPACES.
       01 PARM-VALUE         PIC X(60) VALUE SPACES.
       01 PARM-NUM-INPUT     PIC X(60) VALUE SPACES.
       01 PARM-NUM-TOKEN     PIC X(08) VALUE SPACES.
       01 PARM-NUM-LEN       PIC 9(02) USAGE COMP VALUE ZEROS.
       01 PARM-NUMBER        PIC 9(08) VALUE ZEROS.
       01 PARM-NUM-SW        PIC 9 VALUE 0.
          88 PARM-NUM-VALID   VALUE 1.
          88 PARM-NUM-INVALID VALUE 0.
      *
       01 RS-USER            PIC X(08) VALUE SPACES.
      *
      *    THE PAYLOAD OF THE MESSAGE IN HAND, CONVERTED FROM EBCDIC
      *    IN THIS WORK COPY ONLY, SO ITS DETAIL FIELDS CAN BE READ.
      *    THE MESSAGE RESENT IS THE STORED ONE AS IT CAME IN.
      *
       01 RS-PAYLOAD         PIC X(1892) VALUE SPACES.
       01 W-LENGTH           BINARY-SHORT VALUE 0.
       COPY 'txn-detail.cpy'.
      *
       01 RS-RESULT          PIC X(10) VALUE SPACES.
       01 RS-TIMES-EDIT      PIC ZZZ9.
      *
       01 STORE-READ-COUNT   PIC 9(08) VALUE ZEROS.
       01 SELECTED-COUNT     PIC 9(08) VALUE ZEROS.
       01 SENT-COUNT         PIC 9(08) VALUE ZEROS.
       01 REFUSED-COUNT      PIC 9(08) VALUE ZEROS.
       01 FAILED-COUNT       PIC 9(08) VALUE ZEROS.
       01 REFS-MISSING       PIC 9(08) VALUE ZEROS.
      *    A STORED RESEND COPY (FLAG 'S') IS THE SAME MESSAGE AGAIN
      *    UNDER A NEW ID - SENDING IT WOULD DOUBLE THE ORIGINAL, SO
      *    IT IS PASSED OVER UNLESS THE RUN CARRIES THE OVERRIDE.
       01 COPIES-SKIPPED     PIC 9(08) VALUE ZEROS.
      *
       01 COMMAND-LINE-VALUES.
          05 CL-TO-QUEUE    PIC X(15) VALUE SPACES.
          05 FILLER         PIC X.
          05 CL-OVERRIDE    PIC X(08) VALUE SPACES.
      *
       01  FILLER PIC X(050)
                  VALUE  'PGM-RESEND-WS-FIN'.
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
           ACCEPT RS-USER FROM ENVIRONMENT 'USER'
           IF RS-USER = SPACES THEN
              MOVE 'UNKNOWN' TO RS-USER
           END-IF
      *
           PERFORM 1100-READ-PARM-FILE THRU 1100-READ-PARM-FILE-EXIT
           IF CL-TO-QUEUE NOT = SPACES THEN
              MOVE CL-TO-QUEUE TO SEL-TO-QUEUE
           END-IF
           IF CL-OVERRIDE = 'OVERRIDE' THEN
              SET OVERRIDE-GIVEN TO TRUE
           END-IF
           IF SEL-TO-DATE = SPACES THEN
              MOVE SEL-FROM-DATE TO SEL-TO-DATE
           END-IF
      *
           IF SEL-TO-QUEUE = SPACES THEN
              DISPLAY 'RESEND - A TARGET QUEUE IS REQUIRED, ENDING RUN'
              PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
           END-IF
           IF PORT-BAD THEN
              DISPLAY 'RESEND - BAD PORT IN PARM, ENDING RUN'
              PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
           END-IF
           IF SEL-FROM-DATE NOT = SPACES THEN
              IF SEL-FROM-DATE IS NOT NUMERIC
                 OR SEL-TO-DATE IS NOT NUMERIC
                 OR SEL-TO-DATE < SEL-FROM-DATE THEN
                 DISPLAY 'RESEND - BAD RECEIVED DATE RANGE '
                         SEL-FROM-DATE ' - ' SEL-TO-DATE
                         ', ENDING RUN'
                 PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
              END-IF
           END-IF
           IF SEL-FROM-DATE = SPACES AND SEL-QUEUE = SPACES
              AND SEL-BATCH-ID = SPACES AND REF-COUNT = ZEROS THEN
              DISPLAY 'RESEND - NO SELECTION GIVEN, ENDING RUN'
              PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
           END-IF
      *
           DISPLAY 'RESEND - RECEIVED ' SEL-FROM-DATE ' - '
                   SEL-TO-DATE ' QUEUE ' SEL-QUEUE ' BATCH '
                   SEL-BATCH-ID ' REFERENCES ' REF-COUNT
           DISPLAY 'RESEND - TARGET ' SEL-TO-QUEUE ' USER ' RS-USER
           IF OVERRIDE-GIVEN THEN
              DISPLAY 'RESEND - OVERRIDE GIVEN, REPEATS ARE SENT'
           END-IF
      *
           OPEN OUTPUT RESEND-RPT
           IF FS-RESEND-RPT <> '00' THEN
              DISPLAY 'RESEND-RPT ACCESS ERROR - STATUS IS : '
                      FS-RESEND-RPT
              PERFORM 1900-REFUSE-RUN THRU 1900-REFUSE-RUN-EXIT
           END-IF
           SET RPT-OPEN TO TRUE
           PERFORM 1200-WRITE-REPORT-HEAD
                   THRU 1200-WRITE-REPORT-HEAD-EXIT
      *
           PERFORM 2000-INIT
              THRU 2000-INIT-EXIT.
      *
           PERFORM 3000-END.
      *
      *---------------------------------------------------------------*
      *    1100-READ-PARM-FILE LOADS THE TARGET QUEUE, THE SELECTION, *
      *    THE REFERENCE LIST, THE OVERRIDE AND THE BROKER ADDRESS.   *
      *---------------------------------------------------------------*
       1100-READ-PARM-FILE.
      *
           OPEN INPUT RESEND-PARM
           IF FS-RESEND-PARM = '35' THEN
              GO TO 1100-READ-PARM-FILE-EXIT
           END-IF
           IF FS-RESEND-PARM <> '00' THEN
              DISPLAY 'RESEND-PARM ACCESS ERROR - STATUS IS : '
                      FS-RESEND-PARM
              GO TO 1100-READ-PARM-FILE-EXIT
           END-IF
           SET PARM-NEOF TO TRUE
           PERFORM 1110-PARM-LINE THRU 1110-PARM-LINE-EXIT
                   UNTIL PARM-EOF
           CLOSE RESEND-PARM.
      *
       1100-READ-PARM-FILE-EXIT.
           EXIT.
      *
       1110-PARM-LINE.
      *
           READ RESEND-PARM
               AT END
                  SET PARM-EOF TO TRUE
                  GO TO 1110-PARM-LINE-EXIT
           END-READ
           IF RESEND-PARM-LINE(1:1) = '*'
              OR RESEND-PARM-LINE = SPACES THEN
              GO TO 1110-PARM-LINE-EXIT
           END-IF
           MOVE SPACES TO PARM-KEY, PARM-VALUE
           UNSTRING RESEND-PARM-LINE DELIMITED BY '='
               INTO PARM-KEY, PARM-VALUE
           EVALUATE PARM-KEY
              WHEN 'TO-QUEUE'
                 MOVE PARM-VALUE(1:15) TO SEL-TO-QUEUE
              WHEN 'FROM-DATE'
                 MOVE PARM-VALUE(1:8)  TO SEL-FROM-DATE
              WHEN 'TO-DATE'
                 MOVE PARM-VALUE(1:8)  TO SEL-TO-DATE
              WHEN 'QUEUE'
                 MOVE PARM-VALUE(1:15) TO SEL-QUEUE
              WHEN 'BATCH'
                 MOVE PARM-VALUE(1:8)  TO SEL-BATCH-ID
              WHEN 'REFERENCE'
                 IF PARM-VALUE = SPACES THEN
                    GO TO 1110-PARM-LINE-EXIT
                 END-IF
                 IF REF-COUNT NOT < REF-MAX THEN
                    DISPLAY 'RESEND - REFERENCE LIST FULL, IGNORING : '
                            PARM-VALUE(1:8)
                    GO TO 1110-PARM-LINE-EXIT
                 END-IF
                 ADD 1 TO REF-COUNT
                 MOVE PARM-VALUE(1:8) TO RF-NUMBER(REF-COUNT)
                 SET RF-NOT-FOUND(REF-COUNT) TO TRUE
              WHEN 'OVERRIDE'
                 IF PARM-VALUE(1:3) = 'YES' THEN
                    SET OVERRIDE-GIVEN TO TRUE
                 ELSE
                    SET OVERRIDE-NGIVEN TO TRUE
                 END-IF
              WHEN 'HOST'
                 MOVE PARM-VALUE(1:15) TO W-HOSTNAME
              WHEN 'PORT'
                 MOVE PARM-VALUE TO PARM-NUM-INPUT
                 PERFORM 1130-PARM-NUMBER THRU 1130-PARM-NUMBER-EXIT
                 IF PARM-NUM-VALID AND PARM-NUMBER > 0
                    AND PARM-NUMBER < 65536 THEN
                    MOVE PARM-NUMBER TO W-PORT
                 ELSE
      *             A RESEND AIMED AT THE WRONG BROKER IS WORSE THAN
      *             NONE - THE RUN IS REFUSED ONCE THE PARM IS READ.
                    DISPLAY 'RESEND - BAD PORT IN PARM : '
                            PARM-VALUE
                    SET PORT-BAD TO TRUE
                    MOVE 3          TO AL-W-SEVERITY
                    MOVE 'BADPORT'  TO AL-W-CODE
                    STRING 'BAD PORT IN PARM, RUN REFUSED : '
                                          DELIMITED BY SIZE
                           PARM-VALUE     DELIMITED BY SIZE
                      INTO AL-W-TEXT
                    PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
                 END-IF
              WHEN OTHER
                 DISPLAY 'RESEND - UNKNOWN PARM KEYWORD : '
                         PARM-KEY
           END-EVALUATE.
      *
       1110-PARM-LINE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    1130-PARM-NUMBER TAKES THE DIGIT TOKEN AT THE FRONT OF     *
      *    PARM-NUM-INPUT AND RETURNS IT RIGHT-ALIGNED IN             *
      *    PARM-NUMBER, OR SETS PARM-NUM-INVALID.                     *
      *---------------------------------------------------------------*
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
       1200-WRITE-REPORT-HEAD.
      *
           MOVE SPACES TO RESEND-RPT-RECORD
           STRING 'RESEND REPORT - RUN '  DELIMITED BY SIZE
                  FULL-DATETIME           DELIMITED BY SIZE
                  ' - USER '              DELIMITED BY SIZE
                  RS-USER                 DELIMITED BY SIZE
                  ' - TO '                DELIMITED BY SIZE
                  SEL-TO-QUEUE            DELIMITED BY SIZE
             INTO RESEND-RPT-RECORD
           WRITE RESEND-RPT-RECORD
      *
           MOVE SPACES TO RESEND-RPT-RECORD
           STRING 'SELECTION - RECEIVED ' DELIMITED BY SIZE
                  SEL-FROM-DATE           DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  SEL-TO-DATE             DELIMITED BY SIZE
                  ' QUEUE '               DELIMITED BY SIZE
                  SEL-QUEUE               DELIMITED BY SIZE
                  ' BATCH '               DELIMITED BY SIZE
                  SEL-BATCH-ID            DELIMITED BY SIZE
                  ' REFERENCES '          DELIMITED BY SIZE
                  REF-COUNT               DELIMITED BY SIZE
             INTO RESEND-RPT-RECORD
           WRITE RESEND-RPT-RECORD
      *
           MOVE SPACES TO RESEND-RPT-RECORD
           IF OVERRIDE-GIVEN THEN
              MOVE 'OVERRIDE  - GIVEN, MESSAGES ALREADY RESENT ARE SENT'
                TO RESEND-RPT-RECORD
           ELSE
              MOVE 'OVERRIDE  - NONE, MESSAGES ALREADY RESENT REFUSED'
                TO RESEND-RPT-RECORD
           END-IF
           WRITE RESEND-RPT-RECORD
      *
           MOVE SPACES TO RESEND-RPT-RECORD
           WRITE RESEND-RPT-RECORD
           STRING 'RESULT     MESSAGE ID           SOURCE QUEUE    '
                                          DELIMITED BY SIZE
                  'RECEIVED         BATCH    CODE REFERENCE TIMES'
                                          DELIMITED BY SIZE
             INTO RESEND-RPT-RECORD
           WRITE RESEND-RPT-RECORD.
      *
       1200-WRITE-REPORT-HEAD-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    1900-REFUSE-RUN ENDS A RUN STOPPED BEFORE ANYTHING WAS     *
      *    SELECTED. IT STILL LEAVES ITS RECORD ON THE AUDIT FILE,    *
      *    WITH NOTHING COUNTED, SO A REFUSED RESEND IS AS VISIBLE AS *
      *    ONE THAT RAN.                                              *
      *---------------------------------------------------------------*
       1900-REFUSE-RUN.
      *
           MOVE ZEROS TO AUDIT-COUNT-PROCESSED, AUDIT-COUNT-ERRORS
           MOVE 8 TO RETURN-CODE
           PERFORM 3000-END.
      *
       1900-REFUSE-RUN-EXIT.
           EXIT.
      *
       2000-INIT.
      *
           OPEN INPUT MSG-STORE
           IF FS-MSG-STORE <> '00' THEN
              DISPLAY 'MSG-STORE ACCESS ERROR - STATUS IS : '
                      FS-MSG-STORE
              DISPLAY 'RESEND - RUN THE MSGSTORE LOAD FIRST'
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              GO TO 2000-INIT-EXIT
           END-IF
      *
      *    WITHOUT THE REGISTER THERE IS NO WAY TO REFUSE A REPEAT,
      *    SO A REGISTER THAT CANNOT BE OPENED ENDS THE RUN.
      *
           OPEN I-O RESEND-REGISTER
           IF FS-RESEND-REGISTER = '35' OR FS-RESEND-REGISTER = '05'
              OPEN OUTPUT RESEND-REGISTER
              CLOSE RESEND-REGISTER
              OPEN I-O RESEND-REGISTER
           END-IF
           IF FS-RESEND-REGISTER <> '00' THEN
              DISPLAY 'RESEND-REGISTER ACCESS ERROR - STATUS : '
                      FS-RESEND-REGISTER
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              CLOSE MSG-STORE
              GO TO 2000-INIT-EXIT
           END-IF
      *
           DISPLAY "RESEND - queue_connect BEFORE     "
           CALL 'broker_connect' USING BY REFERENCE W-HOSTNAME,
                                 BY REFERENCE W-PORT
                RETURNING W-RC
           DISPLAY "RESEND - queue_connect RC : " W-RC
           IF W-RC NOT EQUAL 0 THEN
              DISPLAY "RESEND - queue_connect ERROR RC IS : " W-RC
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              CLOSE MSG-STORE, RESEND-REGISTER
              GO TO 2000-INIT-EXIT
           END-IF
      *
           MOVE SEL-TO-QUEUE TO W-OUTPUTQUEUE
           PERFORM 2100-SELECT-MESSAGES
                   THRU 2100-SELECT-MESSAGES-EXIT
      *
           DISPLAY "RESEND - queue_disconnect BEFORE     "
           CALL 'broker_disconnect' RETURNING W-RC
           DISPLAY "RESEND - queue_disconnect RC : " W-RC
           IF W-RC NOT EQUAL 0 THEN
              DISPLAY "RESEND - queue_disconnect ERROR RC IS : "
                      W-RC
              ADD 1 TO AUDIT-COUNT-ERRORS
           END-IF
           CLOSE MSG-STORE, RESEND-REGISTER
      *
           PERFORM 2400-WRITE-SUMMARY THRU 2400-WRITE-SUMMARY-EXIT.
      *
       2000-INIT-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2100-SELECT-MESSAGES BROWSES THE STORE ON THE NARROWEST    *
      *    KEY THE SELECTION ALLOWS - RECEIVED DATE, THEN SOURCE      *
      *    QUEUE, OTHERWISE THE WHOLE STORE IN MESSAGE-ID ORDER - AND *
      *    OFFERS EVERY RECORD THE REMAINING SELECTIONS LET THROUGH.  *
      *---------------------------------------------------------------*
       2100-SELECT-MESSAGES.
      *
           IF SEL-FROM-DATE NOT = SPACES THEN
              SET BROWSE-BY-DATE TO TRUE
              MOVE SEL-FROM-DATE TO MS-RECEIVED-DATE
              START MSG-STORE KEY IS >= MS-RECEIVED-DATE
           ELSE
              IF SEL-QUEUE NOT = SPACES THEN
                 SET BROWSE-BY-QUEUE TO TRUE
                 MOVE SEL-QUEUE TO MS-SOURCE-QUEUE
                 START MSG-STORE KEY IS >= MS-SOURCE-QUEUE
              ELSE
                 SET BROWSE-BY-MSGID TO TRUE
                 MOVE LOW-VALUES TO MS-MSGID
                 START MSG-STORE KEY IS >= MS-MSGID
              END-IF
           END-IF
           IF FS-MSG-STORE <> '00' AND FS-MSG-STORE <> '02' THEN
              DISPLAY 'RESEND - NO STORE RECORDS SELECTED'
              GO TO 2100-SELECT-MESSAGES-EXIT
           END-IF
           SET NEOF TO TRUE
           PERFORM 2110-SELECT-ONE-STORED
                   THRU 2110-SELECT-ONE-STORED-EXIT
                   UNTIL EOF.
      *
       2100-SELECT-MESSAGES-EXIT.
           EXIT.
      *
       2110-SELECT-ONE-STORED.
      *
           READ MSG-STORE NEXT
           IF FS-MSG-STORE <> '00' AND FS-MSG-STORE <> '02' THEN
              SET EOF TO TRUE
              GO TO 2110-SELECT-ONE-STORED-EXIT
           END-IF
           IF BROWSE-BY-DATE
              AND MS-RECEIVED-DATE > SEL-TO-DATE THEN
              SET EOF TO TRUE
              GO TO 2110-SELECT-ONE-STORED-EXIT
           END-IF
           IF BROWSE-BY-QUEUE
              AND MS-SOURCE-QUEUE > SEL-QUEUE THEN
              SET EOF TO TRUE
              GO TO 2110-SELECT-ONE-STORED-EXIT
           END-IF
           ADD 1 TO STORE-READ-COUNT
           IF SEL-QUEUE NOT = SPACES
              AND MS-SOURCE-QUEUE NOT = SEL-QUEUE THEN
              GO TO 2110-SELECT-ONE-STORED-EXIT
           END-IF
           IF SEL-BATCH-ID NOT = SPACES
              AND MS-BATCH-ID NOT = SEL-BATCH-ID THEN
              GO TO 2110-SELECT-ONE-STORED-EXIT
           END-IF
           IF MS-MESSAGE(141:1) = 'S' AND OVERRIDE-NGIVEN THEN
              ADD 1 TO COPIES-SKIPPED
              GO TO 2110-SELECT-ONE-STORED-EXIT
           END-IF
      *
           MOVE MS-MESSAGE(157:1892) TO RS-PAYLOAD
           IF MS-ENCODING-EBCDIC THEN
              IF MS-MSG-LENGTH IS NUMERIC AND MS-MSG-LENGTH > 0 THEN
                 MOVE MS-MSG-LENGTH TO W-LENGTH
              ELSE
                 MOVE 1892 TO W-LENGTH
              END-IF
              IF W-LENGTH > 1892 THEN
                 MOVE 1892 TO W-LENGTH
              END-IF
              CALL 'ebc2asc' USING RS-PAYLOAD, W-LENGTH
                   END-CALL
           END-IF
           MOVE RS-PAYLOAD(1:1868) TO DT-DETAIL
      *
           IF REF-COUNT > ZEROS THEN
              MOVE ZEROS TO RF-MATCH
              PERFORM 2120-MATCH-REFERENCE
                      THRU 2120-MATCH-REFERENCE-EXIT
                      VARYING RF-INDEX FROM 1 BY 1
                      UNTIL RF-INDEX > REF-COUNT OR RF-MATCH > ZEROS
              IF RF-MATCH = ZEROS THEN
                 GO TO 2110-SELECT-ONE-STORED-EXIT
              END-IF
              SET RF-FOUND(RF-MATCH) TO TRUE
           END-IF
      *
           ADD 1 TO SELECTED-COUNT
           PERFORM 2200-RESEND-ONE THRU 2200-RESEND-ONE-EXIT.
      *
       2110-SELECT-ONE-STORED-EXIT.
           EXIT.
      *
       2120-MATCH-REFERENCE.
      *
           IF RF-NUMBER(RF-INDEX) = DT-REF-NUMBER THEN
              MOVE RF-INDEX TO RF-MATCH
           END-IF.
      *
       2120-MATCH-REFERENCE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2200-RESEND-ONE CHECKS THE SELECTED MESSAGE AGAINST THE    *
      *    REGISTER AND, UNLESS IT IS REFUSED, PUBLISHES IT : THE     *
      *    STORED WIRE MESSAGE WITH FLAG 'S' AND THE ORIGINAL ID AND  *
      *    RESEND TIME IN W-ALFA1. THE PAYLOAD AND ITS CHECKSUM ARE   *
      *    NOT TOUCHED, SO CONSUMER'S CHECKS PASS IT AS THEY DID THE  *
      *    FIRST TIME. THE REGISTER IS UPDATED ONLY ONCE THE MESSAGE  *
      *    IS ACTUALLY ON THE QUEUE.                                  *
      *---------------------------------------------------------------*
       2200-RESEND-ONE.
      *
           MOVE MS-MSGID TO RG-MSGID
           READ RESEND-REGISTER
               INVALID KEY
                  SET NOT-ON-REGISTER TO TRUE
               NOT INVALID KEY
                  SET ON-REGISTER TO TRUE
           END-READ
      *
      *    A MESSAGE WHOSE BATCH WAS RECALLED, OR ONE ALREADY RESENT,
      *    GOES OUT AGAIN ONLY ON AN EXPLICIT OVERRIDE.
      *
           IF OVERRIDE-NGIVEN AND MS-STATUS-RECALLED THEN
              MOVE 'RECALLED' TO RS-RESULT
              ADD 1 TO REFUSED-COUNT
              PERFORM 2300-WRITE-DETAIL THRU 2300-WRITE-DETAIL-EXIT
              GO TO 2200-RESEND-ONE-EXIT
           END-IF
           IF OVERRIDE-NGIVEN AND ON-REGISTER THEN
              MOVE 'REFUSED' TO RS-RESULT
              ADD 1 TO REFUSED-COUNT
              PERFORM 2300-WRITE-DETAIL THRU 2300-WRITE-DETAIL-EXIT
              GO TO 2200-RESEND-ONE-EXIT
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE MS-MESSAGE(1:2026) TO W-MESSAGE
           SET W-RESEND-MESSAGE TO TRUE
           MOVE SPACES        TO W-ALFA1
           MOVE MS-MSGID      TO W-ORIGINAL-MSGID
           MOVE FULL-DATETIME TO W-RESEND-TIMESTAMP
           MOVE FUNCTION LENGTH(W-ALFA1) TO W-LENGTH
           CALL 'asc2ebc' USING W-ALFA1, W-LENGTH END-CALL
           MOVE FUNCTION LENGTH(W-ALFA2) TO W-LENGTH
           CALL 'asc2ebc' USING W-ALFA2, W-LENGTH END-CALL
      *
           DISPLAY "RESEND - " MS-MSGID " TO " W-OUTPUTQUEUE
           CALL 'queue_write' USING BY REFERENCE W-OUTPUTQUEUE,
                              BY REFERENCE W-MESSAGE
                RETURNING W-RC
           IF W-RC NOT EQUAL 0 THEN
              DISPLAY "RESEND - queue_write ERROR RC IS : " W-RC
              ADD 1 TO AUDIT-COUNT-ERRORS
              ADD 1 TO FAILED-COUNT
              MOVE 'FAILED' TO RS-RESULT
              PERFORM 2300-WRITE-DETAIL THRU 2300-WRITE-DETAIL-EXIT
              GO TO 2200-RESEND-ONE-EXIT
           END-IF
           ADD 1 TO SENT-COUNT
           ADD 1 TO AUDIT-COUNT-PROCESSED
      *
           IF ON-REGISTER THEN
              ADD 1 TO RG-RESEND-COUNT
           ELSE
              MOVE SPACES          TO RG-RECORD
              MOVE MS-MSGID        TO RG-MSGID
              MOVE 1               TO RG-RESEND-COUNT
              MOVE FULL-DATETIME   TO RG-FIRST-TIMESTAMP
              MOVE MS-SOURCE-QUEUE TO RG-SOURCE-QUEUE
              MOVE MS-BATCH-ID     TO RG-BATCH-ID
              MOVE DT-TXN-CODE     TO RG-TXN-CODE
              MOVE DT-REF-NUMBER   TO RG-REF-NUMBER
           END-IF
           MOVE FULL-DATETIME TO RG-LAST-TIMESTAMP
           MOVE W-OUTPUTQUEUE TO RG-LAST-QUEUE
           MOVE RS-USER       TO RG-LAST-USER
           IF ON-REGISTER THEN
              REWRITE RG-RECORD
           ELSE
              WRITE RG-RECORD
           END-IF
           IF FS-RESEND-REGISTER <> '00' THEN
              DISPLAY 'RESEND-REGISTER WRITE ERROR - STATUS : '
                      FS-RESEND-REGISTER ' MESSAGE : ' MS-MSGID
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'SENT' TO RS-RESULT
           PERFORM 2300-WRITE-DETAIL THRU 2300-WRITE-DETAIL-EXIT.
      *
       2200-RESEND-ONE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2300-WRITE-DETAIL LISTS ONE SELECTED MESSAGE WITH WHAT WAS *
      *    DONE WITH IT AND HOW MANY TIMES IT HAS NOW BEEN RESENT.    *
      *---------------------------------------------------------------*
       2300-WRITE-DETAIL.
      *
           IF ON-REGISTER OR RS-RESULT = 'SENT' THEN
              MOVE RG-RESEND-COUNT TO RS-TIMES-EDIT
           ELSE
              MOVE ZEROS TO RS-TIMES-EDIT
           END-IF
           MOVE SPACES TO RESEND-RPT-RECORD
           STRING RS-RESULT             DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  MS-MSGID              DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  MS-SOURCE-QUEUE       DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  MS-RECEIVED-TIMESTAMP DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  MS-BATCH-ID           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  DT-TXN-CODE           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  DT-REF-NUMBER         DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  RS-TIMES-EDIT         DELIMITED BY SIZE
             INTO RESEND-RPT-RECORD
           WRITE RESEND-RPT-RECORD.
      *
       2300-WRITE-DETAIL-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2400-WRITE-SUMMARY LISTS ANY REFERENCE NOT FOUND IN THE    *
      *    STORE, CLOSES THE REPORT WITH THE TOTALS, SETS THE RETURN  *
      *    CODE AND RAISES ONE ALERT SO THE DESK SEES EVERY RESEND.   *
      *---------------------------------------------------------------*
       2400-WRITE-SUMMARY.
      *
           PERFORM 2410-REFERENCE-MISSING
                   THRU 2410-REFERENCE-MISSING-EXIT
                   VARYING RF-INDEX FROM 1 BY 1
                   UNTIL RF-INDEX > REF-COUNT
      *
           MOVE SPACES TO RESEND-RPT-RECORD
           WRITE RESEND-RPT-RECORD
           STRING 'STORE RECORDS READ       : ' DELIMITED BY SIZE
                  STORE-READ-COUNT              DELIMITED BY SIZE
             INTO RESEND-RPT-RECORD
           WRITE RESEND-RPT-RECORD
      *
           MOVE SPACES TO RESEND-RPT-RECORD
           STRING 'RESEND COPIES PASSED OVER: ' DELIMITED BY SIZE
                  COPIES-SKIPPED                DELIMITED BY SIZE
             INTO RESEND-RPT-RECORD
           WRITE RESEND-RPT-RECORD
      *
           MOVE SPACES TO RESEND-RPT-RECORD
           STRING 'MESSAGES SELECTED        : ' DELIMITED BY SIZE
                  SELECTED-COUNT                DELIMITED BY SIZE
             INTO RESEND-RPT-RECORD
           WRITE RESEND-RPT-RECORD
      *
           MOVE SPACES TO RESEND-RPT-RECORD
           STRING 'MESSAGES RESENT          : ' DELIMITED BY SIZE
                  SENT-COUNT                    DELIMITED BY SIZE
             INTO RESEND-RPT-RECORD
           WRITE RESEND-RPT-RECORD
      *
           MOVE SPACES TO RESEND-RPT-RECORD
           STRING 'MESSAGES REFUSED         : ' DELIMITED BY SIZE
                  REFUSED-COUNT                 DELIMITED BY SIZE
             INTO RESEND-RPT-RECORD
           WRITE RESEND-RPT-RECORD
      *
           MOVE SPACES TO RESEND-RPT-RECORD
           STRING 'MESSAGES FAILED          : ' DELIMITED BY SIZE
                  FAILED-COUNT                  DELIMITED BY SIZE
             INTO RESEND-RPT-RECORD
           WRITE RESEND-RPT-RECORD
      *
           MOVE SPACES TO RESEND-RPT-RECORD
           STRING 'REFERENCES NOT FOUND     : ' DELIMITED BY SIZE
                  REFS-MISSING                  DELIMITED BY SIZE
             INTO RESEND-RPT-RECORD
           WRITE RESEND-RPT-RECORD
      *
           DISPLAY 'RESEND - MESSAGES SELECTED : ' SELECTED-COUNT
           DISPLAY 'RESEND - MESSAGES RESENT   : ' SENT-COUNT
           DISPLAY 'RESEND - MESSAGES REFUSED  : ' REFUSED-COUNT
           DISPLAY 'RESEND - MESSAGES FAILED   : ' FAILED-COUNT
      *
           IF FAILED-COUNT > ZEROS THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF RETURN-CODE < 4
                 AND (REFUSED-COUNT > ZEROS OR REFS-MISSING > ZEROS
                      OR SELECTED-COUNT = ZEROS) THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
      *
           IF SELECTED-COUNT > ZEROS THEN
              MOVE 2            TO AL-W-SEVERITY
              MOVE 'RESEND'     TO AL-W-CODE
              MOVE SEL-BATCH-ID TO AL-W-BATCH-ID
              MOVE SEL-TO-QUEUE TO AL-W-QUEUE
              STRING 'RESENT '       DELIMITED BY SIZE
                     SENT-COUNT      DELIMITED BY SIZE
                     ' REFUSED '     DELIMITED BY SIZE
                     REFUSED-COUNT   DELIMITED BY SIZE
                     ' FAILED '      DELIMITED BY SIZE
                     FAILED-COUNT    DELIMITED BY SIZE
                     ' BY '          DELIMITED BY SIZE
                     RS-USER         DELIMITED BY SIZE
                INTO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
           END-IF.
      *
       2400-WRITE-SUMMARY-EXIT.
           EXIT.
      *
       2410-REFERENCE-MISSING.
      *
           IF RF-FOUND(RF-INDEX) THEN
              GO TO 2410-REFERENCE-MISSING-EXIT
           END-IF
           ADD 1 TO REFS-MISSING
           MOVE SPACES TO RESEND-RPT-RECORD
           STRING 'NOT FOUND  REFERENCE '  DELIMITED BY SIZE
                  RF-NUMBER(RF-INDEX)      DELIMITED BY SIZE
                  ' - NOT IN THE SELECTED STORE RECORDS'
                                           DELIMITED BY SIZE
             INTO RESEND-RPT-RECORD
           WRITE RESEND-RPT-RECORD.
      *
       2410-REFERENCE-MISSING-EXIT.
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
       3000-END.
      *
           PERFORM 2900-WRITE-AUDIT THRU 2900-WRITE-AUDIT-EXIT.
           IF RPT-OPEN THEN
              CLOSE RESEND-RPT
           END-IF
           STOP RUN.
